000240*                CADENA SIGUE, PERO EL AVISO QUEDA DELANTE   *
000250*                DEL OPERADOR ANTES DE QUE REVALUA O         *
000260*                CREDITO TRABAJEN CON TASAS VIEJAS.          *
000261* 2026-10-15 DR  TASAMSTR LLEVA LA MONEDA BASE EN LA CLAVE:  *
000262*                SE VIGILA LA FRESCURA DE LAS TASAS DE BASE  *
000263*                USD.                                        *
000270*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
002850 4200-ULTIMA-VIGENCIA.
002860     MOVE ZERO TO WS-ULTIMA-VIGENCIA
002870     MOVE "N" TO WS-FIN-TASAS-SW
002875     MOVE "USD" TO TAS-MONEDA-BASE
002880     MOVE MN-MONEDA (WS-MON-IDX) TO TAS-MONEDA
002890     MOVE ZERO TO TAS-FECHA-VIGENCIA
002900     START TASA-MASTER-FILE
003030             SET WS-FIN-TASAS TO TRUE
003040             GO TO 4250-EXIT
003050     END-READ
003060     IF TAS-MONEDA-BASE NOT = "USD"
003065         OR TAS-MONEDA NOT = MN-MONEDA (WS-MON-IDX)
003070         SET WS-FIN-TASAS TO TRUE
003080         GO TO 4250-EXIT
003090     END-IF

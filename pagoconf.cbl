000282*                RETORNO SE CASA RECORRIENDO LOS PAGOS DEL   *
000283*                EMPLEADO POR IMPORTE, PREFIRIENDO EL QUE    *
000284*                SIGUE EN E.                                 *
000285* 2026-10-15 DR  SOLO SE SIEMBRA LO QUE PAGOBAN O CHQEMIT    *
000286*                PAGAN DE VERDAD: LAS ANULACIONES DE NOMINA  *
000287*                Y LOS NETOS COMPENSADOS DEL TODO NO SE      *
000288*                SIGUEN, Y EL IMPORTE ESPERADO ES EL NETO    *
000289*                MENOS NP-COMPENSADO.                        *
000291*----------------------------------------------------------*
000294
000297 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
001100     05 WS-SIN-CONF-COUNT      PIC 9(07) COMP VALUE ZERO.
001110
001120 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001125 01  WS-NETO-A-PAGAR            PIC S9(07)V99 VALUE ZERO.
001130
001140 01  WS-DET-LINE.
001150     05 DL-EMP-ID               PIC 9(06).
001762* SU SEGUIMIENTO PROPIO. UN DUPLICADO CON EL MISMO IMPORTE Y *
001764* GRUPO ES UN RELANCE DE LA CORRIDA Y SOLO SE REFRESCA; SI   *
001766* DIFIERE, ES OTRO PAGO Y SE PRUEBA LA SECUENCIA SIGUIENTE.  *
001767* LAS ANULACIONES Y LOS NETOS COMPENSADOS DEL TODO NO SE     *
001769* ABONAN Y NO SE SIEMBRAN.                                   *
001770*----------------------------------------------------------*
001780 2000-SEMBRAR-NETOS.
001790     ADD 1 TO WS-NETOS-COUNT
001791     COMPUTE WS-NETO-A-PAGAR = NP-NETO - NP-COMPENSADO
001792     IF NP-NETO NOT > ZERO OR WS-NETO-A-PAGAR NOT > ZERO
001793         GO TO 2000-LEER
001794     END-IF
001797     MOVE "N" TO WS-SEMBRADO-SW
001800     MOVE NP-EMP-ID TO PS-EMP-ID
001810     MOVE NP-FECHA-NOMINA TO PS-FECHA-NOMINA
001811     MOVE 1 TO PS-SECUENCIA
001812     MOVE NP-GRUPO-PAGO TO PS-GRUPO-PAGO
001820     MOVE WS-NETO-A-PAGAR TO PS-IMPORTE
001830     MOVE "E" TO PS-ESTADO-SW
001840     MOVE ZERO TO PS-FECHA-CONF
001842     MOVE ZERO TO PS-REINTENTOS
001850     PERFORM 2050-GRABAR-STAT THRU 2050-EXIT
001852         UNTIL WS-SEMBRADO.
001862 2000-LEER.
002040     PERFORM 2100-READ-NETO THRU 2100-EXIT.
002050 2000-EXIT.
002060     EXIT.
002075             DISPLAY "PAGOCONF: ERROR RELEYENDO PAGOSTAT"
002076             GO TO ABEND-CLEANUP
002077     END-READ
002078     IF PS-IMPORTE = WS-NETO-A-PAGAR
002079         AND PS-GRUPO-PAGO = NP-GRUPO-PAGO
002080         MOVE "E" TO PS-ESTADO-SW
002081         MOVE ZERO TO PS-FECHA-CONF
002096     END-IF
002097     ADD 1 TO PS-SECUENCIA
002098     MOVE NP-GRUPO-PAGO TO PS-GRUPO-PAGO
002099     MOVE WS-NETO-A-PAGAR TO PS-IMPORTE
002100     MOVE "E" TO PS-ESTADO-SW
002101     MOVE ZERO TO PS-FECHA-CONF
002102     MOVE ZERO TO PS-REINTENTOS.

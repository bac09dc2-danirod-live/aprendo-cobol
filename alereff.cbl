000190*                DE CONFIRMACION. UNA REGLA QUE ALERTA       *
000200*                MUCHO Y NO CONFIRMA NADA ES UNA REGLA       *
000210*                MUERTA QUE HAY QUE RETIRAR O SUPRIMIR.      *
000212* 2026-10-15 DR  LAS REGLAS DE ANOMEVAL SALEN YA DE REGLMSTR *
000214*                CON NUMERO ESTABLE 01-99: EL ACUMULADO PASA *
000216*                DE SIETE A NOVENTA Y NUEVE REGLAS.          *
000220*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000800 01  WS-PCT-CONFIRMA             PIC 9(03)V99 VALUE ZERO.
000810
000820*----------------------------------------------------------*
000830* ACUMULADO POR REGLA, POR SU NUMERO ESTABLE EN REGLMSTR.    *
000840*----------------------------------------------------------*
000850 01  WS-REGLA-TAB.
000860     05 WS-REGLA-ENTRY OCCURS 99 TIMES
000870             INDEXED BY WS-REGLA-IDX.
000880         10 RT-ALERTAS           PIC 9(07).
000890         10 RT-CONFIRMADAS       PIC 9(07).
001300     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001310     PERFORM 1200-LIMPIAR-REGLA THRU 1200-EXIT
001320         VARYING WS-REGLA-IDX FROM 1 BY 1
001330         UNTIL WS-REGLA-IDX > 99.
001340 1000-EXIT.
001350     EXIT.
001360
001790     IF WS-PERIODO-ALERTA NOT = WS-PERIODO
001800         GO TO 2000-EXIT
001810     END-IF
001820     IF ALE-REGLA < 1 OR ALE-REGLA > 99
001830         GO TO 2000-EXIT
001840     END-IF
001850     SET WS-REGLA-IDX TO ALE-REGLA
001980 8000-RESUMEN.
001990     PERFORM 8100-LINEA-REGLA THRU 8100-EXIT
002000         VARYING WS-REGLA-IDX FROM 1 BY 1
002010         UNTIL WS-REGLA-IDX > 99.
002020 8000-EXIT.
002030     EXIT.
002040

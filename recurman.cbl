000170*                PERIODICOS (RECURMST, COPY RECURR). SE      *
000180*                VALIDA TIPO D/C, IMPORTE MAYOR QUE CERO Y   *
000190*                DIA DEL MES ENTRE 1 Y 31.                   *
000192* 2026-10-15 DR  CENTRO DE COSTE OPCIONAL EN LA TRANSACCION  *
000194*                (RTR-CENTRO-COSTE, EN BLANCO = NINGUNO); SI *
000196*                VIENE DEBE SER NUMERICO.                    *
000200*----------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000610         10 RTR-PERIODO-DESDE   PIC 9(06).
000620         10 RTR-PERIODO-HASTA   PIC 9(06).
000630         10 RTR-ACTIVA-SW       PIC X(01).
000632         10 RTR-CENTRO-COSTE    PIC X(06).
000634         10 RTR-CENTRO-COSTE-N REDEFINES RTR-CENTRO-COSTE
000636                                PIC 9(06).
000640
000650 WORKING-STORAGE SECTION.
000660 01  WS-RECURMST-STATUS         PIC X(02) VALUE SPACES.
001760         ADD 1 TO WS-ERRORES-COUNT
001770         GO TO 2200-EXIT
001780     END-IF
001781     IF RTR-CENTRO-COSTE NOT = SPACES
001782         AND RTR-CENTRO-COSTE IS NOT NUMERIC
001783         DISPLAY "RECURMAN: CENTRO DE COSTE INVALIDO PARA "
001784             "PLANTILLA " RTR-PLANTILLA-ID
001785         ADD 1 TO WS-ERRORES-COUNT
001786         GO TO 2200-EXIT
001787     END-IF
001790     MOVE "S" TO WS-TRANS-VALIDA-SW
001800 2200-EXIT.
001810     EXIT.
002460     MOVE RTR-DIA-MES       TO REC-DIA-MES
002470     MOVE RTR-PERIODO-DESDE TO REC-PERIODO-DESDE
002480     MOVE RTR-PERIODO-HASTA TO REC-PERIODO-HASTA
002490     MOVE RTR-ACTIVA-SW     TO REC-ACTIVA-SW
002491     IF RTR-CENTRO-COSTE = SPACES
002492         MOVE ZERO TO REC-CENTRO-COSTE
002493     ELSE
002494         MOVE RTR-CENTRO-COSTE-N TO REC-CENTRO-COSTE
002495     END-IF.
002500 6000-EXIT.
002510     EXIT.
002520

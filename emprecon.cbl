000262*                CAMBIO LO REAPLICAN AL RECONSTRUIR, QUE     *
000263*                ANTES SE PERDIA. DIARIOS DE 129 BYTES SE    *
000264*                MIGRAN CON EL MODO AUD DE MIGRAMST.         *
000265* 2026-10-15 DR  EMPBKUP PASA A 75 BYTES CON LA JORNADA      *
000266*                PARCIAL (EMP-JORNADA-PCT +                  *
000267*                EMP-HORAS-SEMANA) Y EMPAUDIT A 151, CON LA  *
000268*                JORNADA EN LAS IMAGENES: ALTA Y CAMBIO LA   *
000269*                REAPLICAN. RESPALDOS DE 66 Y DIARIOS DE 133 *
000270*                SE MIGRAN CON LOS MODOS E75 Y A51 DE        *
000271*                MIGRAMST.                                   *
000274*----------------------------------------------------------*
000277
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000580 FILE SECTION.
000590 FD  EMP-BACKUP-FILE
000600     LABEL RECORDS ARE STANDARD.
000610 01  EMP-BACKUP-REC             PIC X(75).
000620
000630 FD  EMP-AUDIT-FILE
000640     LABEL RECORDS ARE STANDARD.
002600     MOVE AUD-DESPUES-DATOS   TO DATOS
002610     MOVE AUD-DESPUES-FECHA   TO FECHA
002615     MOVE AUD-DESPUES-GRUPO   TO EMP-GRUPO-PAGO
002617     MOVE AUD-DESPUES-JORNADA-PCT TO EMP-JORNADA-PCT
002618     MOVE AUD-DESPUES-HORAS-SEMANA TO EMP-HORAS-SEMANA
002620     MOVE "A"                 TO EMP-ESTADO-SW
002630     MOVE ZERO                TO EMP-FECHA-BAJA
002640     WRITE EMPLEADO-MASTER-REC
002870             MOVE AUD-DESPUES-DATOS TO DATOS
002880             MOVE AUD-DESPUES-FECHA TO FECHA
002885             MOVE AUD-DESPUES-GRUPO TO EMP-GRUPO-PAGO
002887             MOVE AUD-DESPUES-JORNADA-PCT TO EMP-JORNADA-PCT
002888             MOVE AUD-DESPUES-HORAS-SEMANA TO EMP-HORAS-SEMANA
002890             REWRITE EMPLEADO-MASTER-REC
002900             IF WS-EMPRECOV-OK
002910                 ADD 1 TO WS-APLICADAS-COUNT

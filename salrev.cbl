000290*                EFECTIVA DEL PARAMETRO, PARA QUE ENTREN POR *
000300*                EMPEDIT Y CAMPOS CON SUS VALIDACIONES Y SU  *
000310*                RASTRO EMPAUDIT DE SIEMPRE.                 *
000312* 2026-10-15 DR  EMPTRAN CRECE A 83 POSICIONES CON LA        *
000313*                JORNADA PARCIAL: EL CAMBIO SE GRABA CON     *
000315*                ST-JORNADA-PCT Y ST-HORAS-SEMANA EN BLANCO, *
000317*                QUE CAMPOS TOMA COMO NO INFORMADOS Y NO     *
000318*                TOCA LA JORNADA DEL EMPLEADO.               *
000320*----------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
001140         10 ST-DIA              PIC 9(02).
001150     05 ST-FECHA-EFECTIVA       PIC 9(08).
001160     05 ST-GRUPO-PAGO           PIC X(02).
001163     05 ST-JORNADA-PCT          PIC X(05).
001167     05 ST-HORAS-SEMANA         PIC X(04).
001170
001180 FD  SALR-RPT-FILE
001190     LABEL RECORDS ARE STANDARD.
004700     MOVE DIA TO ST-DIA
004710     MOVE WS-FECHA-EFECTIVA TO ST-FECHA-EFECTIVA
004720     MOVE SPACES TO ST-GRUPO-PAGO
004723     MOVE SPACES TO ST-JORNADA-PCT
004727     MOVE SPACES TO ST-HORAS-SEMANA
004730     WRITE SALR-TRANS-REC
004740     IF NOT WS-SALRTRAN-OK
004750         DISPLAY "SALREV: ERROR GRABANDO SALRTRAN "

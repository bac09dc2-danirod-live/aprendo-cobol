000220*                Y LOS PENDIENTES (P) QUEDAN. CADA           *
000230*                MOVIMIENTO SALE EN APLBRPT CON EL OPERADOR  *
000240*                QUE DECIDIO.                                *
000241* 2026-10-15 DR  CADA DECISION COSECHADA (A Y R) DEJA ANTES  *
000242*                DE PURGARSE SU RASTRO EN AUDITLOG, COMO LAS *
000243*                DE APROBAR: NUMERO DE RETENCION Y OPERADOR  *
000244*                QUE DECIDIO EN LA CLAVE, Y EN EL DETALLE EL *
000245*                OPERADOR QUE PREPARO EL LOTE                *
000246*                (PEN-OPERADOR-ALTA) DETRAS DE "ALTA". SIN   *
000247*                ESTE RASTRO LA DECISION SE PERDIA CON LA    *
000248*                PURGA Y EL INFORME SEPFUNC NO PODRIA CRUZAR *
000249*                QUIEN METIO EL APUNTE CON QUIEN LO APROBO.  *
000250*----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000440     SELECT APLB-RPT-FILE ASSIGN TO "APLBRPT"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-APLBRPT-STATUS.
000462
000464     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000466         ORGANIZATION IS SEQUENTIAL
000468         FILE STATUS IS WS-AUDITLOG-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000580 FD  APLB-RPT-FILE
000590     LABEL RECORDS ARE STANDARD.
000600 01  APLB-RPT-LINE              PIC X(80).
000602
000604 FD  AUDIT-LOG-FILE
000606     LABEL RECORDS ARE STANDARD.
000608     COPY AUDITLOG.
000610
000620 WORKING-STORAGE SECTION.
000630 01  WS-PENDMSTR-STATUS          PIC X(02) VALUE SPACES.
000690
000700 01  WS-APLBRPT-STATUS           PIC X(02) VALUE SPACES.
000710     88 WS-APLBRPT-OK                VALUE "00".
000712
000714 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
000716     88 WS-AUDITLOG-OK               VALUE "00".
000718     88 WS-AUDITLOG-NO-FILE          VALUE "05", "35".
000720
000730 01  WS-SWITCHES.
000740     05 WS-EOF-PEND-SW         PIC X(01) VALUE "N".
000880 01  WS-LOTE-REGS                PIC 9(07) VALUE ZERO.
000890 01  WS-LOTE-HASH                PIC 9(13) VALUE ZERO.
000900 01  WS-LOTE-IMPORTES            PIC 9(13)V99 VALUE ZERO.
000901
000902*----------------------------------------------------------*
000903* DETALLE DE AUDITLOG DE UNA DECISION: TEXTO Y, DETRAS DE    *
000904* "ALTA", QUIEN PREPARO EL LOTE (MISMO MOLDE QUE APROBAR).   *
000905*----------------------------------------------------------*
000906 01  WS-AUD-DETALLE.
000907     05 WAD-TEXTO               PIC X(26).
000908     05 FILLER                  PIC X(05) VALUE "ALTA ".
000909     05 WAD-OPERADOR-ALTA       PIC X(08).
000912     05 FILLER                  PIC X(01) VALUE SPACES.
000916
000920 01  WS-DET-LINE.
000930     05 DL-NUMERO               PIC 9(08).
000940     05 FILLER                  PIC X(02) VALUE SPACES.
001320             WS-APLBRPT-STATUS
001330         GO TO ABEND-CLEANUP
001340     END-IF
001341     OPEN EXTEND AUDIT-LOG-FILE.
001342     IF WS-AUDITLOG-NO-FILE
001343         OPEN OUTPUT AUDIT-LOG-FILE
001344     END-IF
001345     IF NOT WS-AUDITLOG-OK
001346         DISPLAY "APROLIB: ERROR ABRIENDO AUDITLOG "
001347             WS-AUDITLOG-STATUS
001348         GO TO ABEND-CLEANUP
001349     END-IF
001350     MOVE SPACES TO LEDGER-CTL-REC
001360     MOVE "HDR" TO LC-TIPO-REG
001370     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
001840     MOVE PEN-OPERADOR TO DL-OPERADOR
001850     MOVE "LIBERADO A POSTEO" TO DL-NOTA
001860     PERFORM 7000-WRITE-DET THRU 7000-EXIT
001865     PERFORM 6000-WRITE-AUDITLOG THRU 6000-EXIT
001870     PERFORM 5000-BORRAR THRU 5000-EXIT.
001880 3000-EXIT.
001890     EXIT.
001960     MOVE PEN-OPERADOR TO DL-OPERADOR
001970     MOVE "RECHAZADO Y PURGADO" TO DL-NOTA
001980     PERFORM 7000-WRITE-DET THRU 7000-EXIT
001985     PERFORM 6000-WRITE-AUDITLOG THRU 6000-EXIT
001990     PERFORM 5000-BORRAR THRU 5000-EXIT.
002000 4000-EXIT.
002010     EXIT.
002090     END-IF.
002100 5000-EXIT.
002110     EXIT.
002111
002112 6000-WRITE-AUDITLOG.
002113     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
002114     ACCEPT AUD-HORA FROM TIME
002115     MOVE "APROLIB" TO AUD-PROGRAMA
002116     MOVE SPACES TO AUD-CLAVE
002117     STRING PEN-NUMERO " " PEN-OPERADOR
002118         DELIMITED BY SIZE INTO AUD-CLAVE
002119     END-STRING
002120     IF PEN-APROBADO
002121         SET AUD-EVENTO-EXCEPCION TO TRUE
002122         MOVE "APUNTE RETENIDO LIBERADO" TO WAD-TEXTO
002123     ELSE
002124         SET AUD-EVENTO-RECHAZO TO TRUE
002125         MOVE "APUNTE RETENIDO RECHAZADO" TO WAD-TEXTO
002126     END-IF
002127     MOVE PEN-OPERADOR-ALTA TO WAD-OPERADOR-ALTA
002128     MOVE WS-AUD-DETALLE TO AUD-DETALLE
002129     WRITE AUDITLOG-REC
002130     IF NOT WS-AUDITLOG-OK
002131         DISPLAY "APROLIB: ERROR ESCRIBIENDO AUDITLOG "
002132             WS-AUDITLOG-STATUS
002133         GO TO ABEND-CLEANUP
002134     END-IF.
002135 6000-EXIT.
002136     EXIT.
002137
002138 7000-WRITE-DET.
002140     MOVE WS-DET-LINE TO APLB-RPT-LINE
002150     WRITE APLB-RPT-LINE
002160     IF NOT WS-APLBRPT-OK
002410     CLOSE PENDIENTE-FILE.
002420     CLOSE LIBERADO-FILE.
002430     CLOSE APLB-RPT-FILE.
002435     CLOSE AUDIT-LOG-FILE.
002440     DISPLAY "APROLIB: LIBERADAS " WS-LIBERADAS-COUNT
002450         " RECHAZADAS " WS-RECHAZADAS-COUNT
002460         " SIGUEN PENDIENTES " WS-PENDIENTES-COUNT.
002520     CLOSE PENDIENTE-FILE.
002530     CLOSE LIBERADO-FILE.
002540     CLOSE APLB-RPT-FILE.
002545     CLOSE AUDIT-LOG-FILE.
002550     MOVE 16 TO RETURN-CODE.
002560     GOBACK.
002570

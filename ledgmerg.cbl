000294* 2026-09-02 DR  SE AGREGA LA FUENTE REPAOUT: LOS APUNTES    *
000295*                DEL REPARTO MENSUAL DE COSTES CENTRALES     *
000296*                GENERADOS POR REPARTO.                      *
000297* 2026-10-15 DR  SE AGREGA LA FUENTE VENOUT: FACTURAS DE     *
000298*                VENTA DE CUENTAS POR COBRAR (INGRESO E IVA  *
000299*                REPERCUTIDO AL EMITIRLAS EN FVEMANT).       *
000300* 2026-10-15 DR  SE AGREGA LA FUENTE ACTOUT: AMORTIZACIONES  *
000301*                MENSUALES DE ACTAMORT Y BAJAS DE            *
000302*                INMOVILIZADO DE ACTMANT.                    *
000303* 2026-10-15 DR  SE AGREGA LA FUENTE PRTOUT: DESEMBOLSOS Y   *
000304*                DEVOLUCIONES DE PRESTAMOS AL PERSONAL       *
000305*                GENERADOS POR PRESTMAN.                     *
000306* 2026-10-15 DR  SE AGREGA LA FUENTE ASIOUT: UN LOTE HDR/TRL *
000307*                POR CADA ASIENTO MANUAL COMPLETADO EN LA    *
000308*                TRANSACCION ASIO (ASIONLN) Y COSECHADO POR  *
000309*                ASILOTE, CON LA MISMA MECANICA.             *
000310* 2026-10-15 DR  LOS REGISTROS DE LOS PUENTES PASAN DE 65 A  *
000311*                71 CON EL CENTRO DE COSTE DEL APUNTE        *
000312*                (LT-CENTRO-COSTE, VER COPY LEDGTRAN).       *
000313* 2026-10-15 DR  LOS PUENTES PASAN DE 71 A 99 BYTES CON      *
000314*                LT-ORIGEN (VER LEDGTRAN), QUE SE COPIA      *
000315*                INTACTO A LEDGTRAN.                         *
000316* 2026-10-15 DR  SE AGREGA LA FUENTE PERIOUT: EL LOTE        *
000317*                HDR/TRL DE ESTORNOS DE PERIODIFICACIONES    *
000318*                QUE GENERA PERIREV, CON LA MISMA MECANICA.  *
000319* 2026-10-15 DR  SE AGREGA LA FUENTE VACPOUT: EL LOTE        *
000320*                HDR/TRL DE LA VARIACION MENSUAL DE LA       *
000321*                PROVISION DE VACACIONES QUE GENERA VACPROV. *
000331*----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000652     SELECT REPA-IN-FILE ASSIGN TO "REPAOUT"
000653         ORGANIZATION IS SEQUENTIAL
000654         FILE STATUS IS WS-REPAOUT-STATUS.

000655     SELECT VEN-IN-FILE ASSIGN TO "VENOUT"
000656         ORGANIZATION IS SEQUENTIAL
000657         FILE STATUS IS WS-VENOUT-STATUS.

000658     SELECT ACT-IN-FILE ASSIGN TO "ACTOUT"
000659         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-ACTOUT-STATUS.

000661     SELECT PRT-IN-FILE ASSIGN TO "PRTOUT"
000662         ORGANIZATION IS SEQUENTIAL
000663         FILE STATUS IS WS-PRTOUT-STATUS.

000665     SELECT ASI-IN-FILE ASSIGN TO "ASIOUT"
000666         ORGANIZATION IS SEQUENTIAL
000667         FILE STATUS IS WS-ASIOUT-STATUS.

000668     SELECT PERI-IN-FILE ASSIGN TO "PERIOUT"
000669         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-PERIOUT-STATUS.

000671     SELECT VPR-IN-FILE ASSIGN TO "VACPOUT"
000672         ORGANIZATION IS SEQUENTIAL
000673         FILE STATUS IS WS-VACPOUT-STATUS.
000674
000675     SELECT LEDGER-TRANS-FILE ASSIGN TO "LEDGTRAN"
000677         ORGANIZATION IS SEQUENTIAL
000678         FILE STATUS IS WS-LEDGTRAN-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  PAYGL-IN-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  PAYGL-IN-REG               PIC X(99).
000740
000750 FD  LIBERADO-IN-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  LIBERADO-IN-REG            PIC X(99).
000780
000790 FD  RECUR-IN-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  RECUR-IN-REG               PIC X(99).
000820
000830 FD  REVA-IN-FILE
000840     LABEL RECORDS ARE STANDARD.
000850 01  REVA-IN-REG                PIC X(99).
000860
000870 FD  INT-IN-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  INT-IN-REG                 PIC X(99).
000900
000910 FD  ANOC-IN-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  ANOC-IN-REG                PIC X(99).
000940
000950 FD  FEED-IN-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  FEED-IN-REG                PIC X(99).

000972 FD  SUSP-IN-FILE
000973     LABEL RECORDS ARE STANDARD.
000974 01  SUSP-IN-REG                PIC X(99).

000976 FD  SUSPC-IN-FILE
000977     LABEL RECORDS ARE STANDARD.
000978 01  SUSPC-IN-REG               PIC X(99).

000980 FD  CSV-IN-FILE
000981     LABEL RECORDS ARE STANDARD.
000982 01  CSV-IN-REG                 PIC X(99).

000984 FD  FAC-IN-FILE
000985     LABEL RECORDS ARE STANDARD.
000986 01  FAC-IN-REG                 PIC X(99).

000988 FD  BANC-IN-FILE
000989     LABEL RECORDS ARE STANDARD.
000990 01  BANC-IN-REG                PIC X(99).

000992 FD  REPA-IN-FILE
000993     LABEL RECORDS ARE STANDARD.
000994 01  REPA-IN-REG                PIC X(99).

000995 FD  VEN-IN-FILE
000996     LABEL RECORDS ARE STANDARD.
000997 01  VEN-IN-REG                 PIC X(99).

000998 FD  ACT-IN-FILE
000999     LABEL RECORDS ARE STANDARD.
001000 01  ACT-IN-REG                 PIC X(99).

001002 FD  PRT-IN-FILE
001003     LABEL RECORDS ARE STANDARD.
001004 01  PRT-IN-REG                 PIC X(99).

001006 FD  ASI-IN-FILE
001007     LABEL RECORDS ARE STANDARD.
001008 01  ASI-IN-REG                 PIC X(99).

001009 FD  PERI-IN-FILE
001010     LABEL RECORDS ARE STANDARD.
001011 01  PERI-IN-REG                PIC X(99).

001012 FD  VPR-IN-FILE
001013     LABEL RECORDS ARE STANDARD.
001014 01  VPR-IN-REG                 PIC X(99).
001015
001016 FD  LEDGER-TRANS-FILE
001017     LABEL RECORDS ARE STANDARD.
001018     COPY LEDGTRAN.
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-FILE-STATUS.
001351         88 WS-REPAOUT-OK           VALUE "00".
001352         88 WS-REPAOUT-EOF          VALUE "10".
001353         88 WS-REPAOUT-NOEXISTE     VALUE "35".
001354     05 WS-VENOUT-STATUS        PIC X(02) VALUE "00".
001355         88 WS-VENOUT-OK            VALUE "00".
001356         88 WS-VENOUT-EOF           VALUE "10".
001357         88 WS-VENOUT-NOEXISTE      VALUE "35".
001358     05 WS-ACTOUT-STATUS        PIC X(02) VALUE "00".
001359         88 WS-ACTOUT-OK            VALUE "00".
001360         88 WS-ACTOUT-EOF           VALUE "10".
001361         88 WS-ACTOUT-NOEXISTE      VALUE "35".
001362     05 WS-PRTOUT-STATUS        PIC X(02) VALUE "00".
001363         88 WS-PRTOUT-OK            VALUE "00".
001364         88 WS-PRTOUT-EOF           VALUE "10".
001365         88 WS-PRTOUT-NOEXISTE      VALUE "35".
001366     05 WS-ASIOUT-STATUS        PIC X(02) VALUE "00".
001367         88 WS-ASIOUT-OK            VALUE "00".
001368         88 WS-ASIOUT-EOF           VALUE "10".
001369         88 WS-ASIOUT-NOEXISTE      VALUE "35".
001370     05 WS-PERIOUT-STATUS       PIC X(02) VALUE "00".
001371         88 WS-PERIOUT-OK           VALUE "00".
001372         88 WS-PERIOUT-EOF          VALUE "10".
001373         88 WS-PERIOUT-NOEXISTE     VALUE "35".
001374     05 WS-VACPOUT-STATUS       PIC X(02) VALUE "00".
001375         88 WS-VACPOUT-OK           VALUE "00".
001376         88 WS-VACPOUT-EOF          VALUE "10".
001377         88 WS-VACPOUT-NOEXISTE     VALUE "35".
001378     05 WS-LEDGTRAN-STATUS      PIC X(02) VALUE "00".
001380         88 WS-LEDGTRAN-OK          VALUE "00".
001382
001384 01  WS-SWITCHES.
001386     05 WS-EOF-FUENTE-SW        PIC X(01) VALUE "N".
001388         88 WS-EOF-FUENTE           VALUE "S".
001390
001400 01  WS-CONTADORES.
001410     05 WS-COPIADOS-FUENTE      PIC 9(07) VALUE ZERO.
001558     PERFORM 2950-COPIA-FACOUT THRU 2950-EXIT.
001559     PERFORM 2970-COPIA-BANCOUT THRU 2970-EXIT.
001561     PERFORM 2990-COPIA-REPAOUT THRU 2990-EXIT.
001562     PERFORM 3000-COPIA-VENOUT THRU 3000-EXIT.
001563     PERFORM 3020-COPIA-ACTOUT THRU 3020-EXIT.
001564     PERFORM 3040-COPIA-PRTOUT THRU 3040-EXIT.
001565     PERFORM 3060-COPIA-ASIOUT THRU 3060-EXIT.
001566     PERFORM 3080-COPIA-PERIOUT THRU 3080-EXIT.
001567     PERFORM 3100-COPIA-VACPOUT THRU 3100-EXIT.
001568     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001570     GOBACK.
001580
001590*----------------------------------------------------------*
004459 2995-EXIT.
004460     EXIT.

004461 3000-COPIA-VENOUT.
004462     OPEN INPUT VEN-IN-FILE.
004463     IF WS-VENOUT-NOEXISTE
004464         DISPLAY "LEDGMERG: VENOUT AUSENTE, SE OMITE"
004465         GO TO 3000-EXIT
004466     END-IF
004467     IF NOT WS-VENOUT-OK
004468         DISPLAY "LEDGMERG: ERROR ABRIENDO VENOUT "
004469             WS-VENOUT-STATUS
004470         GO TO ABEND-CLEANUP
004471     END-IF
004472     MOVE "N" TO WS-EOF-FUENTE-SW
004473     MOVE ZERO TO WS-COPIADOS-FUENTE
004474     PERFORM 3010-LEE-VENOUT THRU 3010-EXIT
004475         UNTIL WS-EOF-FUENTE
004476     CLOSE VEN-IN-FILE
004477     OPEN OUTPUT VEN-IN-FILE
004478     CLOSE VEN-IN-FILE
004479     ADD 1 TO WS-FUENTES-LEIDAS
004480     DISPLAY "LEDGMERG: VENOUT COPIADOS "
004481         WS-COPIADOS-FUENTE.
004482 3000-EXIT.
004483     EXIT.

004484 3010-LEE-VENOUT.
004485     READ VEN-IN-FILE
004486         AT END
004487             SET WS-EOF-FUENTE TO TRUE
004488             GO TO 3010-EXIT
004489     END-READ
004490     IF NOT WS-EOF-FUENTE AND NOT WS-VENOUT-OK
004491         DISPLAY "LEDGMERG: ERROR LEYENDO VENOUT "
004492             WS-VENOUT-STATUS
004493         GO TO ABEND-CLEANUP
004494     END-IF
004495     MOVE VEN-IN-REG TO LEDGER-TRANS-REC
004496     PERFORM 8000-GRABAR-APUNTE THRU 8000-EXIT.
004497 3010-EXIT.
004498     EXIT.
004499 3020-COPIA-ACTOUT.
004500     OPEN INPUT ACT-IN-FILE.
004501     IF WS-ACTOUT-NOEXISTE
004502         DISPLAY "LEDGMERG: ACTOUT AUSENTE, SE OMITE"
004503         GO TO 3020-EXIT
004504     END-IF
004505     IF NOT WS-ACTOUT-OK
004506         DISPLAY "LEDGMERG: ERROR ABRIENDO ACTOUT "
004507             WS-ACTOUT-STATUS
004508         GO TO ABEND-CLEANUP
004509     END-IF
004510     MOVE "N" TO WS-EOF-FUENTE-SW
004511     MOVE ZERO TO WS-COPIADOS-FUENTE
004512     PERFORM 3030-LEE-ACTOUT THRU 3030-EXIT
004513         UNTIL WS-EOF-FUENTE
004514     CLOSE ACT-IN-FILE
004515     OPEN OUTPUT ACT-IN-FILE
004516     CLOSE ACT-IN-FILE
004517     ADD 1 TO WS-FUENTES-LEIDAS
004518     DISPLAY "LEDGMERG: ACTOUT COPIADOS "
004519         WS-COPIADOS-FUENTE.
004520 3020-EXIT.
004521     EXIT.

004522 3030-LEE-ACTOUT.
004523     READ ACT-IN-FILE
004524         AT END
004525             SET WS-EOF-FUENTE TO TRUE
004526             GO TO 3030-EXIT
004527     END-READ
004528     IF NOT WS-EOF-FUENTE AND NOT WS-ACTOUT-OK
004529         DISPLAY "LEDGMERG: ERROR LEYENDO ACTOUT "
004530             WS-ACTOUT-STATUS
004531         GO TO ABEND-CLEANUP
004532     END-IF
004533     MOVE ACT-IN-REG TO LEDGER-TRANS-REC
004534     PERFORM 8000-GRABAR-APUNTE THRU 8000-EXIT.
004535 3030-EXIT.
004536     EXIT.

004537 3040-COPIA-PRTOUT.
004538     OPEN INPUT PRT-IN-FILE.
004539     IF WS-PRTOUT-NOEXISTE
004540         DISPLAY "LEDGMERG: PRTOUT AUSENTE, SE OMITE"
004541         GO TO 3040-EXIT
004542     END-IF
004543     IF NOT WS-PRTOUT-OK
004544         DISPLAY "LEDGMERG: ERROR ABRIENDO PRTOUT "
004545             WS-PRTOUT-STATUS
004546         GO TO ABEND-CLEANUP
004547     END-IF
004548     MOVE "N" TO WS-EOF-FUENTE-SW
004549     MOVE ZERO TO WS-COPIADOS-FUENTE
004550     PERFORM 3050-LEE-PRTOUT THRU 3050-EXIT
004551         UNTIL WS-EOF-FUENTE
004552     CLOSE PRT-IN-FILE
004553     OPEN OUTPUT PRT-IN-FILE
004554     CLOSE PRT-IN-FILE
004555     ADD 1 TO WS-FUENTES-LEIDAS
004556     DISPLAY "LEDGMERG: PRTOUT COPIADOS "
004557         WS-COPIADOS-FUENTE.
004558 3040-EXIT.
004559     EXIT.

004560 3050-LEE-PRTOUT.
004561     READ PRT-IN-FILE
004562         AT END
004563             SET WS-EOF-FUENTE TO TRUE
004564             GO TO 3050-EXIT
004565     END-READ
004566     IF NOT WS-EOF-FUENTE AND NOT WS-PRTOUT-OK
004567         DISPLAY "LEDGMERG: ERROR LEYENDO PRTOUT "
004568             WS-PRTOUT-STATUS
004569         GO TO ABEND-CLEANUP
004570     END-IF
004571     MOVE PRT-IN-REG TO LEDGER-TRANS-REC
004572     PERFORM 8000-GRABAR-APUNTE THRU 8000-EXIT.
004573 3050-EXIT.
004574     EXIT.

004576 3060-COPIA-ASIOUT.
004577     OPEN INPUT ASI-IN-FILE.
004578     IF WS-ASIOUT-NOEXISTE
004579         DISPLAY "LEDGMERG: ASIOUT AUSENTE, SE OMITE"
004580         GO TO 3060-EXIT
004581     END-IF
004582     IF NOT WS-ASIOUT-OK
004583         DISPLAY "LEDGMERG: ERROR ABRIENDO ASIOUT "
004584             WS-ASIOUT-STATUS
004585         GO TO ABEND-CLEANUP
004586     END-IF
004587     MOVE "N" TO WS-EOF-FUENTE-SW
004588     MOVE ZERO TO WS-COPIADOS-FUENTE
004589     PERFORM 3070-LEE-ASIOUT THRU 3070-EXIT
004590         UNTIL WS-EOF-FUENTE
004591     CLOSE ASI-IN-FILE
004592     OPEN OUTPUT ASI-IN-FILE
004593     CLOSE ASI-IN-FILE
004594     ADD 1 TO WS-FUENTES-LEIDAS
004595     DISPLAY "LEDGMERG: ASIOUT COPIADOS "
004596         WS-COPIADOS-FUENTE.
004597 3060-EXIT.
004598     EXIT.

004600 3070-LEE-ASIOUT.
004601     READ ASI-IN-FILE
004602         AT END
004603             SET WS-EOF-FUENTE TO TRUE
004604             GO TO 3070-EXIT
004605     END-READ
004606     IF NOT WS-EOF-FUENTE AND NOT WS-ASIOUT-OK
004607         DISPLAY "LEDGMERG: ERROR LEYENDO ASIOUT "
004608             WS-ASIOUT-STATUS
004609         GO TO ABEND-CLEANUP
004610     END-IF
004611     MOVE ASI-IN-REG TO LEDGER-TRANS-REC
004612     PERFORM 8000-GRABAR-APUNTE THRU 8000-EXIT.
004613 3070-EXIT.
004614     EXIT.

004615 3080-COPIA-PERIOUT.
004616     OPEN INPUT PERI-IN-FILE.
004617     IF WS-PERIOUT-NOEXISTE
004618         DISPLAY "LEDGMERG: PERIOUT AUSENTE, SE OMITE"
004619         GO TO 3080-EXIT
004620     END-IF
004621     IF NOT WS-PERIOUT-OK
004622         DISPLAY "LEDGMERG: ERROR ABRIENDO PERIOUT "
004623             WS-PERIOUT-STATUS
004624         GO TO ABEND-CLEANUP
004625     END-IF
004626     MOVE "N" TO WS-EOF-FUENTE-SW
004627     MOVE ZERO TO WS-COPIADOS-FUENTE
004628     PERFORM 3090-LEE-PERIOUT THRU 3090-EXIT
004629         UNTIL WS-EOF-FUENTE
004630     CLOSE PERI-IN-FILE
004631     OPEN OUTPUT PERI-IN-FILE
004632     CLOSE PERI-IN-FILE
004633     ADD 1 TO WS-FUENTES-LEIDAS
004634     DISPLAY "LEDGMERG: PERIOUT COPIADOS "
004635         WS-COPIADOS-FUENTE.
004636 3080-EXIT.
004637     EXIT.

004638 3090-LEE-PERIOUT.
004639     READ PERI-IN-FILE
004640         AT END
004641             SET WS-EOF-FUENTE TO TRUE
004642             GO TO 3090-EXIT
004643     END-READ
004644     IF NOT WS-EOF-FUENTE AND NOT WS-PERIOUT-OK
004645         DISPLAY "LEDGMERG: ERROR LEYENDO PERIOUT "
004646             WS-PERIOUT-STATUS
004647         GO TO ABEND-CLEANUP
004648     END-IF
004649     MOVE PERI-IN-REG TO LEDGER-TRANS-REC
004650     PERFORM 8000-GRABAR-APUNTE THRU 8000-EXIT.
004651 3090-EXIT.
004652     EXIT.

004653 3100-COPIA-VACPOUT.
004654     OPEN INPUT VPR-IN-FILE.
004655     IF WS-VACPOUT-NOEXISTE
004656         DISPLAY "LEDGMERG: VACPOUT AUSENTE, SE OMITE"
004657         GO TO 3100-EXIT
004658     END-IF
004659     IF NOT WS-VACPOUT-OK
004660         DISPLAY "LEDGMERG: ERROR ABRIENDO VACPOUT "
004661             WS-VACPOUT-STATUS
004662         GO TO ABEND-CLEANUP
004663     END-IF
004664     MOVE "N" TO WS-EOF-FUENTE-SW
004665     MOVE ZERO TO WS-COPIADOS-FUENTE
004666     PERFORM 3110-LEE-VACPOUT THRU 3110-EXIT
004667         UNTIL WS-EOF-FUENTE
004668     CLOSE VPR-IN-FILE
004669     OPEN OUTPUT VPR-IN-FILE
004670     CLOSE VPR-IN-FILE
004671     ADD 1 TO WS-FUENTES-LEIDAS
004672     DISPLAY "LEDGMERG: VACPOUT COPIADOS "
004673         WS-COPIADOS-FUENTE.
004674 3100-EXIT.
004675     EXIT.

004676 3110-LEE-VACPOUT.
004677     READ VPR-IN-FILE
004678         AT END
004679             SET WS-EOF-FUENTE TO TRUE
004680             GO TO 3110-EXIT
004681     END-READ
004682     IF NOT WS-EOF-FUENTE AND NOT WS-VACPOUT-OK
004683         DISPLAY "LEDGMERG: ERROR LEYENDO VACPOUT "
004684             WS-VACPOUT-STATUS
004685         GO TO ABEND-CLEANUP
004686     END-IF
004687     MOVE VPR-IN-REG TO LEDGER-TRANS-REC
004688     PERFORM 8000-GRABAR-APUNTE THRU 8000-EXIT.
004689 3110-EXIT.
004690     EXIT.

004700 8000-GRABAR-APUNTE.
004710     WRITE LEDGER-TRANS-REC.
004720     IF NOT WS-LEDGTRAN-OK
004730         DISPLAY "LEDGMERG: ERROR ESCRIBIENDO LEDGTRAN "
004740             WS-LEDGTRAN-STATUS
004750         GO TO ABEND-CLEANUP
004760     END-IF
004770     ADD 1 TO WS-COPIADOS-FUENTE
004780     ADD 1 TO WS-TOTAL-COPIADOS.
004790 8000-EXIT.
004800     EXIT.
004810
004820 9000-TERMINATE.
004830     CLOSE LEDGER-TRANS-FILE.
004840     DISPLAY "LEDGMERG: FUENTES PROCESADAS " WS-FUENTES-LEIDAS.
004850     DISPLAY "LEDGMERG: APUNTES INCORPORADOS "
004860         WS-TOTAL-COPIADOS.
004870 9000-EXIT.
004880     EXIT.
004890
004900 ABEND-CLEANUP.
004910     CLOSE LEDGER-TRANS-FILE.
004920     MOVE 16 TO RETURN-CODE.
004930     GOBACK.

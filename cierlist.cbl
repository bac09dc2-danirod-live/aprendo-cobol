000320*                EL PERIODO SE TOMA DEL MISMO CIERPARM       *
000330*                OPCIONAL QUE LEE CIERRE (SIN EL, LA FECHA   *
000340*                DEL DIA).                                   *
000342* 2026-10-15 DR  LOS REGISTROS DE APUNTE PASAN DE 65 A 71    *
000344*                CON EL CENTRO DE COSTE (LT-CENTRO-COSTE,    *
000346*                VER COPY LEDGTRAN).                         *
000347* 2026-10-15 DR  LAS IMAGENES LEDGTRAN PASAN DE 71 A 99      *
000348*                BYTES CON LT-ORIGEN.                        *
000349* 2026-10-15 DR  NUEVO PUNTO DE CONTROL: PERIODIFICACIONES   *
000350*                DE PERIODOS ANTERIORES AL QUE SE CIERRA QUE *
000351*                SIGUEN PENDIENTES DE ESTORNO EN LEDGDTL     *
000352*                (DT-PERIODIF-PENDIENTE, VER COPY LEDGDTL).  *
000353*                SI HAY ALGUNA, EL ESTORNO QUE GENERA        *
000354*                PERIREV NO SE HA POSTEADO Y EL CIERRE SE    *
000355*                BLOQUEA.                                    *
000357*----------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000660     SELECT LEDGER-TRANS-FILE ASSIGN TO "LEDGTRAN"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-LEDGTRAN-STATUS.
000681
000682     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000683         ORGANIZATION IS INDEXED
000684         ACCESS MODE IS SEQUENTIAL
000685         RECORD KEY IS DT-SEQ-NO
000686         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000687             WITH DUPLICATES
000688         FILE STATUS IS WS-LEDGDTL-STATUS.
000690
000700     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
000710         ORGANIZATION IS SEQUENTIAL
000920
000930 FD  PEND-APRO-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  PEND-APRO-REC              PIC X(99).
000960
000970 FD  PENDIENTE-FILE
000980     LABEL RECORDS ARE STANDARD.
001040
001050 FD  FEED-OUT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  FEED-OUT-REC               PIC X(99).
001080
001090 FD  LEDGER-TRANS-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  LEDGER-TRANS-REC           PIC X(99).
001112
001114 FD  LEDGER-DETAIL-FILE
001116     LABEL RECORDS ARE STANDARD.
001118     COPY LEDGDTL.
001120
001130 FD  RUN-STATS-FILE
001140     LABEL RECORDS ARE STANDARD.
001550     88 WS-LEDGTRAN-OK               VALUE "00".
001560     88 WS-LEDGTRAN-EOF              VALUE "10".
001570     88 WS-LEDGTRAN-NO-FILE          VALUE "35".
001571
001572 01  WS-LEDGDTL-STATUS           PIC X(02) VALUE SPACES.
001573     88 WS-LEDGDTL-OK                VALUE "00".
001574     88 WS-LEDGDTL-EOF               VALUE "10".
001575     88 WS-LEDGDTL-NO-FILE           VALUE "35".
001580
001590 01  WS-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
001600     88 WS-RUNSTATS-OK               VALUE "00".
001830         88 WS-EOF-FEEDOUT          VALUE "S".
001840     05 WS-EOF-LEDGTRAN-SW     PIC X(01) VALUE "N".
001850         88 WS-EOF-LEDGTRAN         VALUE "S".
001853     05 WS-EOF-LEDGDTL-SW      PIC X(01) VALUE "N".
001856         88 WS-EOF-LEDGDTL          VALUE "S".
001860     05 WS-EOF-RUNSTATS-SW     PIC X(01) VALUE "N".
001870         88 WS-EOF-RUNSTATS         VALUE "S".
001880     05 WS-FORZAR-SW           PIC X(01) VALUE "N".
001940     05 WS-FEEDIN-REGS         PIC 9(07) COMP VALUE ZERO.
001950     05 WS-FEEDOUT-REGS        PIC 9(07) COMP VALUE ZERO.
001960     05 WS-LEDGTRAN-REGS       PIC 9(07) COMP VALUE ZERO.
001965     05 WS-PERIODIF-PEND       PIC 9(07) COMP VALUE ZERO.
001970     05 WS-FALLAS-COUNT        PIC 9(03) COMP VALUE ZERO.
001980
001990 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
002560         UNTIL WS-EOF-FEEDOUT.
002570     PERFORM 2400-CONTAR-LEDGTRAN THRU 2400-EXIT
002580         UNTIL WS-EOF-LEDGTRAN.
002583     PERFORM 2450-CONTAR-PERIODIF THRU 2450-EXIT
002586         UNTIL WS-EOF-LEDGDTL.
002590     PERFORM 2500-LEER-RUNSTATS THRU 2500-EXIT
002600         UNTIL WS-EOF-RUNSTATS.
002610     PERFORM 2600-LEER-FORZAR THRU 2600-EXIT.
003280             GO TO ABEND-CLEANUP
003290         END-IF
003300     END-IF
003301     OPEN INPUT LEDGER-DETAIL-FILE.
003302     IF WS-LEDGDTL-NO-FILE
003303         SET WS-EOF-LEDGDTL TO TRUE
003304     ELSE
003305         IF NOT WS-LEDGDTL-OK
003306             DISPLAY "CIERLIST: ERROR ABRIENDO LEDGDTL "
003307                 WS-LEDGDTL-STATUS
003308             GO TO ABEND-CLEANUP
003309         END-IF
003312     END-IF
003316     OPEN INPUT RUN-STATS-FILE.
003320     IF WS-RUNSTATS-NO-FILE
003330         SET WS-EOF-RUNSTATS TO TRUE
003340     ELSE
004440     ADD 1 TO WS-LEDGTRAN-REGS.
004450 2400-EXIT.
004460     EXIT.
004461
004462*----------------------------------------------------------*
004463* PERIODIFICACIONES DE PERIODOS ANTERIORES AL QUE SE CIERRA  *
004464* QUE SIGUEN EN "P": SU ESTORNO (PERIREV) NO SE HA POSTEADO. *
004465*----------------------------------------------------------*
004466 2450-CONTAR-PERIODIF.
004467     READ LEDGER-DETAIL-FILE NEXT
004468         AT END
004469             SET WS-EOF-LEDGDTL TO TRUE
004470             GO TO 2450-EXIT
004471     END-READ
004472     IF NOT WS-LEDGDTL-OK
004473         DISPLAY "CIERLIST: ERROR LEYENDO LEDGDTL "
004474             WS-LEDGDTL-STATUS
004475         GO TO ABEND-CLEANUP
004476     END-IF
004477     IF DT-PERIODIF-PENDIENTE AND DT-FECHA (1:6) < WS-PERIODO
004478         ADD 1 TO WS-PERIODIF-PEND
004479     END-IF.
004480 2450-EXIT.
004481     EXIT.
004484
004487*----------------------------------------------------------*
004490* UNA PASADA DE RUNSTATS RETENIENDO, POR PROGRAMA VIGILADO,  *
004500* LA CORRIDA DE FECHA MAS RECIENTE Y SUS RECHAZADOS.         *
004510*----------------------------------------------------------*
006120         MOVE "FALLA" TO IT-ESTADO
006130         ADD 1 TO WS-FALLAS-COUNT
006140     END-IF
006141     PERFORM 3100-GRABAR-ITEM THRU 3100-EXIT
006142     MOVE "PERIODIFICACIONES ANTERIORES ESTORNADAS"
006143         TO IT-TEXTO
006144     MOVE WS-PERIODIF-PEND TO IT-CIFRA
006145     IF WS-PERIODIF-PEND = ZERO
006146         MOVE "OK" TO IT-ESTADO
006147     ELSE
006148         MOVE "FALLA" TO IT-ESTADO
006149         ADD 1 TO WS-FALLAS-COUNT
006150     END-IF
006151     PERFORM 3100-GRABAR-ITEM THRU 3100-EXIT.
006160 3000-EXIT.
006170     EXIT.
006180
006870     CLOSE FEED-IN-FILE.
006880     CLOSE FEED-OUT-FILE.
006890     CLOSE LEDGER-TRANS-FILE.
006895     CLOSE LEDGER-DETAIL-FILE.
006900     CLOSE RUN-STATS-FILE.
006910     CLOSE LIST-RPT-FILE.
006920     DISPLAY "CIERLIST: PERIODO REVISADO " WS-PERIODO.
007050     CLOSE FEED-IN-FILE.
007060     CLOSE FEED-OUT-FILE.
007070     CLOSE LEDGER-TRANS-FILE.
007075     CLOSE LEDGER-DETAIL-FILE.
007080     CLOSE RUN-STATS-FILE.
007090     CLOSE AUDIT-LOG-FILE.
007100     CLOSE LIST-RPT-FILE.

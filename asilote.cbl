000010*----------------------------------------------------------*
000020* ASILOTE - COSECHA NOCTURNA DE LOS ASIENTOS MANUALES        *
000030* COMPLETOS DE ASIMSTR HACIA LEDGMERG O LA COLA PENDMSTR     *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. ASILOTE.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, PAREJA DE ASIONLN. BARRE  *
000150*                ASIMSTR (COPY ASIENTO) Y RECOGE LOS         *
000160*                DOCUMENTOS COMPLETOS (C): CADA UNO SALE A   *
000170*                ASIOUT COMO UN LOTE HDR/TRL PROPIO CON EL   *
000180*                OPERADOR DEL DOCUMENTO EN LC-OPERADOR, QUE  *
000190*                LEDGMERG INCORPORA ESA NOCHE; SI EL DEBE EN *
000200*                USD DEL DOCUMENTO SUPERA EL UMBRAL DE       *
000210*                APROBACION DE CREDPARM, SUS LINEAS VAN EN   *
000220*                CAMBIO A LA COLA PENDMSTR (NUMERADAS CON    *
000230*                PENSEQ, COMO EN CREDITO) PARA DECIDIRLAS    *
000240*                CON APRONLN. LA CABECERA QUEDA MARCADA L    *
000250*                (EN LOTE) O P (RETENIDO) CON LA FECHA DE    *
000260*                COSECHA, PARA QUE NO SALGA DOS VECES. LOS   *
000270*                DOCUMENTOS EN CURSO SIGUEN ESPERANDO.       *
000280* 2026-10-15 DR  LA CABECERA GUARDADA CRECE CON EL REGISTRO  *
000290*                DE ASIMSTR (111 BYTES); EL APUNTE PASA A    *
000300*                LEDGTRAN CON SU CENTRO DE COSTE.            *
000310* 2026-10-15 DR  CADA LINEA, EN LOTE O RETENIDA EN PENDMSTR, *
000320*                LLEVA SU ORIGEN EN LT-ORIGEN: SISTEMA       *
000330*                ASIONLN (DONDE SE CAPTURO) Y COMO CLAVE LA  *
000340*                ASI-CLAVE (DOCUMENTO Y LINEA) DE ASIMSTR,   *
000350*                PARA LA TRAZA DE TRAZADTL.                  *
000360*----------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT ASIENTO-FILE ASSIGN TO "ASIMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS ASI-CLAVE
000490         FILE STATUS IS WS-ASIMSTR-STATUS.
000500
000510     SELECT ASI-OUT-FILE ASSIGN TO "ASIOUT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-ASIOUT-STATUS.
000540
000550     SELECT PENDIENTE-FILE ASSIGN TO "PENDMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PEN-NUMERO
000590         FILE STATUS IS WS-PENDMSTR-STATUS.
000600
000610     SELECT PEN-SEQ-FILE ASSIGN TO "PENSEQ"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PENSEQ-STATUS.
000640
000650     SELECT PARM-FILE ASSIGN TO "CREDPARM"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CREDPARM-STATUS.
000680
000690     SELECT ASIL-RPT-FILE ASSIGN TO "ASILRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-ASILRPT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  ASIENTO-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY ASIENTO.
000780
000790 FD  ASI-OUT-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY LEDGTRAN.
000820
000830 FD  PENDIENTE-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY PENDIENT.
000860
000870 FD  PEN-SEQ-FILE
000880     LABEL RECORDS ARE STANDARD.
000890 01  PEN-SEQ-REC.
000900     05 PSEQ-ULTIMO              PIC 9(08).
000910
000920 FD  PARM-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  PARM-IN-REC.
000950     05 PI-RUN-DATE             PIC 9(08).
000960     05 PI-UMBRAL-APROBACION    PIC 9(09)V99.
000970     05 PI-CUENTA-SUSPENSE      PIC 9(06).
000980
000990 FD  ASIL-RPT-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  ASIL-RPT-LINE              PIC X(80).
001020
001030 WORKING-STORAGE SECTION.
001040 01  WS-ASIMSTR-STATUS           PIC X(02) VALUE SPACES.
001050     88 WS-ASIMSTR-OK                VALUE "00".
001060     88 WS-ASIMSTR-NO-FILE           VALUE "35".
001070
001080 01  WS-ASIOUT-STATUS            PIC X(02) VALUE SPACES.
001090     88 WS-ASIOUT-OK                 VALUE "00".
001100     88 WS-ASIOUT-NO-FILE            VALUE "05", "35".
001110
001120 01  WS-PENDMSTR-STATUS          PIC X(02) VALUE SPACES.
001130     88 WS-PENDMSTR-OK               VALUE "00".
001140     88 WS-PENDMSTR-NO-FILE          VALUE "35".
001150
001160 01  WS-PENSEQ-STATUS            PIC X(02) VALUE SPACES.
001170     88 WS-PENSEQ-OK                 VALUE "00".
001180     88 WS-PENSEQ-NO-FILE            VALUE "05", "35".
001190
001200 01  WS-CREDPARM-STATUS          PIC X(02) VALUE SPACES.
001210     88 WS-CREDPARM-OK               VALUE "00".
001220     88 WS-CREDPARM-NO-FILE          VALUE "05", "35".
001230
001240 01  WS-ASILRPT-STATUS           PIC X(02) VALUE SPACES.
001250     88 WS-ASILRPT-OK                VALUE "00".
001260
001270     COPY RUNPARMS.
001280
001290 01  WS-SWITCHES.
001300     05 WS-EOF-ASI-SW          PIC X(01) VALUE "N".
001310         88 WS-EOF-ASI              VALUE "Y".
001320     05 WS-FIN-DOC-SW          PIC X(01) VALUE "N".
001330         88 WS-FIN-DOC              VALUE "Y".
001340     05 WS-ASIMSTR-ABIERTO-SW  PIC X(01) VALUE "N".
001350         88 WS-ASIMSTR-ABIERTO      VALUE "S".
001360
001370 01  WS-COUNTERS.
001380     05 WS-CABECERAS-COUNT     PIC 9(07) COMP VALUE ZERO.
001390     05 WS-LOTES-COUNT         PIC 9(07) COMP VALUE ZERO.
001400     05 WS-RETENIDOS-COUNT     PIC 9(07) COMP VALUE ZERO.
001410     05 WS-EN-CURSO-COUNT      PIC 9(07) COMP VALUE ZERO.
001420     05 WS-LINEAS-COUNT        PIC 9(07) COMP VALUE ZERO.
001430     05 WS-DOC-LINEAS          PIC 9(05) COMP VALUE ZERO.
001440
001450 01  WS-PEN-SEQ                  PIC 9(08) VALUE ZERO.
001460 01  WS-PEN-PRIMERO              PIC 9(08) VALUE ZERO.
001470 01  WS-DOC-ACTUAL               PIC 9(06) VALUE ZERO.
001480
001490*----------------------------------------------------------*
001500* CABECERA DEL DOCUMENTO EN COSECHA, GUARDADA MIENTRAS SE    *
001510* LEEN SUS LINEAS EN EL MISMO AREA DEL REGISTRO.             *
001520*----------------------------------------------------------*
001530 01  WS-CABECERA-GUARDADA        PIC X(111) VALUE SPACES.
001540
001550*----------------------------------------------------------*
001560* CONTROLES DEL LOTE DEL DOCUMENTO PARA SU COLA TRL.         *
001570*----------------------------------------------------------*
001580 01  WS-LOTE-REGS                PIC 9(07) VALUE ZERO.
001590 01  WS-LOTE-HASH                PIC 9(13) VALUE ZERO.
001600 01  WS-LOTE-IMPORTES            PIC 9(13)V99 VALUE ZERO.
001610
001620 01  WS-TITULO-LINE.
001630     05 FILLER                  PIC X(44) VALUE
001640         "ASILOTE - COSECHA DE ASIENTOS MANUALES".
001650     05 FILLER                  PIC X(06) VALUE "FECHA ".
001660     05 TL-FECHA                PIC 9(08).
001670     05 FILLER                  PIC X(22) VALUE SPACES.
001680
001690 01  WS-COLUMNAS-LINE.
001700     05 FILLER                  PIC X(40) VALUE
001710         "DOCUMENTO OPERADOR LINEAS      DEBE USD ".
001720     05 FILLER                  PIC X(40) VALUE
001730         " DESTINO".
001740
001750 01  WS-DET-LINE.
001760     05 DL-DOC-NO               PIC 9(06).
001770     05 FILLER                  PIC X(04) VALUE SPACES.
001780     05 DL-OPERADOR             PIC X(08).
001790     05 FILLER                  PIC X(02) VALUE SPACES.
001800     05 DL-LINEAS               PIC ZZ9.
001810     05 FILLER                  PIC X(02) VALUE SPACES.
001820     05 DL-DEBE                 PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001830     05 FILLER                  PIC X(02) VALUE SPACES.
001840     05 DL-DESTINO              PIC X(36).
001850
001860 01  WS-DESTINO-RETENIDO.
001870     05 FILLER                  PIC X(18) VALUE
001880         "PENDMSTR RETENIDO ".
001890     05 DR-PRIMERO              PIC 9(08).
001900     05 FILLER                  PIC X(01) VALUE "-".
001910     05 DR-ULTIMO               PIC 9(08).
001920     05 FILLER                  PIC X(01) VALUE SPACES.
001930
001940 01  WS-TOTAL-LINE.
001950     05 FILLER                  PIC X(12) VALUE "LOTES".
001960     05 TOT-LOTES               PIC ZZZ.ZZ9.
001970     05 FILLER                  PIC X(12) VALUE "  RETENIDOS".
001980     05 TOT-RETENIDOS           PIC ZZZ.ZZ9.
001990     05 FILLER                  PIC X(11) VALUE "  EN CURSO".
002000     05 TOT-EN-CURSO            PIC ZZZ.ZZ9.
002010     05 FILLER                  PIC X(08) VALUE "  LINEAS".
002020     05 TOT-LINEAS              PIC ZZZ.ZZ9.
002030     05 FILLER                  PIC X(09) VALUE SPACES.
002040
002050 PROCEDURE DIVISION.
002060
002070 0000-MAINLINE.
002080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002090     PERFORM 2000-BARRER-DOCUMENTOS THRU 2000-EXIT
002100         UNTIL WS-EOF-ASI.
002110     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002120     GOBACK.
002130
002140 1000-INITIALIZE.
002150     ACCEPT PARM-RUN-DATE FROM DATE YYYYMMDD.
002160     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
002170     OPEN I-O ASIENTO-FILE.
002180     IF WS-ASIMSTR-NO-FILE
002190         DISPLAY "ASILOTE: ASIMSTR AUSENTE, NADA QUE COSECHAR"
002200         SET WS-EOF-ASI TO TRUE
002210     ELSE
002220         IF NOT WS-ASIMSTR-OK
002230             DISPLAY "ASILOTE: ERROR ABRIENDO ASIMSTR "
002240                 WS-ASIMSTR-STATUS
002250             GO TO ABEND-CLEANUP
002260         END-IF
002270         SET WS-ASIMSTR-ABIERTO TO TRUE
002280     END-IF
002290     OPEN EXTEND ASI-OUT-FILE.
002300     IF WS-ASIOUT-NO-FILE
002310         OPEN OUTPUT ASI-OUT-FILE
002320     END-IF
002330     IF NOT WS-ASIOUT-OK
002340         DISPLAY "ASILOTE: ERROR ABRIENDO ASIOUT "
002350             WS-ASIOUT-STATUS
002360         GO TO ABEND-CLEANUP
002370     END-IF
002380     OPEN I-O PENDIENTE-FILE.
002390     IF WS-PENDMSTR-NO-FILE
002400         CLOSE PENDIENTE-FILE
002410         OPEN OUTPUT PENDIENTE-FILE
002420         CLOSE PENDIENTE-FILE
002430         OPEN I-O PENDIENTE-FILE
002440     END-IF
002450     IF NOT WS-PENDMSTR-OK
002460         DISPLAY "ASILOTE: ERROR ABRIENDO PENDMSTR "
002470             WS-PENDMSTR-STATUS
002480         GO TO ABEND-CLEANUP
002490     END-IF
002500     PERFORM 1170-LEER-PENSEQ THRU 1170-EXIT.
002510     OPEN OUTPUT ASIL-RPT-FILE.
002520     IF NOT WS-ASILRPT-OK
002530         DISPLAY "ASILOTE: ERROR ABRIENDO ASILRPT "
002540             WS-ASILRPT-STATUS
002550         GO TO ABEND-CLEANUP
002560     END-IF
002570     MOVE PARM-RUN-DATE TO TL-FECHA
002580     MOVE WS-TITULO-LINE TO ASIL-RPT-LINE
002590     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
002600     MOVE WS-COLUMNAS-LINE TO ASIL-RPT-LINE
002610     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
002620     IF WS-EOF-ASI
002630         GO TO 1000-EXIT
002640     END-IF
002650     MOVE ZERO TO ASI-DOC-NO
002660     MOVE ZERO TO ASI-LINEA
002670     START ASIENTO-FILE
002680         KEY IS NOT LESS THAN ASI-CLAVE
002690         INVALID KEY
002700             SET WS-EOF-ASI TO TRUE
002710     END-START.
002720 1000-EXIT.
002730     EXIT.
002740
002750*----------------------------------------------------------*
002760* FECHA DE PROCESO Y UMBRAL DE APROBACION DEL FICHERO        *
002770* OPCIONAL CREDPARM, EL MISMO DE CREDITO. SIN FICHERO:       *
002780* FECHA DEL SISTEMA Y SIN UMBRAL (TODO DOCUMENTO SALE EN     *
002790* LOTE).                                                     *
002800*----------------------------------------------------------*
002810 1100-LEER-PARM.
002820     OPEN INPUT PARM-FILE.
002830     IF WS-CREDPARM-OK
002840         READ PARM-FILE
002850             AT END
002860                 CONTINUE
002870         END-READ
002880         IF WS-CREDPARM-OK
002890             AND PI-RUN-DATE IS NUMERIC
002900             AND PI-RUN-DATE > ZERO
002910             MOVE PI-RUN-DATE TO PARM-RUN-DATE
002920         END-IF
002930         IF WS-CREDPARM-OK
002940             AND PI-UMBRAL-APROBACION IS NUMERIC
002950             MOVE PI-UMBRAL-APROBACION
002960                 TO PARM-UMBRAL-APROBACION
002970         END-IF
002980         CLOSE PARM-FILE
002990     ELSE
003000         IF NOT WS-CREDPARM-NO-FILE
003010             DISPLAY "ASILOTE: ERROR ABRIENDO CREDPARM "
003020                 WS-CREDPARM-STATUS
003030             GO TO ABEND-CLEANUP
003040         END-IF
003050     END-IF.
003060 1100-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------*
003100* ULTIMO NUMERO DE LA COLA PENDMSTR, DEL MISMO CONTROL       *
003110* PENSEQ QUE USA CREDITO, PARA QUE LAS RETENCIONES DE AMBOS  *
003120* NO SE PISEN.                                               *
003130*----------------------------------------------------------*
003140 1170-LEER-PENSEQ.
003150     OPEN INPUT PEN-SEQ-FILE.
003160     IF WS-PENSEQ-NO-FILE
003170         MOVE ZERO TO WS-PEN-SEQ
003180     ELSE
003190         IF NOT WS-PENSEQ-OK
003200             DISPLAY "ASILOTE: ERROR ABRIENDO PENSEQ "
003210                 WS-PENSEQ-STATUS
003220             GO TO ABEND-CLEANUP
003230         END-IF
003240         READ PEN-SEQ-FILE
003250             AT END
003260                 MOVE ZERO TO WS-PEN-SEQ
003270         END-READ
003280         IF WS-PENSEQ-OK
003290             MOVE PSEQ-ULTIMO TO WS-PEN-SEQ
003300         END-IF
003310         CLOSE PEN-SEQ-FILE
003320     END-IF.
003330 1170-EXIT.
003340     EXIT.
003350
003360*----------------------------------------------------------*
003370* UNA CABECERA POR VUELTA. LOS DOCUMENTOS QUE NO ESTAN       *
003380* COMPLETOS (EN CURSO O YA COSECHADOS) SE SALTAN ENTEROS;    *
003390* LOS COMPLETOS VAN AL LOTE O A LA COLA SEGUN EL UMBRAL.     *
003400*----------------------------------------------------------*
003410 2000-BARRER-DOCUMENTOS.
003420     READ ASIENTO-FILE NEXT
003430         AT END
003440             SET WS-EOF-ASI TO TRUE
003450             GO TO 2000-EXIT
003460     END-READ
003470     IF NOT WS-ASIMSTR-OK
003480         DISPLAY "ASILOTE: ERROR LEYENDO ASIMSTR "
003490             WS-ASIMSTR-STATUS
003500         GO TO ABEND-CLEANUP
003510     END-IF
003520     MOVE ASI-DOC-NO TO WS-DOC-ACTUAL
003530     IF NOT ASI-CABECERA
003540         GO TO 2000-SALTAR
003550     END-IF
003560     ADD 1 TO WS-CABECERAS-COUNT
003570     IF NOT ASI-COMPLETO
003580         IF ASI-EN-CURSO
003590             ADD 1 TO WS-EN-CURSO-COUNT
003600         END-IF
003610         GO TO 2000-SALTAR
003620     END-IF
003630     MOVE ASIENTO-REC TO WS-CABECERA-GUARDADA
003640     MOVE ZERO TO WS-DOC-LINEAS
003650     IF PARM-UMBRAL-APROBACION > ZERO
003660         AND ASI-TOTAL-DEBE-USD > PARM-UMBRAL-APROBACION
003670         PERFORM 3000-RETENER-DOCUMENTO THRU 3000-EXIT
003680     ELSE
003690         PERFORM 4000-LOTE-DOCUMENTO THRU 4000-EXIT
003700     END-IF
003710     PERFORM 5000-MARCAR-CABECERA THRU 5000-EXIT.
003720 2000-SALTAR.
003730     MOVE WS-DOC-ACTUAL TO ASI-DOC-NO
003740     MOVE 999 TO ASI-LINEA
003750     START ASIENTO-FILE
003760         KEY IS GREATER THAN ASI-CLAVE
003770         INVALID KEY
003780             SET WS-EOF-ASI TO TRUE
003790     END-START.
003800 2000-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------*
003840* DOCUMENTO POR ENCIMA DEL UMBRAL: CADA LINEA ENTRA EN       *
003850* PENDMSTR COMO UNA RETENCION DE CREDITO                     *
003860* (2385-ENCOLAR-PENDMSTR), CON EL OPERADOR QUE LA TECLEO     *
003870* COMO OPERADOR DE ALTA. APROLIB LAS LIBERA AL PUENTE        *
003880* LIBERADO UNA VEZ APROBADAS.                                *
003890*----------------------------------------------------------*
003900 3000-RETENER-DOCUMENTO.
003910     MOVE WS-PEN-SEQ TO WS-PEN-PRIMERO
003920     ADD 1 TO WS-PEN-PRIMERO
003930     MOVE "N" TO WS-FIN-DOC-SW
003940     PERFORM 6000-LEER-LINEA THRU 6000-EXIT
003950     PERFORM 3100-ENCOLAR-LINEA THRU 3100-EXIT
003960         UNTIL WS-FIN-DOC
003970     ADD 1 TO WS-RETENIDOS-COUNT
003980     MOVE WS-PEN-PRIMERO TO DR-PRIMERO
003990     MOVE WS-PEN-SEQ TO DR-ULTIMO
004000     MOVE WS-DESTINO-RETENIDO TO DL-DESTINO
004010     PERFORM 7100-WRITE-DET THRU 7100-EXIT.
004020 3000-EXIT.
004030     EXIT.
004040
004050 3100-ENCOLAR-LINEA.
004060     ADD 1 TO WS-PEN-SEQ
004070     MOVE WS-PEN-SEQ TO PEN-NUMERO
004080     MOVE ASI-APUNTE TO PEN-APUNTE
004090     MOVE "ASIONLN" TO PEN-ORIGEN-SISTEMA
004100     MOVE ASI-CLAVE TO PEN-ORIGEN-CLAVE
004110     MOVE "P" TO PEN-ESTADO-SW
004120     MOVE PARM-RUN-DATE TO PEN-FECHA-ALTA
004130     MOVE SPACES TO PEN-OPERADOR
004140     MOVE ZERO TO PEN-FECHA-DECISION
004150     MOVE ASI-OPERADOR TO PEN-OPERADOR-ALTA
004160     WRITE PENDIENTE-REC
004170     IF NOT WS-PENDMSTR-OK
004180         DISPLAY "ASILOTE: ERROR GRABANDO PENDMSTR "
004190             WS-PENDMSTR-STATUS
004200         GO TO ABEND-CLEANUP
004210     END-IF
004220     PERFORM 6000-LEER-LINEA THRU 6000-EXIT.
004230 3100-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------*
004270* DOCUMENTO DENTRO DEL UMBRAL: UN LOTE HDR/TRL PROPIO EN     *
004280* ASIOUT CON EL OPERADOR DEL DOCUMENTO EN LC-OPERADOR, QUE   *
004290* CREDITO PASA A CADA APUNTE. SIN MARCA DE APROBADO:         *
004300* CREDITO LO VALIDA Y NETEA COMO CUALQUIER LOTE.             *
004310*----------------------------------------------------------*
004320 4000-LOTE-DOCUMENTO.
004330     MOVE SPACES TO LEDGER-CTL-REC
004340     MOVE "HDR" TO LC-TIPO-REG
004350     MOVE PARM-RUN-DATE TO LC-FECHA-LOTE
004360     MOVE ASI-OPERADOR-CAB TO LC-OPERADOR
004370     WRITE LEDGER-CTL-REC
004380     PERFORM 7200-CHECK-ASIOUT THRU 7200-EXIT
004390     MOVE ZERO TO WS-LOTE-REGS
004400     MOVE ZERO TO WS-LOTE-HASH
004410     MOVE ZERO TO WS-LOTE-IMPORTES
004420     MOVE "N" TO WS-FIN-DOC-SW
004430     PERFORM 6000-LEER-LINEA THRU 6000-EXIT
004440     PERFORM 4100-GRABAR-LINEA THRU 4100-EXIT
004450         UNTIL WS-FIN-DOC
004460     MOVE SPACES TO LEDGER-CTL-REC
004470     MOVE "TRL" TO LC-TIPO-REG
004480     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
004490     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
004500     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
004510     WRITE LEDGER-CTL-REC
004520     PERFORM 7200-CHECK-ASIOUT THRU 7200-EXIT
004530     ADD 1 TO WS-LOTES-COUNT
004540     MOVE "LOTE EN ASIOUT" TO DL-DESTINO
004550     PERFORM 7100-WRITE-DET THRU 7100-EXIT.
004560 4000-EXIT.
004570     EXIT.
004580
004590 4100-GRABAR-LINEA.
004600     MOVE ASI-APUNTE TO LEDGER-TRANS-REC
004610     MOVE "ASIONLN" TO LT-ORIGEN-SISTEMA
004620     MOVE ASI-CLAVE TO LT-ORIGEN-CLAVE
004630     WRITE LEDGER-TRANS-REC
004640     PERFORM 7200-CHECK-ASIOUT THRU 7200-EXIT
004650     ADD 1 TO WS-LOTE-REGS
004660     ADD LT-ACCT-ID TO WS-LOTE-HASH
004670     ADD LT-IMPORTE TO WS-LOTE-IMPORTES
004680     PERFORM 6000-LEER-LINEA THRU 6000-EXIT.
004690 4100-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------*
004730* MARCA LA CABECERA COSECHADA (L EN LOTE, P RETENIDO) CON    *
004740* LA FECHA DE PROCESO: UNA SEGUNDA CORRIDA YA NO LA RECOGE.  *
004750*----------------------------------------------------------*
004760 5000-MARCAR-CABECERA.
004770     MOVE WS-CABECERA-GUARDADA TO ASIENTO-REC
004780     IF PARM-UMBRAL-APROBACION > ZERO
004790         AND ASI-TOTAL-DEBE-USD > PARM-UMBRAL-APROBACION
004800         SET ASI-RETENIDO TO TRUE
004810     ELSE
004820         SET ASI-EN-LOTE TO TRUE
004830     END-IF
004840     MOVE PARM-RUN-DATE TO ASI-FECHA-COSECHA
004850     REWRITE ASIENTO-REC
004860     IF NOT WS-ASIMSTR-OK
004870         DISPLAY "ASILOTE: ERROR REGRABANDO ASIMSTR "
004880             WS-ASIMSTR-STATUS
004890         GO TO ABEND-CLEANUP
004900     END-IF
004910     ADD WS-DOC-LINEAS TO WS-LINEAS-COUNT.
004920 5000-EXIT.
004930     EXIT.
004940
004950*----------------------------------------------------------*
004960* SIGUIENTE LINEA DEL DOCUMENTO WS-DOC-ACTUAL; EL FIN DEL    *
004970* FICHERO O LA CABECERA DEL DOCUMENTO SIGUIENTE CIERRAN EL   *
004980* DOCUMENTO.                                                 *
004990*----------------------------------------------------------*
005000 6000-LEER-LINEA.
005010     READ ASIENTO-FILE NEXT
005020         AT END
005030             SET WS-FIN-DOC TO TRUE
005040             GO TO 6000-EXIT
005050     END-READ
005060     IF NOT WS-ASIMSTR-OK
005070         DISPLAY "ASILOTE: ERROR LEYENDO ASIMSTR "
005080             WS-ASIMSTR-STATUS
005090         GO TO ABEND-CLEANUP
005100     END-IF
005110     IF ASI-DOC-NO NOT = WS-DOC-ACTUAL
005120         SET WS-FIN-DOC TO TRUE
005130         GO TO 6000-EXIT
005140     END-IF
005150     ADD 1 TO WS-DOC-LINEAS.
005160 6000-EXIT.
005170     EXIT.
005180
005190 7000-WRITE-RPT.
005200     WRITE ASIL-RPT-LINE
005210     IF NOT WS-ASILRPT-OK
005220         DISPLAY "ASILOTE: ERROR ESCRIBIENDO ASILRPT "
005230             WS-ASILRPT-STATUS
005240         GO TO ABEND-CLEANUP
005250     END-IF.
005260 7000-EXIT.
005270     EXIT.
005280
005290 7100-WRITE-DET.
005300     MOVE WS-DOC-ACTUAL TO DL-DOC-NO
005310     MOVE WS-CABECERA-GUARDADA TO ASIENTO-REC
005320     MOVE ASI-OPERADOR-CAB TO DL-OPERADOR
005330     MOVE WS-DOC-LINEAS TO DL-LINEAS
005340     MOVE ASI-TOTAL-DEBE-USD TO DL-DEBE
005350     MOVE WS-DET-LINE TO ASIL-RPT-LINE
005360     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
005370 7100-EXIT.
005380     EXIT.
005390
005400 7200-CHECK-ASIOUT.
005410     IF NOT WS-ASIOUT-OK
005420         DISPLAY "ASILOTE: ERROR GRABANDO ASIOUT "
005430             WS-ASIOUT-STATUS
005440         GO TO ABEND-CLEANUP
005450     END-IF.
005460 7200-EXIT.
005470     EXIT.
005480
005490 7300-GRABAR-PENSEQ.
005500     MOVE WS-PEN-SEQ TO PSEQ-ULTIMO
005510     OPEN OUTPUT PEN-SEQ-FILE
005520     IF NOT WS-PENSEQ-OK
005530         DISPLAY "ASILOTE: ERROR ABRIENDO PENSEQ "
005540             WS-PENSEQ-STATUS
005550         GO TO ABEND-CLEANUP
005560     END-IF
005570     WRITE PEN-SEQ-REC
005580     IF NOT WS-PENSEQ-OK
005590         DISPLAY "ASILOTE: ERROR GRABANDO PENSEQ "
005600             WS-PENSEQ-STATUS
005610         GO TO ABEND-CLEANUP
005620     END-IF
005630     CLOSE PEN-SEQ-FILE.
005640 7300-EXIT.
005650     EXIT.
005660
005670 9000-TERMINATE.
005680     MOVE WS-LOTES-COUNT TO TOT-LOTES
005690     MOVE WS-RETENIDOS-COUNT TO TOT-RETENIDOS
005700     MOVE WS-EN-CURSO-COUNT TO TOT-EN-CURSO
005710     MOVE WS-LINEAS-COUNT TO TOT-LINEAS
005720     MOVE WS-TOTAL-LINE TO ASIL-RPT-LINE
005730     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
005740     PERFORM 7300-GRABAR-PENSEQ THRU 7300-EXIT
005750     IF WS-ASIMSTR-ABIERTO
005760         CLOSE ASIENTO-FILE
005770     END-IF
005780     CLOSE ASI-OUT-FILE.
005790     CLOSE PENDIENTE-FILE.
005800     CLOSE ASIL-RPT-FILE.
005810     DISPLAY "ASILOTE: LOTES " WS-LOTES-COUNT
005820         " RETENIDOS " WS-RETENIDOS-COUNT
005830         " EN CURSO " WS-EN-CURSO-COUNT
005840         " LINEAS " WS-LINEAS-COUNT.
005850 9000-EXIT.
005860     EXIT.
005870
005880 ABEND-CLEANUP.
005890     DISPLAY "ASILOTE: TERMINACION ANORMAL - CERRANDO FICHEROS".
005900     CLOSE ASIENTO-FILE.
005910     CLOSE ASI-OUT-FILE.
005920     CLOSE PENDIENTE-FILE.
005930     CLOSE ASIL-RPT-FILE.
005940     MOVE 16 TO RETURN-CODE.
005950     GOBACK.
005960
005970     END PROGRAM ASILOTE.

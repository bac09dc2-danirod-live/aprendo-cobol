000010*----------------------------------------------------------*
000020* PERIREV - ESTORNO AUTOMATICO DE PERIODIFICACIONES AL       *
000030*           ABRIR EL PERIODO SIGUIENTE                       *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. PERIREV.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. LAS PERIODIFICACIONES DE  *
000150*                FIN DE MES (GENEROS RECIBIDOS SIN FACTURA,  *
000160*                SUMINISTROS...) ENTRAN POR CSVCARGA CON LA  *
000170*                MARCA DE PERIODIFICACION, Y CREDITO LAS     *
000180*                DEJA EN LEDGDTL PENDIENTES DE ESTORNO       *
000190*                (DT-ESTORNO-SW "P", VER COPY LEDGDTL). LOS  *
000200*                ESPEJOS DEL DIA 1 SE TECLEABAN A MANO Y SE  *
000210*                OLVIDABAN O SE DUPLICABAN. ESTE PROGRAMA    *
000220*                RECORRE LEDGDTL Y, PARA CADA PERIODIFICACION*
000230*                CUYO PERIODO YA ESTA CERRADO EN PERMSTR,    *
000240*                GRABA EN PERIOUT UN ESTORNO (TIPO R, CON    *
000250*                LT-SEQ-REF AL DT-SEQ-NO ORIGINAL) FECHADO   *
000260*                EL DIA 1 DEL SIGUIENTE PERIODO ABIERTO, EN  *
000270*                UN LOTE HDR/TRL QUE LEDGMERG INCORPORA.     *
000280*                CREDITO POSTEA EL ESTORNO Y ENLAZA LOS DOS  *
000290*                DETALLES POR DT-SEQ-ENLACE. PERIRPT LISTA   *
000300*                TODAS LAS PERIODIFICACIONES PENDIENTES DE   *
000310*                ESTORNO CON SU SITUACION. RC 4 SI ALGUNA NO *
000320*                ENCUENTRA PERIODO ABIERTO DONDE ESTORNARSE. *
000330*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS DT-SEQ-NO
000460         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-LEDGDTL-STATUS.
000490
000500     SELECT PERIODO-MASTER-FILE ASSIGN TO "PERMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS PER-PERIODO
000540         FILE STATUS IS WS-PERMSTR-STATUS.
000550
000560     SELECT LEDGER-TRANS-FILE ASSIGN TO "PERIOUT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-PERIOUT-STATUS.
000590
000600     SELECT PERI-RPT-FILE ASSIGN TO "PERIRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-PERIRPT-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  LEDGER-DETAIL-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY LEDGDTL.
000690
000700 FD  PERIODO-MASTER-FILE
000710     LABEL RECORDS ARE STANDARD.
000720     COPY PERIODO.
000730
000740 FD  LEDGER-TRANS-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY LEDGTRAN.
000770
000780 FD  PERI-RPT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  PERI-RPT-LINE              PIC X(80).
000810
000820 WORKING-STORAGE SECTION.
000830 01  WS-LEDGDTL-STATUS          PIC X(02) VALUE SPACES.
000840     88 WS-LEDGDTL-OK               VALUE "00".
000850     88 WS-LEDGDTL-EOF              VALUE "10".
000860
000870 01  WS-PERMSTR-STATUS          PIC X(02) VALUE SPACES.
000880     88 WS-PERMSTR-OK               VALUE "00".
000890     88 WS-PERMSTR-NOT-FOUND        VALUE "23".
000900     88 WS-PERMSTR-NO-FILE          VALUE "35".
000910
000920 01  WS-PERIOUT-STATUS          PIC X(02) VALUE SPACES.
000930     88 WS-PERIOUT-OK               VALUE "00".
000940
000950 01  WS-PERIRPT-STATUS          PIC X(02) VALUE SPACES.
000960     88 WS-PERIRPT-OK               VALUE "00".
000970
000980 01  WS-SWITCHES.
000990     05 WS-EOF-DETALLE-SW      PIC X(01) VALUE "N".
001000         88 WS-EOF-DETALLE          VALUE "Y".
001010     05 WS-SIN-PERMSTR-SW      PIC X(01) VALUE "N".
001020         88 WS-SIN-PERMSTR          VALUE "S".
001030     05 WS-PER-CERRADO-SW      PIC X(01) VALUE "N".
001040         88 WS-PERIODO-CERRADO      VALUE "S".
001050
001060 01  WS-COUNTERS.
001070     05 WS-DETALLES-COUNT      PIC 9(07) COMP VALUE ZERO.
001080     05 WS-PENDIENTES-COUNT    PIC 9(05) COMP VALUE ZERO.
001090     05 WS-ESTORNOS-COUNT      PIC 9(05) COMP VALUE ZERO.
001100     05 WS-EN-ESPERA-COUNT     PIC 9(05) COMP VALUE ZERO.
001110     05 WS-SIN-DESTINO-COUNT   PIC 9(05) COMP VALUE ZERO.
001120     05 WS-PASOS-COUNT         PIC 9(03) COMP VALUE ZERO.
001130
001140 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001150 01  WS-FECHA-PROCESO-R REDEFINES WS-FECHA-PROCESO.
001160     05 WS-PROCESO-AAAAMM       PIC 9(06).
001170     05 FILLER                  PIC 9(02).
001180
001190*----------------------------------------------------------*
001200* PERIODO DE LA PERIODIFICACION Y PERIODO DESTINO DEL        *
001210* ESTORNO, AMBOS AAAAMM; EL DESTINO SE AVANZA MES A MES      *
001220* SALTANDO EL PERIODO 13 DE AJUSTE Y LOS CERRADOS.           *
001230*----------------------------------------------------------*
001240 01  WS-PERIODO-ORIGEN          PIC 9(06) VALUE ZERO.
001250 01  WS-PERIODO-DESTINO         PIC 9(06) VALUE ZERO.
001260 01  WS-DESTINO-R REDEFINES WS-PERIODO-DESTINO.
001270     05 WS-DESTINO-ANIO         PIC 9(04).
001280     05 WS-DESTINO-MES          PIC 9(02).
001290 01  WS-FECHA-ESTORNO           PIC 9(08) VALUE ZERO.
001300
001310 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
001320 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
001330 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
001340
001350*----------------------------------------------------------*
001360* ORIGEN DEL ESTORNO (LT-ORIGEN): EL DT-SEQ-NO DE LA         *
001370* PERIODIFICACION QUE SE ESTORNA.                            *
001380*----------------------------------------------------------*
001390 01  WS-ORIGEN-APUNTE.
001400     05 FILLER                  PIC X(08) VALUE "PERIREV".
001410     05 WS-ORG-SEQ-NO           PIC 9(08) VALUE ZERO.
001420     05 FILLER                  PIC X(12) VALUE SPACES.
001430
001440 01  WS-HDR-LINE.
001450     05 FILLER                  PIC X(44) VALUE
001460         "PERIODIFICACIONES PENDIENTES DE ESTORNO AL ".
001470     05 HDR-FECHA               PIC 9(08).
001480
001490 01  WS-COL-LINE                PIC X(80) VALUE
001500     "SEQ-NO   CUENTA FECHA           IMPORTE MON SITUACION".
001510
001520 01  WS-DET-LINE.
001530     05 DET-SEQ-NO              PIC 9(08).
001540     05 FILLER                  PIC X(01) VALUE SPACES.
001550     05 DET-ACCT-ID             PIC 9(06).
001560     05 FILLER                  PIC X(01) VALUE SPACES.
001570     05 DET-FECHA               PIC 9(08).
001580     05 FILLER                  PIC X(01) VALUE SPACES.
001590     05 DET-IMPORTE             PIC ZZZ.ZZZ.ZZ9,99.
001600     05 FILLER                  PIC X(01) VALUE SPACES.
001610     05 DET-MONEDA              PIC X(03).
001620     05 FILLER                  PIC X(01) VALUE SPACES.
001630     05 DET-SITUACION           PIC X(18).
001640     05 DET-FECHA-DESTINO       PIC X(08).
001650
001660 01  WS-TOTAL-LINE.
001670     05 TL-TEXTO                PIC X(30).
001680     05 TL-CIFRA                PIC ZZ.ZZ9.
001690
001700 PROCEDURE DIVISION.
001710
001720 0000-MAINLINE.
001730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001740     PERFORM 2000-PROCESS-DETALLE THRU 2000-EXIT
001750         UNTIL WS-EOF-DETALLE.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770     GOBACK.
001780
001790 1000-INITIALIZE.
001800     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001810     OPEN INPUT LEDGER-DETAIL-FILE.
001820     IF NOT WS-LEDGDTL-OK
001830         DISPLAY "PERIREV: ERROR ABRIENDO LEDGDTL "
001840             WS-LEDGDTL-STATUS
001850         GO TO ABEND-CLEANUP
001860     END-IF
001870     OPEN INPUT PERIODO-MASTER-FILE.
001880     IF WS-PERMSTR-NO-FILE
001890         MOVE "S" TO WS-SIN-PERMSTR-SW
001900         DISPLAY "PERIREV: PERMSTR NO EXISTE, PERIODOS SIN "
001910             "CONTROL DE CIERRE"
001920     ELSE
001930         IF NOT WS-PERMSTR-OK
001940             DISPLAY "PERIREV: ERROR ABRIENDO PERMSTR "
001950                 WS-PERMSTR-STATUS
001960             GO TO ABEND-CLEANUP
001970         END-IF
001980     END-IF
001990     OPEN OUTPUT LEDGER-TRANS-FILE.
002000     IF NOT WS-PERIOUT-OK
002010         DISPLAY "PERIREV: ERROR ABRIENDO PERIOUT "
002020             WS-PERIOUT-STATUS
002030         GO TO ABEND-CLEANUP
002040     END-IF
002050     OPEN OUTPUT PERI-RPT-FILE.
002060     IF NOT WS-PERIRPT-OK
002070         DISPLAY "PERIREV: ERROR ABRIENDO PERIRPT "
002080             WS-PERIRPT-STATUS
002090         GO TO ABEND-CLEANUP
002100     END-IF
002110     MOVE SPACES TO LEDGER-CTL-REC
002120     MOVE "HDR" TO LC-TIPO-REG
002130     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
002140     WRITE LEDGER-CTL-REC
002150     PERFORM 7200-CHECK-PERIOUT THRU 7200-EXIT
002160     MOVE WS-FECHA-PROCESO TO HDR-FECHA
002170     MOVE WS-HDR-LINE TO PERI-RPT-LINE
002180     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002190     MOVE WS-COL-LINE TO PERI-RPT-LINE
002200     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002210     PERFORM 2100-READ-DETALLE THRU 2100-EXIT.
002220 1000-EXIT.
002230     EXIT.
002240
002250 2000-PROCESS-DETALLE.
002260     ADD 1 TO WS-DETALLES-COUNT
002270     IF DT-PERIODIF-PENDIENTE
002280         PERFORM 3000-PERIODIFICACION THRU 3000-EXIT
002290     END-IF
002300     PERFORM 2100-READ-DETALLE THRU 2100-EXIT.
002310 2000-EXIT.
002320     EXIT.
002330
002340 2100-READ-DETALLE.
002350     READ LEDGER-DETAIL-FILE NEXT
002360         AT END
002370             SET WS-EOF-DETALLE TO TRUE
002380     END-READ
002390     IF NOT WS-EOF-DETALLE AND NOT WS-LEDGDTL-OK
002400         DISPLAY "PERIREV: ERROR LEYENDO LEDGDTL "
002410             WS-LEDGDTL-STATUS
002420         GO TO ABEND-CLEANUP
002430     END-IF
002440 2100-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------*
002480* UNA PERIODIFICACION PENDIENTE SOLO SE ESTORNA CUANDO SU    *
002490* PERIODO YA ESTA CERRADO EN PERMSTR, PARA QUE EL ESPEJO NO  *
002500* ENTRE EN LOS SALDOS QUE CIERRE VUELCA DEL MES QUE LA       *
002510* LLEVA. SIN FICHERO PERMSTR SE DA POR CERRADO EL PERIODO    *
002520* ANTERIOR AL DE LA FECHA DEL DIA. MIENTRAS EL ESTORNO NO SE *
002530* POSTEA LA PERIODIFICACION SIGUE EN "P" Y SE VUELVE A       *
002540* GENERAR EN LA CORRIDA SIGUIENTE.                           *
002550*----------------------------------------------------------*
002560 3000-PERIODIFICACION.
002570     ADD 1 TO WS-PENDIENTES-COUNT
002580     MOVE DT-SEQ-NO TO DET-SEQ-NO
002590     MOVE DT-ACCT-ID TO DET-ACCT-ID
002600     MOVE DT-FECHA TO DET-FECHA
002610     MOVE DT-IMPORTE TO DET-IMPORTE
002620     MOVE DT-MONEDA-ORIG TO DET-MONEDA
002630     MOVE SPACES TO DET-FECHA-DESTINO
002640     DIVIDE DT-FECHA BY 100 GIVING WS-PERIODO-ORIGEN
002650     PERFORM 3100-ORIGEN-CERRADO THRU 3100-EXIT
002660     IF NOT WS-PERIODO-CERRADO
002670         ADD 1 TO WS-EN-ESPERA-COUNT
002680         MOVE "ESPERA AL CIERRE" TO DET-SITUACION
002690         GO TO 3000-LISTAR
002700     END-IF
002710     PERFORM 3200-BUSCAR-DESTINO THRU 3200-EXIT
002720     IF WS-PERIODO-DESTINO = ZERO
002730         ADD 1 TO WS-SIN-DESTINO-COUNT
002740         MOVE "SIN PERIODO ABIERTO" TO DET-SITUACION
002750         GO TO 3000-LISTAR
002760     END-IF
002770     COMPUTE WS-FECHA-ESTORNO = WS-PERIODO-DESTINO * 100 + 1
002780     PERFORM 3300-GRABAR-ESTORNO THRU 3300-EXIT
002790     MOVE "ESTORNO GENERADO" TO DET-SITUACION
002800     MOVE WS-FECHA-ESTORNO TO DET-FECHA-DESTINO.
002810 3000-LISTAR.
002820     MOVE WS-DET-LINE TO PERI-RPT-LINE
002830     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
002840 3000-EXIT.
002850     EXIT.
002860
002870 3100-ORIGEN-CERRADO.
002880     MOVE "N" TO WS-PER-CERRADO-SW
002890     IF WS-SIN-PERMSTR
002900         IF WS-PERIODO-ORIGEN < WS-PROCESO-AAAAMM
002910             MOVE "S" TO WS-PER-CERRADO-SW
002920         END-IF
002930         GO TO 3100-EXIT
002940     END-IF
002950     MOVE WS-PERIODO-ORIGEN TO PER-PERIODO
002960     READ PERIODO-MASTER-FILE
002970         INVALID KEY
002980             GO TO 3100-EXIT
002990     END-READ
003000     IF PER-CERRADO
003010         MOVE "S" TO WS-PER-CERRADO-SW
003020     END-IF.
003030 3100-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------*
003070* PRIMER PERIODO MENSUAL POSTERIOR AL DE LA PERIODIFICACION  *
003080* QUE NO ESTA CERRADO EN PERMSTR (SIN REGISTRO SE CONSIDERA  *
003090* ABIERTO, COMO EN CREDITO). EL PERIODO 13 NO ES DESTINO:    *
003100* LO QUE SE PERIODIFICA EN DICIEMBRE O EN EL 13 SE ESTORNA   *
003110* EN ENERO. SE BUSCA HASTA DOS ANIOS; SI NO, DESTINO CERO.   *
003120*----------------------------------------------------------*
003130 3200-BUSCAR-DESTINO.
003140     MOVE WS-PERIODO-ORIGEN TO WS-PERIODO-DESTINO
003150     MOVE ZERO TO WS-PASOS-COUNT.
003160 3200-SIGUIENTE.
003170     ADD 1 TO WS-PASOS-COUNT
003180     IF WS-PASOS-COUNT > 24
003190         MOVE ZERO TO WS-PERIODO-DESTINO
003200         GO TO 3200-EXIT
003210     END-IF
003220     IF WS-DESTINO-MES >= 12
003230         ADD 1 TO WS-DESTINO-ANIO
003240         MOVE 1 TO WS-DESTINO-MES
003250     ELSE
003260         ADD 1 TO WS-DESTINO-MES
003270     END-IF
003280     IF WS-SIN-PERMSTR
003290         GO TO 3200-EXIT
003300     END-IF
003310     MOVE WS-PERIODO-DESTINO TO PER-PERIODO
003320     READ PERIODO-MASTER-FILE
003330         INVALID KEY
003340             GO TO 3200-EXIT
003350     END-READ
003360     IF PER-CERRADO
003370         GO TO 3200-SIGUIENTE
003380     END-IF.
003390 3200-EXIT.
003400     EXIT.
003410
003420*----------------------------------------------------------*
003430* EL ESTORNO ES UN APUNTE R COMO LOS TECLEADOS: CREDITO TOMA *
003440* CUENTA, TIPO E IMPORTE DEL DETALLE ORIGINAL POR            *
003450* LT-SEQ-REF. CUENTA, MONEDA E IMPORTE SE INFORMAN IGUAL     *
003460* PARA LOS CONTROLES DE LA COLA TRL.                         *
003470*----------------------------------------------------------*
003480 3300-GRABAR-ESTORNO.
003490     MOVE DT-ACCT-ID TO LT-ACCT-ID
003500     MOVE "R" TO LT-TIPO-APUNTE
003510     MOVE DT-MONEDA-ORIG TO LT-MONEDA
003520     MOVE DT-IMPORTE TO LT-IMPORTE
003530     MOVE "ESTORNO PERIODIFIC." TO LT-CONCEPTO
003540     MOVE WS-FECHA-ESTORNO TO LT-FECHA
003550     MOVE DT-SEQ-NO TO LT-SEQ-REF
003560     MOVE ZERO TO LT-DOC-NO
003570     MOVE SPACES TO LT-IVA-CODIGO
003580     MOVE DT-CENTRO-COSTE TO LT-CENTRO-COSTE
003590     MOVE DT-SEQ-NO TO WS-ORG-SEQ-NO
003600     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
003610     WRITE LEDGER-TRANS-REC
003620     PERFORM 7200-CHECK-PERIOUT THRU 7200-EXIT
003630     ADD 1 TO WS-ESTORNOS-COUNT
003640     ADD 1 TO WS-LOTE-REGS
003650     ADD LT-ACCT-ID TO WS-LOTE-HASH
003660     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
003670 3300-EXIT.
003680     EXIT.
003690
003700 7200-CHECK-PERIOUT.
003710     IF NOT WS-PERIOUT-OK
003720         DISPLAY "PERIREV: ERROR GRABANDO PERIOUT "
003730             WS-PERIOUT-STATUS
003740         GO TO ABEND-CLEANUP
003750     END-IF.
003760 7200-EXIT.
003770     EXIT.
003780
003790 8500-WRITE-LINEA.
003800     WRITE PERI-RPT-LINE
003810     IF NOT WS-PERIRPT-OK
003820         DISPLAY "PERIREV: ERROR ESCRIBIENDO PERIRPT "
003830             WS-PERIRPT-STATUS
003840         GO TO ABEND-CLEANUP
003850     END-IF.
003860 8500-EXIT.
003870     EXIT.
003880
003890 9000-TERMINATE.
003900     MOVE SPACES TO LEDGER-CTL-REC
003910     MOVE "TRL" TO LC-TIPO-REG
003920     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
003930     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
003940     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
003950     WRITE LEDGER-CTL-REC
003960     PERFORM 7200-CHECK-PERIOUT THRU 7200-EXIT
003970     MOVE SPACES TO PERI-RPT-LINE
003980     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003990     MOVE "PENDIENTES DE ESTORNO" TO TL-TEXTO
004000     MOVE WS-PENDIENTES-COUNT TO TL-CIFRA
004010     MOVE WS-TOTAL-LINE TO PERI-RPT-LINE
004020     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004030     MOVE "ESTORNOS GENERADOS" TO TL-TEXTO
004040     MOVE WS-ESTORNOS-COUNT TO TL-CIFRA
004050     MOVE WS-TOTAL-LINE TO PERI-RPT-LINE
004060     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004070     MOVE "EN ESPERA DEL CIERRE" TO TL-TEXTO
004080     MOVE WS-EN-ESPERA-COUNT TO TL-CIFRA
004090     MOVE WS-TOTAL-LINE TO PERI-RPT-LINE
004100     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004110     MOVE "SIN PERIODO ABIERTO" TO TL-TEXTO
004120     MOVE WS-SIN-DESTINO-COUNT TO TL-CIFRA
004130     MOVE WS-TOTAL-LINE TO PERI-RPT-LINE
004140     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004150     CLOSE LEDGER-DETAIL-FILE.
004160     IF NOT WS-SIN-PERMSTR
004170         CLOSE PERIODO-MASTER-FILE
004180     END-IF
004190     CLOSE LEDGER-TRANS-FILE.
004200     CLOSE PERI-RPT-FILE.
004210     DISPLAY "PERIREV: DETALLES LEIDOS      " WS-DETALLES-COUNT.
004220     DISPLAY "PERIREV: PERIODIFICACIONES    "
004230         WS-PENDIENTES-COUNT.
004240     DISPLAY "PERIREV: ESTORNOS GENERADOS   " WS-ESTORNOS-COUNT.
004250     IF WS-SIN-DESTINO-COUNT > ZERO
004260         MOVE 4 TO RETURN-CODE
004270     END-IF.
004280 9000-EXIT.
004290     EXIT.
004300
004310 ABEND-CLEANUP.
004320     DISPLAY "PERIREV: TERMINACION ANORMAL - CERRANDO FICHEROS".
004330     CLOSE LEDGER-DETAIL-FILE.
004340     CLOSE PERIODO-MASTER-FILE.
004350     CLOSE LEDGER-TRANS-FILE.
004360     CLOSE PERI-RPT-FILE.
004370     MOVE 16 TO RETURN-CODE.
004380     GOBACK.
004390
004400     END PROGRAM PERIREV.

000010*----------------------------------------------------------*
000020* REMDED - REMESA A TERCEROS DE LAS DEDUCCIONES DE NOMINA    *
000030* (PLAN DE PENSIONES, CUOTA SINDICAL, EMBARGOS)              *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. REMDED.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. LO QUE PAYCALC DESCUENTA  *
000150*                POR PLAN DE PENSIONES (PP), CUOTA SINDICAL  *
000160*                (CS) Y EMBARGOS (EM) QUEDABA EN LAS CUENTAS *
000170*                DE PASIVO HASTA QUE ALGUIEN EXTENDIA A MANO *
000180*                EL PAGO A LA GESTORA, AL SINDICATO O AL     *
000190*                JUZGADO, SIN SABER QUE EMPLEADOS LO         *
000200*                FORMABAN. ESTE PASO, TRAS LA NOMINA, TOMA   *
000210*                DE DEDDET (COPY DEDDET) LO COBRADO Y NO     *
000220*                REMITIDO HASTA LA FECHA DE REMPARM, LO      *
000230*                ASIGNA A SU DESTINATARIO SEGUN LA TABLA     *
000240*                REMDEST (CODIGO + EMPLEADO, O CODIGO PARA   *
000250*                TODOS) Y LO AGRUPA POR DESTINATARIO, CODIGO *
000260*                Y CUENTA DE PASIVO. CADA GRUPO SE REGISTRA  *
000270*                EN FACMSTR COMO DOCUMENTO R YA PAGADO Y     *
000280*                SALE POR EL CAMINO DE PAGO A PROVEEDORES:   *
000290*                REGISTRO PROVPAGO (QUE SEPAGEN PASA AL      *
000300*                PAIN.001 DEL DIA) Y LOTE HDR/TRL EN FACOUT  *
000310*                CON LA CANCELACION DEL PASIVO (DEBITO       *
000320*                PASIVO DE LA DEDUCCION / CREDITO            *
000330*                PROVEEDORES Y DEBITO PROVEEDORES / CREDITO  *
000340*                BANCO, CUENTAS DE FACPARM). EL DETALLE POR  *
000350*                EMPLEADO DE CADA REMESA, CON EL NUMERO DE   *
000360*                AUTOS EN LOS EMBARGOS, QUEDA EN REMDETAL    *
000370*                PARA ENVIAR AL DESTINATARIO, Y DEDDET QUEDA *
000380*                MARCADO COMO REMITIDO. RC 4 SI ALGUNA       *
000390*                DEDUCCION NO TIENE DESTINATARIO VALIDO      *
000400*                (SIGUE PENDIENTE PARA OTRA CORRIDA).        *
000410* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000420*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000430*                COSTE, VER COPY LEDGTRAN).                  *
000440* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000450*                SISTEMA REMDED Y COMO CLAVE EL ACREEDOR, LA *
000460*                REMESA Y EL CODIGO DE DEDUCCION, PARA LA    *
000470*                TRAZA DE TRAZADTL.                          *
000480*----------------------------------------------------------*
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SPECIAL-NAMES.
000530     DECIMAL-POINT IS COMMA.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT DEDUC-DET-FILE ASSIGN TO "DEDDET"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS DDT-CLAVE
000610         FILE STATUS IS WS-DEDDET-STATUS.
000620
000630     SELECT DESTINO-FILE ASSIGN TO "REMDEST"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-REMDEST-STATUS.
000660
000670     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS RANDOM
000700         RECORD KEY IS PRV-ID
000710         FILE STATUS IS WS-PROVMSTR-STATUS.
000720
000730     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000740         ORGANIZATION IS INDEXED
000750         ACCESS MODE IS RANDOM
000760         RECORD KEY IS EMP-ID
000770         FILE STATUS IS WS-EMPMSTR-STATUS.
000780
000790     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS RANDOM
000820         RECORD KEY IS FAC-CLAVE
000830         FILE STATUS IS WS-FACMSTR-STATUS.
000840
000850     SELECT PROV-PAGO-FILE ASSIGN TO "PROVPAGO"
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS WS-PROVPAGO-STATUS.
000880
000890     SELECT FAC-OUT-FILE ASSIGN TO "FACOUT"
000900         ORGANIZATION IS SEQUENTIAL
000910         FILE STATUS IS WS-FACOUT-STATUS.
000920
000930     SELECT FAC-PARM-FILE ASSIGN TO "FACPARM"
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS WS-FACPARM-STATUS.
000960
000970     SELECT PARM-FILE ASSIGN TO "REMPARM"
000980         ORGANIZATION IS SEQUENTIAL
000990         FILE STATUS IS WS-REMPARM-STATUS.
001000
001010     SELECT REM-DET-FILE ASSIGN TO "REMDETAL"
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS WS-REMDETAL-STATUS.
001040
001050     SELECT REM-RPT-FILE ASSIGN TO "REMRPT"
001060         ORGANIZATION IS LINE SEQUENTIAL
001070         FILE STATUS IS WS-REMRPT-STATUS.
001080
001090 DATA DIVISION.
001100 FILE SECTION.
001110 FD  DEDUC-DET-FILE
001120     LABEL RECORDS ARE STANDARD.
001130     COPY DEDDET.
001140
001150*----------------------------------------------------------*
001160* TABLA DE DESTINATARIOS: UNA ENTRADA POR CODIGO DE          *
001170* DEDUCCION CON DS-EMP-ID A CERO VALE PARA TODOS LOS         *
001180* EMPLEADOS; UNA CON EMP-ID MANDA PARA ESE EMPLEADO (CADA    *
001190* EMBARGO TIENE SU JUZGADO). DS-PRV-ID ES EL DESTINATARIO    *
001200* EN PROVMSTR, CON SUS DATOS BANCARIOS; DS-CUENTA-PASIVO LA  *
001210* CUENTA DONDE ESPERA LO DESCONTADO; DS-REFERENCIA EL        *
001220* NUMERO DE AUTOS DEL EMBARGO (O DE POLIZA O AFILIACION),    *
001230* QUE VIAJA EN EL DETALLE.                                   *
001240*----------------------------------------------------------*
001250 FD  DESTINO-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  DESTINO-REC.
001280     05 DS-CODIGO               PIC X(02).
001290     05 DS-EMP-ID               PIC 9(06).
001300     05 DS-PRV-ID               PIC 9(06).
001310     05 DS-CUENTA-PASIVO        PIC 9(06).
001320     05 DS-REFERENCIA           PIC X(20).
001330
001340 FD  PROVEEDOR-MASTER-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY PROVEED.
001370
001380 FD  EMPLEADO-MASTER-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY EMPLEADO.
001410
001420 FD  FACTURA-MASTER-FILE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY FACTURA.
001450
001460 FD  PROV-PAGO-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  PROV-PAGO-REC.
001490     05 PPG-BANCO               PIC 9(04).
001500     05 PPG-OFICINA             PIC 9(04).
001510     05 PPG-CUENTA              PIC 9(10).
001520     05 PPG-PROV-ID             PIC 9(06).
001530     05 PPG-NUMERO              PIC X(12).
001540     05 PPG-FECHA               PIC 9(08).
001550     05 PPG-IMPORTE             PIC 9(09)V99.
001560
001570 FD  FAC-OUT-FILE
001580     LABEL RECORDS ARE STANDARD.
001590     COPY LEDGTRAN.
001600
001610 FD  FAC-PARM-FILE
001620     LABEL RECORDS ARE STANDARD.
001630 01  FAC-PARM-REC.
001640     05 FP-CUENTA-PROVEEDORES   PIC 9(06).
001650     05 FP-CUENTA-BANCO         PIC 9(06).
001660     05 FILLER                  PIC X(29).
001670
001680*----------------------------------------------------------*
001690* PI-FECHA-HASTA: SE REMITEN LAS NOMINAS HASTA ESA FECHA     *
001700* INCLUSIVE (EN BLANCO, HOY). PI-MONEDA: LA DEL PAGO, QUE    *
001710* HA DE SER LA DEL PAIN.001 DE SEPAGEN (EN BLANCO, EUR).     *
001720*----------------------------------------------------------*
001730 FD  PARM-FILE
001740     LABEL RECORDS ARE STANDARD.
001750 01  PARM-IN-REC.
001760     05 PI-FECHA-HASTA          PIC X(08).
001770     05 PI-FECHA-HASTA-N REDEFINES PI-FECHA-HASTA
001780                                PIC 9(08).
001790     05 PI-MONEDA               PIC X(03).
001800
001810*----------------------------------------------------------*
001820* DETALLE DE LA REMESA: UN REGISTRO POR EMPLEADO, NOMINA Y   *
001830* CODIGO, CON EL NUMERO DE LA REMESA (EL DEL DOCUMENTO EN    *
001840* FACMSTR Y EN LA TRANSFERENCIA) Y LA REFERENCIA DEL         *
001850* DESTINATARIO.                                              *
001860*----------------------------------------------------------*
001870 FD  REM-DET-FILE
001880     LABEL RECORDS ARE STANDARD.
001890 01  REM-DET-REC.
001900     05 RD-REMESA               PIC X(12).
001910     05 RD-PRV-ID               PIC 9(06).
001920     05 RD-CODIGO               PIC X(02).
001930     05 RD-EMP-ID               PIC 9(06).
001940     05 RD-NOMBRE               PIC X(30).
001950     05 RD-FECHA-NOMINA         PIC 9(08).
001960     05 RD-IMPORTE              PIC 9(07)V99.
001970     05 RD-REFERENCIA           PIC X(20).
001980     05 RD-FECHA-PAGO           PIC 9(08).
001990
002000 FD  REM-RPT-FILE
002010     LABEL RECORDS ARE STANDARD.
002020 01  REM-RPT-LINE               PIC X(80).
002030
002040 WORKING-STORAGE SECTION.
002050 01  WS-DEDDET-STATUS            PIC X(02) VALUE SPACES.
002060     88 WS-DEDDET-OK                 VALUE "00".
002070     88 WS-DEDDET-NO-FILE            VALUE "35".
002080
002090 01  WS-REMDEST-STATUS           PIC X(02) VALUE SPACES.
002100     88 WS-REMDEST-OK                VALUE "00".
002110
002120 01  WS-PROVMSTR-STATUS          PIC X(02) VALUE SPACES.
002130     88 WS-PROVMSTR-OK               VALUE "00".
002140
002150 01  WS-EMPMSTR-STATUS           PIC X(02) VALUE SPACES.
002160     88 WS-EMPMSTR-OK                VALUE "00".
002170
002180 01  WS-FACMSTR-STATUS           PIC X(02) VALUE SPACES.
002190     88 WS-FACMSTR-OK                VALUE "00".
002200
002210 01  WS-PROVPAGO-STATUS          PIC X(02) VALUE SPACES.
002220     88 WS-PROVPAGO-OK               VALUE "00".
002230     88 WS-PROVPAGO-NO-FILE          VALUE "05", "35".
002240
002250 01  WS-FACOUT-STATUS            PIC X(02) VALUE SPACES.
002260     88 WS-FACOUT-OK                 VALUE "00".
002270     88 WS-FACOUT-NO-FILE            VALUE "05", "35".
002280
002290 01  WS-FACPARM-STATUS           PIC X(02) VALUE SPACES.
002300     88 WS-FACPARM-OK                VALUE "00".
002310
002320 01  WS-REMPARM-STATUS           PIC X(02) VALUE SPACES.
002330     88 WS-REMPARM-OK                VALUE "00".
002340
002350 01  WS-REMDETAL-STATUS          PIC X(02) VALUE SPACES.
002360     88 WS-REMDETAL-OK               VALUE "00".
002370
002380 01  WS-REMRPT-STATUS            PIC X(02) VALUE SPACES.
002390     88 WS-REMRPT-OK                 VALUE "00".
002400
002410 01  WS-SWITCHES.
002420     05 WS-EOF-DEST-SW         PIC X(01) VALUE "N".
002430         88 WS-EOF-DEST             VALUE "Y".
002440     05 WS-EOF-DDT-SW          PIC X(01) VALUE "N".
002450         88 WS-EOF-DDT              VALUE "Y".
002460     05 WS-SIN-DEDDET-SW       PIC X(01) VALUE "N".
002470         88 WS-SIN-DEDDET           VALUE "S".
002480     05 WS-PASADA-SW           PIC X(01) VALUE "A".
002490         88 WS-PASADA-ACUMULAR      VALUE "A".
002500         88 WS-PASADA-MARCAR        VALUE "M".
002510     05 WS-REMITIBLE-SW        PIC X(01) VALUE "N".
002520         88 WS-REMITIBLE            VALUE "S".
002530     05 WS-NUMERO-LIBRE-SW     PIC X(01) VALUE "N".
002540         88 WS-NUMERO-LIBRE         VALUE "S".
002550
002560 01  WS-COUNTERS.
002570     05 WS-DESTINOS-COUNT      PIC 9(07) COMP VALUE ZERO.
002580     05 WS-LEIDAS-COUNT        PIC 9(07) COMP VALUE ZERO.
002590     05 WS-REMITIDAS-COUNT     PIC 9(07) COMP VALUE ZERO.
002600     05 WS-REMESAS-COUNT       PIC 9(07) COMP VALUE ZERO.
002610     05 WS-INCIDENCIAS-COUNT   PIC 9(07) COMP VALUE ZERO.
002620
002630 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
002640 01  WS-FECHA-HASTA              PIC 9(08) VALUE ZERO.
002650 01  WS-MONEDA                   PIC X(03) VALUE SPACES.
002660 01  WS-CUENTA-PROVEEDORES       PIC 9(06) VALUE ZERO.
002670 01  WS-CUENTA-BANCO             PIC 9(06) VALUE ZERO.
002680 01  WS-TOTAL-REMITIDO           PIC 9(11)V99 VALUE ZERO.
002690 01  WS-TOTAL-PENDIENTE          PIC 9(11)V99 VALUE ZERO.
002700 01  WS-MOTIVO                   PIC X(30) VALUE SPACES.
002710 01  WS-EMPLEADOS-ED             PIC ZZZZ9.
002720
002730*----------------------------------------------------------*
002740* TABLA DE DESTINATARIOS DE REMDEST, VALIDADOS CONTRA        *
002750* PROVMSTR AL CARGARLA (DT-VALIDO "S" SI EL DESTINATARIO     *
002760* EXISTE, ESTA ACTIVO Y TIENE CUENTA BANCARIA).              *
002770*----------------------------------------------------------*
002780 01  WS-DEST-TAB-COUNT           PIC 9(04) COMP VALUE ZERO.
002790 01  WS-DEST-TABLA.
002800     05 WS-DEST-ENTRY OCCURS 1 TO 2000 TIMES
002810             DEPENDING ON WS-DEST-TAB-COUNT
002820             INDEXED BY WS-DEST-IDX.
002830         10 DT-CODIGO           PIC X(02).
002840         10 DT-EMP-ID           PIC 9(06).
002850         10 DT-PRV-ID           PIC 9(06).
002860         10 DT-CUENTA-PASIVO    PIC 9(06).
002870         10 DT-REFERENCIA       PIC X(20).
002880         10 DT-VALIDO           PIC X(01).
002890         10 DT-BANCO            PIC 9(04).
002900         10 DT-OFICINA          PIC 9(04).
002910         10 DT-CUENTA           PIC 9(10).
002920
002930 01  WS-DEST-SUB                 PIC 9(04) COMP VALUE ZERO.
002940
002950*----------------------------------------------------------*
002960* REMESAS DE LA CORRIDA: UNA POR DESTINATARIO, CODIGO Y      *
002970* CUENTA DE PASIVO. EL NUMERO ES "RD" + FECHA DE PROCESO +   *
002980* ORDEN, EL PRIMERO LIBRE PARA EL DESTINATARIO EN FACMSTR.   *
002990*----------------------------------------------------------*
003000 01  WS-REM-TAB-COUNT            PIC 9(04) COMP VALUE ZERO.
003010 01  WS-REM-TABLA.
003020     05 WS-REM-ENTRY OCCURS 1 TO 500 TIMES
003030             DEPENDING ON WS-REM-TAB-COUNT
003040             INDEXED BY WS-REM-IDX.
003050         10 RM-PRV-ID           PIC 9(06).
003060         10 RM-CODIGO           PIC X(02).
003070         10 RM-CUENTA-PASIVO    PIC 9(06).
003080         10 RM-BANCO            PIC 9(04).
003090         10 RM-OFICINA          PIC 9(04).
003100         10 RM-CUENTA           PIC 9(10).
003110         10 RM-NUMERO           PIC X(12).
003120         10 RM-EMPLEADOS        PIC 9(05) COMP.
003130         10 RM-IMPORTE          PIC 9(09)V99.
003140
003150 01  WS-REM-SEQ                  PIC 9(02) VALUE ZERO.
003160 01  WS-NUMERO-REMESA.
003170     05 FILLER                   PIC X(02) VALUE "RD".
003180     05 WS-NR-FECHA              PIC 9(08).
003190     05 WS-NR-SEQ                PIC 9(02).
003200
003210*----------------------------------------------------------*
003220* CONTROLES DEL LOTE GENERADO EN FACOUT PARA LA COLA TRL,    *
003230* COMO EN FACPAGO.                                           *
003240*----------------------------------------------------------*
003250 01  WS-LOTE-REGS                PIC 9(07) VALUE ZERO.
003260 01  WS-LOTE-HASH                PIC 9(13) VALUE ZERO.
003270 01  WS-LOTE-IMPORTES            PIC 9(13)V99 VALUE ZERO.
003280
003290 01  WS-HDR-LINE-1.
003300     05 FILLER                  PIC X(40)
003310         VALUE "REMDED - REMESA DE DEDUCCIONES A TERCERO".
003320     05 FILLER                  PIC X(12) VALUE "S  HASTA:   ".
003330     05 HL-FECHA-HASTA          PIC 9(08).
003340
003350 01  WS-HDR-LINE-2.
003360     05 FILLER                  PIC X(40)
003370         VALUE "DESTIN. CD REMESA/EMPL.  FECHA NOMINA  ".
003380     05 FILLER                  PIC X(40)
003390         VALUE "      IMPORTE  NOTA                     ".
003400
003410 01  WS-DET-LINE.
003420     05 DL-PRV-ID               PIC 9(06).
003430     05 FILLER                  PIC X(02) VALUE SPACES.
003440     05 DL-CODIGO               PIC X(02).
003450     05 FILLER                  PIC X(01) VALUE SPACES.
003460     05 DL-NUMERO               PIC X(12).
003470     05 FILLER                  PIC X(02) VALUE SPACES.
003480     05 DL-FECHA                PIC 9(08).
003490     05 FILLER                  PIC X(02) VALUE SPACES.
003500     05 DL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
003510     05 FILLER                  PIC X(02) VALUE SPACES.
003520     05 DL-NOTA                 PIC X(29).
003530
003540 01  WS-TOT-LINE.
003550     05 TL-TEXTO                PIC X(33).
003560     05 TL-IMPORTE              PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
003570     05 FILLER                  PIC X(02) VALUE SPACES.
003580     05 TL-CUENTA               PIC ZZZ.ZZ9.
003590
003600*----------------------------------------------------------*
003610* ORIGEN DEL APUNTE (LT-ORIGEN): EL ACREEDOR DE PROVMSTR,    *
003620* EL NUMERO DE REMESA Y EL CODIGO DE DEDUCCION.              *
003630*----------------------------------------------------------*
003640 01  WS-ORIGEN-APUNTE.
003650     05 FILLER                  PIC X(08) VALUE "REMDED".
003660     05 WS-ORG-PROV             PIC 9(06) VALUE ZERO.
003670     05 WS-ORG-REMESA           PIC X(12) VALUE SPACES.
003680     05 WS-ORG-CODIGO           PIC X(02) VALUE SPACES.
003690
003700 PROCEDURE DIVISION.
003710
003720 0000-MAINLINE.
003730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003740     IF NOT WS-SIN-DEDDET
003750         PERFORM 2000-ACUMULAR THRU 2000-EXIT
003760         PERFORM 3000-REMESAR THRU 3000-EXIT
003770             VARYING WS-REM-IDX FROM 1 BY 1
003780             UNTIL WS-REM-IDX > WS-REM-TAB-COUNT
003790         PERFORM 4000-MARCAR THRU 4000-EXIT
003800     END-IF
003810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003820     GOBACK.
003830
003840 1000-INITIALIZE.
003850     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003860     MOVE WS-FECHA-PROCESO TO WS-NR-FECHA
003870     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
003880*    SIN DEDDET AUN NO HAY NADA QUE REMITIR.
003890     OPEN I-O DEDUC-DET-FILE.
003900     IF WS-DEDDET-NO-FILE
003910         MOVE "S" TO WS-SIN-DEDDET-SW
003920     ELSE
003930         IF NOT WS-DEDDET-OK
003940             DISPLAY "REMDED: ERROR ABRIENDO DEDDET "
003950                 WS-DEDDET-STATUS
003960             GO TO ABEND-CLEANUP
003970         END-IF
003980     END-IF
003990     OPEN INPUT PROVEEDOR-MASTER-FILE.
004000     IF NOT WS-PROVMSTR-OK
004010         DISPLAY "REMDED: ERROR ABRIENDO PROVMSTR "
004020             WS-PROVMSTR-STATUS
004030         GO TO ABEND-CLEANUP
004040     END-IF
004050     OPEN INPUT EMPLEADO-MASTER-FILE.
004060     IF NOT WS-EMPMSTR-OK
004070         DISPLAY "REMDED: ERROR ABRIENDO EMPMSTR "
004080             WS-EMPMSTR-STATUS
004090         GO TO ABEND-CLEANUP
004100     END-IF
004110     OPEN I-O FACTURA-MASTER-FILE.
004120     IF NOT WS-FACMSTR-OK
004130         DISPLAY "REMDED: ERROR ABRIENDO FACMSTR "
004140             WS-FACMSTR-STATUS
004150         GO TO ABEND-CLEANUP
004160     END-IF
004170     OPEN EXTEND PROV-PAGO-FILE.
004180     IF WS-PROVPAGO-NO-FILE
004190         OPEN OUTPUT PROV-PAGO-FILE
004200     END-IF
004210     IF NOT WS-PROVPAGO-OK
004220         DISPLAY "REMDED: ERROR ABRIENDO PROVPAGO "
004230             WS-PROVPAGO-STATUS
004240         GO TO ABEND-CLEANUP
004250     END-IF
004260     OPEN EXTEND FAC-OUT-FILE.
004270     IF WS-FACOUT-NO-FILE
004280         OPEN OUTPUT FAC-OUT-FILE
004290     END-IF
004300     IF NOT WS-FACOUT-OK
004310         DISPLAY "REMDED: ERROR ABRIENDO FACOUT "
004320             WS-FACOUT-STATUS
004330         GO TO ABEND-CLEANUP
004340     END-IF
004350     OPEN OUTPUT REM-DET-FILE.
004360     IF NOT WS-REMDETAL-OK
004370         DISPLAY "REMDED: ERROR ABRIENDO REMDETAL "
004380             WS-REMDETAL-STATUS
004390         GO TO ABEND-CLEANUP
004400     END-IF
004410     OPEN OUTPUT REM-RPT-FILE.
004420     IF NOT WS-REMRPT-OK
004430         DISPLAY "REMDED: ERROR ABRIENDO REMRPT "
004440             WS-REMRPT-STATUS
004450         GO TO ABEND-CLEANUP
004460     END-IF
004470     PERFORM 1300-CARGAR-DESTINOS THRU 1300-EXIT.
004480     MOVE WS-FECHA-HASTA TO HL-FECHA-HASTA
004490     MOVE WS-HDR-LINE-1 TO REM-RPT-LINE
004500     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
004510     MOVE WS-HDR-LINE-2 TO REM-RPT-LINE
004520     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
004530     MOVE SPACES TO LEDGER-CTL-REC
004540     MOVE "HDR" TO LC-TIPO-REG
004550     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
004560     WRITE LEDGER-CTL-REC
004570     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT.
004580 1000-EXIT.
004590     EXIT.
004600
004610*----------------------------------------------------------*
004620* PARAMETROS DE LA CORRIDA (REMPARM) Y CUENTAS DE            *
004630* PROVEEDORES Y BANCO DE FACPARM, LAS MISMAS QUE USA         *
004640* FACPAGO.                                                   *
004650*----------------------------------------------------------*
004660 1100-LEER-PARM.
004670     OPEN INPUT PARM-FILE.
004680     IF NOT WS-REMPARM-OK
004690         DISPLAY "REMDED: ERROR ABRIENDO REMPARM "
004700             WS-REMPARM-STATUS
004710         GO TO ABEND-CLEANUP
004720     END-IF
004730     READ PARM-FILE
004740         AT END
004750             DISPLAY "REMDED: REMPARM VACIO"
004760             GO TO ABEND-CLEANUP
004770     END-READ
004780     EVALUATE TRUE
004790         WHEN PI-FECHA-HASTA = SPACES
004800             MOVE WS-FECHA-PROCESO TO WS-FECHA-HASTA
004810         WHEN PI-FECHA-HASTA-N IS NUMERIC
004820             MOVE PI-FECHA-HASTA-N TO WS-FECHA-HASTA
004830         WHEN OTHER
004840             DISPLAY "REMDED: FECHA DE REMPARM INVALIDA "
004850                 PI-FECHA-HASTA
004860             GO TO ABEND-CLEANUP
004870     END-EVALUATE
004880     IF PI-MONEDA = SPACES
004890         MOVE "EUR" TO WS-MONEDA
004900     ELSE
004910         MOVE PI-MONEDA TO WS-MONEDA
004920     END-IF
004930     CLOSE PARM-FILE.
004940     OPEN INPUT FAC-PARM-FILE.
004950     IF NOT WS-FACPARM-OK
004960         DISPLAY "REMDED: ERROR ABRIENDO FACPARM "
004970             WS-FACPARM-STATUS
004980         GO TO ABEND-CLEANUP
004990     END-IF
005000     READ FAC-PARM-FILE
005010         AT END
005020             DISPLAY "REMDED: FACPARM VACIO"
005030             GO TO ABEND-CLEANUP
005040     END-READ
005050     IF FP-CUENTA-PROVEEDORES IS NOT NUMERIC
005060         OR FP-CUENTA-BANCO IS NOT NUMERIC
005070         OR FP-CUENTA-PROVEEDORES = ZERO
005080         OR FP-CUENTA-BANCO = ZERO
005090         DISPLAY "REMDED: CUENTAS DE FACPARM INVALIDAS"
005100         GO TO ABEND-CLEANUP
005110     END-IF
005120     MOVE FP-CUENTA-PROVEEDORES TO WS-CUENTA-PROVEEDORES
005130     MOVE FP-CUENTA-BANCO TO WS-CUENTA-BANCO
005140     CLOSE FAC-PARM-FILE.
005150 1100-EXIT.
005160     EXIT.
005170
005180 1300-CARGAR-DESTINOS.
005190     OPEN INPUT DESTINO-FILE.
005200     IF NOT WS-REMDEST-OK
005210         DISPLAY "REMDED: ERROR ABRIENDO REMDEST "
005220             WS-REMDEST-STATUS
005230         GO TO ABEND-CLEANUP
005240     END-IF
005250     PERFORM 1310-LEER-DESTINO THRU 1310-EXIT
005260         UNTIL WS-EOF-DEST.
005270     CLOSE DESTINO-FILE.
005280 1300-EXIT.
005290     EXIT.
005300
005310 1310-LEER-DESTINO.
005320     READ DESTINO-FILE
005330         AT END
005340             SET WS-EOF-DEST TO TRUE
005350             GO TO 1310-EXIT
005360     END-READ
005370     IF NOT WS-REMDEST-OK
005380         DISPLAY "REMDED: ERROR LEYENDO REMDEST "
005390             WS-REMDEST-STATUS
005400         GO TO ABEND-CLEANUP
005410     END-IF
005420     IF WS-DEST-TAB-COUNT >= 2000
005430         DISPLAY "REMDED: TABLA DE DESTINATARIOS LLENA"
005440         GO TO ABEND-CLEANUP
005450     END-IF
005460     ADD 1 TO WS-DESTINOS-COUNT
005470     ADD 1 TO WS-DEST-TAB-COUNT
005480     MOVE WS-DEST-TAB-COUNT TO WS-DEST-SUB
005490     MOVE DS-CODIGO TO DT-CODIGO (WS-DEST-SUB)
005500     MOVE DS-EMP-ID TO DT-EMP-ID (WS-DEST-SUB)
005510     MOVE DS-PRV-ID TO DT-PRV-ID (WS-DEST-SUB)
005520     MOVE DS-CUENTA-PASIVO TO DT-CUENTA-PASIVO (WS-DEST-SUB)
005530     MOVE DS-REFERENCIA TO DT-REFERENCIA (WS-DEST-SUB)
005540     MOVE "N" TO DT-VALIDO (WS-DEST-SUB)
005550     MOVE ZERO TO DT-BANCO (WS-DEST-SUB)
005560     MOVE ZERO TO DT-OFICINA (WS-DEST-SUB)
005570     MOVE ZERO TO DT-CUENTA (WS-DEST-SUB)
005580     MOVE SPACES TO WS-MOTIVO
005590     IF DS-CUENTA-PASIVO IS NOT NUMERIC
005600         OR DS-CUENTA-PASIVO = ZERO
005610         MOVE "DESTINO SIN CUENTA DE PASIVO" TO WS-MOTIVO
005620         GO TO 1310-AVISO
005630     END-IF
005640     MOVE DS-PRV-ID TO PRV-ID
005650     READ PROVEEDOR-MASTER-FILE
005660         INVALID KEY
005670             MOVE "DESTINATARIO NO EXISTE" TO WS-MOTIVO
005680             GO TO 1310-AVISO
005690     END-READ
005700     IF NOT PRV-ACTIVO
005710         MOVE "DESTINATARIO INACTIVO" TO WS-MOTIVO
005720         GO TO 1310-AVISO
005730     END-IF
005740     IF PRV-BANCO = ZERO OR PRV-CUENTA = ZERO
005750         MOVE "DESTINATARIO SIN CUENTA BANCO" TO WS-MOTIVO
005760         GO TO 1310-AVISO
005770     END-IF
005780     MOVE "S" TO DT-VALIDO (WS-DEST-SUB)
005790     MOVE PRV-BANCO TO DT-BANCO (WS-DEST-SUB)
005800     MOVE PRV-OFICINA TO DT-OFICINA (WS-DEST-SUB)
005810     MOVE PRV-CUENTA TO DT-CUENTA (WS-DEST-SUB)
005820     GO TO 1310-EXIT.
005830 1310-AVISO.
005840     MOVE SPACES TO WS-DET-LINE
005850     MOVE DS-PRV-ID TO DL-PRV-ID
005860     MOVE DS-CODIGO TO DL-CODIGO
005870     MOVE DS-EMP-ID TO DL-NUMERO
005880     MOVE ZERO TO DL-FECHA
005890     MOVE ZERO TO DL-IMPORTE
005900     MOVE WS-MOTIVO TO DL-NOTA
005910     PERFORM 7000-WRITE-DET THRU 7000-EXIT.
005920 1310-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------*
005960* PRIMERA PASADA DE DEDDET: LO PENDIENTE HASTA LA FECHA SE   *
005970* SUMA A LA REMESA DE SU DESTINATARIO. LO QUE NO TIENE       *
005980* DESTINATARIO VALIDO SE LISTA Y SIGUE PENDIENTE.            *
005990*----------------------------------------------------------*
006000 2000-ACUMULAR.
006010     SET WS-PASADA-ACUMULAR TO TRUE
006020     PERFORM 2050-POSICIONAR THRU 2050-EXIT
006030     PERFORM 2100-LEER-DEDUCCION THRU 2100-EXIT
006040         UNTIL WS-EOF-DDT.
006050 2000-EXIT.
006060     EXIT.
006070
006080 2050-POSICIONAR.
006090     MOVE "N" TO WS-EOF-DDT-SW
006100     MOVE LOW-VALUES TO DDT-CLAVE
006110     START DEDUC-DET-FILE
006120         KEY IS NOT LESS THAN DDT-CLAVE
006130         INVALID KEY
006140             SET WS-EOF-DDT TO TRUE
006150     END-START.
006160 2050-EXIT.
006170     EXIT.
006180
006190 2100-LEER-DEDUCCION.
006200     READ DEDUC-DET-FILE NEXT
006210         AT END
006220             SET WS-EOF-DDT TO TRUE
006230             GO TO 2100-EXIT
006240     END-READ
006250     IF NOT WS-DEDDET-OK
006260         DISPLAY "REMDED: ERROR LEYENDO DEDDET "
006270             WS-DEDDET-STATUS
006280         GO TO ABEND-CLEANUP
006290     END-IF
006300     IF NOT DDT-PENDIENTE
006310         OR DDT-FECHA-NOMINA > WS-FECHA-HASTA
006320         OR DDT-IMPORTE = ZERO
006330         GO TO 2100-EXIT
006340     END-IF
006350     PERFORM 2200-BUSCAR-DESTINO THRU 2200-EXIT
006360     IF WS-PASADA-MARCAR
006370         IF WS-REMITIBLE
006380             PERFORM 4100-REMITIR-DEDUCCION THRU 4100-EXIT
006390         END-IF
006400         GO TO 2100-EXIT
006410     END-IF
006420     ADD 1 TO WS-LEIDAS-COUNT
006430     IF NOT WS-REMITIBLE
006440         ADD 1 TO WS-INCIDENCIAS-COUNT
006450         ADD DDT-IMPORTE TO WS-TOTAL-PENDIENTE
006460         MOVE SPACES TO WS-DET-LINE
006470         MOVE ZERO TO DL-PRV-ID
006480         MOVE DDT-CODIGO TO DL-CODIGO
006490         MOVE DDT-EMP-ID TO DL-NUMERO
006500         MOVE DDT-FECHA-NOMINA TO DL-FECHA
006510         MOVE DDT-IMPORTE TO DL-IMPORTE
006520         MOVE WS-MOTIVO TO DL-NOTA
006530         PERFORM 7000-WRITE-DET THRU 7000-EXIT
006540         GO TO 2100-EXIT
006550     END-IF
006560     PERFORM 2300-BUSCAR-REMESA THRU 2300-EXIT
006570     ADD DDT-IMPORTE TO RM-IMPORTE (WS-REM-IDX)
006580     ADD 1 TO RM-EMPLEADOS (WS-REM-IDX).
006590 2100-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------*
006630* DESTINATARIO DE LA DEDUCCION EN CURSO: PRIMERO LA ENTRADA  *
006640* DEL CODIGO PARA ESE EMPLEADO, SI NO LA DEL CODIGO PARA     *
006650* TODOS. UN EMBARGO SIN NUMERO DE AUTOS NO SE REMITE: EL     *
006660* JUZGADO NO PODRIA IMPUTARLO.                               *
006670*----------------------------------------------------------*
006680 2200-BUSCAR-DESTINO.
006690     MOVE "N" TO WS-REMITIBLE-SW
006700     MOVE ZERO TO WS-DEST-SUB
006710     IF WS-DEST-TAB-COUNT = ZERO
006720         MOVE "SIN DESTINATARIO EN REMDEST" TO WS-MOTIVO
006730         GO TO 2200-EXIT
006740     END-IF
006750     SET WS-DEST-IDX TO 1
006760     SEARCH WS-DEST-ENTRY
006770         AT END
006780             CONTINUE
006790         WHEN DT-CODIGO (WS-DEST-IDX) = DDT-CODIGO
006800             AND DT-EMP-ID (WS-DEST-IDX) = DDT-EMP-ID
006810             SET WS-DEST-SUB TO WS-DEST-IDX
006820     END-SEARCH
006830     IF WS-DEST-SUB = ZERO
006840         SET WS-DEST-IDX TO 1
006850         SEARCH WS-DEST-ENTRY
006860             AT END
006870                 CONTINUE
006880             WHEN DT-CODIGO (WS-DEST-IDX) = DDT-CODIGO
006890                 AND DT-EMP-ID (WS-DEST-IDX) = ZERO
006900                 SET WS-DEST-SUB TO WS-DEST-IDX
006910         END-SEARCH
006920     END-IF
006930     IF WS-DEST-SUB = ZERO
006940         MOVE "SIN DESTINATARIO EN REMDEST" TO WS-MOTIVO
006950         GO TO 2200-EXIT
006960     END-IF
006970     IF DT-VALIDO (WS-DEST-SUB) NOT = "S"
006980         MOVE "DESTINATARIO NO VALIDO" TO WS-MOTIVO
006990         GO TO 2200-EXIT
007000     END-IF
007010     IF DDT-CODIGO = "EM"
007020         AND DT-REFERENCIA (WS-DEST-SUB) = SPACES
007030         MOVE "EMBARGO SIN NUMERO DE AUTOS" TO WS-MOTIVO
007040         GO TO 2200-EXIT
007050     END-IF
007060     SET WS-REMITIBLE TO TRUE.
007070 2200-EXIT.
007080     EXIT.
007090
007100 2300-BUSCAR-REMESA.
007110     SET WS-REM-IDX TO 1
007120     SEARCH WS-REM-ENTRY
007130         AT END
007140             PERFORM 2400-NUEVA-REMESA THRU 2400-EXIT
007150             SET WS-REM-IDX TO WS-REM-TAB-COUNT
007160         WHEN RM-PRV-ID (WS-REM-IDX) = DT-PRV-ID (WS-DEST-SUB)
007170             AND RM-CODIGO (WS-REM-IDX) = DDT-CODIGO
007180             AND RM-CUENTA-PASIVO (WS-REM-IDX)
007190                 = DT-CUENTA-PASIVO (WS-DEST-SUB)
007200             CONTINUE
007210     END-SEARCH.
007220 2300-EXIT.
007230     EXIT.
007240
007250 2400-NUEVA-REMESA.
007260     IF WS-REM-TAB-COUNT >= 500
007270         DISPLAY "REMDED: TABLA DE REMESAS LLENA"
007280         GO TO ABEND-CLEANUP
007290     END-IF
007300     ADD 1 TO WS-REM-TAB-COUNT
007310     MOVE DT-PRV-ID (WS-DEST-SUB) TO RM-PRV-ID (WS-REM-TAB-COUNT)
007320     MOVE DDT-CODIGO TO RM-CODIGO (WS-REM-TAB-COUNT)
007330     MOVE DT-CUENTA-PASIVO (WS-DEST-SUB)
007340         TO RM-CUENTA-PASIVO (WS-REM-TAB-COUNT)
007350     MOVE DT-BANCO (WS-DEST-SUB) TO RM-BANCO (WS-REM-TAB-COUNT)
007360     MOVE DT-OFICINA (WS-DEST-SUB)
007370         TO RM-OFICINA (WS-REM-TAB-COUNT)
007380     MOVE DT-CUENTA (WS-DEST-SUB) TO RM-CUENTA (WS-REM-TAB-COUNT)
007390     MOVE SPACES TO RM-NUMERO (WS-REM-TAB-COUNT)
007400     MOVE ZERO TO RM-EMPLEADOS (WS-REM-TAB-COUNT)
007410     MOVE ZERO TO RM-IMPORTE (WS-REM-TAB-COUNT).
007420 2400-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------*
007460* CADA REMESA: DOCUMENTO R YA PAGADO EN FACMSTR, REGISTRO    *
007470* DE PAGO EN PROVPAGO CON LOS DATOS BANCARIOS DEL            *
007480* DESTINATARIO Y APUNTES DEL LOTE: DEBITO PASIVO DE LA       *
007490* DEDUCCION / CREDITO PROVEEDORES (EL REGISTRO DEL           *
007500* DOCUMENTO) Y DEBITO PROVEEDORES / CREDITO BANCO (SU PAGO,  *
007510* COMO EN FACPAGO), DE MODO QUE UNA DEVOLUCION DEL BANCO     *
007520* QUE SEPAREC REPONGA EN PROVEEDORES SE VUELVA A PAGAR POR   *
007530* LA PROPUESTA NORMAL.                                       *
007540*----------------------------------------------------------*
007550 3000-REMESAR.
007560     PERFORM 3100-NUMERAR-REMESA THRU 3100-EXIT
007570     MOVE RM-PRV-ID (WS-REM-IDX) TO FAC-PROV-ID
007580     MOVE RM-NUMERO (WS-REM-IDX) TO FAC-NUMERO
007590     MOVE WS-FECHA-PROCESO TO FAC-FECHA-FACTURA
007600     MOVE WS-FECHA-PROCESO TO FAC-FECHA-VENCE
007610     MOVE WS-MONEDA TO FAC-MONEDA
007620     MOVE RM-IMPORTE (WS-REM-IDX) TO FAC-IMPORTE
007630     MOVE RM-CUENTA-PASIVO (WS-REM-IDX) TO FAC-CUENTA-GASTO
007640     MOVE "G" TO FAC-ESTADO-SW
007650     MOVE WS-FECHA-PROCESO TO FAC-FECHA-PAGO
007660     MOVE SPACES TO FAC-PEDIDO
007670     MOVE ZERO TO FAC-PEDIDO-LINEA
007680     MOVE ZERO TO FAC-CANTIDAD
007690     MOVE SPACES TO FAC-MOTIVO-BLOQUEO
007700     MOVE "R" TO FAC-TIPO-DOC
007710     MOVE ZERO TO FAC-RETENCION-PCT
007720     MOVE ZERO TO FAC-IMPORTE-RETENIDO
007730     MOVE WS-FECHA-PROCESO TO FAC-FECHA-REGISTRO
007740     MOVE ZERO TO FAC-CENTRO-COSTE
007750     MOVE "N" TO FAC-PEDIDO-ANOTADO-SW
007760     WRITE FACTURA-MASTER-REC
007770     IF NOT WS-FACMSTR-OK
007780         DISPLAY "REMDED: ERROR GRABANDO FACMSTR "
007790             WS-FACMSTR-STATUS
007800         GO TO ABEND-CLEANUP
007810     END-IF
007820     MOVE RM-BANCO (WS-REM-IDX) TO PPG-BANCO
007830     MOVE RM-OFICINA (WS-REM-IDX) TO PPG-OFICINA
007840     MOVE RM-CUENTA (WS-REM-IDX) TO PPG-CUENTA
007850     MOVE RM-PRV-ID (WS-REM-IDX) TO PPG-PROV-ID
007860     MOVE RM-NUMERO (WS-REM-IDX) TO PPG-NUMERO
007870     MOVE WS-FECHA-PROCESO TO PPG-FECHA
007880     MOVE RM-IMPORTE (WS-REM-IDX) TO PPG-IMPORTE
007890     WRITE PROV-PAGO-REC
007900     IF NOT WS-PROVPAGO-OK
007910         DISPLAY "REMDED: ERROR GRABANDO PROVPAGO "
007920             WS-PROVPAGO-STATUS
007930         GO TO ABEND-CLEANUP
007940     END-IF
007950     MOVE RM-CUENTA-PASIVO (WS-REM-IDX) TO LT-ACCT-ID
007960     MOVE "D" TO LT-TIPO-APUNTE
007970     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
007980     MOVE WS-CUENTA-PROVEEDORES TO LT-ACCT-ID
007990     MOVE "C" TO LT-TIPO-APUNTE
008000     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008010     MOVE WS-CUENTA-PROVEEDORES TO LT-ACCT-ID
008020     MOVE "D" TO LT-TIPO-APUNTE
008030     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008040     MOVE WS-CUENTA-BANCO TO LT-ACCT-ID
008050     MOVE "C" TO LT-TIPO-APUNTE
008060     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008070     ADD 1 TO WS-REMESAS-COUNT
008080     ADD RM-IMPORTE (WS-REM-IDX) TO WS-TOTAL-REMITIDO
008090     MOVE SPACES TO WS-DET-LINE
008100     MOVE RM-PRV-ID (WS-REM-IDX) TO DL-PRV-ID
008110     MOVE RM-CODIGO (WS-REM-IDX) TO DL-CODIGO
008120     MOVE RM-NUMERO (WS-REM-IDX) TO DL-NUMERO
008130     MOVE WS-FECHA-PROCESO TO DL-FECHA
008140     MOVE RM-IMPORTE (WS-REM-IDX) TO DL-IMPORTE
008150     MOVE RM-EMPLEADOS (WS-REM-IDX) TO WS-EMPLEADOS-ED
008160     STRING "REMESA, " WS-EMPLEADOS-ED
008170         " DEDUCCIONES" DELIMITED BY SIZE INTO DL-NOTA
008180     PERFORM 7000-WRITE-DET THRU 7000-EXIT.
008190 3000-EXIT.
008200     EXIT.
008210
008220 3100-NUMERAR-REMESA.
008230     MOVE "N" TO WS-NUMERO-LIBRE-SW
008240     PERFORM 3150-PROBAR-NUMERO THRU 3150-EXIT
008250         UNTIL WS-NUMERO-LIBRE.
008260     MOVE WS-NUMERO-REMESA TO RM-NUMERO (WS-REM-IDX).
008270 3100-EXIT.
008280     EXIT.
008290
008300 3150-PROBAR-NUMERO.
008310     IF WS-REM-SEQ >= 99
008320         DISPLAY "REMDED: SIN NUMEROS DE REMESA PARA HOY"
008330         GO TO ABEND-CLEANUP
008340     END-IF
008350     ADD 1 TO WS-REM-SEQ
008360     MOVE WS-REM-SEQ TO WS-NR-SEQ
008370     MOVE RM-PRV-ID (WS-REM-IDX) TO FAC-PROV-ID
008380     MOVE WS-NUMERO-REMESA TO FAC-NUMERO
008390     READ FACTURA-MASTER-FILE
008400         INVALID KEY
008410             SET WS-NUMERO-LIBRE TO TRUE
008420     END-READ.
008430 3150-EXIT.
008440     EXIT.
008450
008460*----------------------------------------------------------*
008470* SEGUNDA PASADA DE DEDDET: CADA DEDUCCION REMITIDA SALE EN  *
008480* EL DETALLE REMDETAL Y QUEDA MARCADA CON SU REMESA.         *
008490*----------------------------------------------------------*
008500 4000-MARCAR.
008510     IF WS-REM-TAB-COUNT = ZERO
008520         GO TO 4000-EXIT
008530     END-IF
008540     SET WS-PASADA-MARCAR TO TRUE
008550     PERFORM 2050-POSICIONAR THRU 2050-EXIT
008560     PERFORM 2100-LEER-DEDUCCION THRU 2100-EXIT
008570         UNTIL WS-EOF-DDT.
008580 4000-EXIT.
008590     EXIT.
008600
008610 4100-REMITIR-DEDUCCION.
008620     PERFORM 2300-BUSCAR-REMESA THRU 2300-EXIT
008630     MOVE RM-NUMERO (WS-REM-IDX) TO RD-REMESA
008640     MOVE RM-PRV-ID (WS-REM-IDX) TO RD-PRV-ID
008650     MOVE DDT-CODIGO TO RD-CODIGO
008660     MOVE DDT-EMP-ID TO RD-EMP-ID
008670     MOVE SPACES TO RD-NOMBRE
008680     MOVE DDT-EMP-ID TO EMP-ID
008690     READ EMPLEADO-MASTER-FILE
008700         INVALID KEY
008710             MOVE "EMPLEADO NO EXISTE" TO RD-NOMBRE
008720         NOT INVALID KEY
008730             STRING APELLIDO DELIMITED BY "  "
008740                 ", " DELIMITED BY SIZE
008750                 NOMBRE DELIMITED BY "  "
008760                 INTO RD-NOMBRE
008770     END-READ
008780     MOVE DDT-FECHA-NOMINA TO RD-FECHA-NOMINA
008790     MOVE DDT-IMPORTE TO RD-IMPORTE
008800     MOVE DT-REFERENCIA (WS-DEST-SUB) TO RD-REFERENCIA
008810     MOVE WS-FECHA-PROCESO TO RD-FECHA-PAGO
008820     WRITE REM-DET-REC
008830     IF NOT WS-REMDETAL-OK
008840         DISPLAY "REMDED: ERROR GRABANDO REMDETAL "
008850             WS-REMDETAL-STATUS
008860         GO TO ABEND-CLEANUP
008870     END-IF
008880     MOVE "R" TO DDT-ESTADO
008890     MOVE WS-FECHA-PROCESO TO DDT-FECHA-REMESA
008900     MOVE RM-PRV-ID (WS-REM-IDX) TO DDT-PRV-ID
008910     MOVE RM-NUMERO (WS-REM-IDX) TO DDT-REMESA
008920     REWRITE DEDUC-DET-REC
008930     IF NOT WS-DEDDET-OK
008940         DISPLAY "REMDED: ERROR REESCRIBIENDO DEDDET "
008950             WS-DEDDET-STATUS
008960         GO TO ABEND-CLEANUP
008970     END-IF
008980     ADD 1 TO WS-REMITIDAS-COUNT.
008990 4100-EXIT.
009000     EXIT.
009010
009020 6000-GRABAR-APUNTE.
009030     MOVE WS-MONEDA TO LT-MONEDA
009040     MOVE RM-IMPORTE (WS-REM-IDX) TO LT-IMPORTE
009050     MOVE SPACES TO LT-CONCEPTO
009060     STRING "REMESA " RM-CODIGO (WS-REM-IDX) " "
009070         RM-PRV-ID (WS-REM-IDX)
009080         DELIMITED BY SIZE INTO LT-CONCEPTO
009090     MOVE WS-FECHA-PROCESO TO LT-FECHA
009100     MOVE ZERO TO LT-SEQ-REF
009110     MOVE ZERO TO LT-DOC-NO
009120     MOVE SPACES TO LT-IVA-CODIGO
009130     MOVE ZERO TO LT-CENTRO-COSTE
009140     MOVE RM-PRV-ID (WS-REM-IDX) TO WS-ORG-PROV
009150     MOVE RM-NUMERO (WS-REM-IDX) TO WS-ORG-REMESA
009160     MOVE RM-CODIGO (WS-REM-IDX) TO WS-ORG-CODIGO
009170     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
009180     WRITE LEDGER-TRANS-REC
009190     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
009200     ADD 1 TO WS-LOTE-REGS
009210     ADD LT-ACCT-ID TO WS-LOTE-HASH
009220     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
009230 6000-EXIT.
009240     EXIT.
009250
009260 7000-WRITE-DET.
009270     MOVE WS-DET-LINE TO REM-RPT-LINE
009280     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
009290 7000-EXIT.
009300     EXIT.
009310
009320 7100-WRITE-RPT.
009330     WRITE REM-RPT-LINE
009340     IF NOT WS-REMRPT-OK
009350         DISPLAY "REMDED: ERROR ESCRIBIENDO REMRPT "
009360             WS-REMRPT-STATUS
009370         GO TO ABEND-CLEANUP
009380     END-IF.
009390 7100-EXIT.
009400     EXIT.
009410
009420 7200-CHECK-FACOUT.
009430     IF NOT WS-FACOUT-OK
009440         DISPLAY "REMDED: ERROR GRABANDO FACOUT "
009450             WS-FACOUT-STATUS
009460         GO TO ABEND-CLEANUP
009470     END-IF.
009480 7200-EXIT.
009490     EXIT.
009500
009510 9000-TERMINATE.
009520     MOVE SPACES TO LEDGER-CTL-REC
009530     MOVE "TRL" TO LC-TIPO-REG
009540     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
009550     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
009560     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
009570     WRITE LEDGER-CTL-REC
009580     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
009590     MOVE SPACES TO WS-TOT-LINE
009600     MOVE "TOTAL REMITIDO / REMESAS" TO TL-TEXTO
009610     MOVE WS-TOTAL-REMITIDO TO TL-IMPORTE
009620     MOVE WS-REMESAS-COUNT TO TL-CUENTA
009630     MOVE WS-TOT-LINE TO REM-RPT-LINE
009640     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
009650     MOVE SPACES TO WS-TOT-LINE
009660     MOVE "PENDIENTE SIN DESTINO / DEDUCC." TO TL-TEXTO
009670     MOVE WS-TOTAL-PENDIENTE TO TL-IMPORTE
009680     MOVE WS-INCIDENCIAS-COUNT TO TL-CUENTA
009690     MOVE WS-TOT-LINE TO REM-RPT-LINE
009700     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
009710     IF NOT WS-SIN-DEDDET
009720         CLOSE DEDUC-DET-FILE
009730     END-IF
009740     CLOSE PROVEEDOR-MASTER-FILE.
009750     CLOSE EMPLEADO-MASTER-FILE.
009760     CLOSE FACTURA-MASTER-FILE.
009770     CLOSE PROV-PAGO-FILE.
009780     CLOSE FAC-OUT-FILE.
009790     CLOSE REM-DET-FILE.
009800     CLOSE REM-RPT-FILE.
009810     DISPLAY "REMDED: DESTINATARIOS " WS-DESTINOS-COUNT
009820         " DEDUCCIONES " WS-LEIDAS-COUNT.
009830     DISPLAY "REMDED: REMESAS " WS-REMESAS-COUNT
009840         " DEDUCCIONES REMITIDAS " WS-REMITIDAS-COUNT
009850         " IMPORTE " WS-TOTAL-REMITIDO.
009860     DISPLAY "REMDED: SIN DESTINATARIO " WS-INCIDENCIAS-COUNT
009870         " IMPORTE " WS-TOTAL-PENDIENTE.
009880     IF WS-INCIDENCIAS-COUNT > ZERO
009890         MOVE 4 TO RETURN-CODE
009900     END-IF.
009910 9000-EXIT.
009920     EXIT.
009930
009940 ABEND-CLEANUP.
009950     DISPLAY "REMDED: TERMINACION ANORMAL - CERRANDO FICHEROS".
009960     CLOSE DEDUC-DET-FILE.
009970     CLOSE DESTINO-FILE.
009980     CLOSE PROVEEDOR-MASTER-FILE.
009990     CLOSE EMPLEADO-MASTER-FILE.
010000     CLOSE FACTURA-MASTER-FILE.
010010     CLOSE PROV-PAGO-FILE.
010020     CLOSE FAC-OUT-FILE.
010030     CLOSE FAC-PARM-FILE.
010040     CLOSE PARM-FILE.
010050     CLOSE REM-DET-FILE.
010060     CLOSE REM-RPT-FILE.
010070     MOVE 16 TO RETURN-CODE.
010080     GOBACK.
010090
010100     END PROGRAM REMDED.

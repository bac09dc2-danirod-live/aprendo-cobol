000010*----------------------------------------------------------*
000020* CTACRUCE - CRUCE SEMANAL DE CUENTAS BANCARIAS COMPARTIDAS  *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CTACRUCE.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                                *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. NADA IMPEDIA QUE DOS      *
000140*                EMPLEADOS COBRARAN EN LA MISMA CUENTA NI    *
000150*                QUE LA PRV-CUENTA DE UN PROVEEDOR FUERA LA  *
000160*                BNK-CUENTA DE UN EMPLEADO, SENALES CLASICAS *
000170*                DE EMPLEADO FANTASMA O PROVEEDOR FICTICIO.  *
000180*                ESTE PROGRAMA SEMANAL CRUZA                 *
000190*                BANCO/OFICINA/CUENTA DE BNKMSTR Y PROVMSTR  *
000200*                Y LISTA CADA CUENTA CON MAS DE UN TITULAR,  *
000210*                INCLUIDOS LOS EMPLEADOS DE BAJA, CON EL     *
000220*                ULTIMO PAGO DE PAGOSTAT O FACMSTR. LAS      *
000230*                COINCIDENCIAS YA REVISADAS (UN MATRIMONIO   *
000240*                QUE TRABAJA EN LA CASA) SE ANOTAN EN        *
000250*                CTABLANC CON REVISOR Y CADUCIDAD Y DEJAN DE *
000260*                SALIR. RC 4 SI SE LISTA ALGUNA CUENTA.      *
000270*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT BANCO-MASTER-FILE ASSIGN TO "BNKMSTR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS BNK-CLAVE
000400         FILE STATUS IS WS-BNKMSTR-STATUS.
000410
000420     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS PRV-ID
000460         FILE STATUS IS WS-PROVMSTR-STATUS.
000470
000480     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS EMP-ID
000520         FILE STATUS IS WS-EMPMSTR-STATUS.
000530
000540     SELECT PAGO-STAT-FILE ASSIGN TO "PAGOSTAT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS PS-CLAVE
000580         FILE STATUS IS WS-PAGOSTAT-STATUS.
000590
000600     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS FAC-CLAVE
000640         FILE STATUS IS WS-FACMSTR-STATUS.
000650
000660     SELECT BLANCA-FILE ASSIGN TO "CTABLANC"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-CTABLANC-STATUS.
000690
000700     SELECT CRUCE-RPT-FILE ASSIGN TO "CRUCERPT"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-CRUCERPT-STATUS.
000730
000740     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  BANCO-MASTER-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY BANCO.
000810
000820 FD  PROVEEDOR-MASTER-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY PROVEED.
000850
000860 FD  EMPLEADO-MASTER-FILE
000870     LABEL RECORDS ARE STANDARD.
000880     COPY EMPLEADO.
000890
000900 FD  PAGO-STAT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920     COPY PAGOSTAT.
000930
000940 FD  FACTURA-MASTER-FILE
000950     LABEL RECORDS ARE STANDARD.
000960     COPY FACTURA.
000970
000980*----------------------------------------------------------*
000990* LISTA BLANCA DE CUENTAS COMPARTIDAS YA REVISADAS (POR EJEMPLO*
001000* UN MATRIMONIO QUE TRABAJA EN LA CASA): CUENTA, CUANTOS     *
001010* TITULARES SE AUTORIZARON, QUIEN LO REVISO, HASTA CUANDO VALE*
001020* Y UNA NOTA. LA MANTIENE AUDITORIA INTERNA.                 *
001030*----------------------------------------------------------*
001040 FD  BLANCA-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  BLANCA-REC.
001070     05 WL-BANCO                PIC 9(04).
001080     05 WL-OFICINA              PIC 9(04).
001090     05 WL-CUENTA               PIC 9(10).
001100     05 WL-TITULARES            PIC 9(02).
001110     05 WL-REVISOR              PIC X(08).
001120     05 WL-CADUCA               PIC 9(08).
001130     05 WL-NOTA                 PIC X(30).
001140
001150 FD  CRUCE-RPT-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  CRUCE-RPT-LINE             PIC X(80).
001180
001190*----------------------------------------------------------*
001200* UNA LINEA POR CUENTA DE TITULAR: LA CUENTA, TIPO E (EMPLEADO,*
001210* CON SU ORDEN EN BNKMSTR) O P (PROVEEDOR), NOMBRE, SITUACION*
001220* DEL TITULAR Y DE LA CUENTA Y FECHA DEL ULTIMO PAGO.        *
001230*----------------------------------------------------------*
001240 SD  SORT-WORK-FILE.
001250 01  SORT-WORK-REC.
001260     05 SRT-CTA.
001270         10 SRT-BANCO           PIC 9(04).
001280         10 SRT-OFICINA         PIC 9(04).
001290         10 SRT-CUENTA          PIC 9(10).
001300     05 SRT-TIPO                PIC X(01).
001310     05 SRT-ID                  PIC 9(06).
001320     05 SRT-ORDEN               PIC 9(02).
001330     05 SRT-NOMBRE              PIC X(30).
001340     05 SRT-SITUACION           PIC X(08).
001350     05 SRT-CTA-ACTIVA          PIC X(01).
001360     05 SRT-ULT-PAGO            PIC 9(08).
001370
001380 WORKING-STORAGE SECTION.
001390 01  WS-BNKMSTR-STATUS          PIC X(02) VALUE SPACES.
001400     88 WS-BNKMSTR-OK               VALUE "00".
001410     88 WS-BNKMSTR-EOF              VALUE "10".
001420
001430 01  WS-PROVMSTR-STATUS         PIC X(02) VALUE SPACES.
001440     88 WS-PROVMSTR-OK              VALUE "00".
001450     88 WS-PROVMSTR-EOF             VALUE "10".
001460
001470 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001480     88 WS-EMPMSTR-OK               VALUE "00".
001490
001500 01  WS-PAGOSTAT-STATUS         PIC X(02) VALUE SPACES.
001510     88 WS-PAGOSTAT-OK              VALUE "00".
001520     88 WS-PAGOSTAT-NO-FILE         VALUE "35".
001530
001540 01  WS-FACMSTR-STATUS          PIC X(02) VALUE SPACES.
001550     88 WS-FACMSTR-OK               VALUE "00".
001560
001570 01  WS-CTABLANC-STATUS         PIC X(02) VALUE SPACES.
001580     88 WS-CTABLANC-OK              VALUE "00".
001590     88 WS-CTABLANC-NO-FILE         VALUE "35".
001600
001610 01  WS-CRUCERPT-STATUS         PIC X(02) VALUE SPACES.
001620     88 WS-CRUCERPT-OK              VALUE "00".
001630
001640 01  WS-SWITCHES.
001650     05 WS-EOF-BANCO-SW        PIC X(01) VALUE "N".
001660         88 WS-EOF-BANCO            VALUE "Y".
001670     05 WS-EOF-PROV-SW         PIC X(01) VALUE "N".
001680         88 WS-EOF-PROV             VALUE "Y".
001690     05 WS-EOF-SORT-SW         PIC X(01) VALUE "N".
001700         88 WS-EOF-SORT             VALUE "Y".
001710     05 WS-EOF-BLANCA-SW       PIC X(01) VALUE "N".
001720         88 WS-EOF-BLANCA           VALUE "Y".
001730     05 WS-FIN-PAGOS-SW        PIC X(01) VALUE "N".
001740         88 WS-FIN-PAGOS            VALUE "S".
001750     05 WS-SIN-PAGOSTAT-SW     PIC X(01) VALUE "N".
001760         88 WS-SIN-PAGOSTAT         VALUE "S".
001770     05 WS-PRIMERA-CTA-SW      PIC X(01) VALUE "S".
001780         88 WS-PRIMERA-CTA          VALUE "S".
001790
001800 01  WS-COUNTERS.
001810     05 WS-CTAS-EMP-COUNT      PIC 9(07) COMP VALUE ZERO.
001820     05 WS-CTAS-PROV-COUNT     PIC 9(07) COMP VALUE ZERO.
001830     05 WS-SIN-CUENTA-COUNT    PIC 9(07) COMP VALUE ZERO.
001840     05 WS-COMPARTIDAS-COUNT   PIC 9(07) COMP VALUE ZERO.
001850     05 WS-AUTORIZADAS-COUNT   PIC 9(07) COMP VALUE ZERO.
001860     05 WS-CON-BAJAS-COUNT     PIC 9(07) COMP VALUE ZERO.
001870
001880 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001890 01  WS-ULT-PAGO                PIC 9(08) VALUE ZERO.
001900 01  WS-ID-ANTERIOR             PIC X(07) VALUE SPACES.
001910
001920*----------------------------------------------------------*
001930* LISTA BLANCA EN MEMORIA (SE BUSCA POR CUENTA).             *
001940*----------------------------------------------------------*
001950 01  WS-BLA-COUNT               PIC 9(04) COMP VALUE ZERO.
001960 01  WS-BLA-TABLA.
001970     05 WS-BLA-ENTRY OCCURS 500 TIMES
001980            INDEXED BY WS-BLA-IDX.
001990         10 BT-CTA              PIC X(18).
002000         10 BT-TITULARES        PIC 9(02).
002010         10 BT-REVISOR          PIC X(08).
002020         10 BT-CADUCA           PIC 9(08).
002030
002040*----------------------------------------------------------*
002050* TITULARES DE LA CUENTA EN CURSO; SE IMPRIMEN AL CAMBIAR DE *
002060* CUENTA SI HAY MAS DE UN TITULAR DISTINTO.                  *
002070*----------------------------------------------------------*
002080 01  WS-CTA-ACTUAL              PIC X(18) VALUE SPACES.
002090 01  WS-CTA-ACTUAL-R REDEFINES WS-CTA-ACTUAL.
002100     05 WS-CA-BANCO             PIC 9(04).
002110     05 WS-CA-OFICINA           PIC 9(04).
002120     05 WS-CA-CUENTA            PIC 9(10).
002130 01  WS-GRP-COUNT               PIC 9(02) COMP VALUE ZERO.
002140 01  WS-GRP-TITULARES           PIC 9(02) COMP VALUE ZERO.
002150 01  WS-GRP-BAJAS               PIC 9(02) COMP VALUE ZERO.
002160 01  WS-GRP-IDX                 PIC 9(02) COMP VALUE ZERO.
002170 01  WS-GRP-TABLA.
002180     05 WS-GRP-ENTRY OCCURS 50 TIMES.
002190         10 GT-TIPO             PIC X(01).
002200         10 GT-ID               PIC 9(06).
002210         10 GT-ORDEN            PIC 9(02).
002220         10 GT-NOMBRE           PIC X(30).
002230         10 GT-SITUACION        PIC X(08).
002240         10 GT-CTA-ACTIVA       PIC X(01).
002250         10 GT-ULT-PAGO         PIC 9(08).
002260
002270 01  WS-TIT-LINE1.
002280     05 FILLER                  PIC X(30) VALUE
002290         "CTACRUCE - CUENTAS BANCARIAS ".
002300     05 FILLER                  PIC X(30) VALUE
002310         "COMPARTIDAS ENTRE TITULARES   ".
002320     05 FILLER                  PIC X(07) VALUE "FECHA: ".
002330     05 TL1-FECHA               PIC 9(08).
002340
002350 01  WS-TIT-LINE2.
002360     05 FILLER                  PIC X(30) VALUE
002370         "T ID     OR NOMBRE            ".
002380     05 FILLER                  PIC X(30) VALUE
002390         "            SITUACION CTA ULT.".
002400     05 FILLER                  PIC X(05) VALUE "PAGO ".
002410
002420 01  WS-GRP-LINE.
002430     05 FILLER                  PIC X(07) VALUE "CUENTA ".
002440     05 GL-BANCO                PIC 9(04).
002450     05 FILLER                  PIC X(01) VALUE "-".
002460     05 GL-OFICINA              PIC 9(04).
002470     05 FILLER                  PIC X(01) VALUE "-".
002480     05 GL-CUENTA               PIC 9(10).
002490     05 FILLER                  PIC X(02) VALUE SPACES.
002500     05 GL-TITULARES            PIC Z9.
002510     05 FILLER                  PIC X(11) VALUE " TITULARES ".
002520     05 GL-NOTA                 PIC X(38).
002530
002540 01  WS-DET-LINE.
002550     05 DL-TIPO                 PIC X(01).
002560     05 FILLER                  PIC X(01) VALUE SPACES.
002570     05 DL-ID                   PIC 9(06).
002580     05 FILLER                  PIC X(01) VALUE SPACES.
002590     05 DL-ORDEN                PIC X(02).
002600     05 FILLER                  PIC X(01) VALUE SPACES.
002610     05 DL-NOMBRE               PIC X(30).
002620     05 FILLER                  PIC X(01) VALUE SPACES.
002630     05 DL-SITUACION            PIC X(08).
002640     05 FILLER                  PIC X(02) VALUE SPACES.
002650     05 DL-CTA-ACTIVA           PIC X(01).
002660     05 FILLER                  PIC X(02) VALUE SPACES.
002670     05 DL-ULT-PAGO             PIC X(08).
002680
002690 01  WS-TOTAL-LINE.
002700     05 TL-TEXTO                PIC X(30).
002710     05 TL-CUENTA               PIC ZZZ.ZZ9.
002720
002730 PROCEDURE DIVISION.
002740
002750 0000-MAINLINE.
002760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     SORT SORT-WORK-FILE
002780         ON ASCENDING KEY SRT-CTA SRT-TIPO SRT-ID SRT-ORDEN
002790         INPUT PROCEDURE IS 2000-RELEASE-CUENTAS
002800         OUTPUT PROCEDURE IS 5000-WRITE-INFORME.
002810     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002820     GOBACK.
002830
002840 1000-INITIALIZE.
002850     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002860     OPEN INPUT BANCO-MASTER-FILE.
002870     IF NOT WS-BNKMSTR-OK
002880         DISPLAY "CTACRUCE: ERROR ABRIENDO BNKMSTR "
002890             WS-BNKMSTR-STATUS
002900         GO TO ABEND-CLEANUP
002910     END-IF
002920     OPEN INPUT PROVEEDOR-MASTER-FILE.
002930     IF NOT WS-PROVMSTR-OK
002940         DISPLAY "CTACRUCE: ERROR ABRIENDO PROVMSTR "
002950             WS-PROVMSTR-STATUS
002960         GO TO ABEND-CLEANUP
002970     END-IF
002980     OPEN INPUT EMPLEADO-MASTER-FILE.
002990     IF NOT WS-EMPMSTR-OK
003000         DISPLAY "CTACRUCE: ERROR ABRIENDO EMPMSTR "
003010             WS-EMPMSTR-STATUS
003020         GO TO ABEND-CLEANUP
003030     END-IF
003040     OPEN INPUT PAGO-STAT-FILE.
003050     IF WS-PAGOSTAT-NO-FILE
003060         SET WS-SIN-PAGOSTAT TO TRUE
003070     ELSE
003080         IF NOT WS-PAGOSTAT-OK
003090             DISPLAY "CTACRUCE: ERROR ABRIENDO PAGOSTAT "
003100                 WS-PAGOSTAT-STATUS
003110             GO TO ABEND-CLEANUP
003120         END-IF
003130     END-IF
003140     OPEN INPUT FACTURA-MASTER-FILE.
003150     IF NOT WS-FACMSTR-OK
003160         DISPLAY "CTACRUCE: ERROR ABRIENDO FACMSTR "
003170             WS-FACMSTR-STATUS
003180         GO TO ABEND-CLEANUP
003190     END-IF
003200     OPEN OUTPUT CRUCE-RPT-FILE.
003210     IF NOT WS-CRUCERPT-OK
003220         DISPLAY "CTACRUCE: ERROR ABRIENDO CRUCERPT "
003230             WS-CRUCERPT-STATUS
003240         GO TO ABEND-CLEANUP
003250     END-IF
003260     PERFORM 1100-CARGAR-BLANCA THRU 1100-EXIT
003270     MOVE WS-FECHA-PROCESO TO TL1-FECHA
003280     MOVE WS-TIT-LINE1 TO CRUCE-RPT-LINE
003290     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
003300     MOVE WS-TIT-LINE2 TO CRUCE-RPT-LINE
003310     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
003320 1000-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------*
003360* LISTA BLANCA: OPCIONAL. SIN CTABLANC SE LISTA TODO.        *
003370*----------------------------------------------------------*
003380 1100-CARGAR-BLANCA.
003390     OPEN INPUT BLANCA-FILE.
003400     IF WS-CTABLANC-NO-FILE
003410         GO TO 1100-EXIT
003420     END-IF
003430     IF NOT WS-CTABLANC-OK
003440         DISPLAY "CTACRUCE: ERROR ABRIENDO CTABLANC "
003450             WS-CTABLANC-STATUS
003460         GO TO ABEND-CLEANUP
003470     END-IF
003480     PERFORM 1150-LEER-BLANCA THRU 1150-EXIT
003490         UNTIL WS-EOF-BLANCA.
003500     CLOSE BLANCA-FILE.
003510 1100-EXIT.
003520     EXIT.
003530
003540 1150-LEER-BLANCA.
003550     READ BLANCA-FILE
003560         AT END
003570             SET WS-EOF-BLANCA TO TRUE
003580             GO TO 1150-EXIT
003590     END-READ
003600     IF NOT WS-CTABLANC-OK
003610         DISPLAY "CTACRUCE: ERROR LEYENDO CTABLANC "
003620             WS-CTABLANC-STATUS
003630         GO TO ABEND-CLEANUP
003640     END-IF
003650     IF WS-BLA-COUNT NOT < 500
003660         DISPLAY "CTACRUCE: CTABLANC CON MAS DE 500 CUENTAS, "
003670             "SE IGNORA EL RESTO"
003680         SET WS-EOF-BLANCA TO TRUE
003690         GO TO 1150-EXIT
003700     END-IF
003710     ADD 1 TO WS-BLA-COUNT
003720     MOVE WL-BANCO TO WS-CA-BANCO
003730     MOVE WL-OFICINA TO WS-CA-OFICINA
003740     MOVE WL-CUENTA TO WS-CA-CUENTA
003750     MOVE WS-CTA-ACTUAL TO BT-CTA (WS-BLA-COUNT)
003760     MOVE WL-TITULARES TO BT-TITULARES (WS-BLA-COUNT)
003770     MOVE WL-REVISOR TO BT-REVISOR (WS-BLA-COUNT)
003780     MOVE WL-CADUCA TO BT-CADUCA (WS-BLA-COUNT).
003790 1150-EXIT.
003800     EXIT.
003810
003820*----------------------------------------------------------*
003830* PROCEDIMIENTO DE ENTRADA DEL SORT: TODAS LAS CUENTAS DE    *
003840* BNKMSTR (TAMBIEN LAS INACTIVAS Y LAS DE BAJAS) Y LA CUENTA DE*
003850* CADA PROVEEDOR. LAS CUENTAS A CERO NO SE CRUZAN.           *
003860*----------------------------------------------------------*
003870 2000-RELEASE-CUENTAS.
003880     PERFORM 2100-LEER-BANCO THRU 2100-EXIT
003890     PERFORM 2200-RELEASE-EMPLEADO THRU 2200-EXIT
003900         UNTIL WS-EOF-BANCO.
003910     PERFORM 2300-LEER-PROV THRU 2300-EXIT
003920     PERFORM 2400-RELEASE-PROVEEDOR THRU 2400-EXIT
003930         UNTIL WS-EOF-PROV.
003940 2000-EXIT.
003950     EXIT.
003960
003970 2100-LEER-BANCO.
003980     READ BANCO-MASTER-FILE NEXT
003990         AT END
004000             SET WS-EOF-BANCO TO TRUE
004010     END-READ
004020     IF NOT WS-EOF-BANCO AND NOT WS-BNKMSTR-OK
004030         DISPLAY "CTACRUCE: ERROR LEYENDO BNKMSTR "
004040             WS-BNKMSTR-STATUS
004050         GO TO ABEND-CLEANUP
004060     END-IF
004070 2100-EXIT.
004080     EXIT.
004090
004100 2200-RELEASE-EMPLEADO.
004110     IF BNK-DATOS IS NOT NUMERIC OR BNK-CUENTA = ZERO
004120         ADD 1 TO WS-SIN-CUENTA-COUNT
004130         GO TO 2200-SIGUE
004140     END-IF
004150     ADD 1 TO WS-CTAS-EMP-COUNT
004160     MOVE BNK-DATOS TO SRT-CTA
004170     MOVE "E" TO SRT-TIPO
004180     MOVE BNK-EMP-ID TO SRT-ID
004190     MOVE BNK-ORDEN TO SRT-ORDEN
004200     MOVE BNK-ACTIVA-SW TO SRT-CTA-ACTIVA
004210     MOVE SPACES TO SRT-NOMBRE
004220     MOVE BNK-EMP-ID TO EMP-ID
004230     READ EMPLEADO-MASTER-FILE
004240         INVALID KEY
004250             MOVE "NO EXIST" TO SRT-SITUACION
004260         NOT INVALID KEY
004270             STRING APELLIDO DELIMITED BY "  "
004280                 ", " DELIMITED BY SIZE
004290                 NOMBRE DELIMITED BY "  "
004300                 INTO SRT-NOMBRE
004310             END-STRING
004320             IF EMP-BAJA
004330                 MOVE "BAJA" TO SRT-SITUACION
004340             ELSE
004350                 MOVE "ACTIVO" TO SRT-SITUACION
004360             END-IF
004370     END-READ
004380     PERFORM 2250-ULT-PAGO-EMP THRU 2250-EXIT
004390     MOVE WS-ULT-PAGO TO SRT-ULT-PAGO
004400     RELEASE SORT-WORK-REC.
004410 2200-SIGUE.
004420     PERFORM 2100-LEER-BANCO THRU 2100-EXIT.
004430 2200-EXIT.
004440     EXIT.
004450
004460*----------------------------------------------------------*
004470* ULTIMO PAGO DEL EMPLEADO: LA FECHA DE NOMINA MAS ALTA QUE  *
004480* TIENE EN PAGOSTAT (LA CLAVE LAS DEJA EN ORDEN).            *
004490*----------------------------------------------------------*
004500 2250-ULT-PAGO-EMP.
004510     MOVE ZERO TO WS-ULT-PAGO
004520     IF WS-SIN-PAGOSTAT
004530         GO TO 2250-EXIT
004540     END-IF
004550     MOVE "N" TO WS-FIN-PAGOS-SW
004560     MOVE BNK-EMP-ID TO PS-EMP-ID
004570     MOVE ZERO TO PS-FECHA-NOMINA
004580     MOVE ZERO TO PS-SECUENCIA
004590     START PAGO-STAT-FILE
004600         KEY IS NOT LESS THAN PS-CLAVE
004610         INVALID KEY
004620             GO TO 2250-EXIT
004630     END-START
004640     PERFORM 2260-LEER-PAGO THRU 2260-EXIT
004650         UNTIL WS-FIN-PAGOS.
004660 2250-EXIT.
004670     EXIT.
004680
004690 2260-LEER-PAGO.
004700     READ PAGO-STAT-FILE NEXT
004710         AT END
004720             SET WS-FIN-PAGOS TO TRUE
004730             GO TO 2260-EXIT
004740     END-READ
004750     IF NOT WS-PAGOSTAT-OK
004760         DISPLAY "CTACRUCE: ERROR LEYENDO PAGOSTAT "
004770             WS-PAGOSTAT-STATUS
004780         GO TO ABEND-CLEANUP
004790     END-IF
004800     IF PS-EMP-ID NOT = BNK-EMP-ID
004810         SET WS-FIN-PAGOS TO TRUE
004820         GO TO 2260-EXIT
004830     END-IF
004840     MOVE PS-FECHA-NOMINA TO WS-ULT-PAGO.
004850 2260-EXIT.
004860     EXIT.
004870
004880 2300-LEER-PROV.
004890     READ PROVEEDOR-MASTER-FILE NEXT
004900         AT END
004910             SET WS-EOF-PROV TO TRUE
004920     END-READ
004930     IF NOT WS-EOF-PROV AND NOT WS-PROVMSTR-OK
004940         DISPLAY "CTACRUCE: ERROR LEYENDO PROVMSTR "
004950             WS-PROVMSTR-STATUS
004960         GO TO ABEND-CLEANUP
004970     END-IF
004980 2300-EXIT.
004990     EXIT.
005000
005010 2400-RELEASE-PROVEEDOR.
005020     IF PRV-BANCO IS NOT NUMERIC OR PRV-OFICINA IS NOT NUMERIC
005030         OR PRV-CUENTA IS NOT NUMERIC OR PRV-CUENTA = ZERO
005040         ADD 1 TO WS-SIN-CUENTA-COUNT
005050         GO TO 2400-SIGUE
005060     END-IF
005070     ADD 1 TO WS-CTAS-PROV-COUNT
005080     MOVE PRV-BANCO TO SRT-BANCO
005090     MOVE PRV-OFICINA TO SRT-OFICINA
005100     MOVE PRV-CUENTA TO SRT-CUENTA
005110     MOVE "P" TO SRT-TIPO
005120     MOVE PRV-ID TO SRT-ID
005130     MOVE ZERO TO SRT-ORDEN
005140     MOVE PRV-NOMBRE TO SRT-NOMBRE
005150     IF PRV-ACTIVO
005160         MOVE "ACTIVO" TO SRT-SITUACION
005170         MOVE "S" TO SRT-CTA-ACTIVA
005180     ELSE
005190         MOVE "INACTIVO" TO SRT-SITUACION
005200         MOVE "N" TO SRT-CTA-ACTIVA
005210     END-IF
005220     PERFORM 2450-ULT-PAGO-PROV THRU 2450-EXIT
005230     MOVE WS-ULT-PAGO TO SRT-ULT-PAGO
005240     RELEASE SORT-WORK-REC.
005250 2400-SIGUE.
005260     PERFORM 2300-LEER-PROV THRU 2300-EXIT.
005270 2400-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* ULTIMO PAGO DEL PROVEEDOR: LA FECHA DE PAGO MAS ALTA DE SUS*
005320* FACTURAS PAGADAS (G) EN FACMSTR.                           *
005330*----------------------------------------------------------*
005340 2450-ULT-PAGO-PROV.
005350     MOVE ZERO TO WS-ULT-PAGO
005360     MOVE "N" TO WS-FIN-PAGOS-SW
005370     MOVE PRV-ID TO FAC-PROV-ID
005380     MOVE LOW-VALUES TO FAC-NUMERO
005390     START FACTURA-MASTER-FILE
005400         KEY IS NOT LESS THAN FAC-CLAVE
005410         INVALID KEY
005420             GO TO 2450-EXIT
005430     END-START
005440     PERFORM 2460-LEER-FACTURA THRU 2460-EXIT
005450         UNTIL WS-FIN-PAGOS.
005460 2450-EXIT.
005470     EXIT.
005480
005490 2460-LEER-FACTURA.
005500     READ FACTURA-MASTER-FILE NEXT
005510         AT END
005520             SET WS-FIN-PAGOS TO TRUE
005530             GO TO 2460-EXIT
005540     END-READ
005550     IF NOT WS-FACMSTR-OK
005560         DISPLAY "CTACRUCE: ERROR LEYENDO FACMSTR "
005570             WS-FACMSTR-STATUS
005580         GO TO ABEND-CLEANUP
005590     END-IF
005600     IF FAC-PROV-ID NOT = PRV-ID
005610         SET WS-FIN-PAGOS TO TRUE
005620         GO TO 2460-EXIT
005630     END-IF
005640     IF FAC-PAGADA AND FAC-FECHA-PAGO IS NUMERIC
005650         AND FAC-FECHA-PAGO > WS-ULT-PAGO
005660         MOVE FAC-FECHA-PAGO TO WS-ULT-PAGO
005670     END-IF.
005680 2460-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------*
005720* PROCEDIMIENTO DE SALIDA: CORTE DE CONTROL POR CUENTA. LOS  *
005730* TITULARES DE CADA CUENTA SE ACUMULAN EN WS-GRP-TABLA Y AL  *
005740* CAMBIAR DE CUENTA SE EVALUA EL GRUPO.                      *
005750*----------------------------------------------------------*
005760 5000-WRITE-INFORME.
005770     PERFORM 5100-RETURN-SORT THRU 5100-EXIT
005780         UNTIL WS-EOF-SORT.
005790     IF NOT WS-PRIMERA-CTA
005800         PERFORM 6000-EVALUAR-GRUPO THRU 6000-EXIT
005810     END-IF.
005820
005830 5100-RETURN-SORT.
005840     RETURN SORT-WORK-FILE
005850         AT END
005860             SET WS-EOF-SORT TO TRUE
005870             GO TO 5100-EXIT
005880     END-RETURN
005890     IF WS-PRIMERA-CTA
005900         MOVE "N" TO WS-PRIMERA-CTA-SW
005910         PERFORM 5200-NUEVO-GRUPO THRU 5200-EXIT
005920     END-IF
005930     IF SRT-CTA NOT = WS-CTA-ACTUAL
005940         PERFORM 6000-EVALUAR-GRUPO THRU 6000-EXIT
005950         PERFORM 5200-NUEVO-GRUPO THRU 5200-EXIT
005960     END-IF
005970     IF SRT-TIPO NOT = WS-ID-ANTERIOR (1:1)
005980         OR SRT-ID NOT = WS-ID-ANTERIOR (2:6)
005990         ADD 1 TO WS-GRP-TITULARES
006000         MOVE SRT-TIPO TO WS-ID-ANTERIOR (1:1)
006010         MOVE SRT-ID TO WS-ID-ANTERIOR (2:6)
006020         IF SRT-SITUACION = "BAJA" OR SRT-SITUACION = "NO EXIST"
006030             ADD 1 TO WS-GRP-BAJAS
006040         END-IF
006050     END-IF
006060     IF WS-GRP-COUNT NOT < 50
006070         GO TO 5100-EXIT
006080     END-IF
006090     ADD 1 TO WS-GRP-COUNT
006100     MOVE SRT-TIPO TO GT-TIPO (WS-GRP-COUNT)
006110     MOVE SRT-ID TO GT-ID (WS-GRP-COUNT)
006120     MOVE SRT-ORDEN TO GT-ORDEN (WS-GRP-COUNT)
006130     MOVE SRT-NOMBRE TO GT-NOMBRE (WS-GRP-COUNT)
006140     MOVE SRT-SITUACION TO GT-SITUACION (WS-GRP-COUNT)
006150     MOVE SRT-CTA-ACTIVA TO GT-CTA-ACTIVA (WS-GRP-COUNT)
006160     MOVE SRT-ULT-PAGO TO GT-ULT-PAGO (WS-GRP-COUNT).
006170 5100-EXIT.
006180     EXIT.
006190
006200 5200-NUEVO-GRUPO.
006210     MOVE SRT-CTA TO WS-CTA-ACTUAL
006220     MOVE ZERO TO WS-GRP-COUNT
006230     MOVE ZERO TO WS-GRP-TITULARES
006240     MOVE ZERO TO WS-GRP-BAJAS
006250     MOVE SPACES TO WS-ID-ANTERIOR.
006260 5200-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------*
006300* UNA CUENTA CON MAS DE UN TITULAR DISTINTO (LAS VARIAS CUENTAS*
006310* DE UN MISMO EMPLEADO NO CUENTAN) SE LISTA, SALVO QUE ESTE EN*
006320* LA LISTA BLANCA VIGENTE PARA AL MENOS ESE NUMERO DE        *
006330* TITULARES. UNA AUTORIZACION CADUCADA O SUPERADA SE LISTA CON*
006340* SU NOTA.                                                   *
006350*----------------------------------------------------------*
006360 6000-EVALUAR-GRUPO.
006370     IF WS-GRP-TITULARES < 2
006380         GO TO 6000-EXIT
006390     END-IF
006400     MOVE SPACES TO GL-NOTA
006410     SET WS-BLA-IDX TO 1
006420     SEARCH WS-BLA-ENTRY
006430         AT END
006440             CONTINUE
006450         WHEN WS-BLA-IDX > WS-BLA-COUNT
006460             CONTINUE
006470         WHEN BT-CTA (WS-BLA-IDX) = WS-CTA-ACTUAL
006480             IF BT-CADUCA (WS-BLA-IDX) NOT < WS-FECHA-PROCESO
006490                 AND BT-TITULARES (WS-BLA-IDX)
006500                     NOT < WS-GRP-TITULARES
006510                 ADD 1 TO WS-AUTORIZADAS-COUNT
006520                 GO TO 6000-EXIT
006530             END-IF
006540             IF BT-CADUCA (WS-BLA-IDX) < WS-FECHA-PROCESO
006550                 STRING "AUTORIZ. CADUCADA "
006560                     BT-CADUCA (WS-BLA-IDX) " "
006570                     BT-REVISOR (WS-BLA-IDX)
006580                     DELIMITED BY SIZE INTO GL-NOTA
006590                 END-STRING
006600             ELSE
006610                 STRING "AUTORIZADOS SOLO "
006620                     BT-TITULARES (WS-BLA-IDX)
006630                     " POR " BT-REVISOR (WS-BLA-IDX)
006640                     DELIMITED BY SIZE INTO GL-NOTA
006650                 END-STRING
006660             END-IF
006670     END-SEARCH
006680     IF GL-NOTA = SPACES AND WS-GRP-BAJAS > ZERO
006690         MOVE "CON TITULARES DE BAJA" TO GL-NOTA
006700     END-IF
006710     ADD 1 TO WS-COMPARTIDAS-COUNT
006720     IF WS-GRP-BAJAS > ZERO
006730         ADD 1 TO WS-CON-BAJAS-COUNT
006740     END-IF
006750     MOVE SPACES TO CRUCE-RPT-LINE
006760     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006770     MOVE WS-CA-BANCO TO GL-BANCO
006780     MOVE WS-CA-OFICINA TO GL-OFICINA
006790     MOVE WS-CA-CUENTA TO GL-CUENTA
006800     MOVE WS-GRP-TITULARES TO GL-TITULARES
006810     MOVE WS-GRP-LINE TO CRUCE-RPT-LINE
006820     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006830     MOVE 1 TO WS-GRP-IDX
006840     PERFORM 6100-WRITE-TITULAR THRU 6100-EXIT
006850         UNTIL WS-GRP-IDX > WS-GRP-COUNT.
006860 6000-EXIT.
006870     EXIT.
006880
006890 6100-WRITE-TITULAR.
006900     MOVE GT-TIPO (WS-GRP-IDX) TO DL-TIPO
006910     MOVE GT-ID (WS-GRP-IDX) TO DL-ID
006920     IF GT-TIPO (WS-GRP-IDX) = "E"
006930         MOVE GT-ORDEN (WS-GRP-IDX) TO DL-ORDEN
006940     ELSE
006950         MOVE SPACES TO DL-ORDEN
006960     END-IF
006970     MOVE GT-NOMBRE (WS-GRP-IDX) TO DL-NOMBRE
006980     MOVE GT-SITUACION (WS-GRP-IDX) TO DL-SITUACION
006990     MOVE GT-CTA-ACTIVA (WS-GRP-IDX) TO DL-CTA-ACTIVA
007000     IF GT-ULT-PAGO (WS-GRP-IDX) = ZERO
007010         MOVE "NUNCA" TO DL-ULT-PAGO
007020     ELSE
007030         MOVE GT-ULT-PAGO (WS-GRP-IDX) TO DL-ULT-PAGO
007040     END-IF
007050     MOVE WS-DET-LINE TO CRUCE-RPT-LINE
007060     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
007070     ADD 1 TO WS-GRP-IDX.
007080 6100-EXIT.
007090     EXIT.
007100
007110 7000-WRITE-RPT.
007120     WRITE CRUCE-RPT-LINE
007130     IF NOT WS-CRUCERPT-OK
007140         DISPLAY "CTACRUCE: ERROR ESCRIBIENDO CRUCERPT "
007150             WS-CRUCERPT-STATUS
007160         GO TO ABEND-CLEANUP
007170     END-IF.
007180 7000-EXIT.
007190     EXIT.
007200
007210 9000-TERMINATE.
007220     MOVE SPACES TO CRUCE-RPT-LINE
007230     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
007240     MOVE "CUENTAS DE EMPLEADOS LEIDAS  " TO TL-TEXTO
007250     MOVE WS-CTAS-EMP-COUNT TO TL-CUENTA
007260     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
007270     MOVE "CUENTAS DE PROVEEDORES LEIDAS" TO TL-TEXTO
007280     MOVE WS-CTAS-PROV-COUNT TO TL-CUENTA
007290     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
007300     MOVE "SIN CUENTA (NO SE CRUZAN)    " TO TL-TEXTO
007310     MOVE WS-SIN-CUENTA-COUNT TO TL-CUENTA
007320     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
007330     MOVE "CUENTAS COMPARTIDAS LISTADAS " TO TL-TEXTO
007340     MOVE WS-COMPARTIDAS-COUNT TO TL-CUENTA
007350     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
007360     MOVE "  CON TITULARES DE BAJA      " TO TL-TEXTO
007370     MOVE WS-CON-BAJAS-COUNT TO TL-CUENTA
007380     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
007390     MOVE "AUTORIZADAS EN CTABLANC      " TO TL-TEXTO
007400     MOVE WS-AUTORIZADAS-COUNT TO TL-CUENTA
007410     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
007420     CLOSE BANCO-MASTER-FILE.
007430     CLOSE PROVEEDOR-MASTER-FILE.
007440     CLOSE EMPLEADO-MASTER-FILE.
007450     CLOSE PAGO-STAT-FILE.
007460     CLOSE FACTURA-MASTER-FILE.
007470     CLOSE CRUCE-RPT-FILE.
007480     DISPLAY "CTACRUCE: CUENTAS COMPARTIDAS "
007490         WS-COMPARTIDAS-COUNT.
007500     DISPLAY "CTACRUCE: AUTORIZADAS         "
007510         WS-AUTORIZADAS-COUNT.
007520     IF WS-COMPARTIDAS-COUNT > ZERO
007530         MOVE 4 TO RETURN-CODE
007540     END-IF.
007550 9000-EXIT.
007560     EXIT.
007570
007580 9100-WRITE-TOTAL.
007590     MOVE WS-TOTAL-LINE TO CRUCE-RPT-LINE
007600     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
007610 9100-EXIT.
007620     EXIT.
007630
007640 ABEND-CLEANUP.
007650     DISPLAY "CTACRUCE: TERMINACION ANORMAL - CERRANDO FICHEROS".
007660     CLOSE BANCO-MASTER-FILE.
007670     CLOSE PROVEEDOR-MASTER-FILE.
007680     CLOSE EMPLEADO-MASTER-FILE.
007690     CLOSE PAGO-STAT-FILE.
007700     CLOSE FACTURA-MASTER-FILE.
007710     CLOSE BLANCA-FILE.
007720     CLOSE CRUCE-RPT-FILE.
007730     MOVE 16 TO RETURN-CODE.
007740     GOBACK.
007750
007760     END PROGRAM CTACRUCE.

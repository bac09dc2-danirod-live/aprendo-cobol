000010*----------------------------------------------------------*
000020* PRESTMAN - MANTENIMIENTO DE PRESTAMOS Y ANTICIPOS AL       *
000030*            PERSONAL Y CONTABILIZACION DE SUS MOVIMIENTOS   *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. PRESTMAN.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. APLICA LAS TRANSACCIONES  *
000150*                PRTTRAN (A ALTA, C CAMBIO DE CUOTA, R       *
000160*                DEVOLUCION ANTICIPADA) CONTRA EL FICHERO DE *
000170*                PRESTAMOS AL PERSONAL PRTMSTR (COPY         *
000180*                PRESTAMO). EL ALTA EXIGE EMPLEADO ACTIVO EN *
000190*                EMPMSTR, FECHA DE DESEMBOLSO VALIDA Y UN    *
000200*                PLAN DE CUOTAS QUE CUBRA EL PRINCIPAL; SIN  *
000210*                CUOTA LA CALCULA. EL ALTA Y LA DEVOLUCION   *
000220*                CONTABILIZAN EN EL PUENTE PRTOUT CONTRA LAS *
000230*                CUENTAS DE PRESTAMOS AL PERSONAL Y DE BANCO *
000240*                DE PRTPARM. EL COBRO DE LAS CUOTAS LO HACE  *
000250*                PAYCALC EN CADA NOMINA.                     *
000260* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000270*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000280*                COSTE, VER COPY LEDGTRAN).                  *
000290* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000300*                SISTEMA PRESTMAN Y COMO CLAVE LA PRT-CLAVE  *
000310*                DE PRTMSTR Y LA FECHA DEL MOVIMIENTO, PARA  *
000320*                LA TRAZA DE TRAZADTL.                       *
000330*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PRESTAMO-MASTER-FILE ASSIGN TO "PRTMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS PRT-CLAVE
000460         FILE STATUS IS WS-PRTMSTR-STATUS.
000470
000480     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS EMP-ID
000520         FILE STATUS IS WS-EMPMSTR-STATUS.
000530
000540     SELECT PRT-TRANS-FILE ASSIGN TO "PRTTRAN"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-PRTTRAN-STATUS.
000570
000580     SELECT PRT-OUT-FILE ASSIGN TO "PRTOUT"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-PRTOUT-STATUS.
000610
000620     SELECT PARM-FILE ASSIGN TO "PRTPARM"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-PRTPARM-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PRESTAMO-MASTER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY PRESTAMO.
000710
000720 FD  EMPLEADO-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY EMPLEADO.
000750
000760 FD  PRT-TRANS-FILE
000770     LABEL RECORDS ARE STANDARD.
000780 01  PRT-TRANS-REC.
000790     05 PTR-TRANS-CODE          PIC X(01).
000800         88 PTR-ADD                 VALUE "A".
000810         88 PTR-CHANGE              VALUE "C".
000820         88 PTR-DEVOLUCION          VALUE "R".
000830     05 PTR-EMP-ID              PIC X(06).
000840     05 PTR-NUMERO              PIC X(04).
000850     05 PTR-TIPO                PIC X(01).
000860     05 PTR-DESCRIPCION         PIC X(20).
000870*    ALTA: PRINCIPAL DESEMBOLSADO. DEVOLUCION: IMPORTE DEVUELTO.
000880     05 PTR-IMPORTE             PIC X(09).
000890     05 PTR-IMPORTE-N REDEFINES PTR-IMPORTE
000900                                PIC 9(07)V99.
000910*    ALTA: FECHA DE DESEMBOLSO. DEVOLUCION: FECHA DEL INGRESO.
000920     05 PTR-FECHA               PIC X(08).
000930     05 PTR-NUM-CUOTAS          PIC X(03).
000940     05 PTR-NUM-CUOTAS-N REDEFINES PTR-NUM-CUOTAS
000950                                PIC 9(03).
000960     05 PTR-CUOTA               PIC X(09).
000970     05 PTR-CUOTA-N REDEFINES PTR-CUOTA
000980                                PIC 9(07)V99.
000990
001000 FD  PRT-OUT-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY LEDGTRAN.
001030
001040 FD  PARM-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  PARM-IN-REC.
001070     05 PI-CUENTA-PRESTAMOS     PIC 9(06).
001080     05 PI-CUENTA-BANCO         PIC 9(06).
001090     05 PI-MONEDA               PIC X(03).
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-PRTMSTR-STATUS          PIC X(02) VALUE SPACES.
001130     88 WS-PRTMSTR-OK               VALUE "00".
001140     88 WS-PRTMSTR-NOT-FOUND        VALUE "23".
001150     88 WS-PRTMSTR-DUPLICATE        VALUE "22".
001160     88 WS-PRTMSTR-NO-FILE          VALUE "35".
001170
001180 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001190     88 WS-EMPMSTR-OK               VALUE "00".
001200
001210 01  WS-PRTTRAN-STATUS          PIC X(02) VALUE SPACES.
001220     88 WS-PRTTRAN-OK               VALUE "00".
001230     88 WS-PRTTRAN-EOF              VALUE "10".
001240
001250 01  WS-PRTOUT-STATUS           PIC X(02) VALUE SPACES.
001260     88 WS-PRTOUT-OK                VALUE "00".
001270     88 WS-PRTOUT-NO-FILE           VALUE "05", "35".
001280
001290 01  WS-PRTPARM-STATUS          PIC X(02) VALUE SPACES.
001300     88 WS-PRTPARM-OK               VALUE "00".
001310
001320 01  WS-SWITCHES.
001330     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001340         88 WS-EOF-TRANS            VALUE "Y".
001350     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
001360         88 WS-TRANS-VALIDA         VALUE "S".
001370
001380 01  WS-COUNTERS.
001390     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001400     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001410     05 WS-DEVOL-COUNT         PIC 9(05) COMP VALUE ZERO.
001420     05 WS-CANCELADOS-COUNT    PIC 9(05) COMP VALUE ZERO.
001430     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001440
001450 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001460 01  WS-CUENTA-PRESTAMOS        PIC 9(06) VALUE ZERO.
001470 01  WS-CUENTA-BANCO            PIC 9(06) VALUE ZERO.
001480 01  WS-MONEDA                  PIC X(03) VALUE SPACES.
001490
001500 01  WS-FECHA-VALIDA-SW         PIC X(01) VALUE "N".
001510     88 WS-FECHA-VALIDA             VALUE "S".
001520 01  WS-FECHA-PRUEBA            PIC 9(08) VALUE ZERO.
001530 01  WS-FECHA-PARTES REDEFINES WS-FECHA-PRUEBA.
001540     05 WS-FP-ANIO             PIC 9(04).
001550     05 WS-FP-MES              PIC 9(02).
001560     05 WS-FP-DIA              PIC 9(02).
001570 01  WS-DIAS-EN-MES             PIC 9(02) COMP.
001580 01  WS-BISIESTO-SW             PIC X(01) VALUE "N".
001590     88 WS-ANIO-BISIESTO            VALUE "S".
001600 01  WS-ANIO-DIV                PIC 9(04) COMP.
001610 01  WS-ANIO-RESTO-4            PIC 9(04) COMP.
001620 01  WS-ANIO-RESTO-100          PIC 9(04) COMP.
001630 01  WS-ANIO-RESTO-400          PIC 9(04) COMP.
001640
001650*----------------------------------------------------------*
001660* PLAN DE CUOTAS: TIPO, NUMERO DE CUOTAS Y CUOTA VALIDADOS   *
001670* O CALCULADOS EN 2250/2260 PARA EL ALTA Y EL CAMBIO.        *
001680*----------------------------------------------------------*
001690 01  WS-TIPO                    PIC X(01) VALUE SPACES.
001700     88 WS-TIPO-ANTICIPO            VALUE "A".
001710     88 WS-TIPO-VALIDO              VALUE "A", "P".
001720 01  WS-NUM-CUOTAS              PIC 9(03) VALUE ZERO.
001730 01  WS-CUOTA                   PIC 9(07)V99 VALUE ZERO.
001740 01  WS-TOTAL-CUOTAS            PIC 9(10)V99 VALUE ZERO.
001750 01  WS-CUOTAS-PENDIENTES       PIC 9(05) COMP VALUE ZERO.
001760 01  WS-RESTO-CUOTAS            PIC 9(07)V99 VALUE ZERO.
001770
001780*----------------------------------------------------------*
001790* CONTROLES DEL LOTE GENERADO EN PRTOUT PARA LA COLA TRL,    *
001800* COMO EN ACTMANT.                                           *
001810*----------------------------------------------------------*
001820 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
001830 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
001840 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
001850
001860 01  WS-IMPORTE-N               PIC 9(09)V99 VALUE ZERO.
001870 01  WS-FECHA-APUNTE            PIC 9(08) VALUE ZERO.
001880 01  WS-PREFIJO-CONCEPTO        PIC X(13) VALUE SPACES.
001890
001900*----------------------------------------------------------*
001910* ORIGEN DEL APUNTE (LT-ORIGEN): LA PRT-CLAVE (EMPLEADO Y    *
001920* NUMERO) DE PRTMSTR Y LA FECHA DEL MOVIMIENTO.              *
001930*----------------------------------------------------------*
001940 01  WS-ORIGEN-APUNTE.
001950     05 FILLER                  PIC X(08) VALUE "PRESTMAN".
001960     05 WS-ORG-PRESTAMO         PIC X(10) VALUE SPACES.
001970     05 WS-ORG-FECHA            PIC 9(08) VALUE ZERO.
001980     05 FILLER                  PIC X(02) VALUE SPACES.
001990
002000 PROCEDURE DIVISION.
002010
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002050         UNTIL WS-EOF-TRANS.
002060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002070     GOBACK.
002080
002090 1000-INITIALIZE.
002100     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002110     OPEN I-O PRESTAMO-MASTER-FILE.
002120     IF WS-PRTMSTR-NO-FILE
002130         CLOSE PRESTAMO-MASTER-FILE
002140         OPEN OUTPUT PRESTAMO-MASTER-FILE
002150         CLOSE PRESTAMO-MASTER-FILE
002160         OPEN I-O PRESTAMO-MASTER-FILE
002170     END-IF
002180     IF NOT WS-PRTMSTR-OK
002190         DISPLAY "PRESTMAN: ERROR ABRIENDO PRTMSTR "
002200             WS-PRTMSTR-STATUS
002210         GO TO ABEND-CLEANUP
002220     END-IF
002230     OPEN INPUT EMPLEADO-MASTER-FILE.
002240     IF NOT WS-EMPMSTR-OK
002250         DISPLAY "PRESTMAN: ERROR ABRIENDO EMPMSTR "
002260             WS-EMPMSTR-STATUS
002270         GO TO ABEND-CLEANUP
002280     END-IF
002290     OPEN INPUT PRT-TRANS-FILE.
002300     IF NOT WS-PRTTRAN-OK
002310         DISPLAY "PRESTMAN: ERROR ABRIENDO PRTTRAN "
002320             WS-PRTTRAN-STATUS
002330         GO TO ABEND-CLEANUP
002340     END-IF
002350     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
002360     OPEN EXTEND PRT-OUT-FILE.
002370     IF WS-PRTOUT-NO-FILE
002380         OPEN OUTPUT PRT-OUT-FILE
002390     END-IF
002400     IF NOT WS-PRTOUT-OK
002410         DISPLAY "PRESTMAN: ERROR ABRIENDO PRTOUT "
002420             WS-PRTOUT-STATUS
002430         GO TO ABEND-CLEANUP
002440     END-IF
002450     MOVE SPACES TO LEDGER-CTL-REC
002460     MOVE "HDR" TO LC-TIPO-REG
002470     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
002480     WRITE LEDGER-CTL-REC
002490     PERFORM 7200-CHECK-PRTOUT THRU 7200-EXIT
002500     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002510 1000-EXIT.
002520     EXIT.
002530
002540*----------------------------------------------------------*
002550* CUENTA DE PRESTAMOS AL PERSONAL, CUENTA DE BANCO DE LOS    *
002560* DESEMBOLSOS Y DEVOLUCIONES Y MONEDA DE LA NOMINA DESDE     *
002570* PRTPARM (MONEDA EN BLANCO ES EUR); SIN FICHERO NO HAY      *
002580* DONDE CONTABILIZAR Y EL TRABAJO PARA.                      *
002590*----------------------------------------------------------*
002600 1200-LEER-PARM.
002610     OPEN INPUT PARM-FILE.
002620     IF NOT WS-PRTPARM-OK
002630         DISPLAY "PRESTMAN: ERROR ABRIENDO PRTPARM "
002640             WS-PRTPARM-STATUS
002650         GO TO ABEND-CLEANUP
002660     END-IF
002670     READ PARM-FILE
002680         AT END
002690             DISPLAY "PRESTMAN: PRTPARM VACIO"
002700             GO TO ABEND-CLEANUP
002710     END-READ
002720     IF PI-CUENTA-PRESTAMOS IS NOT NUMERIC
002730         OR PI-CUENTA-PRESTAMOS = ZERO
002740         DISPLAY "PRESTMAN: CUENTA DE PRESTAMOS INVALIDA"
002750         GO TO ABEND-CLEANUP
002760     END-IF
002770     IF PI-CUENTA-BANCO IS NOT NUMERIC
002780         OR PI-CUENTA-BANCO = ZERO
002790         DISPLAY "PRESTMAN: CUENTA DE BANCO INVALIDA"
002800         GO TO ABEND-CLEANUP
002810     END-IF
002820     MOVE PI-CUENTA-PRESTAMOS TO WS-CUENTA-PRESTAMOS
002830     MOVE PI-CUENTA-BANCO TO WS-CUENTA-BANCO
002840     MOVE PI-MONEDA TO WS-MONEDA
002850     IF WS-MONEDA = SPACES
002860         MOVE "EUR" TO WS-MONEDA
002870     END-IF
002880     CLOSE PARM-FILE.
002890 1200-EXIT.
002900     EXIT.
002910
002920 2000-PROCESS-TRANS.
002930     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
002940     IF WS-TRANS-VALIDA
002950         EVALUATE TRUE
002960             WHEN PTR-ADD
002970                 PERFORM 3000-ALTA-PRESTAMO THRU 3000-EXIT
002980             WHEN PTR-CHANGE
002990                 PERFORM 4000-CAMBIO-PRESTAMO THRU 4000-EXIT
003000             WHEN PTR-DEVOLUCION
003010                 PERFORM 5000-DEVOLUCION THRU 5000-EXIT
003020         END-EVALUATE
003030     END-IF
003040     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003050 2000-EXIT.
003060     EXIT.
003070
003080 2100-READ-TRANS.
003090     READ PRT-TRANS-FILE
003100         AT END
003110             SET WS-EOF-TRANS TO TRUE
003120     END-READ
003130     IF NOT WS-EOF-TRANS AND NOT WS-PRTTRAN-OK
003140         DISPLAY "PRESTMAN: ERROR LEYENDO PRTTRAN "
003150             WS-PRTTRAN-STATUS
003160         GO TO ABEND-CLEANUP
003170     END-IF.
003180 2100-EXIT.
003190     EXIT.
003200
003210*----------------------------------------------------------*
003220* VALIDACIONES PREVIAS: CODIGO, EMPLEADO Y NUMERO DE         *
003230* PRESTAMO (EL NUMERO CERO NO SE ADMITE); EL RESTO DEPENDE   *
003240* DEL TIPO DE TRANSACCION.                                   *
003250*----------------------------------------------------------*
003260 2200-VALIDA-TRANS.
003270     MOVE "N" TO WS-TRANS-VALIDA-SW
003280     IF NOT PTR-ADD AND NOT PTR-CHANGE AND NOT PTR-DEVOLUCION
003290         DISPLAY "PRESTMAN: CODIGO DE TRANSACCION INVALIDO "
003300             PTR-TRANS-CODE " EMPLEADO " PTR-EMP-ID
003310         ADD 1 TO WS-ERRORES-COUNT
003320         GO TO 2200-EXIT
003330     END-IF
003340     IF PTR-EMP-ID IS NOT NUMERIC
003350         OR PTR-NUMERO IS NOT NUMERIC
003360         OR PTR-NUMERO = "0000"
003370         DISPLAY "PRESTMAN: EMPLEADO O NUMERO INVALIDO "
003380             PTR-EMP-ID "/" PTR-NUMERO
003390         ADD 1 TO WS-ERRORES-COUNT
003400         GO TO 2200-EXIT
003410     END-IF
003420     EVALUATE TRUE
003430         WHEN PTR-ADD
003440             PERFORM 2250-VALIDA-ALTA THRU 2250-EXIT
003450         WHEN PTR-CHANGE
003460             PERFORM 2260-VALIDA-CAMBIO THRU 2260-EXIT
003470         WHEN PTR-DEVOLUCION
003480             PERFORM 2270-VALIDA-DEVOLUCION THRU 2270-EXIT
003490     END-EVALUATE.
003500 2200-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------*
003540* ALTA: EMPLEADO ACTIVO, TIPO A (ANTICIPO) O P (PRESTAMO),   *
003550* PRINCIPAL, FECHA DE DESEMBOLSO Y PLAN DE CUOTAS. EL        *
003560* ANTICIPO SIN NUMERO DE CUOTAS SE COBRA EN UNA. SIN CUOTA   *
003570* SE CALCULA PRINCIPAL / CUOTAS REDONDEADO AL CENTIMO POR    *
003580* ARRIBA; LA CUOTA INFORMADA DEBE CUBRIR EL PRINCIPAL EN EL  *
003590* NUMERO DE CUOTAS. LA ULTIMA CUOTA QUE COBRA PAYCALC SE     *
003600* AJUSTA AL SALDO.                                           *
003610*----------------------------------------------------------*
003620 2250-VALIDA-ALTA.
003630     MOVE "N" TO WS-TRANS-VALIDA-SW
003640     MOVE PTR-EMP-ID TO EMP-ID
003650     READ EMPLEADO-MASTER-FILE
003660         INVALID KEY
003670             DISPLAY "PRESTMAN: EMPLEADO NO EXISTE " PTR-EMP-ID
003680             ADD 1 TO WS-ERRORES-COUNT
003690             GO TO 2250-EXIT
003700     END-READ
003710     IF EMP-BAJA
003720         DISPLAY "PRESTMAN: EMPLEADO DADO DE BAJA " PTR-EMP-ID
003730         ADD 1 TO WS-ERRORES-COUNT
003740         GO TO 2250-EXIT
003750     END-IF
003760     MOVE PTR-TIPO TO WS-TIPO
003770     IF NOT WS-TIPO-VALIDO
003780         DISPLAY "PRESTMAN: TIPO INVALIDO " PTR-TIPO
003790             ", EMPLEADO " PTR-EMP-ID
003800         ADD 1 TO WS-ERRORES-COUNT
003810         GO TO 2250-EXIT
003820     END-IF
003830     IF PTR-IMPORTE IS NOT NUMERIC OR PTR-IMPORTE-N = ZERO
003840         DISPLAY "PRESTMAN: PRINCIPAL INVALIDO, EMPLEADO "
003850             PTR-EMP-ID
003860         ADD 1 TO WS-ERRORES-COUNT
003870         GO TO 2250-EXIT
003880     END-IF
003890     IF PTR-FECHA IS NOT NUMERIC
003900         DISPLAY "PRESTMAN: FECHA DE DESEMBOLSO NO NUMERICA, "
003910             "EMPLEADO " PTR-EMP-ID
003920         ADD 1 TO WS-ERRORES-COUNT
003930         GO TO 2250-EXIT
003940     END-IF
003950     MOVE PTR-FECHA TO WS-FECHA-PRUEBA
003960     PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
003970     IF NOT WS-FECHA-VALIDA
003980         DISPLAY "PRESTMAN: FECHA DE DESEMBOLSO INVALIDA, "
003990             "EMPLEADO " PTR-EMP-ID
004000         ADD 1 TO WS-ERRORES-COUNT
004010         GO TO 2250-EXIT
004020     END-IF
004030     IF PTR-NUM-CUOTAS = SPACES AND WS-TIPO-ANTICIPO
004040         MOVE "001" TO PTR-NUM-CUOTAS
004050     END-IF
004060     IF PTR-NUM-CUOTAS IS NOT NUMERIC OR PTR-NUM-CUOTAS-N = ZERO
004070         DISPLAY "PRESTMAN: NUMERO DE CUOTAS INVALIDO, "
004080             "EMPLEADO " PTR-EMP-ID
004090         ADD 1 TO WS-ERRORES-COUNT
004100         GO TO 2250-EXIT
004110     END-IF
004120     MOVE PTR-NUM-CUOTAS-N TO WS-NUM-CUOTAS
004130     IF PTR-CUOTA = SPACES
004140         DIVIDE PTR-IMPORTE-N BY WS-NUM-CUOTAS
004150             GIVING WS-CUOTA ROUNDED
004160         COMPUTE WS-TOTAL-CUOTAS = WS-CUOTA * WS-NUM-CUOTAS
004170         IF WS-TOTAL-CUOTAS < PTR-IMPORTE-N
004180             ADD 0,01 TO WS-CUOTA
004190         END-IF
004200     ELSE
004210         IF PTR-CUOTA IS NOT NUMERIC OR PTR-CUOTA-N = ZERO
004220             OR PTR-CUOTA-N > PTR-IMPORTE-N
004230             DISPLAY "PRESTMAN: CUOTA INVALIDA, EMPLEADO "
004240                 PTR-EMP-ID
004250             ADD 1 TO WS-ERRORES-COUNT
004260             GO TO 2250-EXIT
004270         END-IF
004280         MOVE PTR-CUOTA-N TO WS-CUOTA
004290         COMPUTE WS-TOTAL-CUOTAS = WS-CUOTA * WS-NUM-CUOTAS
004300         IF WS-TOTAL-CUOTAS < PTR-IMPORTE-N
004310             DISPLAY "PRESTMAN: LAS CUOTAS NO CUBREN EL "
004320                 "PRINCIPAL, EMPLEADO " PTR-EMP-ID
004330             ADD 1 TO WS-ERRORES-COUNT
004340             GO TO 2250-EXIT
004350         END-IF
004360     END-IF
004370     MOVE "S" TO WS-TRANS-VALIDA-SW.
004380 2250-EXIT.
004390     EXIT.
004400
004410*----------------------------------------------------------*
004420* CAMBIO: NUEVA CUOTA O NUEVO NUMERO TOTAL DE CUOTAS, NO     *
004430* LAS DOS A LA VEZ (LA OTRA SE RECALCULA SOBRE EL SALDO EN   *
004440* 4000). LA DESCRIPCION INFORMADA TAMBIEN CAMBIA.            *
004450*----------------------------------------------------------*
004460 2260-VALIDA-CAMBIO.
004470     MOVE "N" TO WS-TRANS-VALIDA-SW
004480     IF PTR-CUOTA NOT = SPACES AND PTR-NUM-CUOTAS NOT = SPACES
004490         DISPLAY "PRESTMAN: CAMBIO CON CUOTA Y NUMERO DE CUOTAS, "
004500             "EMPLEADO " PTR-EMP-ID
004510         ADD 1 TO WS-ERRORES-COUNT
004520         GO TO 2260-EXIT
004530     END-IF
004540     IF PTR-CUOTA = SPACES AND PTR-NUM-CUOTAS = SPACES
004550         AND PTR-DESCRIPCION = SPACES
004560         DISPLAY "PRESTMAN: CAMBIO SIN DATOS, EMPLEADO "
004570             PTR-EMP-ID
004580         ADD 1 TO WS-ERRORES-COUNT
004590         GO TO 2260-EXIT
004600     END-IF
004610     IF PTR-CUOTA NOT = SPACES
004620         IF PTR-CUOTA IS NOT NUMERIC OR PTR-CUOTA-N = ZERO
004630             DISPLAY "PRESTMAN: CUOTA INVALIDA, EMPLEADO "
004640                 PTR-EMP-ID
004650             ADD 1 TO WS-ERRORES-COUNT
004660             GO TO 2260-EXIT
004670         END-IF
004680     END-IF
004690     IF PTR-NUM-CUOTAS NOT = SPACES
004700         IF PTR-NUM-CUOTAS IS NOT NUMERIC
004710             OR PTR-NUM-CUOTAS-N = ZERO
004720             DISPLAY "PRESTMAN: NUMERO DE CUOTAS INVALIDO, "
004730                 "EMPLEADO " PTR-EMP-ID
004740             ADD 1 TO WS-ERRORES-COUNT
004750             GO TO 2260-EXIT
004760         END-IF
004770     END-IF
004780     MOVE "S" TO WS-TRANS-VALIDA-SW.
004790 2260-EXIT.
004800     EXIT.
004810
004820*----------------------------------------------------------*
004830* DEVOLUCION ANTICIPADA: IMPORTE INGRESADO Y FECHA DEL       *
004840* INGRESO. EL SALDO DEL PRESTAMO SE MIRA EN 5000.            *
004850*----------------------------------------------------------*
004860 2270-VALIDA-DEVOLUCION.
004870     MOVE "N" TO WS-TRANS-VALIDA-SW
004880     IF PTR-IMPORTE IS NOT NUMERIC OR PTR-IMPORTE-N = ZERO
004890         DISPLAY "PRESTMAN: IMPORTE DE DEVOLUCION INVALIDO, "
004900             "EMPLEADO " PTR-EMP-ID
004910         ADD 1 TO WS-ERRORES-COUNT
004920         GO TO 2270-EXIT
004930     END-IF
004940     IF PTR-FECHA IS NOT NUMERIC
004950         DISPLAY "PRESTMAN: FECHA DE DEVOLUCION NO NUMERICA, "
004960             "EMPLEADO " PTR-EMP-ID
004970         ADD 1 TO WS-ERRORES-COUNT
004980         GO TO 2270-EXIT
004990     END-IF
005000     MOVE PTR-FECHA TO WS-FECHA-PRUEBA
005010     PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
005020     IF NOT WS-FECHA-VALIDA
005030         DISPLAY "PRESTMAN: FECHA DE DEVOLUCION INVALIDA, "
005040             "EMPLEADO " PTR-EMP-ID
005050         ADD 1 TO WS-ERRORES-COUNT
005060         GO TO 2270-EXIT
005070     END-IF
005080     MOVE "S" TO WS-TRANS-VALIDA-SW.
005090 2270-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------*
005130* VALIDACION DE FECHA DE CALENDARIO, CALCADA DE LA RUTINA    *
005140* 2300-VALIDA-FECHA DE ACTMANT.                              *
005150*----------------------------------------------------------*
005160 2300-VALIDA-FECHA.
005170     MOVE "N" TO WS-FECHA-VALIDA-SW
005180     MOVE "N" TO WS-BISIESTO-SW
005190     IF WS-FP-MES < 1 OR WS-FP-MES > 12
005200         GO TO 2300-EXIT
005210     END-IF
005220     DIVIDE WS-FP-ANIO BY 4 GIVING WS-ANIO-DIV
005230         REMAINDER WS-ANIO-RESTO-4
005240     DIVIDE WS-FP-ANIO BY 100 GIVING WS-ANIO-DIV
005250         REMAINDER WS-ANIO-RESTO-100
005260     DIVIDE WS-FP-ANIO BY 400 GIVING WS-ANIO-DIV
005270         REMAINDER WS-ANIO-RESTO-400
005280     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
005290         OR WS-ANIO-RESTO-400 = 0
005300         MOVE "S" TO WS-BISIESTO-SW
005310     END-IF
005320     EVALUATE WS-FP-MES
005330         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
005340             MOVE 31 TO WS-DIAS-EN-MES
005350         WHEN 4 WHEN 6 WHEN 9 WHEN 11
005360             MOVE 30 TO WS-DIAS-EN-MES
005370         WHEN 2
005380             IF WS-ANIO-BISIESTO
005390                 MOVE 29 TO WS-DIAS-EN-MES
005400             ELSE
005410                 MOVE 28 TO WS-DIAS-EN-MES
005420             END-IF
005430     END-EVALUATE
005440     IF WS-FP-DIA >= 1 AND WS-FP-DIA <= WS-DIAS-EN-MES
005450         MOVE "S" TO WS-FECHA-VALIDA-SW
005460     END-IF
005470 2300-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------*
005510* ALTA: GRABA EL PRESTAMO VIVO CON SALDO IGUAL AL PRINCIPAL  *
005520* Y CONTABILIZA EL DESEMBOLSO: DEBITO PRESTAMOS AL           *
005530* PERSONAL, CREDITO BANCO, CON LA FECHA DE DESEMBOLSO.       *
005540*----------------------------------------------------------*
005550 3000-ALTA-PRESTAMO.
005560     MOVE PTR-EMP-ID TO PRT-EMP-ID
005570     MOVE PTR-NUMERO TO PRT-NUMERO
005580     MOVE WS-TIPO TO PRT-TIPO
005590     MOVE PTR-DESCRIPCION TO PRT-DESCRIPCION
005600     MOVE PTR-IMPORTE-N TO PRT-PRINCIPAL
005610     MOVE PTR-FECHA TO PRT-FECHA-DESEMBOLSO
005620     MOVE WS-NUM-CUOTAS TO PRT-NUM-CUOTAS
005630     MOVE WS-CUOTA TO PRT-CUOTA
005640     MOVE PTR-IMPORTE-N TO PRT-SALDO
005650     MOVE ZERO TO PRT-CUOTAS-COBRADAS
005660     MOVE ZERO TO PRT-FECHA-ULT-COBRO
005670     MOVE ZERO TO PRT-IMPORTE-ULT-COBRO
005680     MOVE "V" TO PRT-ESTADO
005690     MOVE ZERO TO PRT-FECHA-CANCELACION
005700     WRITE PRESTAMO-MASTER-REC
005710     IF WS-PRTMSTR-DUPLICATE
005720         DISPLAY "PRESTMAN: PRESTAMO DUPLICADO " PTR-EMP-ID
005730             "/" PTR-NUMERO
005740         ADD 1 TO WS-ERRORES-COUNT
005750         GO TO 3000-EXIT
005760     END-IF
005770     IF NOT WS-PRTMSTR-OK
005780         DISPLAY "PRESTMAN: ERROR GRABANDO PRTMSTR "
005790             WS-PRTMSTR-STATUS
005800         GO TO ABEND-CLEANUP
005810     END-IF
005820     ADD 1 TO WS-ALTAS-COUNT
005830     IF PRT-ANTICIPO
005840         MOVE "ANTICIPO EMP " TO WS-PREFIJO-CONCEPTO
005850     ELSE
005860         MOVE "PRESTAMO EMP " TO WS-PREFIJO-CONCEPTO
005870     END-IF
005880     MOVE PRT-PRINCIPAL TO WS-IMPORTE-N
005890     MOVE PRT-FECHA-DESEMBOLSO TO WS-FECHA-APUNTE
005900     MOVE "D" TO LT-TIPO-APUNTE
005910     MOVE WS-CUENTA-PRESTAMOS TO LT-ACCT-ID
005920     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
005930     MOVE "C" TO LT-TIPO-APUNTE
005940     MOVE WS-CUENTA-BANCO TO LT-ACCT-ID
005950     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT.
005960 3000-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------*
006000* CAMBIO DE PLAN SOBRE EL SALDO VIVO: CON NUEVA CUOTA SE     *
006010* RECALCULA EL NUMERO TOTAL DE CUOTAS (COBRADAS MAS LAS QUE  *
006020* FALTAN PARA EL SALDO); CON NUEVO NUMERO TOTAL, QUE DEBE    *
006030* SUPERAR LAS YA COBRADAS, SE RECALCULA LA CUOTA.            *
006040*----------------------------------------------------------*
006050 4000-CAMBIO-PRESTAMO.
006060     MOVE PTR-EMP-ID TO PRT-EMP-ID
006070     MOVE PTR-NUMERO TO PRT-NUMERO
006080     READ PRESTAMO-MASTER-FILE
006090         INVALID KEY
006100             DISPLAY "PRESTMAN: CAMBIO RECHAZADO, NO EXISTE "
006110                 "PRESTAMO " PTR-EMP-ID "/" PTR-NUMERO
006120             ADD 1 TO WS-ERRORES-COUNT
006130             GO TO 4000-EXIT
006140     END-READ
006150     IF NOT PRT-VIVO
006160         DISPLAY "PRESTMAN: PRESTAMO NO VIVO " PTR-EMP-ID
006170             "/" PTR-NUMERO
006180         ADD 1 TO WS-ERRORES-COUNT
006190         GO TO 4000-EXIT
006200     END-IF
006210     IF PTR-CUOTA NOT = SPACES
006220         DIVIDE PRT-SALDO BY PTR-CUOTA-N
006230             GIVING WS-CUOTAS-PENDIENTES
006240             REMAINDER WS-RESTO-CUOTAS
006250         IF WS-RESTO-CUOTAS > ZERO
006260             ADD 1 TO WS-CUOTAS-PENDIENTES
006270         END-IF
006280         IF PRT-CUOTAS-COBRADAS + WS-CUOTAS-PENDIENTES > 999
006290             DISPLAY "PRESTMAN: CUOTA DEMASIADO BAJA, PRESTAMO "
006300                 PTR-EMP-ID "/" PTR-NUMERO
006310             ADD 1 TO WS-ERRORES-COUNT
006320             GO TO 4000-EXIT
006330         END-IF
006340         MOVE PTR-CUOTA-N TO PRT-CUOTA
006350         COMPUTE PRT-NUM-CUOTAS =
006360             PRT-CUOTAS-COBRADAS + WS-CUOTAS-PENDIENTES
006370     END-IF
006380     IF PTR-NUM-CUOTAS NOT = SPACES
006390         IF PTR-NUM-CUOTAS-N NOT > PRT-CUOTAS-COBRADAS
006400             DISPLAY "PRESTMAN: NUMERO DE CUOTAS NO SUPERA LAS "
006410                 "COBRADAS, PRESTAMO " PTR-EMP-ID "/" PTR-NUMERO
006420             ADD 1 TO WS-ERRORES-COUNT
006430             GO TO 4000-EXIT
006440         END-IF
006450         COMPUTE WS-CUOTAS-PENDIENTES =
006460             PTR-NUM-CUOTAS-N - PRT-CUOTAS-COBRADAS
006470         DIVIDE PRT-SALDO BY WS-CUOTAS-PENDIENTES
006480             GIVING WS-CUOTA ROUNDED
006490         COMPUTE WS-TOTAL-CUOTAS = WS-CUOTA * WS-CUOTAS-PENDIENTES
006500         IF WS-TOTAL-CUOTAS < PRT-SALDO
006510             ADD 0,01 TO WS-CUOTA
006520         END-IF
006530         MOVE WS-CUOTA TO PRT-CUOTA
006540         MOVE PTR-NUM-CUOTAS-N TO PRT-NUM-CUOTAS
006550     END-IF
006560     IF PTR-DESCRIPCION NOT = SPACES
006570         MOVE PTR-DESCRIPCION TO PRT-DESCRIPCION
006580     END-IF
006590     REWRITE PRESTAMO-MASTER-REC
006600     IF NOT WS-PRTMSTR-OK
006610         DISPLAY "PRESTMAN: ERROR REESCRIBIENDO PRTMSTR "
006620             WS-PRTMSTR-STATUS
006630         GO TO ABEND-CLEANUP
006640     END-IF
006650     ADD 1 TO WS-CAMBIOS-COUNT.
006660 4000-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------*
006700* DEVOLUCION ANTICIPADA: EL IMPORTE NO PUEDE SUPERAR EL      *
006710* SALDO NI LA FECHA SER ANTERIOR AL DESEMBOLSO. SI EL SALDO  *
006720* QUEDA A CERO EL PRESTAMO SE CANCELA (C) CON LA FECHA DEL   *
006730* INGRESO. CONTABILIZA DEBITO BANCO, CREDITO PRESTAMOS AL    *
006740* PERSONAL.                                                  *
006750*----------------------------------------------------------*
006760 5000-DEVOLUCION.
006770     MOVE PTR-EMP-ID TO PRT-EMP-ID
006780     MOVE PTR-NUMERO TO PRT-NUMERO
006790     READ PRESTAMO-MASTER-FILE
006800         INVALID KEY
006810             DISPLAY "PRESTMAN: DEVOLUCION RECHAZADA, NO EXISTE "
006820                 "PRESTAMO " PTR-EMP-ID "/" PTR-NUMERO
006830             ADD 1 TO WS-ERRORES-COUNT
006840             GO TO 5000-EXIT
006850     END-READ
006860     IF NOT PRT-VIVO
006870         DISPLAY "PRESTMAN: PRESTAMO NO VIVO " PTR-EMP-ID
006880             "/" PTR-NUMERO
006890         ADD 1 TO WS-ERRORES-COUNT
006900         GO TO 5000-EXIT
006910     END-IF
006920     IF PTR-IMPORTE-N > PRT-SALDO
006930         DISPLAY "PRESTMAN: DEVOLUCION SUPERIOR AL SALDO "
006940             PRT-SALDO ", PRESTAMO " PTR-EMP-ID "/" PTR-NUMERO
006950         ADD 1 TO WS-ERRORES-COUNT
006960         GO TO 5000-EXIT
006970     END-IF
006980     IF PTR-FECHA < PRT-FECHA-DESEMBOLSO
006990         DISPLAY "PRESTMAN: DEVOLUCION ANTERIOR AL DESEMBOLSO, "
007000             "PRESTAMO " PTR-EMP-ID "/" PTR-NUMERO
007010         ADD 1 TO WS-ERRORES-COUNT
007020         GO TO 5000-EXIT
007030     END-IF
007040     SUBTRACT PTR-IMPORTE-N FROM PRT-SALDO
007050     IF PRT-SALDO = ZERO
007060         MOVE "C" TO PRT-ESTADO
007070         MOVE PTR-FECHA TO PRT-FECHA-CANCELACION
007080         ADD 1 TO WS-CANCELADOS-COUNT
007090     END-IF
007100     REWRITE PRESTAMO-MASTER-REC
007110     IF NOT WS-PRTMSTR-OK
007120         DISPLAY "PRESTMAN: ERROR REESCRIBIENDO PRTMSTR "
007130             WS-PRTMSTR-STATUS
007140         GO TO ABEND-CLEANUP
007150     END-IF
007160     ADD 1 TO WS-DEVOL-COUNT
007170     MOVE "DEVOLUC. EMP " TO WS-PREFIJO-CONCEPTO
007180     MOVE PTR-IMPORTE-N TO WS-IMPORTE-N
007190     MOVE PTR-FECHA TO WS-FECHA-APUNTE
007200     MOVE "D" TO LT-TIPO-APUNTE
007210     MOVE WS-CUENTA-BANCO TO LT-ACCT-ID
007220     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
007230     MOVE "C" TO LT-TIPO-APUNTE
007240     MOVE WS-CUENTA-PRESTAMOS TO LT-ACCT-ID
007250     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT.
007260 5000-EXIT.
007270     EXIT.
007280
007290 6000-GRABAR-APUNTE.
007300     MOVE WS-MONEDA TO LT-MONEDA
007310     MOVE WS-IMPORTE-N TO LT-IMPORTE
007320     MOVE SPACES TO LT-CONCEPTO
007330     STRING WS-PREFIJO-CONCEPTO PRT-EMP-ID
007340         DELIMITED BY SIZE INTO LT-CONCEPTO
007350     MOVE WS-FECHA-APUNTE TO LT-FECHA
007360     MOVE ZERO TO LT-SEQ-REF
007370     MOVE ZERO TO LT-DOC-NO
007380     MOVE SPACES TO LT-IVA-CODIGO
007390     MOVE ZERO TO LT-CENTRO-COSTE
007400     MOVE PRT-CLAVE TO WS-ORG-PRESTAMO
007410     MOVE WS-FECHA-APUNTE TO WS-ORG-FECHA
007420     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
007430     WRITE LEDGER-TRANS-REC
007440     PERFORM 7200-CHECK-PRTOUT THRU 7200-EXIT
007450     ADD 1 TO WS-LOTE-REGS
007460     ADD LT-ACCT-ID TO WS-LOTE-HASH
007470     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
007480 6000-EXIT.
007490     EXIT.
007500
007510 7200-CHECK-PRTOUT.
007520     IF NOT WS-PRTOUT-OK
007530         DISPLAY "PRESTMAN: ERROR GRABANDO PRTOUT "
007540             WS-PRTOUT-STATUS
007550         GO TO ABEND-CLEANUP
007560     END-IF.
007570 7200-EXIT.
007580     EXIT.
007590
007600 9000-TERMINATE.
007610     MOVE SPACES TO LEDGER-CTL-REC
007620     MOVE "TRL" TO LC-TIPO-REG
007630     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
007640     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
007650     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
007660     WRITE LEDGER-CTL-REC
007670     PERFORM 7200-CHECK-PRTOUT THRU 7200-EXIT
007680     CLOSE PRESTAMO-MASTER-FILE.
007690     CLOSE EMPLEADO-MASTER-FILE.
007700     CLOSE PRT-TRANS-FILE.
007710     CLOSE PRT-OUT-FILE.
007720     DISPLAY "PRESTMAN: ALTAS        " WS-ALTAS-COUNT.
007730     DISPLAY "PRESTMAN: CAMBIOS      " WS-CAMBIOS-COUNT.
007740     DISPLAY "PRESTMAN: DEVOLUCIONES " WS-DEVOL-COUNT.
007750     DISPLAY "PRESTMAN: CANCELADOS   " WS-CANCELADOS-COUNT.
007760     DISPLAY "PRESTMAN: ERRORES      " WS-ERRORES-COUNT.
007770 9000-EXIT.
007780     EXIT.
007790
007800 ABEND-CLEANUP.
007810     DISPLAY "PRESTMAN: TERMINACION ANORMAL - CERRANDO FICHEROS".
007820     CLOSE PRESTAMO-MASTER-FILE.
007830     CLOSE EMPLEADO-MASTER-FILE.
007840     CLOSE PRT-TRANS-FILE.
007850     CLOSE PRT-OUT-FILE.
007860     MOVE 16 TO RETURN-CODE.
007870     GOBACK.
007880
007890     END PROGRAM PRESTMAN.

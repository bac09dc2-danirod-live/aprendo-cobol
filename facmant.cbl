000270*                GENERA LOS APUNTES CONTRARIOS. EL CAMBIO    *
000280*                SOLO TOCA EL VENCIMIENTO, PARA NO DESCUADRAR*
000290*                LO YA CONTABILIZADO.                        *
000300* 2026-10-15 DR  CASACION CON EL PEDIDO DE COMPRA: EL ALTA   *
000310*                LLEVA PEDIDO, LINEA Y CANTIDAD Y SE CASA    *
000320*                CONTRA PEDMSTR (PROVEEDOR, LINEA ABIERTA,   *
000330*                MONEDA, CUENTA DE GASTO, CANTIDAD RECIBIDA  *
000340*                Y NO FACTURADA, Y PRECIO), CON LAS          *
000350*                TOLERANCIAS DE FACPARM. LA QUE NO CASA SE   *
000360*                REGISTRA Y CONTABILIZA IGUAL PERO QUEDA     *
000370*                BLOQUEADA (B) CON SU MOTIVO, Y SE LISTA EN  *
000380*                CASERPT PARA COMPRAS. LA TRANSACCION L      *
000390*                LIBERA UNA BLOQUEADA YA RESUELTA. LA        *
000400*                ANULACION DEVUELVE LA CANTIDAD AL PEDIDO.   *
000410* 2026-10-15 DR  ABONOS DE PROVEEDOR: TIPO DE DOCUMENTO A EN *
000420*                FACTRAN. EL ABONO SE REGISTRA COMO          *
000430*                DOCUMENTO PROPIO EN FACMSTR, SIN CASACION   *
000440*                CON PEDIDO, Y CONTABILIZA LOS APUNTES       *
000450*                CONTRARIOS A LOS DE UNA FACTURA (DEBITO     *
000460*                PASIVO / CREDITO GASTO); FACPROP LO         *
000470*                COMPENSA CON LAS FACTURAS DEL PROVEEDOR.    *
000480* 2026-10-15 DR  RETENCION DE IRPF DE PROFESIONALES: EL ALTA *
000490*                TOMA EL PORCENTAJE DE PROVMSTR Y GUARDA EL  *
000500*                IMPORTE RETENIDO EN FACMSTR. EL PASIVO CON  *
000510*                EL PROVEEDOR SE CONTABILIZA POR EL IMPORTE  *
000520*                MENOS LA RETENCION Y LA RETENCION VA A LA   *
000530*                CUENTA DE RETENCIONES A PAGAR DE FACPARM.   *
000540*                SE GUARDA TAMBIEN LA FECHA DE REGISTRO.     *
000550* 2026-10-15 DR  LA LIBERACION NO ALCANZA A LAS FACTURAS QUE *
000560*                FACPAGO RETUVO POR CUENTA DEL PROVEEDOR SIN *
000570*                VERIFICAR (MOTIVO VC): ESAS LAS DEVUELVE A  *
000580*                P VERIMANT AL ANOTAR LA VERIFICACION, NO    *
000590*                COMPRAS.                                    *
000600* 2026-10-15 DR  CENTRO DE COSTE: EL ALTA LLEVA EL           *
000610*                DEPARTAMENTO DEL GASTO (FTR-DEPARTAMENTO,   *
000620*                EN BLANCO = NINGUNO), QUE SE VALIDA EN      *
000630*                DEPTMSTR Y SE GUARDA COMO FAC-CENTRO-COSTE. *
000640*                EL APUNTE DE GASTO VA A ESE CENTRO DE       *
000650*                COSTE; PROVEEDORES Y RETENCIONES, SIN       *
000660*                CENTRO. SE RECHAZA EL ALTA SIN DEPARTAMENTO *
000670*                (O CON UN DEPARTAMENTO SIN CENTRO DE COSTE) *
000680*                SI LA CUENTA DE GASTO LO EXIGE EN PLANCTAS. *
000690* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000700*                SISTEMA FACMANT Y COMO CLAVE LA FAC-CLAVE   *
000710*                (PROVEEDOR Y NUMERO DE FACTURA) DE FACMSTR, *
000720*                PARA LA TRAZA DE TRAZADTL.                  *
000730* 2026-10-15 DR  LA ANULACION DEVUELVE LA CANTIDAD AL PEDIDO *
000740*                SOLO SI FAC-PEDIDO-ANOTADO-SW DICE QUE EL   *
000750*                ALTA LA ANOTO, NO SEGUN EL MOTIVO DE        *
000760*                BLOQUEO, QUE FACPAGO Y VERIMANT CAMBIAN     *
000770*                DESPUES (VC).                               *
000780*----------------------------------------------------------*
000790
000800 ENVIRONMENT DIVISION.
000810 CONFIGURATION SECTION.
000820 SPECIAL-NAMES.
000830     DECIMAL-POINT IS COMMA.
000840
000850 INPUT-OUTPUT SECTION.
000860 FILE-CONTROL.
000870     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS FAC-CLAVE
000910         FILE STATUS IS WS-FACMSTR-STATUS.
000920
000930     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS PRV-ID
000970         FILE STATUS IS WS-PROVMSTR-STATUS.
000980
000990     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS CTA-ACCT-ID
001030         FILE STATUS IS WS-PLANCTAS-STATUS.
001040
001050     SELECT FAC-TRANS-FILE ASSIGN TO "FACTRAN"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-FACTRAN-STATUS.
001080
001090     SELECT FAC-OUT-FILE ASSIGN TO "FACOUT"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-FACOUT-STATUS.
001120
001130     SELECT PARM-FILE ASSIGN TO "FACPARM"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-FACPARM-STATUS.
001160
001170     SELECT PEDIDO-MASTER-FILE ASSIGN TO "PEDMSTR"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS PED-CLAVE
001210         FILE STATUS IS WS-PEDMSTR-STATUS.
001220
001230     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS RANDOM
001260         RECORD KEY IS DEPT-CODIGO
001270         FILE STATUS IS WS-DEPTMSTR-STATUS.
001280     SELECT CASA-RPT-FILE ASSIGN TO "CASERPT"
001290         ORGANIZATION IS LINE SEQUENTIAL
001300         FILE STATUS IS WS-CASERPT-STATUS.
001310
001320 DATA DIVISION.
001330 FILE SECTION.
001340 FD  FACTURA-MASTER-FILE
001350     LABEL RECORDS ARE STANDARD.
001360     COPY FACTURA.
001370
001380 FD  PROVEEDOR-MASTER-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY PROVEED.
001410
001420 FD  PLAN-CUENTA-FILE
001430     LABEL RECORDS ARE STANDARD.
001440     COPY CUENTAS.
001450
001460 FD  FAC-TRANS-FILE
001470     LABEL RECORDS ARE STANDARD.
001480 01  FAC-TRANS-REC.
001490     05 FTR-TRANS-CODE          PIC X(01).
001500         88 FTR-ADD                 VALUE "A".
001510         88 FTR-CHANGE              VALUE "C".
001520         88 FTR-ANULA               VALUE "B".
001530         88 FTR-LIBERA              VALUE "L".
001540     05 FTR-PROV-ID             PIC X(06).
001550     05 FTR-NUMERO              PIC X(12).
001560     05 FTR-FECHA-FACTURA       PIC X(08).
001570     05 FTR-FECHA-VENCE         PIC X(08).
001580     05 FTR-MONEDA              PIC X(03).
001590     05 FTR-IMPORTE             PIC X(11).
001600     05 FTR-IMPORTE-N REDEFINES FTR-IMPORTE
001610                                PIC 9(09)V99.
001620     05 FTR-CUENTA-GASTO        PIC X(06).
001630     05 FTR-PEDIDO              PIC X(10).
001640     05 FTR-PEDIDO-LINEA        PIC X(03).
001650     05 FTR-CANTIDAD            PIC X(09).
001660     05 FTR-CANTIDAD-N REDEFINES FTR-CANTIDAD
001670                                PIC 9(07)V99.
001680     05 FTR-TIPO-DOC            PIC X(01).
001690         88 FTR-ES-FACTURA          VALUE "F", SPACE.
001700         88 FTR-ES-ABONO            VALUE "A".
001710     05 FTR-DEPARTAMENTO        PIC X(04).
001720
001730 FD  FAC-OUT-FILE
001740     LABEL RECORDS ARE STANDARD.
001750     COPY LEDGTRAN.
001760
001770 FD  PARM-FILE
001780     LABEL RECORDS ARE STANDARD.
001790 01  PARM-IN-REC.
001800     05 PI-CUENTA-PROVEEDORES   PIC 9(06).
001810     05 PI-CUENTA-BANCO         PIC 9(06).
001820     05 PI-TOLERANCIA-PRECIO    PIC 9(03)V99.
001830     05 PI-TOLERANCIA-CANTIDAD  PIC 9(03)V99.
001840     05 PI-PEDIDO-OBLIGATORIO   PIC X(01).
001850     05 PI-CUENTA-RETENCIONES   PIC X(06).
001860     05 PI-CUENTA-RETENCIONES-N REDEFINES PI-CUENTA-RETENCIONES
001870                                PIC 9(06).
001880
001890 FD  PEDIDO-MASTER-FILE
001900     LABEL RECORDS ARE STANDARD.
001910     COPY PEDIDO.
001920
001930 FD  DEPTO-MASTER-FILE
001940     LABEL RECORDS ARE STANDARD.
001950     COPY DEPTO.
001960 FD  CASA-RPT-FILE
001970     LABEL RECORDS ARE STANDARD.
001980 01  CASA-RPT-LINE              PIC X(80).
001990
002000 WORKING-STORAGE SECTION.
002010 01  WS-FACMSTR-STATUS          PIC X(02) VALUE SPACES.
002020     88 WS-FACMSTR-OK               VALUE "00".
002030     88 WS-FACMSTR-NOT-FOUND        VALUE "23".
002040     88 WS-FACMSTR-DUPLICATE        VALUE "22".
002050     88 WS-FACMSTR-NO-FILE          VALUE "35".
002060
002070 01  WS-PROVMSTR-STATUS         PIC X(02) VALUE SPACES.
002080     88 WS-PROVMSTR-OK              VALUE "00".
002090
002100 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
002110     88 WS-PLANCTAS-OK              VALUE "00".
002120
002130 01  WS-FACTRAN-STATUS          PIC X(02) VALUE SPACES.
002140     88 WS-FACTRAN-OK               VALUE "00".
002150     88 WS-FACTRAN-EOF              VALUE "10".
002160
002170 01  WS-FACOUT-STATUS           PIC X(02) VALUE SPACES.
002180     88 WS-FACOUT-OK                VALUE "00".
002190     88 WS-FACOUT-NO-FILE           VALUE "05", "35".
002200
002210 01  WS-FACPARM-STATUS          PIC X(02) VALUE SPACES.
002220     88 WS-FACPARM-OK               VALUE "00".
002230     88 WS-FACPARM-NO-FILE          VALUE "35".
002240
002250 01  WS-PEDMSTR-STATUS          PIC X(02) VALUE SPACES.
002260     88 WS-PEDMSTR-OK               VALUE "00".
002270     88 WS-PEDMSTR-NO-FILE          VALUE "35".
002280
002290 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
002300     88 WS-DEPTMSTR-OK              VALUE "00".
002310 01  WS-CASERPT-STATUS          PIC X(02) VALUE SPACES.
002320     88 WS-CASERPT-OK               VALUE "00".
002330
002340 01  WS-SWITCHES.
002350     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
002360         88 WS-EOF-TRANS            VALUE "Y".
002370     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
002380         88 WS-TRANS-VALIDA         VALUE "S".
002390     05 WS-PEDIDO-ANOTA-SW     PIC X(01) VALUE "N".
002400         88 WS-PEDIDO-ANOTA         VALUE "S".
002410
002420 01  WS-CCOSTE-ALTA              PIC 9(06) VALUE ZERO.
002430 01  WS-COUNTERS.
002440     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
002450     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
002460     05 WS-ANULADAS-COUNT      PIC 9(05) COMP VALUE ZERO.
002470     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
002480     05 WS-CASADAS-COUNT       PIC 9(05) COMP VALUE ZERO.
002490     05 WS-SIN-PEDIDO-COUNT    PIC 9(05) COMP VALUE ZERO.
002500     05 WS-BLOQUEADAS-COUNT    PIC 9(05) COMP VALUE ZERO.
002510     05 WS-LIBERADAS-COUNT     PIC 9(05) COMP VALUE ZERO.
002520     05 WS-ABONOS-COUNT        PIC 9(05) COMP VALUE ZERO.
002530
002540 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
002550 01  WS-CUENTA-PROVEEDORES      PIC 9(06) VALUE ZERO.
002560 01  WS-CUENTA-BANCO            PIC 9(06) VALUE ZERO.
002570 01  WS-CUENTA-RETENCIONES      PIC 9(06) VALUE ZERO.
002580
002590 01  WS-FECHA-VALIDA-SW         PIC X(01) VALUE "N".
002600     88 WS-FECHA-VALIDA             VALUE "S".
002610 01  WS-FECHA-PRUEBA            PIC 9(08) VALUE ZERO.
002620 01  WS-FECHA-PARTES REDEFINES WS-FECHA-PRUEBA.
002630     05 WS-FP-ANIO             PIC 9(04).
002640     05 WS-FP-MES              PIC 9(02).
002650     05 WS-FP-DIA              PIC 9(02).
002660 01  WS-DIAS-EN-MES             PIC 9(02) COMP.
002670 01  WS-BISIESTO-SW             PIC X(01) VALUE "N".
002680     88 WS-ANIO-BISIESTO            VALUE "S".
002690 01  WS-ANIO-DIV                PIC 9(04) COMP.
002700 01  WS-ANIO-RESTO-4            PIC 9(04) COMP.
002710 01  WS-ANIO-RESTO-100          PIC 9(04) COMP.
002720 01  WS-ANIO-RESTO-400          PIC 9(04) COMP.
002730
002740*----------------------------------------------------------*
002750* CONTROLES DEL LOTE GENERADO EN FACOUT PARA LA COLA TRL,    *
002760* COMO EN PAYGL.                                             *
002770*----------------------------------------------------------*
002780 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
002790 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
002800 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
002810
002820 01  WS-IMPORTE-N               PIC 9(09)V99 VALUE ZERO.
002830 01  WS-APUNTE-GASTO            PIC X(01) VALUE SPACES.
002840 01  WS-APUNTE-PASIVO           PIC X(01) VALUE SPACES.
002850 01  WS-IMPORTE-FACTURA         PIC 9(09)V99 VALUE ZERO.
002860 01  WS-IMPORTE-RETENIDO        PIC 9(09)V99 VALUE ZERO.
002870
002880*----------------------------------------------------------*
002890* CASACION CON EL PEDIDO: TOLERANCIAS EN PORCENTAJE DESDE    *
002900* FACPARM (SIN INFORMAR, CERO: CASACION EXACTA) Y CALCULOS   *
002910* DE LA LINEA.                                               *
002920*----------------------------------------------------------*
002930 01  WS-TOLERANCIA-PRECIO       PIC 9(03)V99 VALUE ZERO.
002940 01  WS-TOLERANCIA-CANTIDAD     PIC 9(03)V99 VALUE ZERO.
002950 01  WS-PEDIDO-OBLIGATORIO-SW   PIC X(01) VALUE "N".
002960     88 WS-PEDIDO-OBLIGATORIO       VALUE "S".
002970 01  WS-PENDIENTE-CANT          PIC S9(08)V99 VALUE ZERO.
002980 01  WS-LIMITE-CANT             PIC S9(08)V99 VALUE ZERO.
002990 01  WS-IMPORTE-ESPERADO        PIC 9(11)V99 VALUE ZERO.
003000 01  WS-DIFERENCIA              PIC S9(11)V99 VALUE ZERO.
003010 01  WS-LIMITE-IMPORTE          PIC 9(11)V99 VALUE ZERO.
003020 01  WS-TOTAL-BLOQUEADO         PIC 9(11)V99 VALUE ZERO.
003030
003040 01  WS-TITULO-LINE.
003050     05 FILLER                  PIC X(40)
003060         VALUE "EXCEPCIONES DE CASACION PEDIDO/FACTURA ".
003070     05 TT-FECHA                PIC 9(08).
003080
003090 01  WS-CABECERA-LINE.
003100     05 FILLER                  PIC X(33)
003110         VALUE "PROV.  FACTURA      PEDIDO     LI".
003120     05 FILLER                  PIC X(30)
003130         VALUE "N MOTIVO                      ".
003140     05 FILLER                  PIC X(14)
003150         VALUE "       IMPORTE".
003160
003170 01  WS-EXC-LINE.
003180     05 DX-PROV-ID              PIC 9(06).
003190     05 FILLER                  PIC X(01) VALUE SPACES.
003200     05 DX-NUMERO               PIC X(12).
003210     05 FILLER                  PIC X(01) VALUE SPACES.
003220     05 DX-PEDIDO               PIC X(10).
003230     05 FILLER                  PIC X(01) VALUE SPACES.
003240     05 DX-LINEA                PIC ZZ9.
003250     05 FILLER                  PIC X(01) VALUE SPACES.
003260     05 DX-MOTIVO               PIC X(28).
003270     05 DX-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
003280
003290 01  WS-TOTAL-LINE.
003300     05 TL-TEXTO                PIC X(28).
003310     05 TL-CUENTA               PIC ZZZ.ZZ9.
003320     05 FILLER                  PIC X(04) VALUE SPACES.
003330     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003340
003350 PROCEDURE DIVISION.
003360
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003390     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
003400         UNTIL WS-EOF-TRANS.
003410     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003420     GOBACK.
003430
003440 1000-INITIALIZE.
003450     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003460     OPEN I-O FACTURA-MASTER-FILE.
003470     IF WS-FACMSTR-NO-FILE
003480         CLOSE FACTURA-MASTER-FILE
003490         OPEN OUTPUT FACTURA-MASTER-FILE
003500         CLOSE FACTURA-MASTER-FILE
003510         OPEN I-O FACTURA-MASTER-FILE
003520     END-IF
003530     IF NOT WS-FACMSTR-OK
003540         DISPLAY "FACMANT: ERROR ABRIENDO FACMSTR "
003550             WS-FACMSTR-STATUS
003560         GO TO ABEND-CLEANUP
003570     END-IF
003580     OPEN INPUT PROVEEDOR-MASTER-FILE.
003590     IF NOT WS-PROVMSTR-OK
003600         DISPLAY "FACMANT: ERROR ABRIENDO PROVMSTR "
003610             WS-PROVMSTR-STATUS
003620         GO TO ABEND-CLEANUP
003630     END-IF
003640     OPEN INPUT PLAN-CUENTA-FILE.
003650     IF NOT WS-PLANCTAS-OK
003660         DISPLAY "FACMANT: ERROR ABRIENDO PLANCTAS "
003670             WS-PLANCTAS-STATUS
003680         GO TO ABEND-CLEANUP
003690     END-IF
003700     OPEN INPUT FAC-TRANS-FILE.
003710     IF NOT WS-FACTRAN-OK
003720         DISPLAY "FACMANT: ERROR ABRIENDO FACTRAN "
003730             WS-FACTRAN-STATUS
003740         GO TO ABEND-CLEANUP
003750     END-IF
003760     OPEN INPUT DEPTO-MASTER-FILE.
003770     IF NOT WS-DEPTMSTR-OK
003780         DISPLAY "FACMANT: ERROR ABRIENDO DEPTMSTR "
003790             WS-DEPTMSTR-STATUS
003800         GO TO ABEND-CLEANUP
003810     END-IF
003820     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
003830     OPEN I-O PEDIDO-MASTER-FILE.
003840     IF WS-PEDMSTR-NO-FILE
003850         CLOSE PEDIDO-MASTER-FILE
003860         OPEN OUTPUT PEDIDO-MASTER-FILE
003870         CLOSE PEDIDO-MASTER-FILE
003880         OPEN I-O PEDIDO-MASTER-FILE
003890     END-IF
003900     IF NOT WS-PEDMSTR-OK
003910         DISPLAY "FACMANT: ERROR ABRIENDO PEDMSTR "
003920             WS-PEDMSTR-STATUS
003930         GO TO ABEND-CLEANUP
003940     END-IF
003950     OPEN OUTPUT CASA-RPT-FILE.
003960     IF NOT WS-CASERPT-OK
003970         DISPLAY "FACMANT: ERROR ABRIENDO CASERPT "
003980             WS-CASERPT-STATUS
003990         GO TO ABEND-CLEANUP
004000     END-IF
004010     MOVE WS-FECHA-PROCESO TO TT-FECHA
004020     MOVE WS-TITULO-LINE TO CASA-RPT-LINE
004030     WRITE CASA-RPT-LINE
004040     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004050     MOVE WS-CABECERA-LINE TO CASA-RPT-LINE
004060     WRITE CASA-RPT-LINE
004070     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004080     OPEN EXTEND FAC-OUT-FILE.
004090     IF WS-FACOUT-NO-FILE
004100         OPEN OUTPUT FAC-OUT-FILE
004110     END-IF
004120     IF NOT WS-FACOUT-OK
004130         DISPLAY "FACMANT: ERROR ABRIENDO FACOUT "
004140             WS-FACOUT-STATUS
004150         GO TO ABEND-CLEANUP
004160     END-IF
004170     MOVE SPACES TO LEDGER-CTL-REC
004180     MOVE "HDR" TO LC-TIPO-REG
004190     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
004200     WRITE LEDGER-CTL-REC
004210     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
004220     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004230 1000-EXIT.
004240     EXIT.
004250
004260*----------------------------------------------------------*
004270* CUENTAS DE PASIVO DE PROVEEDORES Y DE BANCO DESDE FACPARM; *
004280* SIN FICHERO NO HAY DONDE CONTABILIZAR Y EL TRABAJO PARA.   *
004290* LAS TOLERANCIAS DE CASACION Y LA MARCA DE PEDIDO           *
004300* OBLIGATORIO SON OPCIONALES, COMO LA CUENTA DE RETENCIONES  *
004310* (SOLO HACE FALTA SI ALGUN PROVEEDOR TIENE RETENCION).      *
004320*----------------------------------------------------------*
004330 1200-LEER-PARM.
004340     OPEN INPUT PARM-FILE.
004350     IF NOT WS-FACPARM-OK
004360         DISPLAY "FACMANT: ERROR ABRIENDO FACPARM "
004370             WS-FACPARM-STATUS
004380         GO TO ABEND-CLEANUP
004390     END-IF
004400     READ PARM-FILE
004410         AT END
004420             DISPLAY "FACMANT: FACPARM VACIO"
004430             GO TO ABEND-CLEANUP
004440     END-READ
004450     IF PI-CUENTA-PROVEEDORES IS NOT NUMERIC
004460         OR PI-CUENTA-PROVEEDORES = ZERO
004470         DISPLAY "FACMANT: CUENTA DE PROVEEDORES INVALIDA"
004480         GO TO ABEND-CLEANUP
004490     END-IF
004500     MOVE PI-CUENTA-PROVEEDORES TO WS-CUENTA-PROVEEDORES
004510     MOVE PI-CUENTA-BANCO TO WS-CUENTA-BANCO
004520     IF PI-TOLERANCIA-PRECIO IS NUMERIC
004530         MOVE PI-TOLERANCIA-PRECIO TO WS-TOLERANCIA-PRECIO
004540     END-IF
004550     IF PI-TOLERANCIA-CANTIDAD IS NUMERIC
004560         MOVE PI-TOLERANCIA-CANTIDAD TO WS-TOLERANCIA-CANTIDAD
004570     END-IF
004580     IF PI-PEDIDO-OBLIGATORIO = "S"
004590         MOVE "S" TO WS-PEDIDO-OBLIGATORIO-SW
004600     END-IF
004610     IF PI-CUENTA-RETENCIONES IS NUMERIC
004620         MOVE PI-CUENTA-RETENCIONES-N TO WS-CUENTA-RETENCIONES
004630     END-IF
004640     CLOSE PARM-FILE.
004650 1200-EXIT.
004660     EXIT.
004670
004680 2000-PROCESS-TRANS.
004690     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
004700     IF WS-TRANS-VALIDA
004710         EVALUATE TRUE
004720             WHEN FTR-ADD
004730                 PERFORM 3000-ALTA-FACTURA THRU 3000-EXIT
004740             WHEN FTR-CHANGE
004750                 PERFORM 4000-CAMBIO-FACTURA THRU 4000-EXIT
004760             WHEN FTR-ANULA
004770                 PERFORM 5000-ANULA-FACTURA THRU 5000-EXIT
004780             WHEN FTR-LIBERA
004790                 PERFORM 5500-LIBERA-FACTURA THRU 5500-EXIT
004800         END-EVALUATE
004810     END-IF
004820     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004830 2000-EXIT.
004840     EXIT.
004850
004860 2100-READ-TRANS.
004870     READ FAC-TRANS-FILE
004880         AT END
004890             SET WS-EOF-TRANS TO TRUE
004900     END-READ
004910     IF NOT WS-EOF-TRANS AND NOT WS-FACTRAN-OK
004920         DISPLAY "FACMANT: ERROR LEYENDO FACTRAN "
004930             WS-FACTRAN-STATUS
004940         GO TO ABEND-CLEANUP
004950     END-IF
004960 2100-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------*
005000* VALIDACIONES PREVIAS: CODIGO, PROVEEDOR ACTIVO, NUMERO NO  *
005010* VACIO Y, EN EL ALTA, FECHAS DE CALENDARIO, IMPORTE         *
005020* NUMERICO Y CUENTA DE GASTO EN EL PLAN.                     *
005030*----------------------------------------------------------*
005040 2200-VALIDA-TRANS.
005050     MOVE "N" TO WS-TRANS-VALIDA-SW
005060     IF NOT FTR-ADD AND NOT FTR-CHANGE AND NOT FTR-ANULA
005070         AND NOT FTR-LIBERA
005080         DISPLAY "FACMANT: CODIGO DE TRANSACCION INVALIDO "
005090             FTR-TRANS-CODE " FACTURA " FTR-NUMERO
005100         ADD 1 TO WS-ERRORES-COUNT
005110         GO TO 2200-EXIT
005120     END-IF
005130     IF FTR-PROV-ID IS NOT NUMERIC
005140         DISPLAY "FACMANT: PROVEEDOR NO NUMERICO " FTR-PROV-ID
005150         ADD 1 TO WS-ERRORES-COUNT
005160         GO TO 2200-EXIT
005170     END-IF
005180     IF FTR-NUMERO = SPACES
005190         DISPLAY "FACMANT: NUMERO DE FACTURA EN BLANCO, "
005200             "PROVEEDOR " FTR-PROV-ID
005210         ADD 1 TO WS-ERRORES-COUNT
005220         GO TO 2200-EXIT
005230     END-IF
005240     MOVE FTR-PROV-ID TO PRV-ID
005250     READ PROVEEDOR-MASTER-FILE
005260         INVALID KEY
005270             DISPLAY "FACMANT: PROVEEDOR NO EXISTE "
005280                 FTR-PROV-ID
005290             ADD 1 TO WS-ERRORES-COUNT
005300             GO TO 2200-EXIT
005310     END-READ
005320     IF NOT PRV-ACTIVO
005330         DISPLAY "FACMANT: PROVEEDOR INACTIVO " FTR-PROV-ID
005340         ADD 1 TO WS-ERRORES-COUNT
005350         GO TO 2200-EXIT
005360     END-IF
005370     IF PRV-RETENCION-PCT IS NOT NUMERIC
005380         MOVE ZERO TO PRV-RETENCION-PCT
005390     END-IF
005400     IF FTR-ADD AND PRV-RETENCION-PCT > ZERO
005410         AND WS-CUENTA-RETENCIONES = ZERO
005420         DISPLAY "FACMANT: PROVEEDOR CON RETENCION Y SIN "
005430             "CUENTA DE RETENCIONES EN FACPARM " FTR-PROV-ID
005440         ADD 1 TO WS-ERRORES-COUNT
005450         GO TO 2200-EXIT
005460     END-IF
005470     IF FTR-CHANGE OR FTR-ADD
005480         IF FTR-FECHA-VENCE IS NOT NUMERIC
005490             DISPLAY "FACMANT: VENCIMIENTO NO NUMERICO, "
005500                 "FACTURA " FTR-NUMERO
005510             ADD 1 TO WS-ERRORES-COUNT
005520             GO TO 2200-EXIT
005530         END-IF
005540         MOVE FTR-FECHA-VENCE TO WS-FECHA-PRUEBA
005550         PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
005560         IF NOT WS-FECHA-VALIDA
005570             DISPLAY "FACMANT: VENCIMIENTO INVALIDO, "
005580                 "FACTURA " FTR-NUMERO
005590             ADD 1 TO WS-ERRORES-COUNT
005600             GO TO 2200-EXIT
005610         END-IF
005620     END-IF
005630     IF FTR-ADD
005640         PERFORM 2250-VALIDA-ALTA THRU 2250-EXIT
005650         IF NOT WS-TRANS-VALIDA
005660             GO TO 2200-EXIT
005670         END-IF
005680     END-IF
005690     MOVE "S" TO WS-TRANS-VALIDA-SW.
005700 2200-EXIT.
005710     EXIT.
005720
005730 2250-VALIDA-ALTA.
005740     MOVE "N" TO WS-TRANS-VALIDA-SW
005750     IF FTR-FECHA-FACTURA IS NOT NUMERIC
005760         DISPLAY "FACMANT: FECHA DE FACTURA NO NUMERICA, "
005770             "FACTURA " FTR-NUMERO
005780         ADD 1 TO WS-ERRORES-COUNT
005790         GO TO 2250-EXIT
005800     END-IF
005810     MOVE FTR-FECHA-FACTURA TO WS-FECHA-PRUEBA
005820     PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
005830     IF NOT WS-FECHA-VALIDA
005840         DISPLAY "FACMANT: FECHA DE FACTURA INVALIDA, "
005850             "FACTURA " FTR-NUMERO
005860         ADD 1 TO WS-ERRORES-COUNT
005870         GO TO 2250-EXIT
005880     END-IF
005890     IF FTR-IMPORTE IS NOT NUMERIC
005900         DISPLAY "FACMANT: IMPORTE NO NUMERICO, FACTURA "
005910             FTR-NUMERO
005920         ADD 1 TO WS-ERRORES-COUNT
005930         GO TO 2250-EXIT
005940     END-IF
005950     IF FTR-CUENTA-GASTO IS NOT NUMERIC
005960         DISPLAY "FACMANT: CUENTA DE GASTO NO NUMERICA, "
005970             "FACTURA " FTR-NUMERO
005980         ADD 1 TO WS-ERRORES-COUNT
005990         GO TO 2250-EXIT
006000     END-IF
006010     IF NOT FTR-ES-FACTURA AND NOT FTR-ES-ABONO
006020         DISPLAY "FACMANT: TIPO DE DOCUMENTO INVALIDO "
006030             FTR-TIPO-DOC " FACTURA " FTR-NUMERO
006040         ADD 1 TO WS-ERRORES-COUNT
006050         GO TO 2250-EXIT
006060     END-IF
006070     IF FTR-ES-ABONO
006080         MOVE SPACES TO FTR-PEDIDO
006090     END-IF
006100     IF FTR-PEDIDO NOT = SPACES
006110         IF FTR-PEDIDO-LINEA IS NOT NUMERIC
006120             OR FTR-PEDIDO-LINEA = "000"
006130             OR FTR-CANTIDAD IS NOT NUMERIC
006140             OR FTR-CANTIDAD-N = ZERO
006150             DISPLAY "FACMANT: LINEA DE PEDIDO O CANTIDAD "
006160                 "INVALIDA, FACTURA " FTR-NUMERO
006170             ADD 1 TO WS-ERRORES-COUNT
006180             GO TO 2250-EXIT
006190         END-IF
006200     END-IF
006210     MOVE FTR-CUENTA-GASTO TO CTA-ACCT-ID
006220     READ PLAN-CUENTA-FILE
006230         INVALID KEY
006240             DISPLAY "FACMANT: CUENTA DE GASTO NO EN PLAN, "
006250                 "FACTURA " FTR-NUMERO
006260             ADD 1 TO WS-ERRORES-COUNT
006270             GO TO 2250-EXIT
006280     END-READ
006290     MOVE ZERO TO WS-CCOSTE-ALTA
006300     IF FTR-DEPARTAMENTO NOT = SPACES
006310         MOVE FTR-DEPARTAMENTO TO DEPT-CODIGO
006320         READ DEPTO-MASTER-FILE
006330             INVALID KEY
006340                 DISPLAY "FACMANT: DEPARTAMENTO NO EN DEPTMSTR, "
006350                     "FACTURA " FTR-NUMERO
006360                 ADD 1 TO WS-ERRORES-COUNT
006370                 GO TO 2250-EXIT
006380         END-READ
006390         IF DEPT-CENTRO-COSTE IS NUMERIC
006400             MOVE DEPT-CENTRO-COSTE TO WS-CCOSTE-ALTA
006410         END-IF
006420     END-IF
006430     IF CTA-CCOSTE-OBLIGATORIO AND WS-CCOSTE-ALTA = ZERO
006440         DISPLAY "FACMANT: LA CUENTA DE GASTO EXIGE CENTRO DE "
006450             "COSTE, FACTURA " FTR-NUMERO
006460         ADD 1 TO WS-ERRORES-COUNT
006470         GO TO 2250-EXIT
006480     END-IF
006490     MOVE "S" TO WS-TRANS-VALIDA-SW.
006500 2250-EXIT.
006510     EXIT.
006520
006530*----------------------------------------------------------*
006540* VALIDACION DE FECHA DE CALENDARIO, CALCADA DE LA RUTINA    *
006550* 2200-VALIDA-FECHA DE CAMPOS.                               *
006560*----------------------------------------------------------*
006570 2300-VALIDA-FECHA.
006580     MOVE "N" TO WS-FECHA-VALIDA-SW
006590     MOVE "N" TO WS-BISIESTO-SW
006600     IF WS-FP-MES < 1 OR WS-FP-MES > 12
006610         GO TO 2300-EXIT
006620     END-IF
006630     DIVIDE WS-FP-ANIO BY 4 GIVING WS-ANIO-DIV
006640         REMAINDER WS-ANIO-RESTO-4
006650     DIVIDE WS-FP-ANIO BY 100 GIVING WS-ANIO-DIV
006660         REMAINDER WS-ANIO-RESTO-100
006670     DIVIDE WS-FP-ANIO BY 400 GIVING WS-ANIO-DIV
006680         REMAINDER WS-ANIO-RESTO-400
006690     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
006700         OR WS-ANIO-RESTO-400 = 0
006710         MOVE "S" TO WS-BISIESTO-SW
006720     END-IF
006730     EVALUATE WS-FP-MES
006740         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
006750             MOVE 31 TO WS-DIAS-EN-MES
006760         WHEN 4 WHEN 6 WHEN 9 WHEN 11
006770             MOVE 30 TO WS-DIAS-EN-MES
006780         WHEN 2
006790             IF WS-ANIO-BISIESTO
006800                 MOVE 29 TO WS-DIAS-EN-MES
006810             ELSE
006820                 MOVE 28 TO WS-DIAS-EN-MES
006830             END-IF
006840     END-EVALUATE
006850     IF WS-FP-DIA >= 1 AND WS-FP-DIA <= WS-DIAS-EN-MES
006860         MOVE "S" TO WS-FECHA-VALIDA-SW
006870     END-IF
006880 2300-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------*
006920* ALTA: GRABA LA FACTURA EN ESTADO P Y CONTABILIZA EL GASTO  *
006930* (DEBITO GASTO / CREDITO PASIVO DE PROVEEDORES POR EL       *
006940* IMPORTE MENOS LA RETENCION DE IRPF DEL PROVEEDOR Y CREDITO *
006950* RETENCIONES A PAGAR POR LA RETENCION). SI NO CASA          *
006960* CON SU PEDIDO QUEDA EN ESTADO B Y SALE EN CASERPT; EL      *
006970* PASIVO SE CONTABILIZA IGUAL, SOLO SE RETIENE EL PAGO.      *
006980*----------------------------------------------------------*
006990 3000-ALTA-FACTURA.
007000     MOVE FTR-PROV-ID TO FAC-PROV-ID
007010     MOVE FTR-NUMERO TO FAC-NUMERO
007020     MOVE FTR-FECHA-FACTURA TO FAC-FECHA-FACTURA
007030     MOVE FTR-FECHA-VENCE TO FAC-FECHA-VENCE
007040     MOVE FTR-MONEDA TO FAC-MONEDA
007050     MOVE FTR-IMPORTE-N TO WS-IMPORTE-N
007060     MOVE WS-IMPORTE-N TO FAC-IMPORTE
007070     MOVE FTR-CUENTA-GASTO TO FAC-CUENTA-GASTO
007080     MOVE "P" TO FAC-ESTADO-SW
007090     MOVE ZERO TO FAC-FECHA-PAGO
007100     MOVE WS-FECHA-PROCESO TO FAC-FECHA-REGISTRO
007110     MOVE WS-CCOSTE-ALTA TO FAC-CENTRO-COSTE
007120     MOVE PRV-RETENCION-PCT TO FAC-RETENCION-PCT
007130     COMPUTE FAC-IMPORTE-RETENIDO ROUNDED =
007140         FAC-IMPORTE * FAC-RETENCION-PCT / 100
007150     MOVE "F" TO FAC-TIPO-DOC
007160     MOVE "D" TO WS-APUNTE-GASTO
007170     MOVE "C" TO WS-APUNTE-PASIVO
007180     IF FTR-ES-ABONO
007190         MOVE "A" TO FAC-TIPO-DOC
007200         MOVE "C" TO WS-APUNTE-GASTO
007210         MOVE "D" TO WS-APUNTE-PASIVO
007220     END-IF
007230     MOVE FTR-PEDIDO TO FAC-PEDIDO
007240     MOVE ZERO TO FAC-PEDIDO-LINEA
007250     MOVE ZERO TO FAC-CANTIDAD
007260     IF FTR-PEDIDO NOT = SPACES
007270         MOVE FTR-PEDIDO-LINEA TO FAC-PEDIDO-LINEA
007280         MOVE FTR-CANTIDAD-N TO FAC-CANTIDAD
007290     END-IF
007300     PERFORM 3100-CASAR-PEDIDO THRU 3100-EXIT
007310     WRITE FACTURA-MASTER-REC
007320     IF WS-FACMSTR-DUPLICATE
007330         DISPLAY "FACMANT: FACTURA DUPLICADA " FTR-PROV-ID
007340             " " FTR-NUMERO
007350         ADD 1 TO WS-ERRORES-COUNT
007360         GO TO 3000-EXIT
007370     END-IF
007380     IF NOT WS-FACMSTR-OK
007390         DISPLAY "FACMANT: ERROR GRABANDO FACMSTR "
007400             WS-FACMSTR-STATUS
007410         GO TO ABEND-CLEANUP
007420     END-IF
007430     ADD 1 TO WS-ALTAS-COUNT
007440     IF WS-PEDIDO-ANOTA
007450         PERFORM 3200-ANOTAR-PEDIDO THRU 3200-EXIT
007460     END-IF
007470     EVALUATE TRUE
007480         WHEN FAC-ES-ABONO
007490             ADD 1 TO WS-ABONOS-COUNT
007500         WHEN FAC-BLOQUEADA
007510             ADD 1 TO WS-BLOQUEADAS-COUNT
007520             ADD WS-IMPORTE-N TO WS-TOTAL-BLOQUEADO
007530             PERFORM 6500-LINEA-EXCEPCION THRU 6500-EXIT
007540         WHEN FAC-PEDIDO = SPACES
007550             ADD 1 TO WS-SIN-PEDIDO-COUNT
007560         WHEN OTHER
007570             ADD 1 TO WS-CASADAS-COUNT
007580     END-EVALUATE
007590     PERFORM 6100-APUNTES-FACTURA THRU 6100-EXIT.
007600 3000-EXIT.
007610     EXIT.
007620
007630*----------------------------------------------------------*
007640* CASACION CON EL PEDIDO: LA LINEA DEBE EXISTIR, SER DEL     *
007650* MISMO PROVEEDOR Y ESTAR ABIERTA, CON LA MISMA MONEDA Y     *
007660* CUENTA DE GASTO. LA CANTIDAD NO PUEDE PASAR DE LO RECIBIDO *
007670* Y AUN NO FACTURADO MAS LA TOLERANCIA, NI EL IMPORTE        *
007680* DESVIARSE DE CANTIDAD POR PRECIO MAS ALLA DE LA SUYA. EL   *
007690* PRIMER FALLO DA EL MOTIVO DEL BLOQUEO. SI LA LINEA ES DEL  *
007700* PROVEEDOR Y ESTA ABIERTA LA CANTIDAD SE ANOTA COMO         *
007710* FACTURADA AUNQUE LA FACTURA QUEDE BLOQUEADA. LOS ABONOS NO *
007720* SE CASAN.                                                  *
007730*----------------------------------------------------------*
007740 3100-CASAR-PEDIDO.
007750     MOVE "N" TO WS-PEDIDO-ANOTA-SW
007760     MOVE "N" TO FAC-PEDIDO-ANOTADO-SW
007770     MOVE SPACES TO FAC-MOTIVO-BLOQUEO
007780     IF FAC-ES-ABONO
007790         GO TO 3100-EXIT
007800     END-IF
007810     IF FTR-PEDIDO = SPACES
007820         IF WS-PEDIDO-OBLIGATORIO
007830             SET FAC-BLQ-SIN-PEDIDO TO TRUE
007840             GO TO 3100-BLOQUEAR
007850         END-IF
007860         GO TO 3100-EXIT
007870     END-IF
007880     MOVE FTR-PEDIDO TO PED-NUMERO
007890     MOVE FTR-PEDIDO-LINEA TO PED-LINEA
007900     READ PEDIDO-MASTER-FILE
007910         INVALID KEY
007920             SET FAC-BLQ-PEDIDO-NO-EXISTE TO TRUE
007930             GO TO 3100-BLOQUEAR
007940     END-READ
007950     IF PED-PROV-ID NOT = FAC-PROV-ID
007960         SET FAC-BLQ-OTRO-PROVEEDOR TO TRUE
007970         GO TO 3100-BLOQUEAR
007980     END-IF
007990     IF PED-CERRADA
008000         SET FAC-BLQ-LINEA-CERRADA TO TRUE
008010         GO TO 3100-BLOQUEAR
008020     END-IF
008030     MOVE "S" TO WS-PEDIDO-ANOTA-SW
008040     MOVE "S" TO FAC-PEDIDO-ANOTADO-SW
008050     IF PED-MONEDA NOT = FAC-MONEDA
008060         SET FAC-BLQ-MONEDA TO TRUE
008070         GO TO 3100-BLOQUEAR
008080     END-IF
008090     IF PED-CUENTA-GASTO NOT = FAC-CUENTA-GASTO
008100         SET FAC-BLQ-CUENTA TO TRUE
008110         GO TO 3100-BLOQUEAR
008120     END-IF
008130     COMPUTE WS-PENDIENTE-CANT = PED-CANTIDAD-RECIBIDA
008140         - PED-CANTIDAD-FACTURADA
008150     COMPUTE WS-LIMITE-CANT ROUNDED = WS-PENDIENTE-CANT
008160         * (100 + WS-TOLERANCIA-CANTIDAD) / 100
008170     IF FAC-CANTIDAD > WS-LIMITE-CANT
008180         SET FAC-BLQ-CANTIDAD TO TRUE
008190         GO TO 3100-BLOQUEAR
008200     END-IF
008210     COMPUTE WS-IMPORTE-ESPERADO ROUNDED = FAC-CANTIDAD
008220         * PED-PRECIO-UNITARIO
008230     COMPUTE WS-LIMITE-IMPORTE ROUNDED = WS-IMPORTE-ESPERADO
008240         * WS-TOLERANCIA-PRECIO / 100
008250     COMPUTE WS-DIFERENCIA = FAC-IMPORTE - WS-IMPORTE-ESPERADO
008260     IF WS-DIFERENCIA < ZERO
008270         COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
008280     END-IF
008290     IF WS-DIFERENCIA > WS-LIMITE-IMPORTE
008300         SET FAC-BLQ-PRECIO TO TRUE
008310         GO TO 3100-BLOQUEAR
008320     END-IF
008330     GO TO 3100-EXIT.
008340 3100-BLOQUEAR.
008350     MOVE "B" TO FAC-ESTADO-SW.
008360 3100-EXIT.
008370     EXIT.
008380
008390 3200-ANOTAR-PEDIDO.
008400     ADD FAC-CANTIDAD TO PED-CANTIDAD-FACTURADA
008410     REWRITE PEDIDO-MASTER-REC
008420     IF NOT WS-PEDMSTR-OK
008430         DISPLAY "FACMANT: ERROR REESCRIBIENDO PEDMSTR "
008440             WS-PEDMSTR-STATUS
008450         GO TO ABEND-CLEANUP
008460     END-IF.
008470 3200-EXIT.
008480     EXIT.
008490
008500 4000-CAMBIO-FACTURA.
008510     MOVE FTR-PROV-ID TO FAC-PROV-ID
008520     MOVE FTR-NUMERO TO FAC-NUMERO
008530     READ FACTURA-MASTER-FILE
008540         INVALID KEY
008550             DISPLAY "FACMANT: CAMBIO RECHAZADO, NO EXISTE "
008560                 "FACTURA " FTR-NUMERO
008570             ADD 1 TO WS-ERRORES-COUNT
008580             GO TO 4000-EXIT
008590     END-READ
008600     IF FAC-PAGADA
008610         DISPLAY "FACMANT: FACTURA YA PAGADA " FTR-NUMERO
008620         ADD 1 TO WS-ERRORES-COUNT
008630         GO TO 4000-EXIT
008640     END-IF
008650     MOVE FTR-FECHA-VENCE TO FAC-FECHA-VENCE
008660     REWRITE FACTURA-MASTER-REC
008670     IF NOT WS-FACMSTR-OK
008680         DISPLAY "FACMANT: ERROR REESCRIBIENDO FACMSTR "
008690             WS-FACMSTR-STATUS
008700         GO TO ABEND-CLEANUP
008710     END-IF
008720     ADD 1 TO WS-CAMBIOS-COUNT.
008730 4000-EXIT.
008740     EXIT.
008750
008760*----------------------------------------------------------*
008770* ANULACION: SOLO SOBRE FACTURA PENDIENTE O BLOQUEADA; SE    *
008780* BORRA Y SE CONTABILIZAN LOS APUNTES CONTRARIOS AL ALTA. LA *
008790* CANTIDAD ANOTADA EN EL PEDIDO SE DEVUELVE.                 *
008800*----------------------------------------------------------*
008810 5000-ANULA-FACTURA.
008820     MOVE FTR-PROV-ID TO FAC-PROV-ID
008830     MOVE FTR-NUMERO TO FAC-NUMERO
008840     READ FACTURA-MASTER-FILE
008850         INVALID KEY
008860             DISPLAY "FACMANT: ANULACION RECHAZADA, NO "
008870                 "EXISTE FACTURA " FTR-NUMERO
008880             ADD 1 TO WS-ERRORES-COUNT
008890             GO TO 5000-EXIT
008900     END-READ
008910     IF NOT FAC-PENDIENTE AND NOT FAC-BLOQUEADA
008920         DISPLAY "FACMANT: SOLO SE ANULA FACTURA PENDIENTE "
008930             FTR-NUMERO
008940         ADD 1 TO WS-ERRORES-COUNT
008950         GO TO 5000-EXIT
008960     END-IF
008970     MOVE FAC-IMPORTE TO WS-IMPORTE-N
008980     DELETE FACTURA-MASTER-FILE
008990     IF NOT WS-FACMSTR-OK
009000         DISPLAY "FACMANT: ERROR BORRANDO FACMSTR "
009010             WS-FACMSTR-STATUS
009020         GO TO ABEND-CLEANUP
009030     END-IF
009040     ADD 1 TO WS-ANULADAS-COUNT
009050     IF FAC-PEDIDO NOT = SPACES
009060         PERFORM 5100-DEVOLVER-PEDIDO THRU 5100-EXIT
009070     END-IF
009080     MOVE "C" TO WS-APUNTE-GASTO
009090     MOVE "D" TO WS-APUNTE-PASIVO
009100     IF FAC-ES-ABONO
009110         MOVE "D" TO WS-APUNTE-GASTO
009120         MOVE "C" TO WS-APUNTE-PASIVO
009130     END-IF
009140     PERFORM 6100-APUNTES-FACTURA THRU 6100-EXIT.
009150 5000-EXIT.
009160     EXIT.
009170
009180*----------------------------------------------------------*
009190* SOLO SE DEVUELVE LA CANTIDAD QUE EL ALTA ANOTO EN LA      *
009200* LINEA DEL PEDIDO (FAC-PEDIDO-ANOTADO).                    *
009210*----------------------------------------------------------*
009220 5100-DEVOLVER-PEDIDO.
009230     IF NOT FAC-PEDIDO-ANOTADO
009240         GO TO 5100-EXIT
009250     END-IF
009260     MOVE FAC-PEDIDO TO PED-NUMERO
009270     MOVE FAC-PEDIDO-LINEA TO PED-LINEA
009280     READ PEDIDO-MASTER-FILE
009290         INVALID KEY
009300             GO TO 5100-EXIT
009310     END-READ
009320     IF PED-CANTIDAD-FACTURADA < FAC-CANTIDAD
009330         MOVE ZERO TO PED-CANTIDAD-FACTURADA
009340     ELSE
009350         SUBTRACT FAC-CANTIDAD FROM PED-CANTIDAD-FACTURADA
009360     END-IF
009370     REWRITE PEDIDO-MASTER-REC
009380     IF NOT WS-PEDMSTR-OK
009390         DISPLAY "FACMANT: ERROR REESCRIBIENDO PEDMSTR "
009400             WS-PEDMSTR-STATUS
009410         GO TO ABEND-CLEANUP
009420     END-IF.
009430 5100-EXIT.
009440     EXIT.
009450
009460*----------------------------------------------------------*
009470* LIBERACION: COMPRAS HA RESUELTO LA EXCEPCION (ALBARAN      *
009480* PENDIENTE, PRECIO ACEPTADO...) Y LA FACTURA BLOQUEADA      *
009490* VUELVE A PENDIENTE PARA QUE FACPROP LA PROPONGA.           *
009500*----------------------------------------------------------*
009510 5500-LIBERA-FACTURA.
009520     MOVE FTR-PROV-ID TO FAC-PROV-ID
009530     MOVE FTR-NUMERO TO FAC-NUMERO
009540     READ FACTURA-MASTER-FILE
009550         INVALID KEY
009560             DISPLAY "FACMANT: LIBERACION RECHAZADA, NO "
009570                 "EXISTE FACTURA " FTR-NUMERO
009580             ADD 1 TO WS-ERRORES-COUNT
009590             GO TO 5500-EXIT
009600     END-READ
009610     IF NOT FAC-BLOQUEADA
009620         DISPLAY "FACMANT: FACTURA NO BLOQUEADA " FTR-NUMERO
009630         ADD 1 TO WS-ERRORES-COUNT
009640         GO TO 5500-EXIT
009650     END-IF
009660     IF FAC-BLQ-VERIF-CUENTA
009670         DISPLAY "FACMANT: FACTURA RETENIDA POR CUENTA SIN "
009680             "VERIFICAR, LA LIBERA VERIMANT " FTR-NUMERO
009690         ADD 1 TO WS-ERRORES-COUNT
009700         GO TO 5500-EXIT
009710     END-IF
009720     MOVE "P" TO FAC-ESTADO-SW
009730     REWRITE FACTURA-MASTER-REC
009740     IF NOT WS-FACMSTR-OK
009750         DISPLAY "FACMANT: ERROR REESCRIBIENDO FACMSTR "
009760             WS-FACMSTR-STATUS
009770         GO TO ABEND-CLEANUP
009780     END-IF
009790     ADD 1 TO WS-LIBERADAS-COUNT
009800     PERFORM 6500-LINEA-EXCEPCION THRU 6500-EXIT.
009810 5500-EXIT.
009820     EXIT.
009830
009840 6000-GRABAR-APUNTE.
009850     MOVE FAC-MONEDA TO LT-MONEDA
009860     MOVE WS-IMPORTE-N TO LT-IMPORTE
009870     MOVE SPACES TO LT-CONCEPTO
009880     IF FAC-ES-ABONO
009890         STRING "ABONO " FAC-NUMERO
009900             DELIMITED BY SIZE INTO LT-CONCEPTO
009910     ELSE
009920         STRING "FACT " FAC-NUMERO
009930             DELIMITED BY SIZE INTO LT-CONCEPTO
009940     END-IF
009950     MOVE WS-FECHA-PROCESO TO LT-FECHA
009960     MOVE ZERO TO LT-SEQ-REF
009970     MOVE ZERO TO LT-DOC-NO
009980     MOVE SPACES TO LT-IVA-CODIGO
009990     MOVE "FACMANT" TO LT-ORIGEN-SISTEMA
010000     MOVE FAC-CLAVE TO LT-ORIGEN-CLAVE
010010     WRITE LEDGER-TRANS-REC
010020     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
010030     ADD 1 TO WS-LOTE-REGS
010040     ADD LT-ACCT-ID TO WS-LOTE-HASH
010050     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
010060 6000-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------*
010100* APUNTES DE UNA FACTURA (O DE SU ANULACION, CON LOS LADOS   *
010110* YA INVERTIDOS): GASTO POR EL IMPORTE, PASIVO DE            *
010120* PROVEEDORES POR EL IMPORTE MENOS LA RETENCION Y, SI LA     *
010130* HAY, LA RETENCION EN LA CUENTA DE RETENCIONES A PAGAR.     *
010140* SOLO EL GASTO LLEVA EL CENTRO DE COSTE DE LA FACTURA.      *
010150*----------------------------------------------------------*
010160 6100-APUNTES-FACTURA.
010170     MOVE FAC-IMPORTE TO WS-IMPORTE-FACTURA
010180     MOVE FAC-IMPORTE-RETENIDO TO WS-IMPORTE-RETENIDO
010190     MOVE WS-IMPORTE-FACTURA TO WS-IMPORTE-N
010200     MOVE FAC-CUENTA-GASTO TO LT-ACCT-ID
010210     MOVE WS-APUNTE-GASTO TO LT-TIPO-APUNTE
010220     MOVE FAC-CENTRO-COSTE TO LT-CENTRO-COSTE
010230     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
010240     COMPUTE WS-IMPORTE-N =
010250         WS-IMPORTE-FACTURA - WS-IMPORTE-RETENIDO
010260     MOVE WS-CUENTA-PROVEEDORES TO LT-ACCT-ID
010270     MOVE WS-APUNTE-PASIVO TO LT-TIPO-APUNTE
010280     MOVE ZERO TO LT-CENTRO-COSTE
010290     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
010300     IF WS-IMPORTE-RETENIDO = ZERO
010310         GO TO 6100-EXIT
010320     END-IF
010330     MOVE WS-IMPORTE-RETENIDO TO WS-IMPORTE-N
010340     MOVE WS-CUENTA-RETENCIONES TO LT-ACCT-ID
010350     MOVE WS-APUNTE-PASIVO TO LT-TIPO-APUNTE
010360     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT.
010370 6100-EXIT.
010380     EXIT.
010390
010400*----------------------------------------------------------*
010410* LINEA DE CASERPT: FACTURA BLOQUEADA CON SU MOTIVO, O       *
010420* LIBERADA (ESTADO P) CON EL MOTIVO QUE TENIA.               *
010430*----------------------------------------------------------*
010440 6500-LINEA-EXCEPCION.
010450     MOVE FAC-PROV-ID TO DX-PROV-ID
010460     MOVE FAC-NUMERO TO DX-NUMERO
010470     MOVE FAC-PEDIDO TO DX-PEDIDO
010480     MOVE FAC-PEDIDO-LINEA TO DX-LINEA
010490     MOVE FAC-IMPORTE TO DX-IMPORTE
010500     EVALUATE TRUE
010510         WHEN FAC-PENDIENTE
010520             MOVE "LIBERADA POR COMPRAS" TO DX-MOTIVO
010530         WHEN FAC-BLQ-SIN-PEDIDO
010540             MOVE "SIN PEDIDO DE COMPRA" TO DX-MOTIVO
010550         WHEN FAC-BLQ-PEDIDO-NO-EXISTE
010560             MOVE "LINEA DE PEDIDO NO EXISTE" TO DX-MOTIVO
010570         WHEN FAC-BLQ-OTRO-PROVEEDOR
010580             MOVE "PEDIDO DE OTRO PROVEEDOR" TO DX-MOTIVO
010590         WHEN FAC-BLQ-LINEA-CERRADA
010600             MOVE "LINEA DE PEDIDO CERRADA" TO DX-MOTIVO
010610         WHEN FAC-BLQ-MONEDA
010620             MOVE "MONEDA DISTINTA DEL PEDIDO" TO DX-MOTIVO
010630         WHEN FAC-BLQ-CUENTA
010640             MOVE "CUENTA DISTINTA DEL PEDIDO" TO DX-MOTIVO
010650         WHEN FAC-BLQ-CANTIDAD
010660             MOVE "CANTIDAD NO RECIBIDA" TO DX-MOTIVO
010670         WHEN FAC-BLQ-PRECIO
010680             MOVE "PRECIO FUERA DE TOLERANCIA" TO DX-MOTIVO
010690         WHEN OTHER
010700             MOVE SPACES TO DX-MOTIVO
010710     END-EVALUATE
010720     MOVE WS-EXC-LINE TO CASA-RPT-LINE
010730     WRITE CASA-RPT-LINE
010740     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
010750 6500-EXIT.
010760     EXIT.
010770
010780 7100-CHECK-RPT.
010790     IF NOT WS-CASERPT-OK
010800         DISPLAY "FACMANT: ERROR ESCRIBIENDO CASERPT "
010810             WS-CASERPT-STATUS
010820         GO TO ABEND-CLEANUP
010830     END-IF.
010840 7100-EXIT.
010850     EXIT.
010860
010870 7200-CHECK-FACOUT.
010880     IF NOT WS-FACOUT-OK
010890         DISPLAY "FACMANT: ERROR GRABANDO FACOUT "
010900             WS-FACOUT-STATUS
010910         GO TO ABEND-CLEANUP
010920     END-IF.
010930 7200-EXIT.
010940     EXIT.
010950
010960 9000-TERMINATE.
010970     MOVE SPACES TO LEDGER-CTL-REC
010980     MOVE "TRL" TO LC-TIPO-REG
010990     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
011000     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
011010     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
011020     WRITE LEDGER-CTL-REC
011030     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
011040     MOVE SPACES TO CASA-RPT-LINE
011050     WRITE CASA-RPT-LINE
011060     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
011070     MOVE "FACTURAS CASADAS CON PEDIDO " TO TL-TEXTO
011080     MOVE WS-CASADAS-COUNT TO TL-CUENTA
011090     MOVE ZERO TO TL-IMPORTE
011100     MOVE WS-TOTAL-LINE TO CASA-RPT-LINE
011110     WRITE CASA-RPT-LINE
011120     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
011130     MOVE "FACTURAS SIN PEDIDO         " TO TL-TEXTO
011140     MOVE WS-SIN-PEDIDO-COUNT TO TL-CUENTA
011150     MOVE WS-TOTAL-LINE TO CASA-RPT-LINE
011160     WRITE CASA-RPT-LINE
011170     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
011180     MOVE "FACTURAS BLOQUEADAS         " TO TL-TEXTO
011190     MOVE WS-BLOQUEADAS-COUNT TO TL-CUENTA
011200     MOVE WS-TOTAL-BLOQUEADO TO TL-IMPORTE
011210     MOVE WS-TOTAL-LINE TO CASA-RPT-LINE
011220     WRITE CASA-RPT-LINE
011230     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
011240     MOVE "FACTURAS LIBERADAS          " TO TL-TEXTO
011250     MOVE WS-LIBERADAS-COUNT TO TL-CUENTA
011260     MOVE ZERO TO TL-IMPORTE
011270     MOVE WS-TOTAL-LINE TO CASA-RPT-LINE
011280     WRITE CASA-RPT-LINE
011290     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
011300     CLOSE FACTURA-MASTER-FILE.
011310     CLOSE PROVEEDOR-MASTER-FILE.
011320     CLOSE PLAN-CUENTA-FILE.
011330     CLOSE FAC-TRANS-FILE.
011340     CLOSE FAC-OUT-FILE.
011350     CLOSE PEDIDO-MASTER-FILE.
011360     CLOSE DEPTO-MASTER-FILE.
011370     CLOSE CASA-RPT-FILE.
011380     DISPLAY "FACMANT: ALTAS     " WS-ALTAS-COUNT.
011390     DISPLAY "FACMANT: CAMBIOS   " WS-CAMBIOS-COUNT.
011400     DISPLAY "FACMANT: ANULADAS  " WS-ANULADAS-COUNT.
011410     DISPLAY "FACMANT: ABONOS    " WS-ABONOS-COUNT.
011420     DISPLAY "FACMANT: BLOQUEADAS" WS-BLOQUEADAS-COUNT.
011430     DISPLAY "FACMANT: LIBERADAS " WS-LIBERADAS-COUNT.
011440     DISPLAY "FACMANT: ERRORES   " WS-ERRORES-COUNT.
011450     IF WS-BLOQUEADAS-COUNT > ZERO
011460         MOVE 4 TO RETURN-CODE
011470     END-IF.
011480 9000-EXIT.
011490     EXIT.
011500
011510 ABEND-CLEANUP.
011520     DISPLAY "FACMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
011530     CLOSE FACTURA-MASTER-FILE.
011540     CLOSE PROVEEDOR-MASTER-FILE.
011550     CLOSE PLAN-CUENTA-FILE.
011560     CLOSE FAC-TRANS-FILE.
011570     CLOSE FAC-OUT-FILE.
011580     CLOSE PEDIDO-MASTER-FILE.
011590     CLOSE DEPTO-MASTER-FILE.
011600     CLOSE CASA-RPT-FILE.
011610     MOVE 16 TO RETURN-CODE.
011620     GOBACK.
011630
011640     END PROGRAM FACMANT.

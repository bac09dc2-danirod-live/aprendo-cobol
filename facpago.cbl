000220*                MARCADA G CON SU FECHA DE PAGO; LA          *
000230*                RECHAZADA VUELVE A P PARA UNA PROPUESTA     *
000240*                POSTERIOR.                                  *
000250* 2026-10-15 DR  PAGO NETO DE ABONOS: LA FACTURA APROBADA YA *
000260*                NO SE TRANSFIERE SUELTA SINO QUE SE ACUMULA *
000270*                POR PROVEEDOR Y MONEDA. AL FINAL SE APLICAN *
000280*                LOS ABONOS SELECCIONADOS QUE CABEN EN ESE   *
000290*                IMPORTE (LOS DEMAS VUELVEN A P) Y SE GRABA  *
000300*                UN UNICO REGISTRO PROVPAGO CON EL NETO, CON *
000310*                SUS APUNTES DEBITO PROVEEDORES / CREDITO    *
000320*                BANCO. UN ABONO RECHAZADO EN PAGODEC VUELVE *
000330*                A P; APROBADO NO HACE FALTA.                *
000340* 2026-10-15 DR  AL PROVEEDOR SE LE PAGA EL IMPORTE MENOS LA *
000350*                RETENCION DE IRPF, QUE QUEDA EN LA CUENTA   *
000360*                DE RETENCIONES HASTA SU INGRESO A HACIENDA. *
000370* 2026-10-15 DR  DIFERENCIA DE CAMBIO REALIZADA: CADA        *
000380*                FACTURA O ABONO EN MONEDA EXTRANJERA QUE SE *
000390*                PAGA SE VALORA A LA TASA DE TASAMSTR DEL    *
000400*                DIA DE PAGO CONTRA LA DE SU FECHA DE        *
000410*                REGISTRO, Y LA DIFERENCIA VA EN USD A LAS   *
000420*                CUENTAS DE GANANCIA O PERDIDA POR CAMBIO DE *
000430*                FACPARM EN EL MISMO LOTE FACOUT, CON SU     *
000440*                LINEA EN FPAGORPT. SI LA CUENTA DE          *
000450*                PROVEEDORES VA EN MONEDA EXTRANJERA         *
000460*                (LEDGMSTR) LA CONTRAPARTIDA ES LA CUENTA DE *
000470*                AJUSTE DE REVAPARM Y SE ANULA LO QUE        *
000480*                REVALUA YA LLEVO A RESULTADO NO REALIZADO   *
000490*                POR ESA DEUDA EN LOS CIERRES POSTERIORES AL *
000500*                REGISTRO (LEDGHIST). SIN TASA O SIN CUENTAS *
000510*                EN FACPARM LA DIFERENCIA SE LISTA SIN       *
000520*                CONTABILIZAR (RC 4).                        *
000530* 2026-10-15 DR  CUENTA DEL PROVEEDOR RECIEN CAMBIADA: UNA   *
000540*                FACTURA APROBADA DE UN PROVEEDOR CUYA       *
000550*                CUENTA SE DIO DE ALTA O CAMBIO              *
000560*                (PRV-FECHA-CAMBIO) HACE MENOS DE LOS DIAS   *
000570*                DE VERIPARM (10 SI NO HAY VERIPARM, CERO NO *
000580*                RETIENE) Y SIN VERIFICACION DE ESE CAMBIO   *
000590*                EN VERIFCTA NO SE PAGA: QUEDA BLOQUEADA CON *
000600*                MOTIVO VC HASTA QUE VERIMANT ANOTE LA       *
000610*                VERIFICACION Y LA DEVUELVA A P. RC 4 SI SE  *
000620*                RETIENE ALGUNA.                             *
000630* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000640*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000650*                COSTE, VER COPY LEDGTRAN).                  *
000660* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000670*                SISTEMA FACPAGO Y COMO CLAVE EL PROVEEDOR Y *
000680*                LA FACTURA DE FACMSTR (EN EL PAGO, LA       *
000690*                PRIMERA FACTURA DEL PAGO), PARA LA TRAZA DE *
000700*                TRAZADTL.                                   *
000710* 2026-10-15 DR  TASAMSTR LLEVA LA MONEDA BASE EN LA CLAVE:  *
000720*                SE BUSCAN LAS TASAS DE BASE USD (TAS-TASA,  *
000730*                ANTES TAS-TASA-USD).                        *
000740* 2026-10-15 DR  LAS DIFERENCIAS DE CAMBIO SE VALORAN Y      *
000750*                CONTABILIZAN EN LA MONEDA FUNCIONAL DE LA   *
000760*                COMPANIA (CIAPARM + CIAMSTR, USD SI NO HAY  *
000770*                CIAPARM), QUE ES LA QUE CREDITO APLICA AL   *
000780*                CONTABILIZAR: UN DOCUMENTO EN ESA MONEDA NO *
000790*                TIENE DIFERENCIA, Y UNA CUENTA DE           *
000800*                PROVEEDORES EN ESA MONEDA NO TIENE          *
000810*                REVALUACION QUE ANULAR. LA TASA ES LA       *
000820*                DIRECTA CONTRA LA MONEDA FUNCIONAL O EL     *
000830*                CRUCE POR USD, COMO EN REVALUA.             *
000840*----------------------------------------------------------*
000850
000860 ENVIRONMENT DIVISION.
000870 CONFIGURATION SECTION.
000880 SPECIAL-NAMES.
000890     DECIMAL-POINT IS COMMA.
000900
000910 INPUT-OUTPUT SECTION.
000920 FILE-CONTROL.
000930     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS DYNAMIC
000960         RECORD KEY IS FAC-CLAVE
000970         FILE STATUS IS WS-FACMSTR-STATUS.
000980
000990     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS PRV-ID
001030         FILE STATUS IS WS-PROVMSTR-STATUS.
001040
001050     SELECT DECISION-FILE ASSIGN TO "PAGODEC"
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS WS-PAGODEC-STATUS.
001080
001090     SELECT PROV-PAGO-FILE ASSIGN TO "PROVPAGO"
001100         ORGANIZATION IS SEQUENTIAL
001110         FILE STATUS IS WS-PROVPAGO-STATUS.
001120
001130     SELECT FAC-OUT-FILE ASSIGN TO "FACOUT"
001140         ORGANIZATION IS SEQUENTIAL
001150         FILE STATUS IS WS-FACOUT-STATUS.
001160
001170     SELECT PARM-FILE ASSIGN TO "FACPARM"
001180         ORGANIZATION IS SEQUENTIAL
001190         FILE STATUS IS WS-FACPARM-STATUS.
001200
001210     SELECT PAGO-RPT-FILE ASSIGN TO "FPAGORPT"
001220         ORGANIZATION IS LINE SEQUENTIAL
001230         FILE STATUS IS WS-FPAGORPT-STATUS.
001240
001250     SELECT TASA-MASTER-FILE ASSIGN TO "TASAMSTR"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS TAS-CLAVE
001290         FILE STATUS IS WS-TASAMSTR-STATUS.
001300
001310     SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
001320         ORGANIZATION IS INDEXED
001330         ACCESS MODE IS RANDOM
001340         RECORD KEY IS LEDG-ACCT-ID
001350         FILE STATUS IS WS-LEDGMSTR-STATUS.
001360
001370     SELECT LEDGER-HIST-FILE ASSIGN TO "LEDGHIST"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-LEDGHIST-STATUS.
001400
001410     SELECT REVA-PARM-FILE ASSIGN TO "REVAPARM"
001420         ORGANIZATION IS SEQUENTIAL
001430         FILE STATUS IS WS-REVAPARM-STATUS.
001440
001450     SELECT VERIF-CTA-FILE ASSIGN TO "VERIFCTA"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS RANDOM
001480         RECORD KEY IS VRF-CLAVE
001490         FILE STATUS IS WS-VERIFCTA-STATUS.
001500
001510     SELECT VERI-PARM-FILE ASSIGN TO "VERIPARM"
001520         ORGANIZATION IS SEQUENTIAL
001530         FILE STATUS IS WS-VERIPARM-STATUS.
001540
001550     SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
001560         ORGANIZATION IS SEQUENTIAL
001570         FILE STATUS IS WS-CIAPARM-STATUS.
001580
001590     SELECT COMPANIA-MASTER-FILE ASSIGN TO "CIAMSTR"
001600         ORGANIZATION IS INDEXED
001610         ACCESS MODE IS RANDOM
001620         RECORD KEY IS CIA-CODIGO
001630         FILE STATUS IS WS-CIAMSTR-STATUS.
001640
001650 DATA DIVISION.
001660 FILE SECTION.
001670 FD  FACTURA-MASTER-FILE
001680     LABEL RECORDS ARE STANDARD.
001690     COPY FACTURA.
001700
001710 FD  PROVEEDOR-MASTER-FILE
001720     LABEL RECORDS ARE STANDARD.
001730     COPY PROVEED.
001740
001750 FD  DECISION-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  DECISION-REC.
001780     05 DEC-PROV-ID             PIC 9(06).
001790     05 DEC-NUMERO              PIC X(12).
001800     05 DEC-DECISION            PIC X(01).
001810         88 DEC-APRUEBA             VALUE "A".
001820         88 DEC-RECHAZA             VALUE "R".
001830
001840 FD  PROV-PAGO-FILE
001850     LABEL RECORDS ARE STANDARD.
001860 01  PROV-PAGO-REC.
001870     05 PPG-BANCO               PIC 9(04).
001880     05 PPG-OFICINA             PIC 9(04).
001890     05 PPG-CUENTA              PIC 9(10).
001900     05 PPG-PROV-ID             PIC 9(06).
001910     05 PPG-NUMERO              PIC X(12).
001920     05 PPG-FECHA               PIC 9(08).
001930     05 PPG-IMPORTE             PIC 9(09)V99.
001940
001950 FD  FAC-OUT-FILE
001960     LABEL RECORDS ARE STANDARD.
001970     COPY LEDGTRAN.
001980
001990 FD  PARM-FILE
002000     LABEL RECORDS ARE STANDARD.
002010 01  PARM-IN-REC.
002020     05 PI-CUENTA-PROVEEDORES   PIC 9(06).
002030     05 PI-CUENTA-BANCO         PIC 9(06).
002040     05 FILLER                  PIC X(17).
002050     05 PI-CUENTA-GANANCIA      PIC X(06).
002060     05 PI-CUENTA-GANANCIA-N REDEFINES PI-CUENTA-GANANCIA
002070                                PIC 9(06).
002080     05 PI-CUENTA-PERDIDA       PIC X(06).
002090     05 PI-CUENTA-PERDIDA-N REDEFINES PI-CUENTA-PERDIDA
002100                                PIC 9(06).
002110
002120 FD  PAGO-RPT-FILE
002130     LABEL RECORDS ARE STANDARD.
002140 01  PAGO-RPT-LINE              PIC X(80).
002150
002160 FD  TASA-MASTER-FILE
002170     LABEL RECORDS ARE STANDARD.
002180     COPY TASAS.
002190
002200 FD  LEDGER-MASTER-FILE
002210     LABEL RECORDS ARE STANDARD.
002220     COPY LEDGER.
002230
002240 FD  LEDGER-HIST-FILE
002250     LABEL RECORDS ARE STANDARD.
002260     COPY LEDGHIST.
002270
002280 FD  REVA-PARM-FILE
002290     LABEL RECORDS ARE STANDARD.
002300 01  REVA-PARM-REC.
002310     05 RP-CTA-RESULTADO        PIC 9(06).
002320     05 RP-CTA-AJUSTE           PIC 9(06).
002330
002340 FD  VERIF-CTA-FILE
002350     LABEL RECORDS ARE STANDARD.
002360     COPY CTAVERIF.
002370
002380*----------------------------------------------------------*
002390* DIAS QUE SE RETIENE EL PAGO A UNA CUENTA RECIEN CAMBIADA   *
002400* SIN VERIFICAR. SIN VERIPARM, 10; A CERO NO SE RETIENE.     *
002410*----------------------------------------------------------*
002420 FD  VERI-PARM-FILE
002430     LABEL RECORDS ARE STANDARD.
002440 01  VERI-PARM-REC.
002450     05 VP-DIAS-ESPERA          PIC 9(03).
002460
002470 FD  CIA-PARM-FILE
002480     LABEL RECORDS ARE STANDARD.
002490 01  CIA-PARM-REC.
002500     05 CP-CIA-CODIGO           PIC X(03).
002510
002520 FD  COMPANIA-MASTER-FILE
002530     LABEL RECORDS ARE STANDARD.
002540     COPY COMPANIA.
002550
002560 WORKING-STORAGE SECTION.
002570 01  WS-FACMSTR-STATUS          PIC X(02) VALUE SPACES.
002580     88 WS-FACMSTR-OK               VALUE "00".
002590
002600 01  WS-PROVMSTR-STATUS         PIC X(02) VALUE SPACES.
002610     88 WS-PROVMSTR-OK              VALUE "00".
002620
002630 01  WS-PAGODEC-STATUS          PIC X(02) VALUE SPACES.
002640     88 WS-PAGODEC-OK               VALUE "00".
002650     88 WS-PAGODEC-EOF              VALUE "10".
002660
002670 01  WS-PROVPAGO-STATUS         PIC X(02) VALUE SPACES.
002680     88 WS-PROVPAGO-OK              VALUE "00".
002690     88 WS-PROVPAGO-NO-FILE         VALUE "05", "35".
002700
002710 01  WS-FACOUT-STATUS           PIC X(02) VALUE SPACES.
002720     88 WS-FACOUT-OK                VALUE "00".
002730     88 WS-FACOUT-NO-FILE           VALUE "05", "35".
002740
002750 01  WS-FACPARM-STATUS          PIC X(02) VALUE SPACES.
002760     88 WS-FACPARM-OK               VALUE "00".
002770
002780 01  WS-FPAGORPT-STATUS         PIC X(02) VALUE SPACES.
002790     88 WS-FPAGORPT-OK              VALUE "00".
002800
002810 01  WS-TASAMSTR-STATUS         PIC X(02) VALUE SPACES.
002820     88 WS-TASAMSTR-OK              VALUE "00".
002830
002840 01  WS-LEDGMSTR-STATUS         PIC X(02) VALUE SPACES.
002850     88 WS-LEDGMSTR-OK              VALUE "00".
002860
002870 01  WS-LEDGHIST-STATUS         PIC X(02) VALUE SPACES.
002880     88 WS-LEDGHIST-OK              VALUE "00".
002890     88 WS-LEDGHIST-NO-FILE         VALUE "35".
002900
002910 01  WS-REVAPARM-STATUS         PIC X(02) VALUE SPACES.
002920     88 WS-REVAPARM-OK              VALUE "00".
002930
002940 01  WS-VERIFCTA-STATUS         PIC X(02) VALUE SPACES.
002950     88 WS-VERIFCTA-OK              VALUE "00".
002960     88 WS-VERIFCTA-NO-FILE         VALUE "35".
002970
002980 01  WS-VERIPARM-STATUS         PIC X(02) VALUE SPACES.
002990     88 WS-VERIPARM-OK              VALUE "00".
003000     88 WS-VERIPARM-NO-FILE         VALUE "35".
003010
003020 01  WS-CIAPARM-STATUS          PIC X(02) VALUE SPACES.
003030     88 WS-CIAPARM-OK               VALUE "00".
003040     88 WS-CIAPARM-NO-FILE          VALUE "35".
003050
003060 01  WS-CIAMSTR-STATUS          PIC X(02) VALUE SPACES.
003070     88 WS-CIAMSTR-OK               VALUE "00".
003080
003090 01  WS-SWITCHES.
003100     05 WS-EOF-DEC-SW          PIC X(01) VALUE "N".
003110         88 WS-EOF-DEC              VALUE "Y".
003120     05 WS-EOF-HIST-SW         PIC X(01) VALUE "N".
003130         88 WS-EOF-HIST             VALUE "Y".
003140     05 WS-FIN-TASAS-SW        PIC X(01) VALUE "N".
003150         88 WS-FIN-TASAS            VALUE "S".
003160     05 WS-TASA-HALLADA-SW     PIC X(01) VALUE "N".
003170         88 WS-TASA-HALLADA         VALUE "S".
003180     05 WS-SIN-VERIFCTA-SW     PIC X(01) VALUE "N".
003190         88 WS-SIN-VERIFCTA         VALUE "S".
003200     05 WS-CTA-PENDIENTE-SW    PIC X(01) VALUE "N".
003210         88 WS-CTA-PENDIENTE        VALUE "S".
003220
003230 01  WS-COUNTERS.
003240     05 WS-DECISIONES-COUNT    PIC 9(07) COMP VALUE ZERO.
003250     05 WS-PAGADAS-COUNT       PIC 9(07) COMP VALUE ZERO.
003260     05 WS-DEVUELTAS-COUNT     PIC 9(07) COMP VALUE ZERO.
003270     05 WS-ERRORES-COUNT       PIC 9(07) COMP VALUE ZERO.
003280     05 WS-ABONOS-COUNT        PIC 9(07) COMP VALUE ZERO.
003290     05 WS-TRANSFER-COUNT      PIC 9(07) COMP VALUE ZERO.
003300     05 WS-DIFCAMBIO-COUNT     PIC 9(07) COMP VALUE ZERO.
003310     05 WS-ANULADAS-COUNT      PIC 9(07) COMP VALUE ZERO.
003320     05 WS-INCIDENCIAS-COUNT   PIC 9(07) COMP VALUE ZERO.
003330     05 WS-RETENIDAS-COUNT     PIC 9(07) COMP VALUE ZERO.
003340
003350 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
003360 01  WS-DIAS-ESPERA             PIC 9(03) VALUE 10.
003370 01  WS-DIAS-CAMBIO             PIC S9(07) COMP VALUE ZERO.
003380 01  WS-CUENTA-PROVEEDORES      PIC 9(06) VALUE ZERO.
003390 01  WS-CUENTA-BANCO            PIC 9(06) VALUE ZERO.
003400 01  WS-TOTAL-PAGADO            PIC 9(11)V99 VALUE ZERO.
003410 01  WS-TOTAL-ABONOS            PIC 9(11)V99 VALUE ZERO.
003420 01  WS-TOTAL-TRANSFERIDO       PIC 9(11)V99 VALUE ZERO.
003430 01  WS-IMPORTE-A-PAGAR         PIC 9(09)V99 VALUE ZERO.
003440
003450*----------------------------------------------------------*
003460* DIFERENCIA DE CAMBIO REALIZADA AL PAGAR (5000): TASAS DEL  *
003470* REGISTRO Y DEL PAGO, VALORES EN MONEDA FUNCIONAL Y       *
003480* CUENTAS. EL IMPORTE DEL DOCUMENTO VA CON SIGNO (ABONO      *
003490* NEGATIVO).                                                 *
003500*----------------------------------------------------------*
003510 01  WS-CUENTA-GANANCIA-CAMBIO  PIC 9(06) VALUE ZERO.
003520 01  WS-CUENTA-PERDIDA-CAMBIO   PIC 9(06) VALUE ZERO.
003530 01  WS-MONEDA-PROVEEDORES      PIC X(03) VALUE SPACES.
003540 01  WS-CTA-AJUSTE-REVA         PIC 9(06) VALUE ZERO.
003550 01  WS-CTA-RESULTADO-REVA      PIC 9(06) VALUE ZERO.
003560 01  WS-CUENTA-CONTRAPARTIDA    PIC 9(06) VALUE ZERO.
003570 01  WS-MONEDA-BUSCADA          PIC X(03) VALUE SPACES.
003580 01  WS-MONEDA-FUNCIONAL        PIC X(03) VALUE "USD".
003590 01  WS-CIA-CODIGO              PIC X(03) VALUE SPACES.
003600 01  WS-BASE-BUSCADA            PIC X(03) VALUE SPACES.
003610 01  WS-MONEDA-CRUCE            PIC X(03) VALUE SPACES.
003620 01  WS-TASA-CRUCE              PIC 9(03)V9(04) VALUE ZERO.
003630 01  WS-FECHA-TASA              PIC 9(08) VALUE ZERO.
003640 01  WS-FECHA-LIBRO             PIC 9(08) VALUE ZERO.
003650 01  WS-TASA-VIGENTE            PIC 9(03)V9(04) VALUE ZERO.
003660 01  WS-TASA-LIBRO              PIC 9(03)V9(04) VALUE ZERO.
003670 01  WS-TASA-PAGO               PIC 9(03)V9(04) VALUE ZERO.
003680 01  WS-TASA-DESDE              PIC 9(03)V9(04) VALUE ZERO.
003690 01  WS-TASA-HASTA              PIC 9(03)V9(04) VALUE ZERO.
003700 01  WS-CIERRE-ANTERIOR         PIC 9(08) VALUE ZERO.
003710 01  WS-CIERRE-PRIMERO          PIC 9(08) VALUE ZERO.
003720 01  WS-CIERRE-ULTIMO           PIC 9(08) VALUE ZERO.
003730 01  WS-IMPORTE-DOC             PIC S9(09)V99 VALUE ZERO.
003740 01  WS-VALOR-LIBRO             PIC S9(11)V99 VALUE ZERO.
003750 01  WS-VALOR-PAGO              PIC S9(11)V99 VALUE ZERO.
003760 01  WS-DIF-REALIZADA           PIC S9(11)V99 VALUE ZERO.
003770 01  WS-DIF-NO-REALIZADA        PIC S9(11)V99 VALUE ZERO.
003780 01  WS-DIF-ABS                 PIC 9(09)V99 VALUE ZERO.
003790
003800*----------------------------------------------------------*
003810* PAGOS ACUMULADOS POR PROVEEDOR Y MONEDA: FACTURAS          *
003820* APROBADAS MENOS ABONOS APLICADOS. SE GUARDAN LOS DATOS     *
003830* BANCARIOS Y LA PRIMERA FACTURA COMO REFERENCIA DEL PAGO.   *
003840*----------------------------------------------------------*
003850 01  WS-PAG-TAB-COUNT           PIC 9(04) COMP VALUE ZERO.
003860 01  WS-PAG-TABLA.
003870     05 WS-PAG-ENTRY OCCURS 1 TO 1000 TIMES
003880             DEPENDING ON WS-PAG-TAB-COUNT
003890             INDEXED BY WS-PAG-IDX.
003900         10 PG-PROV-ID          PIC 9(06).
003910         10 PG-MONEDA           PIC X(03).
003920         10 PG-NUMERO           PIC X(12).
003930         10 PG-BANCO            PIC 9(04).
003940         10 PG-OFICINA          PIC 9(04).
003950         10 PG-CUENTA           PIC 9(10).
003960         10 PG-NETO             PIC 9(11)V99.
003970
003980*----------------------------------------------------------*
003990* CONTROLES DEL LOTE GENERADO EN FACOUT PARA LA COLA TRL,    *
004000* COMO EN PAYGL.                                             *
004010*----------------------------------------------------------*
004020 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
004030 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
004040 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
004050
004060 01  WS-DET-LINE.
004070     05 DL-PROV-ID              PIC 9(06).
004080     05 FILLER                  PIC X(02) VALUE SPACES.
004090     05 DL-NUMERO               PIC X(12).
004100     05 FILLER                  PIC X(02) VALUE SPACES.
004110     05 DL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
004120     05 FILLER                  PIC X(02) VALUE SPACES.
004130     05 DL-NOTA                 PIC X(30).
004140
004150*----------------------------------------------------------*
004160* ORIGEN DEL APUNTE (LT-ORIGEN): PROVEEDOR Y NUMERO DE LA    *
004170* FACTURA DE FACMSTR; EN EL PAGO, LA PRIMERA FACTURA DEL     *
004180* PAGO.                                                      *
004190*----------------------------------------------------------*
004200 01  WS-ORIGEN-APUNTE.
004210     05 FILLER                  PIC X(08) VALUE "FACPAGO".
004220     05 WS-ORG-PROV             PIC 9(06) VALUE ZERO.
004230     05 WS-ORG-NUMERO           PIC X(12) VALUE SPACES.
004240     05 FILLER                  PIC X(02) VALUE SPACES.
004250
004260 PROCEDURE DIVISION.
004270
004280 0000-MAINLINE.
004290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004300     PERFORM 2000-PROCESS-DECISION THRU 2000-EXIT
004310         UNTIL WS-EOF-DEC.
004320     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004330     GOBACK.
004340
004350 1000-INITIALIZE.
004360     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
004370     OPEN I-O FACTURA-MASTER-FILE.
004380     IF NOT WS-FACMSTR-OK
004390         DISPLAY "FACPAGO: ERROR ABRIENDO FACMSTR "
004400             WS-FACMSTR-STATUS
004410         GO TO ABEND-CLEANUP
004420     END-IF
004430     OPEN INPUT PROVEEDOR-MASTER-FILE.
004440     IF NOT WS-PROVMSTR-OK
004450         DISPLAY "FACPAGO: ERROR ABRIENDO PROVMSTR "
004460             WS-PROVMSTR-STATUS
004470         GO TO ABEND-CLEANUP
004480     END-IF
004490     OPEN INPUT DECISION-FILE.
004500     IF NOT WS-PAGODEC-OK
004510         DISPLAY "FACPAGO: ERROR ABRIENDO PAGODEC "
004520             WS-PAGODEC-STATUS
004530         GO TO ABEND-CLEANUP
004540     END-IF
004550     OPEN EXTEND PROV-PAGO-FILE.
004560     IF WS-PROVPAGO-NO-FILE
004570         OPEN OUTPUT PROV-PAGO-FILE
004580     END-IF
004590     IF NOT WS-PROVPAGO-OK
004600         DISPLAY "FACPAGO: ERROR ABRIENDO PROVPAGO "
004610             WS-PROVPAGO-STATUS
004620         GO TO ABEND-CLEANUP
004630     END-IF
004640     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
004650     PERFORM 1100-LEER-COMPANIA THRU 1100-EXIT.
004660     PERFORM 1300-PREPARAR-CAMBIO THRU 1300-EXIT.
004670     PERFORM 1400-PREPARAR-VERIF THRU 1400-EXIT.
004680     OPEN EXTEND FAC-OUT-FILE.
004690     IF WS-FACOUT-NO-FILE
004700         OPEN OUTPUT FAC-OUT-FILE
004710     END-IF
004720     IF NOT WS-FACOUT-OK
004730         DISPLAY "FACPAGO: ERROR ABRIENDO FACOUT "
004740             WS-FACOUT-STATUS
004750         GO TO ABEND-CLEANUP
004760     END-IF
004770     OPEN OUTPUT PAGO-RPT-FILE.
004780     IF NOT WS-FPAGORPT-OK
004790         DISPLAY "FACPAGO: ERROR ABRIENDO FPAGORPT "
004800             WS-FPAGORPT-STATUS
004810         GO TO ABEND-CLEANUP
004820     END-IF
004830     MOVE SPACES TO LEDGER-CTL-REC
004840     MOVE "HDR" TO LC-TIPO-REG
004850     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
004860     WRITE LEDGER-CTL-REC
004870     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
004880     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
004890 1000-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------*
004930* COMPANIA DE LA CADENA (CIAPARM, OPCIONAL) Y SU MONEDA      *
004940* FUNCIONAL EN CIAMSTR, COMO 1100-LEER-COMPANIA DE REVALUA.  *
004950*----------------------------------------------------------*
004960 1100-LEER-COMPANIA.
004970     OPEN INPUT CIA-PARM-FILE.
004980     IF WS-CIAPARM-NO-FILE
004990         GO TO 1100-EXIT
005000     END-IF
005010     IF NOT WS-CIAPARM-OK
005020         DISPLAY "FACPAGO: ERROR ABRIENDO CIAPARM "
005030             WS-CIAPARM-STATUS
005040         GO TO ABEND-CLEANUP
005050     END-IF
005060     READ CIA-PARM-FILE
005070         AT END
005080             MOVE SPACES TO CP-CIA-CODIGO
005090     END-READ
005100     MOVE CP-CIA-CODIGO TO WS-CIA-CODIGO
005110     CLOSE CIA-PARM-FILE
005120     IF WS-CIA-CODIGO = SPACES
005130         GO TO 1100-EXIT
005140     END-IF
005150     OPEN INPUT COMPANIA-MASTER-FILE.
005160     IF NOT WS-CIAMSTR-OK
005170         DISPLAY "FACPAGO: ERROR ABRIENDO CIAMSTR "
005180             WS-CIAMSTR-STATUS
005190         GO TO ABEND-CLEANUP
005200     END-IF
005210     MOVE WS-CIA-CODIGO TO CIA-CODIGO
005220     READ COMPANIA-MASTER-FILE
005230         INVALID KEY
005240             DISPLAY "FACPAGO: COMPANIA " WS-CIA-CODIGO
005250                 " DE CIAPARM NO EXISTE EN CIAMSTR"
005260             CLOSE COMPANIA-MASTER-FILE
005270             GO TO ABEND-CLEANUP
005280     END-READ
005290     IF CIA-MONEDA-FUNCIONAL NOT = SPACES
005300         MOVE CIA-MONEDA-FUNCIONAL TO WS-MONEDA-FUNCIONAL
005310     END-IF
005320     CLOSE COMPANIA-MASTER-FILE.
005330 1100-EXIT.
005340     EXIT.
005350
005360 1200-LEER-PARM.
005370     OPEN INPUT PARM-FILE.
005380     IF NOT WS-FACPARM-OK
005390         DISPLAY "FACPAGO: ERROR ABRIENDO FACPARM "
005400             WS-FACPARM-STATUS
005410         GO TO ABEND-CLEANUP
005420     END-IF
005430     READ PARM-FILE
005440         AT END
005450             DISPLAY "FACPAGO: FACPARM VACIO"
005460             GO TO ABEND-CLEANUP
005470     END-READ
005480     IF PI-CUENTA-PROVEEDORES IS NOT NUMERIC
005490         OR PI-CUENTA-BANCO IS NOT NUMERIC
005500         OR PI-CUENTA-PROVEEDORES = ZERO
005510         OR PI-CUENTA-BANCO = ZERO
005520         DISPLAY "FACPAGO: CUENTAS DE FACPARM INVALIDAS"
005530         GO TO ABEND-CLEANUP
005540     END-IF
005550     MOVE PI-CUENTA-PROVEEDORES TO WS-CUENTA-PROVEEDORES
005560     MOVE PI-CUENTA-BANCO TO WS-CUENTA-BANCO
005570     IF PI-CUENTA-GANANCIA IS NUMERIC
005580         MOVE PI-CUENTA-GANANCIA-N
005590             TO WS-CUENTA-GANANCIA-CAMBIO
005600     END-IF
005610     IF PI-CUENTA-PERDIDA IS NUMERIC
005620         MOVE PI-CUENTA-PERDIDA-N
005630             TO WS-CUENTA-PERDIDA-CAMBIO
005640     END-IF
005650     CLOSE PARM-FILE.
005660 1200-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------*
005700* TASAMSTR PARA LAS DIFERENCIAS DE CAMBIO Y MONEDA DE LA     *
005710* CUENTA DE PROVEEDORES EN LEDGMSTR. SI NO ES LA MONEDA      *
005720* FUNCIONAL, REVALUA LA REVALUA EN CADA CIERRE Y HACEN FALTA *
005730* SUS CUENTAS                                                *
005740* (REVAPARM): LA DE AJUSTE ES LA CONTRAPARTIDA DE LA         *
005750* DIFERENCIA REALIZADA Y CONTRA LA DE RESULTADO SE ANULA LO  *
005760* NO REALIZADO.                                              *
005770*----------------------------------------------------------*
005780 1300-PREPARAR-CAMBIO.
005790     OPEN INPUT TASA-MASTER-FILE.
005800     IF NOT WS-TASAMSTR-OK
005810         DISPLAY "FACPAGO: ERROR ABRIENDO TASAMSTR "
005820             WS-TASAMSTR-STATUS
005830         GO TO ABEND-CLEANUP
005840     END-IF
005850     OPEN INPUT LEDGER-MASTER-FILE.
005860     IF NOT WS-LEDGMSTR-OK
005870         DISPLAY "FACPAGO: ERROR ABRIENDO LEDGMSTR "
005880             WS-LEDGMSTR-STATUS
005890         GO TO ABEND-CLEANUP
005900     END-IF
005910     MOVE WS-CUENTA-PROVEEDORES TO LEDG-ACCT-ID
005920     READ LEDGER-MASTER-FILE
005930         INVALID KEY
005940             DISPLAY "FACPAGO: CUENTA DE PROVEEDORES "
005950                 WS-CUENTA-PROVEEDORES " NO EXISTE EN LEDGMSTR"
005960             GO TO ABEND-CLEANUP
005970     END-READ
005980     MOVE LEDG-MONEDA TO WS-MONEDA-PROVEEDORES
005990     CLOSE LEDGER-MASTER-FILE.
006000     IF WS-MONEDA-PROVEEDORES = WS-MONEDA-FUNCIONAL
006010         MOVE WS-CUENTA-PROVEEDORES TO WS-CUENTA-CONTRAPARTIDA
006020         GO TO 1300-EXIT
006030     END-IF
006040     OPEN INPUT REVA-PARM-FILE.
006050     IF NOT WS-REVAPARM-OK
006060         DISPLAY "FACPAGO: ERROR ABRIENDO REVAPARM "
006070             WS-REVAPARM-STATUS
006080         GO TO ABEND-CLEANUP
006090     END-IF
006100     READ REVA-PARM-FILE
006110         AT END
006120             DISPLAY "FACPAGO: REVAPARM VACIO"
006130             GO TO ABEND-CLEANUP
006140     END-READ
006150     IF RP-CTA-RESULTADO IS NOT NUMERIC
006160         OR RP-CTA-AJUSTE IS NOT NUMERIC
006170         OR RP-CTA-RESULTADO = ZERO
006180         OR RP-CTA-AJUSTE = ZERO
006190         DISPLAY "FACPAGO: CUENTAS DE REVALUACION INVALIDAS"
006200         GO TO ABEND-CLEANUP
006210     END-IF
006220     MOVE RP-CTA-AJUSTE TO WS-CTA-AJUSTE-REVA
006230     MOVE RP-CTA-RESULTADO TO WS-CTA-RESULTADO-REVA
006240     MOVE WS-CTA-AJUSTE-REVA TO WS-CUENTA-CONTRAPARTIDA
006250     CLOSE REVA-PARM-FILE.
006260 1300-EXIT.
006270     EXIT.
006280
006290*----------------------------------------------------------*
006300* VERIFICACIONES DE CAMBIOS DE CUENTA (VERIFCTA) Y DIAS DE   *
006310* RETENCION (VERIPARM). SIN VERIFCTA NINGUN CAMBIO CONSTA    *
006320* VERIFICADO; SIN VERIPARM SE RETIENE 10 DIAS.               *
006330*----------------------------------------------------------*
006340 1400-PREPARAR-VERIF.
006350     OPEN INPUT VERIF-CTA-FILE.
006360     IF WS-VERIFCTA-NO-FILE
006370         SET WS-SIN-VERIFCTA TO TRUE
006380     ELSE
006390         IF NOT WS-VERIFCTA-OK
006400             DISPLAY "FACPAGO: ERROR ABRIENDO VERIFCTA "
006410                 WS-VERIFCTA-STATUS
006420             GO TO ABEND-CLEANUP
006430         END-IF
006440     END-IF
006450     OPEN INPUT VERI-PARM-FILE.
006460     IF WS-VERIPARM-NO-FILE
006470         GO TO 1400-EXIT
006480     END-IF
006490     IF NOT WS-VERIPARM-OK
006500         DISPLAY "FACPAGO: ERROR ABRIENDO VERIPARM "
006510             WS-VERIPARM-STATUS
006520         GO TO ABEND-CLEANUP
006530     END-IF
006540     READ VERI-PARM-FILE
006550         AT END
006560             CONTINUE
006570     END-READ
006580     IF WS-VERIPARM-OK AND VP-DIAS-ESPERA IS NUMERIC
006590         MOVE VP-DIAS-ESPERA TO WS-DIAS-ESPERA
006600     END-IF
006610     CLOSE VERI-PARM-FILE.
006620 1400-EXIT.
006630     EXIT.
006640
006650 2000-PROCESS-DECISION.
006660     ADD 1 TO WS-DECISIONES-COUNT
006670     MOVE DEC-PROV-ID TO FAC-PROV-ID
006680     MOVE DEC-NUMERO TO FAC-NUMERO
006690     READ FACTURA-MASTER-FILE
006700         INVALID KEY
006710             ADD 1 TO WS-ERRORES-COUNT
006720             MOVE "FACTURA DESCONOCIDA" TO DL-NOTA
006730             PERFORM 7000-WRITE-DET THRU 7000-EXIT
006740             GO TO 2000-SIGUE
006750     END-READ
006760     IF NOT FAC-SELECCIONADA
006770         ADD 1 TO WS-ERRORES-COUNT
006780         MOVE "FACTURA NO ESTA EN PROPUESTA" TO DL-NOTA
006790         PERFORM 7000-WRITE-DET THRU 7000-EXIT
006800         GO TO 2000-SIGUE
006810     END-IF
006820     EVALUATE TRUE
006830         WHEN FAC-ES-ABONO AND DEC-APRUEBA
006840             MOVE "ABONO, SE APLICA CON EL PAGO" TO DL-NOTA
006850             PERFORM 7000-WRITE-DET THRU 7000-EXIT
006860         WHEN DEC-APRUEBA
006870             PERFORM 3000-PAGAR-FACTURA THRU 3000-EXIT
006880         WHEN DEC-RECHAZA
006890             PERFORM 4000-DEVOLVER-FACTURA THRU 4000-EXIT
006900         WHEN OTHER
006910             ADD 1 TO WS-ERRORES-COUNT
006920             MOVE "DECISION INVALIDA (NO A NI R)" TO DL-NOTA
006930             PERFORM 7000-WRITE-DET THRU 7000-EXIT
006940     END-EVALUATE.
006950 2000-SIGUE.
006960     PERFORM 2100-READ-DECISION THRU 2100-EXIT.
006970 2000-EXIT.
006980     EXIT.
006990
007000 2100-READ-DECISION.
007010     READ DECISION-FILE
007020         AT END
007030             SET WS-EOF-DEC TO TRUE
007040     END-READ
007050     IF NOT WS-EOF-DEC AND NOT WS-PAGODEC-OK
007060         DISPLAY "FACPAGO: ERROR LEYENDO PAGODEC "
007070             WS-PAGODEC-STATUS
007080         GO TO ABEND-CLEANUP
007090     END-IF
007100 2100-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------*
007140* PAGO: LA FACTURA QUEDA MARCADA G Y SU IMPORTE SE ACUMULA   *
007150* AL PAGO DEL PROVEEDOR EN SU MONEDA, CON SUS DATOS          *
007160* BANCARIOS; EL REGISTRO PROVPAGO Y LOS APUNTES SE HACEN AL  *
007170* LIQUIDAR (8000), YA NETOS DE ABONOS.                       *
007180*----------------------------------------------------------*
007190 3000-PAGAR-FACTURA.
007200     MOVE FAC-PROV-ID TO PRV-ID
007210     READ PROVEEDOR-MASTER-FILE
007220         INVALID KEY
007230             ADD 1 TO WS-ERRORES-COUNT
007240             MOVE "PROVEEDOR NO EXISTE" TO DL-NOTA
007250             PERFORM 7000-WRITE-DET THRU 7000-EXIT
007260             GO TO 3000-EXIT
007270     END-READ
007280     PERFORM 3200-CHECK-VERIF THRU 3200-EXIT
007290     IF WS-CTA-PENDIENTE
007300         MOVE "B" TO FAC-ESTADO-SW
007310         SET FAC-BLQ-VERIF-CUENTA TO TRUE
007320         REWRITE FACTURA-MASTER-REC
007330         IF NOT WS-FACMSTR-OK
007340             DISPLAY "FACPAGO: ERROR REESCRIBIENDO FACMSTR "
007350                 WS-FACMSTR-STATUS
007360             GO TO ABEND-CLEANUP
007370         END-IF
007380         ADD 1 TO WS-RETENIDAS-COUNT
007390         MOVE "RETENIDA: CUENTA SIN VERIFICAR" TO DL-NOTA
007400         PERFORM 7000-WRITE-DET THRU 7000-EXIT
007410         GO TO 3000-EXIT
007420     END-IF
007430     SET WS-PAG-IDX TO 1
007440     SEARCH WS-PAG-ENTRY
007450         AT END
007460             PERFORM 3100-NUEVO-PAGO THRU 3100-EXIT
007470             SET WS-PAG-IDX TO WS-PAG-TAB-COUNT
007480         WHEN PG-PROV-ID (WS-PAG-IDX) = FAC-PROV-ID
007490             AND PG-MONEDA (WS-PAG-IDX) = FAC-MONEDA
007500             CONTINUE
007510     END-SEARCH
007520     COMPUTE WS-IMPORTE-A-PAGAR =
007530         FAC-IMPORTE - FAC-IMPORTE-RETENIDO
007540     ADD WS-IMPORTE-A-PAGAR TO PG-NETO (WS-PAG-IDX)
007550     MOVE "G" TO FAC-ESTADO-SW
007560     MOVE WS-FECHA-PROCESO TO FAC-FECHA-PAGO
007570     REWRITE FACTURA-MASTER-REC
007580     IF NOT WS-FACMSTR-OK
007590         DISPLAY "FACPAGO: ERROR REESCRIBIENDO FACMSTR "
007600             WS-FACMSTR-STATUS
007610         GO TO ABEND-CLEANUP
007620     END-IF
007630     ADD 1 TO WS-PAGADAS-COUNT
007640     ADD WS-IMPORTE-A-PAGAR TO WS-TOTAL-PAGADO
007650     MOVE "PAGADA" TO DL-NOTA
007660     PERFORM 7000-WRITE-DET THRU 7000-EXIT
007670     MOVE WS-IMPORTE-A-PAGAR TO WS-IMPORTE-DOC
007680     PERFORM 5000-DIFERENCIA-CAMBIO THRU 5000-EXIT.
007690 3000-EXIT.
007700     EXIT.
007710
007720 3100-NUEVO-PAGO.
007730     IF WS-PAG-TAB-COUNT >= 1000
007740         DISPLAY "FACPAGO: TABLA DE PAGOS LLENA"
007750         GO TO ABEND-CLEANUP
007760     END-IF
007770     ADD 1 TO WS-PAG-TAB-COUNT
007780     MOVE FAC-PROV-ID TO PG-PROV-ID (WS-PAG-TAB-COUNT)
007790     MOVE FAC-MONEDA TO PG-MONEDA (WS-PAG-TAB-COUNT)
007800     MOVE FAC-NUMERO TO PG-NUMERO (WS-PAG-TAB-COUNT)
007810     MOVE PRV-BANCO TO PG-BANCO (WS-PAG-TAB-COUNT)
007820     MOVE PRV-OFICINA TO PG-OFICINA (WS-PAG-TAB-COUNT)
007830     MOVE PRV-CUENTA TO PG-CUENTA (WS-PAG-TAB-COUNT)
007840     MOVE ZERO TO PG-NETO (WS-PAG-TAB-COUNT).
007850 3100-EXIT.
007860     EXIT.
007870
007880*----------------------------------------------------------*
007890* CUENTA DEL PROVEEDOR PENDIENTE DE VERIFICAR: CAMBIADA HACE *
007900* MENOS DE WS-DIAS-ESPERA DIAS Y SIN VERIFICACION EN         *
007910* VERIFCTA DE ESE CAMBIO O DE UNO POSTERIOR.                 *
007920*----------------------------------------------------------*
007930 3200-CHECK-VERIF.
007940     MOVE "N" TO WS-CTA-PENDIENTE-SW
007950     IF WS-DIAS-ESPERA = ZERO
007960         OR PRV-FECHA-CAMBIO IS NOT NUMERIC
007970         OR PRV-FECHA-CAMBIO = ZERO
007980         GO TO 3200-EXIT
007990     END-IF
008000     COMPUTE WS-DIAS-CAMBIO =
008010         FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
008020         - FUNCTION INTEGER-OF-DATE(PRV-FECHA-CAMBIO)
008030     IF WS-DIAS-CAMBIO NOT < WS-DIAS-ESPERA
008040         GO TO 3200-EXIT
008050     END-IF
008060     SET WS-CTA-PENDIENTE TO TRUE
008070     IF WS-SIN-VERIFCTA
008080         GO TO 3200-EXIT
008090     END-IF
008100     MOVE "P" TO VRF-TIPO
008110     MOVE PRV-ID TO VRF-ID
008120     MOVE ZERO TO VRF-ORDEN
008130     READ VERIF-CTA-FILE
008140         INVALID KEY
008150             GO TO 3200-EXIT
008160     END-READ
008170     IF NOT WS-VERIFCTA-OK
008180         DISPLAY "FACPAGO: ERROR LEYENDO VERIFCTA "
008190             WS-VERIFCTA-STATUS
008200         GO TO ABEND-CLEANUP
008210     END-IF
008220     IF VRF-FECHA-CAMBIO NOT < PRV-FECHA-CAMBIO
008230         MOVE "N" TO WS-CTA-PENDIENTE-SW
008240     END-IF.
008250 3200-EXIT.
008260     EXIT.
008270
008280 4000-DEVOLVER-FACTURA.
008290     MOVE "P" TO FAC-ESTADO-SW
008300     REWRITE FACTURA-MASTER-REC
008310     IF NOT WS-FACMSTR-OK
008320         DISPLAY "FACPAGO: ERROR REESCRIBIENDO FACMSTR "
008330             WS-FACMSTR-STATUS
008340         GO TO ABEND-CLEANUP
008350     END-IF
008360     ADD 1 TO WS-DEVUELTAS-COUNT
008370     MOVE "DEVUELTA A PENDIENTE" TO DL-NOTA
008380     PERFORM 7000-WRITE-DET THRU 7000-EXIT.
008390 4000-EXIT.
008400     EXIT.
008410
008420*----------------------------------------------------------*
008430* DIFERENCIA DE CAMBIO REALIZADA DEL DOCUMENTO QUE SE PAGA   *
008440* (FAC- EN LA AREA DEL FICHERO, WS-IMPORTE-DOC CON SIGNO):   *
008450* VALOR EN MONEDA FUNCIONAL A LA TASA DEL PAGO MENOS VALOR *
008460* A LA TASA DE SU FECHA DE REGISTRO, QUE ES LA QUE APLICO    *
008470* CREDITO AL CONTABILIZARLO. POSITIVA = PERDIDA (SE PAGA MAS *
008480* MONEDA FUNCIONAL DE LA QUE SE REGISTRO), NEGATIVA =        *
008490* GANANCIA.                                                  *
008500*----------------------------------------------------------*
008510 5000-DIFERENCIA-CAMBIO.
008520     IF FAC-MONEDA = WS-MONEDA-FUNCIONAL
008530         GO TO 5000-EXIT
008540     END-IF
008550     MOVE FAC-PROV-ID TO DL-PROV-ID
008560     MOVE FAC-NUMERO TO DL-NUMERO
008570     MOVE FAC-FECHA-REGISTRO TO WS-FECHA-LIBRO
008580     IF WS-FECHA-LIBRO = ZERO
008590         MOVE FAC-FECHA-FACTURA TO WS-FECHA-LIBRO
008600     END-IF
008610     MOVE FAC-MONEDA TO WS-MONEDA-BUSCADA
008620     MOVE WS-FECHA-LIBRO TO WS-FECHA-TASA
008630     PERFORM 5500-BUSCAR-TASA THRU 5500-EXIT
008640     IF NOT WS-TASA-HALLADA
008650         GO TO 5000-SIN-TASA
008660     END-IF
008670     MOVE WS-TASA-VIGENTE TO WS-TASA-LIBRO
008680     MOVE WS-FECHA-PROCESO TO WS-FECHA-TASA
008690     PERFORM 5500-BUSCAR-TASA THRU 5500-EXIT
008700     IF NOT WS-TASA-HALLADA
008710         GO TO 5000-SIN-TASA
008720     END-IF
008730     MOVE WS-TASA-VIGENTE TO WS-TASA-PAGO
008740     COMPUTE WS-VALOR-LIBRO ROUNDED =
008750         WS-IMPORTE-DOC * WS-TASA-LIBRO
008760     COMPUTE WS-VALOR-PAGO ROUNDED =
008770         WS-IMPORTE-DOC * WS-TASA-PAGO
008780     COMPUTE WS-DIF-REALIZADA =
008790         WS-VALOR-PAGO - WS-VALOR-LIBRO
008800     IF WS-DIF-REALIZADA NOT = ZERO
008810         PERFORM 5100-GRABAR-REALIZADA THRU 5100-EXIT
008820     END-IF
008830     IF WS-MONEDA-PROVEEDORES NOT = WS-MONEDA-FUNCIONAL
008840         AND WS-MONEDA-PROVEEDORES = FAC-MONEDA
008850         PERFORM 5200-ANULAR-NO-REALIZADA THRU 5200-EXIT
008860     END-IF
008870     GO TO 5000-EXIT.
008880 5000-SIN-TASA.
008890     ADD 1 TO WS-INCIDENCIAS-COUNT
008900     MOVE WS-IMPORTE-A-PAGAR TO DL-IMPORTE
008910     MOVE SPACES TO DL-NOTA
008920     STRING "SIN TASA " FAC-MONEDA ", SIN DIF. CAMBIO"
008930         DELIMITED BY SIZE INTO DL-NOTA
008940     PERFORM 7100-WRITE-LINEA THRU 7100-EXIT.
008950 5000-EXIT.
008960     EXIT.
008970
008980*----------------------------------------------------------*
008990* PERDIDA: DEBITO CUENTA DE PERDIDA POR CAMBIO / CREDITO     *
009000* CONTRAPARTIDA. GANANCIA: DEBITO CONTRAPARTIDA / CREDITO    *
009010* CUENTA DE GANANCIA POR CAMBIO. LA CONTRAPARTIDA ES EL      *
009020* PASIVO DE PROVEEDORES (EN MONEDA FUNCIONAL) O LA CUENTA DE *
009030* AJUSTE DE REVAPARM (PASIVO EN MONEDA EXTRANJERA).          *
009040*----------------------------------------------------------*
009050 5100-GRABAR-REALIZADA.
009060     IF WS-DIF-REALIZADA > ZERO
009070         MOVE WS-DIF-REALIZADA TO WS-DIF-ABS
009080     ELSE
009090         COMPUTE WS-DIF-ABS = ZERO - WS-DIF-REALIZADA
009100     END-IF
009110     MOVE WS-DIF-ABS TO DL-IMPORTE
009120     MOVE SPACES TO DL-NOTA
009130     IF WS-DIF-REALIZADA > ZERO
009140         STRING "DIF. CAMBIO " FAC-MONEDA " PERDIDA"
009150             DELIMITED BY SIZE INTO DL-NOTA
009160     ELSE
009170         STRING "DIF. CAMBIO " FAC-MONEDA " GANANCIA"
009180             DELIMITED BY SIZE INTO DL-NOTA
009190     END-IF
009200     IF WS-CUENTA-GANANCIA-CAMBIO = ZERO
009210         OR WS-CUENTA-PERDIDA-CAMBIO = ZERO
009220         ADD 1 TO WS-INCIDENCIAS-COUNT
009230         MOVE SPACES TO DL-NOTA
009240         STRING "DIF. CAMBIO " FAC-MONEDA " SIN CUENTAS"
009250             DELIMITED BY SIZE INTO DL-NOTA
009260         PERFORM 7100-WRITE-LINEA THRU 7100-EXIT
009270         GO TO 5100-EXIT
009280     END-IF
009290     PERFORM 7100-WRITE-LINEA THRU 7100-EXIT
009300     MOVE SPACES TO LT-CONCEPTO
009310     STRING "DIF CAMBIO " FAC-PROV-ID
009320         DELIMITED BY SIZE INTO LT-CONCEPTO
009330     IF WS-DIF-REALIZADA > ZERO
009340         MOVE WS-CUENTA-PERDIDA-CAMBIO TO LT-ACCT-ID
009350         MOVE "D" TO LT-TIPO-APUNTE
009360         PERFORM 6100-GRABAR-APUNTE-DIF THRU 6100-EXIT
009370         MOVE WS-CUENTA-CONTRAPARTIDA TO LT-ACCT-ID
009380         MOVE "C" TO LT-TIPO-APUNTE
009390     ELSE
009400         MOVE WS-CUENTA-CONTRAPARTIDA TO LT-ACCT-ID
009410         MOVE "D" TO LT-TIPO-APUNTE
009420         PERFORM 6100-GRABAR-APUNTE-DIF THRU 6100-EXIT
009430         MOVE WS-CUENTA-GANANCIA-CAMBIO TO LT-ACCT-ID
009440         MOVE "C" TO LT-TIPO-APUNTE
009450     END-IF
009460     PERFORM 6100-GRABAR-APUNTE-DIF THRU 6100-EXIT
009470     ADD 1 TO WS-DIFCAMBIO-COUNT.
009480 5100-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------*
009520* LO QUE REVALUA YA LLEVO A RESULTADO NO REALIZADO POR ESTA  *
009530* DEUDA: CADA CIERRE DE LA CUENTA DE PROVEEDORES (LEDGHIST)  *
009540* DESDE EL REGISTRO HASTA AYER REVALUO EL SALDO DESDE LA     *
009550* TASA DEL CIERRE ANTERIOR, ASI QUE EN TOTAL VA DE LA TASA   *
009560* DEL ULTIMO CIERRE ANTERIOR AL REGISTRO (O DEL PRIMERO      *
009570* POSTERIOR, SI ANTES NUNCA CERRO) A LA DEL ULTIMO CIERRE.   *
009580* SE GRABA EL PAR CONTRARIO AL DE 7000-GRABAR-APUNTES DE     *
009590* REVALUA (EL PASIVO TIENE SALDO ACREEDOR).                  *
009600*----------------------------------------------------------*
009610 5200-ANULAR-NO-REALIZADA.
009620     MOVE ZERO TO WS-CIERRE-ANTERIOR
009630     MOVE ZERO TO WS-CIERRE-PRIMERO
009640     MOVE ZERO TO WS-CIERRE-ULTIMO
009650     MOVE "N" TO WS-EOF-HIST-SW
009660     OPEN INPUT LEDGER-HIST-FILE.
009670     IF WS-LEDGHIST-NO-FILE
009680         GO TO 5200-EXIT
009690     END-IF
009700     IF NOT WS-LEDGHIST-OK
009710         DISPLAY "FACPAGO: ERROR ABRIENDO LEDGHIST "
009720             WS-LEDGHIST-STATUS
009730         GO TO ABEND-CLEANUP
009740     END-IF
009750     PERFORM 5300-LEER-HIST THRU 5300-EXIT
009760     PERFORM 5400-EXAMINA-HIST THRU 5400-EXIT
009770         UNTIL WS-EOF-HIST
009780     CLOSE LEDGER-HIST-FILE.
009790     IF WS-CIERRE-ULTIMO = ZERO
009800         GO TO 5200-EXIT
009810     END-IF
009820     IF WS-CIERRE-ANTERIOR = ZERO
009830         MOVE WS-CIERRE-PRIMERO TO WS-CIERRE-ANTERIOR
009840     END-IF
009850     MOVE FAC-MONEDA TO WS-MONEDA-BUSCADA
009860     MOVE WS-CIERRE-ANTERIOR TO WS-FECHA-TASA
009870     PERFORM 5500-BUSCAR-TASA THRU 5500-EXIT
009880     IF NOT WS-TASA-HALLADA
009890         GO TO 5200-EXIT
009900     END-IF
009910     MOVE WS-TASA-VIGENTE TO WS-TASA-DESDE
009920     MOVE WS-CIERRE-ULTIMO TO WS-FECHA-TASA
009930     PERFORM 5500-BUSCAR-TASA THRU 5500-EXIT
009940     IF NOT WS-TASA-HALLADA
009950         GO TO 5200-EXIT
009960     END-IF
009970     MOVE WS-TASA-VIGENTE TO WS-TASA-HASTA
009980     COMPUTE WS-DIF-NO-REALIZADA ROUNDED =
009990         WS-IMPORTE-DOC * (WS-TASA-DESDE - WS-TASA-HASTA)
010000     IF WS-DIF-NO-REALIZADA = ZERO
010010         GO TO 5200-EXIT
010020     END-IF
010030     IF WS-DIF-NO-REALIZADA > ZERO
010040         MOVE WS-DIF-NO-REALIZADA TO WS-DIF-ABS
010050     ELSE
010060         COMPUTE WS-DIF-ABS = ZERO - WS-DIF-NO-REALIZADA
010070     END-IF
010080     MOVE SPACES TO LT-CONCEPTO
010090     STRING "ANULA REVAL " FAC-PROV-ID
010100         DELIMITED BY SIZE INTO LT-CONCEPTO
010110     MOVE WS-CTA-AJUSTE-REVA TO LT-ACCT-ID
010120     IF WS-DIF-NO-REALIZADA > ZERO
010130         MOVE "C" TO LT-TIPO-APUNTE
010140     ELSE
010150         MOVE "D" TO LT-TIPO-APUNTE
010160     END-IF
010170     PERFORM 6100-GRABAR-APUNTE-DIF THRU 6100-EXIT
010180     MOVE WS-CTA-RESULTADO-REVA TO LT-ACCT-ID
010190     IF WS-DIF-NO-REALIZADA > ZERO
010200         MOVE "D" TO LT-TIPO-APUNTE
010210     ELSE
010220         MOVE "C" TO LT-TIPO-APUNTE
010230     END-IF
010240     PERFORM 6100-GRABAR-APUNTE-DIF THRU 6100-EXIT
010250     ADD 1 TO WS-ANULADAS-COUNT
010260     MOVE WS-DIF-ABS TO DL-IMPORTE
010270     MOVE SPACES TO DL-NOTA
010280     STRING "ANULA NO REALIZADA " FAC-MONEDA
010290         DELIMITED BY SIZE INTO DL-NOTA
010300     PERFORM 7100-WRITE-LINEA THRU 7100-EXIT.
010310 5200-EXIT.
010320     EXIT.
010330
010340 5300-LEER-HIST.
010350     READ LEDGER-HIST-FILE
010360         AT END
010370             SET WS-EOF-HIST TO TRUE
010380     END-READ
010390     IF NOT WS-EOF-HIST AND NOT WS-LEDGHIST-OK
010400         DISPLAY "FACPAGO: ERROR LEYENDO LEDGHIST "
010410             WS-LEDGHIST-STATUS
010420         GO TO ABEND-CLEANUP
010430     END-IF
010440 5300-EXIT.
010450     EXIT.
010460
010470 5400-EXAMINA-HIST.
010480     IF LH-ACCT-ID NOT = WS-CUENTA-PROVEEDORES
010490         OR LH-FECHA-CIERRE NOT < WS-FECHA-PROCESO
010500         GO TO 5400-SIGUE
010510     END-IF
010520     IF LH-FECHA-CIERRE < WS-FECHA-LIBRO
010530         IF LH-FECHA-CIERRE > WS-CIERRE-ANTERIOR
010540             MOVE LH-FECHA-CIERRE TO WS-CIERRE-ANTERIOR
010550         END-IF
010560         GO TO 5400-SIGUE
010570     END-IF
010580     IF WS-CIERRE-PRIMERO = ZERO
010590         OR LH-FECHA-CIERRE < WS-CIERRE-PRIMERO
010600         MOVE LH-FECHA-CIERRE TO WS-CIERRE-PRIMERO
010610     END-IF
010620     IF LH-FECHA-CIERRE > WS-CIERRE-ULTIMO
010630         MOVE LH-FECHA-CIERRE TO WS-CIERRE-ULTIMO
010640     END-IF.
010650 5400-SIGUE.
010660     PERFORM 5300-LEER-HIST THRU 5300-EXIT.
010670 5400-EXIT.
010680     EXIT.
010690
010700*----------------------------------------------------------*
010710* DEVUELVE EN WS-TASA-VIGENTE LAS UNIDADES DE MONEDA         *
010720* FUNCIONAL POR UNIDAD DE WS-MONEDA-BUSCADA VIGENTES A       *
010730* WS-FECHA-TASA, COMO 4000-BUSCAR-TASA DE REVALUA: LA TASA   *
010740* DIRECTA CON LA MONEDA FUNCIONAL COMO BASE O, SI NO LA HAY, *
010750* EL CRUCE DE LAS TASAS USD DE AMBAS MONEDAS.                *
010760*----------------------------------------------------------*
010770 5500-BUSCAR-TASA.
010780     MOVE "N" TO WS-TASA-HALLADA-SW
010790     IF WS-MONEDA-BUSCADA = WS-MONEDA-FUNCIONAL
010800         MOVE 1 TO WS-TASA-VIGENTE
010810         SET WS-TASA-HALLADA TO TRUE
010820         GO TO 5500-EXIT
010830     END-IF
010840     MOVE WS-MONEDA-FUNCIONAL TO WS-BASE-BUSCADA
010850     PERFORM 5550-BUSCAR-VIGENCIA THRU 5550-EXIT
010860     IF WS-TASA-HALLADA OR WS-MONEDA-FUNCIONAL = "USD"
010870         GO TO 5500-EXIT
010880     END-IF
010890     MOVE "USD" TO WS-BASE-BUSCADA
010900     MOVE 1 TO WS-TASA-CRUCE
010910     IF WS-MONEDA-BUSCADA NOT = "USD"
010920         PERFORM 5550-BUSCAR-VIGENCIA THRU 5550-EXIT
010930         IF NOT WS-TASA-HALLADA
010940             GO TO 5500-EXIT
010950         END-IF
010960         MOVE WS-TASA-VIGENTE TO WS-TASA-CRUCE
010970     END-IF
010980     MOVE WS-MONEDA-BUSCADA TO WS-MONEDA-CRUCE
010990     MOVE WS-MONEDA-FUNCIONAL TO WS-MONEDA-BUSCADA
011000     PERFORM 5550-BUSCAR-VIGENCIA THRU 5550-EXIT
011010     MOVE WS-MONEDA-CRUCE TO WS-MONEDA-BUSCADA
011020     IF NOT WS-TASA-HALLADA OR WS-TASA-VIGENTE = ZERO
011030         MOVE "N" TO WS-TASA-HALLADA-SW
011040         GO TO 5500-EXIT
011050     END-IF
011060     COMPUTE WS-TASA-VIGENTE ROUNDED =
011070         WS-TASA-CRUCE / WS-TASA-VIGENTE
011080         ON SIZE ERROR
011090             MOVE "N" TO WS-TASA-HALLADA-SW
011100     END-COMPUTE.
011110 5500-EXIT.
011120     EXIT.
011130
011140 5550-BUSCAR-VIGENCIA.
011150     MOVE "N" TO WS-TASA-HALLADA-SW
011160     MOVE "N" TO WS-FIN-TASAS-SW
011170     MOVE WS-BASE-BUSCADA TO TAS-MONEDA-BASE
011180     MOVE WS-MONEDA-BUSCADA TO TAS-MONEDA
011190     MOVE ZERO TO TAS-FECHA-VIGENCIA
011200     START TASA-MASTER-FILE
011210         KEY IS NOT LESS THAN TAS-CLAVE
011220         INVALID KEY
011230             MOVE "S" TO WS-FIN-TASAS-SW
011240     END-START
011250     PERFORM 5600-LEER-TASA THRU 5600-EXIT
011260         UNTIL WS-FIN-TASAS.
011270 5550-EXIT.
011280     EXIT.
011290
011300 5600-LEER-TASA.
011310     READ TASA-MASTER-FILE NEXT
011320         AT END
011330             MOVE "S" TO WS-FIN-TASAS-SW
011340     END-READ
011350     IF WS-FIN-TASAS
011360         GO TO 5600-EXIT
011370     END-IF
011380     IF NOT WS-TASAMSTR-OK
011390         DISPLAY "FACPAGO: ERROR LEYENDO TASAMSTR "
011400             WS-TASAMSTR-STATUS
011410         GO TO ABEND-CLEANUP
011420     END-IF
011430     IF TAS-MONEDA-BASE NOT = WS-BASE-BUSCADA
011440         OR TAS-MONEDA NOT = WS-MONEDA-BUSCADA
011450         OR TAS-FECHA-VIGENCIA > WS-FECHA-TASA
011460         MOVE "S" TO WS-FIN-TASAS-SW
011470     ELSE
011480         MOVE TAS-TASA TO WS-TASA-VIGENTE
011490         SET WS-TASA-HALLADA TO TRUE
011500     END-IF.
011510 5600-EXIT.
011520     EXIT.
011530
011540 6000-GRABAR-APUNTE.
011550     MOVE PG-MONEDA (WS-PAG-IDX) TO LT-MONEDA
011560     MOVE PG-NETO (WS-PAG-IDX) TO LT-IMPORTE
011570     MOVE SPACES TO LT-CONCEPTO
011580     STRING "PAGO PROV " PG-PROV-ID (WS-PAG-IDX)
011590         DELIMITED BY SIZE INTO LT-CONCEPTO
011600     MOVE WS-FECHA-PROCESO TO LT-FECHA
011610     MOVE ZERO TO LT-SEQ-REF
011620     MOVE ZERO TO LT-DOC-NO
011630     MOVE SPACES TO LT-IVA-CODIGO
011640     MOVE ZERO TO LT-CENTRO-COSTE
011650     MOVE PG-PROV-ID (WS-PAG-IDX) TO WS-ORG-PROV
011660     MOVE PG-NUMERO (WS-PAG-IDX) TO WS-ORG-NUMERO
011670     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
011680     WRITE LEDGER-TRANS-REC
011690     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
011700     ADD 1 TO WS-LOTE-REGS
011710     ADD LT-ACCT-ID TO WS-LOTE-HASH
011720     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
011730 6000-EXIT.
011740     EXIT.
011750
011760*----------------------------------------------------------*
011770* APUNTE EN MONEDA FUNCIONAL DE LAS DIFERENCIAS DE CAMBIO    *
011780* (LT-ACCT-ID, LT-TIPO-APUNTE Y LT-CONCEPTO LOS PONE QUIEN   *
011790* LLAMA).                                                    *
011800*----------------------------------------------------------*
011810 6100-GRABAR-APUNTE-DIF.
011820     MOVE WS-MONEDA-FUNCIONAL TO LT-MONEDA
011830     MOVE WS-DIF-ABS TO LT-IMPORTE
011840     MOVE WS-FECHA-PROCESO TO LT-FECHA
011850     MOVE ZERO TO LT-SEQ-REF
011860     MOVE ZERO TO LT-DOC-NO
011870     MOVE SPACES TO LT-IVA-CODIGO
011880     MOVE ZERO TO LT-CENTRO-COSTE
011890     MOVE FAC-PROV-ID TO WS-ORG-PROV
011900     MOVE FAC-NUMERO TO WS-ORG-NUMERO
011910     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
011920     WRITE LEDGER-TRANS-REC
011930     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
011940     ADD 1 TO WS-LOTE-REGS
011950     ADD LT-ACCT-ID TO WS-LOTE-HASH
011960     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
011970 6100-EXIT.
011980     EXIT.
011990
012000*----------------------------------------------------------*
012010* LIQUIDACION: UN BARRIDO DE FACMSTR APLICA CADA ABONO       *
012020* SELECCIONADO AL PAGO DE SU PROVEEDOR Y MONEDA SI CABE EN   *
012030* EL (QUEDA G); EL QUE NO CABE, O CUYO PROVEEDOR NO TIENE    *
012040* NADA APROBADO, VUELVE A P. DESPUES CADA PAGO CON NETO SE   *
012050* GRABA EN PROVPAGO Y SE CONTABILIZA.                        *
012060*----------------------------------------------------------*
012070 8000-LIQUIDAR.
012080     MOVE "N" TO WS-EOF-DEC-SW
012090     MOVE ZERO TO FAC-PROV-ID
012100     MOVE SPACES TO FAC-NUMERO
012110     START FACTURA-MASTER-FILE
012120         KEY IS NOT LESS THAN FAC-CLAVE
012130         INVALID KEY
012140             SET WS-EOF-DEC TO TRUE
012150     END-START
012160     PERFORM 8100-APLICAR-ABONO THRU 8100-EXIT
012170         UNTIL WS-EOF-DEC
012180     PERFORM 8200-GRABAR-PAGO THRU 8200-EXIT
012190         VARYING WS-PAG-IDX FROM 1 BY 1
012200         UNTIL WS-PAG-IDX > WS-PAG-TAB-COUNT.
012210 8000-EXIT.
012220     EXIT.
012230
012240 8100-APLICAR-ABONO.
012250     READ FACTURA-MASTER-FILE NEXT
012260         AT END
012270             SET WS-EOF-DEC TO TRUE
012280             GO TO 8100-EXIT
012290     END-READ
012300     IF NOT WS-FACMSTR-OK
012310         DISPLAY "FACPAGO: ERROR LEYENDO FACMSTR "
012320             WS-FACMSTR-STATUS
012330         GO TO ABEND-CLEANUP
012340     END-IF
012350     IF NOT FAC-SELECCIONADA OR NOT FAC-ES-ABONO
012360         GO TO 8100-EXIT
012370     END-IF
012380     MOVE FAC-PROV-ID TO DL-PROV-ID
012390     MOVE FAC-NUMERO TO DL-NUMERO
012400     COMPUTE WS-IMPORTE-A-PAGAR =
012410         FAC-IMPORTE - FAC-IMPORTE-RETENIDO
012420     MOVE WS-IMPORTE-A-PAGAR TO DL-IMPORTE
012430     SET WS-PAG-IDX TO 1
012440     SEARCH WS-PAG-ENTRY
012450         AT END
012460             GO TO 8100-DEVOLVER
012470         WHEN PG-PROV-ID (WS-PAG-IDX) = FAC-PROV-ID
012480             AND PG-MONEDA (WS-PAG-IDX) = FAC-MONEDA
012490             CONTINUE
012500     END-SEARCH
012510     IF WS-IMPORTE-A-PAGAR > PG-NETO (WS-PAG-IDX)
012520         GO TO 8100-DEVOLVER
012530     END-IF
012540     SUBTRACT WS-IMPORTE-A-PAGAR FROM PG-NETO (WS-PAG-IDX)
012550     MOVE "G" TO FAC-ESTADO-SW
012560     MOVE WS-FECHA-PROCESO TO FAC-FECHA-PAGO
012570     REWRITE FACTURA-MASTER-REC
012580     IF NOT WS-FACMSTR-OK
012590         DISPLAY "FACPAGO: ERROR REESCRIBIENDO FACMSTR "
012600             WS-FACMSTR-STATUS
012610         GO TO ABEND-CLEANUP
012620     END-IF
012630     ADD 1 TO WS-ABONOS-COUNT
012640     ADD WS-IMPORTE-A-PAGAR TO WS-TOTAL-ABONOS
012650     MOVE "ABONO COMPENSADO" TO DL-NOTA
012660     PERFORM 7100-WRITE-LINEA THRU 7100-EXIT
012670     COMPUTE WS-IMPORTE-DOC = ZERO - WS-IMPORTE-A-PAGAR
012680     PERFORM 5000-DIFERENCIA-CAMBIO THRU 5000-EXIT
012690     GO TO 8100-EXIT.
012700 8100-DEVOLVER.
012710     MOVE "P" TO FAC-ESTADO-SW
012720     REWRITE FACTURA-MASTER-REC
012730     IF NOT WS-FACMSTR-OK
012740         DISPLAY "FACPAGO: ERROR REESCRIBIENDO FACMSTR "
012750             WS-FACMSTR-STATUS
012760         GO TO ABEND-CLEANUP
012770     END-IF
012780     ADD 1 TO WS-DEVUELTAS-COUNT
012790     MOVE "ABONO DEVUELTO A PENDIENTE" TO DL-NOTA
012800     PERFORM 7100-WRITE-LINEA THRU 7100-EXIT.
012810 8100-EXIT.
012820     EXIT.
012830
012840 8200-GRABAR-PAGO.
012850     IF PG-NETO (WS-PAG-IDX) = ZERO
012860         GO TO 8200-EXIT
012870     END-IF
012880     MOVE PG-BANCO (WS-PAG-IDX) TO PPG-BANCO
012890     MOVE PG-OFICINA (WS-PAG-IDX) TO PPG-OFICINA
012900     MOVE PG-CUENTA (WS-PAG-IDX) TO PPG-CUENTA
012910     MOVE PG-PROV-ID (WS-PAG-IDX) TO PPG-PROV-ID
012920     MOVE PG-NUMERO (WS-PAG-IDX) TO PPG-NUMERO
012930     MOVE WS-FECHA-PROCESO TO PPG-FECHA
012940     MOVE PG-NETO (WS-PAG-IDX) TO PPG-IMPORTE
012950     WRITE PROV-PAGO-REC
012960     IF NOT WS-PROVPAGO-OK
012970         DISPLAY "FACPAGO: ERROR GRABANDO PROVPAGO "
012980             WS-PROVPAGO-STATUS
012990         GO TO ABEND-CLEANUP
013000     END-IF
013010     MOVE WS-CUENTA-PROVEEDORES TO LT-ACCT-ID
013020     MOVE "D" TO LT-TIPO-APUNTE
013030     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
013040     MOVE WS-CUENTA-BANCO TO LT-ACCT-ID
013050     MOVE "C" TO LT-TIPO-APUNTE
013060     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
013070     ADD 1 TO WS-TRANSFER-COUNT
013080     ADD PG-NETO (WS-PAG-IDX) TO WS-TOTAL-TRANSFERIDO
013090     MOVE PG-PROV-ID (WS-PAG-IDX) TO DL-PROV-ID
013100     MOVE PG-NUMERO (WS-PAG-IDX) TO DL-NUMERO
013110     MOVE PG-NETO (WS-PAG-IDX) TO DL-IMPORTE
013120     MOVE SPACES TO DL-NOTA
013130     STRING "TRANSFERENCIA NETA " PG-MONEDA (WS-PAG-IDX)
013140         DELIMITED BY SIZE INTO DL-NOTA
013150     PERFORM 7100-WRITE-LINEA THRU 7100-EXIT.
013160 8200-EXIT.
013170     EXIT.
013180
013190 7000-WRITE-DET.
013200     MOVE DEC-PROV-ID TO DL-PROV-ID
013210     MOVE DEC-NUMERO TO DL-NUMERO
013220     COMPUTE DL-IMPORTE = FAC-IMPORTE - FAC-IMPORTE-RETENIDO
013230     PERFORM 7100-WRITE-LINEA THRU 7100-EXIT.
013240 7000-EXIT.
013250     EXIT.
013260
013270 7100-WRITE-LINEA.
013280     MOVE WS-DET-LINE TO PAGO-RPT-LINE
013290     WRITE PAGO-RPT-LINE
013300     IF NOT WS-FPAGORPT-OK
013310         DISPLAY "FACPAGO: ERROR ESCRIBIENDO FPAGORPT "
013320             WS-FPAGORPT-STATUS
013330         GO TO ABEND-CLEANUP
013340     END-IF.
013350 7100-EXIT.
013360     EXIT.
013370
013380 7200-CHECK-FACOUT.
013390     IF NOT WS-FACOUT-OK
013400         DISPLAY "FACPAGO: ERROR GRABANDO FACOUT "
013410             WS-FACOUT-STATUS
013420         GO TO ABEND-CLEANUP
013430     END-IF.
013440 7200-EXIT.
013450     EXIT.
013460
013470 9000-TERMINATE.
013480     PERFORM 8000-LIQUIDAR THRU 8000-EXIT.
013490     MOVE SPACES TO LEDGER-CTL-REC
013500     MOVE "TRL" TO LC-TIPO-REG
013510     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
013520     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
013530     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
013540     WRITE LEDGER-CTL-REC
013550     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
013560     CLOSE FACTURA-MASTER-FILE.
013570     CLOSE PROVEEDOR-MASTER-FILE.
013580     CLOSE DECISION-FILE.
013590     CLOSE PROV-PAGO-FILE.
013600     CLOSE FAC-OUT-FILE.
013610     CLOSE PAGO-RPT-FILE.
013620     CLOSE TASA-MASTER-FILE.
013630     CLOSE VERIF-CTA-FILE.
013640     DISPLAY "FACPAGO: PAGADAS   " WS-PAGADAS-COUNT.
013650     DISPLAY "FACPAGO: DEVUELTAS " WS-DEVUELTAS-COUNT.
013660     DISPLAY "FACPAGO: ABONOS    " WS-ABONOS-COUNT.
013670     DISPLAY "FACPAGO: TRANSFER. " WS-TRANSFER-COUNT
013680         " NETO " WS-TOTAL-TRANSFERIDO.
013690     DISPLAY "FACPAGO: ERRORES   " WS-ERRORES-COUNT.
013700     DISPLAY "FACPAGO: DIF.CAMB. " WS-DIFCAMBIO-COUNT.
013710     DISPLAY "FACPAGO: ANUL.REV. " WS-ANULADAS-COUNT.
013720     DISPLAY "FACPAGO: INCIDENC. " WS-INCIDENCIAS-COUNT.
013730     DISPLAY "FACPAGO: RETENIDAS " WS-RETENIDAS-COUNT.
013740     IF WS-INCIDENCIAS-COUNT > ZERO
013750         OR WS-RETENIDAS-COUNT > ZERO
013760         MOVE 4 TO RETURN-CODE
013770     END-IF.
013780 9000-EXIT.
013790     EXIT.
013800
013810 ABEND-CLEANUP.
013820     DISPLAY "FACPAGO: TERMINACION ANORMAL - CERRANDO FICHEROS".
013830     CLOSE FACTURA-MASTER-FILE.
013840     CLOSE PROVEEDOR-MASTER-FILE.
013850     CLOSE DECISION-FILE.
013860     CLOSE PROV-PAGO-FILE.
013870     CLOSE FAC-OUT-FILE.
013880     CLOSE PAGO-RPT-FILE.
013890     CLOSE TASA-MASTER-FILE.
013900     CLOSE LEDGER-MASTER-FILE.
013910     CLOSE LEDGER-HIST-FILE.
013920     CLOSE REVA-PARM-FILE.
013930     CLOSE VERIF-CTA-FILE.
013940     CLOSE VERI-PARM-FILE.
013950     MOVE 16 TO RETURN-CODE.
013960     GOBACK.
013970
013980     END PROGRAM FACPAGO.

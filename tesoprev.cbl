000010*----------------------------------------------------------*
000020* TESOPREV - PREVISION SEMANAL DE TESORERIA A TRECE SEMANAS  *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. TESOPREV.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                                *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. LA PREVISION DE CAJA DE   *
000140*                LOS LUNES SE MONTABA A MANO CON EL LISTADO  *
000150*                DE FACPROP, LA ULTIMA EMPNETO Y LAS         *
000160*                PLANTILLAS DE RECURMAN. PARTE DEL SALDO DE  *
000170*                LAS CUENTAS DE BANCO DE TESOPARM EN         *
000180*                LEDGMSTR Y REPARTE POR SEMANA: FACTURAS DE  *
000190*                PROVEEDOR ABIERTAS POR VENCIMIENTO (NETAS   *
000200*                DE RETENCION, LOS ABONOS RESTAN), COBROS    *
000210*                PENDIENTES DE FVEMSTR, EL NETO DE NOMINA DE *
000220*                CADA GRUPO DE PAGO EN SUS DIAS DE CALMSTR   *
000230*                CON EL ULTIMO IMPORTE DE NOMHIST DE CADA    *
000240*                EMPLEADO ACTIVO, LA CUOTA PATRONAL SOBRE    *
000250*                ESE BRUTO Y LAS PLANTILLAS ACTIVAS DE       *
000260*                RECURMST QUE MUEVEN UNA CUENTA DE BANCO, EN *
000270*                SU DIA DEL MES. LO VENCIDO CAE EN LA        *
000280*                PRIMERA SEMANA. RC 4 SI ALGUNA SEMANA QUEDA *
000290*                POR DEBAJO DEL MINIMO.                      *
000292* 2026-10-15 DR  EL ULTIMO IMPORTE DE NOMHIST DE CADA        *
000293*                EMPLEADO SE TOMA SOLO DE LAS NOMINAS        *
000295*                ORDINARIAS: UNA COMPLEMENTARIA, UN          *
000297*                REEMPLAZO O UNA ANULACION NO SON LA NOMINA  *
000298*                QUE SE REPETIRA EN LAS PROXIMAS SEMANAS.    *
000300*----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     DECIMAL-POINT IS COMMA.
000360
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS LEDG-ACCT-ID
000430         FILE STATUS IS WS-LEDGMSTR-STATUS.
000440
000450     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS SEQUENTIAL
000480         RECORD KEY IS FAC-CLAVE
000490         FILE STATUS IS WS-FACMSTR-STATUS.
000500
000510     SELECT FACTURA-VENTA-FILE ASSIGN TO "FVEMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS FVE-CLAVE
000550         ALTERNATE RECORD KEY IS FVE-NUMERO
000560             WITH DUPLICATES
000570         FILE STATUS IS WS-FVEMSTR-STATUS.
000580
000590     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS EMP-ID
000630         FILE STATUS IS WS-EMPMSTR-STATUS.
000640
000650     SELECT NOMINA-HIST-FILE ASSIGN TO "NOMHIST"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS NH-CLAVE
000690         FILE STATUS IS WS-NOMHIST-STATUS.
000700
000710     SELECT CALENDARIO-MASTER-FILE ASSIGN TO "CALMSTR"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS CAL-FECHA
000750         FILE STATUS IS WS-CALMSTR-STATUS.
000760
000770     SELECT RECUR-MASTER-FILE ASSIGN TO "RECURMST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS REC-PLANTILLA-ID
000810         FILE STATUS IS WS-RECURMST-STATUS.
000820
000830     SELECT PARM-FILE ASSIGN TO "TESOPARM"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-TESOPARM-STATUS.
000860
000870     SELECT TESO-RPT-FILE ASSIGN TO "TESORPT"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-TESORPT-STATUS.
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  LEDGER-MASTER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY LEDGER.
000960
000970 FD  FACTURA-MASTER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY FACTURA.
001000
001010 FD  FACTURA-VENTA-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY FACVENTA.
001040
001050 FD  EMPLEADO-MASTER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY EMPLEADO.
001080
001090 FD  NOMINA-HIST-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY NOMHIST.
001120
001130 FD  CALENDARIO-MASTER-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY CALENDA.
001160
001170 FD  RECUR-MASTER-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY RECURR.
001200
001210*----------------------------------------------------------*
001220* FECHA DE INICIO (EN BLANCO = FECHA DE PROCESO), SALDO      *
001230* MINIMO, PORCENTAJE DE CUOTA PATRONAL (EN BLANCO = EL DE    *
001240* PAYCALC) Y HASTA CINCO CUENTAS DE BANCO DEL MAYOR.         *
001250*----------------------------------------------------------*
001260 FD  PARM-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  PARM-IN-REC.
001290     05 PI-FECHA-INICIO         PIC X(08).
001300     05 PI-FECHA-INICIO-N REDEFINES PI-FECHA-INICIO
001310                                PIC 9(08).
001320     05 PI-SALDO-MINIMO         PIC X(13).
001330     05 PI-SALDO-MINIMO-N REDEFINES PI-SALDO-MINIMO
001340                                PIC 9(11)V99.
001350     05 PI-PATRONAL-PCT         PIC X(04).
001360     05 PI-PATRONAL-PCT-N REDEFINES PI-PATRONAL-PCT
001370                                PIC 9(02)V99.
001380     05 PI-CUENTA-BANCO         PIC 9(06) OCCURS 5 TIMES.
001390
001400 FD  TESO-RPT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  TESO-RPT-LINE              PIC X(80).
001430
001440 WORKING-STORAGE SECTION.
001450 01  WS-LEDGMSTR-STATUS          PIC X(02) VALUE SPACES.
001460     88 WS-LEDGMSTR-OK               VALUE "00".
001470
001480 01  WS-FACMSTR-STATUS           PIC X(02) VALUE SPACES.
001490     88 WS-FACMSTR-OK                VALUE "00".
001500
001510 01  WS-FVEMSTR-STATUS           PIC X(02) VALUE SPACES.
001520     88 WS-FVEMSTR-OK                VALUE "00".
001530
001540 01  WS-EMPMSTR-STATUS           PIC X(02) VALUE SPACES.
001550     88 WS-EMPMSTR-OK                VALUE "00".
001560
001570 01  WS-NOMHIST-STATUS           PIC X(02) VALUE SPACES.
001580     88 WS-NOMHIST-OK                VALUE "00".
001590
001600 01  WS-CALMSTR-STATUS           PIC X(02) VALUE SPACES.
001610     88 WS-CALMSTR-OK                VALUE "00".
001620
001630 01  WS-RECURMST-STATUS          PIC X(02) VALUE SPACES.
001640     88 WS-RECURMST-OK               VALUE "00".
001650
001660 01  WS-TESOPARM-STATUS          PIC X(02) VALUE SPACES.
001670     88 WS-TESOPARM-OK               VALUE "00".
001680
001690 01  WS-TESORPT-STATUS           PIC X(02) VALUE SPACES.
001700     88 WS-TESORPT-OK                VALUE "00".
001710
001720 01  WS-SWITCHES.
001730     05 WS-EOF-FAC-SW          PIC X(01) VALUE "N".
001740         88 WS-EOF-FAC              VALUE "Y".
001750     05 WS-EOF-FVE-SW          PIC X(01) VALUE "N".
001760         88 WS-EOF-FVE              VALUE "Y".
001770     05 WS-EOF-EMP-SW          PIC X(01) VALUE "N".
001780         88 WS-EOF-EMP              VALUE "Y".
001790     05 WS-FIN-HIST-SW         PIC X(01) VALUE "N".
001800         88 WS-FIN-HIST             VALUE "Y".
001810     05 WS-CON-HIST-SW         PIC X(01) VALUE "N".
001820         88 WS-CON-HIST             VALUE "Y".
001830     05 WS-EOF-CAL-SW          PIC X(01) VALUE "N".
001840         88 WS-EOF-CAL              VALUE "Y".
001850     05 WS-EOF-REC-SW          PIC X(01) VALUE "N".
001860         88 WS-EOF-REC              VALUE "Y".
001870     05 WS-CUENTA-BANCO-SW     PIC X(01) VALUE "N".
001880         88 WS-ES-CUENTA-BANCO      VALUE "Y".
001890     05 WS-BISIESTO-SW         PIC X(01) VALUE "N".
001900         88 WS-ANIO-BISIESTO        VALUE "S".
001910
001920 01  WS-COUNTERS.
001930     05 WS-FACTURAS-COUNT      PIC 9(07) COMP VALUE ZERO.
001940     05 WS-COBROS-COUNT        PIC 9(07) COMP VALUE ZERO.
001950     05 WS-EMPLEADOS-COUNT     PIC 9(07) COMP VALUE ZERO.
001960     05 WS-SIN-HIST-COUNT      PIC 9(07) COMP VALUE ZERO.
001970     05 WS-PAGOS-NOMINA-COUNT  PIC 9(07) COMP VALUE ZERO.
001980     05 WS-PLANTILLAS-COUNT    PIC 9(07) COMP VALUE ZERO.
001990     05 WS-OTRA-MONEDA-COUNT   PIC 9(07) COMP VALUE ZERO.
002000     05 WS-BAJO-MINIMO-COUNT   PIC 9(07) COMP VALUE ZERO.
002010
002020 01  WS-SUBSCRIPTS.
002030     05 WS-SEM-SUB             PIC 9(03) COMP VALUE ZERO.
002040     05 WS-BCO-SUB             PIC 9(03) COMP VALUE ZERO.
002050     05 WS-PARM-SUB            PIC 9(03) COMP VALUE ZERO.
002060     05 WS-GRP-SUB             PIC 9(03) COMP VALUE ZERO.
002070     05 WS-MES-SUB             PIC 9(03) COMP VALUE ZERO.
002080
002090 01  WS-MONEDA-FUNCIONAL         PIC X(03) VALUE "USD".
002100 01  WS-PATRONAL-PORCENTAJE      PIC 9(02)V99 VALUE 29,90.
002110 01  WS-SALDO-MINIMO             PIC S9(11)V99 VALUE ZERO.
002120 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
002130 01  WS-FECHA-INICIO             PIC 9(08) VALUE ZERO.
002140 01  WS-FECHA-FIN                PIC 9(08) VALUE ZERO.
002150 01  WS-DIA-INICIO               PIC S9(09) COMP VALUE ZERO.
002160 01  WS-DIAS                     PIC S9(09) COMP VALUE ZERO.
002170 01  WS-FECHA-MOV                PIC 9(08) VALUE ZERO.
002180 01  WS-IMPORTE                  PIC S9(11)V99 VALUE ZERO.
002190 01  WS-GRUPO-EMP                PIC X(02) VALUE SPACES.
002200 01  WS-GRUPO-BUSCA              PIC X(02) VALUE SPACES.
002210 01  WS-ULT-NETO                 PIC 9(07)V99 VALUE ZERO.
002220 01  WS-ULT-BRUTO                PIC 9(07)V99 VALUE ZERO.
002230 01  WS-DIA-APUNTE               PIC 9(02) VALUE ZERO.
002240 01  WS-ANIO-DIV                 PIC 9(04) COMP VALUE ZERO.
002250 01  WS-ANIO-RESTO-4             PIC 9(04) COMP VALUE ZERO.
002260 01  WS-ANIO-RESTO-100           PIC 9(04) COMP VALUE ZERO.
002270 01  WS-ANIO-RESTO-400           PIC 9(04) COMP VALUE ZERO.
002280 01  WS-PERIODO                  PIC 9(06) VALUE ZERO.
002290 01  WS-PERIODO-R REDEFINES WS-PERIODO.
002300     05 WS-PER-ANIO            PIC 9(04).
002310     05 WS-PER-MES             PIC 9(02).
002320 01  WS-PERIODO-FIN              PIC 9(06) VALUE ZERO.
002330
002340*----------------------------------------------------------*
002350* CUENTAS DE BANCO DE TESOPARM Y SALDO DE PARTIDA.           *
002360*----------------------------------------------------------*
002370 01  WS-BANCO-COUNT              PIC 9(03) COMP VALUE ZERO.
002380 01  WS-BANCOS.
002390     05 WS-BANCO-CUENTA        PIC 9(06) OCCURS 5 TIMES.
002400 01  WS-SALDO-INICIAL            PIC S9(11)V99 VALUE ZERO.
002410
002420*----------------------------------------------------------*
002430* LAS TRECE SEMANAS: FECHA DE INICIO DE CADA UNA, ENTRADAS Y *
002440* SALIDAS PREVISTAS Y SALDO AL CIERRE. PERIODICOS LLEVA EL   *
002450* SIGNO DEL EFECTO EN CAJA (+ ENTRA, - SALE); LAS DEMAS      *
002460* COLUMNAS VAN EN POSITIVO EN SU SENTIDO.                    *
002470*----------------------------------------------------------*
002480 01  WS-SEMANAS.
002490     05 WS-SEMANA OCCURS 13 TIMES.
002500         10 SM-FECHA           PIC 9(08).
002510         10 SM-COBROS          PIC S9(11)V99.
002520         10 SM-PROVEEDORES     PIC S9(11)V99.
002530         10 SM-NOMINA          PIC S9(11)V99.
002540         10 SM-SEG-SOCIAL      PIC S9(11)V99.
002550         10 SM-PERIODICOS      PIC S9(11)V99.
002560         10 SM-NETO            PIC S9(11)V99.
002570         10 SM-SALDO           PIC S9(11)V99.
002580
002590*----------------------------------------------------------*
002600* MESES QUE TOCA EL HORIZONTE (HASTA CINCO) Y SUS DIAS, PARA *
002610* RECORTAR EL DIA DE LAS PLANTILLAS COMO HACE RECURGEN.      *
002620*----------------------------------------------------------*
002630 01  WS-MESES-COUNT              PIC 9(03) COMP VALUE ZERO.
002640 01  WS-MESES.
002650     05 WS-MES-ENTRY OCCURS 5 TIMES.
002660         10 MS-PERIODO         PIC 9(06).
002670         10 MS-DIAS            PIC 9(02).
002680
002690*----------------------------------------------------------*
002700* GRUPOS DE PAGO: NETO Y BRUTO DE LA ULTIMA NOMINA DE SUS    *
002710* EMPLEADOS ACTIVOS (GRUPO EN BLANCO = MN, COMO EN PAYCALC). *
002720*----------------------------------------------------------*
002730 01  WS-GRP-TAB-COUNT            PIC 9(03) COMP VALUE ZERO.
002740 01  WS-GRUPOS-TABLA.
002750     05 WS-GRP-ENTRY OCCURS 1 TO 50 TIMES
002760             DEPENDING ON WS-GRP-TAB-COUNT
002770             INDEXED BY WS-GRP-IDX.
002780         10 GR-CODIGO          PIC X(02).
002790         10 GR-EMPLEADOS       PIC 9(05) COMP.
002800         10 GR-NETO            PIC 9(09)V99.
002810         10 GR-BRUTO           PIC 9(09)V99.
002820         10 GR-PAGOS           PIC 9(03) COMP.
002830
002840 01  WS-TOTALES.
002850     05 WS-TOTAL-COBROS        PIC S9(11)V99 VALUE ZERO.
002860     05 WS-TOTAL-PROVEEDORES   PIC S9(11)V99 VALUE ZERO.
002870     05 WS-TOTAL-NOMINA        PIC S9(11)V99 VALUE ZERO.
002880     05 WS-TOTAL-SEG-SOCIAL    PIC S9(11)V99 VALUE ZERO.
002890     05 WS-TOTAL-PERIODICOS    PIC S9(11)V99 VALUE ZERO.
002900     05 WS-SALDO-FINAL         PIC S9(11)V99 VALUE ZERO.
002910
002920 01  WS-TITULO-LINE.
002930     05 FILLER                  PIC X(38)
002940         VALUE "PREVISION DE TESORERIA A 13 SEMANAS".
002950     05 FILLER                  PIC X(06) VALUE "DESDE ".
002960     05 TT-DESDE                PIC 9(08).
002970     05 FILLER                  PIC X(07) VALUE " HASTA ".
002980     05 TT-HASTA                PIC 9(08).
002990
003000 01  WS-BANCO-LINE.
003010     05 FILLER                  PIC X(16)
003020         VALUE "CUENTA DE BANCO ".
003030     05 BL-CUENTA               PIC 9(06).
003040     05 FILLER                  PIC X(02) VALUE SPACES.
003050     05 BL-NOMBRE               PIC X(20).
003060     05 FILLER                  PIC X(02) VALUE SPACES.
003070     05 BL-SALDO                PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
003080
003090 01  WS-CABECERA-1.
003100     05 FILLER                  PIC X(13) VALUE "SEM  DESDE".
003110     05 FILLER                  PIC X(16)
003120         VALUE "         COBROS ".
003130     05 FILLER                  PIC X(16)
003140         VALUE "    PROVEEDORES ".
003150     05 FILLER                  PIC X(16)
003160         VALUE "         NOMINA ".
003170     05 FILLER                  PIC X(16)
003180         VALUE "     SEG.SOCIAL ".
003190
003200 01  WS-DET-LINE-1.
003210     05 FILLER                  PIC X(01) VALUE SPACE.
003220     05 D1-SEMANA               PIC Z9.
003230     05 FILLER                  PIC X(02) VALUE SPACES.
003240     05 D1-FECHA                PIC 9(08).
003250     05 FILLER                  PIC X(01) VALUE SPACE.
003260     05 D1-COBROS               PIC ZZZ.ZZZ.ZZ9,99-.
003270     05 FILLER                  PIC X(01) VALUE SPACE.
003280     05 D1-PROVEEDORES          PIC ZZZ.ZZZ.ZZ9,99-.
003290     05 FILLER                  PIC X(01) VALUE SPACE.
003300     05 D1-NOMINA               PIC ZZZ.ZZZ.ZZ9,99-.
003310     05 FILLER                  PIC X(01) VALUE SPACE.
003320     05 D1-SEG-SOCIAL           PIC ZZZ.ZZZ.ZZ9,99-.
003330
003340 01  WS-CABECERA-2.
003350     05 FILLER                  PIC X(13) VALUE "SEM  DESDE".
003360     05 FILLER                  PIC X(16)
003370         VALUE "     PERIODICOS ".
003380     05 FILLER                  PIC X(16)
003390         VALUE "    NETO SEMANA ".
003400     05 FILLER                  PIC X(19)
003410         VALUE "    SALDO PREVISTO ".
003420
003430 01  WS-DET-LINE-2.
003440     05 FILLER                  PIC X(01) VALUE SPACE.
003450     05 D2-SEMANA               PIC Z9.
003460     05 FILLER                  PIC X(02) VALUE SPACES.
003470     05 D2-FECHA                PIC 9(08).
003480     05 FILLER                  PIC X(01) VALUE SPACE.
003490     05 D2-PERIODICOS           PIC ZZZ.ZZZ.ZZ9,99-.
003500     05 FILLER                  PIC X(01) VALUE SPACE.
003510     05 D2-NETO                 PIC ZZZ.ZZZ.ZZ9,99-.
003520     05 FILLER                  PIC X(01) VALUE SPACE.
003530     05 D2-SALDO                PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
003540     05 FILLER                  PIC X(02) VALUE SPACES.
003550     05 D2-NOTA                 PIC X(11).
003560
003570 01  WS-TOTAL-LINE.
003580     05 TL-TEXTO                PIC X(30).
003590     05 FILLER                  PIC X(02) VALUE SPACES.
003600     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
003610
003620 PROCEDURE DIVISION.
003630
003640 0000-MAINLINE.
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003660     PERFORM 2000-PROVEEDORES THRU 2000-EXIT.
003670     PERFORM 3000-COBROS THRU 3000-EXIT.
003680     PERFORM 4000-NOMINA THRU 4000-EXIT.
003690     PERFORM 5000-PERIODICOS THRU 5000-EXIT.
003700     PERFORM 8000-INFORME THRU 8000-EXIT.
003710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003720     GOBACK.
003730
003740 1000-INITIALIZE.
003750     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003760     OPEN INPUT LEDGER-MASTER-FILE.
003770     IF NOT WS-LEDGMSTR-OK
003780         DISPLAY "TESOPREV: ERROR ABRIENDO LEDGMSTR "
003790             WS-LEDGMSTR-STATUS
003800         GO TO ABEND-CLEANUP
003810     END-IF
003820     OPEN OUTPUT TESO-RPT-FILE.
003830     IF NOT WS-TESORPT-OK
003840         DISPLAY "TESOPREV: ERROR ABRIENDO TESORPT "
003850             WS-TESORPT-STATUS
003860         GO TO ABEND-CLEANUP
003870     END-IF
003880     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
003890     PERFORM 1200-HORIZONTE THRU 1200-EXIT.
003900     MOVE WS-FECHA-INICIO TO TT-DESDE
003910     MOVE WS-FECHA-FIN TO TT-HASTA
003920     MOVE WS-TITULO-LINE TO TESO-RPT-LINE
003930     WRITE TESO-RPT-LINE
003940     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
003950     MOVE SPACES TO TESO-RPT-LINE
003960     WRITE TESO-RPT-LINE
003970     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
003980     PERFORM 1300-SALDO-BANCO THRU 1300-EXIT
003990         VARYING WS-BCO-SUB FROM 1 BY 1
004000         UNTIL WS-BCO-SUB > WS-BANCO-COUNT.
004010     CLOSE LEDGER-MASTER-FILE.
004020     MOVE "SALDO INICIAL DE BANCOS" TO TL-TEXTO
004030     MOVE WS-SALDO-INICIAL TO TL-IMPORTE
004040     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT.
004050 1000-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------*
004090* TESOPARM ES OBLIGATORIO: AL MENOS UNA CUENTA DE BANCO. LA  *
004100* FECHA, EL MINIMO Y EL PORCENTAJE PATRONAL SON OPCIONALES.  *
004110*----------------------------------------------------------*
004120 1100-LEER-PARM.
004130     OPEN INPUT PARM-FILE.
004140     IF NOT WS-TESOPARM-OK
004150         DISPLAY "TESOPREV: ERROR ABRIENDO TESOPARM "
004160             WS-TESOPARM-STATUS
004170         GO TO ABEND-CLEANUP
004180     END-IF
004190     READ PARM-FILE
004200         AT END
004210             DISPLAY "TESOPREV: TESOPARM VACIO"
004220             GO TO ABEND-CLEANUP
004230     END-READ
004240     MOVE WS-FECHA-PROCESO TO WS-FECHA-INICIO
004250     IF PI-FECHA-INICIO-N IS NUMERIC
004260         AND PI-FECHA-INICIO-N NOT = ZERO
004270         MOVE PI-FECHA-INICIO-N TO WS-FECHA-INICIO
004280     END-IF
004290     IF PI-SALDO-MINIMO-N IS NUMERIC
004300         MOVE PI-SALDO-MINIMO-N TO WS-SALDO-MINIMO
004310     END-IF
004320     IF PI-PATRONAL-PCT-N IS NUMERIC
004330         AND PI-PATRONAL-PCT-N NOT = ZERO
004340         MOVE PI-PATRONAL-PCT-N TO WS-PATRONAL-PORCENTAJE
004350     END-IF
004360     PERFORM 1110-CUENTA-PARM THRU 1110-EXIT
004370         VARYING WS-PARM-SUB FROM 1 BY 1
004380         UNTIL WS-PARM-SUB > 5.
004390     IF WS-BANCO-COUNT = ZERO
004400         DISPLAY "TESOPREV: TESOPARM SIN CUENTAS DE BANCO"
004410         GO TO ABEND-CLEANUP
004420     END-IF
004430     CLOSE PARM-FILE.
004440 1100-EXIT.
004450     EXIT.
004460
004470 1110-CUENTA-PARM.
004480     IF PI-CUENTA-BANCO (WS-PARM-SUB) IS NUMERIC
004490         AND PI-CUENTA-BANCO (WS-PARM-SUB) NOT = ZERO
004500         ADD 1 TO WS-BANCO-COUNT
004510         MOVE PI-CUENTA-BANCO (WS-PARM-SUB)
004520             TO WS-BANCO-CUENTA (WS-BANCO-COUNT)
004530     END-IF.
004540 1110-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------*
004580* TRECE SEMANAS DE SIETE DIAS DESDE LA FECHA DE INICIO, Y    *
004590* LOS MESES QUE CUBREN CON SUS DIAS.                         *
004600*----------------------------------------------------------*
004610 1200-HORIZONTE.
004620     COMPUTE WS-DIA-INICIO =
004630         FUNCTION INTEGER-OF-DATE(WS-FECHA-INICIO)
004640     IF WS-DIA-INICIO NOT > ZERO
004650         DISPLAY "TESOPREV: FECHA DE INICIO INVALIDA "
004660             WS-FECHA-INICIO
004670         GO TO ABEND-CLEANUP
004680     END-IF
004690     COMPUTE WS-FECHA-FIN =
004700         FUNCTION DATE-OF-INTEGER(WS-DIA-INICIO + 90)
004710     INITIALIZE WS-SEMANAS
004720     PERFORM 1210-FECHA-SEMANA THRU 1210-EXIT
004730         VARYING WS-SEM-SUB FROM 1 BY 1
004740         UNTIL WS-SEM-SUB > 13.
004750     DIVIDE WS-FECHA-INICIO BY 100 GIVING WS-PERIODO
004760     DIVIDE WS-FECHA-FIN BY 100 GIVING WS-PERIODO-FIN
004770     PERFORM 1250-DIAS-DEL-MES THRU 1250-EXIT
004780         UNTIL WS-PERIODO > WS-PERIODO-FIN.
004790 1200-EXIT.
004800     EXIT.
004810
004820 1210-FECHA-SEMANA.
004830     COMPUTE SM-FECHA (WS-SEM-SUB) =
004840         FUNCTION DATE-OF-INTEGER
004850             (WS-DIA-INICIO + (WS-SEM-SUB - 1) * 7).
004860 1210-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------*
004900* DIAS DEL MES DE WS-PERIODO (FEBRERO SEGUN ANIO BISIESTO)   *
004910* A LA TABLA DE MESES, Y AVANCE AL MES SIGUIENTE.            *
004920*----------------------------------------------------------*
004930 1250-DIAS-DEL-MES.
004940     ADD 1 TO WS-MESES-COUNT
004950     MOVE WS-PERIODO TO MS-PERIODO (WS-MESES-COUNT)
004960     MOVE "N" TO WS-BISIESTO-SW
004970     DIVIDE WS-PER-ANIO BY 4 GIVING WS-ANIO-DIV
004980         REMAINDER WS-ANIO-RESTO-4
004990     DIVIDE WS-PER-ANIO BY 100 GIVING WS-ANIO-DIV
005000         REMAINDER WS-ANIO-RESTO-100
005010     DIVIDE WS-PER-ANIO BY 400 GIVING WS-ANIO-DIV
005020         REMAINDER WS-ANIO-RESTO-400
005030     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
005040         OR WS-ANIO-RESTO-400 = 0
005050         MOVE "S" TO WS-BISIESTO-SW
005060     END-IF
005070     EVALUATE WS-PER-MES
005080         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
005090             MOVE 31 TO MS-DIAS (WS-MESES-COUNT)
005100         WHEN 4 WHEN 6 WHEN 9 WHEN 11
005110             MOVE 30 TO MS-DIAS (WS-MESES-COUNT)
005120         WHEN 2
005130             IF WS-ANIO-BISIESTO
005140                 MOVE 29 TO MS-DIAS (WS-MESES-COUNT)
005150             ELSE
005160                 MOVE 28 TO MS-DIAS (WS-MESES-COUNT)
005170             END-IF
005180     END-EVALUATE
005190     IF WS-PER-MES = 12
005200         ADD 1 TO WS-PER-ANIO
005210         MOVE 1 TO WS-PER-MES
005220     ELSE
005230         ADD 1 TO WS-PER-MES
005240     END-IF.
005250 1250-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290* SALDO DE CADA CUENTA DE BANCO EN LEDGMSTR (DEUDOR EN       *
005300* POSITIVO, EN MONEDA FUNCIONAL COMO LO DEJA CREDITO).       *
005310*----------------------------------------------------------*
005320 1300-SALDO-BANCO.
005330     MOVE WS-BANCO-CUENTA (WS-BCO-SUB) TO LEDG-ACCT-ID
005340     READ LEDGER-MASTER-FILE
005350         INVALID KEY
005360             DISPLAY "TESOPREV: CUENTA DE BANCO NO EXISTE "
005370                 WS-BANCO-CUENTA (WS-BCO-SUB)
005380             GO TO ABEND-CLEANUP
005390     END-READ
005400     ADD LEDG-SALDO TO WS-SALDO-INICIAL
005410     MOVE LEDG-ACCT-ID TO BL-CUENTA
005420     MOVE LEDG-NOMBRE-CUENTA TO BL-NOMBRE
005430     MOVE LEDG-SALDO TO BL-SALDO
005440     MOVE WS-BANCO-LINE TO TESO-RPT-LINE
005450     WRITE TESO-RPT-LINE
005460     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
005470 1300-EXIT.
005480     EXIT.
005490
005500*----------------------------------------------------------*
005510* FACTURAS DE PROVEEDOR NO PAGADAS (PENDIENTES, PROPUESTAS Y *
005520* BLOQUEADAS) POR FAC-FECHA-VENCE, POR LO QUE SE VA A        *
005530* TRANSFERIR: EL IMPORTE MENOS LA RETENCION. LOS ABONOS      *
005540* RESTAN DE LA SEMANA EN QUE VENCEN.                         *
005550*----------------------------------------------------------*
005560 2000-PROVEEDORES.
005570     OPEN INPUT FACTURA-MASTER-FILE.
005580     IF NOT WS-FACMSTR-OK
005590         DISPLAY "TESOPREV: ERROR ABRIENDO FACMSTR "
005600             WS-FACMSTR-STATUS
005610         GO TO ABEND-CLEANUP
005620     END-IF
005630     PERFORM 2100-LEER-FACTURA THRU 2100-EXIT
005640         UNTIL WS-EOF-FAC.
005650     CLOSE FACTURA-MASTER-FILE.
005660 2000-EXIT.
005670     EXIT.
005680
005690 2100-LEER-FACTURA.
005700     READ FACTURA-MASTER-FILE
005710         AT END
005720             SET WS-EOF-FAC TO TRUE
005730             GO TO 2100-EXIT
005740     END-READ
005750     IF NOT WS-FACMSTR-OK
005760         DISPLAY "TESOPREV: ERROR LEYENDO FACMSTR "
005770             WS-FACMSTR-STATUS
005780         GO TO ABEND-CLEANUP
005790     END-IF
005800     IF FAC-PAGADA
005810         GO TO 2100-EXIT
005820     END-IF
005830     IF FAC-MONEDA NOT = WS-MONEDA-FUNCIONAL
005840         ADD 1 TO WS-OTRA-MONEDA-COUNT
005850         GO TO 2100-EXIT
005860     END-IF
005870     MOVE FAC-FECHA-VENCE TO WS-FECHA-MOV
005880     PERFORM 6000-SEMANA-DE-FECHA THRU 6000-EXIT
005890     IF WS-SEM-SUB = ZERO
005900         GO TO 2100-EXIT
005910     END-IF
005920     MOVE FAC-IMPORTE TO WS-IMPORTE
005930     IF FAC-IMPORTE-RETENIDO IS NUMERIC
005940         SUBTRACT FAC-IMPORTE-RETENIDO FROM WS-IMPORTE
005950     END-IF
005960     ADD 1 TO WS-FACTURAS-COUNT
005970     IF FAC-ES-ABONO
005980         SUBTRACT WS-IMPORTE FROM SM-PROVEEDORES (WS-SEM-SUB)
005990     ELSE
006000         ADD WS-IMPORTE TO SM-PROVEEDORES (WS-SEM-SUB)
006010     END-IF.
006020 2100-EXIT.
006030     EXIT.
006040
006050*----------------------------------------------------------*
006060* COBROS ESPERADOS: FACTURAS DE VENTA PENDIENTES POR SU      *
006070* FVE-FECHA-VENCE, POR EL TOTAL CON IVA.                     *
006080*----------------------------------------------------------*
006090 3000-COBROS.
006100     OPEN INPUT FACTURA-VENTA-FILE.
006110     IF NOT WS-FVEMSTR-OK
006120         DISPLAY "TESOPREV: ERROR ABRIENDO FVEMSTR "
006130             WS-FVEMSTR-STATUS
006140         GO TO ABEND-CLEANUP
006150     END-IF
006160     PERFORM 3100-LEER-FVENTA THRU 3100-EXIT
006170         UNTIL WS-EOF-FVE.
006180     CLOSE FACTURA-VENTA-FILE.
006190 3000-EXIT.
006200     EXIT.
006210
006220 3100-LEER-FVENTA.
006230     READ FACTURA-VENTA-FILE NEXT
006240         AT END
006250             SET WS-EOF-FVE TO TRUE
006260             GO TO 3100-EXIT
006270     END-READ
006280     IF NOT WS-FVEMSTR-OK
006290         DISPLAY "TESOPREV: ERROR LEYENDO FVEMSTR "
006300             WS-FVEMSTR-STATUS
006310         GO TO ABEND-CLEANUP
006320     END-IF
006330     IF NOT FVE-PENDIENTE
006340         GO TO 3100-EXIT
006350     END-IF
006360     IF FVE-MONEDA NOT = WS-MONEDA-FUNCIONAL
006370         ADD 1 TO WS-OTRA-MONEDA-COUNT
006380         GO TO 3100-EXIT
006390     END-IF
006400     MOVE FVE-FECHA-VENCE TO WS-FECHA-MOV
006410     PERFORM 6000-SEMANA-DE-FECHA THRU 6000-EXIT
006420     IF WS-SEM-SUB = ZERO
006430         GO TO 3100-EXIT
006440     END-IF
006450     ADD 1 TO WS-COBROS-COUNT
006460     ADD FVE-TOTAL TO SM-COBROS (WS-SEM-SUB).
006470 3100-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------*
006510* NOMINA: PRIMERO EL NETO Y EL BRUTO POR GRUPO DE PAGO CON   *
006520* LA ULTIMA NOMINA DE NOMHIST DE CADA EMPLEADO ACTIVO; LUEGO *
006530* CADA DIA DE CALMSTR DEL HORIZONTE PAGA SUS GRUPOS.         *
006540*----------------------------------------------------------*
006550 4000-NOMINA.
006560     OPEN INPUT EMPLEADO-MASTER-FILE.
006570     IF NOT WS-EMPMSTR-OK
006580         DISPLAY "TESOPREV: ERROR ABRIENDO EMPMSTR "
006590             WS-EMPMSTR-STATUS
006600         GO TO ABEND-CLEANUP
006610     END-IF
006620     OPEN INPUT NOMINA-HIST-FILE.
006630     IF NOT WS-NOMHIST-OK
006640         DISPLAY "TESOPREV: ERROR ABRIENDO NOMHIST "
006650             WS-NOMHIST-STATUS
006660         GO TO ABEND-CLEANUP
006670     END-IF
006680     PERFORM 4100-LEER-EMPLEADO THRU 4100-EXIT
006690         UNTIL WS-EOF-EMP.
006700     CLOSE EMPLEADO-MASTER-FILE.
006710     CLOSE NOMINA-HIST-FILE.
006720     IF WS-GRP-TAB-COUNT = ZERO
006730         GO TO 4000-EXIT
006740     END-IF
006750     OPEN INPUT CALENDARIO-MASTER-FILE.
006760     IF NOT WS-CALMSTR-OK
006770         DISPLAY "TESOPREV: ERROR ABRIENDO CALMSTR "
006780             WS-CALMSTR-STATUS
006790         GO TO ABEND-CLEANUP
006800     END-IF
006810     MOVE WS-FECHA-INICIO TO CAL-FECHA
006820     START CALENDARIO-MASTER-FILE
006830         KEY IS NOT LESS THAN CAL-FECHA
006840         INVALID KEY
006850             SET WS-EOF-CAL TO TRUE
006860     END-START
006870     PERFORM 4300-LEER-CALENDARIO THRU 4300-EXIT
006880         UNTIL WS-EOF-CAL.
006890     CLOSE CALENDARIO-MASTER-FILE.
006900 4000-EXIT.
006910     EXIT.
006920
006930 4100-LEER-EMPLEADO.
006940     READ EMPLEADO-MASTER-FILE
006950         AT END
006960             SET WS-EOF-EMP TO TRUE
006970             GO TO 4100-EXIT
006980     END-READ
006990     IF NOT WS-EMPMSTR-OK
007000         DISPLAY "TESOPREV: ERROR LEYENDO EMPMSTR "
007010             WS-EMPMSTR-STATUS
007020         GO TO ABEND-CLEANUP
007030     END-IF
007040     IF NOT EMP-ACTIVO
007050         GO TO 4100-EXIT
007060     END-IF
007070     PERFORM 4200-ULTIMA-NOMINA THRU 4200-EXIT
007080     IF NOT WS-CON-HIST
007090         ADD 1 TO WS-SIN-HIST-COUNT
007100         GO TO 4100-EXIT
007110     END-IF
007120     ADD 1 TO WS-EMPLEADOS-COUNT
007130     MOVE EMP-GRUPO-PAGO TO WS-GRUPO-EMP
007140     IF WS-GRUPO-EMP = SPACES OR WS-GRUPO-EMP = LOW-VALUES
007150         MOVE "MN" TO WS-GRUPO-EMP
007160     END-IF
007170     SET WS-GRP-IDX TO 1
007180     IF WS-GRP-TAB-COUNT = ZERO
007190         PERFORM 4150-NUEVO-GRUPO THRU 4150-EXIT
007200     ELSE
007210         SEARCH WS-GRP-ENTRY
007220             AT END
007230                 PERFORM 4150-NUEVO-GRUPO THRU 4150-EXIT
007240             WHEN GR-CODIGO (WS-GRP-IDX) = WS-GRUPO-EMP
007250                 CONTINUE
007260         END-SEARCH
007270     END-IF
007280     ADD 1 TO GR-EMPLEADOS (WS-GRP-IDX)
007290     ADD WS-ULT-NETO TO GR-NETO (WS-GRP-IDX)
007300     ADD WS-ULT-BRUTO TO GR-BRUTO (WS-GRP-IDX).
007310 4100-EXIT.
007320     EXIT.
007330
007340 4150-NUEVO-GRUPO.
007350     IF WS-GRP-TAB-COUNT >= 50
007360         DISPLAY "TESOPREV: TABLA DE GRUPOS DE PAGO LLENA"
007370         GO TO ABEND-CLEANUP
007380     END-IF
007390     ADD 1 TO WS-GRP-TAB-COUNT
007400     SET WS-GRP-IDX TO WS-GRP-TAB-COUNT
007410     MOVE WS-GRUPO-EMP TO GR-CODIGO (WS-GRP-IDX)
007420     MOVE ZERO TO GR-EMPLEADOS (WS-GRP-IDX)
007430     MOVE ZERO TO GR-NETO (WS-GRP-IDX)
007440     MOVE ZERO TO GR-BRUTO (WS-GRP-IDX)
007450     MOVE ZERO TO GR-PAGOS (WS-GRP-IDX).
007460 4150-EXIT.
007470     EXIT.
007480
007490*----------------------------------------------------------*
007500* ULTIMO REGISTRO DE NOMHIST DEL EMPLEADO (LA CLAVE VA POR   *
007510* FECHA Y SECUENCIA, ASI QUE ES EL ULTIMO QUE SE LEE).       *
007515* LAS NOMINAS FUERA DE CICLO NO CUENTAN.                     *
007520*----------------------------------------------------------*
007530 4200-ULTIMA-NOMINA.
007540     MOVE "N" TO WS-CON-HIST-SW
007550     MOVE "N" TO WS-FIN-HIST-SW
007560     MOVE EMP-ID TO NH-EMP-ID
007570     MOVE ZERO TO NH-FECHA-NOMINA
007580     MOVE ZERO TO NH-SECUENCIA
007590     START NOMINA-HIST-FILE
007600         KEY IS NOT LESS THAN NH-CLAVE
007610         INVALID KEY
007620             GO TO 4200-EXIT
007630     END-START
007640     PERFORM 4210-LEER-NOMHIST THRU 4210-EXIT
007650         UNTIL WS-FIN-HIST.
007660 4200-EXIT.
007670     EXIT.
007680
007690 4210-LEER-NOMHIST.
007700     READ NOMINA-HIST-FILE NEXT
007710         AT END
007720             SET WS-FIN-HIST TO TRUE
007730             GO TO 4210-EXIT
007740     END-READ
007750     IF NOT WS-NOMHIST-OK
007760         DISPLAY "TESOPREV: ERROR LEYENDO NOMHIST "
007770             WS-NOMHIST-STATUS
007780         GO TO ABEND-CLEANUP
007790     END-IF
007800     IF NH-EMP-ID NOT = EMP-ID
007810         SET WS-FIN-HIST TO TRUE
007820         GO TO 4210-EXIT
007830     END-IF
007832     IF NOT NH-ORDINARIA
007835         GO TO 4210-EXIT
007838     END-IF
007840     SET WS-CON-HIST TO TRUE
007850     MOVE NH-NETO TO WS-ULT-NETO
007860     MOVE NH-SALARIO-BRUTO TO WS-ULT-BRUTO.
007870 4210-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------*
007910* DIAS DE PAGO COMO LOS VE PAYCALC: SI EL DIA MARCA GRUPOS   *
007920* PAGAN LOS LISTADOS; SI NO MARCA NINGUNO, EL CICLO MENSUAL  *
007930* MN SE PREVE EN LOS DIAS DE FIN DE PERIODO.                 *
007940*----------------------------------------------------------*
007950 4300-LEER-CALENDARIO.
007960     READ CALENDARIO-MASTER-FILE NEXT
007970         AT END
007980             SET WS-EOF-CAL TO TRUE
007990             GO TO 4300-EXIT
008000     END-READ
008010     IF NOT WS-CALMSTR-OK
008020         DISPLAY "TESOPREV: ERROR LEYENDO CALMSTR "
008030             WS-CALMSTR-STATUS
008040         GO TO ABEND-CLEANUP
008050     END-IF
008060     IF CAL-FECHA > WS-FECHA-FIN
008070         SET WS-EOF-CAL TO TRUE
008080         GO TO 4300-EXIT
008090     END-IF
008100     IF CAL-GRUPOS-PAGO = SPACES
008110         IF CAL-FIN-PERIODO
008120             MOVE "MN" TO WS-GRUPO-BUSCA
008130             PERFORM 4400-PAGAR-GRUPO THRU 4400-EXIT
008140         END-IF
008150         GO TO 4300-EXIT
008160     END-IF
008170     PERFORM 4310-GRUPO-DEL-DIA THRU 4310-EXIT
008180         VARYING WS-GRP-SUB FROM 1 BY 1
008190         UNTIL WS-GRP-SUB > 4.
008200 4300-EXIT.
008210     EXIT.
008220
008230 4310-GRUPO-DEL-DIA.
008240     IF CAL-GRUPO-PAGO (WS-GRP-SUB) NOT = SPACES
008250         MOVE CAL-GRUPO-PAGO (WS-GRP-SUB) TO WS-GRUPO-BUSCA
008260         PERFORM 4400-PAGAR-GRUPO THRU 4400-EXIT
008270     END-IF.
008280 4310-EXIT.
008290     EXIT.
008300
008310*----------------------------------------------------------*
008320* EL GRUPO COBRA ESTE DIA: SU NETO A LA SEMANA Y LA CUOTA    *
008330* PATRONAL SOBRE SU BRUTO EN EL MISMO DIA.                   *
008340*----------------------------------------------------------*
008350 4400-PAGAR-GRUPO.
008360     SET WS-GRP-IDX TO 1
008370     SEARCH WS-GRP-ENTRY
008380         AT END
008390             GO TO 4400-EXIT
008400         WHEN GR-CODIGO (WS-GRP-IDX) = WS-GRUPO-BUSCA
008410             CONTINUE
008420     END-SEARCH
008430     MOVE CAL-FECHA TO WS-FECHA-MOV
008440     PERFORM 6000-SEMANA-DE-FECHA THRU 6000-EXIT
008450     IF WS-SEM-SUB = ZERO
008460         GO TO 4400-EXIT
008470     END-IF
008480     ADD 1 TO GR-PAGOS (WS-GRP-IDX)
008490     ADD 1 TO WS-PAGOS-NOMINA-COUNT
008500     ADD GR-NETO (WS-GRP-IDX) TO SM-NOMINA (WS-SEM-SUB)
008510     COMPUTE WS-IMPORTE ROUNDED =
008520         GR-BRUTO (WS-GRP-IDX) * WS-PATRONAL-PORCENTAJE / 100
008530     ADD WS-IMPORTE TO SM-SEG-SOCIAL (WS-SEM-SUB).
008540 4400-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------*
008580* PLANTILLAS PERIODICAS ACTIVAS CUYA CUENTA ES UNA DE LAS    *
008590* DE BANCO: CADA MES DEL HORIZONTE EN QUE ESTAN VIGENTES, EN *
008600* SU DIA (RECORTADO AL FIN DE MES). DEBITO AL BANCO ENTRA,   *
008610* CREDITO SALE. LAS DE OTRAS CUENTAS NO MUEVEN CAJA.         *
008620*----------------------------------------------------------*
008630 5000-PERIODICOS.
008640     OPEN INPUT RECUR-MASTER-FILE.
008650     IF NOT WS-RECURMST-OK
008660         DISPLAY "TESOPREV: ERROR ABRIENDO RECURMST "
008670             WS-RECURMST-STATUS
008680         GO TO ABEND-CLEANUP
008690     END-IF
008700     PERFORM 5100-LEER-PLANTILLA THRU 5100-EXIT
008710         UNTIL WS-EOF-REC.
008720     CLOSE RECUR-MASTER-FILE.
008730 5000-EXIT.
008740     EXIT.
008750
008760 5100-LEER-PLANTILLA.
008770     READ RECUR-MASTER-FILE
008780         AT END
008790             SET WS-EOF-REC TO TRUE
008800             GO TO 5100-EXIT
008810     END-READ
008820     IF NOT WS-RECURMST-OK
008830         DISPLAY "TESOPREV: ERROR LEYENDO RECURMST "
008840             WS-RECURMST-STATUS
008850         GO TO ABEND-CLEANUP
008860     END-IF
008870     IF NOT REC-ACTIVA
008880         GO TO 5100-EXIT
008890     END-IF
008900     MOVE "N" TO WS-CUENTA-BANCO-SW
008910     PERFORM 5150-ES-BANCO THRU 5150-EXIT
008920         VARYING WS-BCO-SUB FROM 1 BY 1
008930         UNTIL WS-BCO-SUB > WS-BANCO-COUNT.
008940     IF NOT WS-ES-CUENTA-BANCO
008950         GO TO 5100-EXIT
008960     END-IF
008970     IF REC-MONEDA NOT = WS-MONEDA-FUNCIONAL
008980         ADD 1 TO WS-OTRA-MONEDA-COUNT
008990         GO TO 5100-EXIT
009000     END-IF
009010     ADD 1 TO WS-PLANTILLAS-COUNT
009020     PERFORM 5200-MES-PLANTILLA THRU 5200-EXIT
009030         VARYING WS-MES-SUB FROM 1 BY 1
009040         UNTIL WS-MES-SUB > WS-MESES-COUNT.
009050 5100-EXIT.
009060     EXIT.
009070
009080 5150-ES-BANCO.
009090     IF REC-ACCT-ID = WS-BANCO-CUENTA (WS-BCO-SUB)
009100         SET WS-ES-CUENTA-BANCO TO TRUE
009110     END-IF.
009120 5150-EXIT.
009130     EXIT.
009140
009150 5200-MES-PLANTILLA.
009160     IF REC-PERIODO-DESDE > MS-PERIODO (WS-MES-SUB)
009170         OR (REC-PERIODO-HASTA NOT = ZERO
009180             AND REC-PERIODO-HASTA < MS-PERIODO (WS-MES-SUB))
009190         GO TO 5200-EXIT
009200     END-IF
009210     MOVE REC-DIA-MES TO WS-DIA-APUNTE
009220     IF WS-DIA-APUNTE > MS-DIAS (WS-MES-SUB)
009230         MOVE MS-DIAS (WS-MES-SUB) TO WS-DIA-APUNTE
009240     END-IF
009250     IF WS-DIA-APUNTE = ZERO
009260         MOVE 1 TO WS-DIA-APUNTE
009270     END-IF
009280     COMPUTE WS-FECHA-MOV =
009290         MS-PERIODO (WS-MES-SUB) * 100 + WS-DIA-APUNTE
009300     IF WS-FECHA-MOV < WS-FECHA-INICIO
009310         OR WS-FECHA-MOV > WS-FECHA-FIN
009320         GO TO 5200-EXIT
009330     END-IF
009340     PERFORM 6000-SEMANA-DE-FECHA THRU 6000-EXIT
009350     IF REC-TIPO-APUNTE = "D"
009360         ADD REC-IMPORTE TO SM-PERIODICOS (WS-SEM-SUB)
009370     ELSE
009380         SUBTRACT REC-IMPORTE FROM SM-PERIODICOS (WS-SEM-SUB)
009390     END-IF.
009400 5200-EXIT.
009410     EXIT.
009420
009430*----------------------------------------------------------*
009440* SEMANA (1 A 13) DE WS-FECHA-MOV. LO VENCIDO O SIN FECHA VA *
009450* A LA PRIMERA; MAS ALLA DEL HORIZONTE DEVUELVE CERO.        *
009460*----------------------------------------------------------*
009470 6000-SEMANA-DE-FECHA.
009480     MOVE ZERO TO WS-SEM-SUB
009490     IF WS-FECHA-MOV IS NOT NUMERIC
009500         OR WS-FECHA-MOV < WS-FECHA-INICIO
009510         MOVE 1 TO WS-SEM-SUB
009520         GO TO 6000-EXIT
009530     END-IF
009540     IF WS-FECHA-MOV > WS-FECHA-FIN
009550         GO TO 6000-EXIT
009560     END-IF
009570     COMPUTE WS-DIAS =
009580         FUNCTION INTEGER-OF-DATE(WS-FECHA-MOV) - WS-DIA-INICIO
009590     IF WS-DIAS < ZERO
009600         MOVE 1 TO WS-SEM-SUB
009610         GO TO 6000-EXIT
009620     END-IF
009630     DIVIDE WS-DIAS BY 7 GIVING WS-SEM-SUB
009640     ADD 1 TO WS-SEM-SUB.
009650 6000-EXIT.
009660     EXIT.
009670
009680 7000-WRITE-TOTAL.
009690     MOVE WS-TOTAL-LINE TO TESO-RPT-LINE
009700     WRITE TESO-RPT-LINE
009710     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
009720 7000-EXIT.
009730     EXIT.
009740
009750 7100-CHECK-RPT.
009760     IF NOT WS-TESORPT-OK
009770         DISPLAY "TESOPREV: ERROR ESCRIBIENDO TESORPT "
009780             WS-TESORPT-STATUS
009790         GO TO ABEND-CLEANUP
009800     END-IF.
009810 7100-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------*
009850* SALDO ARRASTRADO SEMANA A SEMANA: DOS BLOQUES, EL DETALLE  *
009860* DE MOVIMIENTOS Y EL SALDO PREVISTO CON LA MARCA DE LAS     *
009870* SEMANAS QUE QUEDAN POR DEBAJO DEL MINIMO DE TESOPARM.      *
009880*----------------------------------------------------------*
009890 8000-INFORME.
009900     MOVE WS-SALDO-INICIAL TO WS-SALDO-FINAL
009910     MOVE SPACES TO TESO-RPT-LINE
009920     WRITE TESO-RPT-LINE
009930     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
009940     MOVE WS-CABECERA-1 TO TESO-RPT-LINE
009950     WRITE TESO-RPT-LINE
009960     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
009970     PERFORM 8100-MOVIMIENTOS THRU 8100-EXIT
009980         VARYING WS-SEM-SUB FROM 1 BY 1
009990         UNTIL WS-SEM-SUB > 13.
010000     MOVE SPACES TO TESO-RPT-LINE
010010     WRITE TESO-RPT-LINE
010020     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
010030     MOVE WS-CABECERA-2 TO TESO-RPT-LINE
010040     WRITE TESO-RPT-LINE
010050     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
010060     PERFORM 8200-SALDO THRU 8200-EXIT
010070         VARYING WS-SEM-SUB FROM 1 BY 1
010080         UNTIL WS-SEM-SUB > 13.
010090     MOVE SPACES TO TESO-RPT-LINE
010100     WRITE TESO-RPT-LINE
010110     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
010120     MOVE "TOTAL COBROS" TO TL-TEXTO
010130     MOVE WS-TOTAL-COBROS TO TL-IMPORTE
010140     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010150     MOVE "TOTAL PROVEEDORES" TO TL-TEXTO
010160     MOVE WS-TOTAL-PROVEEDORES TO TL-IMPORTE
010170     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010180     MOVE "TOTAL NOMINA NETA" TO TL-TEXTO
010190     MOVE WS-TOTAL-NOMINA TO TL-IMPORTE
010200     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010210     MOVE "TOTAL CUOTA PATRONAL" TO TL-TEXTO
010220     MOVE WS-TOTAL-SEG-SOCIAL TO TL-IMPORTE
010230     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010240     MOVE "TOTAL PERIODICOS (NETO)" TO TL-TEXTO
010250     MOVE WS-TOTAL-PERIODICOS TO TL-IMPORTE
010260     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010270     MOVE "SALDO PREVISTO AL FINAL" TO TL-TEXTO
010280     MOVE WS-SALDO-FINAL TO TL-IMPORTE
010290     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010300     MOVE "SALDO MINIMO" TO TL-TEXTO
010310     MOVE WS-SALDO-MINIMO TO TL-IMPORTE
010320     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010330     MOVE "SEMANAS BAJO EL MINIMO" TO TL-TEXTO
010340     MOVE WS-BAJO-MINIMO-COUNT TO TL-IMPORTE
010350     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010360     MOVE "EMPLEADOS SIN NOMHIST" TO TL-TEXTO
010370     MOVE WS-SIN-HIST-COUNT TO TL-IMPORTE
010380     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
010390     MOVE "DOCUMENTOS EN OTRA MONEDA" TO TL-TEXTO
010400     MOVE WS-OTRA-MONEDA-COUNT TO TL-IMPORTE
010410     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT.
010420 8000-EXIT.
010430     EXIT.
010440
010450 8100-MOVIMIENTOS.
010460     COMPUTE SM-NETO (WS-SEM-SUB) =
010470         SM-COBROS (WS-SEM-SUB) - SM-PROVEEDORES (WS-SEM-SUB)
010480         - SM-NOMINA (WS-SEM-SUB) - SM-SEG-SOCIAL (WS-SEM-SUB)
010490         + SM-PERIODICOS (WS-SEM-SUB)
010500     ADD SM-NETO (WS-SEM-SUB) TO WS-SALDO-FINAL
010510     MOVE WS-SALDO-FINAL TO SM-SALDO (WS-SEM-SUB)
010520     ADD SM-COBROS (WS-SEM-SUB) TO WS-TOTAL-COBROS
010530     ADD SM-PROVEEDORES (WS-SEM-SUB) TO WS-TOTAL-PROVEEDORES
010540     ADD SM-NOMINA (WS-SEM-SUB) TO WS-TOTAL-NOMINA
010550     ADD SM-SEG-SOCIAL (WS-SEM-SUB) TO WS-TOTAL-SEG-SOCIAL
010560     ADD SM-PERIODICOS (WS-SEM-SUB) TO WS-TOTAL-PERIODICOS
010570     MOVE WS-SEM-SUB TO D1-SEMANA
010580     MOVE SM-FECHA (WS-SEM-SUB) TO D1-FECHA
010590     MOVE SM-COBROS (WS-SEM-SUB) TO D1-COBROS
010600     MOVE SM-PROVEEDORES (WS-SEM-SUB) TO D1-PROVEEDORES
010610     MOVE SM-NOMINA (WS-SEM-SUB) TO D1-NOMINA
010620     MOVE SM-SEG-SOCIAL (WS-SEM-SUB) TO D1-SEG-SOCIAL
010630     MOVE WS-DET-LINE-1 TO TESO-RPT-LINE
010640     WRITE TESO-RPT-LINE
010650     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
010660 8100-EXIT.
010670     EXIT.
010680
010690 8200-SALDO.
010700     MOVE SPACES TO D2-NOTA
010710     IF SM-SALDO (WS-SEM-SUB) < WS-SALDO-MINIMO
010720         ADD 1 TO WS-BAJO-MINIMO-COUNT
010730         MOVE "BAJO MINIMO" TO D2-NOTA
010740     END-IF
010750     MOVE WS-SEM-SUB TO D2-SEMANA
010760     MOVE SM-FECHA (WS-SEM-SUB) TO D2-FECHA
010770     MOVE SM-PERIODICOS (WS-SEM-SUB) TO D2-PERIODICOS
010780     MOVE SM-NETO (WS-SEM-SUB) TO D2-NETO
010790     MOVE SM-SALDO (WS-SEM-SUB) TO D2-SALDO
010800     MOVE WS-DET-LINE-2 TO TESO-RPT-LINE
010810     WRITE TESO-RPT-LINE
010820     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
010830 8200-EXIT.
010840     EXIT.
010850
010860 9000-TERMINATE.
010870     CLOSE TESO-RPT-FILE.
010880     DISPLAY "TESOPREV: FACTURAS " WS-FACTURAS-COUNT
010890         " COBROS " WS-COBROS-COUNT
010900         " EMPLEADOS " WS-EMPLEADOS-COUNT.
010910     DISPLAY "TESOPREV: PAGOS DE NOMINA " WS-PAGOS-NOMINA-COUNT
010920         " PLANTILLAS " WS-PLANTILLAS-COUNT
010930         " SEMANAS BAJO MINIMO " WS-BAJO-MINIMO-COUNT.
010940     IF WS-BAJO-MINIMO-COUNT > ZERO
010950         MOVE 4 TO RETURN-CODE
010960     END-IF.
010970 9000-EXIT.
010980     EXIT.
010990
011000 ABEND-CLEANUP.
011010     DISPLAY "TESOPREV: TERMINACION ANORMAL - CERRANDO FICHEROS".
011020     CLOSE LEDGER-MASTER-FILE.
011030     CLOSE FACTURA-MASTER-FILE.
011040     CLOSE FACTURA-VENTA-FILE.
011050     CLOSE EMPLEADO-MASTER-FILE.
011060     CLOSE NOMINA-HIST-FILE.
011070     CLOSE CALENDARIO-MASTER-FILE.
011080     CLOSE RECUR-MASTER-FILE.
011090     CLOSE PARM-FILE.
011100     CLOSE TESO-RPT-FILE.
011110     MOVE 16 TO RETURN-CODE.
011120     GOBACK.
011130
011140     END PROGRAM TESOPREV.

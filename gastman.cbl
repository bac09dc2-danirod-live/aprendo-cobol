000010*----------------------------------------------------------*
000020* GASTMAN - MANTENIMIENTO DEL FICHERO DE NOTAS DE GASTOS DE  *
000030* VIAJE DE EMPLEADOS                                         *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. GASTMAN.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, CALCADA DE AUSENMAN: LEE  *
000150*                EL FICHERO DE TRANSACCIONES GASTRAN Y LO    *
000160*                APLICA CONTRA EL FICHERO INDEXADO GASMSTR   *
000170*                (COPY GASTOS, CLAVE EMP-ID + NUMERO DE      *
000180*                NOTA). CODIGOS: A ALTA (PENDIENTE, O        *
000190*                APROBADA SI TRAE APROBADOR), P APROBAR,     *
000200*                R RECHAZAR Y D BAJA (NO SI YA LIQUIDADA).   *
000210* 2026-10-15 DR  EL APROBADOR DEBE EXISTIR EN OPERMSTR CON   *
000220*                NIVEL S (SUPERVISOR) Y SER DEL MISMO        *
000230*                DEPARTAMENTO QUE EL EMPLEADO. AL APROBAR,   *
000240*                EL IMPORTE SE PASA A LA MONEDA DE LA        *
000250*                NOMINA CON LAS TASAS DE TASAMSTR VIGENTES   *
000260*                EN LA FECHA DEL GASTO Y QUEDA FIJO EN       *
000270*                GAS-IMPORTE-NOMINA PARA PAYCALC.            *
000280* 2026-10-15 DR  CADA MOVIMIENTO APLICADO DEJA SU RASTRO EN  *
000290*                GASAUDIT (IMAGEN ANTES/DESPUES) Y AL FINAL  *
000300*                SE EMITE GASTRPT CON EL TOTAL POR EMPLEADO  *
000310*                DE NOTAS PENDIENTES, APROBADAS Y PAGADAS    *
000320*                EN EL EJERCICIO, PARA PERSONAL.             *
000330* 2026-10-15 DR  UNA APROBACION O UN RECHAZO SIN APROBADOR   *
000340*                TOMA POR DEFECTO AL JEFE DEL DEPARTAMENTO   *
000350*                DEL EMPLEADO EN DEPTMSTR                    *
000360*                (DEPT-JEFE-EMP-ID), SUBIENDO POR LOS        *
000370*                DEPARTAMENTOS PADRE SI NO TIENE O ES EL     *
000380*                MISMO EMPLEADO. EL JEFE DEBE ESTAR ACTIVO   *
000390*                EN EMPMSTR Y QUEDA COMO APROBADOR CON SU    *
000400*                EMP-ID; SIN JEFE LA TRANSACCION SE RECHAZA. *
000410* 2026-10-15 DR  TASAMSTR LLEVA LA MONEDA BASE EN LA CLAVE:  *
000420*                SE BUSCAN LAS TASAS DE BASE USD (TAS-TASA,  *
000430*                ANTES TAS-TASA-USD).                        *
000440*----------------------------------------------------------*
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SPECIAL-NAMES.
000490     DECIMAL-POINT IS COMMA.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT GASTO-MASTER-FILE ASSIGN TO "GASMSTR"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS GAS-CLAVE
000570         FILE STATUS IS WS-GASMSTR-STATUS.
000580
000590     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS EMP-ID
000630         FILE STATUS IS WS-EMPMSTR-STATUS.
000640
000650     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMSTR"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS OP-ID
000690         FILE STATUS IS WS-OPERMSTR-STATUS.
000700
000710     SELECT TASA-MASTER-FILE ASSIGN TO "TASAMSTR"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS TAS-CLAVE
000750         FILE STATUS IS WS-TASAMSTR-STATUS.
000760
000770     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS DEPT-CODIGO
000810         FILE STATUS IS WS-DEPTMSTR-STATUS.
000820
000830     SELECT GAS-TRANS-FILE ASSIGN TO "GASTRAN"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-GASTRAN-STATUS.
000860
000870     SELECT GAS-AUDIT-FILE ASSIGN TO "GASAUDIT"
000880         ORGANIZATION IS SEQUENTIAL
000890         FILE STATUS IS WS-GASAUDIT-STATUS.
000900
000910     SELECT GAS-RPT-FILE ASSIGN TO "GASTRPT"
000920         ORGANIZATION IS LINE SEQUENTIAL
000930         FILE STATUS IS WS-GASTRPT-STATUS.
000940
000950 DATA DIVISION.
000960 FILE SECTION.
000970 FD  GASTO-MASTER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY GASTOS.
001000
001010 FD  EMPLEADO-MASTER-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY EMPLEADO.
001040
001050 FD  OPERADOR-MASTER-FILE
001060     LABEL RECORDS ARE STANDARD.
001070     COPY OPERAUT.
001080
001090 FD  TASA-MASTER-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY TASAS.
001120
001130 FD  DEPTO-MASTER-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY DEPTO.
001160
001170 FD  GAS-TRANS-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 01  GAS-TRANS-REC.
001200     05 GTR-TRANS-CODE          PIC X(01).
001210         88 GTR-ADD                 VALUE "A".
001220         88 GTR-APROBAR             VALUE "P".
001230         88 GTR-RECHAZAR            VALUE "R".
001240         88 GTR-DELETE              VALUE "D".
001250     05 GTR-EMP-ID              PIC 9(06).
001260     05 GTR-NUMERO              PIC 9(04).
001270     05 GTR-TIPO                PIC X(02).
001280     05 GTR-FECHA.
001290         10 GTR-ANIO            PIC 9(04).
001300         10 GTR-MES             PIC 9(02).
001310         10 GTR-DIA             PIC 9(02).
001320     05 GTR-IMPORTE             PIC 9(07)V99.
001330     05 GTR-MONEDA              PIC X(03).
001340     05 GTR-DIAS                PIC 9(03).
001350     05 GTR-PERNOCTA            PIC X(01).
001360     05 GTR-DESCRIPCION         PIC X(20).
001370     05 GTR-APROBADOR           PIC X(08).
001380     05 GTR-USER-ID             PIC X(08).
001390
001400 FD  GAS-AUDIT-FILE
001410     LABEL RECORDS ARE STANDARD.
001420 01  GAS-AUDIT-REC.
001430     05 GAU-TIMESTAMP.
001440         10 GAU-FECHA-HOY       PIC 9(08).
001450         10 GAU-HORA-HOY        PIC 9(08).
001460     05 GAU-USER-ID             PIC X(08).
001470     05 GAU-TRANS-CODE          PIC X(01).
001480     05 GAU-EMP-ID              PIC 9(06).
001490     05 GAU-NUMERO              PIC 9(04).
001500     05 GAU-ANTES.
001510         10 GAU-ANTES-ESTADO        PIC X(01).
001520         10 GAU-ANTES-IMPORTE       PIC 9(07)V99.
001530         10 GAU-ANTES-MONEDA        PIC X(03).
001540         10 GAU-ANTES-APROBADOR     PIC X(08).
001550     05 GAU-DESPUES.
001560         10 GAU-DESPUES-ESTADO      PIC X(01).
001570         10 GAU-DESPUES-IMPORTE     PIC 9(07)V99.
001580         10 GAU-DESPUES-MONEDA      PIC X(03).
001590         10 GAU-DESPUES-APROBADOR   PIC X(08).
001600         10 GAU-DESPUES-NOMINA      PIC 9(07)V99.
001610
001620 FD  GAS-RPT-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 01  GAS-RPT-LINE               PIC X(80).
001650
001660 WORKING-STORAGE SECTION.
001670 01  WS-GASMSTR-STATUS          PIC X(02) VALUE SPACES.
001680     88 WS-GASMSTR-OK               VALUE "00".
001690     88 WS-GASMSTR-NOT-FOUND        VALUE "23".
001700     88 WS-GASMSTR-DUPLICATE        VALUE "22".
001710     88 WS-GASMSTR-NO-FILE          VALUE "35".
001720
001730 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001740     88 WS-EMPMSTR-OK               VALUE "00".
001750
001760 01  WS-OPERMSTR-STATUS         PIC X(02) VALUE SPACES.
001770     88 WS-OPERMSTR-OK              VALUE "00".
001780
001790 01  WS-TASAMSTR-STATUS         PIC X(02) VALUE SPACES.
001800     88 WS-TASAMSTR-OK              VALUE "00".
001810     88 WS-TASAMSTR-NO-FILE         VALUE "35".
001820
001830 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
001840     88 WS-DEPTMSTR-OK              VALUE "00".
001850     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
001860
001870 01  WS-GASTRAN-STATUS          PIC X(02) VALUE SPACES.
001880     88 WS-GASTRAN-OK               VALUE "00".
001890     88 WS-GASTRAN-EOF              VALUE "10".
001900
001910 01  WS-GASAUDIT-STATUS         PIC X(02) VALUE SPACES.
001920     88 WS-GASAUDIT-OK              VALUE "00".
001930     88 WS-GASAUDIT-NO-FILE         VALUE "05", "35".
001940
001950 01  WS-GASTRPT-STATUS          PIC X(02) VALUE SPACES.
001960     88 WS-GASTRPT-OK               VALUE "00".
001970
001980 01  WS-SWITCHES.
001990     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
002000         88 WS-EOF-TRANS            VALUE "Y".
002010     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
002020         88 WS-TRANS-VALIDA         VALUE "S".
002030     05 WS-APROBADOR-VALIDO-SW PIC X(01) VALUE "N".
002040         88 WS-APROBADOR-VALIDO     VALUE "S".
002050     05 WS-CONVERTIDO-SW       PIC X(01) VALUE "N".
002060         88 WS-CONVERTIDO           VALUE "S".
002070     05 WS-SIN-TASAMSTR-SW     PIC X(01) VALUE "N".
002080         88 WS-SIN-TASAMSTR         VALUE "S".
002090     05 WS-TASA-HALLADA-SW     PIC X(01) VALUE "N".
002100         88 WS-TASA-HALLADA         VALUE "S".
002110     05 WS-FIN-TASAS-SW        PIC X(01) VALUE "N".
002120         88 WS-FIN-TASAS            VALUE "S".
002130     05 WS-FIN-GASTOS-SW       PIC X(01) VALUE "N".
002140         88 WS-FIN-GASTOS           VALUE "S".
002150     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
002160         88 WS-SIN-DEPTMSTR         VALUE "S".
002170     05 WS-JEFE-HALLADO-SW     PIC X(01) VALUE "N".
002180         88 WS-JEFE-HALLADO         VALUE "S".
002190
002200 01  WS-COUNTERS.
002210     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
002220     05 WS-APROBADAS-COUNT     PIC 9(05) COMP VALUE ZERO.
002230     05 WS-RECHAZADAS-COUNT    PIC 9(05) COMP VALUE ZERO.
002240     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
002250     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
002260
002270*    MONEDA EN LA QUE SE PAGA LA NOMINA (LA DE SEPAGEN). LAS
002280*    NOTAS EN OTRA MONEDA SE CONVIERTEN A ELLA AL APROBARLAS.
002290 01  WS-MONEDA-NOMINA          PIC X(03) VALUE "EUR".
002300
002310 01  WS-FECHA-HOY              PIC 9(08) VALUE ZERO.
002320 01  WS-FECHA-HOY-ED REDEFINES WS-FECHA-HOY.
002330     05 WS-ANIO-HOY            PIC 9(04).
002340     05 WS-MMDD-HOY            PIC 9(04).
002350
002360 01  WS-FECHA-VALIDA-SW        PIC X(01) VALUE "N".
002370     88 WS-FECHA-VALIDA            VALUE "S".
002380
002390 01  WS-GAS-ANTES.
002400     05 WS-GAS-OLD-ESTADO      PIC X(01) VALUE SPACE.
002410     05 WS-GAS-OLD-IMPORTE     PIC 9(07)V99 VALUE ZERO.
002420     05 WS-GAS-OLD-MONEDA      PIC X(03) VALUE SPACES.
002430     05 WS-GAS-OLD-APROBADOR   PIC X(08) VALUE SPACES.
002440
002450 01  WS-MONEDA-BUSCADA         PIC X(03) VALUE SPACES.
002460 01  WS-FECHA-TASA             PIC 9(08) VALUE ZERO.
002470 01  WS-TASA-VIGENTE           PIC 9(03)V9(04) VALUE ZERO.
002480 01  WS-TASA-ORIGEN            PIC 9(03)V9(04) VALUE ZERO.
002490 01  WS-TASA-DESTINO           PIC 9(03)V9(04) VALUE ZERO.
002500
002510*    BUSQUEDA DEL JEFE POR LA JERARQUIA DE DEPTMSTR. EL JEFE
002520*    QUEDA COMO APROBADOR CON SU EMP-ID EN LAS 6 PRIMERAS
002530*    POSICIONES.
002540 01  WS-DEPTO-SUBE             PIC X(04) VALUE SPACES.
002550 01  WS-NIVELES-JEFE           PIC 9(02) COMP VALUE ZERO.
002560 01  WS-JEFE-APROBADOR.
002570     05 WS-JEFE-APROB-ID       PIC 9(06) VALUE ZERO.
002580     05 FILLER                 PIC X(02) VALUE SPACES.
002590
002600 01  WS-DIAS-EN-MES            PIC 9(02) COMP.
002610 01  WS-BISIESTO-SW            PIC X(01) VALUE "N".
002620     88 WS-ANIO-BISIESTO           VALUE "S".
002630
002640 01  WS-ANIO-DIV               PIC 9(04) COMP.
002650 01  WS-ANIO-RESTO-4           PIC 9(04) COMP.
002660 01  WS-ANIO-RESTO-100         PIC 9(04) COMP.
002670 01  WS-ANIO-RESTO-400         PIC 9(04) COMP.
002680
002690*    ACUMULADORES DEL LISTADO POR EMPLEADO.
002700 01  WS-EMP-ANTERIOR           PIC 9(06) VALUE ZERO.
002710 01  WS-EMP-NOTAS              PIC 9(04) COMP VALUE ZERO.
002720 01  WS-EMP-PENDIENTES         PIC 9(04) COMP VALUE ZERO.
002730 01  WS-EMP-APROBADO           PIC 9(07)V99 VALUE ZERO.
002740 01  WS-EMP-PAGADO             PIC 9(07)V99 VALUE ZERO.
002750 01  WS-TOT-NOTAS              PIC 9(05) COMP VALUE ZERO.
002760 01  WS-TOT-PENDIENTES         PIC 9(05) COMP VALUE ZERO.
002770 01  WS-TOT-APROBADO           PIC 9(09)V99 VALUE ZERO.
002780 01  WS-TOT-PAGADO             PIC 9(09)V99 VALUE ZERO.
002790
002800 01  WS-HDR-LINE.
002810     05 FILLER                  PIC X(41) VALUE
002820        "GASTOS DE VIAJE POR EMPLEADO - EJERCICIO ".
002830     05 HDR-ANIO                PIC 9(04).
002840
002850 01  WS-HDR-LINE-2.
002860     05 FILLER                  PIC X(06) VALUE "EMP-ID".
002870     05 FILLER                  PIC X(02) VALUE SPACES.
002880     05 FILLER                  PIC X(14) VALUE "APELLIDO".
002890     05 FILLER                  PIC X(02) VALUE SPACES.
002900     05 FILLER                  PIC X(05) VALUE "DEPTO".
002910     05 FILLER                  PIC X(02) VALUE SPACES.
002920     05 FILLER                  PIC X(05) VALUE "NOTAS".
002930     05 FILLER                  PIC X(05) VALUE " PEND".
002940     05 FILLER                  PIC X(16) VALUE
002950        "  APROB. A PAGAR".
002960     05 FILLER                  PIC X(16) VALUE
002970        "  PAGADO EJERC.".
002980
002990 01  WS-DET-LINE.
003000     05 DET-EMP-ID              PIC 9(06).
003010     05 FILLER                  PIC X(02) VALUE SPACES.
003020     05 DET-APELLIDO            PIC X(14).
003030     05 FILLER                  PIC X(02) VALUE SPACES.
003040     05 DET-DEPTO               PIC X(04).
003050     05 FILLER                  PIC X(03) VALUE SPACES.
003060     05 DET-NOTAS               PIC ZZZ9.
003070     05 FILLER                  PIC X(01) VALUE SPACES.
003080     05 DET-PENDIENTES          PIC ZZZ9.
003090     05 FILLER                  PIC X(02) VALUE SPACES.
003100     05 DET-APROBADO            PIC ZZ.ZZZ.ZZ9,99.
003110     05 FILLER                  PIC X(03) VALUE SPACES.
003120     05 DET-PAGADO              PIC ZZ.ZZZ.ZZ9,99.
003130
003140 01  WS-TOT-LINE.
003150     05 FILLER                  PIC X(30) VALUE
003160        "TOTAL EMPRESA".
003170     05 TOT-NOTAS               PIC ZZZZ9.
003180     05 TOT-PENDIENTES          PIC ZZZZ9.
003190     05 FILLER                  PIC X(01) VALUE SPACES.
003200     05 TOT-APROBADO            PIC ZZZ.ZZZ.ZZ9,99.
003210     05 FILLER                  PIC X(02) VALUE SPACES.
003220     05 TOT-PAGADO              PIC ZZZ.ZZZ.ZZ9,99.
003230
003240 PROCEDURE DIVISION.
003250
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
003290         UNTIL WS-EOF-TRANS.
003300     PERFORM 8000-LISTADO THRU 8000-EXIT.
003310     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003320     GOBACK.
003330
003340 1000-INITIALIZE.
003350     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003360     OPEN I-O GASTO-MASTER-FILE.
003370     IF WS-GASMSTR-NO-FILE
003380         CLOSE GASTO-MASTER-FILE
003390         OPEN OUTPUT GASTO-MASTER-FILE
003400         CLOSE GASTO-MASTER-FILE
003410         OPEN I-O GASTO-MASTER-FILE
003420     END-IF
003430     IF NOT WS-GASMSTR-OK
003440         DISPLAY "GASTMAN: ERROR ABRIENDO GASMSTR "
003450             WS-GASMSTR-STATUS
003460         GO TO ABEND-CLEANUP
003470     END-IF
003480     OPEN INPUT EMPLEADO-MASTER-FILE.
003490     IF NOT WS-EMPMSTR-OK
003500         DISPLAY "GASTMAN: ERROR ABRIENDO EMPMSTR "
003510             WS-EMPMSTR-STATUS
003520         GO TO ABEND-CLEANUP
003530     END-IF
003540     OPEN INPUT OPERADOR-MASTER-FILE.
003550     IF NOT WS-OPERMSTR-OK
003560         DISPLAY "GASTMAN: ERROR ABRIENDO OPERMSTR "
003570             WS-OPERMSTR-STATUS
003580         GO TO ABEND-CLEANUP
003590     END-IF
003600*    SIN TASAMSTR SOLO SE PUEDEN APROBAR NOTAS EN LA MONEDA DE
003610*    LA NOMINA.
003620     OPEN INPUT TASA-MASTER-FILE.
003630     IF WS-TASAMSTR-NO-FILE
003640         MOVE "S" TO WS-SIN-TASAMSTR-SW
003650     ELSE
003660         IF NOT WS-TASAMSTR-OK
003670             DISPLAY "GASTMAN: ERROR ABRIENDO TASAMSTR "
003680                 WS-TASAMSTR-STATUS
003690             GO TO ABEND-CLEANUP
003700         END-IF
003710     END-IF
003720*    SIN DEPTMSTR NO HAY APROBADOR POR DEFECTO.
003730     OPEN INPUT DEPTO-MASTER-FILE.
003740     IF WS-DEPTMSTR-NO-FILE
003750         MOVE "S" TO WS-SIN-DEPTMSTR-SW
003760     ELSE
003770         IF NOT WS-DEPTMSTR-OK
003780             DISPLAY "GASTMAN: ERROR ABRIENDO DEPTMSTR "
003790                 WS-DEPTMSTR-STATUS
003800             GO TO ABEND-CLEANUP
003810         END-IF
003820     END-IF
003830     OPEN INPUT GAS-TRANS-FILE.
003840     IF NOT WS-GASTRAN-OK
003850         DISPLAY "GASTMAN: ERROR ABRIENDO GASTRAN "
003860             WS-GASTRAN-STATUS
003870         GO TO ABEND-CLEANUP
003880     END-IF
003890     OPEN EXTEND GAS-AUDIT-FILE.
003900     IF WS-GASAUDIT-NO-FILE
003910         OPEN OUTPUT GAS-AUDIT-FILE
003920     END-IF
003930     IF NOT WS-GASAUDIT-OK
003940         DISPLAY "GASTMAN: ERROR ABRIENDO GASAUDIT "
003950             WS-GASAUDIT-STATUS
003960         GO TO ABEND-CLEANUP
003970     END-IF
003980     OPEN OUTPUT GAS-RPT-FILE.
003990     IF NOT WS-GASTRPT-OK
004000         DISPLAY "GASTMAN: ERROR ABRIENDO GASTRPT "
004010             WS-GASTRPT-STATUS
004020         GO TO ABEND-CLEANUP
004030     END-IF
004040     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004050 1000-EXIT.
004060     EXIT.
004070
004080 2000-PROCESS-TRANS.
004090     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
004100     IF WS-TRANS-VALIDA
004110         EVALUATE TRUE
004120             WHEN GTR-ADD
004130                 PERFORM 3000-ALTA-GASTO THRU 3000-EXIT
004140             WHEN GTR-APROBAR
004150                 PERFORM 4000-APROBAR-GASTO THRU 4000-EXIT
004160             WHEN GTR-RECHAZAR
004170                 PERFORM 4500-RECHAZAR-GASTO THRU 4500-EXIT
004180             WHEN GTR-DELETE
004190                 PERFORM 5000-BAJA-GASTO THRU 5000-EXIT
004200         END-EVALUATE
004210     END-IF
004220     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
004230 2000-EXIT.
004240     EXIT.
004250
004260 2100-READ-TRANS.
004270     READ GAS-TRANS-FILE
004280         AT END
004290             SET WS-EOF-TRANS TO TRUE
004300     END-READ
004310     IF NOT WS-EOF-TRANS AND NOT WS-GASTRAN-OK
004320         DISPLAY "GASTMAN: ERROR LEYENDO GASTRAN "
004330             WS-GASTRAN-STATUS
004340         GO TO ABEND-CLEANUP
004350     END-IF
004360 2100-EXIT.
004370     EXIT.
004380
004390*----------------------------------------------------------*
004400* VALIDACIONES PREVIAS: CODIGO DE TRANSACCION, DATOS DE LA   *
004410* NOTA EN UN ALTA, EMPLEADO EXISTENTE (Y ACTIVO PARA ALTAS Y *
004420* APROBACIONES) Y APROBADOR AUTORIZADO CUANDO LO HAY.        *
004430*----------------------------------------------------------*
004440 2200-VALIDA-TRANS.
004450     MOVE "N" TO WS-TRANS-VALIDA-SW
004460     IF NOT GTR-ADD AND NOT GTR-APROBAR AND NOT GTR-RECHAZAR
004470         AND NOT GTR-DELETE
004480         DISPLAY "GASTMAN: CODIGO DE TRANSACCION INVALIDO "
004490             GTR-TRANS-CODE " PARA EMPLEADO " GTR-EMP-ID
004500         ADD 1 TO WS-ERRORES-COUNT
004510         GO TO 2200-EXIT
004520     END-IF
004530     IF GTR-ADD
004540         PERFORM 2250-VALIDA-ALTA THRU 2250-EXIT
004550         IF NOT WS-TRANS-VALIDA
004560             ADD 1 TO WS-ERRORES-COUNT
004570             GO TO 2200-EXIT
004580         END-IF
004590         MOVE "N" TO WS-TRANS-VALIDA-SW
004600     END-IF
004610     MOVE GTR-EMP-ID TO EMP-ID
004620     READ EMPLEADO-MASTER-FILE
004630         INVALID KEY
004640             DISPLAY "GASTMAN: EMPLEADO NO EXISTE " GTR-EMP-ID
004650             ADD 1 TO WS-ERRORES-COUNT
004660             GO TO 2200-EXIT
004670     END-READ
004680     IF EMP-BAJA AND (GTR-ADD OR GTR-APROBAR)
004690         DISPLAY "GASTMAN: EMPLEADO DE BAJA " GTR-EMP-ID
004700         ADD 1 TO WS-ERRORES-COUNT
004710         GO TO 2200-EXIT
004720     END-IF
004730     IF GTR-APROBAR OR GTR-RECHAZAR
004740         OR (GTR-ADD AND GTR-APROBADOR NOT = SPACES)
004750         PERFORM 2500-VALIDA-APROBADOR THRU 2500-EXIT
004760         IF NOT WS-APROBADOR-VALIDO
004770             ADD 1 TO WS-ERRORES-COUNT
004780             GO TO 2200-EXIT
004790         END-IF
004800     END-IF
004810     MOVE "S" TO WS-TRANS-VALIDA-SW
004820 2200-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------*
004860* DATOS DE LA NOTA EN UN ALTA: FECHA DE CALENDARIO, TIPO DE  *
004870* GASTO, IMPORTE Y MONEDA, Y DIAS DE DESPLAZAMIENTO EN LAS   *
004880* DIETAS (DE ELLOS DEPENDE EL LIMITE EXENTO).                *
004890*----------------------------------------------------------*
004900 2250-VALIDA-ALTA.
004910     MOVE "N" TO WS-TRANS-VALIDA-SW
004920     PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
004930     IF NOT WS-FECHA-VALIDA
004940         DISPLAY "GASTMAN: FECHA INVALIDA " GTR-ANIO "/"
004950             GTR-MES "/" GTR-DIA " PARA EMPLEADO " GTR-EMP-ID
004960         GO TO 2250-EXIT
004970     END-IF
004980     MOVE GTR-TIPO TO GAS-TIPO
004990     IF NOT GAS-TIPO-VALIDO
005000         DISPLAY "GASTMAN: TIPO DE GASTO INVALIDO "
005010             GTR-TIPO " PARA EMPLEADO " GTR-EMP-ID
005020         GO TO 2250-EXIT
005030     END-IF
005040     IF GTR-IMPORTE NOT NUMERIC OR GTR-IMPORTE = ZERO
005050         DISPLAY "GASTMAN: IMPORTE INVALIDO PARA EMPLEADO "
005060             GTR-EMP-ID " NOTA " GTR-NUMERO
005070         GO TO 2250-EXIT
005080     END-IF
005090     IF GTR-MONEDA = SPACES
005100         DISPLAY "GASTMAN: FALTA LA MONEDA PARA EMPLEADO "
005110             GTR-EMP-ID " NOTA " GTR-NUMERO
005120         GO TO 2250-EXIT
005130     END-IF
005140     IF GAS-TIPO-DIETA
005150         AND (GTR-DIAS NOT NUMERIC OR GTR-DIAS = ZERO)
005160         DISPLAY "GASTMAN: DIETA SIN DIAS PARA EMPLEADO "
005170             GTR-EMP-ID " NOTA " GTR-NUMERO
005180         GO TO 2250-EXIT
005190     END-IF
005200     MOVE "S" TO WS-TRANS-VALIDA-SW
005210 2250-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------*
005250* VALIDACION DE FECHA DE CALENDARIO, CALCADA DE LA RUTINA    *
005260* 2200-VALIDA-FECHA DE CAMPOS: MES 1-12, DIA DENTRO DEL MES  *
005270* Y FEBRERO SEGUN ANIO BISIESTO.                             *
005280*----------------------------------------------------------*
005290 2300-VALIDA-FECHA.
005300     MOVE "N" TO WS-FECHA-VALIDA-SW
005310     MOVE "N" TO WS-BISIESTO-SW
005320     IF GTR-MES < 1 OR GTR-MES > 12
005330         GO TO 2300-EXIT
005340     END-IF
005350     DIVIDE GTR-ANIO BY 4 GIVING WS-ANIO-DIV
005360         REMAINDER WS-ANIO-RESTO-4
005370     DIVIDE GTR-ANIO BY 100 GIVING WS-ANIO-DIV
005380         REMAINDER WS-ANIO-RESTO-100
005390     DIVIDE GTR-ANIO BY 400 GIVING WS-ANIO-DIV
005400         REMAINDER WS-ANIO-RESTO-400
005410     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
005420         OR WS-ANIO-RESTO-400 = 0
005430         MOVE "S" TO WS-BISIESTO-SW
005440     END-IF
005450     EVALUATE GTR-MES
005460         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
005470             MOVE 31 TO WS-DIAS-EN-MES
005480         WHEN 4 WHEN 6 WHEN 9 WHEN 11
005490             MOVE 30 TO WS-DIAS-EN-MES
005500         WHEN 2
005510             IF WS-ANIO-BISIESTO
005520                 MOVE 29 TO WS-DIAS-EN-MES
005530             ELSE
005540                 MOVE 28 TO WS-DIAS-EN-MES
005550             END-IF
005560     END-EVALUATE
005570     IF GTR-DIA >= 1 AND GTR-DIA <= WS-DIAS-EN-MES
005580         MOVE "S" TO WS-FECHA-VALIDA-SW
005590     END-IF
005600 2300-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------*
005640* RASTRO DE AUDITORIA, CALCADO DE 2400-WRITE-AUDIT DE        *
005650* AUSENMAN: IMAGEN ANTES (VACIA EN UN ALTA) E IMAGEN DESPUES *
005660* (VACIA EN UNA BAJA).                                       *
005670*----------------------------------------------------------*
005680 2400-WRITE-AUDIT.
005690     ACCEPT GAU-FECHA-HOY FROM DATE YYYYMMDD.
005700     ACCEPT GAU-HORA-HOY FROM TIME.
005710     MOVE GTR-USER-ID    TO GAU-USER-ID.
005720     MOVE GTR-TRANS-CODE TO GAU-TRANS-CODE.
005730     MOVE GTR-EMP-ID     TO GAU-EMP-ID.
005740     MOVE GTR-NUMERO     TO GAU-NUMERO.
005750     MOVE WS-GAS-OLD-ESTADO    TO GAU-ANTES-ESTADO.
005760     MOVE WS-GAS-OLD-IMPORTE   TO GAU-ANTES-IMPORTE.
005770     MOVE WS-GAS-OLD-MONEDA    TO GAU-ANTES-MONEDA.
005780     MOVE WS-GAS-OLD-APROBADOR TO GAU-ANTES-APROBADOR.
005790     IF GTR-DELETE
005800         MOVE SPACES TO GAU-DESPUES
005810         MOVE ZERO TO GAU-DESPUES-IMPORTE
005820         MOVE ZERO TO GAU-DESPUES-NOMINA
005830     ELSE
005840         MOVE GAS-ESTADO         TO GAU-DESPUES-ESTADO
005850         MOVE GAS-IMPORTE        TO GAU-DESPUES-IMPORTE
005860         MOVE GAS-MONEDA         TO GAU-DESPUES-MONEDA
005870         MOVE GAS-APROBADOR      TO GAU-DESPUES-APROBADOR
005880         MOVE GAS-IMPORTE-NOMINA TO GAU-DESPUES-NOMINA
005890     END-IF
005900     WRITE GAS-AUDIT-REC.
005910     IF NOT WS-GASAUDIT-OK
005920         DISPLAY "GASTMAN: ERROR ESCRIBIENDO GASAUDIT "
005930             WS-GASAUDIT-STATUS
005940         GO TO ABEND-CLEANUP
005950     END-IF
005960 2400-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------*
006000* EL APROBADOR DEBE ESTAR EN OPERMSTR CON NIVEL SUPERVISOR Y *
006010* PERTENECER AL DEPARTAMENTO DEL EMPLEADO (EMPLEADO-MASTER   *
006020* YA LEIDO EN 2200).                                         *
006030* SIN APROBADOR EN LA TRANSACCION, EL JEFE DE DEPTMSTR.      *
006040*----------------------------------------------------------*
006050 2500-VALIDA-APROBADOR.
006060     MOVE "N" TO WS-APROBADOR-VALIDO-SW
006070     IF GTR-APROBADOR = SPACES
006080         PERFORM 2550-JEFE-POR-DEFECTO THRU 2550-EXIT
006090         GO TO 2500-EXIT
006100     END-IF
006110     MOVE GTR-APROBADOR TO OP-ID
006120     READ OPERADOR-MASTER-FILE
006130         INVALID KEY
006140             DISPLAY "GASTMAN: APROBADOR NO AUTORIZADO "
006150                 GTR-APROBADOR " NOTA " GTR-EMP-ID " "
006160                 GTR-NUMERO
006170             GO TO 2500-EXIT
006180     END-READ
006190     IF NOT OP-NIVEL-SUPERVISOR
006200         DISPLAY "GASTMAN: APROBADOR SIN NIVEL SUPERVISOR "
006210             GTR-APROBADOR " NOTA " GTR-EMP-ID " " GTR-NUMERO
006220         GO TO 2500-EXIT
006230     END-IF
006240     IF OP-DEPARTAMENTO NOT = DEPARTAMENTO
006250         DISPLAY "GASTMAN: APROBADOR DE OTRO DEPARTAMENTO "
006260             GTR-APROBADOR " " OP-DEPARTAMENTO " EMPLEADO "
006270             GTR-EMP-ID " " DEPARTAMENTO
006280         GO TO 2500-EXIT
006290     END-IF
006300     MOVE "S" TO WS-APROBADOR-VALIDO-SW
006310 2500-EXIT.
006320     EXIT.
006330
006340*----------------------------------------------------------*
006350* APROBADOR POR DEFECTO: EL JEFE DEL DEPARTAMENTO DEL        *
006360* EMPLEADO O, SI NO TIENE, ESTA DE BAJA O ES EL PROPIO       *
006370* EMPLEADO, EL DEL PRIMER DEPARTAMENTO PADRE QUE LO TENGA    *
006380* (HASTA 10 NIVELES). AL TERMINAR SE RELEE EL EMPLEADO PARA  *
006390* DEJAR EMPLEADO-MASTER COMO LO DEJO 2200.                   *
006400*----------------------------------------------------------*
006410 2550-JEFE-POR-DEFECTO.
006420     MOVE "N" TO WS-JEFE-HALLADO-SW
006430     IF WS-SIN-DEPTMSTR
006440         GO TO 2550-SIN-JEFE
006450     END-IF
006460     MOVE DEPARTAMENTO TO WS-DEPTO-SUBE
006470     MOVE ZERO TO WS-NIVELES-JEFE
006480     PERFORM 2560-SUBIR-DEPTO THRU 2560-EXIT
006490         UNTIL WS-JEFE-HALLADO OR WS-DEPTO-SUBE = SPACES
006500             OR WS-NIVELES-JEFE >= 10
006510     MOVE GTR-EMP-ID TO EMP-ID
006520     READ EMPLEADO-MASTER-FILE
006530         INVALID KEY
006540             DISPLAY "GASTMAN: ERROR RELEYENDO EMPLEADO "
006550                 GTR-EMP-ID
006560             GO TO ABEND-CLEANUP
006570     END-READ
006580     IF WS-JEFE-HALLADO
006590         MOVE WS-JEFE-APROBADOR TO GTR-APROBADOR
006600         MOVE "S" TO WS-APROBADOR-VALIDO-SW
006610         GO TO 2550-EXIT
006620     END-IF.
006630 2550-SIN-JEFE.
006640     DISPLAY "GASTMAN: SIN APROBADOR NI JEFE DE DEPARTAMENTO "
006650         "PARA EMPLEADO " GTR-EMP-ID " NOTA " GTR-NUMERO.
006660 2550-EXIT.
006670     EXIT.
006680
006690 2560-SUBIR-DEPTO.
006700     ADD 1 TO WS-NIVELES-JEFE
006710     MOVE WS-DEPTO-SUBE TO DEPT-CODIGO
006720     READ DEPTO-MASTER-FILE
006730         INVALID KEY
006740             MOVE SPACES TO WS-DEPTO-SUBE
006750             GO TO 2560-EXIT
006760     END-READ
006770     MOVE DEPT-PADRE TO WS-DEPTO-SUBE
006780     IF DEPT-JEFE-EMP-ID NOT NUMERIC
006790         OR DEPT-JEFE-EMP-ID = ZERO
006800         OR DEPT-JEFE-EMP-ID = GTR-EMP-ID
006810         GO TO 2560-EXIT
006820     END-IF
006830     MOVE DEPT-JEFE-EMP-ID TO EMP-ID
006840     READ EMPLEADO-MASTER-FILE
006850         INVALID KEY
006860             GO TO 2560-EXIT
006870     END-READ
006880     IF EMP-BAJA
006890         GO TO 2560-EXIT
006900     END-IF
006910     MOVE DEPT-JEFE-EMP-ID TO WS-JEFE-APROB-ID
006920     SET WS-JEFE-HALLADO TO TRUE.
006930 2560-EXIT.
006940     EXIT.
006950
006960*----------------------------------------------------------*
006970* ALTA DE LA NOTA. SI LA TRANSACCION TRAE APROBADOR (YA      *
006980* VALIDADO) LA NOTA ENTRA DIRECTAMENTE APROBADA.             *
006990*----------------------------------------------------------*
007000 3000-ALTA-GASTO.
007010     MOVE GTR-EMP-ID      TO GAS-EMP-ID
007020     MOVE GTR-NUMERO      TO GAS-NUMERO
007030     MOVE GTR-TIPO        TO GAS-TIPO
007040     MOVE GTR-FECHA       TO GAS-FECHA
007050     MOVE GTR-IMPORTE     TO GAS-IMPORTE
007060     MOVE GTR-MONEDA      TO GAS-MONEDA
007070     IF GAS-TIPO-DIETA
007080         MOVE GTR-DIAS     TO GAS-DIAS
007090         MOVE GTR-PERNOCTA TO GAS-PERNOCTA
007100     ELSE
007110         MOVE ZERO         TO GAS-DIAS
007120         MOVE SPACE        TO GAS-PERNOCTA
007130     END-IF
007140     MOVE GTR-DESCRIPCION TO GAS-DESCRIPCION
007150     MOVE SPACES          TO GAS-APROBADOR
007160     MOVE ZERO            TO GAS-FECHA-APROBACION
007170     MOVE ZERO            TO GAS-IMPORTE-NOMINA
007180     MOVE ZERO            TO GAS-FECHA-PAGO
007190     MOVE ZERO            TO GAS-IMPORTE-EXENTO
007200     MOVE ZERO            TO GAS-IMPORTE-SUJETO
007210     SET GAS-PENDIENTE    TO TRUE
007220     IF GTR-APROBADOR NOT = SPACES
007230         PERFORM 3500-CONVERTIR-IMPORTE THRU 3500-EXIT
007240         IF NOT WS-CONVERTIDO
007250             ADD 1 TO WS-ERRORES-COUNT
007260             GO TO 3000-EXIT
007270         END-IF
007280         MOVE GTR-APROBADOR TO GAS-APROBADOR
007290         MOVE WS-FECHA-HOY  TO GAS-FECHA-APROBACION
007300         SET GAS-APROBADA   TO TRUE
007310     END-IF
007320     WRITE GASTO-MASTER-REC
007330     IF WS-GASMSTR-OK
007340         ADD 1 TO WS-ALTAS-COUNT
007350         IF GAS-APROBADA
007360             ADD 1 TO WS-APROBADAS-COUNT
007370         END-IF
007380         MOVE SPACES TO WS-GAS-ANTES
007390         MOVE ZERO TO WS-GAS-OLD-IMPORTE
007400         PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
007410     ELSE
007420         IF WS-GASMSTR-DUPLICATE
007430             DISPLAY "GASTMAN: NOTA DUPLICADA "
007440                 GTR-EMP-ID " " GTR-NUMERO
007450         ELSE
007460             DISPLAY "GASTMAN: ALTA RECHAZADA " GTR-EMP-ID
007470                 " " GTR-NUMERO " STATUS " WS-GASMSTR-STATUS
007480         END-IF
007490         ADD 1 TO WS-ERRORES-COUNT
007500     END-IF
007510 3000-EXIT.
007520     EXIT.
007530
007540*----------------------------------------------------------*
007550* PASA GAS-IMPORTE A LA MONEDA DE LA NOMINA CON LAS TASAS    *
007560* USD DE TASAMSTR VIGENTES EN GAS-FECHA (USD ES LA BASE,     *
007570* TASA 1). SIN TASA LA NOTA NO SE PUEDE APROBAR.             *
007580*----------------------------------------------------------*
007590 3500-CONVERTIR-IMPORTE.
007600     MOVE "N" TO WS-CONVERTIDO-SW
007610     IF GAS-MONEDA = WS-MONEDA-NOMINA
007620         MOVE GAS-IMPORTE TO GAS-IMPORTE-NOMINA
007630         MOVE "S" TO WS-CONVERTIDO-SW
007640         GO TO 3500-EXIT
007650     END-IF
007660     IF WS-SIN-TASAMSTR
007670         DISPLAY "GASTMAN: SIN TASAMSTR, NO SE CONVIERTE "
007680             GAS-MONEDA " NOTA " GAS-EMP-ID " " GAS-NUMERO
007690         GO TO 3500-EXIT
007700     END-IF
007710     MOVE GAS-FECHA TO WS-FECHA-TASA
007720     MOVE GAS-MONEDA TO WS-MONEDA-BUSCADA
007730     PERFORM 3600-TASA-USD THRU 3600-EXIT
007740     IF NOT WS-TASA-HALLADA
007750         GO TO 3500-SIN-TASA
007760     END-IF
007770     MOVE WS-TASA-VIGENTE TO WS-TASA-ORIGEN
007780     MOVE WS-MONEDA-NOMINA TO WS-MONEDA-BUSCADA
007790     PERFORM 3600-TASA-USD THRU 3600-EXIT
007800     IF NOT WS-TASA-HALLADA OR WS-TASA-VIGENTE = ZERO
007810         GO TO 3500-SIN-TASA
007820     END-IF
007830     MOVE WS-TASA-VIGENTE TO WS-TASA-DESTINO
007840     COMPUTE GAS-IMPORTE-NOMINA ROUNDED =
007850         GAS-IMPORTE * WS-TASA-ORIGEN / WS-TASA-DESTINO
007860     MOVE "S" TO WS-CONVERTIDO-SW
007870     GO TO 3500-EXIT.
007880 3500-SIN-TASA.
007890     DISPLAY "GASTMAN: SIN TASA DE " WS-MONEDA-BUSCADA
007900         " A " GAS-FECHA " NOTA " GAS-EMP-ID " " GAS-NUMERO.
007910 3500-EXIT.
007920     EXIT.
007930
007940 3600-TASA-USD.
007950     IF WS-MONEDA-BUSCADA = "USD"
007960         MOVE 1 TO WS-TASA-VIGENTE
007970         SET WS-TASA-HALLADA TO TRUE
007980     ELSE
007990         PERFORM 3700-BUSCAR-TASA THRU 3700-EXIT
008000     END-IF.
008010 3600-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------*
008050* BUSCA EN TASAMSTR LA TASA DE WS-MONEDA-BUSCADA VIGENTE A   *
008060* WS-FECHA-TASA, COMO 5500-BUSCAR-TASA DE FACPAGO.           *
008070*----------------------------------------------------------*
008080 3700-BUSCAR-TASA.
008090     MOVE "N" TO WS-TASA-HALLADA-SW
008100     MOVE "N" TO WS-FIN-TASAS-SW
008110     MOVE "USD" TO TAS-MONEDA-BASE
008120     MOVE WS-MONEDA-BUSCADA TO TAS-MONEDA
008130     MOVE ZERO TO TAS-FECHA-VIGENCIA
008140     START TASA-MASTER-FILE
008150         KEY IS NOT LESS THAN TAS-CLAVE
008160         INVALID KEY
008170             MOVE "S" TO WS-FIN-TASAS-SW
008180     END-START
008190     PERFORM 3800-LEER-TASA THRU 3800-EXIT
008200         UNTIL WS-FIN-TASAS.
008210 3700-EXIT.
008220     EXIT.
008230
008240 3800-LEER-TASA.
008250     READ TASA-MASTER-FILE NEXT
008260         AT END
008270             MOVE "S" TO WS-FIN-TASAS-SW
008280     END-READ
008290     IF WS-FIN-TASAS
008300         GO TO 3800-EXIT
008310     END-IF
008320     IF NOT WS-TASAMSTR-OK
008330         DISPLAY "GASTMAN: ERROR LEYENDO TASAMSTR "
008340             WS-TASAMSTR-STATUS
008350         GO TO ABEND-CLEANUP
008360     END-IF
008370     IF TAS-MONEDA-BASE NOT = "USD"
008380         OR TAS-MONEDA NOT = WS-MONEDA-BUSCADA
008390         OR TAS-FECHA-VIGENCIA > WS-FECHA-TASA
008400         MOVE "S" TO WS-FIN-TASAS-SW
008410     ELSE
008420         MOVE TAS-TASA TO WS-TASA-VIGENTE
008430         SET WS-TASA-HALLADA TO TRUE
008440     END-IF.
008450 3800-EXIT.
008460     EXIT.
008470
008480*----------------------------------------------------------*
008490* APROBACION DE UNA NOTA PENDIENTE: SE FIJA EL IMPORTE EN LA *
008500* MONEDA DE LA NOMINA Y QUEDA LISTA PARA EL PROXIMO PAYCALC  *
008510* DEL GRUPO DE PAGO DEL EMPLEADO.                            *
008520*----------------------------------------------------------*
008530 4000-APROBAR-GASTO.
008540     MOVE GTR-EMP-ID TO GAS-EMP-ID
008550     MOVE GTR-NUMERO TO GAS-NUMERO
008560     READ GASTO-MASTER-FILE
008570         INVALID KEY
008580             DISPLAY "GASTMAN: APROBACION RECHAZADA, NO EXISTE "
008590                 "NOTA " GTR-EMP-ID " " GTR-NUMERO
008600             ADD 1 TO WS-ERRORES-COUNT
008610             GO TO 4000-EXIT
008620     END-READ
008630     IF NOT GAS-PENDIENTE
008640         DISPLAY "GASTMAN: LA NOTA NO ESTA PENDIENTE "
008650             GTR-EMP-ID " " GTR-NUMERO " ESTADO " GAS-ESTADO
008660         ADD 1 TO WS-ERRORES-COUNT
008670         GO TO 4000-EXIT
008680     END-IF
008690     PERFORM 4800-GUARDAR-ANTES THRU 4800-EXIT
008700     PERFORM 3500-CONVERTIR-IMPORTE THRU 3500-EXIT
008710     IF NOT WS-CONVERTIDO
008720         ADD 1 TO WS-ERRORES-COUNT
008730         GO TO 4000-EXIT
008740     END-IF
008750     MOVE GTR-APROBADOR TO GAS-APROBADOR
008760     MOVE WS-FECHA-HOY  TO GAS-FECHA-APROBACION
008770     SET GAS-APROBADA   TO TRUE
008780     PERFORM 4900-REWRITE-GASTO THRU 4900-EXIT
008790     IF WS-GASMSTR-OK
008800         ADD 1 TO WS-APROBADAS-COUNT
008810     END-IF
008820 4000-EXIT.
008830     EXIT.
008840
008850*----------------------------------------------------------*
008860* RECHAZO DE UNA NOTA PENDIENTE O APROBADA Y AUN NO PAGADA.  *
008870* QUEDA EN EL FICHERO COMO HISTORICO, CON EL SUPERVISOR QUE  *
008880* LA RECHAZO.                                                *
008890*----------------------------------------------------------*
008900 4500-RECHAZAR-GASTO.
008910     MOVE GTR-EMP-ID TO GAS-EMP-ID
008920     MOVE GTR-NUMERO TO GAS-NUMERO
008930     READ GASTO-MASTER-FILE
008940         INVALID KEY
008950             DISPLAY "GASTMAN: RECHAZO SIN EFECTO, NO EXISTE "
008960                 "NOTA " GTR-EMP-ID " " GTR-NUMERO
008970             ADD 1 TO WS-ERRORES-COUNT
008980             GO TO 4500-EXIT
008990     END-READ
009000     IF NOT GAS-PENDIENTE AND NOT GAS-APROBADA
009010         DISPLAY "GASTMAN: NO SE PUEDE RECHAZAR LA NOTA "
009020             GTR-EMP-ID " " GTR-NUMERO " ESTADO " GAS-ESTADO
009030         ADD 1 TO WS-ERRORES-COUNT
009040         GO TO 4500-EXIT
009050     END-IF
009060     PERFORM 4800-GUARDAR-ANTES THRU 4800-EXIT
009070     MOVE GTR-APROBADOR TO GAS-APROBADOR
009080     MOVE WS-FECHA-HOY  TO GAS-FECHA-APROBACION
009090     MOVE ZERO          TO GAS-IMPORTE-NOMINA
009100     SET GAS-RECHAZADA  TO TRUE
009110     PERFORM 4900-REWRITE-GASTO THRU 4900-EXIT
009120     IF WS-GASMSTR-OK
009130         ADD 1 TO WS-RECHAZADAS-COUNT
009140     END-IF
009150 4500-EXIT.
009160     EXIT.
009170
009180 4800-GUARDAR-ANTES.
009190     MOVE GAS-ESTADO    TO WS-GAS-OLD-ESTADO
009200     MOVE GAS-IMPORTE   TO WS-GAS-OLD-IMPORTE
009210     MOVE GAS-MONEDA    TO WS-GAS-OLD-MONEDA
009220     MOVE GAS-APROBADOR TO WS-GAS-OLD-APROBADOR.
009230 4800-EXIT.
009240     EXIT.
009250
009260 4900-REWRITE-GASTO.
009270     REWRITE GASTO-MASTER-REC
009280     IF WS-GASMSTR-OK
009290         PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
009300     ELSE
009310         DISPLAY "GASTMAN: ERROR REGRABANDO NOTA "
009320             GTR-EMP-ID " " GTR-NUMERO
009330             " STATUS " WS-GASMSTR-STATUS
009340         ADD 1 TO WS-ERRORES-COUNT
009350     END-IF.
009360 4900-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------*
009400* BAJA DE UNA NOTA. LAS LIQUIDADAS YA ESTAN EN NOMHIST Y NO  *
009410* SE BORRAN.                                                 *
009420*----------------------------------------------------------*
009430 5000-BAJA-GASTO.
009440     MOVE GTR-EMP-ID TO GAS-EMP-ID
009450     MOVE GTR-NUMERO TO GAS-NUMERO
009460     READ GASTO-MASTER-FILE
009470         INVALID KEY
009480             DISPLAY "GASTMAN: BAJA RECHAZADA, NO EXISTE "
009490                 "NOTA " GTR-EMP-ID " " GTR-NUMERO
009500             ADD 1 TO WS-ERRORES-COUNT
009510             GO TO 5000-EXIT
009520     END-READ
009530     IF GAS-LIQUIDADA
009540         DISPLAY "GASTMAN: BAJA RECHAZADA, NOTA YA PAGADA "
009550             GTR-EMP-ID " " GTR-NUMERO
009560         ADD 1 TO WS-ERRORES-COUNT
009570         GO TO 5000-EXIT
009580     END-IF
009590     PERFORM 4800-GUARDAR-ANTES THRU 4800-EXIT
009600     DELETE GASTO-MASTER-FILE
009610     IF WS-GASMSTR-OK
009620         ADD 1 TO WS-BAJAS-COUNT
009630         PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
009640     ELSE
009650         DISPLAY "GASTMAN: ERROR BORRANDO NOTA "
009660             GTR-EMP-ID " " GTR-NUMERO
009670             " STATUS " WS-GASMSTR-STATUS
009680         ADD 1 TO WS-ERRORES-COUNT
009690     END-IF
009700 5000-EXIT.
009710     EXIT.
009720
009730*----------------------------------------------------------*
009740* LISTADO GASTRPT: RECORRE GASMSTR POR CLAVE Y TOTALIZA POR  *
009750* EMPLEADO LAS NOTAS, LAS PENDIENTES DE APROBAR, LO APROBADO *
009760* PENDIENTE DE PAGO Y LO PAGADO EN NOMINA EN EL EJERCICIO.   *
009770*----------------------------------------------------------*
009780 8000-LISTADO.
009790     MOVE WS-ANIO-HOY TO HDR-ANIO
009800     MOVE WS-HDR-LINE TO GAS-RPT-LINE
009810     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009820     MOVE WS-HDR-LINE-2 TO GAS-RPT-LINE
009830     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009840     MOVE ZERO TO GAS-CLAVE
009850     START GASTO-MASTER-FILE
009860         KEY IS NOT LESS THAN GAS-CLAVE
009870         INVALID KEY
009880             MOVE "S" TO WS-FIN-GASTOS-SW
009890     END-START
009900     IF NOT WS-FIN-GASTOS
009910         PERFORM 8100-LEER-GASTO THRU 8100-EXIT
009920     END-IF
009930     IF NOT WS-FIN-GASTOS
009940         MOVE GAS-EMP-ID TO WS-EMP-ANTERIOR
009950     END-IF
009960     PERFORM 8200-ACUMULAR-GASTO THRU 8200-EXIT
009970         UNTIL WS-FIN-GASTOS.
009980     IF WS-EMP-NOTAS > ZERO
009990         PERFORM 8300-LINEA-EMPLEADO THRU 8300-EXIT
010000     END-IF
010010     MOVE WS-TOT-NOTAS      TO TOT-NOTAS
010020     MOVE WS-TOT-PENDIENTES TO TOT-PENDIENTES
010030     MOVE WS-TOT-APROBADO   TO TOT-APROBADO
010040     MOVE WS-TOT-PAGADO     TO TOT-PAGADO
010050     MOVE SPACES TO GAS-RPT-LINE
010060     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010070     MOVE WS-TOT-LINE TO GAS-RPT-LINE
010080     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
010090 8000-EXIT.
010100     EXIT.
010110
010120 8100-LEER-GASTO.
010130     READ GASTO-MASTER-FILE NEXT
010140         AT END
010150             MOVE "S" TO WS-FIN-GASTOS-SW
010160     END-READ
010170     IF NOT WS-FIN-GASTOS AND NOT WS-GASMSTR-OK
010180         DISPLAY "GASTMAN: ERROR LEYENDO GASMSTR "
010190             WS-GASMSTR-STATUS
010200         GO TO ABEND-CLEANUP
010210     END-IF.
010220 8100-EXIT.
010230     EXIT.
010240
010250 8200-ACUMULAR-GASTO.
010260     IF GAS-EMP-ID NOT = WS-EMP-ANTERIOR
010270         PERFORM 8300-LINEA-EMPLEADO THRU 8300-EXIT
010280         MOVE GAS-EMP-ID TO WS-EMP-ANTERIOR
010290     END-IF
010300     ADD 1 TO WS-EMP-NOTAS
010310     EVALUATE TRUE
010320         WHEN GAS-PENDIENTE
010330             ADD 1 TO WS-EMP-PENDIENTES
010340         WHEN GAS-APROBADA
010350             ADD GAS-IMPORTE-NOMINA TO WS-EMP-APROBADO
010360         WHEN GAS-LIQUIDADA
010370             IF GAS-FECHA-PAGO (1:4) = WS-FECHA-HOY (1:4)
010380                 ADD GAS-IMPORTE-NOMINA TO WS-EMP-PAGADO
010390             END-IF
010400     END-EVALUATE
010410     PERFORM 8100-LEER-GASTO THRU 8100-EXIT.
010420 8200-EXIT.
010430     EXIT.
010440
010450 8300-LINEA-EMPLEADO.
010460     MOVE WS-EMP-ANTERIOR TO EMP-ID
010470     READ EMPLEADO-MASTER-FILE
010480         INVALID KEY
010490             MOVE SPACES TO APELLIDO
010500             MOVE SPACES TO DEPARTAMENTO
010510     END-READ
010520     MOVE WS-EMP-ANTERIOR   TO DET-EMP-ID
010530     MOVE APELLIDO          TO DET-APELLIDO
010540     MOVE DEPARTAMENTO      TO DET-DEPTO
010550     MOVE WS-EMP-NOTAS      TO DET-NOTAS
010560     MOVE WS-EMP-PENDIENTES TO DET-PENDIENTES
010570     MOVE WS-EMP-APROBADO   TO DET-APROBADO
010580     MOVE WS-EMP-PAGADO     TO DET-PAGADO
010590     MOVE WS-DET-LINE TO GAS-RPT-LINE
010600     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010610     ADD WS-EMP-NOTAS      TO WS-TOT-NOTAS
010620     ADD WS-EMP-PENDIENTES TO WS-TOT-PENDIENTES
010630     ADD WS-EMP-APROBADO   TO WS-TOT-APROBADO
010640     ADD WS-EMP-PAGADO     TO WS-TOT-PAGADO
010650     MOVE ZERO TO WS-EMP-NOTAS
010660     MOVE ZERO TO WS-EMP-PENDIENTES
010670     MOVE ZERO TO WS-EMP-APROBADO
010680     MOVE ZERO TO WS-EMP-PAGADO.
010690 8300-EXIT.
010700     EXIT.
010710
010720 8500-WRITE-LINEA.
010730     WRITE GAS-RPT-LINE
010740     IF NOT WS-GASTRPT-OK
010750         DISPLAY "GASTMAN: ERROR ESCRIBIENDO GASTRPT "
010760             WS-GASTRPT-STATUS
010770         GO TO ABEND-CLEANUP
010780     END-IF.
010790 8500-EXIT.
010800     EXIT.
010810
010820 9000-TERMINATE.
010830     CLOSE GASTO-MASTER-FILE.
010840     CLOSE EMPLEADO-MASTER-FILE.
010850     CLOSE OPERADOR-MASTER-FILE.
010860     IF NOT WS-SIN-TASAMSTR
010870         CLOSE TASA-MASTER-FILE
010880     END-IF
010890     IF NOT WS-SIN-DEPTMSTR
010900         CLOSE DEPTO-MASTER-FILE
010910     END-IF
010920     CLOSE GAS-TRANS-FILE.
010930     CLOSE GAS-AUDIT-FILE.
010940     CLOSE GAS-RPT-FILE.
010950     DISPLAY "GASTMAN: ALTAS       " WS-ALTAS-COUNT.
010960     DISPLAY "GASTMAN: APROBADAS   " WS-APROBADAS-COUNT.
010970     DISPLAY "GASTMAN: RECHAZADAS  " WS-RECHAZADAS-COUNT.
010980     DISPLAY "GASTMAN: BAJAS       " WS-BAJAS-COUNT.
010990     DISPLAY "GASTMAN: ERRORES     " WS-ERRORES-COUNT.
011000 9000-EXIT.
011010     EXIT.
011020
011030 ABEND-CLEANUP.
011040     DISPLAY "GASTMAN: TERMINACION ANORMAL - CERRANDO FICHEROS".
011050     CLOSE GASTO-MASTER-FILE.
011060     CLOSE EMPLEADO-MASTER-FILE.
011070     CLOSE OPERADOR-MASTER-FILE.
011080     CLOSE TASA-MASTER-FILE.
011090     CLOSE DEPTO-MASTER-FILE.
011100     CLOSE GAS-TRANS-FILE.
011110     CLOSE GAS-AUDIT-FILE.
011120     CLOSE GAS-RPT-FILE.
011130     MOVE 16 TO RETURN-CODE.
011140     GOBACK.
011150
011160     END PROGRAM GASTMAN.

000010*----------------------------------------------------------*
000020* HEXTRAS - APROBACION DE HORAS EXTRA Y GENERACION DE LAS    *
000030* NOVEDADES NOVTRAN CON LOS TOPES LEGALES                    *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. HEXTRAS.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. LAS HORAS EXTRA YA NO SE  *
000150*                SUMAN EN PAPEL: FICHAJES LAS DEJA           *
000160*                PENDIENTES EN HEXMSTR (COPY HORAEXT) Y ESTE *
000170*                PASO, EN EL MOLDE DE GASTMAN, (1) APLICA    *
000180*                LAS TRANSACCIONES DE APROBACION DE LOS      *
000190*                SUPERVISORES (HEXTRAN: P APROBAR, R         *
000200*                RECHAZAR; APROBADOR DE OPERMSTR CON NIVEL S *
000210*                DEL DEPARTAMENTO DEL EMPLEADO O, EN BLANCO, *
000220*                EL JEFE DE DEPTMSTR), (2) CONVIERTE LAS     *
000230*                APROBADAS DE LOS EMPLEADOS CUYO GRUPO COBRA *
000240*                EN LA FECHA DE NOMINA EN NOVEDADES NOVTRAN  *
000250*                CON EL CONCEPTO DE HORA EXTRA NORMAL O      *
000260*                FESTIVA DE HEXPARM (HEN Y HEF POR DEFECTO,  *
000270*                DE TIPO H EN NOVCOD) PARA EL PAYCALC        *
000280*                SIGUIENTE, RESPETANDO LOS TOPES DE HORAS    *
000290*                PAGADAS POR MES Y POR ANIO NATURAL (LO QUE  *
000300*                LOS PASA SE LISTA Y NO SE PAGA), Y (3)      *
000310*                LISTA EN HEXRPT LAS HORAS PENDIENTES DE     *
000320*                APROBAR PARA LOS SUPERVISORES.              *
000330*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT HORA-EXTRA-FILE ASSIGN TO "HEXMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS HEX-CLAVE
000460         FILE STATUS IS WS-HEXMSTR-STATUS.
000470
000480     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EMP-ID
000520         FILE STATUS IS WS-EMPMSTR-STATUS.
000530
000540     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMSTR"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS OP-ID
000580         FILE STATUS IS WS-OPERMSTR-STATUS.
000590
000600     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS DEPT-CODIGO
000640         FILE STATUS IS WS-DEPTMSTR-STATUS.
000650
000660     SELECT CALENDARIO-MASTER-FILE ASSIGN TO "CALMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS CAL-FECHA
000700         FILE STATUS IS WS-CALMSTR-STATUS.
000710
000720     SELECT PARM-FILE ASSIGN TO "CALPARM"
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-CALPARM-STATUS.
000750
000760     SELECT HEX-PARM-FILE ASSIGN TO "HEXPARM"
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-HEXPARM-STATUS.
000790
000800     SELECT NOVEDAD-COD-FILE ASSIGN TO "NOVCOD"
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-NOVCOD-STATUS.
000830
000840     SELECT HEX-TRANS-FILE ASSIGN TO "HEXTRAN"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-HEXTRAN-STATUS.
000870
000880     SELECT NOVEDAD-TRANS-FILE ASSIGN TO "NOVTRAN"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-NOVTRAN-STATUS.
000910
000920     SELECT HEX-RPT-FILE ASSIGN TO "HEXRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-HEXRPT-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  HORA-EXTRA-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY HORAEXT.
001010
001020 FD  EMPLEADO-MASTER-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY EMPLEADO.
001050
001060 FD  OPERADOR-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY OPERAUT.
001090
001100 FD  DEPTO-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY DEPTO.
001130
001140 FD  CALENDARIO-MASTER-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY CALENDA.
001170
001180 FD  PARM-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  PARM-IN-REC.
001210     05 PI-RUN-DATE             PIC X(08).
001220     05 FILLER                  PIC X(01).
001230
001240*    CONCEPTOS NOVCOD DE HORA EXTRA NORMAL Y FESTIVA Y TOPES DE
001250*    HORAS PAGADAS POR MES Y POR ANIO NATURAL (HORAS,CENTESIMAS).
001260 FD  HEX-PARM-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  HEX-PARM-REC.
001290     05 HP-COD-NORMAL           PIC X(03).
001300     05 HP-COD-FESTIVO          PIC X(03).
001310     05 HP-TOPE-MES             PIC X(05).
001320     05 HP-TOPE-MES-NUM REDEFINES HP-TOPE-MES
001330                                PIC 9(03)V99.
001340     05 HP-TOPE-ANIO            PIC X(05).
001350     05 HP-TOPE-ANIO-NUM REDEFINES HP-TOPE-ANIO
001360                                PIC 9(03)V99.
001370
001380 FD  NOVEDAD-COD-FILE
001390     LABEL RECORDS ARE STANDARD.
001400 01  NOVEDAD-COD-REC.
001410     05 NC-CODIGO               PIC X(03).
001420     05 NC-DESCRIPCION          PIC X(20).
001430     05 NC-TIPO                 PIC X(01).
001440         88 NC-TIPO-IMPORTE         VALUE "I".
001450         88 NC-TIPO-HORAS           VALUE "H".
001460     05 NC-TARIFA               PIC 9(05)V99.
001470
001480 FD  HEX-TRANS-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  HEX-TRANS-REC.
001510     05 HTR-TRANS-CODE          PIC X(01).
001520         88 HTR-APROBAR             VALUE "P".
001530         88 HTR-RECHAZAR            VALUE "R".
001540     05 HTR-EMP-ID              PIC 9(06).
001550     05 HTR-FECHA               PIC 9(08).
001560     05 HTR-APROBADOR           PIC X(08).
001570     05 HTR-USER-ID             PIC X(08).
001580
001590 FD  NOVEDAD-TRANS-FILE
001600     LABEL RECORDS ARE STANDARD.
001610 01  NOVEDAD-TRANS-REC.
001620     05 NT-EMP-ID               PIC X(06).
001630     05 NT-EMP-ID-NUM REDEFINES NT-EMP-ID
001640                                PIC 9(06).
001650     05 NT-CODIGO               PIC X(03).
001660     05 NT-CANTIDAD             PIC X(07).
001670     05 NT-CANTIDAD-NUM REDEFINES NT-CANTIDAD
001680                                PIC 9(05)V99.
001690     05 NT-FECHA                PIC 9(08).
001700
001710 FD  HEX-RPT-FILE
001720     LABEL RECORDS ARE STANDARD.
001730 01  HEX-RPT-LINE               PIC X(80).
001740
001750 WORKING-STORAGE SECTION.
001760 01  WS-HEXMSTR-STATUS          PIC X(02) VALUE SPACES.
001770     88 WS-HEXMSTR-OK               VALUE "00".
001780     88 WS-HEXMSTR-NO-FILE          VALUE "35".
001790
001800 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001810     88 WS-EMPMSTR-OK               VALUE "00".
001820
001830 01  WS-OPERMSTR-STATUS         PIC X(02) VALUE SPACES.
001840     88 WS-OPERMSTR-OK              VALUE "00".
001850
001860 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
001870     88 WS-DEPTMSTR-OK              VALUE "00".
001880     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
001890
001900 01  WS-CALMSTR-STATUS          PIC X(02) VALUE SPACES.
001910     88 WS-CALMSTR-OK               VALUE "00".
001920     88 WS-CALMSTR-NO-FILE          VALUE "35".
001930
001940 01  WS-CALPARM-STATUS          PIC X(02) VALUE SPACES.
001950     88 WS-CALPARM-OK               VALUE "00".
001960     88 WS-CALPARM-NO-FILE          VALUE "35".
001970
001980 01  WS-HEXPARM-STATUS          PIC X(02) VALUE SPACES.
001990     88 WS-HEXPARM-OK               VALUE "00".
002000     88 WS-HEXPARM-NO-FILE          VALUE "35".
002010
002020 01  WS-NOVCOD-STATUS           PIC X(02) VALUE SPACES.
002030     88 WS-NOVCOD-OK                VALUE "00".
002040     88 WS-NOVCOD-NO-FILE           VALUE "35".
002050
002060 01  WS-HEXTRAN-STATUS          PIC X(02) VALUE SPACES.
002070     88 WS-HEXTRAN-OK               VALUE "00".
002080     88 WS-HEXTRAN-NO-FILE          VALUE "35".
002090
002100 01  WS-NOVTRAN-STATUS          PIC X(02) VALUE SPACES.
002110     88 WS-NOVTRAN-OK               VALUE "00".
002120     88 WS-NOVTRAN-NO-FILE          VALUE "05", "35".
002130
002140 01  WS-HEXRPT-STATUS           PIC X(02) VALUE SPACES.
002150     88 WS-HEXRPT-OK                VALUE "00".
002160
002170 01  WS-SWITCHES.
002180     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
002190         88 WS-EOF-TRANS            VALUE "Y".
002200     05 WS-SIN-HEXTRAN-SW      PIC X(01) VALUE "N".
002210         88 WS-SIN-HEXTRAN          VALUE "S".
002220     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
002230         88 WS-TRANS-VALIDA         VALUE "S".
002240     05 WS-APROBADOR-VALIDO-SW PIC X(01) VALUE "N".
002250         88 WS-APROBADOR-VALIDO     VALUE "S".
002260     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
002270         88 WS-SIN-DEPTMSTR         VALUE "S".
002280     05 WS-JEFE-HALLADO-SW     PIC X(01) VALUE "N".
002290         88 WS-JEFE-HALLADO         VALUE "S".
002300     05 WS-EOF-NOVCOD-SW       PIC X(01) VALUE "N".
002310         88 WS-EOF-NOVCOD           VALUE "Y".
002320     05 WS-COD-NORMAL-SW       PIC X(01) VALUE "N".
002330         88 WS-COD-NORMAL-OK        VALUE "S".
002340     05 WS-COD-FESTIVO-SW      PIC X(01) VALUE "N".
002350         88 WS-COD-FESTIVO-OK       VALUE "S".
002360     05 WS-GENERAR-SW          PIC X(01) VALUE "N".
002370         88 WS-GENERAR              VALUE "S".
002380     05 WS-FIN-HEX-SW          PIC X(01) VALUE "N".
002390         88 WS-FIN-HEX              VALUE "S".
002400     05 WS-EMP-PAGABLE-SW      PIC X(01) VALUE "N".
002410         88 WS-EMP-PAGABLE          VALUE "S".
002420     05 WS-GRUPO-PAGA-SW       PIC X(01) VALUE "N".
002430         88 WS-GRUPO-PAGA           VALUE "S".
002440     05 WS-MES-HALLADO-SW      PIC X(01) VALUE "N".
002450         88 WS-MES-HALLADO          VALUE "S".
002460
002470 01  WS-COUNTERS.
002480     05 WS-APROBADAS-COUNT     PIC 9(05) COMP VALUE ZERO.
002490     05 WS-RECHAZADAS-COUNT    PIC 9(05) COMP VALUE ZERO.
002500     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
002510     05 WS-NOVEDADES-COUNT     PIC 9(05) COMP VALUE ZERO.
002520     05 WS-EXCEDIDAS-COUNT     PIC 9(05) COMP VALUE ZERO.
002530     05 WS-PENDIENTES-COUNT    PIC 9(05) COMP VALUE ZERO.
002540
002550 01  WS-TOTALES.
002560     05 WS-TOT-HORAS-NORMAL    PIC 9(07)V99 VALUE ZERO.
002570     05 WS-TOT-HORAS-FESTIVO   PIC 9(07)V99 VALUE ZERO.
002580     05 WS-TOT-HORAS-EXCESO    PIC 9(07)V99 VALUE ZERO.
002590     05 WS-TOT-HORAS-PEND      PIC 9(07)V99 VALUE ZERO.
002600
002610 01  WS-FECHA-HOY              PIC 9(08) VALUE ZERO.
002620 01  WS-FECHA-NOMINA           PIC 9(08) VALUE ZERO.
002630 01  WS-FECHA-NOMINA-R REDEFINES WS-FECHA-NOMINA.
002640     05 WS-ANIO-NOMINA         PIC 9(04).
002650     05 FILLER                 PIC 9(04).
002660
002670*    CONCEPTOS Y TOPES VIGENTES (HEXPARM O LOS POR DEFECTO: 80
002680*    HORAS AL ANIO NATURAL DEL ESTATUTO Y 20 AL MES).
002690 01  WS-COD-NORMAL             PIC X(03) VALUE "HEN".
002700 01  WS-COD-FESTIVO            PIC X(03) VALUE "HEF".
002710 01  WS-TOPE-MES               PIC 9(03)V99 VALUE 20.
002720 01  WS-TOPE-ANIO              PIC 9(03)V99 VALUE 80.
002730
002740*----------------------------------------------------------*
002750* GRUPOS DE PAGO QUE COBRAN EN LA FECHA DE NOMINA, CON LA    *
002760* MISMA REGLA QUE PAYCALC: SIN GRUPOS EN EL CALENDARIO SOLO  *
002770* COBRA EL CICLO MENSUAL MN. LAS HORAS APROBADAS DE OTRO     *
002780* GRUPO ESPERAN A LA CORRIDA DE SU GRUPO.                    *
002790*----------------------------------------------------------*
002800 01  WS-GRUPOS-HOY             PIC X(08) VALUE SPACES.
002810 01  WS-GRUPOS-HOY-TABLA REDEFINES WS-GRUPOS-HOY.
002820     05 WS-GRUPO-HOY           PIC X(02) OCCURS 4 TIMES.
002830 01  WS-GRUPO-EMP              PIC X(02) VALUE SPACES.
002840 01  WS-GRP-SUB                PIC 9(01) COMP VALUE ZERO.
002850
002860*    BUSQUEDA DEL JEFE POR LA JERARQUIA DE DEPTMSTR, COMO EN
002870*    GASTMAN. EL JEFE QUEDA COMO APROBADOR CON SU EMP-ID EN LAS
002880*    6 PRIMERAS POSICIONES.
002890 01  WS-DEPTO-SUBE             PIC X(04) VALUE SPACES.
002900 01  WS-NIVELES-JEFE           PIC 9(02) COMP VALUE ZERO.
002910 01  WS-JEFE-APROBADOR.
002920     05 WS-JEFE-APROB-ID       PIC 9(06) VALUE ZERO.
002930     05 FILLER                 PIC X(02) VALUE SPACES.
002940
002950*----------------------------------------------------------*
002960* HORAS YA PAGADAS DEL EMPLEADO EN CURSO POR MES AAAAMM,     *
002970* DEL ANIO ANTERIOR AL DE LA NOMINA EN ADELANTE (LO QUE      *
002980* PUEDE QUEDAR APROBADO Y SIN PAGAR A FIN DE ANIO). SE       *
002990* CARGA EN UNA PRIMERA PASADA POR SUS REGISTROS DE HEXMSTR   *
003000* Y SE VA SUMANDO LO QUE SE PAGA EN LA SEGUNDA.              *
003010*----------------------------------------------------------*
003020 01  WS-EMP-ACTUAL             PIC 9(06) VALUE ZERO.
003030 01  WS-ANIO-DESDE             PIC 9(04) VALUE ZERO.
003040 01  WS-MES-COUNT              PIC 9(02) COMP VALUE ZERO.
003050 01  WS-MES-TABLE.
003060     05 WS-MES-ENTRY OCCURS 24 TIMES.
003070         10 HM-PERIODO         PIC 9(06).
003080         10 HM-HORAS           PIC 9(05)V99.
003090 01  WS-MES-SUB                PIC 9(02) COMP VALUE ZERO.
003100 01  WS-MES-IDX                PIC 9(02) COMP VALUE ZERO.
003110 01  WS-PERIODO                PIC 9(06) VALUE ZERO.
003120 01  WS-PAGADO-MES             PIC 9(05)V99 VALUE ZERO.
003130 01  WS-PAGADO-ANIO            PIC 9(05)V99 VALUE ZERO.
003140 01  WS-DISPONIBLE             PIC S9(05)V99 VALUE ZERO.
003150 01  WS-DISPONIBLE-ANIO        PIC S9(05)V99 VALUE ZERO.
003160 01  WS-HORAS-PAGAR            PIC 9(03)V99 VALUE ZERO.
003170 01  WS-MOTIVO-TOPE            PIC X(12) VALUE SPACES.
003180
003190 01  WS-TIT-LINE.
003200     05 TIT-TEXTO               PIC X(50).
003210     05 TIT-FECHA               PIC 9(08).
003220
003230 01  WS-HDR-LINE.
003240     05 FILLER                  PIC X(08) VALUE "EMP-ID".
003250     05 FILLER                  PIC X(16) VALUE "APELLIDO".
003260     05 FILLER                  PIC X(06) VALUE "DEPTO".
003270     05 FILLER                  PIC X(10) VALUE "FECHA".
003280     05 FILLER                  PIC X(02) VALUE "T".
003290     05 FILLER                  PIC X(10) VALUE "ENT  SAL".
003300     05 FILLER                  PIC X(08) VALUE " HORAS".
003310     05 FILLER                  PIC X(08) VALUE " PAGADAS".
003320     05 FILLER                  PIC X(12) VALUE " MOTIVO".
003330
003340 01  WS-DET-LINE.
003350     05 DET-EMP-ID              PIC 9(06).
003360     05 FILLER                  PIC X(02) VALUE SPACES.
003370     05 DET-APELLIDO            PIC X(14).
003380     05 FILLER                  PIC X(02) VALUE SPACES.
003390     05 DET-DEPTO               PIC X(04).
003400     05 FILLER                  PIC X(02) VALUE SPACES.
003410     05 DET-FECHA               PIC 9(08).
003420     05 FILLER                  PIC X(02) VALUE SPACES.
003430     05 DET-TIPO                PIC X(01).
003440     05 FILLER                  PIC X(01) VALUE SPACES.
003450     05 DET-ENTRADA             PIC 9(04).
003460     05 FILLER                  PIC X(01) VALUE SPACES.
003470     05 DET-SALIDA              PIC 9(04).
003480     05 FILLER                  PIC X(01) VALUE SPACES.
003490     05 DET-HORAS               PIC ZZ9,99.
003500     05 FILLER                  PIC X(02) VALUE SPACES.
003510     05 DET-PAGADAS             PIC ZZ9,99.
003520     05 FILLER                  PIC X(02) VALUE SPACES.
003530     05 DET-MOTIVO              PIC X(12).
003540
003550 01  WS-RESUMEN-LINE.
003560     05 RS-TEXTO                PIC X(30).
003570     05 RS-CUENTA               PIC ZZZ.ZZ9.
003580     05 FILLER                  PIC X(03) VALUE SPACES.
003590     05 RS-HORAS                PIC Z.ZZZ.ZZ9,99.
003600
003610 PROCEDURE DIVISION.
003620
003630 0000-MAINLINE.
003640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003650     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
003660         UNTIL WS-EOF-TRANS.
003670     IF WS-GENERAR
003680         PERFORM 5000-GENERAR-NOVEDADES THRU 5000-EXIT
003690     END-IF
003700     PERFORM 8000-LISTADO-PENDIENTES THRU 8000-EXIT.
003710     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003720     GOBACK.
003730
003740 1000-INITIALIZE.
003750     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
003760     MOVE WS-FECHA-HOY TO WS-FECHA-NOMINA
003770     OPEN INPUT PARM-FILE.
003780     IF WS-CALPARM-OK
003790         READ PARM-FILE
003800             AT END
003810                 CONTINUE
003820         END-READ
003830         IF WS-CALPARM-OK AND PI-RUN-DATE IS NUMERIC
003840             AND PI-RUN-DATE > "00000000"
003850             MOVE PI-RUN-DATE TO WS-FECHA-NOMINA
003860         END-IF
003870         CLOSE PARM-FILE
003880     ELSE
003890         IF NOT WS-CALPARM-NO-FILE
003900             DISPLAY "HEXTRAS: ERROR ABRIENDO CALPARM "
003910                 WS-CALPARM-STATUS
003920             GO TO ABEND-CLEANUP
003930         END-IF
003940     END-IF
003950     OPEN I-O HORA-EXTRA-FILE.
003960     IF WS-HEXMSTR-NO-FILE
003970         CLOSE HORA-EXTRA-FILE
003980         OPEN OUTPUT HORA-EXTRA-FILE
003990         CLOSE HORA-EXTRA-FILE
004000         OPEN I-O HORA-EXTRA-FILE
004010     END-IF
004020     IF NOT WS-HEXMSTR-OK
004030         DISPLAY "HEXTRAS: ERROR ABRIENDO HEXMSTR "
004040             WS-HEXMSTR-STATUS
004050         GO TO ABEND-CLEANUP
004060     END-IF
004070     OPEN INPUT EMPLEADO-MASTER-FILE.
004080     IF NOT WS-EMPMSTR-OK
004090         DISPLAY "HEXTRAS: ERROR ABRIENDO EMPMSTR "
004100             WS-EMPMSTR-STATUS
004110         GO TO ABEND-CLEANUP
004120     END-IF
004130     OPEN INPUT OPERADOR-MASTER-FILE.
004140     IF NOT WS-OPERMSTR-OK
004150         DISPLAY "HEXTRAS: ERROR ABRIENDO OPERMSTR "
004160             WS-OPERMSTR-STATUS
004170         GO TO ABEND-CLEANUP
004180     END-IF
004190*    SIN DEPTMSTR NO HAY APROBADOR POR DEFECTO.
004200     OPEN INPUT DEPTO-MASTER-FILE.
004210     IF WS-DEPTMSTR-NO-FILE
004220         MOVE "S" TO WS-SIN-DEPTMSTR-SW
004230     ELSE
004240         IF NOT WS-DEPTMSTR-OK
004250             DISPLAY "HEXTRAS: ERROR ABRIENDO DEPTMSTR "
004260                 WS-DEPTMSTR-STATUS
004270             GO TO ABEND-CLEANUP
004280         END-IF
004290     END-IF
004300*    SIN HEXTRAN NO HAY APROBACIONES ESTA NOCHE.
004310     OPEN INPUT HEX-TRANS-FILE.
004320     IF WS-HEXTRAN-NO-FILE
004330         MOVE "S" TO WS-SIN-HEXTRAN-SW
004340         SET WS-EOF-TRANS TO TRUE
004350     ELSE
004360         IF NOT WS-HEXTRAN-OK
004370             DISPLAY "HEXTRAS: ERROR ABRIENDO HEXTRAN "
004380                 WS-HEXTRAN-STATUS
004390             GO TO ABEND-CLEANUP
004400         END-IF
004410     END-IF
004420     OPEN OUTPUT HEX-RPT-FILE.
004430     IF NOT WS-HEXRPT-OK
004440         DISPLAY "HEXTRAS: ERROR ABRIENDO HEXRPT "
004450             WS-HEXRPT-STATUS
004460         GO TO ABEND-CLEANUP
004470     END-IF
004480     PERFORM 1100-LEER-HEXPARM THRU 1100-EXIT
004490     PERFORM 1200-LEER-CALENDARIO THRU 1200-EXIT
004500     PERFORM 1300-VERIFICAR-CODIGOS THRU 1300-EXIT
004510     IF WS-GENERAR
004520         OPEN EXTEND NOVEDAD-TRANS-FILE
004530         IF WS-NOVTRAN-NO-FILE
004540             OPEN OUTPUT NOVEDAD-TRANS-FILE
004550         END-IF
004560         IF NOT WS-NOVTRAN-OK
004570             DISPLAY "HEXTRAS: ERROR ABRIENDO NOVTRAN "
004580                 WS-NOVTRAN-STATUS
004590             GO TO ABEND-CLEANUP
004600         END-IF
004610     END-IF
004620     IF NOT WS-SIN-HEXTRAN
004630         PERFORM 2100-READ-TRANS THRU 2100-EXIT
004640     END-IF.
004650 1000-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690* CONCEPTOS Y TOPES DE HEXPARM. SIN FICHERO, O CON UN CAMPO  *
004700* EN BLANCO O NO NUMERICO, SE QUEDA EL VALOR POR DEFECTO.    *
004710*----------------------------------------------------------*
004720 1100-LEER-HEXPARM.
004730     OPEN INPUT HEX-PARM-FILE.
004740     IF WS-HEXPARM-NO-FILE
004750         GO TO 1100-EXIT
004760     END-IF
004770     IF NOT WS-HEXPARM-OK
004780         DISPLAY "HEXTRAS: ERROR ABRIENDO HEXPARM "
004790             WS-HEXPARM-STATUS
004800         GO TO ABEND-CLEANUP
004810     END-IF
004820     READ HEX-PARM-FILE
004830         AT END
004840             CONTINUE
004850     END-READ
004860     IF WS-HEXPARM-OK
004870         IF HP-COD-NORMAL NOT = SPACES
004880             MOVE HP-COD-NORMAL TO WS-COD-NORMAL
004890         END-IF
004900         IF HP-COD-FESTIVO NOT = SPACES
004910             MOVE HP-COD-FESTIVO TO WS-COD-FESTIVO
004920         END-IF
004930         IF HP-TOPE-MES IS NUMERIC
004940             MOVE HP-TOPE-MES-NUM TO WS-TOPE-MES
004950         END-IF
004960         IF HP-TOPE-ANIO IS NUMERIC
004970             MOVE HP-TOPE-ANIO-NUM TO WS-TOPE-ANIO
004980         END-IF
004990     END-IF
005000     CLOSE HEX-PARM-FILE.
005010 1100-EXIT.
005020     EXIT.
005030
005040*----------------------------------------------------------*
005050* GRUPOS QUE COBRAN EN LA FECHA DE NOMINA. SIN CALMSTR, O    *
005060* SIN LA FECHA EN EL, SOLO COBRA EL CICLO MENSUAL, COMO EN   *
005070* PAYCALC.                                                   *
005080*----------------------------------------------------------*
005090 1200-LEER-CALENDARIO.
005100     OPEN INPUT CALENDARIO-MASTER-FILE.
005110     IF WS-CALMSTR-NO-FILE
005120         GO TO 1200-EXIT
005130     END-IF
005140     IF NOT WS-CALMSTR-OK
005150         DISPLAY "HEXTRAS: ERROR ABRIENDO CALMSTR "
005160             WS-CALMSTR-STATUS
005170         GO TO ABEND-CLEANUP
005180     END-IF
005190     MOVE WS-FECHA-NOMINA TO CAL-FECHA
005200     READ CALENDARIO-MASTER-FILE
005210         INVALID KEY
005220             MOVE SPACES TO WS-GRUPOS-HOY
005230         NOT INVALID KEY
005240             MOVE CAL-GRUPOS-PAGO TO WS-GRUPOS-HOY
005250     END-READ
005260     CLOSE CALENDARIO-MASTER-FILE.
005270 1200-EXIT.
005280     EXIT.
005290
005300*----------------------------------------------------------*
005310* LOS DOS CONCEPTOS DEBEN ESTAR EN NOVCOD COMO TIPO H        *
005320* (HORAS POR TARIFA): SI NO, PAYCALC RECHAZARIA LAS          *
005330* NOVEDADES. EN ESE CASO NO SE GENERA NADA, LAS APROBADAS    *
005340* ESPERAN Y EL PASO TERMINA CON AVISO (RC 4).                *
005350*----------------------------------------------------------*
005360 1300-VERIFICAR-CODIGOS.
005370     OPEN INPUT NOVEDAD-COD-FILE.
005380     IF WS-NOVCOD-NO-FILE
005390         DISPLAY "HEXTRAS: NOVCOD NO EXISTE, NO SE GENERAN "
005400             "NOVEDADES"
005410         MOVE 4 TO RETURN-CODE
005420         GO TO 1300-EXIT
005430     END-IF
005440     IF NOT WS-NOVCOD-OK
005450         DISPLAY "HEXTRAS: ERROR ABRIENDO NOVCOD "
005460             WS-NOVCOD-STATUS
005470         GO TO ABEND-CLEANUP
005480     END-IF
005490     PERFORM 1350-LEER-NOVCOD THRU 1350-EXIT
005500         UNTIL WS-EOF-NOVCOD
005510     CLOSE NOVEDAD-COD-FILE
005520     IF WS-COD-NORMAL-OK AND WS-COD-FESTIVO-OK
005530         MOVE "S" TO WS-GENERAR-SW
005540     ELSE
005550         DISPLAY "HEXTRAS: CONCEPTOS " WS-COD-NORMAL " / "
005560             WS-COD-FESTIVO " NO ESTAN EN NOVCOD COMO HORAS, "
005570             "NO SE GENERAN NOVEDADES"
005580         MOVE 4 TO RETURN-CODE
005590     END-IF.
005600 1300-EXIT.
005610     EXIT.
005620
005630 1350-LEER-NOVCOD.
005640     READ NOVEDAD-COD-FILE
005650         AT END
005660             SET WS-EOF-NOVCOD TO TRUE
005670     END-READ
005680     IF WS-EOF-NOVCOD
005690         GO TO 1350-EXIT
005700     END-IF
005710     IF NOT WS-NOVCOD-OK
005720         DISPLAY "HEXTRAS: ERROR LEYENDO NOVCOD "
005730             WS-NOVCOD-STATUS
005740         GO TO ABEND-CLEANUP
005750     END-IF
005760     IF NC-CODIGO = WS-COD-NORMAL AND NC-TIPO-HORAS
005770         MOVE "S" TO WS-COD-NORMAL-SW
005780     END-IF
005790     IF NC-CODIGO = WS-COD-FESTIVO AND NC-TIPO-HORAS
005800         MOVE "S" TO WS-COD-FESTIVO-SW
005810     END-IF.
005820 1350-EXIT.
005830     EXIT.
005840
005850 2000-PROCESS-TRANS.
005860     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
005870     IF WS-TRANS-VALIDA
005880         EVALUATE TRUE
005890             WHEN HTR-APROBAR
005900                 PERFORM 4000-APROBAR-HORAS THRU 4000-EXIT
005910             WHEN HTR-RECHAZAR
005920                 PERFORM 4500-RECHAZAR-HORAS THRU 4500-EXIT
005930         END-EVALUATE
005940     END-IF
005950     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
005960 2000-EXIT.
005970     EXIT.
005980
005990 2100-READ-TRANS.
006000     READ HEX-TRANS-FILE
006010         AT END
006020             SET WS-EOF-TRANS TO TRUE
006030     END-READ
006040     IF NOT WS-EOF-TRANS AND NOT WS-HEXTRAN-OK
006050         DISPLAY "HEXTRAS: ERROR LEYENDO HEXTRAN "
006060             WS-HEXTRAN-STATUS
006070         GO TO ABEND-CLEANUP
006080     END-IF
006090 2100-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------*
006130* VALIDACIONES PREVIAS: CODIGO DE TRANSACCION, EMPLEADO      *
006140* EXISTENTE (Y ACTIVO PARA APROBAR) Y APROBADOR AUTORIZADO.  *
006150*----------------------------------------------------------*
006160 2200-VALIDA-TRANS.
006170     MOVE "N" TO WS-TRANS-VALIDA-SW
006180     IF NOT HTR-APROBAR AND NOT HTR-RECHAZAR
006190         DISPLAY "HEXTRAS: CODIGO DE TRANSACCION INVALIDO "
006200             HTR-TRANS-CODE " PARA EMPLEADO " HTR-EMP-ID
006210         ADD 1 TO WS-ERRORES-COUNT
006220         GO TO 2200-EXIT
006230     END-IF
006240     MOVE HTR-EMP-ID TO EMP-ID
006250     READ EMPLEADO-MASTER-FILE
006260         INVALID KEY
006270             DISPLAY "HEXTRAS: EMPLEADO NO EXISTE " HTR-EMP-ID
006280             ADD 1 TO WS-ERRORES-COUNT
006290             GO TO 2200-EXIT
006300     END-READ
006310     IF EMP-BAJA AND HTR-APROBAR
006320         DISPLAY "HEXTRAS: EMPLEADO DE BAJA " HTR-EMP-ID
006330         ADD 1 TO WS-ERRORES-COUNT
006340         GO TO 2200-EXIT
006350     END-IF
006360     PERFORM 2500-VALIDA-APROBADOR THRU 2500-EXIT
006370     IF NOT WS-APROBADOR-VALIDO
006380         ADD 1 TO WS-ERRORES-COUNT
006390         GO TO 2200-EXIT
006400     END-IF
006410     MOVE "S" TO WS-TRANS-VALIDA-SW
006420 2200-EXIT.
006430     EXIT.
006440
006450*----------------------------------------------------------*
006460* EL APROBADOR DEBE ESTAR EN OPERMSTR CON NIVEL SUPERVISOR   *
006470* Y PERTENECER AL DEPARTAMENTO DEL EMPLEADO                  *
006480* (EMPLEADO-MASTER YA LEIDO EN 2200). SIN APROBADOR EN LA    *
006490* TRANSACCION, EL JEFE DE DEPTMSTR.                          *
006500*----------------------------------------------------------*
006510 2500-VALIDA-APROBADOR.
006520     MOVE "N" TO WS-APROBADOR-VALIDO-SW
006530     IF HTR-APROBADOR = SPACES
006540         PERFORM 2550-JEFE-POR-DEFECTO THRU 2550-EXIT
006550         GO TO 2500-EXIT
006560     END-IF
006570     MOVE HTR-APROBADOR TO OP-ID
006580     READ OPERADOR-MASTER-FILE
006590         INVALID KEY
006600             DISPLAY "HEXTRAS: APROBADOR NO AUTORIZADO "
006610                 HTR-APROBADOR " EMPLEADO " HTR-EMP-ID " "
006620                 HTR-FECHA
006630             GO TO 2500-EXIT
006640     END-READ
006650     IF NOT OP-NIVEL-SUPERVISOR
006660         DISPLAY "HEXTRAS: APROBADOR SIN NIVEL SUPERVISOR "
006670             HTR-APROBADOR " EMPLEADO " HTR-EMP-ID " " HTR-FECHA
006680         GO TO 2500-EXIT
006690     END-IF
006700     IF OP-DEPARTAMENTO NOT = DEPARTAMENTO
006710         DISPLAY "HEXTRAS: APROBADOR DE OTRO DEPARTAMENTO "
006720             HTR-APROBADOR " " OP-DEPARTAMENTO " EMPLEADO "
006730             HTR-EMP-ID " " DEPARTAMENTO
006740         GO TO 2500-EXIT
006750     END-IF
006760     MOVE "S" TO WS-APROBADOR-VALIDO-SW
006770 2500-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------*
006810* APROBADOR POR DEFECTO, CALCADO DE GASTMAN: EL JEFE DEL     *
006820* DEPARTAMENTO DEL EMPLEADO O, SI NO TIENE, ESTA DE BAJA O   *
006830* ES EL PROPIO EMPLEADO, EL DEL PRIMER DEPARTAMENTO PADRE    *
006840* QUE LO TENGA (HASTA 10 NIVELES).                           *
006850*----------------------------------------------------------*
006860 2550-JEFE-POR-DEFECTO.
006870     MOVE "N" TO WS-JEFE-HALLADO-SW
006880     IF WS-SIN-DEPTMSTR
006890         GO TO 2550-SIN-JEFE
006900     END-IF
006910     MOVE DEPARTAMENTO TO WS-DEPTO-SUBE
006920     MOVE ZERO TO WS-NIVELES-JEFE
006930     PERFORM 2560-SUBIR-DEPTO THRU 2560-EXIT
006940         UNTIL WS-JEFE-HALLADO OR WS-DEPTO-SUBE = SPACES
006950             OR WS-NIVELES-JEFE >= 10
006960     IF WS-JEFE-HALLADO
006970         MOVE WS-JEFE-APROBADOR TO HTR-APROBADOR
006980         MOVE "S" TO WS-APROBADOR-VALIDO-SW
006990         GO TO 2550-EXIT
007000     END-IF.
007010 2550-SIN-JEFE.
007020     DISPLAY "HEXTRAS: SIN APROBADOR NI JEFE DE DEPARTAMENTO "
007030         "PARA EMPLEADO " HTR-EMP-ID " " HTR-FECHA.
007040 2550-EXIT.
007050     EXIT.
007060
007070 2560-SUBIR-DEPTO.
007080     ADD 1 TO WS-NIVELES-JEFE
007090     MOVE WS-DEPTO-SUBE TO DEPT-CODIGO
007100     READ DEPTO-MASTER-FILE
007110         INVALID KEY
007120             MOVE SPACES TO WS-DEPTO-SUBE
007130             GO TO 2560-EXIT
007140     END-READ
007150     MOVE DEPT-PADRE TO WS-DEPTO-SUBE
007160     IF DEPT-JEFE-EMP-ID NOT NUMERIC
007170         OR DEPT-JEFE-EMP-ID = ZERO
007180         OR DEPT-JEFE-EMP-ID = HTR-EMP-ID
007190         GO TO 2560-EXIT
007200     END-IF
007210     MOVE DEPT-JEFE-EMP-ID TO EMP-ID
007220     READ EMPLEADO-MASTER-FILE
007230         INVALID KEY
007240             GO TO 2560-EXIT
007250     END-READ
007260     IF EMP-BAJA
007270         GO TO 2560-EXIT
007280     END-IF
007290     MOVE DEPT-JEFE-EMP-ID TO WS-JEFE-APROB-ID
007300     SET WS-JEFE-HALLADO TO TRUE.
007310 2560-EXIT.
007320     EXIT.
007330
007340*----------------------------------------------------------*
007350* APROBACION DE UN DIA PENDIENTE: QUEDA PARA LA PROXIMA      *
007360* NOMINA DEL GRUPO DEL EMPLEADO.                             *
007370*----------------------------------------------------------*
007380 4000-APROBAR-HORAS.
007390     MOVE HTR-EMP-ID TO HEX-EMP-ID
007400     MOVE HTR-FECHA  TO HEX-FECHA
007410     READ HORA-EXTRA-FILE
007420         INVALID KEY
007430             DISPLAY "HEXTRAS: APROBACION SIN EFECTO, "
007440                 "NO HAY HORAS " HTR-EMP-ID " " HTR-FECHA
007450             ADD 1 TO WS-ERRORES-COUNT
007460             GO TO 4000-EXIT
007470     END-READ
007480     IF NOT HEX-PENDIENTE
007490         DISPLAY "HEXTRAS: LAS HORAS NO ESTAN PENDIENTES "
007500             HTR-EMP-ID " " HTR-FECHA " ESTADO " HEX-ESTADO
007510         ADD 1 TO WS-ERRORES-COUNT
007520         GO TO 4000-EXIT
007530     END-IF
007540     MOVE HTR-APROBADOR TO HEX-APROBADOR
007550     MOVE WS-FECHA-HOY  TO HEX-FECHA-APROBACION
007560     SET HEX-APROBADA   TO TRUE
007570     PERFORM 4900-REWRITE-HORAS THRU 4900-EXIT
007580     IF WS-HEXMSTR-OK
007590         ADD 1 TO WS-APROBADAS-COUNT
007600     END-IF
007610 4000-EXIT.
007620     EXIT.
007630
007640*----------------------------------------------------------*
007650* RECHAZO DE UN DIA PENDIENTE O APROBADO Y AUN NO PAGADO.    *
007660* QUEDA EN EL FICHERO CON EL SUPERVISOR QUE LO RECHAZO.      *
007670*----------------------------------------------------------*
007680 4500-RECHAZAR-HORAS.
007690     MOVE HTR-EMP-ID TO HEX-EMP-ID
007700     MOVE HTR-FECHA  TO HEX-FECHA
007710     READ HORA-EXTRA-FILE
007720         INVALID KEY
007730             DISPLAY "HEXTRAS: RECHAZO SIN EFECTO, NO HAY HORAS "
007740                 HTR-EMP-ID " " HTR-FECHA
007750             ADD 1 TO WS-ERRORES-COUNT
007760             GO TO 4500-EXIT
007770     END-READ
007780     IF NOT HEX-PENDIENTE AND NOT HEX-APROBADA
007790         DISPLAY "HEXTRAS: NO SE PUEDEN RECHAZAR LAS HORAS "
007800             HTR-EMP-ID " " HTR-FECHA " ESTADO " HEX-ESTADO
007810         ADD 1 TO WS-ERRORES-COUNT
007820         GO TO 4500-EXIT
007830     END-IF
007840     MOVE HTR-APROBADOR TO HEX-APROBADOR
007850     MOVE WS-FECHA-HOY  TO HEX-FECHA-APROBACION
007860     SET HEX-RECHAZADA  TO TRUE
007870     PERFORM 4900-REWRITE-HORAS THRU 4900-EXIT
007880     IF WS-HEXMSTR-OK
007890         ADD 1 TO WS-RECHAZADAS-COUNT
007900     END-IF
007910 4500-EXIT.
007920     EXIT.
007930
007940 4900-REWRITE-HORAS.
007950     REWRITE HORA-EXTRA-REC
007960     IF NOT WS-HEXMSTR-OK
007970         DISPLAY "HEXTRAS: ERROR REGRABANDO HORAS "
007980             HEX-EMP-ID " " HEX-FECHA
007990             " STATUS " WS-HEXMSTR-STATUS
008000         ADD 1 TO WS-ERRORES-COUNT
008010     END-IF.
008020 4900-EXIT.
008030     EXIT.
008040
008050*----------------------------------------------------------*
008060* GENERACION DE NOVEDADES: RECORRE HEXMSTR EMPLEADO A        *
008070* EMPLEADO. PARA CADA UNO, UNA PRIMERA PASADA SUMA LO YA     *
008080* PAGADO POR MES Y, SI EL EMPLEADO ESTA ACTIVO Y SU GRUPO    *
008090* COBRA HOY, UNA SEGUNDA PASA A NOVTRAN LAS HORAS APROBADAS  *
008100* HASTA LA FECHA DE NOMINA DENTRO DE LOS TOPES.              *
008110*----------------------------------------------------------*
008120 5000-GENERAR-NOVEDADES.
008130     MOVE SPACES TO WS-TIT-LINE
008140     MOVE "HORAS EXTRA PASADAS A NOVTRAN - NOMINA DEL "
008150         TO TIT-TEXTO
008160     MOVE WS-FECHA-NOMINA TO TIT-FECHA
008170     MOVE WS-TIT-LINE TO HEX-RPT-LINE
008180     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008190     MOVE WS-HDR-LINE TO HEX-RPT-LINE
008200     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008210     COMPUTE WS-ANIO-DESDE = WS-ANIO-NOMINA - 1
008220     MOVE "N" TO WS-FIN-HEX-SW
008230     MOVE ZERO TO HEX-CLAVE
008240     START HORA-EXTRA-FILE
008250         KEY IS NOT LESS THAN HEX-CLAVE
008260         INVALID KEY
008270             MOVE "S" TO WS-FIN-HEX-SW
008280     END-START
008290     IF NOT WS-FIN-HEX
008300         PERFORM 5100-LEER-HORAS THRU 5100-EXIT
008310     END-IF
008320     PERFORM 5200-PROCESAR-EMPLEADO THRU 5200-EXIT
008330         UNTIL WS-FIN-HEX.
008340 5000-EXIT.
008350     EXIT.
008360
008370 5100-LEER-HORAS.
008380     READ HORA-EXTRA-FILE NEXT
008390         AT END
008400             MOVE "S" TO WS-FIN-HEX-SW
008410     END-READ
008420     IF NOT WS-FIN-HEX AND NOT WS-HEXMSTR-OK
008430         DISPLAY "HEXTRAS: ERROR LEYENDO HEXMSTR "
008440             WS-HEXMSTR-STATUS
008450         GO TO ABEND-CLEANUP
008460     END-IF.
008470 5100-EXIT.
008480     EXIT.
008490
008500 5200-PROCESAR-EMPLEADO.
008510     MOVE HEX-EMP-ID TO WS-EMP-ACTUAL
008520     MOVE ZERO TO WS-MES-COUNT
008530     PERFORM 5300-SUMAR-PAGADAS THRU 5300-EXIT
008540         UNTIL WS-FIN-HEX OR HEX-EMP-ID NOT = WS-EMP-ACTUAL
008550     PERFORM 5400-EMPLEADO-PAGABLE THRU 5400-EXIT
008560     IF NOT WS-EMP-PAGABLE
008570         GO TO 5200-EXIT
008580     END-IF
008590     MOVE "N" TO WS-FIN-HEX-SW
008600     MOVE WS-EMP-ACTUAL TO HEX-EMP-ID
008610     MOVE ZERO TO HEX-FECHA
008620     START HORA-EXTRA-FILE
008630         KEY IS NOT LESS THAN HEX-CLAVE
008640         INVALID KEY
008650             MOVE "S" TO WS-FIN-HEX-SW
008660     END-START
008670     IF NOT WS-FIN-HEX
008680         PERFORM 5100-LEER-HORAS THRU 5100-EXIT
008690     END-IF
008700     PERFORM 5500-LIQUIDAR-HORAS THRU 5500-EXIT
008710         UNTIL WS-FIN-HEX OR HEX-EMP-ID NOT = WS-EMP-ACTUAL.
008720 5200-EXIT.
008730     EXIT.
008740
008750 5300-SUMAR-PAGADAS.
008760     IF (HEX-LIQUIDADA OR HEX-EXCEDIDA)
008770         AND HEX-FECHA (1:4) NOT < WS-ANIO-DESDE
008780         AND HEX-HORAS-PAGADAS > ZERO
008790         MOVE HEX-FECHA (1:6) TO WS-PERIODO
008800         PERFORM 5600-BUSCAR-MES THRU 5600-EXIT
008810         ADD HEX-HORAS-PAGADAS TO HM-HORAS (WS-MES-IDX)
008820     END-IF
008830     PERFORM 5100-LEER-HORAS THRU 5100-EXIT.
008840 5300-EXIT.
008850     EXIT.
008860
008870*----------------------------------------------------------*
008880* EL EMPLEADO COBRA HOY SI EXISTE, NO ESTA DE BAJA Y SU      *
008890* GRUPO DE PAGO (EN BLANCO = MN) COBRA EN LA FECHA DE        *
008900* NOMINA. SI NO, SUS HORAS APROBADAS SIGUEN ESPERANDO.       *
008910*----------------------------------------------------------*
008920 5400-EMPLEADO-PAGABLE.
008930     MOVE "N" TO WS-EMP-PAGABLE-SW
008940     MOVE WS-EMP-ACTUAL TO EMP-ID
008950     READ EMPLEADO-MASTER-FILE
008960         INVALID KEY
008970             GO TO 5400-EXIT
008980     END-READ
008990     IF EMP-BAJA
009000         GO TO 5400-EXIT
009010     END-IF
009020     MOVE "N" TO WS-GRUPO-PAGA-SW
009030     MOVE EMP-GRUPO-PAGO TO WS-GRUPO-EMP
009040     IF WS-GRUPO-EMP = SPACES OR WS-GRUPO-EMP = LOW-VALUES
009050         MOVE "MN" TO WS-GRUPO-EMP
009060     END-IF
009070     IF WS-GRUPOS-HOY = SPACES
009080         IF WS-GRUPO-EMP = "MN"
009090             MOVE "S" TO WS-GRUPO-PAGA-SW
009100         END-IF
009110     ELSE
009120         PERFORM 5450-COTEJAR-GRUPO THRU 5450-EXIT
009130             VARYING WS-GRP-SUB FROM 1 BY 1
009140             UNTIL WS-GRP-SUB > 4
009150     END-IF
009160     IF WS-GRUPO-PAGA
009170         MOVE "S" TO WS-EMP-PAGABLE-SW
009180     END-IF.
009190 5400-EXIT.
009200     EXIT.
009210
009220 5450-COTEJAR-GRUPO.
009230     IF WS-GRUPO-HOY (WS-GRP-SUB) = WS-GRUPO-EMP
009240         MOVE "S" TO WS-GRUPO-PAGA-SW
009250     END-IF.
009260 5450-EXIT.
009270     EXIT.
009280
009290*----------------------------------------------------------*
009300* UN DIA APROBADO HASTA LA FECHA DE NOMINA: SE PAGA LO QUE   *
009310* CABE EN EL TOPE DEL MES Y EN EL DEL ANIO NATURAL DEL DIA   *
009320* TRABAJADO. ENTERO QUEDA LIQUIDADO (L); SI NO CABE TODO     *
009330* QUEDA EXCEDIDO (X) CON LO PAGADO, Y EL EXCESO SE LISTA Y   *
009340* NO SE PAGA.                                                *
009350*----------------------------------------------------------*
009360 5500-LIQUIDAR-HORAS.
009370     IF NOT HEX-APROBADA OR HEX-FECHA > WS-FECHA-NOMINA
009380         GO TO 5500-SIGUE
009390     END-IF
009400     MOVE HEX-FECHA (1:6) TO WS-PERIODO
009410     PERFORM 5600-BUSCAR-MES THRU 5600-EXIT
009420     MOVE HM-HORAS (WS-MES-IDX) TO WS-PAGADO-MES
009430     MOVE ZERO TO WS-PAGADO-ANIO
009440     PERFORM 5650-SUMAR-ANIO THRU 5650-EXIT
009450         VARYING WS-MES-SUB FROM 1 BY 1
009460         UNTIL WS-MES-SUB > WS-MES-COUNT
009470     MOVE SPACES TO WS-MOTIVO-TOPE
009480     COMPUTE WS-DISPONIBLE = WS-TOPE-MES - WS-PAGADO-MES
009490     COMPUTE WS-DISPONIBLE-ANIO = WS-TOPE-ANIO - WS-PAGADO-ANIO
009500     IF WS-DISPONIBLE < ZERO
009510         MOVE ZERO TO WS-DISPONIBLE
009520     END-IF
009530     IF WS-DISPONIBLE-ANIO < WS-DISPONIBLE
009540         MOVE WS-DISPONIBLE-ANIO TO WS-DISPONIBLE
009550         MOVE "TOPE ANUAL" TO WS-MOTIVO-TOPE
009560     ELSE
009570         MOVE "TOPE MENSUAL" TO WS-MOTIVO-TOPE
009580     END-IF
009590     IF WS-DISPONIBLE < ZERO
009600         MOVE ZERO TO WS-DISPONIBLE
009610     END-IF
009620     IF HEX-HORAS > WS-DISPONIBLE
009630         MOVE WS-DISPONIBLE TO WS-HORAS-PAGAR
009640     ELSE
009650         MOVE HEX-HORAS TO WS-HORAS-PAGAR
009660         MOVE SPACES TO WS-MOTIVO-TOPE
009670     END-IF
009680     IF WS-HORAS-PAGAR > ZERO
009690         PERFORM 5700-GRABAR-NOVEDAD THRU 5700-EXIT
009700         ADD WS-HORAS-PAGAR TO HM-HORAS (WS-MES-IDX)
009710     END-IF
009720     MOVE WS-HORAS-PAGAR  TO HEX-HORAS-PAGADAS
009730     MOVE WS-FECHA-NOMINA TO HEX-FECHA-PAGO
009740     IF WS-HORAS-PAGAR = HEX-HORAS
009750         SET HEX-LIQUIDADA TO TRUE
009760     ELSE
009770         SET HEX-EXCEDIDA TO TRUE
009780         ADD 1 TO WS-EXCEDIDAS-COUNT
009790         COMPUTE WS-TOT-HORAS-EXCESO =
009800             WS-TOT-HORAS-EXCESO + HEX-HORAS - WS-HORAS-PAGAR
009810     END-IF
009820     REWRITE HORA-EXTRA-REC
009830     IF NOT WS-HEXMSTR-OK
009840         DISPLAY "HEXTRAS: ERROR REGRABANDO HORAS "
009850             HEX-EMP-ID " " HEX-FECHA
009860             " STATUS " WS-HEXMSTR-STATUS
009870         GO TO ABEND-CLEANUP
009880     END-IF
009890     MOVE WS-MOTIVO-TOPE TO DET-MOTIVO
009900     PERFORM 8300-LINEA-DETALLE THRU 8300-EXIT.
009910 5500-SIGUE.
009920     PERFORM 5100-LEER-HORAS THRU 5100-EXIT.
009930 5500-EXIT.
009940     EXIT.
009950
009960*----------------------------------------------------------*
009970* POSICION DEL MES WS-PERIODO EN LA TABLA DEL EMPLEADO; SI   *
009980* NO ESTA SE AGREGA A CERO.                                  *
009990*----------------------------------------------------------*
010000 5600-BUSCAR-MES.
010010     MOVE "N" TO WS-MES-HALLADO-SW
010020     PERFORM 5610-COTEJAR-MES THRU 5610-EXIT
010030         VARYING WS-MES-SUB FROM 1 BY 1
010040         UNTIL WS-MES-SUB > WS-MES-COUNT OR WS-MES-HALLADO
010050     IF WS-MES-HALLADO
010060         GO TO 5600-EXIT
010070     END-IF
010080     IF WS-MES-COUNT >= 24
010090         DISPLAY "HEXTRAS: TABLA DE MESES LLENA, EMPLEADO "
010100             WS-EMP-ACTUAL
010110         GO TO ABEND-CLEANUP
010120     END-IF
010130     ADD 1 TO WS-MES-COUNT
010140     MOVE WS-MES-COUNT TO WS-MES-IDX
010150     MOVE WS-PERIODO TO HM-PERIODO (WS-MES-IDX)
010160     MOVE ZERO TO HM-HORAS (WS-MES-IDX).
010170 5600-EXIT.
010180     EXIT.
010190
010200 5610-COTEJAR-MES.
010210     IF HM-PERIODO (WS-MES-SUB) = WS-PERIODO
010220         MOVE WS-MES-SUB TO WS-MES-IDX
010230         MOVE "S" TO WS-MES-HALLADO-SW
010240     END-IF.
010250 5610-EXIT.
010260     EXIT.
010270
010280 5650-SUMAR-ANIO.
010290     IF HM-PERIODO (WS-MES-SUB) (1:4) = WS-PERIODO (1:4)
010300         ADD HM-HORAS (WS-MES-SUB) TO WS-PAGADO-ANIO
010310     END-IF.
010320 5650-EXIT.
010330     EXIT.
010340
010350 5700-GRABAR-NOVEDAD.
010360     MOVE HEX-EMP-ID TO NT-EMP-ID-NUM
010370     IF HEX-TIPO-FESTIVO
010380         MOVE WS-COD-FESTIVO TO NT-CODIGO
010390         ADD WS-HORAS-PAGAR TO WS-TOT-HORAS-FESTIVO
010400     ELSE
010410         MOVE WS-COD-NORMAL TO NT-CODIGO
010420         ADD WS-HORAS-PAGAR TO WS-TOT-HORAS-NORMAL
010430     END-IF
010440     MOVE WS-HORAS-PAGAR TO NT-CANTIDAD-NUM
010450     MOVE HEX-FECHA TO NT-FECHA
010460     WRITE NOVEDAD-TRANS-REC
010470     IF NOT WS-NOVTRAN-OK
010480         DISPLAY "HEXTRAS: ERROR GRABANDO NOVTRAN "
010490             WS-NOVTRAN-STATUS
010500         GO TO ABEND-CLEANUP
010510     END-IF
010520     ADD 1 TO WS-NOVEDADES-COUNT.
010530 5700-EXIT.
010540     EXIT.
010550
010560*----------------------------------------------------------*
010570* LISTADO PARA LOS SUPERVISORES: LOS DIAS CON HORAS EXTRA    *
010580* PENDIENTES DE APROBAR, POR EMPLEADO Y FECHA.               *
010590*----------------------------------------------------------*
010600 8000-LISTADO-PENDIENTES.
010610     MOVE SPACES TO HEX-RPT-LINE
010620     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010630     MOVE SPACES TO WS-TIT-LINE
010640     MOVE "HORAS EXTRA PENDIENTES DE APROBAR AL " TO TIT-TEXTO
010650     MOVE WS-FECHA-HOY TO TIT-FECHA
010660     MOVE WS-TIT-LINE TO HEX-RPT-LINE
010670     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010680     MOVE WS-HDR-LINE TO HEX-RPT-LINE
010690     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010700     MOVE "N" TO WS-FIN-HEX-SW
010710     MOVE ZERO TO HEX-CLAVE
010720     START HORA-EXTRA-FILE
010730         KEY IS NOT LESS THAN HEX-CLAVE
010740         INVALID KEY
010750             MOVE "S" TO WS-FIN-HEX-SW
010760     END-START
010770     IF NOT WS-FIN-HEX
010780         PERFORM 5100-LEER-HORAS THRU 5100-EXIT
010790     END-IF
010800     PERFORM 8200-LINEA-PENDIENTE THRU 8200-EXIT
010810         UNTIL WS-FIN-HEX.
010820     MOVE SPACES TO HEX-RPT-LINE
010830     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010840     MOVE "DIAS APROBADOS HOY" TO RS-TEXTO
010850     MOVE WS-APROBADAS-COUNT TO RS-CUENTA
010860     MOVE ZERO TO RS-HORAS
010870     PERFORM 8600-WRITE-RESUMEN THRU 8600-EXIT
010880     MOVE "DIAS RECHAZADOS HOY" TO RS-TEXTO
010890     MOVE WS-RECHAZADAS-COUNT TO RS-CUENTA
010900     PERFORM 8600-WRITE-RESUMEN THRU 8600-EXIT
010910     MOVE "NOVEDADES GRABADAS / HORAS HEN" TO RS-TEXTO
010920     MOVE WS-NOVEDADES-COUNT TO RS-CUENTA
010930     MOVE WS-TOT-HORAS-NORMAL TO RS-HORAS
010940     PERFORM 8600-WRITE-RESUMEN THRU 8600-EXIT
010950     MOVE "HORAS FESTIVAS PAGADAS" TO RS-TEXTO
010960     MOVE ZERO TO RS-CUENTA
010970     MOVE WS-TOT-HORAS-FESTIVO TO RS-HORAS
010980     PERFORM 8600-WRITE-RESUMEN THRU 8600-EXIT
010990     MOVE "DIAS SOBRE TOPE / HORAS NO PAG." TO RS-TEXTO
011000     MOVE WS-EXCEDIDAS-COUNT TO RS-CUENTA
011010     MOVE WS-TOT-HORAS-EXCESO TO RS-HORAS
011020     PERFORM 8600-WRITE-RESUMEN THRU 8600-EXIT
011030     MOVE "DIAS PENDIENTES DE APROBAR" TO RS-TEXTO
011040     MOVE WS-PENDIENTES-COUNT TO RS-CUENTA
011050     MOVE WS-TOT-HORAS-PEND TO RS-HORAS
011060     PERFORM 8600-WRITE-RESUMEN THRU 8600-EXIT.
011070 8000-EXIT.
011080     EXIT.
011090
011100 8200-LINEA-PENDIENTE.
011110     IF HEX-PENDIENTE
011120         ADD 1 TO WS-PENDIENTES-COUNT
011130         ADD HEX-HORAS TO WS-TOT-HORAS-PEND
011140         MOVE SPACES TO DET-MOTIVO
011150         PERFORM 8300-LINEA-DETALLE THRU 8300-EXIT
011160     END-IF
011170     PERFORM 5100-LEER-HORAS THRU 5100-EXIT.
011180 8200-EXIT.
011190     EXIT.
011200
011210 8300-LINEA-DETALLE.
011220     MOVE HEX-EMP-ID TO EMP-ID
011230     READ EMPLEADO-MASTER-FILE
011240         INVALID KEY
011250             MOVE SPACES TO APELLIDO
011260             MOVE SPACES TO DEPARTAMENTO
011270     END-READ
011280     MOVE HEX-EMP-ID        TO DET-EMP-ID
011290     MOVE APELLIDO          TO DET-APELLIDO
011300     MOVE DEPARTAMENTO      TO DET-DEPTO
011310     MOVE HEX-FECHA         TO DET-FECHA
011320     MOVE HEX-TIPO          TO DET-TIPO
011330     MOVE HEX-HORA-ENTRADA  TO DET-ENTRADA
011340     MOVE HEX-HORA-SALIDA   TO DET-SALIDA
011350     MOVE HEX-HORAS         TO DET-HORAS
011360     MOVE HEX-HORAS-PAGADAS TO DET-PAGADAS
011370     MOVE WS-DET-LINE TO HEX-RPT-LINE
011380     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
011390 8300-EXIT.
011400     EXIT.
011410
011420 8500-WRITE-LINEA.
011430     WRITE HEX-RPT-LINE
011440     IF NOT WS-HEXRPT-OK
011450         DISPLAY "HEXTRAS: ERROR ESCRIBIENDO HEXRPT "
011460             WS-HEXRPT-STATUS
011470         GO TO ABEND-CLEANUP
011480     END-IF.
011490 8500-EXIT.
011500     EXIT.
011510
011520 8600-WRITE-RESUMEN.
011530     MOVE WS-RESUMEN-LINE TO HEX-RPT-LINE
011540     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
011550 8600-EXIT.
011560     EXIT.
011570
011580 9000-TERMINATE.
011590     CLOSE HORA-EXTRA-FILE.
011600     CLOSE EMPLEADO-MASTER-FILE.
011610     CLOSE OPERADOR-MASTER-FILE.
011620     IF NOT WS-SIN-DEPTMSTR
011630         CLOSE DEPTO-MASTER-FILE
011640     END-IF
011650     IF NOT WS-SIN-HEXTRAN
011660         CLOSE HEX-TRANS-FILE
011670     END-IF
011680     IF WS-GENERAR
011690         CLOSE NOVEDAD-TRANS-FILE
011700     END-IF
011710     CLOSE HEX-RPT-FILE.
011720     DISPLAY "HEXTRAS: APROBADAS   " WS-APROBADAS-COUNT.
011730     DISPLAY "HEXTRAS: RECHAZADAS  " WS-RECHAZADAS-COUNT.
011740     DISPLAY "HEXTRAS: ERRORES     " WS-ERRORES-COUNT.
011750     DISPLAY "HEXTRAS: NOVEDADES   " WS-NOVEDADES-COUNT.
011760     DISPLAY "HEXTRAS: SOBRE TOPE  " WS-EXCEDIDAS-COUNT.
011770     DISPLAY "HEXTRAS: PENDIENTES  " WS-PENDIENTES-COUNT.
011780 9000-EXIT.
011790     EXIT.
011800
011810 ABEND-CLEANUP.
011820     DISPLAY "HEXTRAS: TERMINACION ANORMAL - CERRANDO FICHEROS".
011830     CLOSE HORA-EXTRA-FILE.
011840     CLOSE EMPLEADO-MASTER-FILE.
011850     CLOSE OPERADOR-MASTER-FILE.
011860     CLOSE DEPTO-MASTER-FILE.
011870     CLOSE HEX-TRANS-FILE.
011880     CLOSE NOVEDAD-TRANS-FILE.
011890     CLOSE HEX-RPT-FILE.
011900     MOVE 16 TO RETURN-CODE.
011910     GOBACK.
011920
011930     END PROGRAM HEXTRAS.

000010*----------------------------------------------------------*
000020* INDRRHH - INDICADORES MENSUALES DE RRHH POR DEPARTAMENTO:  *
000030*           ABSENTISMO, ROTACION Y FACTOR DE BRADFORD        *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. INDRRHH.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. PARA EL MES DE REFERENCIA *
000150*                (TARJETA OPCIONAL INDPARM; SIN ELLA, EL MES *
000160*                ANTERIOR AL DE PROCESO) Y LOS ONCE MESES    *
000170*                PREVIOS CALCULA POR DEPARTAMENTO LA         *
000180*                PLANTILLA MEDIA DE EMPMSTR, EL ABSENTISMO   *
000190*                (DIAS DE ENFERMEDAD Y PERMISO DE AUSMSTR EN *
000200*                DIAS HABILES DE CALMSTR) Y LA ROTACION      *
000210*                (ALTAS Y BAJAS), Y POR EMPLEADO EL FACTOR   *
000220*                DE BRADFORD DE LOS DOCE MESES. EMITE        *
000230*                INDRPT CON EL MES, LA JERARQUIA DE DEPTMSTR *
000240*                (COPY DEPTJER), LA TENDENCIA DE DOCE MESES  *
000250*                Y LOS EMPLEADOS SOBRE EL UMBRAL, COPIA EL   *
000260*                INFORME A DISTREP PARA SU REPARTO Y GRABA   *
000270*                EL EXTRACTO INDEXTR, SEPARADO POR ";", PARA *
000280*                EL CUADRO DE MANDO DE RRHH.                 *
000290*----------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS EMP-ID
000420         FILE STATUS IS WS-EMPMSTR-STATUS.
000430
000440     SELECT AUSENCIA-MASTER-FILE ASSIGN TO "AUSMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS AUS-CLAVE
000480         FILE STATUS IS WS-AUSMSTR-STATUS.
000490
000500     SELECT CALENDARIO-FILE ASSIGN TO "CALMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS CAL-FECHA
000540         FILE STATUS IS WS-CALMSTR-STATUS.
000550
000560     SELECT PARM-FILE ASSIGN TO "INDPARM"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-INDPARM-STATUS.
000590
000600     SELECT IND-RPT-FILE ASSIGN TO "INDRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-INDRPT-STATUS.
000630
000640     SELECT EXTRACTO-FILE ASSIGN TO "INDEXTR"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-INDEXTR-STATUS.
000670
000680     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS DEPT-CODIGO
000720         FILE STATUS IS WS-DEPTMSTR-STATUS.
000730
000740     SELECT DIST-REP-FILE ASSIGN TO "DISTREP"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-DISTREP-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  EMPLEADO-MASTER-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY EMPLEADO.
000830
000840 FD  AUSENCIA-MASTER-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY AUSENC.
000870
000880 FD  CALENDARIO-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY CALENDA.
000910
000920*----------------------------------------------------------*
000930* TARJETA DE PARAMETROS: MES DE REFERENCIA AAAAMM Y UMBRAL   *
000940* DEL FACTOR DE BRADFORD. CUALQUIERA DE LOS DOS A CERO O NO  *
000950* NUMERICO TOMA SU VALOR POR DEFECTO.                        *
000960*----------------------------------------------------------*
000970 FD  PARM-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  PARM-IN-REC.
001000     05 PI-PERIODO.
001010         10 PI-ANIO             PIC 9(04).
001020         10 PI-MES              PIC 9(02).
001030     05 PI-UMBRAL               PIC 9(05).
001040
001050 FD  IND-RPT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  IND-RPT-LINE               PIC X(80).
001080
001090 FD  EXTRACTO-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  EXTRACTO-REC               PIC X(160).
001120
001130 FD  DEPTO-MASTER-FILE
001140     LABEL RECORDS ARE STANDARD.
001150     COPY DEPTO.
001160
001170 FD  DIST-REP-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY DISTREP.
001200
001210 WORKING-STORAGE SECTION.
001220 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001230     88 WS-EMPMSTR-OK               VALUE "00".
001240     88 WS-EMPMSTR-EOF              VALUE "10".
001250
001260 01  WS-AUSMSTR-STATUS          PIC X(02) VALUE SPACES.
001270     88 WS-AUSMSTR-OK               VALUE "00".
001280     88 WS-AUSMSTR-NO-FILE          VALUE "35".
001290
001300 01  WS-CALMSTR-STATUS          PIC X(02) VALUE SPACES.
001310     88 WS-CALMSTR-OK               VALUE "00".
001320
001330 01  WS-INDPARM-STATUS          PIC X(02) VALUE SPACES.
001340     88 WS-INDPARM-OK               VALUE "00".
001350     88 WS-INDPARM-NO-FILE          VALUE "35".
001360
001370 01  WS-INDRPT-STATUS           PIC X(02) VALUE SPACES.
001380     88 WS-INDRPT-OK                VALUE "00".
001390
001400 01  WS-INDEXTR-STATUS          PIC X(02) VALUE SPACES.
001410     88 WS-INDEXTR-OK               VALUE "00".
001420
001430 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
001440     88 WS-DEPTMSTR-OK              VALUE "00".
001450     88 WS-DEPTMSTR-EOF             VALUE "10".
001460     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
001470
001480 01  WS-DISTREP-STATUS          PIC X(02) VALUE SPACES.
001490     88 WS-DISTREP-OK               VALUE "00".
001500     88 WS-DISTREP-NO-FILE          VALUE "35".
001510
001520*----------------------------------------------------------*
001530* ROTULO DE LA COPIA PARA REPARTO: DEPARTAMENTO DE LA LINEA  *
001540* QUE SE VA A ESCRIBIR ("****" = COMUN) Y CORRIDA.           *
001550*----------------------------------------------------------*
001560 01  WS-DIST-DEPTO              PIC X(04) VALUE "****".
001570     88 WS-DIST-COMUN               VALUE "****".
001580 01  WS-DIST-FECHA              PIC 9(08) VALUE ZERO.
001590 01  WS-DIST-HORA               PIC 9(08) VALUE ZERO.
001600 01  WS-DIST-SECUENCIA          PIC 9(07) COMP VALUE ZERO.
001610
001620 01  WS-SWITCHES.
001630     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
001640         88 WS-EOF-MASTER           VALUE "Y".
001650     05 WS-SIN-AUSMSTR-SW      PIC X(01) VALUE "N".
001660         88 WS-SIN-AUSMSTR         VALUE "S".
001670     05 WS-FIN-AUSENCIAS-SW    PIC X(01) VALUE "N".
001680         88 WS-FIN-AUSENCIAS       VALUE "S".
001690     05 WS-FIN-CALENDARIO-SW   PIC X(01) VALUE "N".
001700         88 WS-FIN-CALENDARIO      VALUE "S".
001710     05 WS-EOF-DEPTO-SW        PIC X(01) VALUE "N".
001720         88 WS-EOF-DEPTO            VALUE "Y".
001730     05 WS-DIA-HALLADO-SW      PIC X(01) VALUE "N".
001740         88 WS-DIA-HALLADO          VALUE "S".
001750
001760 01  WS-COUNTERS.
001770     05 WS-EMP-COUNT           PIC 9(05) COMP VALUE ZERO.
001780     05 WS-SIN-CALENDARIO-COUNT PIC 9(07) COMP VALUE ZERO.
001790     05 WS-MESES-SIN-HABILES   PIC 9(02) COMP VALUE ZERO.
001800
001810 01  WS-UMBRAL-BRADFORD         PIC 9(05) VALUE 125.
001820
001830 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001840 01  WS-FECHA-PROCESO-ED REDEFINES WS-FECHA-PROCESO.
001850     05 WS-ANIO-PROCESO         PIC 9(04).
001860     05 WS-MES-PROCESO          PIC 9(02).
001870     05 WS-DIA-PROCESO          PIC 9(02).
001880
001890*----------------------------------------------------------*
001900* MES DE REFERENCIA Y LOS DOCE MESES DE LA VENTANA: EL 12 ES *
001910* EL DE REFERENCIA Y EL 1 EL MAS ANTIGUO. MS-HASTA ES EL DIA *
001920* 31 NOMINAL DEL MES, QUE COMPARA BIEN CON CUALQUIER FECHA   *
001930* DEL MES SIN NECESIDAD DE SABER SU ULTIMO DIA REAL.         *
001940*----------------------------------------------------------*
001950 01  WS-ANIO-REF                PIC 9(04) VALUE ZERO.
001960 01  WS-MES-REF                 PIC 9(02) VALUE ZERO.
001970 01  WS-MES-BASE                PIC 9(06) COMP VALUE ZERO.
001980 01  WS-MES-NUMERO              PIC S9(06) COMP VALUE ZERO.
001990 01  WS-COCIENTE                PIC 9(06) COMP VALUE ZERO.
002000 01  WS-RESTO                   PIC 9(02) COMP VALUE ZERO.
002010 01  WS-K                       PIC 9(02) COMP VALUE ZERO.
002020 01  WS-VENT-DESDE              PIC 9(08) VALUE ZERO.
002030 01  WS-VENT-HASTA              PIC 9(08) VALUE ZERO.
002040
002050 01  WS-MESES-TABLE.
002060     05 WS-MES-ENTRY OCCURS 12 TIMES.
002070         10 MS-PERIODO.
002080             15 MS-ANIO         PIC 9(04).
002090             15 MS-MES          PIC 9(02).
002100         10 MS-DESDE            PIC 9(08).
002110         10 MS-HASTA            PIC 9(08).
002120         10 MS-HABILES          PIC 9(03) COMP.
002130
002140 01  WS-FECHA-TRAB              PIC 9(08) VALUE ZERO.
002150 01  WS-FECHA-TRAB-ED REDEFINES WS-FECHA-TRAB.
002160     05 WS-FT-ANIO              PIC 9(04).
002170     05 WS-FT-MES               PIC 9(02).
002180     05 WS-FT-DIA               PIC 9(02).
002190 01  WS-FECHA-ALTA              PIC 9(08) VALUE ZERO.
002200
002210*----------------------------------------------------------*
002220* DIAS DE CALMSTR DE LA VENTANA. DC-ORDEN NUMERA LOS DIAS    *
002230* HABILES CORRELATIVAMENTE: DOS DIAS DE ENFERMEDAD CON ORDEN *
002240* SEGUIDO SON EL MISMO EPISODIO AUNQUE LOS SEPARE UN FIN DE  *
002250* SEMANA O UN FESTIVO.                                       *
002260*----------------------------------------------------------*
002270 01  WS-DIAS-TAB-COUNT          PIC 9(04) COMP VALUE ZERO.
002280 01  WS-ORDEN-HABIL             PIC 9(05) COMP VALUE ZERO.
002290 01  WS-DIAS-TABLE.
002300     05 WS-DIA-ENTRY OCCURS 1 TO 400 TIMES
002310             DEPENDING ON WS-DIAS-TAB-COUNT
002320             INDEXED BY WS-DIA-IDX.
002330         10 DC-FECHA             PIC 9(08).
002340         10 DC-HABIL-SW          PIC X(01).
002350             88 DC-HABIL             VALUE "S".
002360         10 DC-ORDEN             PIC 9(05) COMP.
002370
002380*----------------------------------------------------------*
002390* ACUMULADORES POR DEPARTAMENTO Y MES: PLANTILLA EL PRIMER Y *
002400* EL ULTIMO DIA DEL MES, DIAS HABILES DE AUSENCIA POR        *
002410* ENFERMEDAD O PERMISO, ALTAS Y BAJAS. WS-TOTAL-TABLE LLEVA  *
002420* LO MISMO PARA TODA LA COMPANIA.                            *
002430*----------------------------------------------------------*
002440 01  WS-DEPTO-TAB-COUNT         PIC 9(04) COMP VALUE ZERO.
002450 01  WS-DEPTO-TABLE.
002460     05 WS-DEPTO-ENTRY OCCURS 1 TO 500 TIMES
002470             DEPENDING ON WS-DEPTO-TAB-COUNT
002480             INDEXED BY WS-DEPTO-IDX.
002490         10 DT-DEPTO             PIC X(04).
002500         10 DT-MES OCCURS 12 TIMES.
002510             15 DT-INICIO        PIC 9(07) COMP.
002520             15 DT-FIN           PIC 9(07) COMP.
002530             15 DT-AUSENCIA      PIC 9(07) COMP.
002540             15 DT-ALTAS         PIC 9(07) COMP.
002550             15 DT-BAJAS         PIC 9(07) COMP.
002560
002570 01  WS-TOTAL-TABLE.
002580     05 TC-MES OCCURS 12 TIMES.
002590         10 TC-INICIO            PIC 9(07) COMP.
002600         10 TC-FIN               PIC 9(07) COMP.
002610         10 TC-AUSENCIA          PIC 9(07) COMP.
002620         10 TC-ALTAS             PIC 9(07) COMP.
002630         10 TC-BAJAS             PIC 9(07) COMP.
002640
002650*----------------------------------------------------------*
002660* CALCULO DE LOS INDICADORES DE UN DEPARTAMENTO Y MES:       *
002670* MEDIA = (INICIO + FIN) / 2                                 *
002680* ABSENTISMO % = AUSENCIA * 100 / (HABILES * MEDIA)          *
002690* ROTACION % = ((ALTAS + BAJAS) / 2) * 100 / MEDIA           *
002700*----------------------------------------------------------*
002710 01  WS-CALCULO.
002720     05 WS-C-INICIO             PIC 9(07) COMP.
002730     05 WS-C-FIN                PIC 9(07) COMP.
002740     05 WS-C-AUSENCIA           PIC 9(07) COMP.
002750     05 WS-C-ALTAS              PIC 9(07) COMP.
002760     05 WS-C-BAJAS              PIC 9(07) COMP.
002770     05 WS-C-HABILES            PIC 9(03) COMP.
002780     05 WS-C-MEDIA              PIC 9(07)V9.
002790     05 WS-C-ABSENTISMO         PIC 9(03)V99.
002800     05 WS-C-ROTACION           PIC 9(03)V99.
002810
002820*----------------------------------------------------------*
002830* FACTOR DE BRADFORD DEL EMPLEADO EN CURSO (EPISODIOS AL     *
002840* CUADRADO POR DIAS) Y EMPLEADOS ACTIVOS QUE LLEGAN AL       *
002850* UMBRAL, ORDENADOS LUEGO DE MAYOR A MENOR FACTOR.           *
002860*----------------------------------------------------------*
002870 01  WS-EPISODIOS               PIC 9(03) COMP VALUE ZERO.
002880 01  WS-DIAS-ENFERMEDAD         PIC 9(03) COMP VALUE ZERO.
002890 01  WS-ORDEN-ANTERIOR          PIC 9(05) COMP VALUE ZERO.
002900 01  WS-FACTOR                  PIC 9(09) COMP VALUE ZERO.
002910
002920 01  WS-BRAD-TAB-COUNT          PIC 9(04) COMP VALUE ZERO.
002930 01  WS-BRAD-TABLE.
002940     05 WS-BRAD-ENTRY OCCURS 1 TO 2000 TIMES
002950             DEPENDING ON WS-BRAD-TAB-COUNT.
002960         10 BR-EMP-ID            PIC 9(06).
002970         10 BR-APELLIDO          PIC X(14).
002980         10 BR-NOMBRE            PIC X(14).
002990         10 BR-DEPTO             PIC X(04).
003000         10 BR-EPISODIOS         PIC 9(03).
003010         10 BR-DIAS              PIC 9(03).
003020         10 BR-FACTOR            PIC 9(09).
003030 01  WS-BRAD-HOLD               PIC X(53).
003040 01  WS-BI                      PIC 9(04) COMP VALUE ZERO.
003050 01  WS-BJ                      PIC 9(04) COMP VALUE ZERO.
003060 01  WS-BMAX                    PIC 9(04) COMP VALUE ZERO.
003070
003080 01  WS-HDR-LINE.
003090     05 FILLER                  PIC X(43) VALUE
003100         "INDICADORES DE RRHH POR DEPARTAMENTO - MES ".
003110     05 HDR-ANIO                PIC 9(04).
003120     05 FILLER                  PIC X(01) VALUE "-".
003130     05 HDR-MES                 PIC 9(02).
003140     05 FILLER                  PIC X(16) VALUE
003150         "  DIAS HABILES  ".
003160     05 HDR-HABILES             PIC ZZ9.
003170
003180 01  WS-HDR-LINE-2.
003190     05 FILLER                  PIC X(28) VALUE
003200         "VENTANA DE DOCE MESES DESDE ".
003210     05 HDR-DESDE               PIC 9(08).
003220     05 FILLER                  PIC X(07) VALUE " HASTA ".
003230     05 HDR-HASTA               PIC 9(08).
003240
003250 01  WS-MES-TITULO              PIC X(80) VALUE
003260     "INDICADORES DEL MES POR DEPARTAMENTO".
003270
003280 01  WS-MES-CAB.
003290     05 FILLER                  PIC X(07) VALUE "DEPTO".
003300     05 FILLER                  PIC X(09) VALUE "INICIO".
003310     05 FILLER                  PIC X(08) VALUE "   FIN".
003320     05 FILLER                  PIC X(10) VALUE "   MEDIA".
003330     05 FILLER                  PIC X(10) VALUE "AUSENCIA".
003340     05 FILLER                  PIC X(08) VALUE "ABS. %".
003350     05 FILLER                  PIC X(07) VALUE "ALTAS".
003360     05 FILLER                  PIC X(08) VALUE "BAJAS".
003370     05 FILLER                  PIC X(06) VALUE "ROT. %".
003380
003390 01  WS-MES-LINE.
003400     05 ML-DEPTO                PIC X(06).
003410     05 FILLER                  PIC X(01) VALUE SPACES.
003420     05 ML-INICIO               PIC ZZZZZ9.
003430     05 FILLER                  PIC X(03) VALUE SPACES.
003440     05 ML-FIN                  PIC ZZZZZ9.
003450     05 FILLER                  PIC X(02) VALUE SPACES.
003460     05 ML-MEDIA                PIC ZZZZZ9,9.
003470     05 FILLER                  PIC X(02) VALUE SPACES.
003480     05 ML-AUSENCIA             PIC ZZZZZZZ9.
003490     05 FILLER                  PIC X(02) VALUE SPACES.
003500     05 ML-ABSENTISMO           PIC ZZ9,99.
003510     05 FILLER                  PIC X(02) VALUE SPACES.
003520     05 ML-ALTAS                PIC ZZZZ9.
003530     05 FILLER                  PIC X(02) VALUE SPACES.
003540     05 ML-BAJAS                PIC ZZZZ9.
003550     05 FILLER                  PIC X(03) VALUE SPACES.
003560     05 ML-ROTACION             PIC ZZ9,99.
003570
003580 01  WS-JER-TITULO              PIC X(80) VALUE
003590     "RESUMEN POR JERARQUIA DE DEPARTAMENTOS (CON SUBORDINADOS)".
003600
003610 01  WS-JER-LINE.
003620     05 JL-SANGRIA              PIC X(22).
003630     05 FILLER                  PIC X(07) VALUE " MEDIA ".
003640     05 JL-MEDIA                PIC ZZZZZ9,9.
003650     05 FILLER                  PIC X(11) VALUE "  AUSENCIA ".
003660     05 JL-AUSENCIA             PIC ZZZZZZ9.
003670     05 FILLER                  PIC X(06) VALUE " ABS% ".
003680     05 JL-ABSENTISMO           PIC ZZ9,99.
003690     05 FILLER                  PIC X(06) VALUE " ROT% ".
003700     05 JL-ROTACION             PIC ZZ9,99.
003710
003720 01  WS-TEN-TITULO              PIC X(80) VALUE
003730     "TENDENCIA DE DOCE MESES: A = ABSENTISMO %  R = ROTACION %".
003740
003750 01  WS-TEN-CAB.
003760     05 FILLER                  PIC X(07) VALUE "DEPTO".
003770     05 TH-COL                  PIC X(06) OCCURS 12 TIMES.
003780
003790 01  WS-TEN-LINE-A.
003800     05 TA-DEPTO                PIC X(04).
003810     05 FILLER                  PIC X(03) VALUE " A ".
003820     05 TA-COL                  PIC X(06) OCCURS 12 TIMES.
003830
003840 01  WS-TEN-LINE-R.
003850     05 TR-DEPTO                PIC X(04).
003860     05 FILLER                  PIC X(03) VALUE " R ".
003870     05 TR-COL                  PIC X(06) OCCURS 12 TIMES.
003880
003890 01  WS-TEN-PERIODO.
003900     05 FILLER                  PIC X(01) VALUE SPACES.
003910     05 TP-MES                  PIC 9(02).
003920     05 FILLER                  PIC X(01) VALUE "/".
003930     05 TP-ANIO                 PIC 9(02).
003940 01  WS-ANIO-AUX                PIC 9(04) VALUE ZERO.
003950 01  WS-ANIO-AUX-ED REDEFINES WS-ANIO-AUX.
003960     05 WS-ANIO-SIGLO           PIC 9(02).
003970     05 WS-ANIO-CORTO           PIC 9(02).
003980 01  WS-PCT-ED                  PIC ZZZ9,9.
003990
004000 01  WS-BRA-TITULO              PIC X(80) VALUE
004010     "FACTOR BRADFORD DOCE MESES = EPISODIOS X EPISODIOS X DIAS".
004020
004030 01  WS-BRA-UMBRAL-LINE.
004040     05 FILLER                  PIC X(42) VALUE
004050         "EMPLEADOS EN SEGUIMIENTO CON FACTOR DESDE ".
004060     05 BU-UMBRAL               PIC ZZ.ZZ9.
004070     05 FILLER                  PIC X(03) VALUE ":  ".
004080     05 BU-EMPLEADOS            PIC ZZZZ9.
004090
004100 01  WS-BRA-CAB.
004110     05 FILLER                  PIC X(08) VALUE "EMP-ID".
004120     05 FILLER                  PIC X(16) VALUE "APELLIDO".
004130     05 FILLER                  PIC X(16) VALUE "NOMBRE".
004140     05 FILLER                  PIC X(07) VALUE "DEPTO".
004150     05 FILLER                  PIC X(08) VALUE "EPIS.".
004160     05 FILLER                  PIC X(08) VALUE " DIAS".
004170     05 FILLER                  PIC X(11) VALUE "     FACTOR".
004180
004190 01  WS-BRA-LINE.
004200     05 BL-EMP-ID               PIC 9(06).
004210     05 FILLER                  PIC X(02) VALUE SPACES.
004220     05 BL-APELLIDO             PIC X(14).
004230     05 FILLER                  PIC X(02) VALUE SPACES.
004240     05 BL-NOMBRE               PIC X(14).
004250     05 FILLER                  PIC X(02) VALUE SPACES.
004260     05 BL-DEPTO                PIC X(04).
004270     05 FILLER                  PIC X(03) VALUE SPACES.
004280     05 BL-EPISODIOS            PIC ZZZZ9.
004290     05 FILLER                  PIC X(03) VALUE SPACES.
004300     05 BL-DIAS                 PIC ZZZZ9.
004310     05 FILLER                  PIC X(03) VALUE SPACES.
004320     05 BL-FACTOR               PIC ZZZ.ZZZ.ZZ9.
004330
004340*----------------------------------------------------------*
004350* FILA DEL EXTRACTO PARA EL CUADRO DE MANDO: UNA POR         *
004360* DEPARTAMENTO Y MES DE LA VENTANA, Y LAS DE LA COMPANIA CON *
004370* DEPTO "****". CAMPOS SEPARADOS POR ";" Y COMA DECIMAL.     *
004380*----------------------------------------------------------*
004390 01  WS-EXT-CABECERA.
004400     05 FILLER                  PIC X(40) VALUE
004410         "MES;DEPTO;PLANTILLA_INICIO;PLANTILLA_FIN".
004420     05 FILLER                  PIC X(40) VALUE
004430         ";PLANTILLA_MEDIA;DIAS_HABILES;DIAS_AUSEN".
004440     05 FILLER                  PIC X(40) VALUE
004450         "CIA;ABSENTISMO_PCT;ALTAS;BAJAS;ROTACION_".
004460     05 FILLER                  PIC X(40) VALUE
004470         "PCT                                     ".
004480 01  WS-EXT-DEPTO               PIC X(04).
004490 01  WS-EXT-INICIO              PIC 9(07).
004500 01  WS-EXT-FIN                 PIC 9(07).
004510 01  WS-EXT-MEDIA               PIC 9(07),9.
004520 01  WS-EXT-HABILES             PIC 9(03).
004530 01  WS-EXT-AUSENCIA            PIC 9(07).
004540 01  WS-EXT-ABSENTISMO          PIC 9(03),99.
004550 01  WS-EXT-ALTAS               PIC 9(05).
004560 01  WS-EXT-BAJAS               PIC 9(05).
004570 01  WS-EXT-ROTACION            PIC 9(03),99.
004580
004590     COPY DEPTJER.
004600
004610 PROCEDURE DIVISION.
004620
004630 0000-MAINLINE.
004640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004650     PERFORM 2000-PROCESS-EMPLEADO THRU 2000-EXIT
004660         UNTIL WS-EOF-MASTER.
004670     PERFORM 8000-WRITE-INFORME THRU 8000-EXIT.
004680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004690     GOBACK.
004700
004710 1000-INITIALIZE.
004720     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
004730     IF WS-MES-PROCESO = 1
004740         COMPUTE WS-ANIO-REF = WS-ANIO-PROCESO - 1
004750         MOVE 12 TO WS-MES-REF
004760     ELSE
004770         MOVE WS-ANIO-PROCESO TO WS-ANIO-REF
004780         COMPUTE WS-MES-REF = WS-MES-PROCESO - 1
004790     END-IF
004800     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
004810     PERFORM 1150-PREPARAR-MESES THRU 1150-EXIT.
004820     INITIALIZE WS-TOTAL-TABLE
004830     OPEN INPUT EMPLEADO-MASTER-FILE.
004840     IF NOT WS-EMPMSTR-OK
004850         DISPLAY "INDRRHH: ERROR ABRIENDO EMPMSTR "
004860             WS-EMPMSTR-STATUS
004870         GO TO ABEND-CLEANUP
004880     END-IF
004890     OPEN INPUT AUSENCIA-MASTER-FILE.
004900     IF WS-AUSMSTR-NO-FILE
004910         MOVE "S" TO WS-SIN-AUSMSTR-SW
004920     ELSE
004930         IF NOT WS-AUSMSTR-OK
004940             DISPLAY "INDRRHH: ERROR ABRIENDO AUSMSTR "
004950                 WS-AUSMSTR-STATUS
004960             GO TO ABEND-CLEANUP
004970         END-IF
004980     END-IF
004990     PERFORM 1200-CARGAR-CALENDARIO THRU 1200-EXIT.
005000     OPEN OUTPUT IND-RPT-FILE.
005010     IF NOT WS-INDRPT-OK
005020         DISPLAY "INDRRHH: ERROR ABRIENDO INDRPT "
005030             WS-INDRPT-STATUS
005040         GO TO ABEND-CLEANUP
005050     END-IF
005060     OPEN OUTPUT EXTRACTO-FILE.
005070     IF NOT WS-INDEXTR-OK
005080         DISPLAY "INDRRHH: ERROR ABRIENDO INDEXTR "
005090             WS-INDEXTR-STATUS
005100         GO TO ABEND-CLEANUP
005110     END-IF
005120     MOVE WS-EXT-CABECERA TO EXTRACTO-REC
005130     PERFORM 8750-WRITE-EXTRACTO THRU 8750-EXIT
005140     PERFORM 1300-ABRIR-DISTREP THRU 1300-EXIT
005150     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005160 1000-EXIT.
005170     EXIT.
005180
005190*----------------------------------------------------------*
005200* LEE EL MES DE REFERENCIA Y EL UMBRAL DE BRADFORD DE LA     *
005210* TARJETA OPCIONAL. SIN TARJETA SE QUEDAN EL MES ANTERIOR AL *
005220* DE PROCESO Y EL UMBRAL DE 125.                             *
005230*----------------------------------------------------------*
005240 1100-LEER-PARM.
005250     OPEN INPUT PARM-FILE.
005260     IF WS-INDPARM-OK
005270         READ PARM-FILE
005280             AT END
005290                 CONTINUE
005300         END-READ
005310         IF WS-INDPARM-OK AND PI-PERIODO IS NUMERIC
005320             AND PI-ANIO > ZERO
005330             AND PI-MES > ZERO AND PI-MES NOT > 12
005340             MOVE PI-ANIO TO WS-ANIO-REF
005350             MOVE PI-MES TO WS-MES-REF
005360         END-IF
005370         IF WS-INDPARM-OK AND PI-UMBRAL IS NUMERIC
005380             AND PI-UMBRAL > ZERO
005390             MOVE PI-UMBRAL TO WS-UMBRAL-BRADFORD
005400         END-IF
005410         CLOSE PARM-FILE
005420     ELSE
005430         IF NOT WS-INDPARM-NO-FILE
005440             DISPLAY "INDRRHH: ERROR ABRIENDO INDPARM "
005450                 WS-INDPARM-STATUS
005460             GO TO ABEND-CLEANUP
005470         END-IF
005480     END-IF.
005490 1100-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------*
005530* ARMA LA VENTANA: WS-MES-BASE ES EL NUMERO DE MES (ANIO * 12*
005540* + MES) ANTERIOR AL PRIMERO, ASI EL MES DE UNA FECHA SE     *
005550* UBICA RESTANDO (7500-UBICAR-MES).                          *
005560*----------------------------------------------------------*
005570 1150-PREPARAR-MESES.
005580     COMPUTE WS-MES-BASE = WS-ANIO-REF * 12 + WS-MES-REF - 12
005590     PERFORM 1160-MES THRU 1160-EXIT
005600         VARYING WS-K FROM 1 BY 1
005610         UNTIL WS-K > 12
005620     MOVE MS-DESDE (1) TO WS-VENT-DESDE
005630     MOVE MS-HASTA (12) TO WS-VENT-HASTA.
005640 1150-EXIT.
005650     EXIT.
005660
005670 1160-MES.
005680     COMPUTE WS-MES-NUMERO = WS-MES-BASE + WS-K - 1
005690     DIVIDE WS-MES-NUMERO BY 12
005700         GIVING WS-COCIENTE REMAINDER WS-RESTO
005710     MOVE WS-COCIENTE TO MS-ANIO (WS-K)
005720     COMPUTE MS-MES (WS-K) = WS-RESTO + 1
005730     COMPUTE MS-DESDE (WS-K) =
005740         MS-ANIO (WS-K) * 10000 + MS-MES (WS-K) * 100 + 1
005750     COMPUTE MS-HASTA (WS-K) =
005760         MS-ANIO (WS-K) * 10000 + MS-MES (WS-K) * 100 + 31
005770     MOVE ZERO TO MS-HABILES (WS-K).
005780 1160-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------*
005820* CARGA LOS DIAS DE CALMSTR DE LA VENTANA Y CUENTA LOS       *
005830* HABILES DE CADA MES. UN MES SIN DIAS HABILES CARGADOS NO   *
005840* PERMITE CALCULAR SU ABSENTISMO: SE AVISA Y EL PROGRAMA     *
005850* TERMINA CON RC 4.                                          *
005860*----------------------------------------------------------*
005870 1200-CARGAR-CALENDARIO.
005880     OPEN INPUT CALENDARIO-FILE.
005890     IF NOT WS-CALMSTR-OK
005900         DISPLAY "INDRRHH: ERROR ABRIENDO CALMSTR "
005910             WS-CALMSTR-STATUS
005920         GO TO ABEND-CLEANUP
005930     END-IF
005940     MOVE "N" TO WS-FIN-CALENDARIO-SW
005950     MOVE WS-VENT-DESDE TO CAL-FECHA
005960     START CALENDARIO-FILE
005970         KEY IS NOT LESS THAN CAL-FECHA
005980         INVALID KEY
005990             MOVE "S" TO WS-FIN-CALENDARIO-SW
006000     END-START
006010     PERFORM 1210-LEER-CALENDARIO THRU 1210-EXIT
006020         UNTIL WS-FIN-CALENDARIO
006030     CLOSE CALENDARIO-FILE
006040     PERFORM 1220-REVISAR-MES THRU 1220-EXIT
006050         VARYING WS-K FROM 1 BY 1
006060         UNTIL WS-K > 12.
006070 1200-EXIT.
006080     EXIT.
006090
006100 1210-LEER-CALENDARIO.
006110     READ CALENDARIO-FILE NEXT
006120         AT END
006130             MOVE "S" TO WS-FIN-CALENDARIO-SW
006140     END-READ
006150     IF NOT WS-FIN-CALENDARIO AND NOT WS-CALMSTR-OK
006160         DISPLAY "INDRRHH: ERROR LEYENDO CALMSTR "
006170             WS-CALMSTR-STATUS
006180         GO TO ABEND-CLEANUP
006190     END-IF
006200     IF WS-FIN-CALENDARIO
006210         GO TO 1210-EXIT
006220     END-IF
006230     IF CAL-FECHA > WS-VENT-HASTA
006240         MOVE "S" TO WS-FIN-CALENDARIO-SW
006250         GO TO 1210-EXIT
006260     END-IF
006270     IF WS-DIAS-TAB-COUNT >= 400
006280         DISPLAY "INDRRHH: TABLA DE DIAS DE CALENDARIO LLENA"
006290         GO TO ABEND-CLEANUP
006300     END-IF
006310     ADD 1 TO WS-DIAS-TAB-COUNT
006320     MOVE CAL-FECHA TO DC-FECHA (WS-DIAS-TAB-COUNT)
006330     MOVE CAL-HABIL-SW TO DC-HABIL-SW (WS-DIAS-TAB-COUNT)
006340     MOVE ZERO TO DC-ORDEN (WS-DIAS-TAB-COUNT)
006350     IF CAL-HABIL
006360         ADD 1 TO WS-ORDEN-HABIL
006370         MOVE WS-ORDEN-HABIL TO DC-ORDEN (WS-DIAS-TAB-COUNT)
006380         MOVE CAL-FECHA TO WS-FECHA-TRAB
006390         PERFORM 7500-UBICAR-MES THRU 7500-EXIT
006400         IF WS-K > ZERO
006410             ADD 1 TO MS-HABILES (WS-K)
006420         END-IF
006430     END-IF.
006440 1210-EXIT.
006450     EXIT.
006460
006470 1220-REVISAR-MES.
006480     IF MS-HABILES (WS-K) = ZERO
006490         DISPLAY "INDRRHH: MES SIN DIAS HABILES EN CALMSTR "
006500             MS-PERIODO (WS-K)
006510         ADD 1 TO WS-MESES-SIN-HABILES
006520     END-IF.
006530 1220-EXIT.
006540     EXIT.
006550
006560*----------------------------------------------------------*
006570* ABRE LA COPIA PARA REPARTO EN EXTEND (LA PRIMERA VEZ SE    *
006580* CREA) Y FIJA LA FECHA Y HORA QUE IDENTIFICAN LA CORRIDA.   *
006590*----------------------------------------------------------*
006600 1300-ABRIR-DISTREP.
006610     OPEN EXTEND DIST-REP-FILE.
006620     IF WS-DISTREP-NO-FILE
006630         OPEN OUTPUT DIST-REP-FILE
006640     END-IF
006650     IF NOT WS-DISTREP-OK
006660         DISPLAY "INDRRHH: ERROR ABRIENDO DISTREP "
006670             WS-DISTREP-STATUS
006680         GO TO ABEND-CLEANUP
006690     END-IF
006700     ACCEPT WS-DIST-FECHA FROM DATE YYYYMMDD
006710     ACCEPT WS-DIST-HORA FROM TIME.
006720 1300-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------*
006760* CADA EMPLEADO, ACTIVO O DE BAJA, CUENTA EN SU DEPARTAMENTO *
006770* ACTUAL PARA LOS MESES DE LA VENTANA EN QUE ESTUVO DE ALTA. *
006780* SE SALTAN LOS DADOS DE BAJA ANTES DE LA VENTANA Y LOS QUE  *
006790* ENTRAN DESPUES DE ELLA.                                    *
006800*----------------------------------------------------------*
006810 2000-PROCESS-EMPLEADO.
006820     COMPUTE WS-FECHA-ALTA = ANIO * 10000 + MES * 100 + DIA
006830     IF WS-FECHA-ALTA > WS-VENT-HASTA
006840         PERFORM 2100-READ-MASTER THRU 2100-EXIT
006850         GO TO 2000-EXIT
006860     END-IF
006870     IF EMP-BAJA AND EMP-FECHA-BAJA < WS-VENT-DESDE
006880         PERFORM 2100-READ-MASTER THRU 2100-EXIT
006890         GO TO 2000-EXIT
006900     END-IF
006910     ADD 1 TO WS-EMP-COUNT
006920     PERFORM 7000-ACUMULA-DEPTO THRU 7000-EXIT
006930     PERFORM 2200-PLANTILLA-MES THRU 2200-EXIT
006940         VARYING WS-K FROM 1 BY 1
006950         UNTIL WS-K > 12
006960     MOVE WS-FECHA-ALTA TO WS-FECHA-TRAB
006970     PERFORM 7500-UBICAR-MES THRU 7500-EXIT
006980     IF WS-K > ZERO
006990         ADD 1 TO DT-ALTAS (WS-DEPTO-IDX, WS-K)
007000         ADD 1 TO TC-ALTAS (WS-K)
007010     END-IF
007020     IF EMP-BAJA
007030         MOVE EMP-FECHA-BAJA TO WS-FECHA-TRAB
007040         PERFORM 7500-UBICAR-MES THRU 7500-EXIT
007050         IF WS-K > ZERO
007060             ADD 1 TO DT-BAJAS (WS-DEPTO-IDX, WS-K)
007070             ADD 1 TO TC-BAJAS (WS-K)
007080         END-IF
007090     END-IF
007100     PERFORM 3000-CONTAR-AUSENCIAS THRU 3000-EXIT
007110     PERFORM 3500-BRADFORD THRU 3500-EXIT
007120     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
007130 2000-EXIT.
007140     EXIT.
007150
007160 2100-READ-MASTER.
007170     READ EMPLEADO-MASTER-FILE NEXT
007180         AT END
007190             SET WS-EOF-MASTER TO TRUE
007200     END-READ
007210     IF NOT WS-EOF-MASTER AND NOT WS-EMPMSTR-OK
007220         DISPLAY "INDRRHH: ERROR LEYENDO EMPMSTR "
007230             WS-EMPMSTR-STATUS
007240         GO TO ABEND-CLEANUP
007250     END-IF.
007260 2100-EXIT.
007270     EXIT.
007280
007290*----------------------------------------------------------*
007300* PLANTILLA: EL EMPLEADO ESTA DE ALTA UN DIA SI ENTRO ESE    *
007310* DIA O ANTES Y NO TIENE BAJA O SU BAJA ES POSTERIOR.        *
007320*----------------------------------------------------------*
007330 2200-PLANTILLA-MES.
007340     IF WS-FECHA-ALTA NOT > MS-DESDE (WS-K)
007350         AND (NOT EMP-BAJA OR EMP-FECHA-BAJA > MS-DESDE (WS-K))
007360         ADD 1 TO DT-INICIO (WS-DEPTO-IDX, WS-K)
007370         ADD 1 TO TC-INICIO (WS-K)
007380     END-IF
007390     IF WS-FECHA-ALTA NOT > MS-HASTA (WS-K)
007400         AND (NOT EMP-BAJA OR EMP-FECHA-BAJA > MS-HASTA (WS-K))
007410         ADD 1 TO DT-FIN (WS-DEPTO-IDX, WS-K)
007420         ADD 1 TO TC-FIN (WS-K)
007430     END-IF.
007440 2200-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------*
007480* RECORRE LAS AUSENCIAS DEL EMPLEADO EN LA VENTANA: SE       *
007490* POSICIONA CON START EN EL PRIMER DIA Y LEE HACIA ADELANTE  *
007500* HASTA CAMBIAR DE EMPLEADO O PASAR EL ULTIMO.               *
007510*----------------------------------------------------------*
007520 3000-CONTAR-AUSENCIAS.
007530     MOVE ZERO TO WS-EPISODIOS
007540     MOVE ZERO TO WS-DIAS-ENFERMEDAD
007550     MOVE ZERO TO WS-ORDEN-ANTERIOR
007560     IF WS-SIN-AUSMSTR
007570         GO TO 3000-EXIT
007580     END-IF
007590     MOVE "N" TO WS-FIN-AUSENCIAS-SW
007600     MOVE EMP-ID TO AUS-EMP-ID
007610     MOVE WS-VENT-DESDE TO AUS-FECHA
007620     START AUSENCIA-MASTER-FILE
007630         KEY IS NOT LESS THAN AUS-CLAVE
007640         INVALID KEY
007650             MOVE "S" TO WS-FIN-AUSENCIAS-SW
007660     END-START
007670     PERFORM 3100-LEER-AUSENCIA THRU 3100-EXIT
007680         UNTIL WS-FIN-AUSENCIAS.
007690 3000-EXIT.
007700     EXIT.
007710
007720 3100-LEER-AUSENCIA.
007730     READ AUSENCIA-MASTER-FILE NEXT
007740         AT END
007750             MOVE "S" TO WS-FIN-AUSENCIAS-SW
007760     END-READ
007770     IF NOT WS-FIN-AUSENCIAS AND NOT WS-AUSMSTR-OK
007780         DISPLAY "INDRRHH: ERROR LEYENDO AUSMSTR "
007790             WS-AUSMSTR-STATUS
007800         GO TO ABEND-CLEANUP
007810     END-IF
007820     IF NOT WS-FIN-AUSENCIAS
007830         IF AUS-EMP-ID NOT = EMP-ID
007840             OR AUS-FECHA > WS-VENT-HASTA
007850             MOVE "S" TO WS-FIN-AUSENCIAS-SW
007860         ELSE
007870             IF AUS-ENFERMEDAD OR AUS-PERMISO
007880                 PERFORM 3200-DIA-AUSENCIA THRU 3200-EXIT
007890             END-IF
007900         END-IF
007910     END-IF.
007920 3100-EXIT.
007930     EXIT.
007940
007950*----------------------------------------------------------*
007960* UN DIA DE ENFERMEDAD O PERMISO SOLO CUENTA SI ES HABIL EN  *
007970* CALMSTR. LOS DE ENFERMEDAD SUMAN ADEMAS AL BRADFORD: ABREN *
007980* EPISODIO NUEVO SALVO QUE EL DIA HABIL ANTERIOR TAMBIEN     *
007990* FUERA DE ENFERMEDAD.                                       *
008000*----------------------------------------------------------*
008010 3200-DIA-AUSENCIA.
008020     MOVE "N" TO WS-DIA-HALLADO-SW
008030     IF WS-DIAS-TAB-COUNT = ZERO
008040         ADD 1 TO WS-SIN-CALENDARIO-COUNT
008050         GO TO 3200-EXIT
008060     END-IF
008070     SET WS-DIA-IDX TO 1
008080     SEARCH WS-DIA-ENTRY
008090         AT END
008100             CONTINUE
008110         WHEN DC-FECHA (WS-DIA-IDX) = AUS-FECHA
008120             SET WS-DIA-HALLADO TO TRUE
008130     END-SEARCH
008140     IF NOT WS-DIA-HALLADO
008150         ADD 1 TO WS-SIN-CALENDARIO-COUNT
008160         GO TO 3200-EXIT
008170     END-IF
008180     IF NOT DC-HABIL (WS-DIA-IDX)
008190         GO TO 3200-EXIT
008200     END-IF
008210     MOVE AUS-FECHA TO WS-FECHA-TRAB
008220     PERFORM 7500-UBICAR-MES THRU 7500-EXIT
008230     IF WS-K = ZERO
008240         GO TO 3200-EXIT
008250     END-IF
008260     ADD 1 TO DT-AUSENCIA (WS-DEPTO-IDX, WS-K)
008270     ADD 1 TO TC-AUSENCIA (WS-K)
008280     IF NOT AUS-ENFERMEDAD
008290         GO TO 3200-EXIT
008300     END-IF
008310     ADD 1 TO WS-DIAS-ENFERMEDAD
008320     IF WS-ORDEN-ANTERIOR = ZERO
008330         OR DC-ORDEN (WS-DIA-IDX) > WS-ORDEN-ANTERIOR + 1
008340         ADD 1 TO WS-EPISODIOS
008350     END-IF
008360     MOVE DC-ORDEN (WS-DIA-IDX) TO WS-ORDEN-ANTERIOR.
008370 3200-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------*
008410* FACTOR DE BRADFORD = EPISODIOS * EPISODIOS * DIAS. SOLO SE *
008420* LISTAN LOS EMPLEADOS ACTIVOS QUE LLEGAN AL UMBRAL.         *
008430*----------------------------------------------------------*
008440 3500-BRADFORD.
008450     IF EMP-BAJA OR WS-EPISODIOS = ZERO
008460         GO TO 3500-EXIT
008470     END-IF
008480     COMPUTE WS-FACTOR =
008490         WS-EPISODIOS * WS-EPISODIOS * WS-DIAS-ENFERMEDAD
008500     IF WS-FACTOR < WS-UMBRAL-BRADFORD
008510         GO TO 3500-EXIT
008520     END-IF
008530     IF WS-BRAD-TAB-COUNT >= 2000
008540         DISPLAY "INDRRHH: TABLA DE SEGUIMIENTO BRADFORD LLENA"
008550         GO TO ABEND-CLEANUP
008560     END-IF
008570     ADD 1 TO WS-BRAD-TAB-COUNT
008580     MOVE EMP-ID TO BR-EMP-ID (WS-BRAD-TAB-COUNT)
008590     MOVE APELLIDO TO BR-APELLIDO (WS-BRAD-TAB-COUNT)
008600     MOVE NOMBRE TO BR-NOMBRE (WS-BRAD-TAB-COUNT)
008610     MOVE DEPARTAMENTO TO BR-DEPTO (WS-BRAD-TAB-COUNT)
008620     MOVE WS-EPISODIOS TO BR-EPISODIOS (WS-BRAD-TAB-COUNT)
008630     MOVE WS-DIAS-ENFERMEDAD TO BR-DIAS (WS-BRAD-TAB-COUNT)
008640     MOVE WS-FACTOR TO BR-FACTOR (WS-BRAD-TAB-COUNT).
008650 3500-EXIT.
008660     EXIT.
008670
008680 7000-ACUMULA-DEPTO.
008690     SET WS-DEPTO-IDX TO 1
008700     SEARCH WS-DEPTO-ENTRY
008710         AT END
008720             PERFORM 7100-NUEVA-ENTRADA THRU 7100-EXIT
008730             SET WS-DEPTO-IDX TO WS-DEPTO-TAB-COUNT
008740         WHEN DT-DEPTO (WS-DEPTO-IDX) = DEPARTAMENTO
008750             CONTINUE
008760     END-SEARCH.
008770 7000-EXIT.
008780     EXIT.
008790
008800 7100-NUEVA-ENTRADA.
008810     IF WS-DEPTO-TAB-COUNT >= 500
008820         DISPLAY "INDRRHH: TABLA DE DEPARTAMENTOS LLENA"
008830         GO TO ABEND-CLEANUP
008840     END-IF
008850     ADD 1 TO WS-DEPTO-TAB-COUNT
008860     INITIALIZE WS-DEPTO-ENTRY (WS-DEPTO-TAB-COUNT)
008870     MOVE DEPARTAMENTO TO DT-DEPTO (WS-DEPTO-TAB-COUNT).
008880 7100-EXIT.
008890     EXIT.
008900
008910*----------------------------------------------------------*
008920* DEJA EN WS-K EL MES DE LA VENTANA DE WS-FECHA-TRAB (1 A    *
008930* 12), O CERO SI LA FECHA CAE FUERA DE ELLA.                 *
008940*----------------------------------------------------------*
008950 7500-UBICAR-MES.
008960     COMPUTE WS-MES-NUMERO =
008970         WS-FT-ANIO * 12 + WS-FT-MES - WS-MES-BASE
008980     IF WS-MES-NUMERO < 1 OR WS-MES-NUMERO > 12
008990         MOVE ZERO TO WS-K
009000     ELSE
009010         MOVE WS-MES-NUMERO TO WS-K
009020     END-IF.
009030 7500-EXIT.
009040     EXIT.
009050
009060 8000-WRITE-INFORME.
009070     MOVE WS-ANIO-REF TO HDR-ANIO
009080     MOVE WS-MES-REF TO HDR-MES
009090     MOVE MS-HABILES (12) TO HDR-HABILES
009100     MOVE WS-HDR-LINE TO IND-RPT-LINE
009110     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009120     MOVE WS-VENT-DESDE TO HDR-DESDE
009130     MOVE WS-VENT-HASTA TO HDR-HASTA
009140     MOVE WS-HDR-LINE-2 TO IND-RPT-LINE
009150     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009160     PERFORM 8100-WRITE-MES THRU 8100-EXIT
009170     PERFORM 8600-CARGAR-JERARQUIA THRU 8600-EXIT
009180     PERFORM 8690-PROPIOS THRU 8690-EXIT
009190         VARYING WS-DEPTO-IDX FROM 1 BY 1
009200         UNTIL WS-DEPTO-IDX > WS-DEPTO-TAB-COUNT
009210     PERFORM 8650-PREPARAR-JER THRU 8650-EXIT
009220     PERFORM 8680-IMPRIMIR-JER THRU 8680-EXIT
009230     PERFORM 8300-WRITE-TENDENCIA THRU 8300-EXIT
009240     PERFORM 8400-WRITE-BRADFORD THRU 8400-EXIT
009250     PERFORM 8700-EXTRACTO-DEPTO THRU 8700-EXIT
009260         VARYING WS-DEPTO-IDX FROM 1 BY 1
009270         UNTIL WS-DEPTO-IDX > WS-DEPTO-TAB-COUNT
009280     MOVE "****" TO WS-EXT-DEPTO
009290     PERFORM 8720-EXTRACTO-TOTAL THRU 8720-EXIT
009300         VARYING WS-K FROM 1 BY 1
009310         UNTIL WS-K > 12.
009320 8000-EXIT.
009330     EXIT.
009340
009350*----------------------------------------------------------*
009360* INDICADORES DEL MES DE REFERENCIA: UNA LINEA POR           *
009370* DEPARTAMENTO Y EL TOTAL DE LA COMPANIA.                    *
009380*----------------------------------------------------------*
009390 8100-WRITE-MES.
009400     MOVE SPACES TO IND-RPT-LINE
009410     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009420     MOVE WS-MES-TITULO TO IND-RPT-LINE
009430     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009440     MOVE WS-MES-CAB TO IND-RPT-LINE
009450     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009460     MOVE 12 TO WS-K
009470     PERFORM 8110-LINEA-MES THRU 8110-EXIT
009480         VARYING WS-DEPTO-IDX FROM 1 BY 1
009490         UNTIL WS-DEPTO-IDX > WS-DEPTO-TAB-COUNT
009500     MOVE 12 TO WS-K
009510     PERFORM 8220-CARGAR-TOTAL THRU 8220-EXIT
009520     PERFORM 8200-CALCULAR THRU 8200-EXIT
009530     MOVE "TOTAL" TO ML-DEPTO
009540     PERFORM 8120-MOVER-MES THRU 8120-EXIT
009550     MOVE WS-MES-LINE TO IND-RPT-LINE
009560     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
009570 8100-EXIT.
009580     EXIT.
009590
009600 8110-LINEA-MES.
009610     PERFORM 8210-CARGAR-DEPTO THRU 8210-EXIT
009620     PERFORM 8200-CALCULAR THRU 8200-EXIT
009630     MOVE DT-DEPTO (WS-DEPTO-IDX) TO ML-DEPTO
009640     PERFORM 8120-MOVER-MES THRU 8120-EXIT
009650     MOVE WS-MES-LINE TO IND-RPT-LINE
009660     MOVE DT-DEPTO (WS-DEPTO-IDX) TO WS-DIST-DEPTO
009670     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009680     SET WS-DIST-COMUN TO TRUE.
009690 8110-EXIT.
009700     EXIT.
009710
009720 8120-MOVER-MES.
009730     MOVE WS-C-INICIO TO ML-INICIO
009740     MOVE WS-C-FIN TO ML-FIN
009750     MOVE WS-C-MEDIA TO ML-MEDIA
009760     MOVE WS-C-AUSENCIA TO ML-AUSENCIA
009770     MOVE WS-C-ABSENTISMO TO ML-ABSENTISMO
009780     MOVE WS-C-ALTAS TO ML-ALTAS
009790     MOVE WS-C-BAJAS TO ML-BAJAS
009800     MOVE WS-C-ROTACION TO ML-ROTACION.
009810 8120-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------*
009850* CALCULA MEDIA, ABSENTISMO Y ROTACION DE LOS VALORES QUE    *
009860* DEJARON EN WS-CALCULO 8210, 8220 O LA JERARQUIA. SIN       *
009870* PLANTILLA O SIN DIAS HABILES EL PORCENTAJE QUEDA A CERO.   *
009880*----------------------------------------------------------*
009890 8200-CALCULAR.
009900     MOVE ZERO TO WS-C-ABSENTISMO
009910     MOVE ZERO TO WS-C-ROTACION
009920     COMPUTE WS-C-MEDIA ROUNDED = (WS-C-INICIO + WS-C-FIN) / 2
009930     IF WS-C-MEDIA = ZERO
009940         GO TO 8200-EXIT
009950     END-IF
009960     IF WS-C-HABILES > ZERO
009970         COMPUTE WS-C-ABSENTISMO ROUNDED =
009980             WS-C-AUSENCIA * 100 / (WS-C-HABILES * WS-C-MEDIA)
009990             ON SIZE ERROR
010000                 MOVE 999,99 TO WS-C-ABSENTISMO
010010         END-COMPUTE
010020     END-IF
010030     COMPUTE WS-C-ROTACION ROUNDED =
010040         (WS-C-ALTAS + WS-C-BAJAS) * 50 / WS-C-MEDIA
010050         ON SIZE ERROR
010060             MOVE 999,99 TO WS-C-ROTACION
010070     END-COMPUTE.
010080 8200-EXIT.
010090     EXIT.
010100
010110 8210-CARGAR-DEPTO.
010120     MOVE DT-INICIO (WS-DEPTO-IDX, WS-K) TO WS-C-INICIO
010130     MOVE DT-FIN (WS-DEPTO-IDX, WS-K) TO WS-C-FIN
010140     MOVE DT-AUSENCIA (WS-DEPTO-IDX, WS-K) TO WS-C-AUSENCIA
010150     MOVE DT-ALTAS (WS-DEPTO-IDX, WS-K) TO WS-C-ALTAS
010160     MOVE DT-BAJAS (WS-DEPTO-IDX, WS-K) TO WS-C-BAJAS
010170     MOVE MS-HABILES (WS-K) TO WS-C-HABILES.
010180 8210-EXIT.
010190     EXIT.
010200
010210 8220-CARGAR-TOTAL.
010220     MOVE TC-INICIO (WS-K) TO WS-C-INICIO
010230     MOVE TC-FIN (WS-K) TO WS-C-FIN
010240     MOVE TC-AUSENCIA (WS-K) TO WS-C-AUSENCIA
010250     MOVE TC-ALTAS (WS-K) TO WS-C-ALTAS
010260     MOVE TC-BAJAS (WS-K) TO WS-C-BAJAS
010270     MOVE MS-HABILES (WS-K) TO WS-C-HABILES.
010280 8220-EXIT.
010290     EXIT.
010300
010310*----------------------------------------------------------*
010320* TENDENCIA: POR DEPARTAMENTO UNA LINEA DE ABSENTISMO (A) Y  *
010330* OTRA DE ROTACION (R) CON LOS DOCE MESES DE LA VENTANA, DEL *
010340* MAS ANTIGUO AL DE REFERENCIA, Y LAS DE LA COMPANIA.        *
010350*----------------------------------------------------------*
010360 8300-WRITE-TENDENCIA.
010370     MOVE SPACES TO IND-RPT-LINE
010380     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010390     MOVE WS-TEN-TITULO TO IND-RPT-LINE
010400     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010410     PERFORM 8305-CABECERA-MES THRU 8305-EXIT
010420         VARYING WS-K FROM 1 BY 1
010430         UNTIL WS-K > 12
010440     MOVE WS-TEN-CAB TO IND-RPT-LINE
010450     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010460     PERFORM 8310-TENDENCIA-DEPTO THRU 8310-EXIT
010470         VARYING WS-DEPTO-IDX FROM 1 BY 1
010480         UNTIL WS-DEPTO-IDX > WS-DEPTO-TAB-COUNT
010490     MOVE "TOT." TO TA-DEPTO
010500     MOVE "TOT." TO TR-DEPTO
010510     PERFORM 8330-COLUMNA-TOTAL THRU 8330-EXIT
010520         VARYING WS-K FROM 1 BY 1
010530         UNTIL WS-K > 12
010540     MOVE WS-TEN-LINE-A TO IND-RPT-LINE
010550     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010560     MOVE WS-TEN-LINE-R TO IND-RPT-LINE
010570     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
010580 8300-EXIT.
010590     EXIT.
010600
010610 8305-CABECERA-MES.
010620     MOVE MS-MES (WS-K) TO TP-MES
010630     MOVE MS-ANIO (WS-K) TO WS-ANIO-AUX
010640     MOVE WS-ANIO-CORTO TO TP-ANIO
010650     MOVE WS-TEN-PERIODO TO TH-COL (WS-K).
010660 8305-EXIT.
010670     EXIT.
010680
010690 8310-TENDENCIA-DEPTO.
010700     MOVE DT-DEPTO (WS-DEPTO-IDX) TO TA-DEPTO
010710     MOVE DT-DEPTO (WS-DEPTO-IDX) TO TR-DEPTO
010720     PERFORM 8320-COLUMNA-DEPTO THRU 8320-EXIT
010730         VARYING WS-K FROM 1 BY 1
010740         UNTIL WS-K > 12
010750     MOVE DT-DEPTO (WS-DEPTO-IDX) TO WS-DIST-DEPTO
010760     MOVE WS-TEN-LINE-A TO IND-RPT-LINE
010770     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010780     MOVE WS-TEN-LINE-R TO IND-RPT-LINE
010790     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010800     SET WS-DIST-COMUN TO TRUE.
010810 8310-EXIT.
010820     EXIT.
010830
010840 8320-COLUMNA-DEPTO.
010850     PERFORM 8210-CARGAR-DEPTO THRU 8210-EXIT
010860     PERFORM 8200-CALCULAR THRU 8200-EXIT
010870     PERFORM 8340-MOVER-COLUMNA THRU 8340-EXIT.
010880 8320-EXIT.
010890     EXIT.
010900
010910 8330-COLUMNA-TOTAL.
010920     PERFORM 8220-CARGAR-TOTAL THRU 8220-EXIT
010930     PERFORM 8200-CALCULAR THRU 8200-EXIT
010940     PERFORM 8340-MOVER-COLUMNA THRU 8340-EXIT.
010950 8330-EXIT.
010960     EXIT.
010970
010980 8340-MOVER-COLUMNA.
010990     COMPUTE WS-PCT-ED ROUNDED = WS-C-ABSENTISMO
011000     MOVE WS-PCT-ED TO TA-COL (WS-K)
011010     COMPUTE WS-PCT-ED ROUNDED = WS-C-ROTACION
011020     MOVE WS-PCT-ED TO TR-COL (WS-K).
011030 8340-EXIT.
011040     EXIT.
011050
011060*----------------------------------------------------------*
011070* SEGUIMIENTO BRADFORD: LOS EMPLEADOS QUE LLEGAN AL UMBRAL,  *
011080* DE MAYOR A MENOR FACTOR (ORDEN POR SELECCION). CADA LINEA  *
011090* SE REPARTE AL DEPARTAMENTO DEL EMPLEADO.                   *
011100*----------------------------------------------------------*
011110 8400-WRITE-BRADFORD.
011120     MOVE SPACES TO IND-RPT-LINE
011130     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011140     MOVE WS-BRA-TITULO TO IND-RPT-LINE
011150     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011160     MOVE WS-UMBRAL-BRADFORD TO BU-UMBRAL
011170     MOVE WS-BRAD-TAB-COUNT TO BU-EMPLEADOS
011180     MOVE WS-BRA-UMBRAL-LINE TO IND-RPT-LINE
011190     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011200     IF WS-BRAD-TAB-COUNT = ZERO
011210         GO TO 8400-EXIT
011220     END-IF
011230     PERFORM 8410-PASADA THRU 8410-EXIT
011240         VARYING WS-BI FROM 1 BY 1
011250         UNTIL WS-BI >= WS-BRAD-TAB-COUNT
011260     MOVE WS-BRA-CAB TO IND-RPT-LINE
011270     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011280     PERFORM 8420-LINEA-BRADFORD THRU 8420-EXIT
011290         VARYING WS-BI FROM 1 BY 1
011300         UNTIL WS-BI > WS-BRAD-TAB-COUNT.
011310 8400-EXIT.
011320     EXIT.
011330
011340 8410-PASADA.
011350     MOVE WS-BI TO WS-BMAX
011360     PERFORM 8415-COMPARA THRU 8415-EXIT
011370         VARYING WS-BJ FROM WS-BI BY 1
011380         UNTIL WS-BJ > WS-BRAD-TAB-COUNT
011390     IF WS-BMAX NOT = WS-BI
011400         MOVE WS-BRAD-ENTRY (WS-BI) TO WS-BRAD-HOLD
011410         MOVE WS-BRAD-ENTRY (WS-BMAX) TO WS-BRAD-ENTRY (WS-BI)
011420         MOVE WS-BRAD-HOLD TO WS-BRAD-ENTRY (WS-BMAX)
011430     END-IF.
011440 8410-EXIT.
011450     EXIT.
011460
011470 8415-COMPARA.
011480     IF BR-FACTOR (WS-BJ) > BR-FACTOR (WS-BMAX)
011490         MOVE WS-BJ TO WS-BMAX
011500     END-IF.
011510 8415-EXIT.
011520     EXIT.
011530
011540 8420-LINEA-BRADFORD.
011550     MOVE BR-EMP-ID (WS-BI) TO BL-EMP-ID
011560     MOVE BR-APELLIDO (WS-BI) TO BL-APELLIDO
011570     MOVE BR-NOMBRE (WS-BI) TO BL-NOMBRE
011580     MOVE BR-DEPTO (WS-BI) TO BL-DEPTO
011590     MOVE BR-EPISODIOS (WS-BI) TO BL-EPISODIOS
011600     MOVE BR-DIAS (WS-BI) TO BL-DIAS
011610     MOVE BR-FACTOR (WS-BI) TO BL-FACTOR
011620     MOVE WS-BRA-LINE TO IND-RPT-LINE
011630     MOVE BR-DEPTO (WS-BI) TO WS-DIST-DEPTO
011640     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011650     SET WS-DIST-COMUN TO TRUE.
011660 8420-EXIT.
011670     EXIT.
011680
011690 8500-WRITE-LINEA.
011700     PERFORM 8550-COPIA-DISTRIB THRU 8550-EXIT
011710     WRITE IND-RPT-LINE
011720     IF NOT WS-INDRPT-OK
011730         DISPLAY "INDRRHH: ERROR ESCRIBIENDO INDRPT "
011740             WS-INDRPT-STATUS
011750         GO TO ABEND-CLEANUP
011760     END-IF.
011770 8500-EXIT.
011780     EXIT.
011790
011800*----------------------------------------------------------*
011810* COPIA LA LINEA QUE SE VA A ESCRIBIR EN INDRPT AL FICHERO   *
011820* DE REPARTO, CON EL DEPARTAMENTO DE WS-DIST-DEPTO.          *
011830*----------------------------------------------------------*
011840 8550-COPIA-DISTRIB.
011850     ADD 1 TO WS-DIST-SECUENCIA
011860     MOVE "INDRRHH " TO DR-INFORME
011870     MOVE WS-DIST-FECHA TO DR-FECHA
011880     MOVE WS-DIST-HORA TO DR-HORA
011890     MOVE WS-DIST-SECUENCIA TO DR-SECUENCIA
011900     MOVE WS-DIST-DEPTO TO DR-DEPTO
011910     MOVE ZERO TO DR-EMP-ID
011920     MOVE IND-RPT-LINE TO DR-LINEA
011930     WRITE DIST-REP-REC
011940     IF NOT WS-DISTREP-OK
011950         DISPLAY "INDRRHH: ERROR ESCRIBIENDO DISTREP "
011960             WS-DISTREP-STATUS
011970         GO TO ABEND-CLEANUP
011980     END-IF.
011990 8550-EXIT.
012000     EXIT.
012010
012020*----------------------------------------------------------*
012030* JERARQUIA DE DEPARTAMENTOS (COPY DEPTJER) PARA EL MES DE   *
012040* REFERENCIA. ACUMULADORES: 1 PLANTILLA AL INICIO, 2 AL      *
012050* FINAL, 3 DIAS DE AUSENCIA, 4 ALTAS Y 5 BAJAS. SIN DEPTMSTR *
012060* LA TABLA SE LLENA SOLO CON LOS DEPARTAMENTOS QUE TRAEN     *
012070* DATOS, TODOS COLGANDO DE LA COMPANIA.                      *
012080*----------------------------------------------------------*
012090 8600-CARGAR-JERARQUIA.
012100     MOVE ZERO TO JER-TAB-COUNT
012110     OPEN INPUT DEPTO-MASTER-FILE.
012120     IF WS-DEPTMSTR-NO-FILE
012130         SET JER-SIN-DEPTMSTR TO TRUE
012140         GO TO 8600-EXIT
012150     END-IF
012160     IF NOT WS-DEPTMSTR-OK
012170         DISPLAY "INDRRHH: ERROR ABRIENDO DEPTMSTR "
012180             WS-DEPTMSTR-STATUS
012190         GO TO ABEND-CLEANUP
012200     END-IF
012210     MOVE "N" TO WS-EOF-DEPTO-SW
012220     PERFORM 8610-LEER-DEPTO THRU 8610-EXIT
012230     PERFORM 8620-AGREGAR-DEPTO THRU 8620-EXIT
012240         UNTIL WS-EOF-DEPTO
012250     CLOSE DEPTO-MASTER-FILE.
012260 8600-EXIT.
012270     EXIT.
012280
012290 8610-LEER-DEPTO.
012300     READ DEPTO-MASTER-FILE NEXT
012310         AT END
012320             SET WS-EOF-DEPTO TO TRUE
012330     END-READ
012340     IF NOT WS-EOF-DEPTO AND NOT WS-DEPTMSTR-OK
012350         DISPLAY "INDRRHH: ERROR LEYENDO DEPTMSTR "
012360             WS-DEPTMSTR-STATUS
012370         GO TO ABEND-CLEANUP
012380     END-IF.
012390 8610-EXIT.
012400     EXIT.
012410
012420 8620-AGREGAR-DEPTO.
012430     MOVE DEPT-CODIGO TO JER-BUSCA
012440     PERFORM 8640-ALTA-JER THRU 8640-EXIT
012450     MOVE DEPT-NOMBRE TO JER-NOMBRE (JER-TAB-COUNT)
012460     IF DEPT-PADRE NOT = LOW-VALUES
012470         MOVE DEPT-PADRE TO JER-PADRE (JER-TAB-COUNT)
012480     END-IF
012490     PERFORM 8610-LEER-DEPTO THRU 8610-EXIT.
012500 8620-EXIT.
012510     EXIT.
012520
012530 8630-BUSCAR-JER.
012540     MOVE "N" TO JER-HALLADO-SW
012550     IF JER-TAB-COUNT = ZERO
012560         GO TO 8630-EXIT
012570     END-IF
012580     SET JER-IDX TO 1
012590     SEARCH JER-ENTRY
012600         AT END
012610             CONTINUE
012620         WHEN JER-CODIGO (JER-IDX) = JER-BUSCA
012630             SET JER-HALLADO TO TRUE
012640     END-SEARCH.
012650 8630-EXIT.
012660     EXIT.
012670
012680*----------------------------------------------------------*
012690* DEJA JER-IDX EN LA ENTRADA DEL DEPARTAMENTO DE JER-BUSCA   *
012700* Y LA MARCA CON DATOS. UN CODIGO QUE NO ESTA EN DEPTMSTR    *
012710* SE AGREGA COLGANDO DE LA COMPANIA.                         *
012720*----------------------------------------------------------*
012730 8635-UBICAR-JER.
012740     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
012750     IF NOT JER-HALLADO
012760         PERFORM 8640-ALTA-JER THRU 8640-EXIT
012770         MOVE "*** SIN DEPTMSTR" TO JER-NOMBRE (JER-TAB-COUNT)
012780         SET JER-IDX TO JER-TAB-COUNT
012790     END-IF
012800     SET JER-CON-DATOS (JER-IDX) TO TRUE.
012810 8635-EXIT.
012820     EXIT.
012830
012840 8640-ALTA-JER.
012850     IF JER-TAB-COUNT >= 500
012860         DISPLAY "INDRRHH: TABLA DE JERARQUIA LLENA"
012870         GO TO ABEND-CLEANUP
012880     END-IF
012890     ADD 1 TO JER-TAB-COUNT
012900     INITIALIZE JER-ENTRY (JER-TAB-COUNT)
012910     MOVE JER-BUSCA TO JER-CODIGO (JER-TAB-COUNT)
012920     MOVE "N" TO JER-DATOS-SW (JER-TAB-COUNT)
012930     MOVE "N" TO JER-IMPRIMIR-SW (JER-TAB-COUNT).
012940 8640-EXIT.
012950     EXIT.
012960
012970*----------------------------------------------------------*
012980* PREPARA EL RESUMEN: RUTA Y NIVEL DE CADA DEPARTAMENTO      *
012990* SUBIENDO POR SUS PADRES (COMO MUCHO 10 NIVELES), ORDEN     *
013000* POR RUTA, QUE DEJA CADA HIJO DEBAJO DE SU PADRE, Y SUBIDA  *
013010* DE LO PROPIO DE CADA DEPARTAMENTO AL TOTAL DE EL MISMO Y   *
013020* DE TODOS SUS ASCENDIENTES. JER-COMPANIA QUEDA CON EL       *
013030* TOTAL DE LA COMPANIA.                                      *
013040*----------------------------------------------------------*
013050 8650-PREPARAR-JER.
013060     MOVE ZERO TO JER-COMPANIA (1)
013070     MOVE ZERO TO JER-COMPANIA (2)
013080     MOVE ZERO TO JER-COMPANIA (3)
013090     MOVE ZERO TO JER-COMPANIA (4)
013100     MOVE ZERO TO JER-COMPANIA (5)
013110     IF JER-TAB-COUNT = ZERO
013120         GO TO 8650-EXIT
013130     END-IF
013140     PERFORM 8655-RUTA THRU 8655-EXIT
013150         VARYING JER-I FROM 1 BY 1
013160         UNTIL JER-I > JER-TAB-COUNT
013170     PERFORM 8660-PASADA THRU 8660-EXIT
013180         VARYING JER-I FROM 1 BY 1
013190         UNTIL JER-I >= JER-TAB-COUNT
013200     PERFORM 8670-SUBIR-TOTALES THRU 8670-EXIT
013210         VARYING JER-I FROM 1 BY 1
013220         UNTIL JER-I > JER-TAB-COUNT.
013230 8650-EXIT.
013240     EXIT.
013250
013260 8655-RUTA.
013270     MOVE JER-CODIGO (JER-I) TO JER-RUTA (JER-I)
013280     MOVE 1 TO JER-NIVEL (JER-I)
013290     MOVE JER-PADRE (JER-I) TO JER-BUSCA
013300     PERFORM 8657-SUBIR-RUTA THRU 8657-EXIT
013310         UNTIL JER-BUSCA = SPACES OR JER-NIVEL (JER-I) >= 10.
013320 8655-EXIT.
013330     EXIT.
013340
013350 8657-SUBIR-RUTA.
013360     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
013370     IF NOT JER-HALLADO
013380         MOVE SPACES TO JER-BUSCA
013390         GO TO 8657-EXIT
013400     END-IF
013410     MOVE JER-RUTA (JER-I) TO JER-RUTA-AUX
013420     MOVE SPACES TO JER-RUTA (JER-I)
013430     STRING JER-BUSCA DELIMITED BY SIZE
013440            JER-RUTA-AUX DELIMITED BY SIZE
013450         INTO JER-RUTA (JER-I)
013460     END-STRING
013470     ADD 1 TO JER-NIVEL (JER-I)
013480     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
013490 8657-EXIT.
013500     EXIT.
013510
013520 8660-PASADA.
013530     MOVE JER-I TO JER-MIN
013540     PERFORM 8665-COMPARA THRU 8665-EXIT
013550         VARYING JER-J FROM JER-I BY 1
013560         UNTIL JER-J > JER-TAB-COUNT
013570     IF JER-MIN NOT = JER-I
013580         MOVE JER-ENTRY (JER-I) TO JER-ENTRY-HOLD
013590         MOVE JER-ENTRY (JER-MIN) TO JER-ENTRY (JER-I)
013600         MOVE JER-ENTRY-HOLD TO JER-ENTRY (JER-MIN)
013610     END-IF.
013620 8660-EXIT.
013630     EXIT.
013640
013650 8665-COMPARA.
013660     IF JER-RUTA (JER-J) < JER-RUTA (JER-MIN)
013670         MOVE JER-J TO JER-MIN
013680     END-IF.
013690 8665-EXIT.
013700     EXIT.
013710
013720 8670-SUBIR-TOTALES.
013730     IF NOT JER-CON-DATOS (JER-I)
013740         GO TO 8670-EXIT
013750     END-IF
013760     ADD JER-PROPIO (JER-I, 1) TO JER-COMPANIA (1)
013770     ADD JER-PROPIO (JER-I, 2) TO JER-COMPANIA (2)
013780     ADD JER-PROPIO (JER-I, 3) TO JER-COMPANIA (3)
013790     ADD JER-PROPIO (JER-I, 4) TO JER-COMPANIA (4)
013800     ADD JER-PROPIO (JER-I, 5) TO JER-COMPANIA (5)
013810     MOVE JER-CODIGO (JER-I) TO JER-BUSCA
013820     MOVE ZERO TO JER-PASOS
013830     PERFORM 8675-SUMAR-ARRIBA THRU 8675-EXIT
013840         UNTIL JER-BUSCA = SPACES OR JER-PASOS >= 10.
013850 8670-EXIT.
013860     EXIT.
013870
013880 8675-SUMAR-ARRIBA.
013890     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
013900     IF NOT JER-HALLADO
013910         MOVE SPACES TO JER-BUSCA
013920         GO TO 8675-EXIT
013930     END-IF
013940     ADD JER-PROPIO (JER-I, 1) TO JER-TOTAL (JER-IDX, 1)
013950     ADD JER-PROPIO (JER-I, 2) TO JER-TOTAL (JER-IDX, 2)
013960     ADD JER-PROPIO (JER-I, 3) TO JER-TOTAL (JER-IDX, 3)
013970     ADD JER-PROPIO (JER-I, 4) TO JER-TOTAL (JER-IDX, 4)
013980     ADD JER-PROPIO (JER-I, 5) TO JER-TOTAL (JER-IDX, 5)
013990     SET JER-IMPRIMIR (JER-IDX) TO TRUE
014000     ADD 1 TO JER-PASOS
014010     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
014020 8675-EXIT.
014030     EXIT.
014040
014050*----------------------------------------------------------*
014060* RESUMEN POR JERARQUIA: UNA LINEA POR DEPARTAMENTO CON      *
014070* PLANTILLA PROPIA O DE SUS SUBORDINADOS, SANGRADA DOS       *
014080* POSICIONES POR NIVEL, CON LOS INDICADORES CALCULADOS SOBRE *
014090* LOS TOTALES, Y AL FINAL EL TOTAL DE LA COMPANIA.           *
014100*----------------------------------------------------------*
014110 8680-IMPRIMIR-JER.
014120     MOVE SPACES TO IND-RPT-LINE
014130     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
014140     MOVE WS-JER-TITULO TO IND-RPT-LINE
014150     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
014160     PERFORM 8685-LINEA-JER THRU 8685-EXIT
014170         VARYING JER-I FROM 1 BY 1
014180         UNTIL JER-I > JER-TAB-COUNT
014190     MOVE JER-COMPANIA (1) TO WS-C-INICIO
014200     MOVE JER-COMPANIA (2) TO WS-C-FIN
014210     MOVE JER-COMPANIA (3) TO WS-C-AUSENCIA
014220     MOVE JER-COMPANIA (4) TO WS-C-ALTAS
014230     MOVE JER-COMPANIA (5) TO WS-C-BAJAS
014240     MOVE MS-HABILES (12) TO WS-C-HABILES
014250     PERFORM 8200-CALCULAR THRU 8200-EXIT
014260     MOVE "TOTAL COMPANIA" TO JL-SANGRIA
014270     PERFORM 8687-MOVER-JER THRU 8687-EXIT
014280     MOVE WS-JER-LINE TO IND-RPT-LINE
014290     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
014300 8680-EXIT.
014310     EXIT.
014320
014330 8685-LINEA-JER.
014340     IF NOT JER-IMPRIMIR (JER-I)
014350         GO TO 8685-EXIT
014360     END-IF
014370     MOVE JER-TOTAL (JER-I, 1) TO WS-C-INICIO
014380     MOVE JER-TOTAL (JER-I, 2) TO WS-C-FIN
014390     MOVE JER-TOTAL (JER-I, 3) TO WS-C-AUSENCIA
014400     MOVE JER-TOTAL (JER-I, 4) TO WS-C-ALTAS
014410     MOVE JER-TOTAL (JER-I, 5) TO WS-C-BAJAS
014420     MOVE MS-HABILES (12) TO WS-C-HABILES
014430     PERFORM 8200-CALCULAR THRU 8200-EXIT
014440     MOVE SPACES TO JL-SANGRIA
014450     COMPUTE JER-POS = JER-NIVEL (JER-I) * 2 - 1
014460     MOVE JER-CODIGO (JER-I) TO JL-SANGRIA (JER-POS:4)
014470     PERFORM 8687-MOVER-JER THRU 8687-EXIT
014480     MOVE WS-JER-LINE TO IND-RPT-LINE
014490     MOVE JER-CODIGO (JER-I) TO WS-DIST-DEPTO
014500     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
014510     SET WS-DIST-COMUN TO TRUE.
014520 8685-EXIT.
014530     EXIT.
014540
014550 8687-MOVER-JER.
014560     MOVE WS-C-MEDIA TO JL-MEDIA
014570     MOVE WS-C-AUSENCIA TO JL-AUSENCIA
014580     MOVE WS-C-ABSENTISMO TO JL-ABSENTISMO
014590     MOVE WS-C-ROTACION TO JL-ROTACION.
014600 8687-EXIT.
014610     EXIT.
014620
014630 8690-PROPIOS.
014640     MOVE DT-DEPTO (WS-DEPTO-IDX) TO JER-BUSCA
014650     PERFORM 8635-UBICAR-JER THRU 8635-EXIT
014660     ADD DT-INICIO (WS-DEPTO-IDX, 12) TO JER-PROPIO (JER-IDX, 1)
014670     ADD DT-FIN (WS-DEPTO-IDX, 12) TO JER-PROPIO (JER-IDX, 2)
014680     ADD DT-AUSENCIA (WS-DEPTO-IDX, 12) TO JER-PROPIO (JER-IDX, 3)
014690     ADD DT-ALTAS (WS-DEPTO-IDX, 12) TO JER-PROPIO (JER-IDX, 4)
014700     ADD DT-BAJAS (WS-DEPTO-IDX, 12) TO JER-PROPIO (JER-IDX, 5).
014710 8690-EXIT.
014720     EXIT.
014730
014740*----------------------------------------------------------*
014750* EXTRACTO PARA EL CUADRO DE MANDO: DOCE FILAS POR           *
014760* DEPARTAMENTO Y DOCE DE LA COMPANIA.                        *
014770*----------------------------------------------------------*
014780 8700-EXTRACTO-DEPTO.
014790     MOVE DT-DEPTO (WS-DEPTO-IDX) TO WS-EXT-DEPTO
014800     PERFORM 8710-FILA-DEPTO THRU 8710-EXIT
014810         VARYING WS-K FROM 1 BY 1
014820         UNTIL WS-K > 12.
014830 8700-EXIT.
014840     EXIT.
014850
014860 8710-FILA-DEPTO.
014870     PERFORM 8210-CARGAR-DEPTO THRU 8210-EXIT
014880     PERFORM 8200-CALCULAR THRU 8200-EXIT
014890     PERFORM 8730-ARMAR-FILA THRU 8730-EXIT.
014900 8710-EXIT.
014910     EXIT.
014920
014930 8720-EXTRACTO-TOTAL.
014940     PERFORM 8220-CARGAR-TOTAL THRU 8220-EXIT
014950     PERFORM 8200-CALCULAR THRU 8200-EXIT
014960     PERFORM 8730-ARMAR-FILA THRU 8730-EXIT.
014970 8720-EXIT.
014980     EXIT.
014990
015000 8730-ARMAR-FILA.
015010     MOVE WS-C-INICIO TO WS-EXT-INICIO
015020     MOVE WS-C-FIN TO WS-EXT-FIN
015030     MOVE WS-C-MEDIA TO WS-EXT-MEDIA
015040     MOVE WS-C-HABILES TO WS-EXT-HABILES
015050     MOVE WS-C-AUSENCIA TO WS-EXT-AUSENCIA
015060     MOVE WS-C-ABSENTISMO TO WS-EXT-ABSENTISMO
015070     MOVE WS-C-ALTAS TO WS-EXT-ALTAS
015080     MOVE WS-C-BAJAS TO WS-EXT-BAJAS
015090     MOVE WS-C-ROTACION TO WS-EXT-ROTACION
015100     MOVE SPACES TO EXTRACTO-REC
015110     STRING MS-PERIODO (WS-K) DELIMITED BY SIZE
015120            ";" DELIMITED BY SIZE
015130            WS-EXT-DEPTO DELIMITED BY SIZE
015140            ";" DELIMITED BY SIZE
015150            WS-EXT-INICIO DELIMITED BY SIZE
015160            ";" DELIMITED BY SIZE
015170            WS-EXT-FIN DELIMITED BY SIZE
015180            ";" DELIMITED BY SIZE
015190            WS-EXT-MEDIA DELIMITED BY SIZE
015200            ";" DELIMITED BY SIZE
015210            WS-EXT-HABILES DELIMITED BY SIZE
015220            ";" DELIMITED BY SIZE
015230            WS-EXT-AUSENCIA DELIMITED BY SIZE
015240            ";" DELIMITED BY SIZE
015250            WS-EXT-ABSENTISMO DELIMITED BY SIZE
015260            ";" DELIMITED BY SIZE
015270            WS-EXT-ALTAS DELIMITED BY SIZE
015280            ";" DELIMITED BY SIZE
015290            WS-EXT-BAJAS DELIMITED BY SIZE
015300            ";" DELIMITED BY SIZE
015310            WS-EXT-ROTACION DELIMITED BY SIZE
015320         INTO EXTRACTO-REC
015330     END-STRING
015340     PERFORM 8750-WRITE-EXTRACTO THRU 8750-EXIT.
015350 8730-EXIT.
015360     EXIT.
015370
015380 8750-WRITE-EXTRACTO.
015390     WRITE EXTRACTO-REC
015400     IF NOT WS-INDEXTR-OK
015410         DISPLAY "INDRRHH: ERROR ESCRIBIENDO INDEXTR "
015420             WS-INDEXTR-STATUS
015430         GO TO ABEND-CLEANUP
015440     END-IF.
015450 8750-EXIT.
015460     EXIT.
015470
015480 9000-TERMINATE.
015490     CLOSE EMPLEADO-MASTER-FILE.
015500     IF NOT WS-SIN-AUSMSTR
015510         CLOSE AUSENCIA-MASTER-FILE
015520     END-IF
015530     CLOSE IND-RPT-FILE.
015540     CLOSE EXTRACTO-FILE.
015550     CLOSE DIST-REP-FILE.
015560     DISPLAY "INDRRHH: MES DE REFERENCIA "
015570         WS-ANIO-REF "-" WS-MES-REF.
015580     DISPLAY "INDRRHH: EMPLEADOS PROCESADOS " WS-EMP-COUNT.
015590     DISPLAY "INDRRHH: EMPLEADOS SOBRE EL UMBRAL BRADFORD "
015600         WS-BRAD-TAB-COUNT.
015610     IF WS-SIN-CALENDARIO-COUNT > ZERO
015620         DISPLAY "INDRRHH: AUSENCIAS EN DIAS SIN CALMSTR "
015630             WS-SIN-CALENDARIO-COUNT
015640     END-IF
015650     IF WS-MESES-SIN-HABILES > ZERO
015660         MOVE 4 TO RETURN-CODE
015670     END-IF.
015680 9000-EXIT.
015690     EXIT.
015700
015710 ABEND-CLEANUP.
015720     DISPLAY "INDRRHH: TERMINACION ANORMAL - CERRANDO FICHEROS".
015730     CLOSE EMPLEADO-MASTER-FILE.
015740     CLOSE AUSENCIA-MASTER-FILE.
015750     CLOSE CALENDARIO-FILE.
015760     CLOSE IND-RPT-FILE.
015770     CLOSE EXTRACTO-FILE.
015780     CLOSE DEPTO-MASTER-FILE.
015790     CLOSE DIST-REP-FILE.
015800     MOVE 16 TO RETURN-CODE.
015810     GOBACK.
015820
015830     END PROGRAM INDRRHH.

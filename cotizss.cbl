000010*----------------------------------------------------------*
000020* COTIZSS - LIQUIDACION MENSUAL DE COTIZACIONES A LA         *
000030* SEGURIDAD SOCIAL: FICHERO DE CUOTAS POR TRABAJADOR         *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. COTIZSS.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL ESQUEMA DE RETDECL. *
000150*                LA LIQUIDACION DE CUOTAS SE PREPARABA A     *
000160*                MANO CON EL LISTADO DE PAYCALC. AHORA, PARA *
000170*                EL EJERCICIO Y MES DE COTIPARM, ESTE PASO   *
000180*                RECORRE LAS NOMINAS DEL MES EN NOMHIST Y,   *
000190*                CON EL DETALLE DE COTIZACION QUE DEJA       *
000200*                PAYCALC EN PATRDET (COPY PATRDET), DA POR   *
000210*                TRABAJADOR LA BASE DE COTIZACION, LOS DIAS  *
000220*                COTIZADOS (ALTA Y BAJA DE EMPMSTR; LOS DE   *
000230*                INCAPACIDAD TEMPORAL DE AUSMSTR APARTE) Y   *
000240*                LAS CUOTAS OBRERA Y PATRONAL DE CADA        *
000250*                CONCEPTO (CONTINGENCIAS COMUNES, DESEMPLEO, *
000260*                FORMACION PROFESIONAL Y FOGASA) EN EL       *
000270*                FICHERO DE LONGITUD FIJA COTIZFIL, CON      *
000280*                CABECERA Y REGISTRO DE TOTALES. CUADRA LA   *
000290*                CUOTA PATRONAL CON LO QUE PAYGL ABONO EN EL *
000300*                MES A LA CUENTA DE SEGURIDAD SOCIAL A PAGAR *
000310*                (LEDGDTL) Y REGISTRA EL FICHERO EN EL       *
000320*                MANIFIESTO TRNMSTR (COPY TRANSMAN) EN       *
000330*                ESTADO E. RC 4 SI NO CUADRA O SI ALGUNA     *
000340*                NOMINA NO TIENE DETALLE EN PATRDET (SUS     *
000350*                CIFRAS SE RECONSTRUYEN CON LOS TIPOS        *
000360*                GENERALES).                                 *
000370*----------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT NOMINA-HIST-FILE ASSIGN TO "NOMHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS NH-CLAVE
000500         FILE STATUS IS WS-NOMHIST-STATUS.
000510
000520     SELECT PATRONAL-DET-FILE ASSIGN TO "PATRDET"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS RANDOM
000550         RECORD KEY IS PD-CLAVE
000560         FILE STATUS IS WS-PATRDET-STATUS.
000570
000580     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS EMP-ID
000620         FILE STATUS IS WS-EMPMSTR-STATUS.
000630
000640     SELECT AUSENCIA-MASTER-FILE ASSIGN TO "AUSMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS AUS-CLAVE
000680         FILE STATUS IS WS-AUSMSTR-STATUS.
000690
000700     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS DT-SEQ-NO
000740         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000750             WITH DUPLICATES
000760         FILE STATUS IS WS-LEDGDTL-STATUS.
000770
000780     SELECT TRANSMISION-FILE ASSIGN TO "TRNMSTR"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS TRN-CLAVE
000820         FILE STATUS IS WS-TRNMSTR-STATUS.
000830
000840     SELECT PARM-FILE ASSIGN TO "COTIPARM"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-COTIPARM-STATUS.
000870
000880     SELECT COTIZ-FILE ASSIGN TO "COTIZFIL"
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-COTIZFIL-STATUS.
000910
000920     SELECT COTIZ-RPT-FILE ASSIGN TO "COTIRPT"
000930         ORGANIZATION IS LINE SEQUENTIAL
000940         FILE STATUS IS WS-COTIRPT-STATUS.
000950
000960 DATA DIVISION.
000970 FILE SECTION.
000980 FD  NOMINA-HIST-FILE
000990     LABEL RECORDS ARE STANDARD.
001000     COPY NOMHIST.
001010
001020 FD  PATRONAL-DET-FILE
001030     LABEL RECORDS ARE STANDARD.
001040     COPY PATRDET.
001050
001060 FD  EMPLEADO-MASTER-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY EMPLEADO.
001090
001100 FD  AUSENCIA-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY AUSENC.
001130
001140 FD  LEDGER-DETAIL-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY LEDGDTL.
001170
001180 FD  TRANSMISION-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY TRANSMAN.
001210
001220 FD  PARM-FILE
001230     LABEL RECORDS ARE STANDARD.
001240 01  PARM-IN-REC.
001250     05 PI-EJERCICIO            PIC 9(04).
001260     05 PI-MES                  PIC 9(02).
001270     05 PI-CUENTA-SEGSOC        PIC 9(06).
001280     05 PI-CCC                  PIC X(15).
001290
001300*----------------------------------------------------------*
001310* FICHERO DE LIQUIDACION, 150 POSICIONES: CABECERA (TIPO 1)  *
001320* CON EL CODIGO DE CUENTA DE COTIZACION Y EL PERIODO, UN     *
001330* DETALLE (TIPO 2) POR TRABAJADOR CON SUS CUATRO CONCEPTOS   *
001340* Y LOS TOTALES DE CONTROL (TIPO 9). IMPORTES SIN SIGNO CON  *
001350* DOS DECIMALES IMPLICITOS.                                  *
001360*----------------------------------------------------------*
001370 FD  COTIZ-FILE
001380     LABEL RECORDS ARE STANDARD.
001390 01  COTIZ-REC.
001400     05 CF-TIPO-REG             PIC X(01).
001410         88 CF-CABECERA             VALUE "1".
001420         88 CF-DETALLE              VALUE "2".
001430         88 CF-TOTALES              VALUE "9".
001440     05 CF-DATOS                PIC X(149).
001450
001460 01  COTIZ-CAB-REC.
001470     05 FILLER                  PIC X(01).
001480     05 CF-CCC                  PIC X(15).
001490     05 CF-PERIODO              PIC 9(06).
001500     05 CF-FECHA-GEN            PIC 9(08).
001510     05 FILLER                  PIC X(120).
001520
001530 01  COTIZ-DET-REC.
001540     05 FILLER                  PIC X(01).
001550     05 CF-EMP-ID               PIC 9(06).
001560     05 CF-APELLIDO             PIC X(14).
001570     05 CF-NOMBRE               PIC X(14).
001580     05 CF-DIAS                 PIC 9(02).
001590     05 CF-DIAS-IT              PIC 9(02).
001600     05 CF-BASE                 PIC 9(09)V99.
001610     05 CF-CONCEPTO OCCURS 4 TIMES.
001620         10 CF-COD-CONCEPTO     PIC X(02).
001630         10 CF-CUOTA-OBRERA     PIC 9(07)V99.
001640         10 CF-CUOTA-PATRONAL   PIC 9(07)V99.
001650     05 FILLER                  PIC X(20).
001660
001670 01  COTIZ-TOT-REC.
001680     05 FILLER                  PIC X(01).
001690     05 CF-TOT-TRABAJADORES     PIC 9(07).
001700     05 CF-TOT-BASE             PIC 9(11)V99.
001710     05 CF-TOT-OBRERA           PIC 9(11)V99.
001720     05 CF-TOT-PATRONAL         PIC 9(11)V99.
001730     05 FILLER                  PIC X(103).
001740
001750 FD  COTIZ-RPT-FILE
001760     LABEL RECORDS ARE STANDARD.
001770 01  COTIZ-RPT-LINE             PIC X(80).
001780
001790 WORKING-STORAGE SECTION.
001800 01  WS-NOMHIST-STATUS           PIC X(02) VALUE SPACES.
001810     88 WS-NOMHIST-OK                VALUE "00".
001820
001830 01  WS-PATRDET-STATUS           PIC X(02) VALUE SPACES.
001840     88 WS-PATRDET-OK                VALUE "00".
001850     88 WS-PATRDET-NO-FILE           VALUE "35".
001860
001870 01  WS-EMPMSTR-STATUS           PIC X(02) VALUE SPACES.
001880     88 WS-EMPMSTR-OK                VALUE "00".
001890
001900 01  WS-AUSMSTR-STATUS           PIC X(02) VALUE SPACES.
001910     88 WS-AUSMSTR-OK                VALUE "00".
001920     88 WS-AUSMSTR-NO-FILE           VALUE "35".
001930
001940 01  WS-LEDGDTL-STATUS           PIC X(02) VALUE SPACES.
001950     88 WS-LEDGDTL-OK                VALUE "00".
001960
001970 01  WS-TRNMSTR-STATUS           PIC X(02) VALUE SPACES.
001980     88 WS-TRNMSTR-OK                VALUE "00".
001990     88 WS-TRNMSTR-DUPLICATE         VALUE "22".
002000     88 WS-TRNMSTR-NO-FILE           VALUE "35".
002010
002020 01  WS-COTIPARM-STATUS          PIC X(02) VALUE SPACES.
002030     88 WS-COTIPARM-OK               VALUE "00".
002040
002050 01  WS-COTIZFIL-STATUS          PIC X(02) VALUE SPACES.
002060     88 WS-COTIZFIL-OK               VALUE "00".
002070
002080 01  WS-COTIRPT-STATUS           PIC X(02) VALUE SPACES.
002090     88 WS-COTIRPT-OK                VALUE "00".
002100
002110 01  WS-SWITCHES.
002120     05 WS-EOF-NH-SW           PIC X(01) VALUE "N".
002130         88 WS-EOF-NH               VALUE "Y".
002140     05 WS-EOF-DTL-SW          PIC X(01) VALUE "N".
002150         88 WS-EOF-DTL              VALUE "Y".
002160     05 WS-EOF-AUS-SW          PIC X(01) VALUE "N".
002170         88 WS-EOF-AUS              VALUE "Y".
002180     05 WS-SIN-PATRDET-SW      PIC X(01) VALUE "N".
002190         88 WS-SIN-PATRDET          VALUE "S".
002200     05 WS-SIN-AUSMSTR-SW      PIC X(01) VALUE "N".
002210         88 WS-SIN-AUSMSTR          VALUE "S".
002220     05 WS-BISIESTO-SW         PIC X(01) VALUE "N".
002230         88 WS-ANIO-BISIESTO        VALUE "S".
002240
002250 01  WS-COUNTERS.
002260     05 WS-NOMINAS-COUNT       PIC 9(07) COMP VALUE ZERO.
002270     05 WS-TRABAJADORES-COUNT  PIC 9(07) COMP VALUE ZERO.
002280     05 WS-SIN-DETALLE-COUNT   PIC 9(07) COMP VALUE ZERO.
002290     05 WS-SIN-EMPLEADO-COUNT  PIC 9(07) COMP VALUE ZERO.
002300     05 WS-APUNTES-COUNT       PIC 9(07) COMP VALUE ZERO.
002310
002320 01  WS-EJERCICIO                PIC 9(04) VALUE ZERO.
002330 01  WS-MES                      PIC 9(02) VALUE ZERO.
002340 01  WS-CUENTA-SEGSOC            PIC 9(06) VALUE ZERO.
002350 01  WS-CCC                      PIC X(15) VALUE SPACES.
002360 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
002370 01  WS-FECHA-DESDE              PIC 9(08) VALUE ZERO.
002380 01  WS-FECHA-HASTA              PIC 9(08) VALUE ZERO.
002390 01  WS-DIAS-EN-MES              PIC 9(02) VALUE ZERO.
002400 01  WS-ANIO-DIV                 PIC 9(04) VALUE ZERO.
002410 01  WS-ANIO-RESTO-4             PIC 9(03) VALUE ZERO.
002420 01  WS-ANIO-RESTO-100           PIC 9(03) VALUE ZERO.
002430 01  WS-ANIO-RESTO-400           PIC 9(03) VALUE ZERO.
002440
002450*----------------------------------------------------------*
002460* TIPOS GENERALES, LOS DE PAYCALC, PARA RECONSTRUIR LA BASE  *
002470* Y LA CUOTA PATRONAL DE UNA NOMINA SIN DETALLE EN PATRDET.  *
002480*----------------------------------------------------------*
002490 01  WS-PCT-OBRERO-DEF           PIC 9(02)V99 VALUE 6,35.
002500 01  WS-PCT-PATRONAL-DEF         PIC 9(02)V99 VALUE 29,90.
002510
002520*----------------------------------------------------------*
002530* CONCEPTOS DE COTIZACION CON SUS TIPOS OBRERO Y PATRONAL    *
002540* DEL REGIMEN GENERAL: CONTINGENCIAS COMUNES, DESEMPLEO,     *
002550* FORMACION PROFESIONAL Y FOGASA. LA CUOTA DE CADA           *
002560* TRABAJADOR SE REPARTE ENTRE ELLOS EN PROPORCION A SU       *
002570* TIPO; CONTINGENCIAS COMUNES SE QUEDA EL RESTO PARA QUE LA  *
002580* SUMA CUADRE AL CENTIMO.                                    *
002590*----------------------------------------------------------*
002600 01  WS-CONCEPTOS-LIT.
002610     05 FILLER                   PIC X(10) VALUE "CC04702360".
002620     05 FILLER                   PIC X(10) VALUE "DE01550550".
002630     05 FILLER                   PIC X(10) VALUE "FP00100060".
002640     05 FILLER                   PIC X(10) VALUE "FG00000020".
002650
002660 01  WS-CONCEPTOS-TABLA REDEFINES WS-CONCEPTOS-LIT.
002670     05 WS-CONCEPTO OCCURS 4 TIMES.
002680         10 CON-CODIGO           PIC X(02).
002690         10 CON-PCT-OBRERO       PIC 9(02)V99.
002700         10 CON-PCT-PATRONAL     PIC 9(02)V99.
002710
002720 01  WS-CON-SUB                  PIC 9(02) COMP VALUE ZERO.
002730 01  WS-SUMA-PCT-OBRERO          PIC 9(03)V99 VALUE ZERO.
002740 01  WS-SUMA-PCT-PATRONAL        PIC 9(03)V99 VALUE ZERO.
002750 01  WS-RESTO-OBRERA             PIC S9(09)V99 VALUE ZERO.
002760 01  WS-RESTO-PATRONAL           PIC S9(09)V99 VALUE ZERO.
002770
002780*----------------------------------------------------------*
002790* ACUMULADOS DEL TRABAJADOR EN CURSO (NOMHIST VIENE EN       *
002800* ORDEN DE EMPLEADO), DEL MES Y DEL CUADRE CON EL MAYOR.     *
002810*----------------------------------------------------------*
002820 01  WS-EMP-ACTUAL               PIC 9(06) VALUE ZERO.
002830 01  WS-EMP-BASE                 PIC 9(09)V99 VALUE ZERO.
002840 01  WS-EMP-OBRERA               PIC 9(09)V99 VALUE ZERO.
002850 01  WS-EMP-PATRONAL             PIC 9(09)V99 VALUE ZERO.
002860 01  WS-BASE-NOMINA              PIC 9(09)V99 VALUE ZERO.
002870 01  WS-PATRONAL-NOMINA          PIC 9(09)V99 VALUE ZERO.
002880 01  WS-FECHA-ALTA               PIC 9(08) VALUE ZERO.
002890 01  WS-ALTA-DESDE               PIC 9(08) VALUE ZERO.
002900 01  WS-ALTA-HASTA               PIC 9(08) VALUE ZERO.
002910 01  WS-DIAS-COTIZ               PIC 9(02) VALUE ZERO.
002920 01  WS-DIAS-IT                  PIC 9(02) VALUE ZERO.
002930 01  WS-TOTAL-BASE               PIC 9(11)V99 VALUE ZERO.
002940 01  WS-TOTAL-OBRERA             PIC 9(11)V99 VALUE ZERO.
002950 01  WS-TOTAL-PATRONAL           PIC 9(11)V99 VALUE ZERO.
002960 01  WS-TOTAL-IMPORTES           PIC 9(13)V99 VALUE ZERO.
002970 01  WS-SALDO-CUENTA             PIC S9(11)V99 VALUE ZERO.
002980 01  WS-DIFERENCIA               PIC S9(11)V99 VALUE ZERO.
002990
003000 01  WS-TITULO-LINE.
003010     05 TT-TEXTO                PIC X(40) VALUE
003020         "LIQUIDACION DE CUOTAS SEGURIDAD SOCIAL".
003030     05 FILLER                  PIC X(10) VALUE "EJERCICIO ".
003040     05 TT-EJERCICIO            PIC 9(04).
003050     05 FILLER                  PIC X(06) VALUE "  MES ".
003060     05 TT-MES                  PIC 9(02).
003070
003080 01  WS-COL-LINE.
003090     05 FILLER                  PIC X(08) VALUE "EMPLEADO".
003100     05 FILLER                  PIC X(22) VALUE "  APELLIDO".
003110     05 FILLER                  PIC X(08) VALUE "DIAS  IT".
003120     05 FILLER                  PIC X(14) VALUE "          BASE".
003130     05 FILLER                  PIC X(14) VALUE "        OBRERA".
003140     05 FILLER                  PIC X(14) VALUE "      PATRONAL".
003150
003160 01  WS-DET-LINE.
003170     05 DL-EMP-ID               PIC 9(06).
003180     05 FILLER                  PIC X(02) VALUE SPACES.
003190     05 DL-APELLIDO             PIC X(14).
003200     05 FILLER                  PIC X(08) VALUE SPACES.
003210     05 DL-DIAS                 PIC Z9.
003220     05 FILLER                  PIC X(02) VALUE SPACES.
003230     05 DL-DIAS-IT              PIC Z9.
003240     05 FILLER                  PIC X(01) VALUE SPACES.
003250     05 DL-BASE                 PIC Z.ZZZ.ZZ9,99.
003260     05 FILLER                  PIC X(01) VALUE SPACES.
003270     05 DL-OBRERA               PIC Z.ZZZ.ZZ9,99.
003280     05 FILLER                  PIC X(01) VALUE SPACES.
003290     05 DL-PATRONAL             PIC Z.ZZZ.ZZ9,99.
003300
003310 01  WS-TOTAL-LINE.
003320     05 TL-TEXTO                PIC X(30).
003330     05 FILLER                  PIC X(02) VALUE SPACES.
003340     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
003350
003360 PROCEDURE DIVISION.
003370
003380 0000-MAINLINE.
003390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003400     PERFORM 2100-LEER-NOMINA THRU 2100-EXIT
003410         UNTIL WS-EOF-NH.
003420     PERFORM 2500-CERRAR-TRABAJADOR THRU 2500-EXIT.
003430     PERFORM 3000-WRITE-TOTALES THRU 3000-EXIT.
003440     PERFORM 5000-CUADRAR-MAYOR THRU 5000-EXIT.
003450     PERFORM 6000-REGISTRAR THRU 6000-EXIT.
003460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003470     GOBACK.
003480
003490 1000-INITIALIZE.
003500     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003510     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
003520     PERFORM 1200-SUMAR-TIPOS THRU 1200-EXIT
003530         VARYING WS-CON-SUB FROM 1 BY 1
003540         UNTIL WS-CON-SUB > 4.
003550     OPEN INPUT NOMINA-HIST-FILE.
003560     IF NOT WS-NOMHIST-OK
003570         DISPLAY "COTIZSS: ERROR ABRIENDO NOMHIST "
003580             WS-NOMHIST-STATUS
003590         GO TO ABEND-CLEANUP
003600     END-IF
003610*    SIN PATRDET TODAS LAS NOMINAS SE RECONSTRUYEN.
003620     OPEN INPUT PATRONAL-DET-FILE.
003630     IF WS-PATRDET-NO-FILE
003640         MOVE "S" TO WS-SIN-PATRDET-SW
003650     ELSE
003660         IF NOT WS-PATRDET-OK
003670             DISPLAY "COTIZSS: ERROR ABRIENDO PATRDET "
003680                 WS-PATRDET-STATUS
003690             GO TO ABEND-CLEANUP
003700         END-IF
003710     END-IF
003720     OPEN INPUT EMPLEADO-MASTER-FILE.
003730     IF NOT WS-EMPMSTR-OK
003740         DISPLAY "COTIZSS: ERROR ABRIENDO EMPMSTR "
003750             WS-EMPMSTR-STATUS
003760         GO TO ABEND-CLEANUP
003770     END-IF
003780*    SIN AUSMSTR NO HAY DIAS DE INCAPACIDAD TEMPORAL.
003790     OPEN INPUT AUSENCIA-MASTER-FILE.
003800     IF WS-AUSMSTR-NO-FILE
003810         MOVE "S" TO WS-SIN-AUSMSTR-SW
003820     ELSE
003830         IF NOT WS-AUSMSTR-OK
003840             DISPLAY "COTIZSS: ERROR ABRIENDO AUSMSTR "
003850                 WS-AUSMSTR-STATUS
003860             GO TO ABEND-CLEANUP
003870         END-IF
003880     END-IF
003890     OPEN I-O TRANSMISION-FILE.
003900     IF WS-TRNMSTR-NO-FILE
003910         CLOSE TRANSMISION-FILE
003920         OPEN OUTPUT TRANSMISION-FILE
003930         CLOSE TRANSMISION-FILE
003940         OPEN I-O TRANSMISION-FILE
003950     END-IF
003960     IF NOT WS-TRNMSTR-OK
003970         DISPLAY "COTIZSS: ERROR ABRIENDO TRNMSTR "
003980             WS-TRNMSTR-STATUS
003990         GO TO ABEND-CLEANUP
004000     END-IF
004010     OPEN OUTPUT COTIZ-FILE.
004020     IF NOT WS-COTIZFIL-OK
004030         DISPLAY "COTIZSS: ERROR ABRIENDO COTIZFIL "
004040             WS-COTIZFIL-STATUS
004050         GO TO ABEND-CLEANUP
004060     END-IF
004070     OPEN OUTPUT COTIZ-RPT-FILE.
004080     IF NOT WS-COTIRPT-OK
004090         DISPLAY "COTIZSS: ERROR ABRIENDO COTIRPT "
004100             WS-COTIRPT-STATUS
004110         GO TO ABEND-CLEANUP
004120     END-IF
004130     MOVE WS-EJERCICIO TO TT-EJERCICIO
004140     MOVE WS-MES TO TT-MES
004150     MOVE WS-TITULO-LINE TO COTIZ-RPT-LINE
004160     WRITE COTIZ-RPT-LINE
004170     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004180     MOVE SPACES TO COTIZ-RPT-LINE
004190     WRITE COTIZ-RPT-LINE
004200     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004210     MOVE WS-COL-LINE TO COTIZ-RPT-LINE
004220     WRITE COTIZ-RPT-LINE
004230     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004240     MOVE SPACES TO COTIZ-CAB-REC
004250     MOVE "1" TO CF-TIPO-REG
004260     MOVE WS-CCC TO CF-CCC
004270     COMPUTE CF-PERIODO = WS-EJERCICIO * 100 + WS-MES
004280     MOVE WS-FECHA-PROCESO TO CF-FECHA-GEN
004290     PERFORM 7200-WRITE-COTIZ THRU 7200-EXIT.
004300 1000-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004340* EJERCICIO, MES, CUENTA DE SEGURIDAD SOCIAL A PAGAR CONTRA  *
004350* LA QUE SE CUADRA Y CODIGO DE CUENTA DE COTIZACION DE LA    *
004360* EMPRESA; DE AHI, EL PRIMER Y EL ULTIMO DIA DEL MES, COMO   *
004370* EN 1500-FIJAR-PERIODO DE PAYCALC.                          *
004380*----------------------------------------------------------*
004390 1100-LEER-PARM.
004400     OPEN INPUT PARM-FILE.
004410     IF NOT WS-COTIPARM-OK
004420         DISPLAY "COTIZSS: ERROR ABRIENDO COTIPARM "
004430             WS-COTIPARM-STATUS
004440         GO TO ABEND-CLEANUP
004450     END-IF
004460     READ PARM-FILE
004470         AT END
004480             DISPLAY "COTIZSS: COTIPARM VACIO"
004490             GO TO ABEND-CLEANUP
004500     END-READ
004510     IF PI-EJERCICIO IS NOT NUMERIC
004520         OR PI-MES IS NOT NUMERIC
004530         OR PI-MES < 1 OR PI-MES > 12
004540         DISPLAY "COTIZSS: EJERCICIO O MES INVALIDOS"
004550         GO TO ABEND-CLEANUP
004560     END-IF
004570     IF PI-CUENTA-SEGSOC IS NOT NUMERIC
004580         OR PI-CUENTA-SEGSOC = ZERO
004590         DISPLAY "COTIZSS: CUENTA DE SEGURIDAD SOCIAL INVALIDA"
004600         GO TO ABEND-CLEANUP
004610     END-IF
004620     IF PI-CCC = SPACES
004630         DISPLAY "COTIZSS: FALTA EL CODIGO DE CUENTA DE "
004640             "COTIZACION"
004650         GO TO ABEND-CLEANUP
004660     END-IF
004670     MOVE PI-EJERCICIO TO WS-EJERCICIO
004680     MOVE PI-MES TO WS-MES
004690     MOVE PI-CUENTA-SEGSOC TO WS-CUENTA-SEGSOC
004700     MOVE PI-CCC TO WS-CCC
004710     CLOSE PARM-FILE.
004720     MOVE "N" TO WS-BISIESTO-SW
004730     DIVIDE WS-EJERCICIO BY 4 GIVING WS-ANIO-DIV
004740         REMAINDER WS-ANIO-RESTO-4
004750     DIVIDE WS-EJERCICIO BY 100 GIVING WS-ANIO-DIV
004760         REMAINDER WS-ANIO-RESTO-100
004770     DIVIDE WS-EJERCICIO BY 400 GIVING WS-ANIO-DIV
004780         REMAINDER WS-ANIO-RESTO-400
004790     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
004800         OR WS-ANIO-RESTO-400 = 0
004810         MOVE "S" TO WS-BISIESTO-SW
004820     END-IF
004830     EVALUATE WS-MES
004840         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
004850             MOVE 31 TO WS-DIAS-EN-MES
004860         WHEN 4 WHEN 6 WHEN 9 WHEN 11
004870             MOVE 30 TO WS-DIAS-EN-MES
004880         WHEN 2
004890             IF WS-ANIO-BISIESTO
004900                 MOVE 29 TO WS-DIAS-EN-MES
004910             ELSE
004920                 MOVE 28 TO WS-DIAS-EN-MES
004930             END-IF
004940     END-EVALUATE
004950     COMPUTE WS-FECHA-DESDE =
004960         WS-EJERCICIO * 10000 + WS-MES * 100 + 1
004970     COMPUTE WS-FECHA-HASTA =
004980         WS-EJERCICIO * 10000 + WS-MES * 100 + WS-DIAS-EN-MES.
004990 1100-EXIT.
005000     EXIT.
005010
005020 1200-SUMAR-TIPOS.
005030     ADD CON-PCT-OBRERO (WS-CON-SUB) TO WS-SUMA-PCT-OBRERO
005040     ADD CON-PCT-PATRONAL (WS-CON-SUB) TO WS-SUMA-PCT-PATRONAL.
005050 1200-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------*
005090* NOMINAS DEL MES CON CUOTA OBRERA: LA CUOTA OBRERA ES LA    *
005100* RETENIDA EN NOMHIST; LA BASE Y LA CUOTA PATRONAL, LAS DE   *
005110* PATRDET PARA ESA FECHA DE NOMINA. LAS PARTES DE FINIQUITO  *
005120* SIN COTIZACION NO ENTRAN.                                  *
005130*----------------------------------------------------------*
005140 2100-LEER-NOMINA.
005150     READ NOMINA-HIST-FILE
005160         AT END
005170             SET WS-EOF-NH TO TRUE
005180             GO TO 2100-EXIT
005190     END-READ
005200     IF NOT WS-NOMHIST-OK
005210         DISPLAY "COTIZSS: ERROR LEYENDO NOMHIST "
005220             WS-NOMHIST-STATUS
005230         GO TO ABEND-CLEANUP
005240     END-IF
005250     IF NH-FECHA-NOMINA < WS-FECHA-DESDE
005260         OR NH-FECHA-NOMINA > WS-FECHA-HASTA
005270         OR NH-SEG-SOCIAL = ZERO
005280         GO TO 2100-EXIT
005290     END-IF
005300     IF NH-EMP-ID NOT = WS-EMP-ACTUAL
005310         PERFORM 2500-CERRAR-TRABAJADOR THRU 2500-EXIT
005320         MOVE NH-EMP-ID TO WS-EMP-ACTUAL
005330     END-IF
005340     ADD 1 TO WS-NOMINAS-COUNT
005350     PERFORM 2200-LEER-DETALLE THRU 2200-EXIT
005360     ADD WS-BASE-NOMINA TO WS-EMP-BASE
005370     ADD NH-SEG-SOCIAL TO WS-EMP-OBRERA
005380     ADD WS-PATRONAL-NOMINA TO WS-EMP-PATRONAL.
005390 2100-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------*
005430* SIN DETALLE EN PATRDET (NOMINAS ANTERIORES A QUE PAYCALC   *
005440* LO GRABARA) LA BASE SE DEDUCE DE LA CUOTA OBRERA Y LA      *
005450* PATRONAL SE CALCULA SOBRE ELLA CON LOS TIPOS GENERALES.    *
005460*----------------------------------------------------------*
005470 2200-LEER-DETALLE.
005480     IF NOT WS-SIN-PATRDET
005490         MOVE NH-EMP-ID TO PD-EMP-ID
005500         MOVE NH-FECHA-NOMINA TO PD-FECHA-NOMINA
005510         READ PATRONAL-DET-FILE
005520             INVALID KEY
005530                 CONTINUE
005540             NOT INVALID KEY
005550                 MOVE PD-BASE-COTIZ TO WS-BASE-NOMINA
005560                 MOVE PD-CUOTA-PATRONAL TO WS-PATRONAL-NOMINA
005570                 GO TO 2200-EXIT
005580         END-READ
005590     END-IF
005600     ADD 1 TO WS-SIN-DETALLE-COUNT
005610     DISPLAY "COTIZSS: NOMINA SIN DETALLE EN PATRDET "
005620         NH-EMP-ID " " NH-FECHA-NOMINA
005630     COMPUTE WS-BASE-NOMINA ROUNDED =
005640         NH-SEG-SOCIAL * 100 / WS-PCT-OBRERO-DEF
005650     COMPUTE WS-PATRONAL-NOMINA ROUNDED =
005660         WS-BASE-NOMINA * WS-PCT-PATRONAL-DEF / 100.
005670 2200-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------*
005710* CIERRE DEL TRABAJADOR: DIAS COTIZADOS, REPARTO POR         *
005720* CONCEPTO, REGISTRO DE DETALLE EN COTIZFIL Y LINEA DEL      *
005730* LISTADO.                                                   *
005740*----------------------------------------------------------*
005750 2500-CERRAR-TRABAJADOR.
005760     IF WS-EMP-ACTUAL = ZERO
005770         GO TO 2500-EXIT
005780     END-IF
005790     MOVE WS-EMP-ACTUAL TO EMP-ID
005800     READ EMPLEADO-MASTER-FILE
005810         INVALID KEY
005820             ADD 1 TO WS-SIN-EMPLEADO-COUNT
005830             DISPLAY "COTIZSS: EMPLEADO NO EXISTE " WS-EMP-ACTUAL
005840             MOVE "NO EXISTE" TO APELLIDO
005850             MOVE SPACES TO NOMBRE
005860             MOVE ZERO TO FECHA
005870             MOVE "A" TO EMP-ESTADO-SW
005880     END-READ
005890     PERFORM 2600-CONTAR-DIAS THRU 2600-EXIT
005900     MOVE SPACES TO COTIZ-DET-REC
005910     MOVE "2" TO CF-TIPO-REG
005920     MOVE WS-EMP-ACTUAL TO CF-EMP-ID
005930     MOVE APELLIDO TO CF-APELLIDO
005940     MOVE NOMBRE TO CF-NOMBRE
005950     MOVE WS-DIAS-COTIZ TO CF-DIAS
005960     MOVE WS-DIAS-IT TO CF-DIAS-IT
005970     MOVE WS-EMP-BASE TO CF-BASE
005980     MOVE WS-EMP-OBRERA TO WS-RESTO-OBRERA
005990     MOVE WS-EMP-PATRONAL TO WS-RESTO-PATRONAL
006000     PERFORM 2700-REPARTIR-CONCEPTO THRU 2700-EXIT
006010         VARYING WS-CON-SUB FROM 2 BY 1
006020         UNTIL WS-CON-SUB > 4.
006030     MOVE CON-CODIGO (1) TO CF-COD-CONCEPTO (1)
006040     MOVE WS-RESTO-OBRERA TO CF-CUOTA-OBRERA (1)
006050     MOVE WS-RESTO-PATRONAL TO CF-CUOTA-PATRONAL (1)
006060     PERFORM 7200-WRITE-COTIZ THRU 7200-EXIT
006070     ADD 1 TO WS-TRABAJADORES-COUNT
006080     ADD WS-EMP-BASE TO WS-TOTAL-BASE
006090     ADD WS-EMP-OBRERA TO WS-TOTAL-OBRERA
006100     ADD WS-EMP-PATRONAL TO WS-TOTAL-PATRONAL
006110     MOVE WS-EMP-ACTUAL TO DL-EMP-ID
006120     MOVE APELLIDO TO DL-APELLIDO
006130     MOVE WS-DIAS-COTIZ TO DL-DIAS
006140     MOVE WS-DIAS-IT TO DL-DIAS-IT
006150     MOVE WS-EMP-BASE TO DL-BASE
006160     MOVE WS-EMP-OBRERA TO DL-OBRERA
006170     MOVE WS-EMP-PATRONAL TO DL-PATRONAL
006180     MOVE WS-DET-LINE TO COTIZ-RPT-LINE
006190     WRITE COTIZ-RPT-LINE
006200     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
006210     MOVE ZERO TO WS-EMP-BASE
006220     MOVE ZERO TO WS-EMP-OBRERA
006230     MOVE ZERO TO WS-EMP-PATRONAL.
006240 2500-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------*
006280* DIAS DE ALTA DENTRO DEL MES, DESDE LA FECHA DE ALTA HASTA  *
006290* LA DE BAJA SI LA HAY; EL MES COMPLETO COTIZA 30 DIAS. LOS  *
006300* DIAS DE ENFERMEDAD DE AUSMSTR DENTRO DEL ALTA SON LOS DE   *
006310* INCAPACIDAD TEMPORAL.                                      *
006320*----------------------------------------------------------*
006330 2600-CONTAR-DIAS.
006340     MOVE ZERO TO WS-DIAS-COTIZ
006350     MOVE ZERO TO WS-DIAS-IT
006360     COMPUTE WS-FECHA-ALTA = ANIO * 10000 + MES * 100 + DIA
006370     MOVE WS-FECHA-DESDE TO WS-ALTA-DESDE
006380     IF WS-FECHA-ALTA > WS-ALTA-DESDE
006390         MOVE WS-FECHA-ALTA TO WS-ALTA-DESDE
006400     END-IF
006410     MOVE WS-FECHA-HASTA TO WS-ALTA-HASTA
006420     IF EMP-BAJA
006430         AND EMP-FECHA-BAJA IS NUMERIC
006440         AND EMP-FECHA-BAJA > ZERO
006450         AND EMP-FECHA-BAJA < WS-ALTA-HASTA
006460         MOVE EMP-FECHA-BAJA TO WS-ALTA-HASTA
006470     END-IF
006480     IF WS-ALTA-DESDE > WS-ALTA-HASTA
006490         GO TO 2600-EXIT
006500     END-IF
006510     IF WS-ALTA-DESDE = WS-FECHA-DESDE
006520         AND WS-ALTA-HASTA = WS-FECHA-HASTA
006530         MOVE 30 TO WS-DIAS-COTIZ
006540     ELSE
006550         COMPUTE WS-DIAS-COTIZ =
006560             WS-ALTA-HASTA - WS-ALTA-DESDE + 1
006570     END-IF
006580     IF WS-SIN-AUSMSTR
006590         GO TO 2600-EXIT
006600     END-IF
006610     MOVE "N" TO WS-EOF-AUS-SW
006620     MOVE WS-EMP-ACTUAL TO AUS-EMP-ID
006630     MOVE WS-ALTA-DESDE TO AUS-FECHA
006640     START AUSENCIA-MASTER-FILE
006650         KEY IS NOT LESS THAN AUS-CLAVE
006660         INVALID KEY
006670             SET WS-EOF-AUS TO TRUE
006680     END-START
006690     PERFORM 2610-LEER-AUSENCIA THRU 2610-EXIT
006700         UNTIL WS-EOF-AUS.
006710     IF WS-DIAS-IT > WS-DIAS-COTIZ
006720         MOVE WS-DIAS-COTIZ TO WS-DIAS-IT
006730     END-IF.
006740 2600-EXIT.
006750     EXIT.
006760
006770 2610-LEER-AUSENCIA.
006780     READ AUSENCIA-MASTER-FILE NEXT
006790         AT END
006800             SET WS-EOF-AUS TO TRUE
006810             GO TO 2610-EXIT
006820     END-READ
006830     IF NOT WS-AUSMSTR-OK
006840         DISPLAY "COTIZSS: ERROR LEYENDO AUSMSTR "
006850             WS-AUSMSTR-STATUS
006860         GO TO ABEND-CLEANUP
006870     END-IF
006880     IF AUS-EMP-ID NOT = WS-EMP-ACTUAL
006890         OR AUS-FECHA > WS-ALTA-HASTA
006900         SET WS-EOF-AUS TO TRUE
006910         GO TO 2610-EXIT
006920     END-IF
006930     IF AUS-ENFERMEDAD
006940         ADD 1 TO WS-DIAS-IT
006950     END-IF.
006960 2610-EXIT.
006970     EXIT.
006980
006990 2700-REPARTIR-CONCEPTO.
007000     MOVE CON-CODIGO (WS-CON-SUB) TO CF-COD-CONCEPTO (WS-CON-SUB)
007010     COMPUTE CF-CUOTA-OBRERA (WS-CON-SUB) ROUNDED =
007020         WS-EMP-OBRERA * CON-PCT-OBRERO (WS-CON-SUB)
007030         / WS-SUMA-PCT-OBRERO
007040     COMPUTE CF-CUOTA-PATRONAL (WS-CON-SUB) ROUNDED =
007050         WS-EMP-PATRONAL * CON-PCT-PATRONAL (WS-CON-SUB)
007060         / WS-SUMA-PCT-PATRONAL
007070     SUBTRACT CF-CUOTA-OBRERA (WS-CON-SUB) FROM WS-RESTO-OBRERA
007080     SUBTRACT CF-CUOTA-PATRONAL (WS-CON-SUB)
007090         FROM WS-RESTO-PATRONAL.
007100 2700-EXIT.
007110     EXIT.
007120
007130 3000-WRITE-TOTALES.
007140     MOVE SPACES TO COTIZ-TOT-REC
007150     MOVE "9" TO CF-TIPO-REG
007160     MOVE WS-TRABAJADORES-COUNT TO CF-TOT-TRABAJADORES
007170     MOVE WS-TOTAL-BASE TO CF-TOT-BASE
007180     MOVE WS-TOTAL-OBRERA TO CF-TOT-OBRERA
007190     MOVE WS-TOTAL-PATRONAL TO CF-TOT-PATRONAL
007200     PERFORM 7200-WRITE-COTIZ THRU 7200-EXIT
007210     MOVE SPACES TO COTIZ-RPT-LINE
007220     WRITE COTIZ-RPT-LINE
007230     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
007240     MOVE "NUMERO DE TRABAJADORES" TO TL-TEXTO
007250     MOVE WS-TRABAJADORES-COUNT TO TL-IMPORTE
007260     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
007270     MOVE "TOTAL BASE DE COTIZACION" TO TL-TEXTO
007280     MOVE WS-TOTAL-BASE TO TL-IMPORTE
007290     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
007300     MOVE "TOTAL CUOTA OBRERA" TO TL-TEXTO
007310     MOVE WS-TOTAL-OBRERA TO TL-IMPORTE
007320     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
007330     MOVE "TOTAL CUOTA PATRONAL" TO TL-TEXTO
007340     MOVE WS-TOTAL-PATRONAL TO TL-IMPORTE
007350     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
007360     MOVE "NOMINAS SIN DETALLE PATRDET" TO TL-TEXTO
007370     MOVE WS-SIN-DETALLE-COUNT TO TL-IMPORTE
007380     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT.
007390 3000-EXIT.
007400     EXIT.
007410
007420*----------------------------------------------------------*
007430* CUADRE: LO QUE PAYGL ABONO EN EL MES A LA CUENTA DE        *
007440* SEGURIDAD SOCIAL A PAGAR COMO CUOTA DE EMPRESA (APUNTES    *
007450* "SEG SOCIAL EMPRESA", CREDITOS MENOS DEBITOS, SIN LOS      *
007460* ESTORNADOS) CONTRA LA CUOTA PATRONAL DE LA LIQUIDACION.    *
007470* LA CUOTA OBRERA NO PASA POR ESA CUENTA: SE CUADRA POR      *
007480* CONSTRUCCION CON LO RETENIDO EN NOMHIST.                   *
007490*----------------------------------------------------------*
007500 5000-CUADRAR-MAYOR.
007510     OPEN INPUT LEDGER-DETAIL-FILE.
007520     IF NOT WS-LEDGDTL-OK
007530         DISPLAY "COTIZSS: ERROR ABRIENDO LEDGDTL "
007540             WS-LEDGDTL-STATUS
007550         GO TO ABEND-CLEANUP
007560     END-IF
007570     MOVE WS-CUENTA-SEGSOC TO DT-ACCT-ID
007580     MOVE WS-FECHA-DESDE TO DT-FECHA
007590     START LEDGER-DETAIL-FILE
007600         KEY IS NOT LESS THAN DT-ACCT-FECHA
007610         INVALID KEY
007620             SET WS-EOF-DTL TO TRUE
007630     END-START
007640     PERFORM 5100-LEER-APUNTE THRU 5100-EXIT
007650         UNTIL WS-EOF-DTL.
007660     CLOSE LEDGER-DETAIL-FILE.
007670     COMPUTE WS-DIFERENCIA =
007680         WS-SALDO-CUENTA - WS-TOTAL-PATRONAL
007690     MOVE "ABONADO CUENTA SEG. SOCIAL" TO TL-TEXTO
007700     MOVE WS-SALDO-CUENTA TO TL-IMPORTE
007710     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
007720     MOVE "DIFERENCIA CON EL MAYOR" TO TL-TEXTO
007730     MOVE WS-DIFERENCIA TO TL-IMPORTE
007740     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
007750     IF WS-DIFERENCIA NOT = ZERO
007760         DISPLAY "COTIZSS: CUOTA PATRONAL NO CUADRA CON LA "
007770             "CUENTA " WS-CUENTA-SEGSOC
007780     END-IF.
007790 5000-EXIT.
007800     EXIT.
007810
007820 5100-LEER-APUNTE.
007830     READ LEDGER-DETAIL-FILE NEXT
007840         AT END
007850             SET WS-EOF-DTL TO TRUE
007860             GO TO 5100-EXIT
007870     END-READ
007880     IF NOT WS-LEDGDTL-OK
007890         DISPLAY "COTIZSS: ERROR LEYENDO LEDGDTL "
007900             WS-LEDGDTL-STATUS
007910         GO TO ABEND-CLEANUP
007920     END-IF
007930     IF DT-ACCT-ID NOT = WS-CUENTA-SEGSOC
007940         OR DT-FECHA > WS-FECHA-HASTA
007950         SET WS-EOF-DTL TO TRUE
007960         GO TO 5100-EXIT
007970     END-IF
007980     IF DT-ESTORNADO
007990         OR DT-CONCEPTO (1:18) NOT = "SEG SOCIAL EMPRESA"
008000         GO TO 5100-EXIT
008010     END-IF
008020     ADD 1 TO WS-APUNTES-COUNT
008030     IF DT-TIPO-APUNTE = "C"
008040         ADD DT-IMPORTE-CONV TO WS-SALDO-CUENTA
008050     ELSE
008060         SUBTRACT DT-IMPORTE-CONV FROM WS-SALDO-CUENTA
008070     END-IF.
008080 5100-EXIT.
008090     EXIT.
008100
008110*----------------------------------------------------------*
008120* ALTA DE COTIZFIL EN EL MANIFIESTO CON LA FECHA DEL ULTIMO  *
008130* DIA DEL MES LIQUIDADO: UN RELANCE DEL MES REFRESCA LAS     *
008140* CIFRAS Y VUELVE A DEJARLO PENDIENTE DE ACUSE.              *
008150*----------------------------------------------------------*
008160 6000-REGISTRAR.
008170     COMPUTE WS-TOTAL-IMPORTES =
008180         WS-TOTAL-OBRERA + WS-TOTAL-PATRONAL
008190     MOVE "COTIZFIL" TO TRN-FICHERO
008200     MOVE WS-FECHA-HASTA TO TRN-FECHA
008210     MOVE WS-TRABAJADORES-COUNT TO TRN-REGS
008220     MOVE WS-TOTAL-IMPORTES TO TRN-IMPORTES
008230     MOVE "E" TO TRN-ESTADO-SW
008240     MOVE ZERO TO TRN-FECHA-ACK
008250     WRITE TRANSMISION-REC
008260     IF WS-TRNMSTR-DUPLICATE
008270         MOVE "COTIZFIL" TO TRN-FICHERO
008280         MOVE WS-FECHA-HASTA TO TRN-FECHA
008290         READ TRANSMISION-FILE
008300             INVALID KEY
008310                 DISPLAY "COTIZSS: ERROR RELEYENDO TRNMSTR"
008320                 GO TO ABEND-CLEANUP
008330         END-READ
008340         MOVE WS-TRABAJADORES-COUNT TO TRN-REGS
008350         MOVE WS-TOTAL-IMPORTES TO TRN-IMPORTES
008360         MOVE "E" TO TRN-ESTADO-SW
008370         MOVE ZERO TO TRN-FECHA-ACK
008380         REWRITE TRANSMISION-REC
008390     END-IF
008400     IF NOT WS-TRNMSTR-OK
008410         DISPLAY "COTIZSS: ERROR GRABANDO TRNMSTR "
008420             WS-TRNMSTR-STATUS
008430         GO TO ABEND-CLEANUP
008440     END-IF.
008450 6000-EXIT.
008460     EXIT.
008470
008480 7000-WRITE-TOTAL.
008490     MOVE WS-TOTAL-LINE TO COTIZ-RPT-LINE
008500     WRITE COTIZ-RPT-LINE
008510     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
008520 7000-EXIT.
008530     EXIT.
008540
008550 7100-CHECK-RPT.
008560     IF NOT WS-COTIRPT-OK
008570         DISPLAY "COTIZSS: ERROR ESCRIBIENDO COTIRPT "
008580             WS-COTIRPT-STATUS
008590         GO TO ABEND-CLEANUP
008600     END-IF.
008610 7100-EXIT.
008620     EXIT.
008630
008640 7200-WRITE-COTIZ.
008650     WRITE COTIZ-REC
008660     IF NOT WS-COTIZFIL-OK
008670         DISPLAY "COTIZSS: ERROR GRABANDO COTIZFIL "
008680             WS-COTIZFIL-STATUS
008690         GO TO ABEND-CLEANUP
008700     END-IF.
008710 7200-EXIT.
008720     EXIT.
008730
008740 9000-TERMINATE.
008750     CLOSE NOMINA-HIST-FILE.
008760     IF NOT WS-SIN-PATRDET
008770         CLOSE PATRONAL-DET-FILE
008780     END-IF
008790     CLOSE EMPLEADO-MASTER-FILE.
008800     IF NOT WS-SIN-AUSMSTR
008810         CLOSE AUSENCIA-MASTER-FILE
008820     END-IF
008830     CLOSE TRANSMISION-FILE.
008840     CLOSE COTIZ-FILE.
008850     CLOSE COTIZ-RPT-FILE.
008860     DISPLAY "COTIZSS: NOMINAS DEL MES " WS-NOMINAS-COUNT
008870         " TRABAJADORES " WS-TRABAJADORES-COUNT
008880         " SIN DETALLE " WS-SIN-DETALLE-COUNT.
008890     DISPLAY "COTIZSS: CUOTA OBRERA " WS-TOTAL-OBRERA
008900         " PATRONAL " WS-TOTAL-PATRONAL.
008910     DISPLAY "COTIZSS: APUNTES DE LA CUENTA " WS-APUNTES-COUNT
008920         " DIFERENCIA " WS-DIFERENCIA.
008930     IF WS-DIFERENCIA NOT = ZERO OR WS-SIN-DETALLE-COUNT > ZERO
008940         MOVE 4 TO RETURN-CODE
008950     END-IF.
008960 9000-EXIT.
008970     EXIT.
008980
008990 ABEND-CLEANUP.
009000     DISPLAY "COTIZSS: TERMINACION ANORMAL - CERRANDO FICHEROS".
009010     CLOSE NOMINA-HIST-FILE.
009020     CLOSE PATRONAL-DET-FILE.
009030     CLOSE EMPLEADO-MASTER-FILE.
009040     CLOSE AUSENCIA-MASTER-FILE.
009050     CLOSE LEDGER-DETAIL-FILE.
009060     CLOSE TRANSMISION-FILE.
009070     CLOSE COTIZ-FILE.
009080     CLOSE COTIZ-RPT-FILE.
009090     MOVE 16 TO RETURN-CODE.
009100     GOBACK.
009110
009120     END PROGRAM COTIZSS.

000010*----------------------------------------------------------*
000020* ESTFLUJO - ESTADO DE FLUJOS DE EFECTIVO (METODO INDIRECTO) *
000030*            ENTRE DOS CIERRES DE LEDGHIST                   *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. ESTFLUJO.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE DE ESTGEN. EL *
000150*                ESTADO DE FLUJOS SE MONTABA CADA TRIMESTRE  *
000160*                EN HOJA DE CALCULO DESDE DOS LISTADOS DE    *
000170*                TRIALBAL. ESTE PROGRAMA TOMA DE FLUJPARM    *
000180*                DOS FECHAS DE CIERRE DE LEDGHIST (COPY      *
000190*                LEDGHIST) Y CALCULA EL MOVIMIENTO DE CADA   *
000200*                CUENTA ENTRE AMBAS, CONVERTIDO A LA MONEDA  *
000210*                FUNCIONAL CON LA TASA DE TASAMSTR VIGENTE   *
000220*                EN CADA CIERRE. EL FICHERO DE               *
000230*                CORRESPONDENCIA FLUJMAP ASIGNA CADA CUENTA, *
000240*                POR CLASE Y GRUPO DE PLANCTAS O POR RANGO,  *
000250*                A UNA LINEA DEL ESTADO CON SU ACTIVIDAD:    *
000260*                E EFECTIVO (BANCOS Y CAJA), O EXPLOTACION   *
000270*                (CAPITAL CIRCULANTE), N AJUSTE NO MONETARIO *
000280*                (AMORTIZACION ACUMULADA, AJUSTE POR         *
000290*                REVALUACION DE REVALUA), I INVERSION, F     *
000300*                FINANCIACION Y R RESULTADO. EL ESTADO PARTE *
000310*                DEL RESULTADO DEL PERIODO (CUENTAS DE       *
000320*                INGRESO Y GASTO NO ASIGNADAS MAS LAS R),    *
000330*                SUMA LOS AJUSTES NO MONETARIOS Y LA         *
000340*                VARIACION DEL CIRCULANTE, Y LUEGO LOS       *
000350*                FLUJOS DE INVERSION Y FINANCIACION. LA      *
000360*                VARIACION NETA DEBE IGUALAR LA VARIACION DE *
000370*                LAS CUENTAS E; SI NO CUADRA, O SI ALGUNA    *
000380*                CUENTA DE BALANCE CON MOVIMIENTO NO LA      *
000390*                CUBRE NINGUNA LINEA, O FALTA UNA TASA, EL   *
000400*                TRABAJO TERMINA CON RC 8 COMO ESTGEN. LA    *
000410*                PRIMERA LINEA QUE CUBRE LA CUENTA GANA. SI  *
000420*                LAS FECHAS CRUZAN UN CIERRE DE EJERCICIO,   *
000430*                LA CUENTA DE PATRIMONIO QUE RECIBE EL       *
000440*                RESULTADO DEBE ASIGNARSE CON ACTIVIDAD R.   *
000450* 2026-10-15 DR  LA MONEDA FUNCIONAL YA NO ES USD FIJO: SE    *
000460*                TOMA DE LA COMPANIA DE CIAPARM EN CIAMSTR   *
000470*                (USD SI NO HAY CIAPARM) Y LA TASA ES LA     *
000480*                DIRECTA CONTRA ELLA O EL CRUCE DE LAS DOS   *
000490*                TASAS USD, COMO EN TRIALBAL.                *
000500*----------------------------------------------------------*
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SPECIAL-NAMES.
000550     DECIMAL-POINT IS COMMA.
000560
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT PARM-FILE ASSIGN TO "FLUJPARM"
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-FLUJPARM-STATUS.
000620
000630     SELECT MAPA-FILE ASSIGN TO "FLUJMAP"
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS WS-FLUJMAP-STATUS.
000660
000670     SELECT LEDGER-HIST-FILE ASSIGN TO "LEDGHIST"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-LEDGHIST-STATUS.
000700
000710     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS RANDOM
000740         RECORD KEY IS CTA-ACCT-ID
000750         FILE STATUS IS WS-PLANCTAS-STATUS.
000760
000770     SELECT TASA-MASTER-FILE ASSIGN TO "TASAMSTR"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS TAS-CLAVE
000810         FILE STATUS IS WS-TASAMSTR-STATUS.
000820
000830     SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-CIAPARM-STATUS.
000860
000870     SELECT COMPANIA-MASTER-FILE ASSIGN TO "CIAMSTR"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS RANDOM
000900         RECORD KEY IS CIA-CODIGO
000910         FILE STATUS IS WS-CIAMSTR-STATUS.
000920
000930     SELECT FLUJO-RPT-FILE ASSIGN TO "FLUJRPT"
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-FLUJRPT-STATUS.
000960
000970 DATA DIVISION.
000980 FILE SECTION.
000990 FD  PARM-FILE
001000     LABEL RECORDS ARE STANDARD.
001010 01  PARM-IN-REC.
001020     05 PI-FECHA-INICIAL        PIC 9(08).
001030     05 PI-FECHA-FINAL          PIC 9(08).
001040
001050 FD  MAPA-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  MAPA-REC.
001080     05 MAP-ACTIVIDAD           PIC X(01).
001090         88 MAP-ACTIVIDAD-VALIDA    VALUE "E" "O" "N" "I"
001100                                          "F" "R".
001110     05 MAP-CLASE               PIC X(01).
001120     05 MAP-GRUPO               PIC X(04).
001130     05 MAP-CTA-DESDE           PIC X(06).
001140     05 MAP-CTA-DESDE-N REDEFINES MAP-CTA-DESDE
001150                                PIC 9(06).
001160     05 MAP-CTA-HASTA           PIC X(06).
001170     05 MAP-CTA-HASTA-N REDEFINES MAP-CTA-HASTA
001180                                PIC 9(06).
001190     05 MAP-TEXTO               PIC X(30).
001200
001210 FD  LEDGER-HIST-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY LEDGHIST.
001240
001250 FD  PLAN-CUENTA-FILE
001260     LABEL RECORDS ARE STANDARD.
001270     COPY CUENTAS.
001280
001290 FD  TASA-MASTER-FILE
001300     LABEL RECORDS ARE STANDARD.
001310     COPY TASAS.
001320
001330 FD  CIA-PARM-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 01  CIA-PARM-REC.
001360     05 CP-CIA-CODIGO           PIC X(03).
001370
001380 FD  COMPANIA-MASTER-FILE
001390     LABEL RECORDS ARE STANDARD.
001400     COPY COMPANIA.
001410
001420 FD  FLUJO-RPT-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 01  FLUJO-RPT-LINE             PIC X(80).
001450
001460 WORKING-STORAGE SECTION.
001470 01  WS-FLUJPARM-STATUS          PIC X(02) VALUE SPACES.
001480     88 WS-FLUJPARM-OK               VALUE "00".
001490
001500 01  WS-FLUJMAP-STATUS           PIC X(02) VALUE SPACES.
001510     88 WS-FLUJMAP-OK                VALUE "00".
001520
001530 01  WS-LEDGHIST-STATUS          PIC X(02) VALUE SPACES.
001540     88 WS-LEDGHIST-OK               VALUE "00".
001550
001560 01  WS-PLANCTAS-STATUS          PIC X(02) VALUE SPACES.
001570     88 WS-PLANCTAS-OK               VALUE "00".
001580
001590 01  WS-TASAMSTR-STATUS          PIC X(02) VALUE SPACES.
001600     88 WS-TASAMSTR-OK               VALUE "00".
001610
001620 01  WS-CIAPARM-STATUS           PIC X(02) VALUE SPACES.
001630     88 WS-CIAPARM-OK                VALUE "00".
001640     88 WS-CIAPARM-NO-FILE           VALUE "35".
001650
001660 01  WS-CIAMSTR-STATUS           PIC X(02) VALUE SPACES.
001670     88 WS-CIAMSTR-OK                VALUE "00".
001680
001690 01  WS-FLUJRPT-STATUS           PIC X(02) VALUE SPACES.
001700     88 WS-FLUJRPT-OK                VALUE "00".
001710
001720 01  WS-SWITCHES.
001730     05 WS-EOF-MAPA-SW         PIC X(01) VALUE "N".
001740         88 WS-EOF-MAPA             VALUE "Y".
001750     05 WS-EOF-HIST-SW         PIC X(01) VALUE "N".
001760         88 WS-EOF-HIST             VALUE "Y".
001770     05 WS-LINEA-HALLADA-SW    PIC X(01) VALUE "N".
001780         88 WS-LINEA-HALLADA        VALUE "S".
001790     05 WS-TASA-HALLADA-SW     PIC X(01) VALUE "N".
001800         88 WS-TASA-HALLADA         VALUE "S".
001810     05 WS-FIN-TASAS-SW        PIC X(01) VALUE "N".
001820         88 WS-FIN-TASAS            VALUE "S".
001830
001840*----------------------------------------------------------*
001850* MONEDA FUNCIONAL EN LA QUE SE EXPRESA EL ESTADO, LA MISMA  *
001860* EN LA QUE CREDITO CUADRA LOS DOCUMENTOS: LA DE LA COMPANIA *
001870* DE CIAPARM EN CIAMSTR, USD SI NO HAY CIAPARM.              *
001880*----------------------------------------------------------*
001890 01  WS-MONEDA-FUNCIONAL         PIC X(03) VALUE "USD".
001900 01  WS-CIA-CODIGO               PIC X(03) VALUE SPACES.
001910 01  WS-BASE-BUSCADA             PIC X(03) VALUE SPACES.
001920 01  WS-TASA-CRUCE               PIC 9(03)V9(04) VALUE ZERO.
001930
001940 01  WS-FECHA-INICIAL            PIC 9(08) VALUE ZERO.
001950 01  WS-FECHA-FINAL              PIC 9(08) VALUE ZERO.
001960 01  WS-FECHA-TASA               PIC 9(08) VALUE ZERO.
001970 01  WS-MONEDA-BUSCADA           PIC X(03) VALUE SPACES.
001980 01  WS-TASA-VIGENTE             PIC 9(03)V9(04) VALUE ZERO.
001990 01  WS-SALDO-FUNCIONAL          PIC S9(13)V99 VALUE ZERO.
002000 01  WS-GRUPO-CUENTA             PIC X(04) VALUE SPACES.
002010 01  WS-CLASE-CUENTA             PIC X(01) VALUE SPACES.
002020 01  WS-MOVIMIENTO               PIC S9(13)V99 VALUE ZERO.
002030 01  WS-EFECTO                   PIC S9(13)V99 VALUE ZERO.
002040
002050 01  WS-COUNTERS.
002060     05 WS-HIST-LEIDOS-COUNT   PIC 9(07) COMP VALUE ZERO.
002070     05 WS-HIST-INI-COUNT      PIC 9(07) COMP VALUE ZERO.
002080     05 WS-HIST-FIN-COUNT      PIC 9(07) COMP VALUE ZERO.
002090     05 WS-SIN-LINEA-COUNT     PIC 9(05) COMP VALUE ZERO.
002100     05 WS-SIN-TASA-COUNT      PIC 9(05) COMP VALUE ZERO.
002110
002120*----------------------------------------------------------*
002130* TOTALES DEL ESTADO, EN EFECTO SOBRE LA CAJA: UN AUMENTO DE *
002140* SALDO DEUDOR RESTA, UN AUMENTO DE SALDO ACREEDOR SUMA.     *
002150*----------------------------------------------------------*
002160 01  WS-TOTALES.
002170     05 WS-RESULTADO           PIC S9(13)V99 VALUE ZERO.
002180     05 WS-SIN-CLASIFICAR      PIC S9(13)V99 VALUE ZERO.
002190     05 WS-TOTAL-ACTIVIDAD     PIC S9(13)V99 VALUE ZERO.
002200     05 WS-TOTAL-EXPLOTACION   PIC S9(13)V99 VALUE ZERO.
002210     05 WS-TOTAL-INVERSION     PIC S9(13)V99 VALUE ZERO.
002220     05 WS-TOTAL-FINANCIACION  PIC S9(13)V99 VALUE ZERO.
002230     05 WS-VARIACION-NETA      PIC S9(13)V99 VALUE ZERO.
002240     05 WS-EFECTIVO-INICIAL    PIC S9(13)V99 VALUE ZERO.
002250     05 WS-EFECTIVO-FINAL      PIC S9(13)V99 VALUE ZERO.
002260     05 WS-VARIACION-EFECTIVO  PIC S9(13)V99 VALUE ZERO.
002270     05 WS-DIFERENCIA          PIC S9(13)V99 VALUE ZERO.
002280
002290 01  WS-ACTIVIDAD-IMPRESA        PIC X(01) VALUE SPACE.
002300
002310*----------------------------------------------------------*
002320* LINEAS DE FLUJMAP EN EL ORDEN DEL FICHERO. LAS LINEAS CON  *
002330* LA MISMA ACTIVIDAD Y TEXTO ACUMULAN EN LA PRIMERA DE ELLAS *
002340* (MP-DESTINO), QUE ES LA UNICA QUE SE IMPRIME.              *
002350*----------------------------------------------------------*
002360 01  WS-MAP-COUNT                PIC 9(03) COMP VALUE ZERO.
002370 01  WS-MAP-TABLE.
002380     05 WS-MAP-ENTRY OCCURS 1 TO 200 TIMES
002390             DEPENDING ON WS-MAP-COUNT
002400             INDEXED BY WS-MAP-IDX WS-MAP-IDX2.
002410         10 MP-ACTIVIDAD         PIC X(01).
002420         10 MP-CLASE             PIC X(01).
002430         10 MP-GRUPO             PIC X(04).
002440         10 MP-CTA-DESDE         PIC 9(06).
002450         10 MP-CTA-HASTA         PIC 9(06).
002460         10 MP-TEXTO             PIC X(30).
002470         10 MP-DESTINO           PIC 9(03) COMP.
002480         10 MP-IMPORTE           PIC S9(13)V99.
002490
002500*----------------------------------------------------------*
002510* SALDOS DE CADA CUENTA EN LOS DOS CIERRES, YA EN MONEDA     *
002520* FUNCIONAL. LA CUENTA QUE NO FIGURA EN UNO DE ELLOS TIENE   *
002530* SALDO CERO EN ESE CIERRE.                                  *
002540*----------------------------------------------------------*
002550 01  WS-CTA-COUNT                PIC 9(05) COMP VALUE ZERO.
002560 01  WS-CTA-TABLE.
002570     05 WS-CTA-ENTRY OCCURS 1 TO 5000 TIMES
002580             DEPENDING ON WS-CTA-COUNT
002590             INDEXED BY WS-CTA-IDX.
002600         10 CT-ACCT-ID           PIC 9(06).
002610         10 CT-NOMBRE            PIC X(20).
002620         10 CT-MONEDA            PIC X(03).
002630         10 CT-SALDO-INI         PIC S9(13)V99.
002640         10 CT-SALDO-FIN         PIC S9(13)V99.
002650
002660 01  WS-HDR-LINE.
002670     05 FILLER                  PIC X(47) VALUE
002680         "ESTADO DE FLUJOS DE EFECTIVO (METODO INDIRECTO)".
002690 01  WS-HDR2-LINE.
002700     05 FILLER                  PIC X(04) VALUE "DEL ".
002710     05 HD-FECHA-INI            PIC 9(08).
002720     05 FILLER                  PIC X(04) VALUE " AL ".
002730     05 HD-FECHA-FIN            PIC 9(08).
002740     05 FILLER                  PIC X(10) VALUE "  MONEDA ".
002750     05 HD-MONEDA               PIC X(03).
002760
002770 01  WS-DET-LINE.
002780     05 DL-TEXTO                PIC X(44).
002790     05 FILLER                  PIC X(02) VALUE SPACES.
002800     05 DL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
002810
002820 01  WS-ERR-LINE.
002830     05 EL-MOTIVO               PIC X(17).
002840     05 EL-ACCT                 PIC 9(06).
002850     05 FILLER                  PIC X(01) VALUE SPACE.
002860     05 EL-NOMBRE               PIC X(20).
002870     05 FILLER                  PIC X(01) VALUE SPACE.
002880     05 EL-MONEDA               PIC X(03).
002890     05 FILLER                  PIC X(01) VALUE SPACE.
002900     05 EL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
002910
002920 PROCEDURE DIVISION.
002930
002940 0000-MAINLINE.
002950     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002960     PERFORM 2000-CARGAR-MAPA THRU 2000-EXIT
002970         UNTIL WS-EOF-MAPA.
002980     PERFORM 3000-LEER-HISTORICO THRU 3000-EXIT
002990         UNTIL WS-EOF-HIST.
003000     IF WS-HIST-INI-COUNT = ZERO OR WS-HIST-FIN-COUNT = ZERO
003010         DISPLAY "ESTFLUJO: LEDGHIST SIN CIERRE EN ALGUNA DE "
003020             "LAS FECHAS " WS-FECHA-INICIAL " "
003030             WS-FECHA-FINAL
003040         GO TO ABEND-CLEANUP
003050     END-IF
003060     PERFORM 4000-CLASIFICAR-CUENTA THRU 4000-EXIT
003070         VARYING WS-CTA-IDX FROM 1 BY 1
003080         UNTIL WS-CTA-IDX > WS-CTA-COUNT.
003090     PERFORM 5000-IMPRIMIR-ESTADO THRU 5000-EXIT.
003100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003110     GOBACK.
003120
003130 1000-INITIALIZE.
003140     PERFORM 1100-LEER-COMPANIA THRU 1100-EXIT.
003150     OPEN INPUT PARM-FILE.
003160     IF NOT WS-FLUJPARM-OK
003170         DISPLAY "ESTFLUJO: ERROR ABRIENDO FLUJPARM "
003180             WS-FLUJPARM-STATUS
003190         GO TO ABEND-CLEANUP
003200     END-IF
003210     READ PARM-FILE
003220         AT END
003230             DISPLAY "ESTFLUJO: FLUJPARM VACIO"
003240             GO TO ABEND-CLEANUP
003250     END-READ
003260     IF PI-FECHA-INICIAL IS NOT NUMERIC
003270         OR PI-FECHA-FINAL IS NOT NUMERIC
003280         OR PI-FECHA-INICIAL = ZERO
003290         OR PI-FECHA-FINAL NOT > PI-FECHA-INICIAL
003300         DISPLAY "ESTFLUJO: FECHAS DE FLUJPARM INVALIDAS"
003310         GO TO ABEND-CLEANUP
003320     END-IF
003330     MOVE PI-FECHA-INICIAL TO WS-FECHA-INICIAL
003340     MOVE PI-FECHA-FINAL TO WS-FECHA-FINAL
003350     CLOSE PARM-FILE
003360     OPEN INPUT MAPA-FILE.
003370     IF NOT WS-FLUJMAP-OK
003380         DISPLAY "ESTFLUJO: ERROR ABRIENDO FLUJMAP "
003390             WS-FLUJMAP-STATUS
003400         GO TO ABEND-CLEANUP
003410     END-IF
003420     OPEN INPUT LEDGER-HIST-FILE.
003430     IF NOT WS-LEDGHIST-OK
003440         DISPLAY "ESTFLUJO: ERROR ABRIENDO LEDGHIST "
003450             WS-LEDGHIST-STATUS
003460         GO TO ABEND-CLEANUP
003470     END-IF
003480     OPEN INPUT PLAN-CUENTA-FILE.
003490     IF NOT WS-PLANCTAS-OK
003500         DISPLAY "ESTFLUJO: ERROR ABRIENDO PLANCTAS "
003510             WS-PLANCTAS-STATUS
003520         GO TO ABEND-CLEANUP
003530     END-IF
003540     OPEN INPUT TASA-MASTER-FILE.
003550     IF NOT WS-TASAMSTR-OK
003560         DISPLAY "ESTFLUJO: ERROR ABRIENDO TASAMSTR "
003570             WS-TASAMSTR-STATUS
003580         GO TO ABEND-CLEANUP
003590     END-IF
003600     OPEN OUTPUT FLUJO-RPT-FILE.
003610     IF NOT WS-FLUJRPT-OK
003620         DISPLAY "ESTFLUJO: ERROR ABRIENDO FLUJRPT "
003630             WS-FLUJRPT-STATUS
003640         GO TO ABEND-CLEANUP
003650     END-IF.
003660 1000-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------*
003700* COMPANIA DE LA CADENA (CIAPARM, OPCIONAL) Y SU MONEDA      *
003710* FUNCIONAL EN CIAMSTR, COMO 1100-LEER-COMPANIA DE TRIALBAL. *
003720*----------------------------------------------------------*
003730 1100-LEER-COMPANIA.
003740     OPEN INPUT CIA-PARM-FILE.
003750     IF WS-CIAPARM-NO-FILE
003760         GO TO 1100-EXIT
003770     END-IF
003780     IF NOT WS-CIAPARM-OK
003790         DISPLAY "ESTFLUJO: ERROR ABRIENDO CIAPARM "
003800             WS-CIAPARM-STATUS
003810         GO TO ABEND-CLEANUP
003820     END-IF
003830     READ CIA-PARM-FILE
003840         AT END
003850             MOVE SPACES TO CP-CIA-CODIGO
003860     END-READ
003870     MOVE CP-CIA-CODIGO TO WS-CIA-CODIGO
003880     CLOSE CIA-PARM-FILE
003890     IF WS-CIA-CODIGO = SPACES
003900         GO TO 1100-EXIT
003910     END-IF
003920     OPEN INPUT COMPANIA-MASTER-FILE.
003930     IF NOT WS-CIAMSTR-OK
003940         DISPLAY "ESTFLUJO: ERROR ABRIENDO CIAMSTR "
003950             WS-CIAMSTR-STATUS
003960         GO TO ABEND-CLEANUP
003970     END-IF
003980     MOVE WS-CIA-CODIGO TO CIA-CODIGO
003990     READ COMPANIA-MASTER-FILE
004000         INVALID KEY
004010             DISPLAY "ESTFLUJO: COMPANIA " WS-CIA-CODIGO
004020                 " DE CIAPARM NO EXISTE EN CIAMSTR"
004030             CLOSE COMPANIA-MASTER-FILE
004040             GO TO ABEND-CLEANUP
004050     END-READ
004060     IF CIA-MONEDA-FUNCIONAL NOT = SPACES
004070         MOVE CIA-MONEDA-FUNCIONAL TO WS-MONEDA-FUNCIONAL
004080     END-IF
004090     CLOSE COMPANIA-MASTER-FILE.
004100 1100-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140* CARGA FLUJMAP. UNA LINEA SIN ACTIVIDAD VALIDA ES UN ERROR  *
004150* DE DEFINICION Y PARA EL TRABAJO.                           *
004160*----------------------------------------------------------*
004170 2000-CARGAR-MAPA.
004180     READ MAPA-FILE
004190         AT END
004200             SET WS-EOF-MAPA TO TRUE
004210             GO TO 2000-EXIT
004220     END-READ
004230     IF NOT WS-FLUJMAP-OK
004240         DISPLAY "ESTFLUJO: ERROR LEYENDO FLUJMAP "
004250             WS-FLUJMAP-STATUS
004260         GO TO ABEND-CLEANUP
004270     END-IF
004280     IF NOT MAP-ACTIVIDAD-VALIDA
004290         DISPLAY "ESTFLUJO: ACTIVIDAD INVALIDA EN FLUJMAP: "
004300             MAPA-REC
004310         GO TO ABEND-CLEANUP
004320     END-IF
004330     IF WS-MAP-COUNT >= 200
004340         DISPLAY "ESTFLUJO: TABLA DE FLUJMAP LLENA"
004350         GO TO ABEND-CLEANUP
004360     END-IF
004370     ADD 1 TO WS-MAP-COUNT
004380     SET WS-MAP-IDX TO WS-MAP-COUNT
004390     MOVE MAP-ACTIVIDAD TO MP-ACTIVIDAD (WS-MAP-IDX)
004400     MOVE MAP-CLASE TO MP-CLASE (WS-MAP-IDX)
004410     MOVE MAP-GRUPO TO MP-GRUPO (WS-MAP-IDX)
004420     IF MAP-CTA-DESDE IS NUMERIC
004430         MOVE MAP-CTA-DESDE-N TO MP-CTA-DESDE (WS-MAP-IDX)
004440     ELSE
004450         MOVE ZERO TO MP-CTA-DESDE (WS-MAP-IDX)
004460     END-IF
004470     IF MAP-CTA-HASTA IS NUMERIC
004480         MOVE MAP-CTA-HASTA-N TO MP-CTA-HASTA (WS-MAP-IDX)
004490     ELSE
004500         MOVE ZERO TO MP-CTA-HASTA (WS-MAP-IDX)
004510     END-IF
004520     MOVE MAP-TEXTO TO MP-TEXTO (WS-MAP-IDX)
004530     MOVE ZERO TO MP-IMPORTE (WS-MAP-IDX)
004540     MOVE WS-MAP-COUNT TO MP-DESTINO (WS-MAP-IDX)
004550     PERFORM 2100-BUSCAR-DESTINO THRU 2100-EXIT
004560         VARYING WS-MAP-IDX2 FROM 1 BY 1
004570         UNTIL WS-MAP-IDX2 >= WS-MAP-IDX.
004580 2000-EXIT.
004590     EXIT.
004600
004610 2100-BUSCAR-DESTINO.
004620     IF MP-ACTIVIDAD (WS-MAP-IDX2) = MP-ACTIVIDAD (WS-MAP-IDX)
004630         AND MP-TEXTO (WS-MAP-IDX2) = MP-TEXTO (WS-MAP-IDX)
004640         AND MP-DESTINO (WS-MAP-IDX) = WS-MAP-COUNT
004650         MOVE MP-DESTINO (WS-MAP-IDX2)
004660             TO MP-DESTINO (WS-MAP-IDX)
004670     END-IF.
004680 2100-EXIT.
004690     EXIT.
004700
004710*----------------------------------------------------------*
004720* UNA PASADA DE LEDGHIST: SOLO INTERESAN LOS REGISTROS DE    *
004730* LAS DOS FECHAS. SI UN CIERRE SE REPITIO, GANA EL ULTIMO.   *
004740*----------------------------------------------------------*
004750 3000-LEER-HISTORICO.
004760     READ LEDGER-HIST-FILE
004770         AT END
004780             SET WS-EOF-HIST TO TRUE
004790             GO TO 3000-EXIT
004800     END-READ
004810     IF NOT WS-LEDGHIST-OK
004820         DISPLAY "ESTFLUJO: ERROR LEYENDO LEDGHIST "
004830             WS-LEDGHIST-STATUS
004840         GO TO ABEND-CLEANUP
004850     END-IF
004860     ADD 1 TO WS-HIST-LEIDOS-COUNT
004870     IF LH-FECHA-CIERRE NOT = WS-FECHA-INICIAL
004880         AND LH-FECHA-CIERRE NOT = WS-FECHA-FINAL
004890         GO TO 3000-EXIT
004900     END-IF
004910     PERFORM 3100-CONVERTIR-SALDO THRU 3100-EXIT
004920     PERFORM 3200-BUSCAR-CUENTA THRU 3200-EXIT
004930     IF LH-FECHA-CIERRE = WS-FECHA-INICIAL
004940         ADD 1 TO WS-HIST-INI-COUNT
004950         MOVE WS-SALDO-FUNCIONAL TO CT-SALDO-INI (WS-CTA-IDX)
004960     ELSE
004970         ADD 1 TO WS-HIST-FIN-COUNT
004980         MOVE WS-SALDO-FUNCIONAL TO CT-SALDO-FIN (WS-CTA-IDX)
004990     END-IF.
005000 3000-EXIT.
005010     EXIT.
005020
005030*----------------------------------------------------------*
005040* EL SALDO DE LEDGHIST ESTA EN LA MONEDA DE LA CUENTA. SE    *
005050* PASA A MONEDA FUNCIONAL CON LA TASA VIGENTE A LA FECHA DE  *
005060* ESE CIERRE. SIN TASA SE DENUNCIA Y LA CUENTA QUEDA A CERO. *
005070*----------------------------------------------------------*
005080 3100-CONVERTIR-SALDO.
005090     IF LH-MONEDA = WS-MONEDA-FUNCIONAL
005100         MOVE LH-SALDO-CIERRE TO WS-SALDO-FUNCIONAL
005110         GO TO 3100-EXIT
005120     END-IF
005130     MOVE LH-MONEDA TO WS-MONEDA-BUSCADA
005140     MOVE LH-FECHA-CIERRE TO WS-FECHA-TASA
005150     PERFORM 3500-BUSCAR-TASA THRU 3500-EXIT
005160     IF NOT WS-TASA-HALLADA
005170         MOVE ZERO TO WS-SALDO-FUNCIONAL
005180         ADD 1 TO WS-SIN-TASA-COUNT
005190         MOVE "*** SIN TASA    " TO EL-MOTIVO
005200         MOVE LH-ACCT-ID TO EL-ACCT
005210         MOVE LH-NOMBRE-CUENTA TO EL-NOMBRE
005220         MOVE LH-MONEDA TO EL-MONEDA
005230         MOVE LH-SALDO-CIERRE TO EL-IMPORTE
005240         MOVE WS-ERR-LINE TO FLUJO-RPT-LINE
005250         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
005260         GO TO 3100-EXIT
005270     END-IF
005280     COMPUTE WS-SALDO-FUNCIONAL ROUNDED =
005290         LH-SALDO-CIERRE * WS-TASA-VIGENTE.
005300 3100-EXIT.
005310     EXIT.
005320
005330 3200-BUSCAR-CUENTA.
005340     IF WS-CTA-COUNT > ZERO
005350         SET WS-CTA-IDX TO 1
005360         SEARCH WS-CTA-ENTRY
005370             AT END
005380                 CONTINUE
005390             WHEN CT-ACCT-ID (WS-CTA-IDX) = LH-ACCT-ID
005400                 GO TO 3200-EXIT
005410         END-SEARCH
005420     END-IF
005430     IF WS-CTA-COUNT >= 5000
005440         DISPLAY "ESTFLUJO: TABLA DE CUENTAS LLENA"
005450         GO TO ABEND-CLEANUP
005460     END-IF
005470     ADD 1 TO WS-CTA-COUNT
005480     SET WS-CTA-IDX TO WS-CTA-COUNT
005490     MOVE LH-ACCT-ID TO CT-ACCT-ID (WS-CTA-IDX)
005500     MOVE LH-NOMBRE-CUENTA TO CT-NOMBRE (WS-CTA-IDX)
005510     MOVE LH-MONEDA TO CT-MONEDA (WS-CTA-IDX)
005520     MOVE ZERO TO CT-SALDO-INI (WS-CTA-IDX)
005530     MOVE ZERO TO CT-SALDO-FIN (WS-CTA-IDX).
005540 3200-EXIT.
005550     EXIT.
005560
005570*----------------------------------------------------------*
005580* BUSCA EN TASAMSTR LA TASA EN MONEDA FUNCIONAL DE           *
005590* WS-MONEDA-BUSCADA VIGENTE A WS-FECHA-TASA, COMO            *
005600* 4000-BUSCAR-TASA DE REVALUA: LA TASA DIRECTA CONTRA LA     *
005610* MONEDA FUNCIONAL O EL CRUCE DE LAS DOS TASAS USD.          *
005620*----------------------------------------------------------*
005630 3500-BUSCAR-TASA.
005640     MOVE WS-MONEDA-FUNCIONAL TO WS-BASE-BUSCADA
005650     PERFORM 3550-BUSCAR-VIGENCIA THRU 3550-EXIT
005660     IF WS-TASA-HALLADA OR WS-MONEDA-FUNCIONAL = "USD"
005670         GO TO 3500-EXIT
005680     END-IF
005690     MOVE "USD" TO WS-BASE-BUSCADA
005700     MOVE 1 TO WS-TASA-CRUCE
005710     IF WS-MONEDA-BUSCADA NOT = "USD"
005720         PERFORM 3550-BUSCAR-VIGENCIA THRU 3550-EXIT
005730         IF NOT WS-TASA-HALLADA
005740             GO TO 3500-EXIT
005750         END-IF
005760         MOVE WS-TASA-VIGENTE TO WS-TASA-CRUCE
005770     END-IF
005780     MOVE WS-MONEDA-FUNCIONAL TO WS-MONEDA-BUSCADA
005790     PERFORM 3550-BUSCAR-VIGENCIA THRU 3550-EXIT
005800     IF NOT WS-TASA-HALLADA OR WS-TASA-VIGENTE = ZERO
005810         MOVE "N" TO WS-TASA-HALLADA-SW
005820         GO TO 3500-EXIT
005830     END-IF
005840     COMPUTE WS-TASA-VIGENTE ROUNDED =
005850         WS-TASA-CRUCE / WS-TASA-VIGENTE
005860         ON SIZE ERROR
005870             MOVE "N" TO WS-TASA-HALLADA-SW
005880     END-COMPUTE.
005890 3500-EXIT.
005900     EXIT.
005910
005920 3550-BUSCAR-VIGENCIA.
005930     MOVE "N" TO WS-TASA-HALLADA-SW
005940     MOVE "N" TO WS-FIN-TASAS-SW
005950     MOVE WS-BASE-BUSCADA TO TAS-MONEDA-BASE
005960     MOVE WS-MONEDA-BUSCADA TO TAS-MONEDA
005970     MOVE ZERO TO TAS-FECHA-VIGENCIA
005980     START TASA-MASTER-FILE
005990         KEY IS NOT LESS THAN TAS-CLAVE
006000         INVALID KEY
006010             MOVE "S" TO WS-FIN-TASAS-SW
006020     END-START
006030     PERFORM 3600-LEER-TASA THRU 3600-EXIT
006040         UNTIL WS-FIN-TASAS.
006050 3550-EXIT.
006060     EXIT.
006070
006080 3600-LEER-TASA.
006090     READ TASA-MASTER-FILE NEXT
006100         AT END
006110             MOVE "S" TO WS-FIN-TASAS-SW
006120     END-READ
006130     IF WS-FIN-TASAS
006140         GO TO 3600-EXIT
006150     END-IF
006160     IF NOT WS-TASAMSTR-OK
006170         DISPLAY "ESTFLUJO: ERROR LEYENDO TASAMSTR "
006180             WS-TASAMSTR-STATUS
006190         GO TO ABEND-CLEANUP
006200     END-IF
006210     IF TAS-MONEDA-BASE NOT = WS-BASE-BUSCADA
006220         OR TAS-MONEDA NOT = WS-MONEDA-BUSCADA
006230         OR TAS-FECHA-VIGENCIA > WS-FECHA-TASA
006240         MOVE "S" TO WS-FIN-TASAS-SW
006250     ELSE
006260         MOVE TAS-TASA TO WS-TASA-VIGENTE
006270         SET WS-TASA-HALLADA TO TRUE
006280     END-IF.
006290 3600-EXIT.
006300     EXIT.
006310
006320*----------------------------------------------------------*
006330* CLASIFICA EL MOVIMIENTO DE UNA CUENTA. SU EFECTO EN CAJA   *
006340* ES EL MOVIMIENTO CAMBIADO DE SIGNO (SALDO DEUDOR EN        *
006350* POSITIVO). LAS CUENTAS E NO SON FLUJO: SUS SALDOS FORMAN   *
006360* EL EFECTIVO INICIAL Y FINAL CONTRA EL QUE SE CUADRA.       *
006370*----------------------------------------------------------*
006380 4000-CLASIFICAR-CUENTA.
006390     COMPUTE WS-MOVIMIENTO = CT-SALDO-FIN (WS-CTA-IDX)
006400         - CT-SALDO-INI (WS-CTA-IDX)
006410     COMPUTE WS-EFECTO = ZERO - WS-MOVIMIENTO
006420     MOVE SPACES TO WS-GRUPO-CUENTA
006430     MOVE SPACES TO WS-CLASE-CUENTA
006440     MOVE CT-ACCT-ID (WS-CTA-IDX) TO CTA-ACCT-ID
006450     READ PLAN-CUENTA-FILE
006460         INVALID KEY
006470             CONTINUE
006480         NOT INVALID KEY
006490             MOVE CTA-GRUPO TO WS-GRUPO-CUENTA
006500             MOVE CTA-CLASE TO WS-CLASE-CUENTA
006510     END-READ
006520     MOVE "N" TO WS-LINEA-HALLADA-SW
006530     PERFORM 4100-PROBAR-LINEA THRU 4100-EXIT
006540         VARYING WS-MAP-IDX FROM 1 BY 1
006550         UNTIL WS-MAP-IDX > WS-MAP-COUNT
006560             OR WS-LINEA-HALLADA
006570     IF WS-LINEA-HALLADA
006580         GO TO 4000-EXIT
006590     END-IF
006600     IF WS-CLASE-CUENTA = "I" OR WS-CLASE-CUENTA = "G"
006610         ADD WS-EFECTO TO WS-RESULTADO
006620         GO TO 4000-EXIT
006630     END-IF
006640     IF WS-MOVIMIENTO NOT = ZERO
006650         ADD 1 TO WS-SIN-LINEA-COUNT
006660         ADD WS-EFECTO TO WS-SIN-CLASIFICAR
006670         MOVE "*** SIN LINEA   " TO EL-MOTIVO
006680         MOVE CT-ACCT-ID (WS-CTA-IDX) TO EL-ACCT
006690         MOVE CT-NOMBRE (WS-CTA-IDX) TO EL-NOMBRE
006700         MOVE CT-MONEDA (WS-CTA-IDX) TO EL-MONEDA
006710         MOVE WS-EFECTO TO EL-IMPORTE
006720         MOVE WS-ERR-LINE TO FLUJO-RPT-LINE
006730         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
006740     END-IF.
006750 4000-EXIT.
006760     EXIT.
006770
006780 4100-PROBAR-LINEA.
006790     IF MP-CLASE (WS-MAP-IDX) NOT = SPACE
006800         AND MP-CLASE (WS-MAP-IDX) NOT = WS-CLASE-CUENTA
006810         GO TO 4100-EXIT
006820     END-IF
006830     IF MP-GRUPO (WS-MAP-IDX) NOT = SPACES
006840         AND MP-GRUPO (WS-MAP-IDX) NOT = WS-GRUPO-CUENTA
006850         GO TO 4100-EXIT
006860     END-IF
006870     IF MP-CTA-HASTA (WS-MAP-IDX) > ZERO
006880         IF CT-ACCT-ID (WS-CTA-IDX) < MP-CTA-DESDE (WS-MAP-IDX)
006890             OR CT-ACCT-ID (WS-CTA-IDX)
006900                 > MP-CTA-HASTA (WS-MAP-IDX)
006910             GO TO 4100-EXIT
006920         END-IF
006930     END-IF
006940     IF MP-CLASE (WS-MAP-IDX) = SPACE
006950         AND MP-GRUPO (WS-MAP-IDX) = SPACES
006960         AND MP-CTA-HASTA (WS-MAP-IDX) = ZERO
006970         GO TO 4100-EXIT
006980     END-IF
006990     SET WS-LINEA-HALLADA TO TRUE
007000     EVALUATE MP-ACTIVIDAD (WS-MAP-IDX)
007010         WHEN "E"
007020             ADD CT-SALDO-INI (WS-CTA-IDX)
007030                 TO WS-EFECTIVO-INICIAL
007040             ADD CT-SALDO-FIN (WS-CTA-IDX)
007050                 TO WS-EFECTIVO-FINAL
007060         WHEN "R"
007070             ADD WS-EFECTO TO WS-RESULTADO
007080         WHEN OTHER
007090             SET WS-MAP-IDX2 TO MP-DESTINO (WS-MAP-IDX)
007100             ADD WS-EFECTO TO MP-IMPORTE (WS-MAP-IDX2)
007110     END-EVALUATE.
007120 4100-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------*
007160* IMPRIME EL ESTADO: EXPLOTACION (RESULTADO, AJUSTES NO      *
007170* MONETARIOS, CIRCULANTE), INVERSION, FINANCIACION Y LA      *
007180* PRUEBA CONTRA LA VARIACION DE LAS CUENTAS DE EFECTIVO.     *
007190*----------------------------------------------------------*
007200 5000-IMPRIMIR-ESTADO.
007210     MOVE WS-FECHA-INICIAL TO HD-FECHA-INI
007220     MOVE WS-FECHA-FINAL TO HD-FECHA-FIN
007230     MOVE WS-MONEDA-FUNCIONAL TO HD-MONEDA
007240     MOVE SPACES TO FLUJO-RPT-LINE
007250     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007260     MOVE WS-HDR-LINE TO FLUJO-RPT-LINE
007270     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007280     MOVE WS-HDR2-LINE TO FLUJO-RPT-LINE
007290     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007300     MOVE SPACES TO FLUJO-RPT-LINE
007310     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007320     MOVE SPACES TO FLUJO-RPT-LINE
007330     MOVE "FLUJOS DE ACTIVIDADES DE EXPLOTACION"
007340         TO FLUJO-RPT-LINE
007350     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007360     MOVE "  RESULTADO DEL PERIODO" TO DL-TEXTO
007370     MOVE WS-RESULTADO TO DL-IMPORTE
007380     PERFORM 8400-WRITE-DET THRU 8400-EXIT
007390     MOVE WS-RESULTADO TO WS-TOTAL-ACTIVIDAD
007400     MOVE SPACES TO FLUJO-RPT-LINE
007410     MOVE "  AJUSTES POR PARTIDAS NO MONETARIAS"
007420         TO FLUJO-RPT-LINE
007430     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007440     MOVE "N" TO WS-ACTIVIDAD-IMPRESA
007450     PERFORM 5100-LINEA-ACTIVIDAD THRU 5100-EXIT
007460         VARYING WS-MAP-IDX FROM 1 BY 1
007470         UNTIL WS-MAP-IDX > WS-MAP-COUNT
007480     MOVE SPACES TO FLUJO-RPT-LINE
007490     MOVE "  VARIACION DEL CAPITAL CIRCULANTE"
007500         TO FLUJO-RPT-LINE
007510     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007520     MOVE "O" TO WS-ACTIVIDAD-IMPRESA
007530     PERFORM 5100-LINEA-ACTIVIDAD THRU 5100-EXIT
007540         VARYING WS-MAP-IDX FROM 1 BY 1
007550         UNTIL WS-MAP-IDX > WS-MAP-COUNT
007560     IF WS-SIN-CLASIFICAR NOT = ZERO
007570         MOVE "  *** MOVIMIENTOS SIN CLASIFICAR" TO DL-TEXTO
007580         MOVE WS-SIN-CLASIFICAR TO DL-IMPORTE
007590         PERFORM 8400-WRITE-DET THRU 8400-EXIT
007600         ADD WS-SIN-CLASIFICAR TO WS-TOTAL-ACTIVIDAD
007610     END-IF
007620     MOVE WS-TOTAL-ACTIVIDAD TO WS-TOTAL-EXPLOTACION
007630     MOVE "TOTAL FLUJOS DE EXPLOTACION" TO DL-TEXTO
007640     MOVE WS-TOTAL-EXPLOTACION TO DL-IMPORTE
007650     PERFORM 8400-WRITE-DET THRU 8400-EXIT
007660     MOVE SPACES TO FLUJO-RPT-LINE
007670     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007680     MOVE "FLUJOS DE ACTIVIDADES DE INVERSION"
007690         TO FLUJO-RPT-LINE
007700     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007710     MOVE ZERO TO WS-TOTAL-ACTIVIDAD
007720     MOVE "I" TO WS-ACTIVIDAD-IMPRESA
007730     PERFORM 5100-LINEA-ACTIVIDAD THRU 5100-EXIT
007740         VARYING WS-MAP-IDX FROM 1 BY 1
007750         UNTIL WS-MAP-IDX > WS-MAP-COUNT
007760     MOVE WS-TOTAL-ACTIVIDAD TO WS-TOTAL-INVERSION
007770     MOVE "TOTAL FLUJOS DE INVERSION" TO DL-TEXTO
007780     MOVE WS-TOTAL-INVERSION TO DL-IMPORTE
007790     PERFORM 8400-WRITE-DET THRU 8400-EXIT
007800     MOVE SPACES TO FLUJO-RPT-LINE
007810     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007820     MOVE "FLUJOS DE ACTIVIDADES DE FINANCIACION"
007830         TO FLUJO-RPT-LINE
007840     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007850     MOVE ZERO TO WS-TOTAL-ACTIVIDAD
007860     MOVE "F" TO WS-ACTIVIDAD-IMPRESA
007870     PERFORM 5100-LINEA-ACTIVIDAD THRU 5100-EXIT
007880         VARYING WS-MAP-IDX FROM 1 BY 1
007890         UNTIL WS-MAP-IDX > WS-MAP-COUNT
007900     MOVE WS-TOTAL-ACTIVIDAD TO WS-TOTAL-FINANCIACION
007910     MOVE "TOTAL FLUJOS DE FINANCIACION" TO DL-TEXTO
007920     MOVE WS-TOTAL-FINANCIACION TO DL-IMPORTE
007930     PERFORM 8400-WRITE-DET THRU 8400-EXIT
007940     PERFORM 5200-PRUEBA-EFECTIVO THRU 5200-EXIT.
007950 5000-EXIT.
007960     EXIT.
007970
007980 5100-LINEA-ACTIVIDAD.
007990     IF MP-ACTIVIDAD (WS-MAP-IDX) NOT = WS-ACTIVIDAD-IMPRESA
008000         GO TO 5100-EXIT
008010     END-IF
008020     SET WS-MAP-IDX2 TO WS-MAP-IDX
008030     IF MP-DESTINO (WS-MAP-IDX) NOT = WS-MAP-IDX2
008040         GO TO 5100-EXIT
008050     END-IF
008060     MOVE SPACES TO DL-TEXTO
008070     MOVE MP-TEXTO (WS-MAP-IDX) TO DL-TEXTO (5:30)
008080     MOVE MP-IMPORTE (WS-MAP-IDX) TO DL-IMPORTE
008090     PERFORM 8400-WRITE-DET THRU 8400-EXIT
008100     ADD MP-IMPORTE (WS-MAP-IDX) TO WS-TOTAL-ACTIVIDAD.
008110 5100-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------*
008150* LA VARIACION NETA DEL ESTADO TIENE QUE SER IGUAL A LA      *
008160* VARIACION DE LAS CUENTAS DE EFECTIVO ENTRE LOS DOS CIERRES.*
008170*----------------------------------------------------------*
008180 5200-PRUEBA-EFECTIVO.
008190     COMPUTE WS-VARIACION-NETA = WS-TOTAL-EXPLOTACION
008200         + WS-TOTAL-INVERSION + WS-TOTAL-FINANCIACION
008210     COMPUTE WS-VARIACION-EFECTIVO = WS-EFECTIVO-FINAL
008220         - WS-EFECTIVO-INICIAL
008230     COMPUTE WS-DIFERENCIA = WS-VARIACION-NETA
008240         - WS-VARIACION-EFECTIVO
008250     MOVE SPACES TO FLUJO-RPT-LINE
008260     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008270     MOVE "VARIACION NETA DEL EFECTIVO" TO DL-TEXTO
008280     MOVE WS-VARIACION-NETA TO DL-IMPORTE
008290     PERFORM 8400-WRITE-DET THRU 8400-EXIT
008300     MOVE SPACES TO FLUJO-RPT-LINE
008310     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008320     MOVE "EFECTIVO AL INICIO" TO DL-TEXTO
008330     MOVE WS-EFECTIVO-INICIAL TO DL-IMPORTE
008340     PERFORM 8400-WRITE-DET THRU 8400-EXIT
008350     MOVE "EFECTIVO AL FINAL" TO DL-TEXTO
008360     MOVE WS-EFECTIVO-FINAL TO DL-IMPORTE
008370     PERFORM 8400-WRITE-DET THRU 8400-EXIT
008380     MOVE "VARIACION EN LAS CUENTAS DE EFECTIVO" TO DL-TEXTO
008390     MOVE WS-VARIACION-EFECTIVO TO DL-IMPORTE
008400     PERFORM 8400-WRITE-DET THRU 8400-EXIT
008410     MOVE "DIFERENCIA" TO DL-TEXTO
008420     MOVE WS-DIFERENCIA TO DL-IMPORTE
008430     PERFORM 8400-WRITE-DET THRU 8400-EXIT
008440     MOVE SPACES TO FLUJO-RPT-LINE
008450     IF WS-DIFERENCIA = ZERO
008460         MOVE "EL ESTADO CUADRA CON EL EFECTIVO"
008470             TO FLUJO-RPT-LINE
008480     ELSE
008490         MOVE "*** EL ESTADO NO CUADRA CON EL EFECTIVO"
008500             TO FLUJO-RPT-LINE
008510     END-IF
008520     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
008530 5200-EXIT.
008540     EXIT.
008550
008560 8400-WRITE-DET.
008570     MOVE WS-DET-LINE TO FLUJO-RPT-LINE
008580     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008590     MOVE SPACES TO DL-TEXTO.
008600 8400-EXIT.
008610     EXIT.
008620
008630 8500-WRITE-LINEA.
008640     WRITE FLUJO-RPT-LINE
008650     IF NOT WS-FLUJRPT-OK
008660         DISPLAY "ESTFLUJO: ERROR ESCRIBIENDO FLUJRPT "
008670             WS-FLUJRPT-STATUS
008680         GO TO ABEND-CLEANUP
008690     END-IF.
008700 8500-EXIT.
008710     EXIT.
008720
008730 9000-TERMINATE.
008740     CLOSE MAPA-FILE.
008750     CLOSE LEDGER-HIST-FILE.
008760     CLOSE PLAN-CUENTA-FILE.
008770     CLOSE TASA-MASTER-FILE.
008780     CLOSE FLUJO-RPT-FILE.
008790     DISPLAY "ESTFLUJO: LEDGHIST LEIDOS " WS-HIST-LEIDOS-COUNT
008800         " CUENTAS " WS-CTA-COUNT.
008810     DISPLAY "ESTFLUJO: SIN LINEA " WS-SIN-LINEA-COUNT
008820         " SIN TASA " WS-SIN-TASA-COUNT.
008830     IF WS-SIN-LINEA-COUNT > ZERO
008840         OR WS-SIN-TASA-COUNT > ZERO
008850         OR WS-DIFERENCIA NOT = ZERO
008860         DISPLAY "ESTFLUJO: EL ESTADO NO CUADRA O TIENE "
008870             "CUENTAS FUERA, REVISAR FLUJRPT"
008880         MOVE 8 TO RETURN-CODE
008890     END-IF.
008900 9000-EXIT.
008910     EXIT.
008920
008930 ABEND-CLEANUP.
008940     DISPLAY "ESTFLUJO: TERMINACION ANORMAL - CERRANDO FICHEROS".
008950     CLOSE PARM-FILE.
008960     CLOSE MAPA-FILE.
008970     CLOSE LEDGER-HIST-FILE.
008980     CLOSE PLAN-CUENTA-FILE.
008990     CLOSE TASA-MASTER-FILE.
009000     CLOSE FLUJO-RPT-FILE.
009010     MOVE 16 TO RETURN-CODE.
009020     GOBACK.
009030
009040     END PROGRAM ESTFLUJO.

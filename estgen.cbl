000300*                Y ORDEN; EL SUBTOTAL S SUMA LAS LINEAS L    *
000310*                DESDE EL SUBTOTAL ANTERIOR DEL MISMO        *
000320*                ESTADO.                                     *
000322* 2026-10-15 DR  LOS SALDOS DEL MAYOR SE CONVIERTEN A LA      *
000324*                MONEDA FUNCIONAL DE LA COMPANIA (CIAPARM +  *
000326*                CIAMSTR, USD SI NO HAY CIAPARM) CON LA TASA *
000327*                DE TASAMSTR VIGENTE A LA FECHA DE CORRIDA,  *
000328*                DIRECTA O CRUZADA POR USD COMO EN TRIALBAL, *
000329*                ANTES DE VOLCARLOS EN LAS LINEAS. UNA       *
000331*                CUENTA CON SALDO SIN TASA SE DENUNCIA, NO   *
000332*                ENTRA EN LOS ESTADOS Y EL TRABAJO TERMINA   *
000333*                CON RC 8.                                   *
000336*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000580     SELECT EST-RPT-FILE ASSIGN TO "ESTGRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-ESTGRPT-STATUS.
000602
000604     SELECT TASA-MASTER-FILE ASSIGN TO "TASAMSTR"
000606         ORGANIZATION IS INDEXED
000608         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS TAS-CLAVE
000612         FILE STATUS IS WS-TASAMSTR-STATUS.
000614
000616     SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
000617         ORGANIZATION IS SEQUENTIAL
000618         FILE STATUS IS WS-CIAPARM-STATUS.
000619
000620     SELECT COMPANIA-MASTER-FILE ASSIGN TO "CIAMSTR"
000621         ORGANIZATION IS INDEXED
000622         ACCESS MODE IS RANDOM
000623         RECORD KEY IS CIA-CODIGO
000624         FILE STATUS IS WS-CIAMSTR-STATUS.
000626
000628 DATA DIVISION.
000630 FILE SECTION.
000640 FD  DEFINICION-FILE
000650     LABEL RECORDS ARE STANDARD.
000920 FD  EST-RPT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  EST-RPT-LINE               PIC X(80).
000942
000944 FD  TASA-MASTER-FILE
000946     LABEL RECORDS ARE STANDARD.
000948     COPY TASAS.
000950
000951 FD  CIA-PARM-FILE
000952     LABEL RECORDS ARE STANDARD.
000953 01  CIA-PARM-REC.
000954     05 CP-CIA-CODIGO           PIC X(03).
000955
000956 FD  COMPANIA-MASTER-FILE
000957     LABEL RECORDS ARE STANDARD.
000958     COPY COMPANIA.
000959
000960 WORKING-STORAGE SECTION.
000970 01  WS-EDEFFILE-STATUS          PIC X(02) VALUE SPACES.
000980     88 WS-EDEFFILE-OK               VALUE "00".
001070
001080 01  WS-ESTGRPT-STATUS           PIC X(02) VALUE SPACES.
001090     88 WS-ESTGRPT-OK                 VALUE "00".
001092
001093 01  WS-TASAMSTR-STATUS          PIC X(02) VALUE SPACES.
001094     88 WS-TASAMSTR-OK                VALUE "00".
001095     88 WS-TASAMSTR-NO-FILE           VALUE "35".
001096
001097 01  WS-CIAPARM-STATUS           PIC X(02) VALUE SPACES.
001098     88 WS-CIAPARM-OK                 VALUE "00".
001099     88 WS-CIAPARM-NO-FILE            VALUE "35".
001100
001101 01  WS-CIAMSTR-STATUS           PIC X(02) VALUE SPACES.
001102     88 WS-CIAMSTR-OK                 VALUE "00".
001106
001110 01  WS-SWITCHES.
001120     05 WS-EOF-DEF-SW          PIC X(01) VALUE "N".
001130         88 WS-EOF-DEF              VALUE "Y".
001150         88 WS-EOF-MAYOR            VALUE "Y".
001160     05 WS-LINEA-HALLADA-SW    PIC X(01) VALUE "N".
001170         88 WS-LINEA-HALLADA        VALUE "S".
001172     05 WS-SIN-TASAMSTR-SW     PIC X(01) VALUE "N".
001174         88 WS-SIN-TASAMSTR         VALUE "S".
001176     05 WS-FIN-TASAS-SW        PIC X(01) VALUE "N".
001177         88 WS-FIN-TASAS            VALUE "S".
001178     05 WS-TASA-HALLADA-SW     PIC X(01) VALUE "N".
001179         88 WS-TASA-HALLADA         VALUE "S".
001180
001190 01  WS-COUNTERS.
001200     05 WS-CUENTAS-COUNT       PIC 9(05) COMP VALUE ZERO.
001210     05 WS-SIN-LINEA-COUNT     PIC 9(05) COMP VALUE ZERO.
001215     05 WS-SIN-TASA-COUNT      PIC 9(05) COMP VALUE ZERO.
001220
001230 01  WS-GRUPO-CUENTA             PIC X(04) VALUE SPACES.
001240 01  WS-SUBTOTAL                 PIC S9(13)V99 VALUE ZERO.
001260 01  WS-ESTADO-ACTUAL            PIC X(01) VALUE SPACE.
001270 01  WS-NIVEL-N                  PIC 9(01) VALUE ZERO.
001280 01  WS-SANGRIA                  PIC 9(02) COMP VALUE ZERO.
001282 01  WS-SALDO-FUNC               PIC S9(11)V99 VALUE ZERO.
001283 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001284 01  WS-MONEDA-FUNCIONAL         PIC X(03) VALUE "USD".
001285 01  WS-CIA-CODIGO               PIC X(03) VALUE SPACES.
001286 01  WS-MONEDA-BUSCADA           PIC X(03) VALUE SPACES.
001287 01  WS-BASE-BUSCADA             PIC X(03) VALUE SPACES.
001288 01  WS-TASA-ACTUAL              PIC 9(03)V9(04) VALUE ZERO.
001289 01  WS-TASA-CRUCE               PIC 9(03)V9(04) VALUE ZERO.
001290
001300*----------------------------------------------------------*
001310* DEFINICION DE LOS ESTADOS EN MEMORIA, EN EL ORDEN DEL      *
001470         10 DF-IMPORTE           PIC S9(13)V99.
001480
001490 01  WS-ERR-LINE.
001500     05 EL-MOTIVO               PIC X(21) VALUE
001510         "*** CUENTA SIN LINEA ".
001520     05 EL-ACCT                 PIC 9(06).
001530     05 FILLER                  PIC X(02) VALUE SPACES.
001590     05 DL-TEXTO                PIC X(40).
001600     05 FILLER                  PIC X(02) VALUE SPACES.
001610     05 DL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001612
001614 01  WS-MONEDA-LINE.
001616     05 FILLER                  PIC X(29) VALUE
001617         "IMPORTES EN MONEDA FUNCIONAL ".
001618     05 MNL-MONEDA              PIC X(03).
001620
001630 PROCEDURE DIVISION.
001640
001730     GOBACK.
001740
001750 1000-INITIALIZE.
001752     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001754     PERFORM 1100-LEER-COMPANIA THRU 1100-EXIT.
001756     OPEN INPUT TASA-MASTER-FILE.
001757     IF WS-TASAMSTR-NO-FILE
001758         MOVE "S" TO WS-SIN-TASAMSTR-SW
001759         DISPLAY "ESTGEN: TASAMSTR NO EXISTE, SOLO ENTRAN LOS "
001760             "SALDOS EN " WS-MONEDA-FUNCIONAL
001761     ELSE
001762         IF NOT WS-TASAMSTR-OK
001763             DISPLAY "ESTGEN: ERROR ABRIENDO TASAMSTR "
001764                 WS-TASAMSTR-STATUS
001765             GO TO ABEND-CLEANUP
001766         END-IF
001767     END-IF
001768     OPEN INPUT DEFINICION-FILE.
001770     IF NOT WS-EDEFFILE-OK
001780         DISPLAY "ESTGEN: ERROR ABRIENDO EDEFFILE "
001790             WS-EDEFFILE-STATUS
001960         DISPLAY "ESTGEN: ERROR ABRIENDO ESTGRPT "
001970             WS-ESTGRPT-STATUS
001980         GO TO ABEND-CLEANUP
001990     END-IF
001992     MOVE WS-MONEDA-FUNCIONAL TO MNL-MONEDA
001993     MOVE WS-MONEDA-LINE TO EST-RPT-LINE
001994     WRITE EST-RPT-LINE
001995     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
002000 1000-EXIT.
002010     EXIT.
002011
002012*----------------------------------------------------------*
002013* COMPANIA DE LA CADENA (CIAPARM, OPCIONAL) Y SU MONEDA      *
002014* FUNCIONAL EN CIAMSTR, COMO 1100-LEER-COMPANIA DE TRIALBAL. *
002015*----------------------------------------------------------*
002016 1100-LEER-COMPANIA.
002017     OPEN INPUT CIA-PARM-FILE.
002018     IF WS-CIAPARM-NO-FILE
002019         GO TO 1100-EXIT
002020     END-IF
002021     IF NOT WS-CIAPARM-OK
002022         DISPLAY "ESTGEN: ERROR ABRIENDO CIAPARM "
002023             WS-CIAPARM-STATUS
002024         GO TO ABEND-CLEANUP
002025     END-IF
002026     READ CIA-PARM-FILE
002027         AT END
002028             MOVE SPACES TO CP-CIA-CODIGO
002029     END-READ
002030     MOVE CP-CIA-CODIGO TO WS-CIA-CODIGO
002031     CLOSE CIA-PARM-FILE
002032     IF WS-CIA-CODIGO = SPACES
002033         GO TO 1100-EXIT
002034     END-IF
002035     OPEN INPUT COMPANIA-MASTER-FILE.
002036     IF NOT WS-CIAMSTR-OK
002037         DISPLAY "ESTGEN: ERROR ABRIENDO CIAMSTR "
002038             WS-CIAMSTR-STATUS
002039         GO TO ABEND-CLEANUP
002040     END-IF
002041     MOVE WS-CIA-CODIGO TO CIA-CODIGO
002042     READ COMPANIA-MASTER-FILE
002043         INVALID KEY
002044             DISPLAY "ESTGEN: COMPANIA " WS-CIA-CODIGO
002045                 " DE CIAPARM NO EXISTE EN CIAMSTR"
002046             CLOSE COMPANIA-MASTER-FILE
002047             GO TO ABEND-CLEANUP
002048     END-READ
002049     IF CIA-MONEDA-FUNCIONAL NOT = SPACES
002050         MOVE CIA-MONEDA-FUNCIONAL TO WS-MONEDA-FUNCIONAL
002051     END-IF
002052     CLOSE COMPANIA-MASTER-FILE.
002053 1100-EXIT.
002054     EXIT.
002055
002056 2000-CARGAR-DEFINICION.
002057     READ DEFINICION-FILE
002058         AT END
002060             SET WS-EOF-DEF TO TRUE
002070             GO TO 2000-EXIT
002080     END-READ
002460* CADA CUENTA DEL MAYOR CAE EN SU PRIMERA LINEA L QUE LA     *
002470* CUBRE: POR GRUPO DEL PLAN, O POR RANGO DE CUENTAS. UNA     *
002480* CUENTA CON SALDO SIN LINEA SE DENUNCIA (RC 8 AL FINAL).    *
002482* EL SALDO ENTRA CONVERTIDO A LA MONEDA FUNCIONAL; SI SU     *
002484* MONEDA NO TIENE TASA LA CUENTA SE DENUNCIA Y NO ENTRA.     *
002490*----------------------------------------------------------*
002500 3000-VOLCAR-MAYOR.
002510     READ LEDGER-MASTER-FILE
002670         NOT INVALID KEY
002680             MOVE CTA-GRUPO TO WS-GRUPO-CUENTA
002690     END-READ
002692     PERFORM 3500-BUSCAR-TASA THRU 3500-EXIT
002694     IF NOT WS-TASA-HALLADA
002695         IF LEDG-SALDO NOT = ZERO
002696             ADD 1 TO WS-SIN-TASA-COUNT
002697             MOVE "*** CUENTA SIN TASA  " TO EL-MOTIVO
002698             MOVE LEDG-ACCT-ID TO EL-ACCT
002699             MOVE LEDG-NOMBRE-CUENTA TO EL-NOMBRE
002700             MOVE LEDG-SALDO TO EL-SALDO
002701             MOVE WS-ERR-LINE TO EST-RPT-LINE
002702             WRITE EST-RPT-LINE
002703             PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002704         END-IF
002705         GO TO 3000-EXIT
002706     END-IF
002707     COMPUTE WS-SALDO-FUNC ROUNDED = LEDG-SALDO * WS-TASA-ACTUAL
002708     MOVE "N" TO WS-LINEA-HALLADA-SW
002710     PERFORM 3100-PROBAR-LINEA THRU 3100-EXIT
002720         VARYING WS-DEF-IDX FROM 1 BY 1
002730         UNTIL WS-DEF-IDX > WS-DEF-COUNT
002740             OR WS-LINEA-HALLADA
002750     IF NOT WS-LINEA-HALLADA
002760         AND WS-SALDO-FUNC NOT = ZERO
002770         ADD 1 TO WS-SIN-LINEA-COUNT
002775         MOVE "*** CUENTA SIN LINEA " TO EL-MOTIVO
002780         MOVE LEDG-ACCT-ID TO EL-ACCT
002790         MOVE LEDG-NOMBRE-CUENTA TO EL-NOMBRE
002800         MOVE WS-SALDO-FUNC TO EL-SALDO
002810         MOVE WS-ERR-LINE TO EST-RPT-LINE
002820         WRITE EST-RPT-LINE
002830         PERFORM 7100-CHECK-RPT THRU 7100-EXIT
003050 3200-SUMAR-EN-LINEA.
003060     SET WS-LINEA-HALLADA TO TRUE
003070     IF DF-SIGNO (WS-DEF-IDX) = "-"
003080         SUBTRACT WS-SALDO-FUNC FROM DF-IMPORTE (WS-DEF-IDX)
003090     ELSE
003100         ADD WS-SALDO-FUNC TO DF-IMPORTE (WS-DEF-IDX)
003110     END-IF.
003120 3200-EXIT.
003130     EXIT.
003131
003132*---------------------------------------------------------*
003133* TASA EN MONEDA FUNCIONAL DE LA MONEDA DE LA CUENTA,        *
003134* VIGENTE A LA FECHA DE CORRIDA, COMO 8300-BUSCAR-TASA DE    *
003135* TRIALBAL: LA MONEDA FUNCIONAL VALE 1; SI NO, LA TASA       *
003136* DIRECTA CONTRA ELLA O EL CRUCE DE LAS DOS TASAS USD.       *
003137*---------------------------------------------------------*
003138 3500-BUSCAR-TASA.
003139     MOVE "N" TO WS-TASA-HALLADA-SW
003140     MOVE LEDG-MONEDA TO WS-MONEDA-BUSCADA
003141     IF WS-MONEDA-BUSCADA = WS-MONEDA-FUNCIONAL
003142         MOVE 1 TO WS-TASA-ACTUAL
003143         SET WS-TASA-HALLADA TO TRUE
003144         GO TO 3500-EXIT
003145     END-IF
003146     IF WS-SIN-TASAMSTR
003147         GO TO 3500-EXIT
003148     END-IF
003149     MOVE WS-MONEDA-FUNCIONAL TO WS-BASE-BUSCADA
003150     PERFORM 3520-BUSCAR-VIGENCIA THRU 3520-EXIT
003151     IF WS-TASA-HALLADA OR WS-MONEDA-FUNCIONAL = "USD"
003152         GO TO 3500-EXIT
003153     END-IF
003154     MOVE "USD" TO WS-BASE-BUSCADA
003155     MOVE 1 TO WS-TASA-CRUCE
003156     IF WS-MONEDA-BUSCADA NOT = "USD"
003157         PERFORM 3520-BUSCAR-VIGENCIA THRU 3520-EXIT
003158         IF NOT WS-TASA-HALLADA
003159             GO TO 3500-EXIT
003160         END-IF
003161         MOVE WS-TASA-ACTUAL TO WS-TASA-CRUCE
003162     END-IF
003163     MOVE WS-MONEDA-FUNCIONAL TO WS-MONEDA-BUSCADA
003164     PERFORM 3520-BUSCAR-VIGENCIA THRU 3520-EXIT
003165     IF NOT WS-TASA-HALLADA OR WS-TASA-ACTUAL = ZERO
003166         MOVE "N" TO WS-TASA-HALLADA-SW
003167         GO TO 3500-EXIT
003168     END-IF
003169     COMPUTE WS-TASA-ACTUAL ROUNDED =
003170         WS-TASA-CRUCE / WS-TASA-ACTUAL
003171         ON SIZE ERROR
003172             MOVE "N" TO WS-TASA-HALLADA-SW
003173     END-COMPUTE.
003174 3500-EXIT.
003175     EXIT.
003176
003177 3520-BUSCAR-VIGENCIA.
003178     MOVE "N" TO WS-TASA-HALLADA-SW
003179     MOVE "N" TO WS-FIN-TASAS-SW
003180     MOVE WS-BASE-BUSCADA TO TAS-MONEDA-BASE
003181     MOVE WS-MONEDA-BUSCADA TO TAS-MONEDA
003182     MOVE ZERO TO TAS-FECHA-VIGENCIA
003183     START TASA-MASTER-FILE
003184         KEY IS NOT LESS THAN TAS-CLAVE
003185         INVALID KEY
003186             MOVE "S" TO WS-FIN-TASAS-SW
003187     END-START
003188     PERFORM 3550-LEER-TASA THRU 3550-EXIT
003189         UNTIL WS-FIN-TASAS.
003190 3520-EXIT.
003191     EXIT.
003192
003193 3550-LEER-TASA.
003194     READ TASA-MASTER-FILE NEXT
003195         AT END
003196             MOVE "S" TO WS-FIN-TASAS-SW
003197     END-READ
003198     IF WS-FIN-TASAS
003199         GO TO 3550-EXIT
003200     END-IF
003201     IF NOT WS-TASAMSTR-OK
003202         DISPLAY "ESTGEN: ERROR LEYENDO TASAMSTR "
003203             WS-TASAMSTR-STATUS
003204         GO TO ABEND-CLEANUP
003205     END-IF
003206     IF TAS-MONEDA-BASE NOT = WS-BASE-BUSCADA
003207         OR TAS-MONEDA NOT = WS-MONEDA-BUSCADA
003208         OR TAS-FECHA-VIGENCIA > WS-FECHA-PROCESO
003209         MOVE "S" TO WS-FIN-TASAS-SW
003210     ELSE
003211         MOVE TAS-TASA TO WS-TASA-ACTUAL
003212         SET WS-TASA-HALLADA TO TRUE
003213     END-IF.
003214 3550-EXIT.
003215     EXIT.
003216
003218*----------------------------------------------------------*
003219* IMPRIME LAS LINEAS EN EL ORDEN DE LA DEFINICION: TITULOS,  *
003221* LINEAS CON SANGRIA POR NIVEL, SUBTOTALES DESDE EL          *
003222* SUBTOTAL ANTERIOR Y TOTAL POR ESTADO.                      *
003224*----------------------------------------------------------*
003225 5000-IMPRIMIR-ESTADOS.
003227     IF WS-DEF-COUNT = ZERO
003228         GO TO 5000-EXIT
003230     END-IF
003240     PERFORM 5100-IMPRIMIR-LINEA THRU 5100-EXIT
003250         VARYING WS-DEF-IDX FROM 1 BY 1
004040     CLOSE LEDGER-MASTER-FILE.
004050     CLOSE PLAN-CUENTA-FILE.
004060     CLOSE EST-RPT-FILE.
004062     IF NOT WS-SIN-TASAMSTR
004064         CLOSE TASA-MASTER-FILE
004066     END-IF
004070     DISPLAY "ESTGEN: CUENTAS LEIDAS " WS-CUENTAS-COUNT
004080         " SIN LINEA " WS-SIN-LINEA-COUNT
004085         " SIN TASA " WS-SIN-TASA-COUNT.
004090     IF WS-SIN-LINEA-COUNT > ZERO
004095         OR WS-SIN-TASA-COUNT > ZERO
004100         DISPLAY "ESTGEN: HAY CUENTAS FUERA DE LOS ESTADOS"
004110         MOVE 8 TO RETURN-CODE
004120     END-IF.
004190     CLOSE LEDGER-MASTER-FILE.
004200     CLOSE PLAN-CUENTA-FILE.
004210     CLOSE EST-RPT-FILE.
004215     CLOSE TASA-MASTER-FILE.
004220     MOVE 16 TO RETURN-CODE.
004230     GOBACK.
004240

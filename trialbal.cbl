000410*                CARGADO POR RATECARG) CON LA VIGENCIA DE LA    *
000420*                FECHA DE CORRIDA, IGUAL QUE HACE CREDITO CON   *
000430*                LA FECHA DEL APUNTE. USD SIGUE VALIENDO 1.     *
000431* 2026-10-15 DR  LOS EQUIVALENTES Y EL CUADRE SE CALCULAN EN LA *
000432*                MONEDA FUNCIONAL DE LA COMPANIA (CIAPARM +     *
000433*                CIAMSTR, USD SI NO HAY CIAPARM), CON LA TASA   *
000434*                DIRECTA CONTRA ELLA O EL CRUCE DE LAS TASAS    *
000435*                USD, COMO 2360-BUSCAR-TASA DE CREDITO.         *
000440*----------------------------------------------------------*
000450
000460 ENVIRONMENT DIVISION.
000680         RECORD KEY IS TAS-CLAVE
000690         FILE STATUS IS WS-TASAMSTR-STATUS.
000700
000702     SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
000704         ORGANIZATION IS SEQUENTIAL
000706         FILE STATUS IS WS-CIAPARM-STATUS.
000708
000710     SELECT COMPANIA-MASTER-FILE ASSIGN TO "CIAMSTR"
000712         ORGANIZATION IS INDEXED
000714         ACCESS MODE IS RANDOM
000716         RECORD KEY IS CIA-CODIGO
000718         FILE STATUS IS WS-CIAMSTR-STATUS.
000719
000722     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000726
000730     SELECT TRIALBAL-RPT-FILE ASSIGN TO "TRIALRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-TRIALRPT-STATUS.
000880     LABEL RECORDS ARE STANDARD.
000890     COPY TASAS.
000900
000902 FD  CIA-PARM-FILE
000904     LABEL RECORDS ARE STANDARD.
000906 01  CIA-PARM-REC.
000908     05 CP-CIA-CODIGO           PIC X(03).
000909
000910 FD  COMPANIA-MASTER-FILE
000911     LABEL RECORDS ARE STANDARD.
000912     COPY COMPANIA.
000913
000916 SD  SORT-WORK-FILE.
000920 01  SORT-WORK-REC.
000930     05 SW-CLASE-ORD            PIC 9(01).
000940     05 SW-GRUPO                PIC X(04).
001160     88 WS-TASAMSTR-OK               VALUE "00".
001170     88 WS-TASAMSTR-NO-FILE          VALUE "35".
001180
001182 01  WS-CIAPARM-STATUS           PIC X(02) VALUE SPACES.
001184     88 WS-CIAPARM-OK                VALUE "00".
001186     88 WS-CIAPARM-NO-FILE           VALUE "35".
001188
001190 01  WS-CIAMSTR-STATUS           PIC X(02) VALUE SPACES.
001192     88 WS-CIAMSTR-OK                VALUE "00".
001194
001197 01  WS-TRIALRPT-STATUS          PIC X(02) VALUE SPACES.
001200     88 WS-TRIALRPT-OK               VALUE "00".
001210
001220 01  WS-SWITCHES.
001390 01  WS-GRUPO-HABER             PIC S9(11)V99 VALUE ZERO.
001400 01  WS-CLASE-DEBE              PIC S9(11)V99 VALUE ZERO.
001410 01  WS-CLASE-HABER             PIC S9(11)V99 VALUE ZERO.
001420 01  WS-TOTAL-DEBE-FUNC         PIC S9(11)V99 VALUE ZERO.
001430 01  WS-TOTAL-HABER-FUNC        PIC S9(11)V99 VALUE ZERO.
001440
001450*----------------------------------------------------------*
001460* ACUMULADORES POR MONEDA; LA TASA EN MONEDA FUNCIONAL DE   *
001470* CADA UNA SE BUSCA EN TASAMSTR CON LA VIGENCIA DE LA FECHA  *
001475* DE CORRIDA.                                                *
001480*----------------------------------------------------------*
001490 01  WS-MONEDA-TAB-COUNT        PIC 9(02) COMP VALUE ZERO.
001500 01  WS-MONEDA-TABLE.
001630 01  WS-TASA-HALLADA-SW         PIC X(01) VALUE "N".
001640     88 WS-TASA-HALLADA             VALUE "S".
001650 01  WS-TASA-ACTUAL             PIC 9(03)V9(04) VALUE ZERO.
001652 01  WS-MONEDA-FUNCIONAL        PIC X(03) VALUE "USD".
001654 01  WS-CIA-CODIGO              PIC X(03) VALUE SPACES.
001656 01  WS-MONEDA-BUSCADA          PIC X(03) VALUE SPACES.
001658 01  WS-BASE-BUSCADA            PIC X(03) VALUE SPACES.
001659 01  WS-TASA-CRUCE              PIC 9(03)V9(04) VALUE ZERO.
001660 01  WS-DEBE-FUNC               PIC S9(11)V99 VALUE ZERO.
001670 01  WS-HABER-FUNC              PIC S9(11)V99 VALUE ZERO.
001680
001690 01  WS-HDR-LINE-1.
001700     05 FILLER                  PIC X(30) VALUE
002040     05 ML-DEBE                 PIC Z.ZZZ.ZZZ.ZZ9,99.
002050     05 FILLER                  PIC X(01) VALUE SPACES.
002060     05 ML-HABER                PIC Z.ZZZ.ZZZ.ZZ9,99.
002070     05 FILLER                  PIC X(01) VALUE SPACES.
002072     05 ML-MONEDA-FUNC          PIC X(03).
002074     05 FILLER                  PIC X(01) VALUE SPACES.
002080     05 ML-DEBE-FUNC            PIC ZZZ.ZZZ.ZZ9,99.
002090     05 FILLER                  PIC X(01) VALUE SPACES.
002100     05 ML-HABER-FUNC           PIC ZZZ.ZZZ.ZZ9,99.
002110     05 FILLER                  PIC X(01) VALUE SPACES.
002120     05 ML-NOTA                 PIC X(08).
002130
002230     05 ST-HABER                PIC Z.ZZZ.ZZZ.ZZ9,99.
002240
002250 01  WS-TOTAL-LINE.
002260     05 FILLER                  PIC X(21) VALUE
002270         "TOTALES EQUIVALENTES".
002272     05 TOT-MONEDA              PIC X(03).
002274     05 FILLER                  PIC X(06) VALUE SPACES.
002280     05 FILLER                  PIC X(05) VALUE SPACES.
002290     05 TOT-DEBE                PIC ZZ.ZZZ.ZZZ.ZZ9,99.
002300     05 FILLER                  PIC X(02) VALUE SPACES.
002480
002490 1000-INITIALIZE.
002500     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002505     PERFORM 1100-LEER-COMPANIA THRU 1100-EXIT.
002510     OPEN INPUT TASA-MASTER-FILE.
002520     IF WS-TASAMSTR-NO-FILE
002530         MOVE "S" TO WS-SIN-TASAMSTR-SW
002540         DISPLAY "TRIALBAL: TASAMSTR NO EXISTE, SOLO "
002550             WS-MONEDA-FUNCIONAL " TENDRA EQUIVALENTE"
002560     ELSE
002570         IF NOT WS-TASAMSTR-OK
002580             DISPLAY "TRIALBAL: ERROR ABRIENDO TASAMSTR "
002890     PERFORM 2150-CHECK-TRIALRPT THRU 2150-EXIT.
002900 1000-EXIT.
002910     EXIT.
002911
002912*----------------------------------------------------------*
002913* COMPANIA DE LA CADENA (CIAPARM, OPCIONAL) Y SU MONEDA      *
002914* FUNCIONAL EN CIAMSTR, COMO 1125-LEER-COMPANIA DE CREDITO.  *
002915*----------------------------------------------------------*
002916 1100-LEER-COMPANIA.
002917     OPEN INPUT CIA-PARM-FILE.
002918     IF WS-CIAPARM-NO-FILE
002919         GO TO 1100-EXIT
002920     END-IF
002921     IF NOT WS-CIAPARM-OK
002922         DISPLAY "TRIALBAL: ERROR ABRIENDO CIAPARM "
002923             WS-CIAPARM-STATUS
002924         GO TO ABEND-CLEANUP
002925     END-IF
002926     READ CIA-PARM-FILE
002927         AT END
002928             MOVE SPACES TO CP-CIA-CODIGO
002929     END-READ
002930     MOVE CP-CIA-CODIGO TO WS-CIA-CODIGO
002931     CLOSE CIA-PARM-FILE
002932     IF WS-CIA-CODIGO = SPACES
002933         GO TO 1100-EXIT
002934     END-IF
002935     OPEN INPUT COMPANIA-MASTER-FILE.
002936     IF NOT WS-CIAMSTR-OK
002937         DISPLAY "TRIALBAL: ERROR ABRIENDO CIAMSTR "
002938             WS-CIAMSTR-STATUS
002939         GO TO ABEND-CLEANUP
002940     END-IF
002941     MOVE WS-CIA-CODIGO TO CIA-CODIGO
002942     READ COMPANIA-MASTER-FILE
002943         INVALID KEY
002944             DISPLAY "TRIALBAL: COMPANIA " WS-CIA-CODIGO
002945                 " DE CIAPARM NO EXISTE EN CIAMSTR"
002946             CLOSE COMPANIA-MASTER-FILE
002947             GO TO ABEND-CLEANUP
002948     END-READ
002949     IF CIA-MONEDA-FUNCIONAL NOT = SPACES
002950         MOVE CIA-MONEDA-FUNCIONAL TO WS-MONEDA-FUNCIONAL
002951     END-IF
002952     CLOSE COMPANIA-MASTER-FILE.
002953 1100-EXIT.
002954     EXIT.
002955
002956*----------------------------------------------------------*
002957* PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EL MAYOR EN ORDEN   *
002958* DE CUENTA, BUSCA LA CLASE Y EL GRUPO DE CADA CUENTA EN EL  *
002960* PLAN DE CUENTAS Y LIBERA EL REGISTRO ORDENADO POR          *
002970* CLASE/GRUPO/CUENTA. EL ORDEN DE CLASE ES EL CONTABLE       *
002980* (ACTIVO, PASIVO, PATRIMONIO, INGRESO, GASTO) Y LO QUE NO   *
004820
004830*----------------------------------------------------------*
004840* LINEA DEL RESUMEN POR MONEDA: DEBE/HABER EN LA MONEDA      *
004850* ORIGINAL Y SU EQUIVALENTE EN MONEDA FUNCIONAL CON LA TASA  *
004860* DE TASAMSTR. UNA MONEDA SIN TASA SE MARCA Y NO ENTRA EN EL *
004865* TOTAL.                                                     *
004870*----------------------------------------------------------*
004880 8200-RESUMEN-MONEDA.
004890     MOVE MT-MONEDA (WS-MONTAB-IDX) TO ML-MONEDA
004895     MOVE WS-MONEDA-FUNCIONAL TO ML-MONEDA-FUNC
004900     MOVE MT-DEBE (WS-MONTAB-IDX) TO ML-DEBE
004910     MOVE MT-HABER (WS-MONTAB-IDX) TO ML-HABER
004920     PERFORM 8300-BUSCAR-TASA THRU 8300-EXIT
004930     IF WS-TASA-HALLADA
004940         COMPUTE WS-DEBE-FUNC ROUNDED =
004950             MT-DEBE (WS-MONTAB-IDX) * WS-TASA-ACTUAL
004960         COMPUTE WS-HABER-FUNC ROUNDED =
004970             MT-HABER (WS-MONTAB-IDX) * WS-TASA-ACTUAL
004980         MOVE WS-DEBE-FUNC TO ML-DEBE-FUNC
004990         MOVE WS-HABER-FUNC TO ML-HABER-FUNC
005000         MOVE SPACES TO ML-NOTA
005010         ADD WS-DEBE-FUNC TO WS-TOTAL-DEBE-FUNC
005020         ADD WS-HABER-FUNC TO WS-TOTAL-HABER-FUNC
005030     ELSE
005040         MOVE ZERO TO ML-DEBE-FUNC
005050         MOVE ZERO TO ML-HABER-FUNC
005060         MOVE "SIN TASA" TO ML-NOTA
005070     END-IF
005080     MOVE WS-MONEDA-LINE TO TRIALBAL-RPT-LINE
005120     EXIT.
005130
005140*---------------------------------------------------------*
005150* BUSCA LA TASA EN MONEDA FUNCIONAL DE LA MONEDA DEL        *
005160* RESUMEN VIGENTE A LA FECHA DE CORRIDA, COMO               *
005170* 2360-BUSCAR-TASA DE CREDITO: LA MONEDA FUNCIONAL VALE 1;  *
005172* SI NO, LA TASA DIRECTA CONTRA ELLA O EL CRUCE DE LAS DOS  *
005174* TASAS USD.                                                *
005180*---------------------------------------------------------*
005190 8300-BUSCAR-TASA.
005200     MOVE "N" TO WS-TASA-HALLADA-SW
005205     MOVE MT-MONEDA (WS-MONTAB-IDX) TO WS-MONEDA-BUSCADA
005210     IF WS-MONEDA-BUSCADA = WS-MONEDA-FUNCIONAL
005220         MOVE 1 TO WS-TASA-ACTUAL
005230         SET WS-TASA-HALLADA TO TRUE
005240         GO TO 8300-EXIT
005260     IF WS-SIN-TASAMSTR
005270         GO TO 8300-EXIT
005280     END-IF
005282     MOVE WS-MONEDA-FUNCIONAL TO WS-BASE-BUSCADA
005284     PERFORM 8320-BUSCAR-VIGENCIA THRU 8320-EXIT
005286     IF WS-TASA-HALLADA OR WS-MONEDA-FUNCIONAL = "USD"
005288         GO TO 8300-EXIT
005290     END-IF
005292     MOVE "USD" TO WS-BASE-BUSCADA
005294     MOVE 1 TO WS-TASA-CRUCE
005296     IF WS-MONEDA-BUSCADA NOT = "USD"
005298         PERFORM 8320-BUSCAR-VIGENCIA THRU 8320-EXIT
005300         IF NOT WS-TASA-HALLADA
005302             GO TO 8300-EXIT
005304         END-IF
005306         MOVE WS-TASA-ACTUAL TO WS-TASA-CRUCE
005308     END-IF
005310     MOVE WS-MONEDA-FUNCIONAL TO WS-MONEDA-BUSCADA
005312     PERFORM 8320-BUSCAR-VIGENCIA THRU 8320-EXIT
005314     IF NOT WS-TASA-HALLADA OR WS-TASA-ACTUAL = ZERO
005316         MOVE "N" TO WS-TASA-HALLADA-SW
005318         GO TO 8300-EXIT
005320     END-IF
005322     COMPUTE WS-TASA-ACTUAL ROUNDED =
005324         WS-TASA-CRUCE / WS-TASA-ACTUAL
005326         ON SIZE ERROR
005328             MOVE "N" TO WS-TASA-HALLADA-SW
005330     END-COMPUTE.
005390 8300-EXIT.
005400     EXIT.
005410
005412 8320-BUSCAR-VIGENCIA.
005414     MOVE "N" TO WS-TASA-HALLADA-SW
005416     MOVE "N" TO WS-FIN-TASAS-SW
005418     MOVE WS-BASE-BUSCADA TO TAS-MONEDA-BASE
005420     MOVE WS-MONEDA-BUSCADA TO TAS-MONEDA
005422     MOVE ZERO TO TAS-FECHA-VIGENCIA
005424     START TASA-MASTER-FILE
005426         KEY IS NOT LESS THAN TAS-CLAVE
005428         INVALID KEY
005430             MOVE "S" TO WS-FIN-TASAS-SW
005432     END-START
005434     PERFORM 8350-LEER-TASA THRU 8350-EXIT
005436         UNTIL WS-FIN-TASAS.
005438 8320-EXIT.
005440     EXIT.
005442
005444 8350-LEER-TASA.
005446     READ TASA-MASTER-FILE NEXT
005448         AT END
005450             MOVE "S" TO WS-FIN-TASAS-SW
005460     END-READ
005470     IF WS-FIN-TASAS
005520             WS-TASAMSTR-STATUS
005530         GO TO ABEND-CLEANUP
005540     END-IF
005550     IF TAS-MONEDA-BASE NOT = WS-BASE-BUSCADA
005555         OR TAS-MONEDA NOT = WS-MONEDA-BUSCADA
005560         OR TAS-FECHA-VIGENCIA > WS-FECHA-PROCESO
005570         MOVE "S" TO WS-FIN-TASAS-SW
005580     ELSE
005590         MOVE TAS-TASA TO WS-TASA-ACTUAL
005600         SET WS-TASA-HALLADA TO TRUE
005610     END-IF
005620 8350-EXIT.
005840     MOVE SPACES TO TRIALBAL-RPT-LINE
005850     WRITE TRIALBAL-RPT-LINE
005860     PERFORM 2150-CHECK-TRIALRPT THRU 2150-EXIT
005870     MOVE WS-TOTAL-DEBE-FUNC TO TOT-DEBE
005880     MOVE WS-TOTAL-HABER-FUNC TO TOT-HABER
005885     MOVE WS-MONEDA-FUNCIONAL TO TOT-MONEDA
005890     MOVE WS-TOTAL-LINE TO TRIALBAL-RPT-LINE
005900     WRITE TRIALBAL-RPT-LINE
005910     PERFORM 2150-CHECK-TRIALRPT THRU 2150-EXIT
005920     IF WS-TOTAL-DEBE-FUNC = WS-TOTAL-HABER-FUNC
005930         MOVE "CUADRA" TO CL-ESTADO
005940     ELSE
005950         MOVE "NO CUADRA" TO CL-ESTADO

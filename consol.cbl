000280*                LEDGTRAN, QUE NO SE POSTEA EN NINGUN        *
000290*                LIBRO). UN RESIDUO INTERCOMPANIA DISTINTO   *
000300*                DE CERO SE DENUNCIA EN EL LISTADO.          *
000302* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000304*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000306*                COSTE, VER COPY LEDGTRAN).                  *
000307* 2026-10-15 DR  CADA ELIMINACION LLEVA SU ORIGEN EN         *
000308*                LT-ORIGEN: SISTEMA CONSOL Y COMO CLAVE LA   *
000309*                CUENTA INTERCO Y EL PERIODO, PARA LA TRAZA  *
000310*                DE TRAZADTL.                                *
000311* 2026-10-15 DR  CONVERSION A LA MONEDA DE PRESENTACION DEL   *
000312*                GRUPO (CONSPARM, USD SI VIENE EN BLANCO).   *
000313*                CADA SALDO PASA PRIMERO A LA MONEDA         *
000314*                FUNCIONAL DE SU COMPANIA (CIA-MONEDA-       *
000315*                FUNCIONAL DE CIAMSTR) CON LA TASA DE CIERRE *
000316*                DEL PERIODO, Y LUEGO A LA DEL GRUPO: LAS    *
000317*                CUENTAS DE BALANCE A LA TASA DE CIERRE Y    *
000318*                LAS DE INGRESO Y GASTO A LA TASA MEDIA (LA  *
000319*                MEDIA DE LAS TASAS DE FIN DE MES DEL        *
000320*                EJERCICIO HASTA EL PERIODO). LAS TASAS SE   *
000321*                TOMAN DE TASAMSTR, DIRECTAS O CRUZADAS POR  *
000322*                USD. LA DIFERENCIA DE CONVERSION DE CADA    *
000323*                COMPANIA VA A LA CUENTA DE RESERVA DE       *
000324*                CONSPARM, CON SU ENTRADA EN ELIMOUT, Y SE   *
000325*                LISTA EN LA SECCION CONVERSION POR          *
000326*                COMPANIA. UN SALDO SIN TASA O UNA           *
000327*                DIFERENCIA SIN CUENTA DE RESERVA TERMINAN   *
000328*                CON RC 8.                                   *
000331*----------------------------------------------------------*
000334
000337 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000640     SELECT CONS-RPT-FILE ASSIGN TO "CONSRPT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-CONSRPT-STATUS.
000662
000664     SELECT TASA-MASTER-FILE ASSIGN TO "TASAMSTR"
000666         ORGANIZATION IS INDEXED
000667         ACCESS MODE IS DYNAMIC
000668         RECORD KEY IS TAS-CLAVE
000669         FILE STATUS IS WS-TASAMSTR-STATUS.
000670
000680 DATA DIVISION.
000690 FILE SECTION.
000870     LABEL RECORDS ARE STANDARD.
000880 01  PARM-IN-REC.
000890     05 PI-PERIODO              PIC 9(06).
000892     05 PI-MONEDA-GRUPO         PIC X(03).
000894     05 PI-CUENTA-RESERVA       PIC X(06).
000896     05 PI-CUENTA-RESERVA-N REDEFINES PI-CUENTA-RESERVA
000898                                PIC 9(06).
000900
000910 FD  CONS-RPT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  CONS-RPT-LINE              PIC X(80).
000932
000934 FD  TASA-MASTER-FILE
000936     LABEL RECORDS ARE STANDARD.
000938     COPY TASAS.
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-CONSHIST-STATUS          PIC X(02) VALUE SPACES.
001120
001130 01  WS-CONSRPT-STATUS           PIC X(02) VALUE SPACES.
001140     88 WS-CONSRPT-OK                 VALUE "00".
001142
001144 01  WS-TASAMSTR-STATUS          PIC X(02) VALUE SPACES.
001146     88 WS-TASAMSTR-OK                VALUE "00".
001148     88 WS-TASAMSTR-NO-FILE           VALUE "35".
001150
001160 01  WS-SWITCHES.
001170     05 WS-EOF-HIST-SW         PIC X(01) VALUE "N".
001240         88 WS-SALDO-HALLADO        VALUE "S".
001250     05 WS-INTERCO-SW          PIC X(01) VALUE "N".
001260         88 WS-ES-INTERCO           VALUE "S".
001262     05 WS-SIN-TASAMSTR-SW     PIC X(01) VALUE "N".
001263         88 WS-SIN-TASAMSTR         VALUE "S".
001264     05 WS-FIN-TASAS-SW        PIC X(01) VALUE "N".
001265         88 WS-FIN-TASAS            VALUE "S".
001266     05 WS-TASA-HALLADA-SW     PIC X(01) VALUE "N".
001267         88 WS-TASA-HALLADA         VALUE "S".
001268     05 WS-MEDIA-OK-SW         PIC X(01) VALUE "N".
001269         88 WS-MEDIA-OK             VALUE "S".
001270
001280 01  WS-COUNTERS.
001290     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
001300     05 WS-ELIMINADAS-COUNT    PIC 9(05) COMP VALUE ZERO.
001310     05 WS-RESIDUOS-COUNT      PIC 9(05) COMP VALUE ZERO.
001312     05 WS-SIN-TASA-COUNT      PIC 9(05) COMP VALUE ZERO.
001314     05 WS-SIN-RESERVA-COUNT   PIC 9(05) COMP VALUE ZERO.
001320
001330 01  WS-PERIODO                  PIC 9(06) VALUE ZERO.
001332 01  WS-PERIODO-R REDEFINES WS-PERIODO.
001334     05 WS-PER-ANO             PIC 9(04).
001336     05 WS-PER-MES             PIC 9(02).
001340 01  WS-PERIODO-HIST             PIC 9(06) VALUE ZERO.
001350 01  WS-FECHA-DESGLOSE.
001360     05 WS-FD-PERIODO          PIC 9(06).
001370     05 WS-FD-DIA              PIC 9(02).
001380 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001390 01  WS-TOTAL-CONSOLIDADO        PIC S9(13)V99 VALUE ZERO.
001391
001392*----------------------------------------------------------*
001393* CONVERSION A LA MONEDA DEL GRUPO. LA TASA SE PIDE COMO     *
001394* UNIDADES DE WS-TASA-DESTINO POR UNIDAD DE WS-TASA-ORIGEN,  *
001395* VIGENTE A WS-FECHA-TASA.                                   *
001396*----------------------------------------------------------*
001397 01  WS-MONEDA-GRUPO             PIC X(03) VALUE "USD".
001398 01  WS-CUENTA-RESERVA           PIC 9(06) VALUE ZERO.
001399 01  WS-FECHA-CIERRE-PER         PIC 9(08) VALUE ZERO.
001400 01  WS-FECHA-MES.
001401     05 WS-FM-ANO              PIC 9(04).
001402     05 WS-FM-MES              PIC 9(02).
001403     05 WS-FM-DIA              PIC 9(02).
001404 01  WS-FECHA-MES-N REDEFINES WS-FECHA-MES
001405                                PIC 9(08).
001406 01  WS-MES                      PIC 9(02) COMP VALUE ZERO.
001407 01  WS-FECHA-TASA               PIC 9(08) VALUE ZERO.
001408 01  WS-TASA-ORIGEN              PIC X(03) VALUE SPACES.
001409 01  WS-TASA-DESTINO             PIC X(03) VALUE SPACES.
001410 01  WS-BASE-BUSCADA             PIC X(03) VALUE SPACES.
001411 01  WS-MONEDA-BUSCADA           PIC X(03) VALUE SPACES.
001412 01  WS-TASA-VIGENTE             PIC 9(03)V9(04) VALUE ZERO.
001413 01  WS-TASA-CRUCE               PIC 9(03)V9(04) VALUE ZERO.
001414 01  WS-SUMA-TASAS               PIC 9(05)V9(04) VALUE ZERO.
001415 01  WS-SALDO-FUNC               PIC S9(11)V99 VALUE ZERO.
001416
001418*----------------------------------------------------------*
001420* COMPANIAS ACTIVAS DE CIAMSTR Y SUS GRUPOS INTERCOMPANIA.   *
001430*----------------------------------------------------------*
001440 01  WS-CIA-COUNT                PIC 9(02) COMP VALUE ZERO.
001480             INDEXED BY WS-CIA-IDX.
001490         10 CI-CODIGO            PIC X(03).
001500         10 CI-INTERCO-GRUPO     PIC X(04).
001502         10 CI-MONEDA            PIC X(03).
001503         10 CI-TASA-CIERRE       PIC 9(03)V9(04).
001504         10 CI-TASA-MEDIA        PIC 9(03)V9(04).
001505         10 CI-CIERRE-OK-SW      PIC X(01).
001506             88 CI-CIERRE-OK         VALUE "S".
001507         10 CI-MEDIA-OK-SW       PIC X(01).
001508             88 CI-MEDIA-OK          VALUE "S".
001509         10 CI-INCOMPLETA-SW     PIC X(01).
001510             88 CI-INCOMPLETA        VALUE "S".
001511         10 CI-SUMA-GRUPO        PIC S9(13)V99.
001512         10 CI-DIFERENCIA        PIC S9(13)V99.
001516
001520*----------------------------------------------------------*
001530* ULTIMO CIERRE POR COMPANIA Y CUENTA HASTA EL PERIODO, EN   *
001535* LA MONEDA DE LA CUENTA Y CONVERTIDO A LA DEL GRUPO.        *
001540*----------------------------------------------------------*
001550 01  WS-SAL-COUNT                PIC 9(04) COMP VALUE ZERO.
001560 01  WS-SAL-TABLE.
001620         10 SA-NOMBRE            PIC X(20).
001630         10 SA-FECHA             PIC 9(08).
001640         10 SA-SALDO             PIC S9(09)V99.
001642         10 SA-MONEDA            PIC X(03).
001644         10 SA-SALDO-GRUPO       PIC S9(11)V99.
001646         10 SA-SIN-TASA-SW       PIC X(01).
001647             88 SA-SIN-TASA          VALUE "S".
001648         10 SA-CONVERSION-SW     PIC X(01).
001649             88 SA-CONVERSION        VALUE "S".
001650
001660*----------------------------------------------------------*
001670* CONSOLIDADO POR CUENTA, SUMADO DE LA TABLA ANTERIOR.       *
001850     05 DL-SALDO                PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001860     05 FILLER                  PIC X(02) VALUE SPACES.
001870     05 DL-NOTA                 PIC X(18).
001871
001872 01  WS-TIT-LINE.
001873     05 TL-TEXTO                PIC X(24).
001874     05 TL-MONEDA               PIC X(03).
001875
001876 01  WS-CONV-HDR.
001877     05 FILLER                  PIC X(40) VALUE
001878         "CIA  MON  T.CIERRE   T.MEDIA  DIFERENCIA".
001879
001880 01  WS-CONV-LINE.
001881     05 CV-CIA                  PIC X(03).
001882     05 FILLER                  PIC X(02) VALUE SPACES.
001883     05 CV-MONEDA               PIC X(03).
001884     05 FILLER                  PIC X(02) VALUE SPACES.
001885     05 CV-TASA-CIERRE          PIC ZZ9,9999.
001886     05 FILLER                  PIC X(02) VALUE SPACES.
001887     05 CV-TASA-MEDIA           PIC ZZ9,9999.
001888     05 FILLER                  PIC X(02) VALUE SPACES.
001889     05 CV-DIFERENCIA           PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001890     05 FILLER                  PIC X(02) VALUE SPACES.
001891     05 CV-NOTA                 PIC X(18).
001892
001893*----------------------------------------------------------*
001895* ORIGEN DE LA ELIMINACION (LT-ORIGEN): LA CUENTA INTERCO Y  *
001896* EL PERIODO CONSOLIDADO.                                    *
001897*----------------------------------------------------------*
001899 01  WS-ORIGEN-APUNTE.
001900     05 FILLER                  PIC X(08) VALUE "CONSOL".
001901     05 WS-ORG-CUENTA           PIC 9(06) VALUE ZERO.
001903     05 WS-ORG-PERIODO          PIC 9(06) VALUE ZERO.
001904     05 FILLER                  PIC X(08) VALUE SPACES.
001905
001907 PROCEDURE DIVISION.
001908
001910 0000-MAINLINE.
001920     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001930     PERFORM 2000-CARGAR-CIERRES THRU 2000-EXIT
001940         UNTIL WS-EOF-HIST.
001945     PERFORM 3000-CONVERTIR THRU 3000-EXIT.
001950     PERFORM 4000-CONSOLIDAR THRU 4000-EXIT.
001960     PERFORM 5000-INFORME THRU 5000-EXIT.
001970     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002290             WS-CONSRPT-STATUS
002300         GO TO ABEND-CLEANUP
002310     END-IF
002312     OPEN INPUT TASA-MASTER-FILE.
002314     IF WS-TASAMSTR-NO-FILE
002315         MOVE "S" TO WS-SIN-TASAMSTR-SW
002316     ELSE
002317         IF NOT WS-TASAMSTR-OK
002318             DISPLAY "CONSOL: ERROR ABRIENDO TASAMSTR "
002319                 WS-TASAMSTR-STATUS
002320             GO TO ABEND-CLEANUP
002321         END-IF
002322     END-IF
002323     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
002330     PERFORM 1200-CARGAR-CIAS THRU 1200-EXIT
002340         UNTIL WS-EOF-CIA.
002350 1000-EXIT.
002520         GO TO ABEND-CLEANUP
002530     END-IF
002540     MOVE PI-PERIODO TO WS-PERIODO
002541     COMPUTE WS-FECHA-CIERRE-PER = WS-PERIODO * 100 + 31
002542     IF PI-MONEDA-GRUPO NOT = SPACES
002543         MOVE PI-MONEDA-GRUPO TO WS-MONEDA-GRUPO
002544     END-IF
002545     IF PI-CUENTA-RESERVA IS NUMERIC
002546         MOVE PI-CUENTA-RESERVA-N TO WS-CUENTA-RESERVA
002547     END-IF
002548     DISPLAY "CONSOL: PERIODO " WS-PERIODO " MONEDA DEL GRUPO "
002549         WS-MONEDA-GRUPO " RESERVA " WS-CUENTA-RESERVA
002550     CLOSE PARM-FILE.
002560 1100-EXIT.
002570     EXIT.
002770     ADD 1 TO WS-CIA-COUNT
002780     SET WS-CIA-IDX TO WS-CIA-COUNT
002790     MOVE CIA-CODIGO TO CI-CODIGO (WS-CIA-IDX)
002800     MOVE CIA-INTERCO-GRUPO TO CI-INTERCO-GRUPO (WS-CIA-IDX)
002801     IF CIA-MONEDA-FUNCIONAL = SPACES
002802         MOVE "USD" TO CI-MONEDA (WS-CIA-IDX)
002803     ELSE
002804         MOVE CIA-MONEDA-FUNCIONAL TO CI-MONEDA (WS-CIA-IDX)
002805     END-IF
002806     MOVE ZERO TO CI-TASA-CIERRE (WS-CIA-IDX)
002807     MOVE ZERO TO CI-TASA-MEDIA (WS-CIA-IDX)
002808     MOVE "N" TO CI-CIERRE-OK-SW (WS-CIA-IDX)
002809     MOVE "N" TO CI-MEDIA-OK-SW (WS-CIA-IDX)
002810     MOVE "N" TO CI-INCOMPLETA-SW (WS-CIA-IDX)
002811     MOVE ZERO TO CI-SUMA-GRUPO (WS-CIA-IDX)
002812     MOVE ZERO TO CI-DIFERENCIA (WS-CIA-IDX).
002816 1200-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------*
003200         MOVE CH-FECHA-CIERRE TO SA-FECHA (WS-SAL-IDX)
003210         MOVE CH-SALDO-CIERRE TO SA-SALDO (WS-SAL-IDX)
003220         MOVE CH-NOMBRE-CUENTA TO SA-NOMBRE (WS-SAL-IDX)
003225         MOVE CH-MONEDA TO SA-MONEDA (WS-SAL-IDX)
003230     END-IF.
003240 2000-EXIT.
003250     EXIT.
003480         MOVE SPACES TO SA-NOMBRE (WS-SAL-IDX)
003490         MOVE ZERO TO SA-FECHA (WS-SAL-IDX)
003500         MOVE ZERO TO SA-SALDO (WS-SAL-IDX)
003502         MOVE SPACES TO SA-MONEDA (WS-SAL-IDX)
003504         MOVE ZERO TO SA-SALDO-GRUPO (WS-SAL-IDX)
003506         MOVE "N" TO SA-SIN-TASA-SW (WS-SAL-IDX)
003508         MOVE "N" TO SA-CONVERSION-SW (WS-SAL-IDX)
003510     END-IF.
003520 2500-EXIT.
003530     EXIT.
003531
003532*----------------------------------------------------------*
003533* CONVERSION A LA MONEDA DEL GRUPO: TASAS DE CIERRE Y MEDIA  *
003534* DE CADA COMPANIA, SALDOS CONVERTIDOS Y DIFERENCIA DE       *
003535* CONVERSION A LA CUENTA DE RESERVA.                         *
003536*----------------------------------------------------------*
003537 3000-CONVERTIR.
003538     IF WS-CIA-COUNT = ZERO
003539         GO TO 3000-EXIT
003540     END-IF
003541     PERFORM 3100-TASAS-COMPANIA THRU 3100-EXIT
003542         VARYING WS-CIA-IDX FROM 1 BY 1
003543         UNTIL WS-CIA-IDX > WS-CIA-COUNT
003544     IF WS-SAL-COUNT > ZERO
003545         PERFORM 3200-CONVERTIR-SALDO THRU 3200-EXIT
003546             VARYING WS-SAL-IDX FROM 1 BY 1
003547             UNTIL WS-SAL-IDX > WS-SAL-COUNT
003548     END-IF
003549     PERFORM 3300-RESERVA-COMPANIA THRU 3300-EXIT
003550         VARYING WS-CIA-IDX FROM 1 BY 1
003551         UNTIL WS-CIA-IDX > WS-CIA-COUNT.
003552 3000-EXIT.
003553     EXIT.
003554
003555*----------------------------------------------------------*
003556* TASA DE CIERRE (FIN DEL PERIODO) Y TASA MEDIA (MEDIA DE    *
003557* LOS FINES DE MES DEL EJERCICIO HASTA EL PERIODO) DE LA     *
003558* MONEDA FUNCIONAL DE LA COMPANIA A LA DEL GRUPO.            *
003559*----------------------------------------------------------*
003560 3100-TASAS-COMPANIA.
003561     MOVE CI-MONEDA (WS-CIA-IDX) TO WS-TASA-ORIGEN
003562     MOVE WS-MONEDA-GRUPO TO WS-TASA-DESTINO
003563     MOVE WS-FECHA-CIERRE-PER TO WS-FECHA-TASA
003564     PERFORM 3500-BUSCAR-TASA THRU 3500-EXIT
003565     IF WS-TASA-HALLADA
003566         MOVE WS-TASA-VIGENTE TO CI-TASA-CIERRE (WS-CIA-IDX)
003567         MOVE "S" TO CI-CIERRE-OK-SW (WS-CIA-IDX)
003568     END-IF
003569     MOVE ZERO TO WS-SUMA-TASAS
003570     MOVE "S" TO WS-MEDIA-OK-SW
003571     PERFORM 3150-SUMAR-MES THRU 3150-EXIT
003572         VARYING WS-MES FROM 1 BY 1
003573         UNTIL WS-MES > WS-PER-MES
003574     IF WS-MEDIA-OK AND WS-PER-MES > ZERO
003575         COMPUTE CI-TASA-MEDIA (WS-CIA-IDX) ROUNDED =
003576             WS-SUMA-TASAS / WS-PER-MES
003577         MOVE "S" TO CI-MEDIA-OK-SW (WS-CIA-IDX)
003578     END-IF.
003579 3100-EXIT.
003580     EXIT.
003581
003582 3150-SUMAR-MES.
003583     MOVE WS-PER-ANO TO WS-FM-ANO
003584     MOVE WS-MES TO WS-FM-MES
003585     MOVE 31 TO WS-FM-DIA
003586     MOVE WS-FECHA-MES-N TO WS-FECHA-TASA
003587     PERFORM 3500-BUSCAR-TASA THRU 3500-EXIT
003588     IF WS-TASA-HALLADA
003589         ADD WS-TASA-VIGENTE TO WS-SUMA-TASAS
003590     ELSE
003591         MOVE "N" TO WS-MEDIA-OK-SW
003592     END-IF.
003593 3150-EXIT.
003594     EXIT.
003595
003596*----------------------------------------------------------*
003597* SALDO DE LA CUENTA A LA MONEDA FUNCIONAL DE SU COMPANIA    *
003598* (TASA DE CIERRE) Y DE AHI A LA DEL GRUPO: CIERRE PARA EL   *
003599* BALANCE, MEDIA PARA INGRESOS Y GASTOS. SIN TASA EL SALDO   *
003600* SE DENUNCIA, QUEDA FUERA Y LA COMPANIA NO LLEVA RESERVA.   *
003601*----------------------------------------------------------*
003602 3200-CONVERTIR-SALDO.
003603     SET WS-CIA-IDX TO 1
003604     SEARCH WS-CIA-ENTRY
003605         AT END
003606             GO TO 3200-EXIT
003607         WHEN CI-CODIGO (WS-CIA-IDX) = SA-CIA (WS-SAL-IDX)
003608             CONTINUE
003609     END-SEARCH
003610     IF SA-MONEDA (WS-SAL-IDX) = SPACES
003611         OR SA-MONEDA (WS-SAL-IDX) = CI-MONEDA (WS-CIA-IDX)
003612         MOVE SA-SALDO (WS-SAL-IDX) TO WS-SALDO-FUNC
003613     ELSE
003614         MOVE SA-MONEDA (WS-SAL-IDX) TO WS-TASA-ORIGEN
003615         MOVE CI-MONEDA (WS-CIA-IDX) TO WS-TASA-DESTINO
003616         MOVE WS-FECHA-CIERRE-PER TO WS-FECHA-TASA
003617         PERFORM 3500-BUSCAR-TASA THRU 3500-EXIT
003618         IF NOT WS-TASA-HALLADA
003619             GO TO 3250-SIN-TASA
003620         END-IF
003621         COMPUTE WS-SALDO-FUNC ROUNDED =
003622             SA-SALDO (WS-SAL-IDX) * WS-TASA-VIGENTE
003623     END-IF
003624     MOVE SA-ACCT (WS-SAL-IDX) TO CTA-ACCT-ID
003625     READ PLAN-CUENTA-FILE
003626         INVALID KEY
003627             MOVE SPACE TO CTA-CLASE
003628     END-READ
003629     IF CTA-CLASE-INGRESO OR CTA-CLASE-GASTO
003630         IF NOT CI-MEDIA-OK (WS-CIA-IDX)
003631             GO TO 3250-SIN-TASA
003632         END-IF
003633         COMPUTE SA-SALDO-GRUPO (WS-SAL-IDX) ROUNDED =
003634             WS-SALDO-FUNC * CI-TASA-MEDIA (WS-CIA-IDX)
003635     ELSE
003636         IF NOT CI-CIERRE-OK (WS-CIA-IDX)
003637             GO TO 3250-SIN-TASA
003638         END-IF
003639         COMPUTE SA-SALDO-GRUPO (WS-SAL-IDX) ROUNDED =
003640             WS-SALDO-FUNC * CI-TASA-CIERRE (WS-CIA-IDX)
003641     END-IF
003642     ADD SA-SALDO-GRUPO (WS-SAL-IDX)
003643         TO CI-SUMA-GRUPO (WS-CIA-IDX)
003644     GO TO 3200-EXIT.
003645 3250-SIN-TASA.
003646     MOVE ZERO TO SA-SALDO-GRUPO (WS-SAL-IDX)
003647     IF SA-SALDO (WS-SAL-IDX) NOT = ZERO
003648         MOVE "S" TO SA-SIN-TASA-SW (WS-SAL-IDX)
003649         MOVE "S" TO CI-INCOMPLETA-SW (WS-CIA-IDX)
003650         ADD 1 TO WS-SIN-TASA-COUNT
003651     END-IF.
003652 3200-EXIT.
003653     EXIT.
003654
003655*----------------------------------------------------------*
003656* LOS LIBROS DE CADA COMPANIA CUADRAN EN SU MONEDA; LO QUE   *
003657* NO CUADRA UNA VEZ CONVERTIDOS ES LA DIFERENCIA DE          *
003658* CONVERSION, QUE ENTRA COMO SALDO DE LA CUENTA DE RESERVA   *
003659* DE LA COMPANIA Y SALE EN ELIMOUT.                          *
003660*----------------------------------------------------------*
003661 3300-RESERVA-COMPANIA.
003662     COMPUTE CI-DIFERENCIA (WS-CIA-IDX) =
003663         CI-SUMA-GRUPO (WS-CIA-IDX) * -1
003664     IF CI-INCOMPLETA (WS-CIA-IDX)
003665         OR CI-DIFERENCIA (WS-CIA-IDX) = ZERO
003666         GO TO 3300-EXIT
003667     END-IF
003668     IF WS-CUENTA-RESERVA = ZERO
003669         ADD 1 TO WS-SIN-RESERVA-COUNT
003670         GO TO 3300-EXIT
003671     END-IF
003672     IF WS-SAL-COUNT >= 2000
003673         DISPLAY "CONSOL: TABLA DE SALDOS LLENA"
003674         GO TO ABEND-CLEANUP
003675     END-IF
003676     ADD 1 TO WS-SAL-COUNT
003677     SET WS-SAL-IDX TO WS-SAL-COUNT
003678     MOVE CI-CODIGO (WS-CIA-IDX) TO SA-CIA (WS-SAL-IDX)
003679     MOVE WS-CUENTA-RESERVA TO SA-ACCT (WS-SAL-IDX)
003680     MOVE "RESERVA CONVERSION" TO SA-NOMBRE (WS-SAL-IDX)
003681     MOVE WS-FECHA-CIERRE-PER TO SA-FECHA (WS-SAL-IDX)
003682     MOVE CI-DIFERENCIA (WS-CIA-IDX) TO SA-SALDO (WS-SAL-IDX)
003683     MOVE WS-MONEDA-GRUPO TO SA-MONEDA (WS-SAL-IDX)
003684     MOVE CI-DIFERENCIA (WS-CIA-IDX)
003685         TO SA-SALDO-GRUPO (WS-SAL-IDX)
003686     MOVE "N" TO SA-SIN-TASA-SW (WS-SAL-IDX)
003687     MOVE "S" TO SA-CONVERSION-SW (WS-SAL-IDX)
003688     PERFORM 6100-GRABAR-CONVERSION THRU 6100-EXIT.
003689 3300-EXIT.
003690     EXIT.
003691
003692*----------------------------------------------------------*
003693* UNIDADES DE WS-TASA-DESTINO POR UNIDAD DE WS-TASA-ORIGEN A *
003694* WS-FECHA-TASA: LA MISMA MONEDA VALE 1; SI NO, LA TASA      *
003695* DIRECTA DE TASAMSTR CON BASE EN EL DESTINO O EL CRUCE DE   *
003696* LAS DOS TASAS USD, COMO 8300-BUSCAR-TASA DE TRIALBAL.      *
003697*----------------------------------------------------------*
003698 3500-BUSCAR-TASA.
003699     MOVE "N" TO WS-TASA-HALLADA-SW
003700     IF WS-TASA-ORIGEN = WS-TASA-DESTINO
003701         MOVE 1 TO WS-TASA-VIGENTE
003702         SET WS-TASA-HALLADA TO TRUE
003703         GO TO 3500-EXIT
003704     END-IF
003705     IF WS-SIN-TASAMSTR
003706         GO TO 3500-EXIT
003707     END-IF
003708     MOVE WS-TASA-DESTINO TO WS-BASE-BUSCADA
003709     MOVE WS-TASA-ORIGEN TO WS-MONEDA-BUSCADA
003710     PERFORM 3550-BUSCAR-VIGENCIA THRU 3550-EXIT
003711     IF WS-TASA-HALLADA OR WS-TASA-DESTINO = "USD"
003712         GO TO 3500-EXIT
003713     END-IF
003714     MOVE "USD" TO WS-BASE-BUSCADA
003715     MOVE 1 TO WS-TASA-CRUCE
003716     IF WS-TASA-ORIGEN NOT = "USD"
003717         PERFORM 3550-BUSCAR-VIGENCIA THRU 3550-EXIT
003718         IF NOT WS-TASA-HALLADA
003719             GO TO 3500-EXIT
003720         END-IF
003721         MOVE WS-TASA-VIGENTE TO WS-TASA-CRUCE
003722     END-IF
003723     MOVE WS-TASA-DESTINO TO WS-MONEDA-BUSCADA
003724     PERFORM 3550-BUSCAR-VIGENCIA THRU 3550-EXIT
003725     IF NOT WS-TASA-HALLADA OR WS-TASA-VIGENTE = ZERO
003726         MOVE "N" TO WS-TASA-HALLADA-SW
003727         GO TO 3500-EXIT
003728     END-IF
003729     COMPUTE WS-TASA-VIGENTE ROUNDED =
003730         WS-TASA-CRUCE / WS-TASA-VIGENTE
003731         ON SIZE ERROR
003732             MOVE "N" TO WS-TASA-HALLADA-SW
003733     END-COMPUTE.
003734 3500-EXIT.
003735     EXIT.
003736
003737 3550-BUSCAR-VIGENCIA.
003738     MOVE "N" TO WS-TASA-HALLADA-SW
003739     MOVE "N" TO WS-FIN-TASAS-SW
003740     MOVE WS-BASE-BUSCADA TO TAS-MONEDA-BASE
003741     MOVE WS-MONEDA-BUSCADA TO TAS-MONEDA
003742     MOVE ZERO TO TAS-FECHA-VIGENCIA
003743     START TASA-MASTER-FILE
003744         KEY IS NOT LESS THAN TAS-CLAVE
003745         INVALID KEY
003746             MOVE "S" TO WS-FIN-TASAS-SW
003747     END-START
003748     PERFORM 3600-LEER-TASA THRU 3600-EXIT
003749         UNTIL WS-FIN-TASAS.
003750 3550-EXIT.
003751     EXIT.
003752
003753 3600-LEER-TASA.
003754     READ TASA-MASTER-FILE NEXT
003755         AT END
003756             MOVE "S" TO WS-FIN-TASAS-SW
003757     END-READ
003758     IF WS-FIN-TASAS
003759         GO TO 3600-EXIT
003760     END-IF
003761     IF NOT WS-TASAMSTR-OK
003762         DISPLAY "CONSOL: ERROR LEYENDO TASAMSTR "
003763             WS-TASAMSTR-STATUS
003764         GO TO ABEND-CLEANUP
003765     END-IF
003766     IF TAS-MONEDA-BASE NOT = WS-BASE-BUSCADA
003767         OR TAS-MONEDA NOT = WS-MONEDA-BUSCADA
003768         OR TAS-FECHA-VIGENCIA > WS-FECHA-TASA
003769         MOVE "S" TO WS-FIN-TASAS-SW
003770     ELSE
003771         MOVE TAS-TASA TO WS-TASA-VIGENTE
003772         SET WS-TASA-HALLADA TO TRUE
003773     END-IF.
003774 3600-EXIT.
003775     EXIT.
003776
003777 4000-CONSOLIDAR.
003779     IF WS-SAL-COUNT = ZERO
003780         GO TO 4000-EXIT
003781     END-IF
003782     PERFORM 4100-SUMAR-SALDO THRU 4100-EXIT
003784         VARYING WS-SAL-IDX FROM 1 BY 1
003785         UNTIL WS-SAL-IDX > WS-SAL-COUNT.
003786 4000-EXIT.
003787     EXIT.
003789
003790 4100-SUMAR-SALDO.
003791     MOVE "N" TO WS-SALDO-HALLADO-SW
003792     IF WS-CON-COUNT > ZERO
003793         SET WS-CON-IDX TO 1
003795         SEARCH WS-CON-ENTRY
003796             AT END
003797                 CONTINUE
003798             WHEN CO-ACCT (WS-CON-IDX) = SA-ACCT (WS-SAL-IDX)
003800                 SET WS-SALDO-HALLADO TO TRUE
003801         END-SEARCH
003802     END-IF
003803     IF NOT WS-SALDO-HALLADO
003805         IF WS-CON-COUNT >= 500
003806             DISPLAY "CONSOL: TABLA CONSOLIDADA LLENA"
003807             GO TO ABEND-CLEANUP
003808         END-IF
003810         ADD 1 TO WS-CON-COUNT
003820         SET WS-CON-IDX TO WS-CON-COUNT
003830         MOVE SA-ACCT (WS-SAL-IDX) TO CO-ACCT (WS-CON-IDX)
003840         MOVE SA-NOMBRE (WS-SAL-IDX) TO CO-NOMBRE (WS-CON-IDX)
003850         MOVE ZERO TO CO-SALDO (WS-CON-IDX)
003860     END-IF
003870     ADD SA-SALDO-GRUPO (WS-SAL-IDX) TO CO-SALDO (WS-CON-IDX).
003880 4100-EXIT.
003890     EXIT.
003900
003940* ELIMOUT) Y SU RESIDUO DISTINTO DE CERO SE DENUNCIA.        *
003950*----------------------------------------------------------*
003960 5000-INFORME.
003970     MOVE "DETALLE POR COMPANIA EN " TO TL-TEXTO
003975     MOVE WS-MONEDA-GRUPO TO TL-MONEDA
003980     MOVE WS-TIT-LINE TO CONS-RPT-LINE
003985     WRITE CONS-RPT-LINE
003990     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004000     IF WS-SAL-COUNT > ZERO
004010         PERFORM 5100-LINEA-COMPANIA THRU 5100-EXIT
004030             UNTIL WS-SAL-IDX > WS-SAL-COUNT
004040     END-IF
004050     MOVE SPACES TO CONS-RPT-LINE
004051     WRITE CONS-RPT-LINE
004052     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004053     MOVE "CONVERSION POR COMPANIA" TO CONS-RPT-LINE
004054     WRITE CONS-RPT-LINE
004056     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004058     MOVE WS-CONV-HDR TO CONS-RPT-LINE
004060     WRITE CONS-RPT-LINE
004062     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004064     IF WS-CIA-COUNT > ZERO
004066         PERFORM 5400-LINEA-CONVERSION THRU 5400-EXIT
004067             VARYING WS-CIA-IDX FROM 1 BY 1
004068             UNTIL WS-CIA-IDX > WS-CIA-COUNT
004069     END-IF
004070     MOVE SPACES TO CONS-RPT-LINE
004071     WRITE CONS-RPT-LINE
004072     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004080     MOVE "BALANCE CONSOLIDADO EN " TO TL-TEXTO
004085     MOVE WS-TIT-LINE TO CONS-RPT-LINE
004090     WRITE CONS-RPT-LINE
004100     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004110     IF WS-CON-COUNT > ZERO
004260     MOVE SA-CIA (WS-SAL-IDX) TO DL-CIA
004270     MOVE SA-ACCT (WS-SAL-IDX) TO DL-ACCT
004280     MOVE SA-NOMBRE (WS-SAL-IDX) TO DL-NOMBRE
004290     MOVE SA-SALDO-GRUPO (WS-SAL-IDX) TO DL-SALDO
004300     MOVE SPACES TO DL-NOTA
004302     IF SA-SIN-TASA (WS-SAL-IDX)
004304         MOVE "SIN TASA **" TO DL-NOTA
004306     END-IF
004308     IF SA-CONVERSION (WS-SAL-IDX)
004309         MOVE "CONVERSION" TO DL-NOTA
004310     END-IF
004311     PERFORM 7000-WRITE-DET THRU 7000-EXIT.
004320 5100-EXIT.
004330     EXIT.
004340
004730     END-SEARCH.
004740 5300-EXIT.
004750     EXIT.
004751
004752 5400-LINEA-CONVERSION.
004753     MOVE CI-CODIGO (WS-CIA-IDX) TO CV-CIA
004754     MOVE CI-MONEDA (WS-CIA-IDX) TO CV-MONEDA
004755     MOVE CI-TASA-CIERRE (WS-CIA-IDX) TO CV-TASA-CIERRE
004756     MOVE CI-TASA-MEDIA (WS-CIA-IDX) TO CV-TASA-MEDIA
004757     MOVE CI-DIFERENCIA (WS-CIA-IDX) TO CV-DIFERENCIA
004758     MOVE SPACES TO CV-NOTA
004759     IF CI-INCOMPLETA (WS-CIA-IDX)
004760         MOVE ZERO TO CV-DIFERENCIA
004761         MOVE "SIN TASA **" TO CV-NOTA
004762     ELSE
004763         IF CI-DIFERENCIA (WS-CIA-IDX) NOT = ZERO
004764             AND WS-CUENTA-RESERVA = ZERO
004765             MOVE "SIN RESERVA **" TO CV-NOTA
004766         END-IF
004767     END-IF
004768     MOVE WS-CONV-LINE TO CONS-RPT-LINE
004769     WRITE CONS-RPT-LINE
004770     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
004771 5400-EXIT.
004772     EXIT.
004774
004777*----------------------------------------------------------*
004780* ENTRADA DE ELIMINACION (PAPEL DE TRABAJO): EL APUNTE       *
004790* CONTRARIO AL SALDO CONSOLIDADO DE LA CUENTA INTERCO.       *
004800*----------------------------------------------------------*
004900         MOVE "D" TO LT-TIPO-APUNTE
004910         COMPUTE LT-IMPORTE = CO-SALDO (WS-CON-IDX) * -1
004920     END-IF
004930     MOVE WS-MONEDA-GRUPO TO LT-MONEDA
004940     MOVE SPACES TO LT-CONCEPTO
004950     STRING "ELIMINACION " WS-PERIODO
004960         DELIMITED BY SIZE INTO LT-CONCEPTO
004980     MOVE ZERO TO LT-SEQ-REF
004990     MOVE ZERO TO LT-DOC-NO
005000     MOVE SPACES TO LT-IVA-CODIGO
005005     MOVE ZERO TO LT-CENTRO-COSTE
005006     MOVE CO-ACCT (WS-CON-IDX) TO WS-ORG-CUENTA
005007     MOVE WS-PERIODO TO WS-ORG-PERIODO
005008     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
005010     WRITE LEDGER-TRANS-REC
005020     IF NOT WS-ELIMOUT-OK
005030         DISPLAY "CONSOL: ERROR GRABANDO ELIMOUT "
005060     END-IF.
005070 6000-EXIT.
005080     EXIT.
005081
005082*----------------------------------------------------------*
005083* ENTRADA DE LA DIFERENCIA DE CONVERSION DE UNA COMPANIA EN  *
005084* LA CUENTA DE RESERVA (PAPEL DE TRABAJO, COMO LAS           *
005085* ELIMINACIONES), EN LA MONEDA DEL GRUPO.                    *
005086*----------------------------------------------------------*
005087 6100-GRABAR-CONVERSION.
005088     MOVE WS-CUENTA-RESERVA TO LT-ACCT-ID
005089     IF CI-DIFERENCIA (WS-CIA-IDX) > ZERO
005090         MOVE "D" TO LT-TIPO-APUNTE
005091         MOVE CI-DIFERENCIA (WS-CIA-IDX) TO LT-IMPORTE
005092     ELSE
005093         MOVE "C" TO LT-TIPO-APUNTE
005094         COMPUTE LT-IMPORTE = CI-DIFERENCIA (WS-CIA-IDX) * -1
005095     END-IF
005096     MOVE WS-MONEDA-GRUPO TO LT-MONEDA
005097     MOVE SPACES TO LT-CONCEPTO
005098     STRING "CONV " CI-CODIGO (WS-CIA-IDX) " " WS-PERIODO
005099         DELIMITED BY SIZE INTO LT-CONCEPTO
005100     MOVE WS-FECHA-PROCESO TO LT-FECHA
005101     MOVE ZERO TO LT-SEQ-REF
005102     MOVE ZERO TO LT-DOC-NO
005103     MOVE SPACES TO LT-IVA-CODIGO
005104     MOVE ZERO TO LT-CENTRO-COSTE
005105     MOVE WS-CUENTA-RESERVA TO WS-ORG-CUENTA
005106     MOVE WS-PERIODO TO WS-ORG-PERIODO
005107     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
005108     WRITE LEDGER-TRANS-REC
005109     IF NOT WS-ELIMOUT-OK
005110         DISPLAY "CONSOL: ERROR GRABANDO ELIMOUT "
005111             WS-ELIMOUT-STATUS
005112         GO TO ABEND-CLEANUP
005113     END-IF.
005114 6100-EXIT.
005115     EXIT.
005116
005117 7000-WRITE-DET.
005118     MOVE WS-DET-LINE TO CONS-RPT-LINE
005120     WRITE CONS-RPT-LINE
005130     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
005140 7000-EXIT.
005290     CLOSE PLAN-CUENTA-FILE.
005300     CLOSE ELIM-OUT-FILE.
005310     CLOSE CONS-RPT-FILE.
005312     IF NOT WS-SIN-TASAMSTR
005314         CLOSE TASA-MASTER-FILE
005316     END-IF
005320     DISPLAY "CONSOL: CIERRES LEIDOS " WS-LEIDOS-COUNT
005330         " CUENTAS ELIMINADAS " WS-ELIMINADAS-COUNT
005340         " RESIDUOS INTERCO " WS-RESIDUOS-COUNT.
005342     DISPLAY "CONSOL: SALDOS SIN TASA " WS-SIN-TASA-COUNT
005344         " DIFERENCIAS SIN RESERVA " WS-SIN-RESERVA-COUNT.
005350     IF WS-RESIDUOS-COUNT > ZERO
005360         MOVE 4 TO RETURN-CODE
005370     END-IF
005372     IF WS-SIN-TASA-COUNT > ZERO
005374         OR WS-SIN-RESERVA-COUNT > ZERO
005376         DISPLAY "CONSOL: CONVERSION INCOMPLETA, REVISAR CONSRPT"
005378         MOVE 8 TO RETURN-CODE
005379     END-IF.
005380 9000-EXIT.
005390     EXIT.
005400
005450     CLOSE PLAN-CUENTA-FILE.
005460     CLOSE ELIM-OUT-FILE.
005470     CLOSE CONS-RPT-FILE.
005475     CLOSE TASA-MASTER-FILE.
005480     MOVE 16 TO RETURN-CODE.
005490     GOBACK.
005500

000256*                PRIMERA ACTIVA SI NO HAY R), DE MODO QUE LA *
000257*                SUMA DE ABONOS DE UN EMPLEADO ES SIEMPRE    *
000258*                EXACTAMENTE SU NP-NETO.                     *
000259* 2026-10-15 DR  LAS NOMINAS FUERA DE CICLO LLEGAN EN        *
000260*                EMPNETO CON SU TIPO DE PAGO. LAS            *
000261*                ANULACIONES (NETO CERO O NEGATIVO) NO SE    *
000262*                ABONAN: VAN AL LISTADO DE EXCEPCIONES. DE   *
000263*                LAS DEMAS SE ABONA EL NETO MENOS LO         *
000264*                COMPENSADO CON UNA ANULACION ANTERIOR       *
000265*                (NP-COMPENSADO), Y EL REPARTO ENTRE CUENTAS *
000266*                SE HACE SOBRE ESE IMPORTE.                  *
000267* 2026-10-15 DR  CAMBIO DE CUENTA RECIENTE: SE RETIENE EL    *
000268*                NETO QUE IRIA A UNA CUENTA DADA DE ALTA O   *
000269*                CAMBIADA (BNK-FECHA-CAMBIO) HACE MENOS DE   *
000270*                LOS DIAS DE VERIPARM (10 SI NO HAY          *
000271*                VERIPARM, CERO NO RETIENE) MIENTRAS         *
000272*                TESORERIA NO HAYA ANOTADO CON VERIMANT LA   *
000273*                VERIFICACION DE ESE CAMBIO EN VERIFCTA. EL  *
000274*                NETO RETENIDO NO SE ABONA A NINGUNA DE LAS  *
000275*                CUENTAS DEL EMPLEADO: VA AL LISTADO DE      *
000276*                EXCEPCIONES Y A LA COLA CTARET (GDG), QUE   *
000277*                SE RELEE AL EMPEZAR LA NOCHE SIGUIENTE; LO  *
000278*                DE LA COLA SE ABONA EN CUANTO EL CAMBIO     *
000279*                CONSTA VERIFICADO, PASEN LOS DIAS QUE       *
000280*                PASEN. RC 4 SI QUEDA ALGO RETENIDO.         *
000259*----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000480     SELECT PAGO-RPT-FILE ASSIGN TO "PAGORPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-PAGORPT-STATUS.
000501
000502     SELECT VERIF-CTA-FILE ASSIGN TO "VERIFCTA"
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS RANDOM
000505         RECORD KEY IS VRF-CLAVE
000506         FILE STATUS IS WS-VERIFCTA-STATUS.
000507
000508     SELECT PARM-FILE ASSIGN TO "VERIPARM"
000509         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-VERIPARM-STATUS.
000511
000512     SELECT RETEN-ANT-FILE ASSIGN TO "CTARETA"
000513         ORGANIZATION IS SEQUENTIAL
000514         FILE STATUS IS WS-CTARETA-STATUS.
000515
000516     SELECT RETEN-NUEVO-FILE ASSIGN TO "CTARETN"
000518         ORGANIZATION IS SEQUENTIAL
000521         FILE STATUS IS WS-CTARETN-STATUS.
000524
000527 DATA DIVISION.
000530 FILE SECTION.
000540 FD  NETO-PAGO-FILE
000550     LABEL RECORDS ARE STANDARD.
000720 FD  PAGO-RPT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  PAGO-RPT-LINE              PIC X(80).
000741
000742 FD  VERIF-CTA-FILE
000743     LABEL RECORDS ARE STANDARD.
000744     COPY CTAVERIF.
000745
000746*----------------------------------------------------------*
000747* DIAS QUE SE RETIENE EL NETO DE UNA CUENTA RECIEN CAMBIADA  *
000748* SIN VERIFICAR. SIN VERIPARM, 10; A CERO NO SE RETIENE.     *
000749*----------------------------------------------------------*
000750 FD  PARM-FILE
000751     LABEL RECORDS ARE STANDARD.
000752 01  PARM-IN-REC.
000753     05 PI-DIAS-ESPERA          PIC 9(03).
000754
000755*----------------------------------------------------------*
000756* COLA DE NETOS RETENIDOS POR CUENTA SIN VERIFICAR: EL       *
000757* REGISTRO DE EMPNETO TAL CUAL, EL MOTIVO Y LA FECHA EN QUE  *
000758* SE RETUVO. SE LEE LA GENERACION ANTERIOR Y SE GRABA LA     *
000759* NUEVA.                                                     *
000760*----------------------------------------------------------*
000761 FD  RETEN-ANT-FILE
000762     LABEL RECORDS ARE STANDARD.
000763 01  RETEN-ANT-REC.
000764     05 RA-NETO                 PIC X(164).
000765     05 RA-MOTIVO               PIC X(20).
000766     05 RA-FECHA-RETEN          PIC 9(08).
000767
000768 FD  RETEN-NUEVO-FILE
000769     LABEL RECORDS ARE STANDARD.
000770 01  RETEN-NUEVO-REC.
000771     05 RN-NETO                 PIC X(164).
000772     05 RN-MOTIVO               PIC X(20).
000774     05 RN-FECHA-RETEN          PIC 9(08).
000775
000777 WORKING-STORAGE SECTION.
000778 01  WS-EMPNETO-STATUS           PIC X(02) VALUE SPACES.
000780     88 WS-EMPNETO-OK                VALUE "00".
000790     88 WS-EMPNETO-EOF               VALUE "10".
000800
000870
000880 01  WS-PAGORPT-STATUS           PIC X(02) VALUE SPACES.
000890     88 WS-PAGORPT-OK                VALUE "00".
000891
000892 01  WS-VERIFCTA-STATUS          PIC X(02) VALUE SPACES.
000893     88 WS-VERIFCTA-OK               VALUE "00".
000894     88 WS-VERIFCTA-NO-FILE          VALUE "35".
000895
000896 01  WS-VERIPARM-STATUS          PIC X(02) VALUE SPACES.
000897     88 WS-VERIPARM-OK               VALUE "00".
000898     88 WS-VERIPARM-NO-FILE          VALUE "35".
000899
000900 01  WS-CTARETA-STATUS           PIC X(02) VALUE SPACES.
000901     88 WS-CTARETA-OK                VALUE "00".
000902     88 WS-CTARETA-NO-FILE           VALUE "35".
000903
000904 01  WS-CTARETN-STATUS           PIC X(02) VALUE SPACES.
000906     88 WS-CTARETN-OK                VALUE "00".
000908
000910 01  WS-SWITCHES.
000920     05 WS-EOF-NETO-SW         PIC X(01) VALUE "N".
000930         88 WS-EOF-NETO             VALUE "Y".
000932     05 WS-FIN-CUENTAS-SW      PIC X(01) VALUE "N".
000934         88 WS-FIN-CUENTAS         VALUE "S".
000935     05 WS-EOF-COLA-SW         PIC X(01) VALUE "N".
000936         88 WS-EOF-COLA             VALUE "Y".
000937     05 WS-EN-COLA-SW          PIC X(01) VALUE "N".
000938         88 WS-EN-COLA              VALUE "S".
000939     05 WS-CTA-PENDIENTE-SW    PIC X(01) VALUE "N".
000940         88 WS-CTA-PENDIENTE        VALUE "S".
000941     05 WS-SIN-VERIFCTA-SW     PIC X(01) VALUE "N".
000944         88 WS-SIN-VERIFCTA         VALUE "S".
000947
000950 01  WS-COUNTERS.
000960     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
000970     05 WS-ABONOS-COUNT        PIC 9(07) COMP VALUE ZERO.
000980     05 WS-SIN-BANCO-COUNT     PIC 9(07) COMP VALUE ZERO.
000985     05 WS-SIN-ABONO-COUNT     PIC 9(07) COMP VALUE ZERO.
000986     05 WS-COLA-COUNT          PIC 9(07) COMP VALUE ZERO.
000987     05 WS-RETENIDOS-COUNT     PIC 9(07) COMP VALUE ZERO.
000989     05 WS-LIBERADOS-COUNT     PIC 9(07) COMP VALUE ZERO.
000990
000991 01  WS-TOTAL-ABONADO            PIC 9(11)V99 VALUE ZERO.
000992 01  WS-TOTAL-RETENIDO           PIC 9(11)V99 VALUE ZERO.
000993
000994 01  WS-DIAS-ESPERA              PIC 9(03) VALUE 10.
000996 01  WS-DIAS-CAMBIO              PIC S9(07) COMP VALUE ZERO.
000997 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
000998 01  WS-FECHA-RETEN              PIC 9(08) VALUE ZERO.
000999
001000*----------------------------------------------------------*
001001* CUENTAS ACTIVAS DEL EMPLEADO EN CURSO, EN ORDEN DE CLAVE;  *
001003* EL REPARTO SE CALCULA SOBRE ESTA TABLA Y EL RESTO SE       *
001004* BARRE A LA ENTRADA R (O A LA PRIMERA SI NO HAY R).         *
001005*----------------------------------------------------------*
001007 01  WS-CTA-TAB-COUNT            PIC 9(02) COMP VALUE ZERO.
001008 01  WS-CTA-RESTO-IDX            PIC 9(02) COMP VALUE ZERO.
001009 01  WS-CTA-IDX                  PIC 9(02) COMP VALUE ZERO.
001011 01  WS-CTA-TABLE.
001012     05 WS-CTA-ENTRY OCCURS 10 TIMES.
001013         10 CT-ORDEN             PIC 9(02).
001015         10 CT-DATOS             PIC X(18).
001016         10 CT-REPARTO-SW        PIC X(01).
001017         10 CT-VALOR             PIC 9(05)V99.
001019         10 CT-IMPORTE           PIC 9(07)V99.
001020         10 CT-FECHA-CAMBIO      PIC 9(08).
001021
001023 01  WS-NETO-RESTANTE            PIC 9(07)V99 VALUE ZERO.
001024 01  WS-IMPORTE-SPLIT            PIC 9(07)V99 VALUE ZERO.
001025 01  WS-NETO-A-PAGAR             PIC S9(07)V99 VALUE ZERO.
001027
001028 01  WS-EXCEPT-LINE.
001030     05 FILLER                  PIC X(16) VALUE
001040         "*** SIN ABONO **".
001050     05 FILLER                  PIC X(02) VALUE SPACES.
001170
001180 0000-MAINLINE.
001190     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001192     PERFORM 2050-PROCESS-COLA THRU 2050-EXIT
001195         UNTIL WS-EOF-COLA.
001198     PERFORM 2100-READ-NETO THRU 2100-EXIT.
001200     PERFORM 2000-PROCESS-NETO THRU 2000-EXIT
001210         UNTIL WS-EOF-NETO.
001220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001460         DISPLAY "PAGOBAN: ERROR ABRIENDO PAGORPT "
001470             WS-PAGORPT-STATUS
001480         GO TO ABEND-CLEANUP
001481     END-IF
001482     OPEN INPUT VERIF-CTA-FILE.
001483     IF WS-VERIFCTA-NO-FILE
001484         SET WS-SIN-VERIFCTA TO TRUE
001485         DISPLAY "PAGOBAN: VERIFCTA NO EXISTE, NINGUN CAMBIO DE "
001486             "CUENTA CONSTA VERIFICADO"
001487     ELSE
001488         IF NOT WS-VERIFCTA-OK
001489             DISPLAY "PAGOBAN: ERROR ABRIENDO VERIFCTA "
001491                 WS-VERIFCTA-STATUS
001492             GO TO ABEND-CLEANUP
001493         END-IF
001494     END-IF
001495     OPEN INPUT RETEN-ANT-FILE.
001496     IF WS-CTARETA-NO-FILE
001497         SET WS-EOF-COLA TO TRUE
001498     ELSE
001499         IF NOT WS-CTARETA-OK
001500             DISPLAY "PAGOBAN: ERROR ABRIENDO CTARETA "
001502                 WS-CTARETA-STATUS
001503             GO TO ABEND-CLEANUP
001504         END-IF
001505     END-IF
001506     OPEN OUTPUT RETEN-NUEVO-FILE.
001507     IF NOT WS-CTARETN-OK
001508         DISPLAY "PAGOBAN: ERROR ABRIENDO CTARETN "
001509             WS-CTARETN-STATUS
001510         GO TO ABEND-CLEANUP
001511     END-IF
001513     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD
001514     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001515     IF NOT WS-EOF-COLA
001516         PERFORM 2060-READ-COLA THRU 2060-EXIT
001517     END-IF.
001518 1000-EXIT.
001519     EXIT.
001520
001521 1100-LEER-PARM.
001523     OPEN INPUT PARM-FILE.
001524     IF WS-VERIPARM-NO-FILE
001525         GO TO 1100-EXIT
001526     END-IF
001527     IF NOT WS-VERIPARM-OK
001528         DISPLAY "PAGOBAN: ERROR ABRIENDO VERIPARM "
001529             WS-VERIPARM-STATUS
001530         GO TO ABEND-CLEANUP
001531     END-IF
001532     READ PARM-FILE
001534         AT END
001535             CONTINUE
001536     END-READ
001537     IF WS-VERIPARM-OK
001538         IF PI-DIAS-ESPERA IS NUMERIC
001539             MOVE PI-DIAS-ESPERA TO WS-DIAS-ESPERA
001540         END-IF
001541     END-IF
001542     CLOSE PARM-FILE.
001543 1100-EXIT.
001545     EXIT.
001546
001547 2000-PROCESS-NETO.
001548     ADD 1 TO WS-LEIDOS-COUNT
001549     MOVE "N" TO WS-EN-COLA-SW
001550     MOVE WS-FECHA-PROCESO TO WS-FECHA-RETEN
001551     PERFORM 2010-PAGAR-NETO THRU 2010-EXIT
001552     PERFORM 2100-READ-NETO THRU 2100-EXIT.
001553 2000-EXIT.
001555     EXIT.
001557
001559*----------------------------------------------------------*
001562* PAGO DE UN NETO, DE LA NOCHE O DE LA COLA: ANULACIONES Y   *
001564* COMPENSADOS SIN ABONO, RETENCION SI ALGUNA CUENTA ACTIVA   *
001566* TIENE UN CAMBIO SIN VERIFICAR Y, SI NO, REPARTO Y ABONOS.  *
001568*----------------------------------------------------------*
001570 2010-PAGAR-NETO.
001573     IF NP-NETO NOT > ZERO
001575         ADD 1 TO WS-SIN-ABONO-COUNT
001577         MOVE "ANULACION - SIN ABONO" TO XL-MOTIVO
001579         PERFORM 2300-WRITE-EXCEPT THRU 2300-EXIT
001582         GO TO 2010-EXIT
001584     END-IF
001586     COMPUTE WS-NETO-A-PAGAR = NP-NETO - NP-COMPENSADO
001588     IF WS-NETO-A-PAGAR NOT > ZERO
001590         ADD 1 TO WS-SIN-ABONO-COUNT
001593         MOVE "NETO COMPENSADO - SIN ABONO" TO XL-MOTIVO
001595         PERFORM 2300-WRITE-EXCEPT THRU 2300-EXIT
001597         GO TO 2010-EXIT
001599     END-IF
001601     PERFORM 2500-CARGAR-CUENTAS THRU 2500-EXIT
001604     IF WS-CTA-TAB-COUNT = ZERO
001606         ADD 1 TO WS-SIN-BANCO-COUNT
001608         MOVE "SIN CUENTA BANCARIA ACTIVA" TO XL-MOTIVO
001610         PERFORM 2300-WRITE-EXCEPT THRU 2300-EXIT
001612         GO TO 2010-EXIT
001615     END-IF
001617     PERFORM 2700-CHECK-VERIF THRU 2700-EXIT
001619     IF WS-CTA-PENDIENTE
001621         PERFORM 2070-RETENER-NETO THRU 2070-EXIT
001624         GO TO 2010-EXIT
001626     END-IF
001628     IF WS-EN-COLA
001630         ADD 1 TO WS-LIBERADOS-COUNT
001632     END-IF
001635     PERFORM 2600-REPARTIR-NETO THRU 2600-EXIT
001637     MOVE 1 TO WS-CTA-IDX
001639     PERFORM 2200-WRITE-ABONO THRU 2200-EXIT
001641         UNTIL WS-CTA-IDX > WS-CTA-TAB-COUNT.
001643 2010-EXIT.
001646     EXIT.
001648
001650*----------------------------------------------------------*
001652* COLA DE NOCHES ANTERIORES: CADA NETO RETENIDO VUELVE A     *
001654* PASAR POR EL PAGO; SE ABONA SI EL CAMBIO YA CONSTA         *
001657* VERIFICADO Y SI NO VUELVE A LA COLA CON SU FECHA ORIGINAL. *
001659*----------------------------------------------------------*
001661 2050-PROCESS-COLA.
001663     ADD 1 TO WS-COLA-COUNT
001666     MOVE RA-NETO TO NETO-PAGO-REC
001668     MOVE "S" TO WS-EN-COLA-SW
001670     MOVE RA-FECHA-RETEN TO WS-FECHA-RETEN
001672     PERFORM 2010-PAGAR-NETO THRU 2010-EXIT
001674     PERFORM 2060-READ-COLA THRU 2060-EXIT.
001677 2050-EXIT.
001679     EXIT.
001681
001683 2060-READ-COLA.
001685     READ RETEN-ANT-FILE
001688         AT END
001690             SET WS-EOF-COLA TO TRUE
001692     END-READ
001694     IF NOT WS-EOF-COLA AND NOT WS-CTARETA-OK
001696         DISPLAY "PAGOBAN: ERROR LEYENDO CTARETA "
001699             WS-CTARETA-STATUS
001701         GO TO ABEND-CLEANUP
001703     END-IF
001705 2060-EXIT.
001708     EXIT.
001710
001712 2070-RETENER-NETO.
001714     ADD 1 TO WS-RETENIDOS-COUNT
001716     ADD WS-NETO-A-PAGAR TO WS-TOTAL-RETENIDO
001719     MOVE NETO-PAGO-REC TO RN-NETO
001721     MOVE "CUENTA SIN VERIFICAR" TO RN-MOTIVO
001723     MOVE WS-FECHA-RETEN TO RN-FECHA-RETEN
001725     WRITE RETEN-NUEVO-REC
001727     IF NOT WS-CTARETN-OK
001730         DISPLAY "PAGOBAN: ERROR GRABANDO CTARETN "
001732             WS-CTARETN-STATUS
001734         GO TO ABEND-CLEANUP
001736     END-IF
001738     MOVE "RETENIDO: CUENTA SIN VERIFICAR" TO XL-MOTIVO
001741     PERFORM 2300-WRITE-EXCEPT THRU 2300-EXIT.
001743 2070-EXIT.
001745     EXIT.
001747
001750 2100-READ-NETO.
001760     READ NETO-PAGO-FILE
001770         AT END
002020     ADD CT-IMPORTE (WS-CTA-IDX) TO WS-TOTAL-ABONADO
002025     ADD 1 TO WS-CTA-IDX.
002030 2200-EXIT.
002031     EXIT.
002032
002033*----------------------------------------------------------*
002034* CARGA EN LA TABLA LAS CUENTAS ACTIVAS DEL EMPLEADO DEL    *
002035* NETO EN CURSO, EN ORDEN DE CLAVE (EMP-ID + ORDEN).        *
002036*----------------------------------------------------------*
002037 2500-CARGAR-CUENTAS.
002038     MOVE ZERO TO WS-CTA-TAB-COUNT
002039     MOVE "N" TO WS-FIN-CUENTAS-SW
002040     MOVE NP-EMP-ID TO BNK-EMP-ID
002041     MOVE ZERO      TO BNK-ORDEN
002042     START BANCO-MASTER-FILE
002043         KEY IS NOT LESS THAN BNK-CLAVE
002044         INVALID KEY
002045             SET WS-FIN-CUENTAS TO TRUE
002046     END-START
002047     PERFORM 2550-LEER-CUENTA THRU 2550-EXIT
002048         UNTIL WS-FIN-CUENTAS.
002049 2500-EXIT.
002050     EXIT.
002051
002053 2550-LEER-CUENTA.
002054     READ BANCO-MASTER-FILE NEXT
002055         AT END
002056             SET WS-FIN-CUENTAS TO TRUE
002057             GO TO 2550-EXIT
002058     END-READ
002059     IF NOT WS-BNKMSTR-OK
002060         DISPLAY "PAGOBAN: ERROR LEYENDO BNKMSTR "
002061             WS-BNKMSTR-STATUS
002062         GO TO ABEND-CLEANUP
002063     END-IF
002064     IF BNK-EMP-ID NOT = NP-EMP-ID
002065         SET WS-FIN-CUENTAS TO TRUE
002066         GO TO 2550-EXIT
002067     END-IF
002068     IF BNK-ACTIVA AND WS-CTA-TAB-COUNT < 10
002069         ADD 1 TO WS-CTA-TAB-COUNT
002070         MOVE BNK-ORDEN TO CT-ORDEN (WS-CTA-TAB-COUNT)
002071         MOVE BNK-DATOS TO CT-DATOS (WS-CTA-TAB-COUNT)
002072         MOVE BNK-REPARTO-SW
002073             TO CT-REPARTO-SW (WS-CTA-TAB-COUNT)
002075         MOVE BNK-REPARTO-VALOR
002076             TO CT-VALOR (WS-CTA-TAB-COUNT)
002077         MOVE ZERO TO CT-IMPORTE (WS-CTA-TAB-COUNT)
002078         MOVE BNK-FECHA-CAMBIO
002079             TO CT-FECHA-CAMBIO (WS-CTA-TAB-COUNT)
002080     END-IF.
002081 2550-EXIT.
002082     EXIT.
002083
002084*----------------------------------------------------------*
002085* REPARTO: LOS F/P SE COBRAN POR ORDEN RECORTADOS AL NETO   *
002086* DISPONIBLE Y EL RESTO SE BARRE A LA CUENTA R (O A LA      *
002087* PRIMERA SI NO HAY R); LA SUMA CUADRA CON EL NETO A PAGAR.  *
002088*----------------------------------------------------------*
002089 2600-REPARTIR-NETO.
002090     MOVE WS-NETO-A-PAGAR TO WS-NETO-RESTANTE
002091     MOVE ZERO TO WS-CTA-RESTO-IDX
002092     MOVE 1 TO WS-CTA-IDX
002093     PERFORM 2610-BUSCAR-RESTO THRU 2610-EXIT
002094         UNTIL WS-CTA-IDX > WS-CTA-TAB-COUNT
002095             OR WS-CTA-RESTO-IDX > ZERO
002097     IF WS-CTA-RESTO-IDX = ZERO
002098         MOVE 1 TO WS-CTA-RESTO-IDX
002099     END-IF
002124             MOVE CT-VALOR (WS-CTA-IDX) TO WS-IMPORTE-SPLIT
002125         WHEN "P"
002126             COMPUTE WS-IMPORTE-SPLIT ROUNDED =
002127                 WS-NETO-A-PAGAR * CT-VALOR (WS-CTA-IDX) / 100
002128         WHEN OTHER
002129             MOVE ZERO TO WS-IMPORTE-SPLIT
002130     END-EVALUATE
002136     ADD 1 TO WS-CTA-IDX.
002137 2650-EXIT.
002138     EXIT.
002139
002140*----------------------------------------------------------*
002141* CUENTA PENDIENTE DE VERIFICAR: CAMBIADA HACE MENOS DE      *
002142* WS-DIAS-ESPERA DIAS (LO QUE VIENE DE LA COLA YA ESTA       *
002143* RETENIDO Y NO MIRA LOS DIAS) Y SIN UNA VERIFICACION EN     *
002144* VERIFCTA DE ESE CAMBIO O DE UNO POSTERIOR. BASTA UNA       *
002145* CUENTA PENDIENTE PARA RETENER EL NETO ENTERO.              *
002146*----------------------------------------------------------*
002147 2700-CHECK-VERIF.
002148     MOVE "N" TO WS-CTA-PENDIENTE-SW
002149     IF WS-DIAS-ESPERA = ZERO AND NOT WS-EN-COLA
002150         GO TO 2700-EXIT
002151     END-IF
002152     MOVE 1 TO WS-CTA-IDX
002153     PERFORM 2750-VERIF-CUENTA THRU 2750-EXIT
002154         UNTIL WS-CTA-IDX > WS-CTA-TAB-COUNT
002155             OR WS-CTA-PENDIENTE.
002156 2700-EXIT.
002157     EXIT.
002158
002159 2750-VERIF-CUENTA.
002160     IF CT-FECHA-CAMBIO (WS-CTA-IDX) IS NOT NUMERIC
002161         OR CT-FECHA-CAMBIO (WS-CTA-IDX) = ZERO
002162         ADD 1 TO WS-CTA-IDX
002163         GO TO 2750-EXIT
002164     END-IF
002165     IF NOT WS-EN-COLA
002166         COMPUTE WS-DIAS-CAMBIO =
002167             FUNCTION INTEGER-OF-DATE(WS-FECHA-PROCESO)
002168             - FUNCTION INTEGER-OF-DATE
002169                 (CT-FECHA-CAMBIO (WS-CTA-IDX))
002170         IF WS-DIAS-CAMBIO NOT < WS-DIAS-ESPERA
002171             ADD 1 TO WS-CTA-IDX
002172             GO TO 2750-EXIT
002173         END-IF
002174     END-IF
002175     SET WS-CTA-PENDIENTE TO TRUE
002176     IF WS-SIN-VERIFCTA
002177         GO TO 2750-EXIT
002178     END-IF
002179     MOVE "E" TO VRF-TIPO
002180     MOVE NP-EMP-ID TO VRF-ID
002181     MOVE CT-ORDEN (WS-CTA-IDX) TO VRF-ORDEN
002182     READ VERIF-CTA-FILE
002183         INVALID KEY
002184             GO TO 2750-EXIT
002186     END-READ
002187     IF NOT WS-VERIFCTA-OK
002188         DISPLAY "PAGOBAN: ERROR LEYENDO VERIFCTA "
002189             WS-VERIFCTA-STATUS
002190         GO TO ABEND-CLEANUP
002191     END-IF
002193     IF VRF-FECHA-CAMBIO NOT < CT-FECHA-CAMBIO (WS-CTA-IDX)
002194         MOVE "N" TO WS-CTA-PENDIENTE-SW
002195     END-IF
002196     ADD 1 TO WS-CTA-IDX.
002197 2750-EXIT.
002198     EXIT.
002200
002201 2300-WRITE-EXCEPT.
002202     MOVE NP-EMP-ID TO XL-EMP-ID
002203     MOVE WS-EXCEPT-LINE TO PAGO-RPT-LINE
002204     WRITE PAGO-RPT-LINE
002205     PERFORM 2400-CHECK-PAGORPT THRU 2400-EXIT.
002207 2300-EXIT.
002208     EXIT.
002209
002210 2400-CHECK-PAGORPT.
002211     IF NOT WS-PAGORPT-OK
002212         DISPLAY "PAGOBAN: ERROR ESCRIBIENDO PAGORPT "
002214             WS-PAGORPT-STATUS
002215         GO TO ABEND-CLEANUP
002216     END-IF.
002217 2400-EXIT.
002218     EXIT.
002220
002230 9000-TERMINATE.
002240     MOVE SPACES TO PAGO-RPT-LINE
002360     MOVE WS-SIN-BANCO-COUNT TO TL-CUENTA
002370     MOVE ZERO TO TL-IMPORTE
002380     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
002382     MOVE "ANULADOS/COMPENSADOS  " TO TL-TEXTO
002384     MOVE WS-SIN-ABONO-COUNT TO TL-CUENTA
002386     MOVE ZERO TO TL-IMPORTE
002388     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
002389     MOVE "RETENIDOS CTA. NUEVA  " TO TL-TEXTO
002390     MOVE WS-RETENIDOS-COUNT TO TL-CUENTA
002391     MOVE WS-TOTAL-RETENIDO TO TL-IMPORTE
002392     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
002393     MOVE "LIBERADOS DE LA COLA  " TO TL-TEXTO
002394     MOVE WS-LIBERADOS-COUNT TO TL-CUENTA
002395     MOVE ZERO TO TL-IMPORTE
002396     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
002398     CLOSE NETO-PAGO-FILE.
002400     CLOSE BANCO-MASTER-FILE.
002410     CLOSE PAGO-OUT-FILE.
002420     CLOSE PAGO-RPT-FILE.
002422     CLOSE VERIF-CTA-FILE.
002425     CLOSE RETEN-ANT-FILE.
002428     CLOSE RETEN-NUEVO-FILE.
002430     DISPLAY "PAGOBAN: ABONOS GENERADOS " WS-ABONOS-COUNT.
002440     DISPLAY "PAGOBAN: SIN DATOS BANCARIOS " WS-SIN-BANCO-COUNT.
002445     DISPLAY "PAGOBAN: ANULADOS/COMPENSADOS " WS-SIN-ABONO-COUNT.
002446     DISPLAY "PAGOBAN: COLA LEIDA " WS-COLA-COUNT.
002447     DISPLAY "PAGOBAN: LIBERADOS DE LA COLA " WS-LIBERADOS-COUNT.
002448     DISPLAY "PAGOBAN: RETENIDOS POR CUENTA SIN VERIFICAR "
002449         WS-RETENIDOS-COUNT.
002450     IF WS-RETENIDOS-COUNT > ZERO
002451         MOVE 4 TO RETURN-CODE
002454     END-IF.
002457 9000-EXIT.
002460     EXIT.
002470
002480 9100-WRITE-TOTAL.
002580     CLOSE BANCO-MASTER-FILE.
002590     CLOSE PAGO-OUT-FILE.
002600     CLOSE PAGO-RPT-FILE.
002602     CLOSE VERIF-CTA-FILE.
002605     CLOSE RETEN-ANT-FILE.
002608     CLOSE RETEN-NUEVO-FILE.
002610     MOVE 16 TO RETURN-CODE.
002620     GOBACK.
002630

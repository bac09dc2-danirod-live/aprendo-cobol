000310*                FINIQUIT PARA VER EL EMPNETO DE LA NOCHE.   *
000311*                SIN REGISTRO "====" EN DEPTGL SE AVISA EN   *
000312*                EL LISTADO Y NO SE GENERA LA PAREJA.        *
000313* 2026-10-15 DR  LOS GASTOS DE VIAJE PAGADOS EN NOMINA (NP-  *
000314*                GASTOS-EXENTO Y NP-GASTOS-SUJETO DE         *
000315*                EMPNETO) SE SUMAN POR DEPARTAMENTO Y SE     *
000316*                CARGAN A LA CUENTA DE GASTO DEL             *
000317*                DEPARTAMENTO EN DEPTGL CONTRA UN CREDITO A  *
000318*                LA CUENTA PUENTE, QUE ASI CUADRA CON EL     *
000319*                DEBITO DE NETOS, QUE YA LOS INCLUYE. SOLO   *
000320*                SE GENERAN CUANDO SE GENERA LA PAREJA DE    *
000321*                NETOS.                                      *
000322* 2026-10-15 DR  LA AMORTIZACION DE PRESTAMOS AL PERSONAL    *
000323*                (NP-AMORT-PRESTAMO DE EMPNETO) SE ABONA A   *
000324*                LA CUENTA DE PRESTAMOS DE PRTPARM CONTRA UN *
000325*                DEBITO A LA CUENTA PUENTE, QUE ASI DESCARGA *
000326*                LA RETENCION. SIN PRTPARM SE AVISA EN EL    *
000327*                LISTADO Y SE OMITE LA PAREJA.               *
000328* 2026-10-15 DR  RETENCION DE IRPF POR FECHA DE NOMINA: CON  *
000329*                LOS NETOS SE SUMA NP-IRPF DE EMPNETO        *
000330*                (FINIQUITOS INCLUIDOS) Y POR CADA FECHA SE  *
000331*                GENERA UN DEBITO A LA CUENTA PUENTE Y UN    *
000332*                CREDITO A LA CUENTA DE RETENCIONES DE IRPF  *
000333*                A PAGAR (REGISTRO "%%%%" DE DEPTGL) CON     *
000334*                LT-FECHA = LA FECHA DE NOMINA Y CONCEPTO    *
000335*                "RETENCION IRPF", PARA QUE RETNOM CUADRE LA *
000336*                DECLARACION TRIMESTRAL. SIN "%%%%" SE AVISA *
000337*                EN EL LISTADO Y SE OMITE LA PAREJA.         *
000338* 2026-10-15 DR  NOMINAS FUERA DE CICLO: LOS IMPORTES DE     *
000339*                EMPNETO Y PATRTOT PUEDEN SER NEGATIVOS      *
000340*                (ANULACIONES), ASI QUE LOS ACUMULADOS DE    *
000341*                NETOS, IRPF, GASTOS, PRESTAMOS Y SS EMPRESA *
000342*                SON CON SIGNO Y UN APUNTE DE IMPORTE        *
000343*                NEGATIVO SE GRABA POR SU VALOR ABSOLUTO CON *
000344*                DEBITO Y CREDITO INVERTIDOS                 *
000345*                (8760-INVERTIR-APUNTE). EL BRUTO DE LAS     *
000346*                NOMINAS FUERA DE CICLO (NP-TIPO-PAGO NO EN  *
000347*                BLANCO), QUE NO ESTA EN PAYTOT, SE CARGA    *
000348*                POR DEPARTAMENTO A SU CUENTA DE GASTO       *
000349*                CONTRA UN CREDITO A LA CUENTA PUENTE, COMO  *
000350*                LOS GASTOS DE VIAJE.                        *
000351* 2026-10-15 DR  CENTRO DE COSTE: LOS DEBITOS POR            *
000352*                DEPARTAMENTO (SALARIOS, SS EMPRESA, GASTOS  *
000353*                DE VIAJE Y NOMINAS EXTRA) LLEVAN EN         *
000354*                LT-CENTRO-COSTE EL DEPT-CENTRO-COSTE DEL    *
000355*                DEPARTAMENTO, LEIDO DE DEPTMSTR             *
000356*                (3100-BUSCAR-CCOSTE); LOS APUNTES DE        *
000357*                PUENTE, PASIVO Y NETOS VAN CON CERO. SIN    *
000358*                DEPTMSTR, O CON EL DEPARTAMENTO DADO DE     *
000359*                BAJA, EL DEBITO SALE CON CERO Y CREDITO LO  *
000360*                RECHAZA SI LA CUENTA LO EXIGE.              *
000361* 2026-10-15 DR  ORIGEN DEL APUNTE: CADA APUNTE LLEVA EN     *
000362*                LT-ORIGEN EL SISTEMA PAYGL Y COMO CLAVE EL  *
000363*                DEPARTAMENTO (O LA MARCA DE DEPTGL DE LA    *
000364*                CUENTA PUENTE, DE PASIVO O DE NETOS) Y LA   *
000365*                FECHA DEL APUNTE, PARA LA TRAZA DE          *
000366*                TRAZADTL.                                   *
000376*----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000460         ORGANIZATION IS SEQUENTIAL
000470         FILE STATUS IS WS-PAYGLOUT-STATUS.
000480
000482     SELECT PRESTAMO-PARM-FILE ASSIGN TO "PRTPARM"
000484         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-PRTPARM-STATUS.
000488
000489     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000490         ORGANIZATION IS INDEXED
000491         ACCESS MODE IS RANDOM
000492         RECORD KEY IS DEPT-CODIGO
000493         FILE STATUS IS WS-DEPTMSTR-STATUS.
000494
000497     SELECT PAYGL-RPT-FILE ASSIGN TO "PAYGLRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PAYGLRPT-STATUS.
000520
000700     LABEL RECORDS ARE STANDARD.
000710     COPY LEDGTRAN.
000720
000721 FD  PRESTAMO-PARM-FILE
000722     LABEL RECORDS ARE STANDARD.
000724 01  PRESTAMO-PARM-REC.
000725     05 PI-CUENTA-PRESTAMOS     PIC 9(06).
000726     05 PI-CUENTA-BANCO         PIC 9(06).
000728     05 PI-MONEDA               PIC X(03).
000729
000730 FD  DEPTO-MASTER-FILE
000731     LABEL RECORDS ARE STANDARD.
000732     COPY DEPTO.
000733
000736 FD  PAYGL-RPT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  PAYGL-RPT-LINE             PIC X(80).
000760
000860 01  WS-PAYGLOUT-STATUS          PIC X(02) VALUE SPACES.
000870     88 WS-PAYGLOUT-OK                VALUE "00".
000880
000882 01  WS-PRTPARM-STATUS           PIC X(02) VALUE SPACES.
000884     88 WS-PRTPARM-OK                VALUE "00".
000886     88 WS-PRTPARM-NO-FILE           VALUE "35".
000888
000889 01  WS-DEPTMSTR-STATUS          PIC X(02) VALUE SPACES.
000890     88 WS-DEPTMSTR-OK               VALUE "00".
000891     88 WS-DEPTMSTR-NO-FILE          VALUE "35".
000892
000896 01  WS-PAYGLRPT-STATUS          PIC X(02) VALUE SPACES.
000900     88 WS-PAYGLRPT-OK                VALUE "00".
000910
000920 01  WS-SWITCHES.
001013         88 WS-SIN-EMPNETO          VALUE "S".
001014     05 WS-EOF-EMPNETO-SW      PIC X(01) VALUE "N".
001015         88 WS-EOF-EMPNETO          VALUE "Y".
001016     05 WS-IRPF-HALLADA-SW     PIC X(01) VALUE "N".
001017         88 WS-IRPF-HALLADA         VALUE "S".
001018     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
001019         88 WS-SIN-DEPTMSTR         VALUE "S".
001022
001026 01  WS-COUNTERS.
001030     05 WS-LEIDOS-COUNT        PIC 9(05) COMP VALUE ZERO.
001040     05 WS-APUNTES-COUNT       PIC 9(05) COMP VALUE ZERO.
001050     05 WS-SIN-CUENTA-COUNT    PIC 9(05) COMP VALUE ZERO.
001220         10 MAP-ACCT-ID          PIC 9(06).
001230         10 MAP-MONEDA           PIC X(03).
001240
001241 01  WS-CUENTA-PUENTE            PIC 9(06) VALUE ZERO.
001242 01  WS-MONEDA-PUENTE            PIC X(03) VALUE SPACES.
001243 01  WS-CUENTA-PASIVO-SS         PIC 9(06) VALUE ZERO.
001244 01  WS-MONEDA-PASIVO-SS         PIC X(03) VALUE SPACES.
001246 01  WS-TOTAL-PATRONAL           PIC S9(11)V99 VALUE ZERO.
001247 01  WS-CUENTA-NETOS             PIC 9(06) VALUE ZERO.
001248 01  WS-MONEDA-NETOS             PIC X(03) VALUE SPACES.
001249 01  WS-CUENTA-IRPF              PIC 9(06) VALUE ZERO.
001250 01  WS-MONEDA-IRPF              PIC X(03) VALUE SPACES.
001252 01  WS-CCOSTE-DEPTO             PIC X(04) VALUE SPACES.
001253
001254*----------------------------------------------------------*
001255* ORIGEN DEL APUNTE (LT-ORIGEN): EL DEPARTAMENTO, O LA       *
001256* MARCA DE DEPTGL DE LA CUENTA PUENTE, DE PASIVO O DE        *
001258* NETOS, Y LA FECHA DEL APUNTE.                              *
001259*----------------------------------------------------------*
001260 01  WS-ORIGEN-APUNTE.
001261     05 FILLER                  PIC X(08) VALUE "PAYGL".
001262     05 WS-ORG-DEPTO            PIC X(04) VALUE SPACES.
001264     05 WS-ORG-FECHA            PIC 9(08) VALUE ZERO.
001265     05 FILLER                  PIC X(08) VALUE SPACES.
001266
001267*----------------------------------------------------------*
001268* NETOS PAGADOS POR FECHA DE NOMINA, SUMADOS DE EMPNETO:     *
001270* CADA FECHA GENERA SU PAREJA DEBITO PUENTE / CREDITO NETOS. *
001271* NL-IRPF ES LA RETENCION DE LA FECHA, CON SU PROPIA PAREJA. *
001272*----------------------------------------------------------*
001273 01  WS-NETOS-COUNT              PIC 9(03) COMP VALUE ZERO.
001274 01  WS-NETOS-TABLE.
001275     05 WS-NETOS-ENTRY OCCURS 1 TO 50 TIMES
001276             DEPENDING ON WS-NETOS-COUNT
001277             INDEXED BY WS-NETOS-IDX.
001278         10 NL-FECHA             PIC 9(08).
001279         10 NL-NETO              PIC S9(11)V99.
001280         10 NL-IRPF              PIC S9(11)V99.
001281
001282*----------------------------------------------------------*
001283* GASTOS DE VIAJE PAGADOS EN NOMINA POR DEPARTAMENTO,        *
001284* SUMADOS DE EMPNETO: UN DEBITO POR DEPARTAMENTO A SU        *
001285* CUENTA DE GASTO Y UN CREDITO TOTAL A LA CUENTA PUENTE.     *
001286*----------------------------------------------------------*
001287 01  WS-GASTOS-COUNT             PIC 9(04) COMP VALUE ZERO.
001288 01  WS-GASTOS-TABLE.
001289     05 WS-GASTOS-ENTRY OCCURS 1 TO 500 TIMES
001290             DEPENDING ON WS-GASTOS-COUNT
001291             INDEXED BY WS-GASTOS-IDX.
001292         10 GV-DEPARTAMENTO      PIC X(04).
001293         10 GV-IMPORTE           PIC S9(11)V99.
001294 01  WS-GASTOS-NETO              PIC S9(07)V99 VALUE ZERO.
001295 01  WS-TOTAL-GASTOS             PIC S9(11)V99 VALUE ZERO.
001296 01  WS-TOTAL-PRESTAMOS          PIC S9(11)V99 VALUE ZERO.
001297 01  WS-CUENTA-PRESTAMOS         PIC 9(06) VALUE ZERO.
001298 01  WS-MONEDA-PRESTAMOS         PIC X(03) VALUE SPACES.
001299
001300*----------------------------------------------------------*
001301* BRUTO DE LAS NOMINAS FUERA DE CICLO POR DEPARTAMENTO,      *
001302* SUMADO DE EMPNETO: UN DEBITO POR DEPARTAMENTO A SU CUENTA  *
001303* DE GASTO Y UN CREDITO TOTAL A LA CUENTA PUENTE. UNA        *
001304* ANULACION RESTA.                                           *
001305*----------------------------------------------------------*
001306 01  WS-EXTRAS-COUNT             PIC 9(04) COMP VALUE ZERO.
001307 01  WS-EXTRAS-TABLE.
001308     05 WS-EXTRAS-ENTRY OCCURS 1 TO 500 TIMES
001309             DEPENDING ON WS-EXTRAS-COUNT
001310             INDEXED BY WS-EXTRAS-IDX.
001311         10 XB-DEPARTAMENTO      PIC X(04).
001312         10 XB-IMPORTE           PIC S9(11)V99.
001313 01  WS-TOTAL-EXTRAS             PIC S9(11)V99 VALUE ZERO.
001314
001315 01  WS-DET-LINE.
001316     05 DL-DEPTO                PIC X(04).
001317     05 FILLER                  PIC X(02) VALUE SPACES.
001318     05 DL-ACCT-ID              PIC 9(06).
001320     05 FILLER                  PIC X(02) VALUE SPACES.
001330     05 DL-IMPORTE              PIC Z.ZZZ.ZZZ.ZZ9,99-.
001340     05 FILLER                  PIC X(02) VALUE SPACES.
001350     05 DL-NOTA                 PIC X(28).
001360
001731             WS-PAYGLOUT-STATUS
001732         GO TO ABEND-CLEANUP
001733     END-IF
001734     OPEN INPUT DEPTO-MASTER-FILE.
001735     IF WS-DEPTMSTR-NO-FILE
001736         MOVE "S" TO WS-SIN-DEPTMSTR-SW
001737         DISPLAY "PAYGL: SIN DEPTMSTR, LOS APUNTES SALEN SIN "
001738             "CENTRO DE COSTE"
001739     ELSE
001740         IF NOT WS-DEPTMSTR-OK
001741             DISPLAY "PAYGL: ERROR ABRIENDO DEPTMSTR "
001742                 WS-DEPTMSTR-STATUS
001743             GO TO ABEND-CLEANUP
001744         END-IF
001745     END-IF
001746     PERFORM 1100-CARGAR-MAPA THRU 1100-EXIT.
001748     IF NOT WS-PUENTE-HALLADA
001750         DISPLAY "PAYGL: FALTA LA CUENTA PUENTE (****) EN DEPTGL"
001760         GO TO ABEND-CLEANUP
001770     END-IF
002110         MOVE GLM-ACCT-ID TO WS-CUENTA-NETOS
002111         MOVE GLM-MONEDA  TO WS-MONEDA-NETOS
002112         SET WS-NETOS-HALLADA TO TRUE
002113     ELSE
002114     IF GLM-DEPARTAMENTO = "%%%%"
002115         MOVE GLM-ACCT-ID TO WS-CUENTA-IRPF
002116         MOVE GLM-MONEDA  TO WS-MONEDA-IRPF
002117         SET WS-IRPF-HALLADA TO TRUE
002118     ELSE
002120         IF WS-MAPA-COUNT >= 500
002130             DISPLAY "PAYGL: TABLA DE CORRESPONDENCIA LLENA"
002140             GO TO ABEND-CLEANUP
002210     END-IF
002211     END-IF
002212     END-IF
002216     END-IF
002220     PERFORM 1150-READ-DEPTGL THRU 1150-EXIT.
002230 1200-EXIT.
002240     EXIT.
002760     MOVE WS-FECHA-PROCESO TO LT-FECHA
002765     MOVE ZERO TO LT-SEQ-REF
002766     MOVE ZERO TO LT-DOC-NO
002768     MOVE SPACES TO LT-IVA-CODIGO
002769     MOVE ZERO TO LT-CENTRO-COSTE
002771     MOVE PT-DEPARTAMENTO TO WS-ORG-DEPTO
002772     MOVE PT-DEPARTAMENTO TO WS-CCOSTE-DEPTO
002774     PERFORM 3100-BUSCAR-CCOSTE THRU 3100-EXIT
002775     MOVE LT-FECHA TO WS-ORG-FECHA
002777     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
002778     WRITE LEDGER-TRANS-REC
002780     IF NOT WS-PAYGLOUT-OK
002790         DISPLAY "PAYGL: ERROR GRABANDO PAYGLOUT "
002800             WS-PAYGLOUT-STATUS
002890     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
002900 3000-EXIT.
002910     EXIT.
002911
002912*----------------------------------------------------------*
002913* CENTRO DE COSTE DEL DEPARTAMENTO WS-CCOSTE-DEPTO, DE       *
002914* DEPTMSTR, AL APUNTE. SIN DEPTMSTR O SIN EL DEPARTAMENTO    *
002915* QUEDA EN CERO.                                             *
002916*----------------------------------------------------------*
002917 3100-BUSCAR-CCOSTE.
002918     MOVE ZERO TO LT-CENTRO-COSTE
002919     IF WS-SIN-DEPTMSTR
002920         GO TO 3100-EXIT
002921     END-IF
002922     MOVE WS-CCOSTE-DEPTO TO DEPT-CODIGO
002923     READ DEPTO-MASTER-FILE
002924         INVALID KEY
002925             GO TO 3100-EXIT
002926     END-READ
002927     IF NOT WS-DEPTMSTR-OK
002928         DISPLAY "PAYGL: ERROR LEYENDO DEPTMSTR "
002929             WS-DEPTMSTR-STATUS
002930         GO TO ABEND-CLEANUP
002931     END-IF
002932     IF DEPT-CENTRO-COSTE IS NUMERIC
002933         MOVE DEPT-CENTRO-COSTE TO LT-CENTRO-COSTE
002934     END-IF.
002935 3100-EXIT.
002936     EXIT.
002937
002938*----------------------------------------------------------*
002940* CREDITO UNICO A LA CUENTA PUENTE POR EL TOTAL DE LOS       *
002950* DEBITOS GENERADOS, PARA QUE EL LOTE QUEDE CUADRADO.        *
002960*----------------------------------------------------------*
003065     MOVE ZERO TO LT-SEQ-REF
003066     MOVE ZERO TO LT-DOC-NO
003067     MOVE SPACES TO LT-IVA-CODIGO
003068     MOVE ZERO TO LT-CENTRO-COSTE
003069     MOVE "****" TO WS-ORG-DEPTO
003070     MOVE LT-FECHA TO WS-ORG-FECHA
003071     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
003075     WRITE LEDGER-TRANS-REC
003080     IF NOT WS-PAYGLOUT-OK
003090         DISPLAY "PAYGL: ERROR GRABANDO PAYGLOUT "
003100             WS-PAYGLOUT-STATUS
003190 8000-EXIT.
003200     EXIT.
003210
000041*----------------------------------------------------------*
000083* COTIZACION PATRONAL: UN DEBITO POR DEPARTAMENTO A SU       *
000125* CUENTA DE GASTO Y UN CREDITO POR EL TOTAL A LA CUENTA DE   *
000167* PASIVO DE SEGURIDAD SOCIAL ("++++" EN DEPTGL), EN EL       *
000209* MISMO LOTE. SIN FICHERO PATRTOT LA CORRIDA SIGUE COMO      *
000251* SIEMPRE.                                                   *
000293*----------------------------------------------------------*
000335 8500-PROCESAR-PATRONAL.
000377     OPEN INPUT PATRONAL-TOT-FILE.
000419     IF WS-PATRTOT-NO-FILE
000461         MOVE "S" TO WS-SIN-PATRTOT-SW
000503         GO TO 8500-EXIT
000545     END-IF
000586     IF NOT WS-PATRTOT-OK
000628         DISPLAY "PAYGL: ERROR ABRIENDO PATRTOT "
000670             WS-PATRTOT-STATUS
000712         GO TO ABEND-CLEANUP
000754     END-IF
000796     PERFORM 8600-LEER-PATRTOT THRU 8600-EXIT
000838     PERFORM 8550-DEBITO-PATRONAL THRU 8550-EXIT
000880        UNTIL WS-EOF-PATRTOT
000922     CLOSE PATRONAL-TOT-FILE
000964     IF WS-TOTAL-PATRONAL = ZERO
001006        GO TO 8500-EXIT
001048     END-IF
001090     IF NOT WS-PASIVO-HALLADA
001131        DISPLAY "PAYGL: FALTA LA CUENTA DE PASIVO SS "
001173            "(++++) EN DEPTGL"
001215        GO TO ABEND-CLEANUP
001257     END-IF
001299     MOVE WS-CUENTA-PASIVO-SS TO LT-ACCT-ID
001341     MOVE "C" TO LT-TIPO-APUNTE
001383     MOVE WS-MONEDA-PASIVO-SS TO LT-MONEDA
001425     MOVE WS-TOTAL-PATRONAL TO LT-IMPORTE
001467     IF WS-TOTAL-PATRONAL < ZERO
001509        PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
001551     END-IF
001593     MOVE "SEG SOCIAL EMPRESA  " TO LT-CONCEPTO
001634     MOVE WS-FECHA-PROCESO TO LT-FECHA
001676     MOVE ZERO TO LT-SEQ-REF
001718     MOVE ZERO TO LT-DOC-NO
001760     MOVE SPACES TO LT-IVA-CODIGO
001802     MOVE ZERO TO LT-CENTRO-COSTE
001844     MOVE "++++" TO WS-ORG-DEPTO
001886     MOVE LT-FECHA TO WS-ORG-FECHA
001928     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
001970     WRITE LEDGER-TRANS-REC
002012     IF NOT WS-PAYGLOUT-OK
002054        DISPLAY "PAYGL: ERROR GRABANDO PAYGLOUT "
002096            WS-PAYGLOUT-STATUS
002138        GO TO ABEND-CLEANUP
002180     END-IF
002221     ADD 1 TO WS-APUNTES-COUNT
002263     ADD 1 TO WS-LOTE-REGS
002305     ADD LT-ACCT-ID TO WS-LOTE-HASH
002347     ADD LT-IMPORTE TO WS-LOTE-IMPORTES
002389     MOVE "++++" TO DL-DEPTO
002431     MOVE WS-CUENTA-PASIVO-SS TO DL-ACCT-ID
002473     MOVE WS-TOTAL-PATRONAL TO DL-IMPORTE
002515     MOVE "CREDITO PASIVO SS EMPRESA" TO DL-NOTA
002557     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
002599 8500-EXIT.
002641     EXIT.
002683
002725 8550-DEBITO-PATRONAL.
002766     MOVE "N" TO WS-DEPTO-HALLADO-SW
002808     SET WS-MAPA-IDX TO 1
002850     SEARCH WS-MAPA-ENTRY
002892        AT END
002934            CONTINUE
002976        WHEN MAP-DEPARTAMENTO (WS-MAPA-IDX) = PA-DEPARTAMENTO
003018            SET WS-DEPTO-HALLADO TO TRUE
003060     END-SEARCH
003102     IF NOT WS-DEPTO-HALLADO
003103        ADD 1 TO WS-SIN-CUENTA-COUNT
003104        MOVE PA-DEPARTAMENTO TO DL-DEPTO
003105        MOVE ZERO TO DL-ACCT-ID
003106        MOVE PA-PATRONAL-TOTAL TO DL-IMPORTE
003107        MOVE "SS EMPRESA SIN CUENTA" TO DL-NOTA
003108        PERFORM 7000-WRITE-RPT THRU 7000-EXIT
003109        GO TO 8550-SIGUE
003110     END-IF
003111     MOVE MAP-ACCT-ID (WS-MAPA-IDX) TO LT-ACCT-ID
003112     MOVE "D" TO LT-TIPO-APUNTE
003113     MOVE MAP-MONEDA (WS-MAPA-IDX) TO LT-MONEDA
003114     MOVE PA-PATRONAL-TOTAL TO LT-IMPORTE
003115     IF PA-PATRONAL-TOTAL < ZERO
003116        PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
003117     END-IF
003118     MOVE SPACES TO LT-CONCEPTO
003119     STRING "SS EMPRESA DEPTO " PA-DEPARTAMENTO
003120        DELIMITED BY SIZE INTO LT-CONCEPTO
003121     MOVE WS-FECHA-PROCESO TO LT-FECHA
003122     MOVE ZERO TO LT-SEQ-REF
003123     MOVE ZERO TO LT-DOC-NO
003124     MOVE SPACES TO LT-IVA-CODIGO
003125     MOVE ZERO TO LT-CENTRO-COSTE
003126     MOVE PA-DEPARTAMENTO TO WS-ORG-DEPTO
003127     MOVE PA-DEPARTAMENTO TO WS-CCOSTE-DEPTO
003128     PERFORM 3100-BUSCAR-CCOSTE THRU 3100-EXIT
003129     MOVE LT-FECHA TO WS-ORG-FECHA
003130     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
003131     WRITE LEDGER-TRANS-REC
003132     IF NOT WS-PAYGLOUT-OK
003133        DISPLAY "PAYGL: ERROR GRABANDO PAYGLOUT "
003134            WS-PAYGLOUT-STATUS
003135        GO TO ABEND-CLEANUP
003136     END-IF
003137     ADD 1 TO WS-APUNTES-COUNT
003138     ADD 1 TO WS-LOTE-REGS
003139     ADD LT-ACCT-ID TO WS-LOTE-HASH
003140     ADD LT-IMPORTE TO WS-LOTE-IMPORTES
003141     ADD PA-PATRONAL-TOTAL TO WS-TOTAL-PATRONAL
003142     MOVE PA-DEPARTAMENTO TO DL-DEPTO
003143     MOVE LT-ACCT-ID TO DL-ACCT-ID
003144     MOVE PA-PATRONAL-TOTAL TO DL-IMPORTE
003145     MOVE "DEBITO SS EMPRESA" TO DL-NOTA
003146     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
003147 8550-SIGUE.
003148     PERFORM 8600-LEER-PATRTOT THRU 8600-EXIT.
003149 8550-EXIT.
003150     EXIT.
003151
003152 8600-LEER-PATRTOT.
003153     READ PATRONAL-TOT-FILE
003154        AT END
003155            SET WS-EOF-PATRTOT TO TRUE
003156     END-READ
003157     IF NOT WS-EOF-PATRTOT AND NOT WS-PATRTOT-OK
003158        DISPLAY "PAYGL: ERROR LEYENDO PATRTOT "
003159            WS-PATRTOT-STATUS
003160        GO TO ABEND-CLEANUP
003161     END-IF
003162 8600-EXIT.
003163     EXIT.
003164
003165*----------------------------------------------------------*
003166* NETOS POR FECHA DE NOMINA: SUMA NP-NETO DEL EMPNETO DE LA  *
003167* CORRIDA Y GENERA POR CADA FECHA UN DEBITO A LA CUENTA      *
003168* PUENTE Y UN CREDITO A LA CUENTA DE NETOS A PAGAR ("====")  *
003169* CON LT-FECHA = FECHA DE NOMINA, EN EL MISMO LOTE. ES LA    *
003170* PATA CONTABLE DE LA CONCILIACION DE PAGOCUAD. SIN EMPNETO  *
003171* (O VACIO) NO SE GENERA NADA; SIN "====" EN DEPTGL SE       *
003173* AVISA EN EL LISTADO Y SE OMITE LA PAREJA.                  *
003174*----------------------------------------------------------*
003175 8700-PROCESAR-NETOS.
003176     OPEN INPUT NETO-PAGO-FILE.
003177     IF WS-EMPNETO-NO-FILE
003178         MOVE "S" TO WS-SIN-EMPNETO-SW
003179         GO TO 8700-EXIT
003180     END-IF
003181     IF NOT WS-EMPNETO-OK
003182         DISPLAY "PAYGL: ERROR ABRIENDO EMPNETO "
003183             WS-EMPNETO-STATUS
003184         GO TO ABEND-CLEANUP
003185     END-IF
003186     PERFORM 8720-LEER-NETO THRU 8720-EXIT
003187         UNTIL WS-EOF-EMPNETO
003188     CLOSE NETO-PAGO-FILE
003189     IF WS-NETOS-COUNT = ZERO
003190         GO TO 8700-EXIT
003191     END-IF
003192     IF NOT WS-NETOS-HALLADA
003193         MOVE "====" TO DL-DEPTO
003194         MOVE ZERO TO DL-ACCT-ID
003195         MOVE ZERO TO DL-IMPORTE
003196         MOVE "SIN CUENTA DE NETOS" TO DL-NOTA
003197         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
003198         GO TO 8700-EXIT
003199     END-IF
003200     PERFORM 8750-GRABAR-NETOS-FECHA THRU 8750-EXIT
003201         VARYING WS-NETOS-IDX FROM 1 BY 1
003202         UNTIL WS-NETOS-IDX > WS-NETOS-COUNT
003203     PERFORM 8800-PROCESAR-GASTOS THRU 8800-EXIT
003204     PERFORM 8810-PROCESAR-EXTRAS THRU 8810-EXIT
003205     PERFORM 8900-PROCESAR-PRESTAMOS THRU 8900-EXIT
003206     PERFORM 8780-PROCESAR-IRPF THRU 8780-EXIT.
003207 8700-EXIT.
003208     EXIT.
003209
003210 8720-LEER-NETO.
003211     READ NETO-PAGO-FILE
003212         AT END
003213             SET WS-EOF-EMPNETO TO TRUE
003214             GO TO 8720-EXIT
003215     END-READ
003216     IF NOT WS-EMPNETO-OK
003217         DISPLAY "PAYGL: ERROR LEYENDO EMPNETO "
003218             WS-EMPNETO-STATUS
003219         GO TO ABEND-CLEANUP
003220     END-IF
003221     SET WS-NETOS-IDX TO 1
003222     SEARCH WS-NETOS-ENTRY
003223         AT END
003224             IF WS-NETOS-COUNT >= 50
003225                 DISPLAY "PAYGL: TABLA DE NETOS LLENA"
003226                 GO TO ABEND-CLEANUP
003227             END-IF
003228             ADD 1 TO WS-NETOS-COUNT
003229             SET WS-NETOS-IDX TO WS-NETOS-COUNT
003230             MOVE NP-FECHA-NOMINA TO NL-FECHA (WS-NETOS-IDX)
003231             MOVE ZERO TO NL-NETO (WS-NETOS-IDX)
003232             MOVE ZERO TO NL-IRPF (WS-NETOS-IDX)
003233         WHEN NL-FECHA (WS-NETOS-IDX) = NP-FECHA-NOMINA
003234             CONTINUE
003235     END-SEARCH
003236     ADD NP-NETO TO NL-NETO (WS-NETOS-IDX)
003237     ADD NP-IRPF TO NL-IRPF (WS-NETOS-IDX)
003238     ADD NP-AMORT-PRESTAMO TO WS-TOTAL-PRESTAMOS
003239     IF NOT NP-ORDINARIA
003240         PERFORM 8730-SUMAR-EXTRA THRU 8730-EXIT
003241     END-IF
003243     COMPUTE WS-GASTOS-NETO = NP-GASTOS-EXENTO + NP-GASTOS-SUJETO
003244     IF WS-GASTOS-NETO = ZERO
003245         GO TO 8720-EXIT
003246     END-IF
003247     SET WS-GASTOS-IDX TO 1
003248     SEARCH WS-GASTOS-ENTRY
003249         AT END
003250             IF WS-GASTOS-COUNT >= 500
003251                 DISPLAY "PAYGL: TABLA DE GASTOS DE VIAJE LLENA"
003252                 GO TO ABEND-CLEANUP
003253             END-IF
003254             ADD 1 TO WS-GASTOS-COUNT
003255             SET WS-GASTOS-IDX TO WS-GASTOS-COUNT
003256             MOVE NP-DEPARTAMENTO
003257                 TO GV-DEPARTAMENTO (WS-GASTOS-IDX)
003258             MOVE ZERO TO GV-IMPORTE (WS-GASTOS-IDX)
003259         WHEN GV-DEPARTAMENTO (WS-GASTOS-IDX) = NP-DEPARTAMENTO
003260             CONTINUE
003261     END-SEARCH
003262     ADD WS-GASTOS-NETO TO GV-IMPORTE (WS-GASTOS-IDX).
003263 8720-EXIT.
003264     EXIT.
003265
003266 8730-SUMAR-EXTRA.
003267     SET WS-EXTRAS-IDX TO 1
003268     SEARCH WS-EXTRAS-ENTRY
003269         AT END
003270             IF WS-EXTRAS-COUNT >= 500
003271                 DISPLAY "PAYGL: TABLA DE NOMINAS EXTRA LLENA"
003272                 GO TO ABEND-CLEANUP
003273             END-IF
003274             ADD 1 TO WS-EXTRAS-COUNT
003275             SET WS-EXTRAS-IDX TO WS-EXTRAS-COUNT
003276             MOVE NP-DEPARTAMENTO
003277                 TO XB-DEPARTAMENTO (WS-EXTRAS-IDX)
003278             MOVE ZERO TO XB-IMPORTE (WS-EXTRAS-IDX)
003279         WHEN XB-DEPARTAMENTO (WS-EXTRAS-IDX) = NP-DEPARTAMENTO
003280             CONTINUE
003281     END-SEARCH
003282     ADD NP-SALARIO-BRUTO TO XB-IMPORTE (WS-EXTRAS-IDX).
003283 8730-EXIT.
003284     EXIT.
003285
003286 8750-GRABAR-NETOS-FECHA.
003287     IF NL-NETO (WS-NETOS-IDX) = ZERO
003288         GO TO 8750-EXIT
003289     END-IF
003290     MOVE WS-CUENTA-PUENTE TO LT-ACCT-ID
003291     MOVE "D" TO LT-TIPO-APUNTE
003292     MOVE WS-MONEDA-PUENTE TO LT-MONEDA
003293     COMPUTE LT-IMPORTE = NL-NETO (WS-NETOS-IDX)
003294         ON SIZE ERROR
003295             DISPLAY "PAYGL: TOTAL DE NETOS DESBORDA EL "
003296                 "IMPORTE DEL APUNTE"
003297             GO TO ABEND-CLEANUP
003298     END-COMPUTE
003299     IF NL-NETO (WS-NETOS-IDX) < ZERO
003300         PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
003301     END-IF
003302     MOVE "NETOS NOMINA        " TO LT-CONCEPTO
003303     MOVE NL-FECHA (WS-NETOS-IDX) TO LT-FECHA
003304     MOVE ZERO TO LT-SEQ-REF
003305     MOVE ZERO TO LT-DOC-NO
003306     MOVE SPACES TO LT-IVA-CODIGO
003307     MOVE ZERO TO LT-CENTRO-COSTE
003308     MOVE "****" TO WS-ORG-DEPTO
003309     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
003310     MOVE "****" TO DL-DEPTO
003311     MOVE WS-CUENTA-PUENTE TO DL-ACCT-ID
003312     MOVE NL-NETO (WS-NETOS-IDX) TO DL-IMPORTE
003314     MOVE "DEBITO PUENTE NETOS" TO DL-NOTA
003315     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
003316     MOVE WS-CUENTA-NETOS TO LT-ACCT-ID
003317     MOVE "C" TO LT-TIPO-APUNTE
003318     MOVE WS-MONEDA-NETOS TO LT-MONEDA
003319     COMPUTE LT-IMPORTE = NL-NETO (WS-NETOS-IDX)
003320         ON SIZE ERROR
003321             DISPLAY "PAYGL: TOTAL DE NETOS DESBORDA EL "
003322                 "IMPORTE DEL APUNTE"
003323             GO TO ABEND-CLEANUP
003324     END-COMPUTE
003325     IF NL-NETO (WS-NETOS-IDX) < ZERO
003335         PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
003345     END-IF
003355     MOVE "NETOS NOMINA        " TO LT-CONCEPTO
003365     MOVE NL-FECHA (WS-NETOS-IDX) TO LT-FECHA
003375     MOVE ZERO TO LT-SEQ-REF
003385     MOVE ZERO TO LT-DOC-NO
003395     MOVE SPACES TO LT-IVA-CODIGO
003405     MOVE ZERO TO LT-CENTRO-COSTE
003415     MOVE "====" TO WS-ORG-DEPTO
003425     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
003435     MOVE "====" TO DL-DEPTO
003445     MOVE WS-CUENTA-NETOS TO DL-ACCT-ID
003455     MOVE NL-NETO (WS-NETOS-IDX) TO DL-IMPORTE
003465     MOVE "CREDITO NETOS A PAGAR" TO DL-NOTA
003475     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
003485 8750-EXIT.
003495     EXIT.
003505
003515 8770-GRABAR-APUNTE-NETO.
003525     MOVE LT-FECHA TO WS-ORG-FECHA
003535     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
003545     WRITE LEDGER-TRANS-REC
003555     IF NOT WS-PAYGLOUT-OK
003565         DISPLAY "PAYGL: ERROR GRABANDO PAYGLOUT "
003575             WS-PAYGLOUT-STATUS
003585         GO TO ABEND-CLEANUP
003595     END-IF
003605     ADD 1 TO WS-APUNTES-COUNT
003615     ADD 1 TO WS-LOTE-REGS
003625     ADD LT-ACCT-ID TO WS-LOTE-HASH
003635     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
003645 8770-EXIT.
003655     EXIT.
003665
003675*----------------------------------------------------------*
003685* UN APUNTE DE IMPORTE NEGATIVO (UNA ANULACION QUE PESA MAS  *
003695* QUE LO PAGADO) SE GRABA POR SU VALOR ABSOLUTO, QUE ES LO   *
003705* QUE DEJA EL MOVE A LT-IMPORTE, CON EL DEBITO Y EL CREDITO  *
003715* INVERTIDOS.                                                *
003725*----------------------------------------------------------*
003735 8760-INVERTIR-APUNTE.
003745     IF LT-TIPO-APUNTE = "D"
003755         MOVE "C" TO LT-TIPO-APUNTE
003765     ELSE
003775         MOVE "D" TO LT-TIPO-APUNTE
003785     END-IF.
003795 8760-EXIT.
003805     EXIT.
003815
003825*----------------------------------------------------------*
003835* RETENCION DE IRPF POR FECHA DE NOMINA: DEBITO A LA         *
003845* CUENTA PUENTE Y CREDITO A LA CUENTA DE RETENCIONES A       *
003855* PAGAR ("%%%%") CON LT-FECHA = FECHA DE NOMINA. SIN         *
003865* "%%%%" EN DEPTGL SE AVISA EN EL LISTADO Y SE OMITE LA      *
003875* PAREJA.                                                    *
003885*----------------------------------------------------------*
003895 8780-PROCESAR-IRPF.
003905     IF NOT WS-IRPF-HALLADA
003915         ADD 1 TO WS-SIN-CUENTA-COUNT
003925         MOVE "%%%%" TO DL-DEPTO
003935         MOVE ZERO TO DL-ACCT-ID
003945         MOVE ZERO TO DL-IMPORTE
003955         MOVE "SIN CUENTA DE IRPF" TO DL-NOTA
003965         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
003975         GO TO 8780-EXIT
003985     END-IF
003995     PERFORM 8790-GRABAR-IRPF-FECHA THRU 8790-EXIT
004005         VARYING WS-NETOS-IDX FROM 1 BY 1
004015         UNTIL WS-NETOS-IDX > WS-NETOS-COUNT.
004025 8780-EXIT.
004035     EXIT.
004045
004055 8790-GRABAR-IRPF-FECHA.
004065     IF NL-IRPF (WS-NETOS-IDX) = ZERO
004075         GO TO 8790-EXIT
004085     END-IF
004095     MOVE WS-CUENTA-PUENTE TO LT-ACCT-ID
004105     MOVE "D" TO LT-TIPO-APUNTE
004115     MOVE WS-MONEDA-PUENTE TO LT-MONEDA
004125     COMPUTE LT-IMPORTE = NL-IRPF (WS-NETOS-IDX)
004135         ON SIZE ERROR
004145             DISPLAY "PAYGL: TOTAL DE IRPF DESBORDA EL "
004155                 "IMPORTE DEL APUNTE"
004165             GO TO ABEND-CLEANUP
004175     END-COMPUTE
004185     IF NL-IRPF (WS-NETOS-IDX) < ZERO
004195         PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
004205     END-IF
004215     MOVE "RETENCION IRPF      " TO LT-CONCEPTO
004225     MOVE NL-FECHA (WS-NETOS-IDX) TO LT-FECHA
004235     MOVE ZERO TO LT-SEQ-REF
004245     MOVE ZERO TO LT-DOC-NO
004255     MOVE SPACES TO LT-IVA-CODIGO
004265     MOVE ZERO TO LT-CENTRO-COSTE
004275     MOVE "****" TO WS-ORG-DEPTO
004285     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
004295     MOVE "****" TO DL-DEPTO
004305     MOVE WS-CUENTA-PUENTE TO DL-ACCT-ID
004315     MOVE NL-IRPF (WS-NETOS-IDX) TO DL-IMPORTE
004325     MOVE "DEBITO PUENTE IRPF" TO DL-NOTA
004335     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
004345     MOVE WS-CUENTA-IRPF TO LT-ACCT-ID
004355     MOVE "C" TO LT-TIPO-APUNTE
004365     MOVE WS-MONEDA-IRPF TO LT-MONEDA
004375     IF NL-IRPF (WS-NETOS-IDX) < ZERO
004385         PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
004395     END-IF
004405     MOVE "%%%%" TO WS-ORG-DEPTO
004415     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
004425     MOVE "%%%%" TO DL-DEPTO
004435     MOVE WS-CUENTA-IRPF TO DL-ACCT-ID
004445     MOVE NL-IRPF (WS-NETOS-IDX) TO DL-IMPORTE
004455     MOVE "CREDITO RETENCIONES IRPF" TO DL-NOTA
004465     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
004475 8790-EXIT.
004485     EXIT.
004495
004505*----------------------------------------------------------*
004515* GASTOS DE VIAJE: UN DEBITO POR DEPARTAMENTO A SU CUENTA    *
004525* DE GASTO EN DEPTGL Y UN CREDITO A LA CUENTA PUENTE POR EL  *
004535* TOTAL CARGADO. UN DEPARTAMENTO SIN CUENTA SE AVISA EN EL   *
004545* LISTADO Y QUEDA FUERA DEL CREDITO, COMO EN LOS SALARIOS.   *
004555*----------------------------------------------------------*
004565 8800-PROCESAR-GASTOS.
004575     IF WS-GASTOS-COUNT = ZERO
004585         GO TO 8800-EXIT
004595     END-IF
004605     MOVE ZERO TO WS-TOTAL-GASTOS
004615     PERFORM 8850-DEBITO-GASTOS THRU 8850-EXIT
004625         VARYING WS-GASTOS-IDX FROM 1 BY 1
004635         UNTIL WS-GASTOS-IDX > WS-GASTOS-COUNT
004645     IF WS-TOTAL-GASTOS = ZERO
004655         GO TO 8800-EXIT
004665     END-IF
004675     MOVE WS-CUENTA-PUENTE TO LT-ACCT-ID
004685     MOVE "C" TO LT-TIPO-APUNTE
004695     MOVE WS-MONEDA-PUENTE TO LT-MONEDA
004705     COMPUTE LT-IMPORTE = WS-TOTAL-GASTOS
004715         ON SIZE ERROR
004725             DISPLAY "PAYGL: TOTAL DE GASTOS DESBORDA EL "
004735                 "IMPORTE DEL APUNTE"
004745             GO TO ABEND-CLEANUP
004755     END-COMPUTE
004765     IF WS-TOTAL-GASTOS < ZERO
004775         PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
004785     END-IF
004795     MOVE "GASTOS VIAJE        " TO LT-CONCEPTO
004805     MOVE WS-FECHA-PROCESO TO LT-FECHA
004815     MOVE ZERO TO LT-SEQ-REF
004825     MOVE ZERO TO LT-DOC-NO
004835     MOVE SPACES TO LT-IVA-CODIGO
004845     MOVE ZERO TO LT-CENTRO-COSTE
004855     MOVE "****" TO WS-ORG-DEPTO
004865     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
004875     MOVE "****" TO DL-DEPTO
004885     MOVE WS-CUENTA-PUENTE TO DL-ACCT-ID
004895     MOVE WS-TOTAL-GASTOS TO DL-IMPORTE
004905     MOVE "CREDITO PUENTE GASTOS VIAJE" TO DL-NOTA
004915     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
004925 8800-EXIT.
004935     EXIT.
004945
004955 8850-DEBITO-GASTOS.
004965     IF GV-IMPORTE (WS-GASTOS-IDX) = ZERO
004975        GO TO 8850-EXIT
004985     END-IF
004995     MOVE "N" TO WS-DEPTO-HALLADO-SW
005005     SET WS-MAPA-IDX TO 1
005015     SEARCH WS-MAPA-ENTRY
005025        AT END
005035            CONTINUE
005045        WHEN MAP-DEPARTAMENTO (WS-MAPA-IDX) =
005055                GV-DEPARTAMENTO (WS-GASTOS-IDX)
005065            SET WS-DEPTO-HALLADO TO TRUE
005075     END-SEARCH
005085     IF NOT WS-DEPTO-HALLADO
005095        ADD 1 TO WS-SIN-CUENTA-COUNT
005105        MOVE GV-DEPARTAMENTO (WS-GASTOS-IDX) TO DL-DEPTO
005115        MOVE ZERO TO DL-ACCT-ID
005125        MOVE GV-IMPORTE (WS-GASTOS-IDX) TO DL-IMPORTE
005135        MOVE "GASTOS VIAJE SIN CUENTA" TO DL-NOTA
005145        PERFORM 7000-WRITE-RPT THRU 7000-EXIT
005155        GO TO 8850-EXIT
005165     END-IF
005175     MOVE MAP-ACCT-ID (WS-MAPA-IDX) TO LT-ACCT-ID
005185     MOVE "D" TO LT-TIPO-APUNTE
005195     MOVE MAP-MONEDA (WS-MAPA-IDX) TO LT-MONEDA
005205     MOVE GV-IMPORTE (WS-GASTOS-IDX) TO LT-IMPORTE
005215     IF GV-IMPORTE (WS-GASTOS-IDX) < ZERO
005225        PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
005235     END-IF
005245     MOVE SPACES TO LT-CONCEPTO
005255     STRING "GASTOS VIAJE DEPTO " GV-DEPARTAMENTO (WS-GASTOS-IDX)
005265        DELIMITED BY SIZE INTO LT-CONCEPTO
005275     MOVE WS-FECHA-PROCESO TO LT-FECHA
005285     MOVE ZERO TO LT-SEQ-REF
005295     MOVE ZERO TO LT-DOC-NO
005305     MOVE SPACES TO LT-IVA-CODIGO
005315     MOVE ZERO TO LT-CENTRO-COSTE
005325     MOVE GV-DEPARTAMENTO (WS-GASTOS-IDX) TO WS-ORG-DEPTO
005335     MOVE GV-DEPARTAMENTO (WS-GASTOS-IDX) TO WS-CCOSTE-DEPTO
005345     PERFORM 3100-BUSCAR-CCOSTE THRU 3100-EXIT
005355     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
005365     ADD GV-IMPORTE (WS-GASTOS-IDX) TO WS-TOTAL-GASTOS
005375     MOVE GV-DEPARTAMENTO (WS-GASTOS-IDX) TO DL-DEPTO
005385     MOVE LT-ACCT-ID TO DL-ACCT-ID
005395     MOVE GV-IMPORTE (WS-GASTOS-IDX) TO DL-IMPORTE
005405     MOVE "DEBITO GASTOS VIAJE" TO DL-NOTA
005415     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
005425 8850-EXIT.
005435     EXIT.
005445
005455*----------------------------------------------------------*
005465* NOMINAS FUERA DE CICLO: EL BRUTO NO VIENE EN PAYTOT, QUE   *
005475* SALE DEL MAESTRO. UN DEBITO POR DEPARTAMENTO A SU CUENTA   *
005485* DE GASTO Y UN CREDITO A LA CUENTA PUENTE POR EL TOTAL      *
005495* CARGADO, CON EL MISMO CRITERIO QUE LOS GASTOS DE VIAJE.    *
005505*----------------------------------------------------------*
005515 8810-PROCESAR-EXTRAS.
005525     IF WS-EXTRAS-COUNT = ZERO
005535         GO TO 8810-EXIT
005545     END-IF
005555     MOVE ZERO TO WS-TOTAL-EXTRAS
005565     PERFORM 8860-DEBITO-EXTRAS THRU 8860-EXIT
005575         VARYING WS-EXTRAS-IDX FROM 1 BY 1
005585         UNTIL WS-EXTRAS-IDX > WS-EXTRAS-COUNT
005595     IF WS-TOTAL-EXTRAS = ZERO
005605         GO TO 8810-EXIT
005615     END-IF
005625     MOVE WS-CUENTA-PUENTE TO LT-ACCT-ID
005635     MOVE "C" TO LT-TIPO-APUNTE
005645     MOVE WS-MONEDA-PUENTE TO LT-MONEDA
005655     COMPUTE LT-IMPORTE = WS-TOTAL-EXTRAS
005665         ON SIZE ERROR
005675             DISPLAY "PAYGL: TOTAL DE NOMINAS EXTRA DESBORDA EL "
005685                 "IMPORTE DEL APUNTE"
005695             GO TO ABEND-CLEANUP
005705     END-COMPUTE
005715     IF WS-TOTAL-EXTRAS < ZERO
005725         PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
005735     END-IF
005745     MOVE "NOMINA EXTRA        " TO LT-CONCEPTO
005755     MOVE WS-FECHA-PROCESO TO LT-FECHA
005765     MOVE ZERO TO LT-SEQ-REF
005775     MOVE ZERO TO LT-DOC-NO
005785     MOVE SPACES TO LT-IVA-CODIGO
005795     MOVE ZERO TO LT-CENTRO-COSTE
005805     MOVE "****" TO WS-ORG-DEPTO
005815     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
005825     MOVE "****" TO DL-DEPTO
005835     MOVE WS-CUENTA-PUENTE TO DL-ACCT-ID
005845     MOVE WS-TOTAL-EXTRAS TO DL-IMPORTE
005855     MOVE "CREDITO PUENTE NOMINA EXTRA" TO DL-NOTA
005865     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
005875 8810-EXIT.
005885     EXIT.
005895
005905 8860-DEBITO-EXTRAS.
005915     IF XB-IMPORTE (WS-EXTRAS-IDX) = ZERO
005925        GO TO 8860-EXIT
005935     END-IF
005945     MOVE "N" TO WS-DEPTO-HALLADO-SW
005955     SET WS-MAPA-IDX TO 1
005965     SEARCH WS-MAPA-ENTRY
005975        AT END
005985            CONTINUE
005995        WHEN MAP-DEPARTAMENTO (WS-MAPA-IDX) =
006005                XB-DEPARTAMENTO (WS-EXTRAS-IDX)
006015            SET WS-DEPTO-HALLADO TO TRUE
006025     END-SEARCH
006035     IF NOT WS-DEPTO-HALLADO
006045        ADD 1 TO WS-SIN-CUENTA-COUNT
006055        MOVE XB-DEPARTAMENTO (WS-EXTRAS-IDX) TO DL-DEPTO
006065        MOVE ZERO TO DL-ACCT-ID
006075        MOVE XB-IMPORTE (WS-EXTRAS-IDX) TO DL-IMPORTE
006085        MOVE "NOMINA EXTRA SIN CUENTA" TO DL-NOTA
006095        PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006105        GO TO 8860-EXIT
006115     END-IF
006125     MOVE MAP-ACCT-ID (WS-MAPA-IDX) TO LT-ACCT-ID
006135     MOVE "D" TO LT-TIPO-APUNTE
006145     MOVE MAP-MONEDA (WS-MAPA-IDX) TO LT-MONEDA
006155     MOVE XB-IMPORTE (WS-EXTRAS-IDX) TO LT-IMPORTE
006165     IF XB-IMPORTE (WS-EXTRAS-IDX) < ZERO
006175        PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
006185     END-IF
006195     MOVE SPACES TO LT-CONCEPTO
006205     STRING "NOMINA EXTRA DEPTO " XB-DEPARTAMENTO (WS-EXTRAS-IDX)
006215        DELIMITED BY SIZE INTO LT-CONCEPTO
006225     MOVE WS-FECHA-PROCESO TO LT-FECHA
006235     MOVE ZERO TO LT-SEQ-REF
006245     MOVE ZERO TO LT-DOC-NO
006255     MOVE SPACES TO LT-IVA-CODIGO
006265     MOVE ZERO TO LT-CENTRO-COSTE
006275     MOVE XB-DEPARTAMENTO (WS-EXTRAS-IDX) TO WS-ORG-DEPTO
006285     MOVE XB-DEPARTAMENTO (WS-EXTRAS-IDX) TO WS-CCOSTE-DEPTO
006295     PERFORM 3100-BUSCAR-CCOSTE THRU 3100-EXIT
006305     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
006315     ADD XB-IMPORTE (WS-EXTRAS-IDX) TO WS-TOTAL-EXTRAS
006325     MOVE XB-DEPARTAMENTO (WS-EXTRAS-IDX) TO DL-DEPTO
006335     MOVE LT-ACCT-ID TO DL-ACCT-ID
006345     MOVE XB-IMPORTE (WS-EXTRAS-IDX) TO DL-IMPORTE
006355     MOVE "DEBITO NOMINA EXTRA" TO DL-NOTA
006365     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
006375 8860-EXIT.
006385     EXIT.
006395
006405*----------------------------------------------------------*
006415* PRESTAMOS AL PERSONAL: LA AMORTIZACION RETENIDA EN NOMINA  *
006425* SE ABONA A LA CUENTA DE PRESTAMOS DE PRTPARM (LA MISMA     *
006435* QUE CARGA PRESTMAN AL DESEMBOLSAR) CONTRA UN DEBITO A LA   *
006445* CUENTA PUENTE. SIN PRTPARM, O SIN CUENTA EN EL, SE AVISA   *
006455* EN EL LISTADO Y SE OMITE LA PAREJA.                        *
006465*----------------------------------------------------------*
006475 8900-PROCESAR-PRESTAMOS.
006485     IF WS-TOTAL-PRESTAMOS = ZERO
006495         GO TO 8900-EXIT
006505     END-IF
006515     OPEN INPUT PRESTAMO-PARM-FILE
006525     IF WS-PRTPARM-NO-FILE
006535         GO TO 8900-SIN-CUENTA
006545     END-IF
006555     IF NOT WS-PRTPARM-OK
006565         DISPLAY "PAYGL: ERROR ABRIENDO PRTPARM "
006575             WS-PRTPARM-STATUS
006585         GO TO ABEND-CLEANUP
006595     END-IF
006605     READ PRESTAMO-PARM-FILE
006615         AT END
006625             MOVE ZERO TO PI-CUENTA-PRESTAMOS
006635     END-READ
006645     CLOSE PRESTAMO-PARM-FILE
006655     IF PI-CUENTA-PRESTAMOS IS NOT NUMERIC
006665         OR PI-CUENTA-PRESTAMOS = ZERO
006675         GO TO 8900-SIN-CUENTA
006685     END-IF
006695     MOVE PI-CUENTA-PRESTAMOS TO WS-CUENTA-PRESTAMOS
006705     MOVE PI-MONEDA TO WS-MONEDA-PRESTAMOS
006715     IF WS-MONEDA-PRESTAMOS = SPACES
006725         MOVE "EUR" TO WS-MONEDA-PRESTAMOS
006735     END-IF
006745     MOVE WS-CUENTA-PUENTE TO LT-ACCT-ID
006755     MOVE "D" TO LT-TIPO-APUNTE
006765     MOVE WS-MONEDA-PUENTE TO LT-MONEDA
006775     COMPUTE LT-IMPORTE = WS-TOTAL-PRESTAMOS
006785         ON SIZE ERROR
006795             DISPLAY "PAYGL: TOTAL DE PRESTAMOS DESBORDA EL "
006805                 "IMPORTE DEL APUNTE"
006815             GO TO ABEND-CLEANUP
006825     END-COMPUTE
006835     IF WS-TOTAL-PRESTAMOS < ZERO
006845         PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
006855     END-IF
006865     MOVE "AMORT. PRESTAMOS    " TO LT-CONCEPTO
006875     MOVE WS-FECHA-PROCESO TO LT-FECHA
006885     MOVE ZERO TO LT-SEQ-REF
006895     MOVE ZERO TO LT-DOC-NO
006905     MOVE SPACES TO LT-IVA-CODIGO
006915     MOVE ZERO TO LT-CENTRO-COSTE
006925     MOVE "****" TO WS-ORG-DEPTO
006935     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
006945     MOVE "****" TO DL-DEPTO
006955     MOVE WS-CUENTA-PUENTE TO DL-ACCT-ID
006965     MOVE WS-TOTAL-PRESTAMOS TO DL-IMPORTE
006975     MOVE "DEBITO PUENTE PRESTAMOS" TO DL-NOTA
006985     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
006995     MOVE WS-CUENTA-PRESTAMOS TO LT-ACCT-ID
007005     MOVE "C" TO LT-TIPO-APUNTE
007015     MOVE WS-MONEDA-PRESTAMOS TO LT-MONEDA
007025     IF WS-TOTAL-PRESTAMOS < ZERO
007035         PERFORM 8760-INVERTIR-APUNTE THRU 8760-EXIT
007045     END-IF
007055     PERFORM 8770-GRABAR-APUNTE-NETO THRU 8770-EXIT
007065     MOVE SPACES TO DL-DEPTO
007075     MOVE WS-CUENTA-PRESTAMOS TO DL-ACCT-ID
007085     MOVE WS-TOTAL-PRESTAMOS TO DL-IMPORTE
007095     MOVE "CREDITO PRESTAMOS PERSONAL" TO DL-NOTA
007105     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
007115     GO TO 8900-EXIT.
007125 8900-SIN-CUENTA.
007135     ADD 1 TO WS-SIN-CUENTA-COUNT
007145     MOVE SPACES TO DL-DEPTO
007155     MOVE ZERO TO DL-ACCT-ID
007165     MOVE WS-TOTAL-PRESTAMOS TO DL-IMPORTE
007175     MOVE "PRESTAMOS SIN CUENTA" TO DL-NOTA
007185     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
007195 8900-EXIT.
007205     EXIT.
007215
007225 7000-WRITE-RPT.
007235     MOVE WS-DET-LINE TO PAYGL-RPT-LINE
007245     WRITE PAYGL-RPT-LINE
007255     IF NOT WS-PAYGLRPT-OK
007265         DISPLAY "PAYGL: ERROR ESCRIBIENDO PAYGLRPT "
007275             WS-PAYGLRPT-STATUS
007285         GO TO ABEND-CLEANUP
007295     END-IF.
007305 7000-EXIT.
007315     EXIT.
007325
007335 9000-TERMINATE.
007345     MOVE SPACES TO LEDGER-CTL-REC
007355     MOVE "TRL" TO LC-TIPO-REG
007365     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
007375     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
007385     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
007395     WRITE LEDGER-CTL-REC
007405     IF NOT WS-PAYGLOUT-OK
007415         DISPLAY "PAYGL: ERROR GRABANDO PAYGLOUT "
007425             WS-PAYGLOUT-STATUS
007435         GO TO ABEND-CLEANUP
007445     END-IF
003340     CLOSE PAYROLL-TOT-FILE.
003350     CLOSE DEPT-GL-FILE.
003352     IF NOT WS-SIN-DEPTMSTR
003354         CLOSE DEPTO-MASTER-FILE
003356     END-IF
003360     CLOSE LEDGER-TRANS-FILE.
003370     CLOSE PAYGL-RPT-FILE.
003380     DISPLAY "PAYGL: TOTALES LEIDOS    " WS-LEIDOS-COUNT.
003450     DISPLAY "PAYGL: TERMINACION ANORMAL - CERRANDO FICHEROS".
003460     CLOSE PAYROLL-TOT-FILE.
003470     CLOSE DEPT-GL-FILE.
003475     CLOSE DEPTO-MASTER-FILE.
003480     CLOSE LEDGER-TRANS-FILE.
003490     CLOSE PAYGL-RPT-FILE.
003500     MOVE 16 TO RETURN-CODE.

000329*                CUADRE NO PODIA CASAR NUNCA. DE VARIOS      *
000330*                REGISTROS DE LA MISMA FECHA (RELANCES) SE   *
000331*                RETIENE EL ULTIMO ANEXADO.                  *
000332* 2026-10-15 DR  CADA CERTIFICADO IMPRIME TRAS LA LINEA DEL  *
000333*                EMPLEADO SUS CIRCUNSTANCIAS PERSONALES Y    *
000334*                FAMILIARES DE FAMMSTR (COPY SITFAM):        *
000335*                SITUACION, DESCENDIENTES CON SU EDAD AL     *
000336*                CIERRE DEL EJERCICIO, DEPENDIENTES          *
000337*                DISCAPACITADOS, GRADO DE DISCAPACIDAD Y     *
000338*                AYUDA DE TERCERA PERSONA, HIPOTECA Y        *
000339*                MOVILIDAD, O "NO COMUNICADA" SI NO TIENE    *
000340*                REGISTRO. SIN FAMMSTR EL CERTIFICADO NO     *
000341*                CAMBIA.                                     *
000342* 2026-10-15 DR  LOS TOTALES DE CORRIDA DE PAYTOTAN SE       *
000343*                RETIENEN POR FECHA DE NOMINA Y FECHA DE     *
000344*                PAGO (NT-FECHA-PAGO; SI VIENE A CERO VALE   *
000345*                LA FECHA DE NOMINA): UNA                    *
000346*                NOMINA EXTRAORDINARIA DE UN PERIODO PASADO  *
000347*                SE CARGA CON LA FECHA DE NOMINA DE ESE      *
000348*                PERIODO Y NO DEBE PISAR EL TOTAL DE SU      *
000349*                CORRIDA ORDINARIA. LOS TOTALES LLEVAN SIGNO *
000350*                (UNA ANULACION RESTA) Y LA TABLA CRECE A    *
000351*                500.                                        *
000353*----------------------------------------------------------*
000355
000357 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS EMP-ID
000520         FILE STATUS IS WS-EMPMSTR-STATUS.
000521
000523     SELECT FAMILIA-MASTER-FILE ASSIGN TO "FAMMSTR"
000524         ORGANIZATION IS INDEXED
000526         ACCESS MODE IS RANDOM
000527         RECORD KEY IS SF-EMP-ID
000529         FILE STATUS IS WS-FAMMSTR-STATUS.
000530
000540     SELECT PARM-FILE ASSIGN TO "CERTPARM"
000550         ORGANIZATION IS SEQUENTIAL
000720 FD  EMPLEADO-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY EMPLEADO.
000742
000744 FD  FAMILIA-MASTER-FILE
000746     LABEL RECORDS ARE STANDARD.
000748     COPY SITFAM.
000750
000760 FD  PARM-FILE
000770     LABEL RECORDS ARE STANDARD.
000940 01  WS-EMPMSTR-STATUS           PIC X(02) VALUE SPACES.
000950     88 WS-EMPMSTR-OK                VALUE "00".
000960     88 WS-EMPMSTR-NOT-FOUND         VALUE "23".
000962
000964 01  WS-FAMMSTR-STATUS           PIC X(02) VALUE SPACES.
000966     88 WS-FAMMSTR-OK                VALUE "00".
000968     88 WS-FAMMSTR-NO-FILE           VALUE "35".
000970
000980 01  WS-CERTPARM-STATUS          PIC X(02) VALUE SPACES.
000990     88 WS-CERTPARM-OK               VALUE "00".
001160         88 WS-SIN-PAYTOTAN         VALUE "S".
001170     05 WS-EMP-PENDIENTE-SW    PIC X(01) VALUE "N".
001180         88 WS-EMP-PENDIENTE        VALUE "S".
001183     05 WS-SIN-FAMMSTR-SW      PIC X(01) VALUE "N".
001187         88 WS-SIN-FAMMSTR          VALUE "S".
001190
001200 01  WS-COUNTERS.
001210     05 WS-CERT-COUNT          PIC 9(05) COMP VALUE ZERO.
001390 01  WS-TOTAL-BRUTO              PIC 9(11)V99 VALUE ZERO.
001400 01  WS-TOTAL-IRPF               PIC 9(11)V99 VALUE ZERO.
001410 01  WS-TOTAL-SEGSOC             PIC 9(11)V99 VALUE ZERO.
001420 01  WS-RUN-BRUTO                PIC S9(11)V99 VALUE ZERO.
001422 01  WS-RUN-IRPF                 PIC S9(11)V99 VALUE ZERO.
001424 01  WS-RUN-SEGSOC               PIC S9(11)V99 VALUE ZERO.
001430 01  WS-DESCUADRE                PIC S9(11)V99 VALUE ZERO.
001432 01  WS-HAY-DESCUADRE-SW         PIC X(01) VALUE "N".
001434     88 WS-HAY-DESCUADRE             VALUE "S".
001440 01  WS-FECHA-TOT-ED REDEFINES WS-FECHA-TOT.
001442     05 WS-ANIO-TOT              PIC 9(04).
001444     05 WS-MMDD-TOT              PIC 9(04).
001445 01  WS-FECHA-PAGO-TOT           PIC 9(08) VALUE ZERO.
001446
001448*----------------------------------------------------------*
001450* TOTALES DE CORRIDA DEL EJERCICIO, UNO POR FECHA DE NOMINA  *
001452* Y FECHA DE PAGO: DE VARIOS REGISTROS DE LA MISMA PAREJA    *
001454* (RELANCES DE LA CADENA) VALE EL ULTIMO ANEXADO A PAYTOTAN. *
001456*----------------------------------------------------------*
001458 01  WS-RUN-COUNT                PIC 9(03) COMP VALUE ZERO.
001460 01  WS-RUN-TABLE.
001462     05 WS-RUN-ENTRY OCCURS 1 TO 500 TIMES
001464             DEPENDING ON WS-RUN-COUNT
001466             INDEXED BY WS-RUN-IDX.
001468         10 RT-FECHA             PIC 9(08).
001469         10 RT-FECHA-PAGO        PIC 9(08).
001470         10 RT-BRUTO             PIC S9(11)V99.
001472         10 RT-IRPF              PIC S9(11)V99.
001474         10 RT-SEGSOC            PIC S9(11)V99.
001475
001476 01  WS-SEPARADOR-LINE           PIC X(60) VALUE ALL "=".
001477
001478 01  WS-TITULO-LINE.
001480     05 FILLER                  PIC X(39) VALUE
001490         "CERTIFICADO DE RETENCIONES - EJERCICIO ".
001500     05 TI-ANIO                 PIC 9(04).
001670     05 KL-TEXTO                PIC X(28).
001680     05 FILLER                  PIC X(02) VALUE SPACES.
001690     05 KL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001691
001692*----------------------------------------------------------*
001693* CIRCUNSTANCIAS PERSONALES Y FAMILIARES DEL EMPLEADO EN     *
001694* FAMMSTR AL EMITIR EL CERTIFICADO, CON LA EDAD DE LOS SEIS  *
001695* PRIMEROS DESCENDIENTES AL CIERRE DEL EJERCICIO.            *
001696*----------------------------------------------------------*
001697 01  WS-HIJO-SUB                 PIC 9(02) COMP VALUE ZERO.
001698 01  WS-HIJOS-CON-FECHA          PIC 9(02) COMP VALUE ZERO.
001699 01  WS-EDAD-HIJO                PIC S9(04) COMP VALUE ZERO.
001700
001701 01  WS-FAM-SIT-LINE.
001702     05 FILLER                  PIC X(21) VALUE
001703         "  SITUACION FAMILIAR ".
001704     05 FSL-SITUACION           PIC X(01).
001705     05 FILLER                  PIC X(01) VALUE SPACES.
001706     05 FSL-TEXTO               PIC X(40).
001707
001708 01  WS-FAM-HIJOS-LINE.
001709     05 FILLER                  PIC X(16) VALUE
001710         "  DESCENDIENTES ".
001711     05 FHL-NUM-HIJOS           PIC Z9.
001712     05 FILLER                  PIC X(09) VALUE "  EDADES:".
001713     05 FHL-EDADES.
001714         10 FHL-EDAD-ENTRY OCCURS 6 TIMES.
001715             15 FILLER          PIC X(01).
001716             15 FHL-EDAD        PIC ZZ9.
001717
001718 01  WS-FAM-DEP-LINE.
001719     05 FILLER                  PIC X(38) VALUE
001720         "  DEPENDIENTES DISCAPACITADOS 33-64%: ".
001721     05 FDL-DISCAP-33           PIC Z9.
001722     05 FILLER                  PIC X(14) VALUE "   65% O MAS: ".
001723     05 FDL-DISCAP-65           PIC Z9.
001724
001725 01  WS-FAM-GRADO-LINE.
001726     05 FILLER                  PIC X(22) VALUE
001727         "  GRADO DISCAPACIDAD: ".
001728     05 FGL-GRADO               PIC ZZ9.
001729     05 FILLER                  PIC X(27) VALUE
001730         "%   AYUDA TERCERA PERSONA: ".
001731     05 FGL-AYUDA               PIC X(01).
001732
001733 01  WS-FAM-OTROS-LINE.
001734     05 FILLER                  PIC X(32) VALUE
001735         "  PRESTAMO VIVIENDA ANTES 2013: ".
001736     05 FOL-HIPOTECA            PIC X(01).
001737     05 FILLER                  PIC X(25) VALUE
001738         "   MOVILIDAD GEOGRAFICA: ".
001739     05 FOL-MOVILIDAD           PIC X(01).
001740
001742 PROCEDURE DIVISION.
001744
001746 0000-MAINLINE.
001748     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001750     PERFORM 2000-PROCESS-HIST THRU 2000-EXIT
001760         UNTIL WS-EOF-HIST.
001770     IF WS-EMP-PENDIENTE
001970             WS-EMPMSTR-STATUS
001980         GO TO ABEND-CLEANUP
001990     END-IF
001991     OPEN INPUT FAMILIA-MASTER-FILE.
001992     IF WS-FAMMSTR-NO-FILE
001993         MOVE "S" TO WS-SIN-FAMMSTR-SW
001994         DISPLAY "CERTIRPF: FAMMSTR NO EXISTE, SIN CIRCUNSTANCIAS"
001995     ELSE
001996         IF NOT WS-FAMMSTR-OK
001997             DISPLAY "CERTIRPF: ERROR ABRIENDO FAMMSTR "
001998                 WS-FAMMSTR-STATUS
001999             GO TO ABEND-CLEANUP
002000         END-IF
002001     END-IF
002005     OPEN OUTPUT CERT-RPT-FILE.
002010     IF NOT WS-CERTRPT-OK
002020         DISPLAY "CERTIRPF: ERROR ABRIENDO CERTRPT "
002030             WS-CERTRPT-STATUS
002870     END-READ
002880     MOVE WS-EMPLEADO-LINE TO CERT-RPT-LINE
002890     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002895     PERFORM 5100-CIRCUNSTANCIAS THRU 5100-EXIT
002900     MOVE "PERCEPCION INTEGRA ANUAL    " TO CL-TEXTO
002910     MOVE WS-CERT-BRUTO TO CL-IMPORTE
002920     PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
003040     ADD WS-CERT-SEGSOC TO WS-TOTAL-SEGSOC
003050     MOVE "N" TO WS-EMP-PENDIENTE-SW.
003060 5000-EXIT.
003061     EXIT.
003062
003063*----------------------------------------------------------*
003064* CIRCUNSTANCIAS PERSONALES Y FAMILIARES COMUNICADAS POR EL  *
003065* EMPLEADO (FAMMSTR) QUE DETERMINAN SU RETENCION. SIN EL     *
003066* MAESTRO NO SE IMPRIMEN; SIN REGISTRO SE INDICA QUE NO LAS  *
003067* COMUNICO. LOS INDICADORES EN BLANCO SE IMPRIMEN COMO "N".  *
003068*----------------------------------------------------------*
003069 5100-CIRCUNSTANCIAS.
003070     IF WS-SIN-FAMMSTR
003071         GO TO 5100-EXIT
003072     END-IF
003073     MOVE WS-CERT-EMP-ID TO SF-EMP-ID
003074     READ FAMILIA-MASTER-FILE
003075         INVALID KEY
003076             MOVE SPACES TO FSL-SITUACION
003077             MOVE "NO COMUNICADA" TO FSL-TEXTO
003078             MOVE WS-FAM-SIT-LINE TO CERT-RPT-LINE
003079             PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003080             GO TO 5100-EXIT
003081     END-READ
003082     MOVE SF-SITUACION TO FSL-SITUACION
003083     EVALUATE TRUE
003084         WHEN SF-SIT-MONOPARENTAL
003085             MOVE "MONOPARENTAL CON HIJOS A SU CARGO" TO FSL-TEXTO
003086         WHEN SF-SIT-CONYUGE-CARGO
003087             MOVE "CON CONYUGE A CARGO" TO FSL-TEXTO
003088         WHEN OTHER
003089             MOVE "OTRAS SITUACIONES" TO FSL-TEXTO
003090     END-EVALUATE
003091     MOVE WS-FAM-SIT-LINE TO CERT-RPT-LINE
003092     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003093     MOVE SF-NUM-HIJOS TO FHL-NUM-HIJOS
003094     MOVE SPACES TO FHL-EDADES
003095     IF SF-NUM-HIJOS > 6
003096         MOVE 6 TO WS-HIJOS-CON-FECHA
003097     ELSE
003098         MOVE SF-NUM-HIJOS TO WS-HIJOS-CON-FECHA
003099     END-IF
003100     PERFORM 5150-EDAD-HIJO THRU 5150-EXIT
003101         VARYING WS-HIJO-SUB FROM 1 BY 1
003102         UNTIL WS-HIJO-SUB > WS-HIJOS-CON-FECHA
003103     MOVE WS-FAM-HIJOS-LINE TO CERT-RPT-LINE
003104     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003105     MOVE SF-DEP-DISCAP-33 TO FDL-DISCAP-33
003106     MOVE SF-DEP-DISCAP-65 TO FDL-DISCAP-65
003107     MOVE WS-FAM-DEP-LINE TO CERT-RPT-LINE
003108     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003109     MOVE SF-GRADO-DISCAP TO FGL-GRADO
003110     MOVE "N" TO FGL-AYUDA
003111     IF SF-CON-AYUDA
003112         MOVE "S" TO FGL-AYUDA
003113     END-IF
003114     MOVE WS-FAM-GRADO-LINE TO CERT-RPT-LINE
003115     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003116     MOVE "N" TO FOL-HIPOTECA
003117     IF SF-CON-HIPOTECA
003118         MOVE "S" TO FOL-HIPOTECA
003119     END-IF
003120     MOVE "N" TO FOL-MOVILIDAD
003121     IF SF-CON-MOVILIDAD
003122         MOVE "S" TO FOL-MOVILIDAD
003123     END-IF
003124     MOVE WS-FAM-OTROS-LINE TO CERT-RPT-LINE
003125     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
003126 5100-EXIT.
003127     EXIT.
003128
003129 5150-EDAD-HIJO.
003130     COMPUTE WS-EDAD-HIJO =
003131         WS-ANIO-CERT - SF-HIJO-ANIO-NAC (WS-HIJO-SUB)
003132     IF WS-EDAD-HIJO < ZERO
003133         MOVE ZERO TO WS-EDAD-HIJO
003134     END-IF
003135     MOVE WS-EDAD-HIJO TO FHL-EDAD (WS-HIJO-SUB).
003136 5150-EXIT.
003137     EXIT.
003138
003140*----------------------------------------------------------*
003141* RETIENE LOS TOTALES DE CORRIDA DEL EJERCICIO (REGISTROS    *
003143* NOMTOT QUE NOMHCARG ANEXA A PAYTOTAN, GENERACIONES         *
003144* CONCATENADAS EN EL DD): UNO POR FECHA DE NOMINA Y FECHA    *
003145* DE PAGO, EL ULTIMO ANEXADO DE CADA PAREJA. SI EL FICHERO   *
003147* NO SE MONTO, LA PAGINA DE CONTROL LO AVISA EN VEZ DE       *
003148* CUADRAR CONTRA CERO.                                       *
003150*----------------------------------------------------------*
003140 7000-SUMAR-PAYTOT.
003150     OPEN INPUT PAYTOT-ANO-FILE.
003470     EXIT.
003480
003490 7200-RETENER-TOTAL.
003492     IF NT-FECHA-PAGO IS NUMERIC AND NT-FECHA-PAGO > ZERO
003493         MOVE NT-FECHA-PAGO TO WS-FECHA-PAGO-TOT
003495     ELSE
003497         MOVE NT-FECHA-NOMINA TO WS-FECHA-PAGO-TOT
003498     END-IF
003500     SET WS-RUN-IDX TO 1
003510     SEARCH WS-RUN-ENTRY
003520         AT END
003530             IF WS-RUN-COUNT >= 500
003540                 DISPLAY "CERTIRPF: TABLA DE CORRIDAS LLENA"
003550                 GO TO ABEND-CLEANUP
003560             END-IF
003570             ADD 1 TO WS-RUN-COUNT
003580             SET WS-RUN-IDX TO WS-RUN-COUNT
003590             MOVE NT-FECHA-NOMINA TO RT-FECHA (WS-RUN-IDX)
003595             MOVE WS-FECHA-PAGO-TOT TO RT-FECHA-PAGO (WS-RUN-IDX)
003600         WHEN RT-FECHA (WS-RUN-IDX) = NT-FECHA-NOMINA
003605             AND RT-FECHA-PAGO (WS-RUN-IDX) = WS-FECHA-PAGO-TOT
003610             CONTINUE
003620     END-SEARCH
003630     MOVE NT-BRUTO-TOTAL  TO RT-BRUTO  (WS-RUN-IDX)
004130 9000-TERMINATE.
004140     CLOSE NOMINA-HIST-FILE.
004150     CLOSE EMPLEADO-MASTER-FILE.
004152     IF NOT WS-SIN-FAMMSTR
004155         CLOSE FAMILIA-MASTER-FILE
004158     END-IF
004160     CLOSE CERT-RPT-FILE.
004170     DISPLAY "CERTIRPF: CERTIFICADOS EMITIDOS " WS-CERT-COUNT.
004180 9000-EXIT.
004220     DISPLAY "CERTIRPF: TERMINACION ANORMAL - CERRANDO FICHEROS".
004230     CLOSE NOMINA-HIST-FILE.
004240     CLOSE EMPLEADO-MASTER-FILE.
004245     CLOSE FAMILIA-MASTER-FILE.
004250     CLOSE PAYTOT-ANO-FILE.
004260     CLOSE CERT-RPT-FILE.
004270     MOVE 16 TO RETURN-CODE.

000304*                PROPIA LINEA CON FORMATO AAAA/MM/DD:        *
000306*                IMPRESA POR EL CAMPO DE IMPORTE SALIA       *
000308*                "20.260.215,00".                            *
000309* 2026-10-15 DR  EL REGISTRO DE FINIQUITO EN EMPNETO LLEVA A *
000310*                CERO LOS NUEVOS CAMPOS DE GASTOS DE VIAJE   *
000311*                DE NETPAY: LAS NOTAS PENDIENTES SE PAGAN    *
000312*                POR NOMINA, NO EN EL FINIQUITO.             *
000313* 2026-10-15 DR  EL SALDO VIVO DE LOS PRESTAMOS Y ANTICIPOS  *
000314*                DEL EMPLEADO EN PRTMSTR (COPY PRESTAMO) SE  *
000315*                DESCUENTA DEL FINIQUITO HASTA SU IMPORTE;   *
000316*                EL PRESTAMO COBRADO ENTERO QUEDA F CON LA   *
000317*                FECHA DE NOMINA. EL DESCUENTO VIAJA EN NP-  *
000318*                OTRAS-DEDUC Y NP-AMORT-PRESTAMO Y SALE EN   *
000319*                EL ESTADO; SI EL FINIQUITO NO ALCANZA, EL   *
000320*                ESTADO AVISA DEL SALDO QUE QUEDA POR        *
000321*                RECLAMAR. SIN PRTMSTR NO SE DESCUENTA NADA. *
000322* 2026-10-15 DR  EL REGISTRO DE EMPNETO DEL FINIQUITO LLEVA  *
000323*                NP-TRIENIOS A CERO; LA ANTIGUEDAD DEL       *
000324*                ULTIMO MES LA PAGA PAYCALC.                 *
000325* 2026-10-15 DR  JORNADA PARCIAL: EL SALARIO DIARIO QUE      *
000326*                VALORA LAS VACACIONES PENDIENTES SE REDUCE  *
000327*                AL PORCENTAJE DE JORNADA DEL EMPLEADO       *
000328*                (EMP-JORNADA-PCT; A CERO O AL 100 ES EL DE  *
000329*                JORNADA COMPLETA).                          *
000330* 2026-10-15 DR  EL REGISTRO DE EMPNETO DEL FINIQUITO        *
000331*                RELLENA LOS NUEVOS CAMPOS DE NOMINA FUERA   *
000332*                DE CICLO COMO PAGO ORDINARIO: TIPO Y MOTIVO *
000333*                EN BLANCO, SIN COMPENSACION NI SALDO A      *
000334*                RECLAMAR, Y FECHA DE PAGO = FECHA DE        *
000335*                NOMINA.                                     *
000336*----------------------------------------------------------*
000337
000338 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000610         RECORD KEY IS FIN-EMP-ID
000620         FILE STATUS IS WS-FINMSTR-STATUS.
000630
000632     SELECT PRESTAMO-MASTER-FILE ASSIGN TO "PRTMSTR"
000633         ORGANIZATION IS INDEXED
000635         ACCESS MODE IS DYNAMIC
000637         RECORD KEY IS PRT-CLAVE
000638         FILE STATUS IS WS-PRTMSTR-STATUS.
000640     SELECT PARM-FILE ASSIGN TO "CALPARM"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-CALPARM-STATUS.
000910     LABEL RECORDS ARE STANDARD.
000920     COPY FINIQ.
000930
000932 FD  PRESTAMO-MASTER-FILE
000935     LABEL RECORDS ARE STANDARD.
000938     COPY PRESTAMO.
000940 FD  PARM-FILE
000950     LABEL RECORDS ARE STANDARD.
000960 01  PARM-IN-REC.
001230     88 WS-FINMSTR-NOT-FOUND         VALUE "23".
001240     88 WS-FINMSTR-NO-FILE           VALUE "35".
001250
001252 01  WS-PRTMSTR-STATUS          PIC X(02) VALUE SPACES.
001255     88 WS-PRTMSTR-OK                VALUE "00".
001258     88 WS-PRTMSTR-NO-FILE           VALUE "35".
001260 01  WS-CALPARM-STATUS          PIC X(02) VALUE SPACES.
001270     88 WS-CALPARM-OK                VALUE "00".
001280     88 WS-CALPARM-NO-FILE           VALUE "35".
001420         88 WS-SIN-AUSMSTR         VALUE "S".
001430     05 WS-FIN-AUSENCIAS-SW    PIC X(01) VALUE "N".
001440         88 WS-FIN-AUSENCIAS       VALUE "S".
001442     05 WS-SIN-PRTMSTR-SW      PIC X(01) VALUE "N".
001444         88 WS-SIN-PRTMSTR         VALUE "S".
001446     05 WS-FIN-PRESTAMOS-SW    PIC X(01) VALUE "N".
001448         88 WS-FIN-PRESTAMOS       VALUE "S".
001450
001460 01  WS-COUNTERS.
001470     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001480     05 WS-LIQUIDADOS-COUNT    PIC 9(05) COMP VALUE ZERO.
001490     05 WS-YA-PAGADOS-COUNT    PIC 9(05) COMP VALUE ZERO.
001493     05 WS-PRESTAMOS-COUNT     PIC 9(05) COMP VALUE ZERO.
001497     05 WS-PREST-PEND-COUNT    PIC 9(05) COMP VALUE ZERO.
001500
001510 01  WS-FECHA-NOMINA            PIC 9(08) VALUE ZERO.
001520 01  WS-FECHA-NOMINA-ED REDEFINES WS-FECHA-NOMINA.
001640 01  WS-SALARIO-DIARIO          PIC 9(05)V99 VALUE ZERO.
001650 01  WS-IMPORTE-FINIQ           PIC 9(07)V99 VALUE ZERO.
001660 01  WS-TOTAL-FINIQ             PIC 9(09)V99 VALUE ZERO.
001662 01  WS-AMORT-FINIQ             PIC 9(07)V99 VALUE ZERO.
001664 01  WS-COBRO-PRESTAMO          PIC 9(07)V99 VALUE ZERO.
001666 01  WS-SALDO-PENDIENTE         PIC 9(07)V99 VALUE ZERO.
001668 01  WS-TOTAL-AMORT-FINIQ       PIC 9(09)V99 VALUE ZERO.
001670
001680 01  WS-HDR-LINE.
001690     05 FILLER                  PIC X(31) VALUE
002590             WS-FINMSTR-STATUS
002600         GO TO ABEND-CLEANUP
002610     END-IF
002611     OPEN I-O PRESTAMO-MASTER-FILE.
002612     IF WS-PRTMSTR-NO-FILE
002613         SET WS-SIN-PRTMSTR TO TRUE
002614     ELSE
002615         IF NOT WS-PRTMSTR-OK
002616             DISPLAY "FINIQUIT: ERROR ABRIENDO PRTMSTR "
002617                 WS-PRTMSTR-STATUS
002618             GO TO ABEND-CLEANUP
002619         END-IF
002622     END-IF
002626     OPEN EXTEND NETO-PAGO-FILE.
002630     IF NOT WS-EMPNETO-OK
002640         DISPLAY "FINIQUIT: ERROR ABRIENDO EMPNETO "
002650             WS-EMPNETO-STATUS
003220     END-READ
003230     PERFORM 3100-SALDO-VACACIONES THRU 3100-EXIT
003240     COMPUTE WS-SALARIO-DIARIO ROUNDED = SALARIO / 360
003241     IF EMP-JORNADA-PCT IS NUMERIC
003243         AND EMP-JORNADA-PCT > ZERO
003244         AND EMP-JORNADA-PCT < 100
003246         COMPUTE WS-SALARIO-DIARIO ROUNDED =
003247             SALARIO * EMP-JORNADA-PCT / 36000
003249     END-IF
003250     IF WS-DIAS-PENDIENTES > ZERO
003260         COMPUTE WS-IMPORTE-FINIQ ROUNDED =
003270             WS-DIAS-PENDIENTES * WS-SALARIO-DIARIO
003280     ELSE
003290         MOVE ZERO TO WS-IMPORTE-FINIQ
003300     END-IF
003305     PERFORM 3170-COBRAR-PRESTAMOS THRU 3170-EXIT
003310     PERFORM 3200-GRABAR-NETO THRU 3200-EXIT
003320     PERFORM 3300-GRABAR-FINMSTR THRU 3300-EXIT
003330     PERFORM 3400-IMPRIMIR-ESTADO THRU 3400-EXIT
003340     ADD 1 TO WS-LIQUIDADOS-COUNT
003347     ADD WS-IMPORTE-FINIQ TO WS-TOTAL-FINIQ
003353     ADD WS-AMORT-FINIQ TO WS-TOTAL-AMORT-FINIQ.
003360 3000-EXIT.
003370     EXIT.
003380
003950     END-IF.
003960 3160-EXIT.
003970     EXIT.
003971
003972*----------------------------------------------------------*
003973* PRESTAMOS Y ANTICIPOS VIVOS DEL EMPLEADO EN PRTMSTR: SE    *
003974* COBRA EL SALDO DE CADA UNO CONTRA LO QUE QUEDA DEL         *
003975* FINIQUITO, EN ORDEN DE NUMERO. EL COBRADO ENTERO PASA A    *
003976* F; EL QUE NO SE CUBRE SIGUE VIVO CON SU SALDO Y QUEDA EN   *
003977* WS-SALDO-PENDIENTE PARA EL AVISO DEL ESTADO.               *
003978*----------------------------------------------------------*
003979 3170-COBRAR-PRESTAMOS.
003980     MOVE ZERO TO WS-AMORT-FINIQ
003981     MOVE ZERO TO WS-SALDO-PENDIENTE
003982     IF WS-SIN-PRTMSTR
003983         GO TO 3170-EXIT
003984     END-IF
003985     MOVE "N" TO WS-FIN-PRESTAMOS-SW
003986     MOVE EMP-ID TO PRT-EMP-ID
003987     MOVE ZERO TO PRT-NUMERO
003988     START PRESTAMO-MASTER-FILE
003989         KEY IS NOT LESS THAN PRT-CLAVE
003990         INVALID KEY
003991             SET WS-FIN-PRESTAMOS TO TRUE
003992     END-START
003993     PERFORM 3180-LEER-PRESTAMO THRU 3180-EXIT
003994         UNTIL WS-FIN-PRESTAMOS
003995     IF WS-SALDO-PENDIENTE > ZERO
003996         ADD 1 TO WS-PREST-PEND-COUNT
003997     END-IF.
003998 3170-EXIT.
003999     EXIT.
004000
004001 3180-LEER-PRESTAMO.
004002     READ PRESTAMO-MASTER-FILE NEXT
004003         AT END
004004             SET WS-FIN-PRESTAMOS TO TRUE
004005             GO TO 3180-EXIT
004006     END-READ
004007     IF NOT WS-PRTMSTR-OK
004008         DISPLAY "FINIQUIT: ERROR LEYENDO PRTMSTR "
004009             WS-PRTMSTR-STATUS
004010         GO TO ABEND-CLEANUP
004011     END-IF
004012     IF PRT-EMP-ID NOT = EMP-ID
004013         SET WS-FIN-PRESTAMOS TO TRUE
004014         GO TO 3180-EXIT
004015     END-IF
004016     IF NOT PRT-VIVO
004017         GO TO 3180-EXIT
004018     END-IF
004019     COMPUTE WS-COBRO-PRESTAMO = WS-IMPORTE-FINIQ - WS-AMORT-FINIQ
004020     IF WS-COBRO-PRESTAMO > PRT-SALDO
004021         MOVE PRT-SALDO TO WS-COBRO-PRESTAMO
004022     END-IF
004023     IF WS-COBRO-PRESTAMO = ZERO
004024         ADD PRT-SALDO TO WS-SALDO-PENDIENTE
004025         GO TO 3180-EXIT
004026     END-IF
004027     SUBTRACT WS-COBRO-PRESTAMO FROM PRT-SALDO
004028     ADD WS-COBRO-PRESTAMO TO WS-AMORT-FINIQ
004029     IF PRT-SALDO = ZERO
004030         MOVE "F" TO PRT-ESTADO
004031         MOVE WS-FECHA-NOMINA TO PRT-FECHA-CANCELACION
004032     ELSE
004033         ADD PRT-SALDO TO WS-SALDO-PENDIENTE
004034     END-IF
004035     REWRITE PRESTAMO-MASTER-REC
004036     IF NOT WS-PRTMSTR-OK
004037         DISPLAY "FINIQUIT: ERROR REGRABANDO PRTMSTR "
004038             PRT-EMP-ID " " PRT-NUMERO " " WS-PRTMSTR-STATUS
004039         GO TO ABEND-CLEANUP
004040     END-IF
004041     ADD 1 TO WS-PRESTAMOS-COUNT.
004042 3180-EXIT.
004043     EXIT.
004044
004046*----------------------------------------------------------*
004048* EL FINIQUITO VIAJA COMO UN NETO MAS DE LA CORRIDA: ASI     *
004050* PAGOBAN LO ABONA POR EL MISMO CANAL QUE CUALQUIER PAGA.    *
004052*----------------------------------------------------------*
004054 3200-GRABAR-NETO.
004056     IF WS-IMPORTE-FINIQ = ZERO
004058         GO TO 3200-EXIT
004060     END-IF
004070     MOVE EMP-ID           TO NP-EMP-ID
004080     MOVE WS-FECHA-NOMINA  TO NP-FECHA-NOMINA
004150     MOVE WS-IMPORTE-FINIQ TO NP-SALARIO-BRUTO
004160     MOVE ZERO             TO NP-IRPF
004170     MOVE ZERO             TO NP-SEG-SOCIAL
004180     MOVE WS-AMORT-FINIQ   TO NP-OTRAS-DEDUC
004190     MOVE ZERO             TO NP-AJUSTE-RETRO
004200     MOVE ZERO             TO NP-AJUSTE-AUSEN
004210     MOVE ZERO             TO NP-NOVEDADES
004213     MOVE ZERO             TO NP-GASTOS-EXENTO
004217     MOVE ZERO             TO NP-GASTOS-SUJETO
004219     MOVE ZERO             TO NP-TRIENIOS
004220     MOVE ZERO             TO NP-TIPO-IRPF
004221     MOVE WS-AMORT-FINIQ   TO NP-AMORT-PRESTAMO
004222     MOVE SPACES           TO NP-TIPO-PAGO
004223     MOVE SPACES           TO NP-MOTIVO
004224     MOVE ZERO             TO NP-ANULA-SECUENCIA
004225     MOVE ZERO             TO NP-COMPENSADO
004226     MOVE ZERO             TO NP-A-RECLAMAR
004227     MOVE WS-FECHA-NOMINA  TO NP-FECHA-PAGO
004228     COMPUTE NP-NETO = WS-IMPORTE-FINIQ - WS-AMORT-FINIQ
004230     WRITE NETO-PAGO-REC
004240     IF NOT WS-EMPNETO-OK
004250         DISPLAY "FINIQUIT: ERROR GRABANDO EMPNETO "
004760         MOVE WS-NOTA-LINE TO FINI-RPT-LINE
004770         PERFORM 3500-WRITE-RPT THRU 3500-EXIT
004780     END-IF
004781     IF WS-AMORT-FINIQ > ZERO
004782         MOVE "AMORTIZACION PRESTAMOS" TO DL-CONCEPTO
004783         MOVE ZERO TO DL-DIAS
004784         MOVE WS-AMORT-FINIQ TO DL-IMPORTE
004785         MOVE WS-DET-LINE TO FINI-RPT-LINE
004786         PERFORM 3500-WRITE-RPT THRU 3500-EXIT
004787         MOVE "LIQUIDO A PERCIBIR" TO DL-CONCEPTO
004788         COMPUTE DL-IMPORTE = WS-IMPORTE-FINIQ - WS-AMORT-FINIQ
004789         MOVE WS-DET-LINE TO FINI-RPT-LINE
004790         PERFORM 3500-WRITE-RPT THRU 3500-EXIT
004791     END-IF
004792     IF WS-SALDO-PENDIENTE > ZERO
004793         MOVE "PRESTAMO CON SALDO PENDIENTE - RECLAMAR A MANO"
004794             TO NL-TEXTO
004795         MOVE WS-NOTA-LINE TO FINI-RPT-LINE
004796         PERFORM 3500-WRITE-RPT THRU 3500-EXIT
004797         MOVE "SALDO PRESTAMOS PENDIENTE" TO DL-CONCEPTO
004798         MOVE ZERO TO DL-DIAS
004799         MOVE WS-SALDO-PENDIENTE TO DL-IMPORTE
004800         MOVE WS-DET-LINE TO FINI-RPT-LINE
004801         PERFORM 3500-WRITE-RPT THRU 3500-EXIT
004802     END-IF
004804     MOVE "SUELDO HASTA LA BAJA Y ATRASOS: EN NOMINA ORDINARIA"
004807         TO NL-TEXTO
004810     MOVE WS-NOTA-LINE TO FINI-RPT-LINE
004820     PERFORM 3500-WRITE-RPT THRU 3500-EXIT
004830     MOVE SPACES TO FINI-RPT-LINE
005080     MOVE WS-YA-PAGADOS-COUNT TO TL-CUENTA
005090     MOVE ZERO TO TL-IMPORTE
005100     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005101     MOVE "PRESTAMOS COBRADOS        " TO TL-TEXTO
005102     MOVE WS-PRESTAMOS-COUNT TO TL-CUENTA
005103     MOVE WS-TOTAL-AMORT-FINIQ TO TL-IMPORTE
005104     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005106     MOVE "BAJAS CON SALDO PENDIENTE " TO TL-TEXTO
005107     MOVE WS-PREST-PEND-COUNT TO TL-CUENTA
005108     MOVE ZERO TO TL-IMPORTE
005109     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
005110     CLOSE EMPLEADO-MASTER-FILE.
005120     IF NOT WS-SIN-VACMSTR
005130         CLOSE VACACION-MASTER-FILE
005160         CLOSE AUSENCIA-MASTER-FILE
005170     END-IF
005180     CLOSE FINIQUITO-MASTER-FILE.
005182     IF NOT WS-SIN-PRTMSTR
005185         CLOSE PRESTAMO-MASTER-FILE
005188     END-IF
005190     CLOSE NETO-PAGO-FILE.
005200     CLOSE FINI-RPT-FILE.
005210     DISPLAY "FINIQUIT: BAJAS DEL PERIODO " WS-BAJAS-COUNT.
005220     DISPLAY "FINIQUIT: LIQUIDADOS " WS-LIQUIDADOS-COUNT.
005230     DISPLAY "FINIQUIT: YA PAGADOS " WS-YA-PAGADOS-COUNT.
005233     DISPLAY "FINIQUIT: PRESTAMOS COBRADOS " WS-PRESTAMOS-COUNT.
005237     DISPLAY "FINIQUIT: SALDO PENDIENTE " WS-PREST-PEND-COUNT.
005240 9000-EXIT.
005250     EXIT.
005260
005410     CLOSE VACACION-MASTER-FILE.
005420     CLOSE AUSENCIA-MASTER-FILE.
005430     CLOSE FINIQUITO-MASTER-FILE.
005435     CLOSE PRESTAMO-MASTER-FILE.
005440     CLOSE NETO-PAGO-FILE.
005450     CLOSE FINI-RPT-FILE.
005460     MOVE 16 TO RETURN-CODE.

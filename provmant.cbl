000180*                CUENTAS POR PAGAR SE VALIDAN CONTRA ESTE    *
000190*                MAESTRO, QUE HASTA AHORA ERA UN CAJON DE    *
000200*                PAPELES.                                    *
000203* 2026-10-15 DR  NIF Y PORCENTAJE DE RETENCION DE IRPF DEL   *
000207*                PROFESIONAL (EN BLANCO, SIN RETENCION).     *
000208* 2026-10-15 DR  CAMBIOS DE CUENTA CON VERIFICACION: EL ALTA *
000209*                Y TODO CAMBIO DE BANCO, OFICINA O CUENTA    *
000210*                SELLAN PRV-FECHA-CAMBIO CON LA FECHA DE     *
000211*                PROCESO (FACPAGO RETIENE EL PAGO A UNA      *
000212*                CUENTA CAMBIADA HACE MENOS DE LOS DIAS DE   *
000213*                VERIPARM HASTA QUE VERIMANT ANOTA LA        *
000214*                VERIFICACION) Y DEJAN SU AVISO EN CONFCTA,  *
000215*                CON LA CUENTA ANTERIOR Y LA NUEVA           *
000216*                ENMASCARADAS, PARA ENVIARLO AL CONTACTO DEL *
000217*                PROVEEDOR QUE YA CONSTABA.                  *
000218*----------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000360     SELECT PRV-TRANS-FILE ASSIGN TO "PROVTRAN"
000370         ORGANIZATION IS SEQUENTIAL
000380         FILE STATUS IS WS-PROVTRAN-STATUS.
000382
000384     SELECT CONF-LIST-FILE ASSIGN TO "CONFCTA"
000386         ORGANIZATION IS LINE SEQUENTIAL
000388         FILE STATUS IS WS-CONFCTA-STATUS.
000390
000400 DATA DIVISION.
000410 FILE SECTION.
000560     05 PTR-OFICINA             PIC X(04).
000570     05 PTR-CUENTA              PIC X(10).
000580     05 PTR-ACTIVO-SW           PIC X(01).
000582     05 PTR-NIF                 PIC X(09).
000584     05 PTR-RETENCION           PIC X(04).
000586     05 PTR-RETENCION-N REDEFINES PTR-RETENCION
000588                                PIC 9(02)V99.
000589
000590 FD  CONF-LIST-FILE
000591     LABEL RECORDS ARE STANDARD.
000592 01  CONF-LIST-LINE             PIC X(80).
000596
000600 WORKING-STORAGE SECTION.
000610 01  WS-PROVMSTR-STATUS         PIC X(02) VALUE SPACES.
000620     88 WS-PROVMSTR-OK              VALUE "00".
000670 01  WS-PROVTRAN-STATUS         PIC X(02) VALUE SPACES.
000680     88 WS-PROVTRAN-OK              VALUE "00".
000690     88 WS-PROVTRAN-EOF             VALUE "10".
000692
000695 01  WS-CONFCTA-STATUS          PIC X(02) VALUE SPACES.
000698     88 WS-CONFCTA-OK               VALUE "00".
000700
000710 01  WS-SWITCHES.
000720     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
000730         88 WS-EOF-TRANS            VALUE "Y".
000740     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
000750         88 WS-TRANS-VALIDA         VALUE "S".
000753     05 WS-CAMBIA-CUENTA-SW    PIC X(01) VALUE "N".
000757         88 WS-CAMBIA-CUENTA        VALUE "S".
000760
000770 01  WS-COUNTERS.
000780     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
000790     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
000800     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
000810     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
000811     05 WS-AVISOS-COUNT        PIC 9(05) COMP VALUE ZERO.
000812
000813 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
000814
000815*----------------------------------------------------------*
000816* AVISO DE CAMBIO DE CUENTA (CONFCTA): DE CADA CUENTA SOLO   *
000817* SALEN EL BANCO Y LAS CUATRO ULTIMAS CIFRAS, PARA QUE EL    *
000818* PROVEEDOR LA RECONOZCA SIN QUE EL AVISO LA DESVELE.        *
000819*----------------------------------------------------------*
000820 01  WS-PRV-OLD-DATOS.
000821     05 WS-PRV-OLD-BANCO        PIC 9(04).
000822     05 WS-PRV-OLD-OFICINA      PIC 9(04).
000823     05 WS-PRV-OLD-CUENTA       PIC 9(10).
000824 01  WS-PRV-OLD-DATOS-X REDEFINES WS-PRV-OLD-DATOS.
000825     05 FILLER                  PIC X(14).
000826     05 WS-PRV-OLD-CTA-ULT      PIC X(04).
000827
000828 01  WS-PRV-NEW-DATOS.
000829     05 WS-PRV-NEW-BANCO        PIC 9(04).
000830     05 WS-PRV-NEW-OFICINA      PIC 9(04).
000831     05 WS-PRV-NEW-CUENTA       PIC 9(10).
000832 01  WS-PRV-NEW-DATOS-X REDEFINES WS-PRV-NEW-DATOS.
000833     05 FILLER                  PIC X(14).
000834     05 WS-PRV-NEW-CTA-ULT      PIC X(04).
000835
000836 01  WS-AVISO-TIT1.
000837     05 FILLER                  PIC X(50) VALUE
000838         "PROVMANT - AVISOS DE CAMBIO DE CUENTA BANCARIA".
000839     05 FILLER                  PIC X(08) VALUE "FECHA: ".
000840     05 AT-FECHA                PIC 9(08).
000841
000842 01  WS-AVISO-TIT2.
000843     05 FILLER                  PIC X(32) VALUE
000844         "ENVIAR EL AVISO AL CONTACTO DEL".
000845     05 FILLER                  PIC X(48) VALUE
000846         "PROVEEDOR QUE YA CONSTABA, NO AL DE LA PETICION".
000847 01  WS-AVISO-TIT3.
000848     05 FILLER                  PIC X(38) VALUE
000849         "SI EL PROVEEDOR NO RECONOCE EL CAMBIO,".
000850     05 FILLER                  PIC X(42) VALUE
000851         " DEBE AVISAR A CONTABILIDAD ANTES DEL PAGO".
000852 01  WS-AVISO-TIT4.
000853     05 FILLER                  PIC X(41) VALUE
000854         "PROV.  NOMBRE".
000855     05 FILLER                  PIC X(39) VALUE
000856         "CTA ANTERIOR   CTA NUEVA".
000857
000858 01  WS-AVISO-LINE.
000859     05 AV-ID                   PIC 9(06).
000860     05 FILLER                  PIC X(01) VALUE SPACES.
000861     05 AV-NOMBRE               PIC X(30).
000862     05 FILLER                  PIC X(04) VALUE SPACES.
000863     05 AV-ANT-BANCO            PIC X(04).
000864     05 FILLER                  PIC X(05) VALUE " ****".
000865     05 AV-ANT-ULT              PIC X(04).
000866     05 FILLER                  PIC X(02) VALUE SPACES.
000867     05 AV-NUE-BANCO            PIC X(04).
000868     05 FILLER                  PIC X(05) VALUE " ****".
000869     05 AV-NUE-ULT              PIC X(04).
000870
000872 PROCEDURE DIVISION.
000873
000875 0000-MAINLINE.
000876     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000878     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
000880         UNTIL WS-EOF-TRANS.
000890     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000900     GOBACK.
000910
000920 1000-INITIALIZE.
000925     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
000930     OPEN I-O PROVEEDOR-MASTER-FILE.
000940     IF WS-PROVMSTR-NO-FILE
000950         CLOSE PROVEEDOR-MASTER-FILE
001080             WS-PROVTRAN-STATUS
001090         GO TO ABEND-CLEANUP
001100     END-IF
001101     OPEN OUTPUT CONF-LIST-FILE.
001102     IF NOT WS-CONFCTA-OK
001103         DISPLAY "PROVMANT: ERROR ABRIENDO CONFCTA "
001104             WS-CONFCTA-STATUS
001105         GO TO ABEND-CLEANUP
001106     END-IF
001107     MOVE WS-FECHA-PROCESO TO AT-FECHA
001108     MOVE WS-AVISO-TIT1 TO CONF-LIST-LINE
001109     PERFORM 6100-WRITE-CONF THRU 6100-EXIT
001110     MOVE WS-AVISO-TIT2 TO CONF-LIST-LINE
001111     PERFORM 6100-WRITE-CONF THRU 6100-EXIT
001112     MOVE WS-AVISO-TIT3 TO CONF-LIST-LINE
001113     PERFORM 6100-WRITE-CONF THRU 6100-EXIT
001114     MOVE SPACES TO CONF-LIST-LINE
001115     PERFORM 6100-WRITE-CONF THRU 6100-EXIT
001116     MOVE WS-AVISO-TIT4 TO CONF-LIST-LINE
001117     PERFORM 6100-WRITE-CONF THRU 6100-EXIT
001118     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001120 1000-EXIT.
001130     EXIT.
001140
001440*----------------------------------------------------------*
001450* VALIDACIONES PREVIAS: CODIGO DE TRANSACCION RECONOCIDO,    *
001460* ID NUMERICO Y, PARA ALTA/CAMBIO, DATOS BANCARIOS           *
001470* NUMERICOS, NOMBRE NO VACIO Y RETENCION NUMERICA (EN        *
001475* BLANCO VALE CERO).                                         *
001480*----------------------------------------------------------*
001490 2200-VALIDA-TRANS.
001500     MOVE "N" TO WS-TRANS-VALIDA-SW
001750         ADD 1 TO WS-ERRORES-COUNT
001760         GO TO 2200-EXIT
001770     END-IF
001771     IF PTR-RETENCION = SPACES
001772         MOVE ZERO TO PTR-RETENCION-N
001773     END-IF
001774     IF (PTR-ADD OR PTR-CHANGE)
001775         AND PTR-RETENCION IS NOT NUMERIC
001776         DISPLAY "PROVMANT: RETENCION NO NUMERICA PARA "
001777             "PROVEEDOR " PTR-ID
001778         ADD 1 TO WS-ERRORES-COUNT
001779         GO TO 2200-EXIT
001782     END-IF
001786     MOVE "S" TO WS-TRANS-VALIDA-SW.
001790 2200-EXIT.
001800     EXIT.
001810
001860     MOVE PTR-OFICINA TO PRV-OFICINA
001870     MOVE PTR-CUENTA TO PRV-CUENTA
001880     MOVE PTR-ACTIVO-SW TO PRV-ACTIVO-SW
001883     MOVE PTR-NIF TO PRV-NIF
001887     MOVE PTR-RETENCION-N TO PRV-RETENCION-PCT
001889     MOVE WS-FECHA-PROCESO TO PRV-FECHA-CAMBIO
001890     WRITE PROVEEDOR-MASTER-REC
001900     IF WS-PROVMSTR-OK
001910         ADD 1 TO WS-ALTAS-COUNT
001912         MOVE "----" TO AV-ANT-BANCO
001915         MOVE "----" TO AV-ANT-ULT
001918         PERFORM 6000-WRITE-AVISO THRU 6000-EXIT
001920     ELSE
001930         DISPLAY "PROVMANT: ALTA RECHAZADA PARA PROVEEDOR "
001940             PTR-ID " STATUS " WS-PROVMSTR-STATUS
002050                 "PROVEEDOR " PTR-ID
002060             ADD 1 TO WS-ERRORES-COUNT
002070         NOT INVALID KEY
002072             MOVE PRV-BANCO TO WS-PRV-OLD-BANCO
002075             MOVE PRV-OFICINA TO WS-PRV-OLD-OFICINA
002078             MOVE PRV-CUENTA TO WS-PRV-OLD-CUENTA
002080             MOVE PTR-NOMBRE TO PRV-NOMBRE
002090             MOVE PTR-BANCO TO PRV-BANCO
002100             MOVE PTR-OFICINA TO PRV-OFICINA
002110             MOVE PTR-CUENTA TO PRV-CUENTA
002120             MOVE PTR-ACTIVO-SW TO PRV-ACTIVO-SW
002123             MOVE PTR-NIF TO PRV-NIF
002127             MOVE PTR-RETENCION-N TO PRV-RETENCION-PCT
002128             IF PRV-FECHA-CAMBIO IS NOT NUMERIC
002129                 MOVE ZERO TO PRV-FECHA-CAMBIO
002130             END-IF
002131             MOVE "N" TO WS-CAMBIA-CUENTA-SW
002132             IF PRV-BANCO NOT = WS-PRV-OLD-BANCO
002133                 OR PRV-OFICINA NOT = WS-PRV-OLD-OFICINA
002134                 OR PRV-CUENTA NOT = WS-PRV-OLD-CUENTA
002135                 SET WS-CAMBIA-CUENTA TO TRUE
002136                 MOVE WS-FECHA-PROCESO TO PRV-FECHA-CAMBIO
002137             END-IF
002138             REWRITE PROVEEDOR-MASTER-REC
002140             IF WS-PROVMSTR-OK
002150                 ADD 1 TO WS-CAMBIOS-COUNT
002152                 IF WS-CAMBIA-CUENTA
002153                     MOVE WS-PRV-OLD-BANCO TO AV-ANT-BANCO
002155                     MOVE WS-PRV-OLD-CTA-ULT TO AV-ANT-ULT
002157                     PERFORM 6000-WRITE-AVISO THRU 6000-EXIT
002158                 END-IF
002160             ELSE
002170                 DISPLAY "PROVMANT: ERROR REESCRIBIENDO "
002180                     "PROVEEDOR " PTR-ID
002440     END-READ
002450 5000-EXIT.
002460     EXIT.
002461
002462*----------------------------------------------------------*
002463* AVISO DE ALTA O CAMBIO DE CUENTA EN CONFCTA; LA CUENTA     *
002464* ANTERIOR (GUIONES EN EL ALTA) LA PONE QUIEN LLAMA.         *
002465*----------------------------------------------------------*
002466 6000-WRITE-AVISO.
002467     MOVE PRV-ID TO AV-ID
002468     MOVE PRV-NOMBRE TO AV-NOMBRE
002469     MOVE PRV-BANCO TO WS-PRV-NEW-BANCO
002470     MOVE PRV-OFICINA TO WS-PRV-NEW-OFICINA
002471     MOVE PRV-CUENTA TO WS-PRV-NEW-CUENTA
002472     MOVE WS-PRV-NEW-BANCO TO AV-NUE-BANCO
002473     MOVE WS-PRV-NEW-CTA-ULT TO AV-NUE-ULT
002474     MOVE WS-AVISO-LINE TO CONF-LIST-LINE
002475     PERFORM 6100-WRITE-CONF THRU 6100-EXIT
002476     ADD 1 TO WS-AVISOS-COUNT.
002477 6000-EXIT.
002478     EXIT.
002479
002480 6100-WRITE-CONF.
002481     WRITE CONF-LIST-LINE
002482     IF NOT WS-CONFCTA-OK
002483         DISPLAY "PROVMANT: ERROR ESCRIBIENDO CONFCTA "
002484             WS-CONFCTA-STATUS
002485         GO TO ABEND-CLEANUP
002486     END-IF.
002487 6100-EXIT.
002488     EXIT.
002491
002494 9000-TERMINATE.
002497     CLOSE PROVEEDOR-MASTER-FILE.
002500     CLOSE PRV-TRANS-FILE.
002505     CLOSE CONF-LIST-FILE.
002510     DISPLAY "PROVMANT: ALTAS    " WS-ALTAS-COUNT.
002520     DISPLAY "PROVMANT: CAMBIOS  " WS-CAMBIOS-COUNT.
002530     DISPLAY "PROVMANT: BAJAS    " WS-BAJAS-COUNT.
002540     DISPLAY "PROVMANT: ERRORES  " WS-ERRORES-COUNT.
002545     DISPLAY "PROVMANT: AVISOS   " WS-AVISOS-COUNT.
002550 9000-EXIT.
002560     EXIT.
002570
002590     DISPLAY "PROVMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
002600     CLOSE PROVEEDOR-MASTER-FILE.
002610     CLOSE PRV-TRANS-FILE.
002615     CLOSE CONF-LIST-FILE.
002620     MOVE 16 TO RETURN-CODE.
002630     GOBACK.
002640

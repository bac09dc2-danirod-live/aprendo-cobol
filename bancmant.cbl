000250*                CON LA FECHA DE PROCESO; PAGORECI LA USA    *
000251*                PARA DETECTAR DATOS CORREGIDOS DESPUES DE   *
000252*                UN REBOTE Y REEMITIR EL PAGO SOLO.          *
000253* 2026-10-15 DR  CAMBIOS DE CUENTA CON VERIFICACION:         *
000254*                BNK-FECHA-CAMBIO SE SELLA EN EL ALTA Y SOLO *
000255*                CUANDO CAMBIAN BANCO, OFICINA O CUENTA (UN  *
000256*                CAMBIO DE REPARTO O DE ESTADO YA NO LA      *
000257*                MUEVE), PORQUE PAGOBAN RETIENE EL PAGO A    *
000258*                UNA CUENTA CAMBIADA HACE MENOS DE LOS DIAS  *
000259*                DE VERIPARM HASTA QUE VERIMANT ANOTA LA     *
000260*                VERIFICACION. CADA ALTA O CAMBIO DE CUENTA  *
000261*                DEJA ADEMAS SU AVISO EN CONFCTA (CUENTA     *
000262*                ANTERIOR Y NUEVA ENMASCARADAS) PARA         *
000263*                ENVIARLO AL CONTACTO DEL EMPLEADO QUE YA    *
000264*                CONSTABA.                                   *
000274*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000490     SELECT BNK-AUDIT-FILE ASSIGN TO "BNKAUDIT"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-BNKAUDIT-STATUS.
000512
000514     SELECT CONF-LIST-FILE ASSIGN TO "CONFCTA"
000516         ORGANIZATION IS LINE SEQUENTIAL
000518         FILE STATUS IS WS-CONFCTA-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000910         10 BAU-DESPUES-DATOS   PIC X(18).
000914         10 BAU-DESPUES-REPARTO PIC X(08).
000920         10 BAU-DESPUES-ACTIVA-SW PIC X(01).
000922
000924 FD  CONF-LIST-FILE
000926     LABEL RECORDS ARE STANDARD.
000928 01  CONF-LIST-LINE             PIC X(80).
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-BNKMSTR-STATUS          PIC X(02) VALUE SPACES.
001080 01  WS-BNKAUDIT-STATUS         PIC X(02) VALUE SPACES.
001090     88 WS-BNKAUDIT-OK              VALUE "00".
001100     88 WS-BNKAUDIT-NO-FILE         VALUE "05", "35".
001102
001105 01  WS-CONFCTA-STATUS          PIC X(02) VALUE SPACES.
001108     88 WS-CONFCTA-OK               VALUE "00".
001110
001120 01  WS-BNK-OLD.
001130     05 WS-BNK-OLD-DATOS        PIC X(18).
001154     88 WS-HAY-RESTO                VALUE "S".
001156 01  WS-FIN-BUSCA-SW            PIC X(01) VALUE "N".
001157     88 WS-FIN-BUSCA                VALUE "S".
001158 01  WS-CAMBIA-CUENTA-SW        PIC X(01) VALUE "N".
001159     88 WS-CAMBIA-CUENTA            VALUE "S".
001162
001166 01  WS-SWITCHES.
001170     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001180         88 WS-EOF-TRANS            VALUE "Y".
001190     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
001240     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001250     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001260     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001265     05 WS-AVISOS-COUNT        PIC 9(05) COMP VALUE ZERO.
001270
001272 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001273
001274*----------------------------------------------------------*
001275* AVISO DE CAMBIO DE CUENTA (CONFCTA): DE CADA CUENTA SOLO   *
001276* SALEN EL BANCO Y LAS CUATRO ULTIMAS CIFRAS, PARA QUE EL    *
001277* TITULAR LA RECONOZCA SIN QUE EL AVISO LA DESVELE.          *
001278*----------------------------------------------------------*
001279 01  WS-DATOS-AUX.
001280     05 WS-AUX-BANCO            PIC X(04).
001281     05 WS-AUX-OFICINA          PIC X(04).
001282     05 FILLER                  PIC X(06).
001283     05 WS-AUX-CTA-ULT          PIC X(04).
001284
001285 01  WS-AVISO-TIT1.
001286     05 FILLER                  PIC X(50) VALUE
001287         "BANCMANT - AVISOS DE CAMBIO DE CUENTA BANCARIA".
001288     05 FILLER                  PIC X(08) VALUE "FECHA: ".
001289     05 AT-FECHA                PIC 9(08).
001290
001291 01  WS-AVISO-TIT2.
001292     05 FILLER                  PIC X(40) VALUE
001293         "ENVIAR CADA AVISO AL CONTACTO DEL EMPLEA".
001294     05 FILLER                  PIC X(40) VALUE
001295         "DO QUE YA CONSTABA, NO AL DE LA PETICION".
001296 01  WS-AVISO-TIT3.
001297     05 FILLER                  PIC X(40) VALUE
001298         "SI EL EMPLEADO NO RECONOCE EL CAMBIO,".
001299     05 FILLER                  PIC X(40) VALUE
001300         " DEBE AVISAR A NOMINA ANTES DEL PAGO".
001301 01  WS-AVISO-TIT4.
001302     05 FILLER                  PIC X(41) VALUE
001303         "EMP-ID OR NOMBRE".
001304     05 FILLER                  PIC X(39) VALUE
001305         "CTA ANTERIOR   CTA NUEVA      USUARIO".
001306
001307 01  WS-AVISO-LINE.
001308     05 AV-ID                   PIC 9(06).
001309     05 FILLER                  PIC X(01) VALUE SPACES.
001310     05 AV-ORDEN                PIC 9(02).
001311     05 FILLER                  PIC X(01) VALUE SPACES.
001312     05 AV-NOMBRE               PIC X(30).
001313     05 FILLER                  PIC X(01) VALUE SPACES.
001314     05 AV-ANT-BANCO            PIC X(04).
001315     05 FILLER                  PIC X(05) VALUE " ****".
001316     05 AV-ANT-ULT              PIC X(04).
001317     05 FILLER                  PIC X(02) VALUE SPACES.
001318     05 AV-NUE-BANCO            PIC X(04).
001319     05 FILLER                  PIC X(05) VALUE " ****".
001320     05 AV-NUE-ULT              PIC X(04).
001321     05 FILLER                  PIC X(01) VALUE SPACES.
001322     05 AV-USER                 PIC X(08).
001323
001324 PROCEDURE DIVISION.
001325
001326 0000-MAINLINE.
001327     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001328     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001330         UNTIL WS-EOF-TRANS.
001340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001350     GOBACK.
001710             WS-BNKAUDIT-STATUS
001720         GO TO ABEND-CLEANUP
001730     END-IF
001731
001732     OPEN OUTPUT CONF-LIST-FILE.
001733     IF NOT WS-CONFCTA-OK
001734         DISPLAY "BANCMANT: ERROR ABRIENDO CONFCTA "
001735             WS-CONFCTA-STATUS
001736         GO TO ABEND-CLEANUP
001737     END-IF
001738     MOVE WS-FECHA-PROCESO TO AT-FECHA
001739     MOVE WS-AVISO-TIT1 TO CONF-LIST-LINE
001740     PERFORM 2650-WRITE-CONF THRU 2650-EXIT
001741     MOVE WS-AVISO-TIT2 TO CONF-LIST-LINE
001742     PERFORM 2650-WRITE-CONF THRU 2650-EXIT
001743     MOVE WS-AVISO-TIT3 TO CONF-LIST-LINE
001744     PERFORM 2650-WRITE-CONF THRU 2650-EXIT
001745     MOVE SPACES TO CONF-LIST-LINE
001746     PERFORM 2650-WRITE-CONF THRU 2650-EXIT
001747     MOVE WS-AVISO-TIT4 TO CONF-LIST-LINE
001748     PERFORM 2650-WRITE-CONF THRU 2650-EXIT
001749
001750     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001760 1000-EXIT.
001770     EXIT.
002470         ADD 1 TO WS-ALTAS-COUNT
002480         MOVE SPACES TO WS-BNK-OLD
002490         PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
002495         PERFORM 2600-WRITE-AVISO THRU 2600-EXIT
002500     ELSE
002510         DISPLAY "BANCMANT: ALTA RECHAZADA PARA EMPLEADO "
002520             BTR-EMP-ID " STATUS " WS-BNKMSTR-STATUS
002687                 MOVE BTR-REPARTO-VALOR TO BNK-REPARTO-VALOR
002688             END-IF
002690             MOVE BTR-ACTIVA-SW TO BNK-ACTIVA-SW
002691             MOVE "N" TO WS-CAMBIA-CUENTA-SW
002692             IF BNK-DATOS NOT = WS-BNK-OLD-DATOS
002694                 SET WS-CAMBIA-CUENTA TO TRUE
002695                 MOVE WS-FECHA-PROCESO TO BNK-FECHA-CAMBIO
002697             END-IF
002700             REWRITE BANCO-MASTER-REC
002710             IF WS-BNKMSTR-OK
002720                 ADD 1 TO WS-CAMBIOS-COUNT
002730                 PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
002732                 IF WS-CAMBIA-CUENTA
002735                     PERFORM 2600-WRITE-AVISO THRU 2600-EXIT
002738                 END-IF
002740             ELSE
002750                 DISPLAY "BANCMANT: ERROR REESCRIBIENDO "
002760                     "REGISTRO BANCARIO DE " BTR-EMP-ID
003250     END-IF
003260 2300-EXIT.
003270     EXIT.
003271
003272*----------------------------------------------------------*
003273* AVISO DE ALTA O CAMBIO DE CUENTA EN CONFCTA: EN EL ALTA NO *
003274* HAY CUENTA ANTERIOR (WS-BNK-OLD EN BLANCO).                *
003275*----------------------------------------------------------*
003276 2600-WRITE-AVISO.
003277     MOVE BTR-EMP-ID TO AV-ID
003278     MOVE BNK-ORDEN TO AV-ORDEN
003279     MOVE SPACES TO AV-NOMBRE
003280     STRING APELLIDO DELIMITED BY "  "
003281         ", " DELIMITED BY SIZE
003282         NOMBRE DELIMITED BY "  "
003283         INTO AV-NOMBRE
003284     END-STRING
003285     IF WS-BNK-OLD-DATOS = SPACES
003286         MOVE "----" TO AV-ANT-BANCO
003287         MOVE "----" TO AV-ANT-ULT
003288     ELSE
003289         MOVE WS-BNK-OLD-DATOS TO WS-DATOS-AUX
003290         MOVE WS-AUX-BANCO TO AV-ANT-BANCO
003291         MOVE WS-AUX-CTA-ULT TO AV-ANT-ULT
003292     END-IF
003293     MOVE BNK-DATOS TO WS-DATOS-AUX
003294     MOVE WS-AUX-BANCO TO AV-NUE-BANCO
003295     MOVE WS-AUX-CTA-ULT TO AV-NUE-ULT
003296     MOVE BTR-USER-ID TO AV-USER
003297     MOVE WS-AVISO-LINE TO CONF-LIST-LINE
003298     PERFORM 2650-WRITE-CONF THRU 2650-EXIT
003299     ADD 1 TO WS-AVISOS-COUNT.
003300 2600-EXIT.
003301     EXIT.
003302
003303 2650-WRITE-CONF.
003304     WRITE CONF-LIST-LINE
003305     IF NOT WS-CONFCTA-OK
003306         DISPLAY "BANCMANT: ERROR ESCRIBIENDO CONFCTA "
003307             WS-CONFCTA-STATUS
003308         GO TO ABEND-CLEANUP
003309     END-IF.
003310 2650-EXIT.
003311     EXIT.
003312
003314 9000-TERMINATE.
003316     CLOSE BANCO-MASTER-FILE.
003318     CLOSE EMPLEADO-MASTER-FILE.
003320     CLOSE BNK-TRANS-FILE.
003330     CLOSE BNK-AUDIT-FILE.
003335     CLOSE CONF-LIST-FILE.
003340     DISPLAY "BANCMANT: ALTAS    " WS-ALTAS-COUNT.
003350     DISPLAY "BANCMANT: CAMBIOS  " WS-CAMBIOS-COUNT.
003360     DISPLAY "BANCMANT: BAJAS    " WS-BAJAS-COUNT.
003370     DISPLAY "BANCMANT: ERRORES  " WS-ERRORES-COUNT.
003375     DISPLAY "BANCMANT: AVISOS   " WS-AVISOS-COUNT.
003380 9000-EXIT.
003390     EXIT.
003400
003440     CLOSE EMPLEADO-MASTER-FILE.
003450     CLOSE BNK-TRANS-FILE.
003460     CLOSE BNK-AUDIT-FILE.
003465     CLOSE CONF-LIST-FILE.
003470     MOVE 16 TO RETURN-CODE.
003480     GOBACK.
003490

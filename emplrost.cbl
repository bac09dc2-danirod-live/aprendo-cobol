000274* 2026-08-22 DR  LOS EMPLEADOS MARCADOS EMP-BAJA NO SE LISTAN  *
000276*                EN LA PLANTILLA; SE CUENTAN APARTE Y EL       *
000278*                TOTAL DE CONTROL LOS INFORMA COMO OMITIDOS.   *
000279* 2026-10-15 DR  EL TOTAL DE CONTROL INFORMA TAMBIEN LA        *
000280*                PLANTILLA EN EQUIVALENTES A TIEMPO COMPLETO:  *
000281*                CADA EMPLEADO LISTADO SUMA SU PORCENTAJE DE   *
000282*                JORNADA ENTRE 100 (UNO ENTERO SI ES A         *
000283*                JORNADA COMPLETA).                            *
000284* 2026-10-15 DR  CADA LINEA DEL LISTADO SE COPIA ADEMAS AL   *
000285*                FICHERO COMPARTIDO DISTREP (COPY DISTREP)   *
000286*                ROTULADA CON SU DEPARTAMENTO (CABECERAS Y   *
000287*                TOTALES COMO LINEAS COMUNES "****"), PARA   *
000288*                QUE INFDIST REPARTA A CADA DEPARTAMENTO     *
000289*                SOLO SU PARTE DE LA PLANTILLA.              *
000299*----------------------------------------------------------*

000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000426         ACCESS MODE IS SEQUENTIAL
000428         RECORD KEY IS DEPT-CODIGO
000430         FILE STATUS IS WS-DEPTMSTR-STATUS.
000431
000432     SELECT DIST-REP-FILE ASSIGN TO "DISTREP"
000433         ORGANIZATION IS SEQUENTIAL
000434         FILE STATUS IS WS-DISTREP-STATUS.

000437 DATA DIVISION.
000440 FILE SECTION.
000450 FD  EMPLEADO-MASTER-FILE
000460     LABEL RECORDS ARE STANDARD.
000592 FD  DEPTO-MASTER-FILE
000594     LABEL RECORDS ARE STANDARD.
000596     COPY DEPTO.
000597
000598 FD  DIST-REP-FILE
000599     LABEL RECORDS ARE STANDARD.
000602     COPY DISTREP.

000606 WORKING-STORAGE SECTION.
000610 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
000620     88 WS-EMPMSTR-OK               VALUE "00".
000630     88 WS-EMPMSTR-EOF              VALUE "10".
000654     88 WS-DEPTMSTR-OK              VALUE "00".
000656     88 WS-DEPTMSTR-EOF             VALUE "10".
000658     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
000659
000660 01  WS-DISTREP-STATUS         PIC X(02) VALUE SPACES.
000661     88 WS-DISTREP-OK               VALUE "00".
000662     88 WS-DISTREP-NO-FILE          VALUE "35".
000663
000664*----------------------------------------------------------*
000665* ROTULO DE LA COPIA PARA REPARTO: DEPARTAMENTO DE LA LINEA  *
000666* QUE SE VA A ESCRIBIR ("****" = COMUN) Y CORRIDA.           *
000667*----------------------------------------------------------*
000668 01  WS-DIST-DEPTO             PIC X(04) VALUE "****".
000669     88 WS-DIST-COMUN               VALUE "****".
000670 01  WS-DIST-FECHA             PIC 9(08) VALUE ZERO.
000671 01  WS-DIST-HORA              PIC 9(08) VALUE ZERO.
000672 01  WS-DIST-SECUENCIA         PIC 9(07) COMP VALUE ZERO.

000674 01  WS-SWITCHES.
000677     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
000680         88 WS-EOF-MASTER           VALUE "Y".
000682     05 WS-EOF-DEPTO-SW        PIC X(01) VALUE "N".
000684         88 WS-EOF-DEPTO            VALUE "Y".
000710     05 WS-PAGE-COUNT          PIC 9(03) COMP VALUE ZERO.
000720     05 WS-EMP-TOTAL           PIC 9(05) COMP VALUE ZERO.
000722     05 WS-BAJAS-OMITIDAS      PIC 9(05) COMP VALUE ZERO.
000726     05 WS-FTE-TOTAL           PIC 9(05)V99 VALUE ZERO.
000730 01  WS-LINES-PER-PAGE         PIC 9(02) COMP VALUE 20.

000740 01  WS-RUN-DATE.
000984         "EMPLEADOS DE BAJA OMITID".
000985     05 FILLER                 PIC X(02) VALUE SPACES.
000986     05 TOT-BAJAS              PIC ZZZZ9.
000987
000988 01  WS-FTE-LINE.
000989     05 FILLER                 PIC X(24) VALUE
000990         "EQUIVALENTES T.COMPLETO ".
000991     05 FILLER                 PIC X(02) VALUE SPACES.
000992     05 TOT-FTE                PIC ZZZZ9,99.

000996 PROCEDURE DIVISION.

001000 0000-MAINLINE.
001010     OPEN OUTPUT ROSTER-RPT-FILE.
001050         GO TO ABEND-CLEANUP
001060     END-IF
001070     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001071     PERFORM 1300-ABRIR-DISTREP THRU 1300-EXIT.
001072     PERFORM 1200-CARGAR-DEPTOS THRU 1200-EXIT.
001080     SORT SORT-WORK-FILE
001090         ON ASCENDING KEY SW-APELLIDO SW-NOMBRE
001100         INPUT PROCEDURE IS 2000-RELEASE-MASTER
001110         OUTPUT PROCEDURE IS 3000-WRITE-REPORT.
001120     CLOSE ROSTER-RPT-FILE.
001125     CLOSE DIST-REP-FILE.
001130     DISPLAY "EMPLROST: EMPLEADOS LISTADOS " WS-EMP-TOTAL.
001132     DISPLAY "EMPLROST: BAJAS OMITIDAS " WS-BAJAS-OMITIDAS.
001136     DISPLAY "EMPLROST: EQUIVALENTES T.COMPLETO " WS-FTE-TOTAL.
001140     GOBACK.

001142*----------------------------------------------------------*
001186 1260-EXIT.
001187     EXIT.
001188
001189*----------------------------------------------------------*
001190* ABRE LA COPIA PARA REPARTO EN EXTEND (LA PRIMERA VEZ SE    *
001191* CREA) Y FIJA LA FECHA Y HORA QUE IDENTIFICAN LA CORRIDA.   *
001192*----------------------------------------------------------*
001193 1300-ABRIR-DISTREP.
001194     OPEN EXTEND DIST-REP-FILE.
001195     IF WS-DISTREP-NO-FILE
001196         OPEN OUTPUT DIST-REP-FILE
001197     END-IF
001198     IF NOT WS-DISTREP-OK
001199         DISPLAY "EMPLROST: ERROR ABRIENDO DISTREP "
001200             WS-DISTREP-STATUS
001201         GO TO ABEND-CLEANUP
001202     END-IF
001203     ACCEPT WS-DIST-FECHA FROM DATE YYYYMMDD
001204     ACCEPT WS-DIST-HORA FROM TIME.
001205 1300-EXIT.
001206     EXIT.
001216
001226 2000-RELEASE-MASTER.
001160     OPEN INPUT EMPLEADO-MASTER-FILE.
001170     IF NOT WS-EMPMSTR-OK
001180         DISPLAY "EMPLROST: ERROR ABRIENDO EMPMSTR "
001265             MOVE DEPARTAMENTO TO SW-DEPARTAMENTO
001270             MOVE FECHA     TO SW-FECHA
001280             RELEASE SORT-WORK-REC
001281             IF EMP-JORNADA-PCT IS NUMERIC
001282                 AND EMP-JORNADA-PCT > ZERO
001283                 AND EMP-JORNADA-PCT < 100
001284                 COMPUTE WS-FTE-TOTAL =
001285                     WS-FTE-TOTAL + EMP-JORNADA-PCT / 100
001286             ELSE
001287                 ADD 1 TO WS-FTE-TOTAL
001288             END-IF
001289         END-IF
001290         PERFORM 2100-READ-MASTER THRU 2100-EXIT
001300     END-PERFORM.
001310     CLOSE EMPLEADO-MASTER-FILE.
001490 3100-PAGE-BREAK.
001500     ADD 1 TO WS-PAGE-COUNT
001510     MOVE SPACES TO ROSTER-RPT-LINE
001515     PERFORM 3160-COPIA-DISTRIB THRU 3160-EXIT
001520     WRITE ROSTER-RPT-LINE
001530     PERFORM 3150-CHECK-ROSTRPT THRU 3150-EXIT
001540     STRING WS-RUN-ANIO "-" WS-RUN-MES "-" WS-RUN-DIA
001550         DELIMITED BY SIZE INTO HDR-FECHA
001560     MOVE WS-PAGE-COUNT TO HDR-PAGINA
001570     MOVE WS-HDR-LINE-1 TO ROSTER-RPT-LINE
001575     PERFORM 3160-COPIA-DISTRIB THRU 3160-EXIT
001580     WRITE ROSTER-RPT-LINE
001590     PERFORM 3150-CHECK-ROSTRPT THRU 3150-EXIT
001600     MOVE SPACES TO ROSTER-RPT-LINE
001605     PERFORM 3160-COPIA-DISTRIB THRU 3160-EXIT
001610     WRITE ROSTER-RPT-LINE
001620     PERFORM 3150-CHECK-ROSTRPT THRU 3150-EXIT
001630     MOVE ZERO TO WS-LINE-COUNT
001710     END-IF.
001720 3150-EXIT.
001730     EXIT.
001731
001732*----------------------------------------------------------*
001733* COPIA LA LINEA QUE SE VA A ESCRIBIR EN ROSTRPT AL FICHERO  *
001734* DE REPARTO, CON EL DEPARTAMENTO DE WS-DIST-DEPTO.          *
001735*----------------------------------------------------------*
001736 3160-COPIA-DISTRIB.
001737     ADD 1 TO WS-DIST-SECUENCIA
001738     MOVE "EMPLROST" TO DR-INFORME
001739     MOVE WS-DIST-FECHA TO DR-FECHA
001740     MOVE WS-DIST-HORA TO DR-HORA
001741     MOVE WS-DIST-SECUENCIA TO DR-SECUENCIA
001742     MOVE WS-DIST-DEPTO TO DR-DEPTO
001743     MOVE ZERO TO DR-EMP-ID
001744     MOVE ROSTER-RPT-LINE TO DR-LINEA
001745     WRITE DIST-REP-REC
001746     IF NOT WS-DISTREP-OK
001747         DISPLAY "EMPLROST: ERROR ESCRIBIENDO DISTREP "
001748             WS-DISTREP-STATUS
001749         GO TO ABEND-CLEANUP
001750     END-IF.
001751 3160-EXIT.
001752     EXIT.

001754 3200-RETURN-SORT.
001757     RETURN SORT-WORK-FILE
001760         AT END
001770             SET WS-EOF-MASTER TO TRUE
001780             GO TO 3200-EXIT
001849             MOVE DTB-NOMBRE (WS-DEPTO-IDX) TO DET-DEPTO-NOMBRE
001850     END-SEARCH
001850     MOVE WS-DET-LINE TO ROSTER-RPT-LINE
001855     MOVE SW-DEPARTAMENTO TO WS-DIST-DEPTO
001857     PERFORM 3160-COPIA-DISTRIB THRU 3160-EXIT
001860     WRITE ROSTER-RPT-LINE
001870     PERFORM 3150-CHECK-ROSTRPT THRU 3150-EXIT
001875     SET WS-DIST-COMUN TO TRUE
001880     ADD 1 TO WS-LINE-COUNT
001890     ADD 1 TO WS-EMP-TOTAL
001900     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE

001950 3300-WRITE-TOTAL.
001960     MOVE SPACES TO ROSTER-RPT-LINE
001965     PERFORM 3160-COPIA-DISTRIB THRU 3160-EXIT
001970     WRITE ROSTER-RPT-LINE
001980     PERFORM 3150-CHECK-ROSTRPT THRU 3150-EXIT
001990     MOVE WS-EMP-TOTAL TO TOT-EMP-TOTAL
002000     MOVE WS-TOTAL-LINE TO ROSTER-RPT-LINE
002005     PERFORM 3160-COPIA-DISTRIB THRU 3160-EXIT
002010     WRITE ROSTER-RPT-LINE
002020     PERFORM 3150-CHECK-ROSTRPT THRU 3150-EXIT
002022     MOVE WS-BAJAS-OMITIDAS TO TOT-BAJAS
002024     MOVE WS-BAJAS-LINE TO ROSTER-RPT-LINE
002025     PERFORM 3160-COPIA-DISTRIB THRU 3160-EXIT
002026     WRITE ROSTER-RPT-LINE
002027     PERFORM 3150-CHECK-ROSTRPT THRU 3150-EXIT
002028     MOVE WS-FTE-TOTAL TO TOT-FTE
002029     MOVE WS-FTE-LINE TO ROSTER-RPT-LINE
002030     PERFORM 3160-COPIA-DISTRIB THRU 3160-EXIT
002031     WRITE ROSTER-RPT-LINE
002032     PERFORM 3150-CHECK-ROSTRPT THRU 3150-EXIT
002036 3300-EXIT.
002040     EXIT.

002050 ABEND-CLEANUP.
002060     DISPLAY "EMPLROST: TERMINACION ANORMAL - CERRANDO FICHEROS".
002070     CLOSE EMPLEADO-MASTER-FILE.
002080     CLOSE ROSTER-RPT-FILE.
002085     CLOSE DIST-REP-FILE.
002090     MOVE 16 TO RETURN-CODE.
002100     GOBACK.


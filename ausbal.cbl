000217*                DE VERDAD; SIN VACMSTR SE SIGUE CON EL      *
000218*                DERECHO PLANO DE AUSPARM COMO HASTA AHORA.  *
000219*                LAS COLUMNAS DE DIAS PASAN A DOS DECIMALES. *
000220* 2026-10-15 DR  AL FINAL DEL RESUMEN POR DEPARTAMENTO SE    *
000221*                IMPRIME EL RESUMEN POR LA JERARQUIA DE      *
000222*                DEPTMSTR (DEPT-PADRE, COPY DEPTJER): CADA   *
000223*                DEPARTAMENTO SANGRADO BAJO SU PADRE CON     *
000224*                EMPLEADOS, DERECHO Y TOMADOS PROPIOS MAS    *
000225*                LOS DE SUS SUBORDINADOS, HASTA EL TOTAL DE  *
000226*                LA COMPANIA.                                *
000227* 2026-10-15 DR  SI EXISTE EL FICHERO DE SOLICITUDES SOLMSTR *
000228*                (COPY SOLAUS, GRABADO POR AUSONLN), CADA    *
000229*                EMPLEADO SUMA LOS DIAS DE SUS SOLICITUDES   *
000230*                DE VACACIONES PENDIENTES DE APROBAR: NUEVAS *
000231*                COLUMNAS PENDIENT (DIAS COMPROMETIDOS) Y    *
000232*                DISPONIBLE (RESTANTES MENOS PENDIENTES).    *
000233*                SIN SOLMSTR PENDIENT SALE A CERO Y          *
000234*                DISPONIBLE IGUAL A RESTANTES.               *
000235* 2026-10-15 DR  CADA LINEA DEL INFORME SE COPIA ADEMAS AL   *
000236*                FICHERO COMPARTIDO DISTREP (COPY DISTREP)   *
000237*                ROTULADA CON SU DEPARTAMENTO: EL DETALLE    *
000238*                CON EL DEL EMPLEADO, EL RESUMEN Y LA        *
000239*                JERARQUIA CON EL DE CADA LINEA, Y LAS       *
000240*                CABECERAS Y EL TOTAL DE LA COMPANIA COMO    *
000241*                LINEAS COMUNES "****". INFDIST REPARTE CADA *
000242*                DEPARTAMENTO A SU DESTINATARIO.             *
000244*----------------------------------------------------------*
000246
000248 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000270     DECIMAL-POINT IS COMMA.
000470     SELECT AUS-RPT-FILE ASSIGN TO "AUSRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-AUSRPT-STATUS.
000491
000493     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000494         ORGANIZATION IS INDEXED
000496         ACCESS MODE IS SEQUENTIAL
000497         RECORD KEY IS DEPT-CODIGO
000499         FILE STATUS IS WS-DEPTMSTR-STATUS.
000500
000501     SELECT SOLICITUD-AUS-FILE ASSIGN TO "SOLMSTR"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS SOL-CLAVE
000505         FILE STATUS IS WS-SOLMSTR-STATUS.
000506
000507     SELECT DIST-REP-FILE ASSIGN TO "DISTREP"
000508         ORGANIZATION IS SEQUENTIAL
000509         FILE STATUS IS WS-DISTREP-STATUS.
000512
000516 DATA DIVISION.
000520 FILE SECTION.
000530 FD  EMPLEADO-MASTER-FILE
000540     LABEL RECORDS ARE STANDARD.
000660 FD  AUS-RPT-FILE
000670     LABEL RECORDS ARE STANDARD.
000680 01  AUS-RPT-LINE               PIC X(80).
000682
000684 FD  DEPTO-MASTER-FILE
000686     LABEL RECORDS ARE STANDARD.
000688     COPY DEPTO.
000690
000691 FD  SOLICITUD-AUS-FILE
000692     LABEL RECORDS ARE STANDARD.
000693     COPY SOLAUS.
000694
000695 FD  DIST-REP-FILE
000696     LABEL RECORDS ARE STANDARD.
000697     COPY DISTREP.
000698
000700 WORKING-STORAGE SECTION.
000710 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
000720     88 WS-EMPMSTR-OK               VALUE "00".
000820
000830 01  WS-AUSRPT-STATUS           PIC X(02) VALUE SPACES.
000840     88 WS-AUSRPT-OK                VALUE "00".
000842
000843 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
000845     88 WS-DEPTMSTR-OK              VALUE "00".
000847     88 WS-DEPTMSTR-EOF             VALUE "10".
000848     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
000850
000851 01  WS-SOLMSTR-STATUS          PIC X(02) VALUE SPACES.
000852     88 WS-SOLMSTR-OK               VALUE "00".
000853     88 WS-SOLMSTR-NO-FILE          VALUE "35".
000854
000855 01  WS-DISTREP-STATUS          PIC X(02) VALUE SPACES.
000856     88 WS-DISTREP-OK               VALUE "00".
000857     88 WS-DISTREP-NO-FILE          VALUE "35".
000858
000859*----------------------------------------------------------*
000860* ROTULO DE LA COPIA PARA REPARTO: DEPARTAMENTO DE LA LINEA  *
000861* QUE SE VA A ESCRIBIR ("****" = COMUN) Y CORRIDA.           *
000862*----------------------------------------------------------*
000863 01  WS-DIST-DEPTO              PIC X(04) VALUE "****".
000864     88 WS-DIST-COMUN               VALUE "****".
000865 01  WS-DIST-FECHA              PIC 9(08) VALUE ZERO.
000866 01  WS-DIST-HORA               PIC 9(08) VALUE ZERO.
000867 01  WS-DIST-SECUENCIA          PIC 9(07) COMP VALUE ZERO.
000868
000869 01  WS-SWITCHES.
000870     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
000880         88 WS-EOF-MASTER           VALUE "Y".
000890     05 WS-SIN-AUSMSTR-SW      PIC X(01) VALUE "N".
000900         88 WS-SIN-AUSMSTR         VALUE "S".
000902     05 WS-SIN-VACMSTR-SW      PIC X(01) VALUE "N".
000904         88 WS-SIN-VACMSTR         VALUE "S".
000905     05 WS-SIN-SOLMSTR-SW      PIC X(01) VALUE "N".
000906         88 WS-SIN-SOLMSTR         VALUE "S".
000907     05 WS-FIN-SOLICITUDES-SW  PIC X(01) VALUE "N".
000908         88 WS-FIN-SOLICITUDES     VALUE "S".
000910     05 WS-FIN-AUSENCIAS-SW    PIC X(01) VALUE "N".
000920         88 WS-FIN-AUSENCIAS       VALUE "S".
000923     05 WS-EOF-DEPTO-SW        PIC X(01) VALUE "N".
000927         88 WS-EOF-DEPTO            VALUE "Y".
000930
000940 01  WS-COUNTERS.
000950     05 WS-EMP-COUNT           PIC 9(05) COMP VALUE ZERO.
000975 01  WS-DERECHO-EMP             PIC 9(03)V99 VALUE ZERO.
000980 01  WS-DIAS-TOMADOS            PIC 9(03) COMP VALUE ZERO.
000990 01  WS-DIAS-RESTANTES          PIC S9(03)V99 VALUE ZERO.
000993 01  WS-DIAS-PENDIENTES         PIC 9(03) COMP VALUE ZERO.
000996 01  WS-DIAS-DISPONIBLES        PIC S9(03)V99 VALUE ZERO.
001000
001010 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001020 01  WS-FECHA-PROCESO-ED REDEFINES WS-FECHA-PROCESO.
001340     05 FILLER                  PIC X(08) VALUE "DERECHO ".
001350     05 FILLER                  PIC X(08) VALUE "TOMADOS ".
001360     05 FILLER                  PIC X(09) VALUE "RESTANTES".
001362     05 FILLER                  PIC X(01) VALUE SPACES.
001364     05 FILLER                  PIC X(09) VALUE "PENDIENT ".
001366     05 FILLER                  PIC X(10) VALUE "DISPONIBLE".
001370
001380 01  WS-DET-LINE.
001390     05 DET-EMP-ID              PIC 9(06).
001470     05 DET-TOMADOS             PIC ZZZZ9.
001480     05 FILLER                  PIC X(03) VALUE SPACES.
001490     05 DET-RESTANTES           PIC ZZ9,99-.
001492     05 FILLER                  PIC X(03) VALUE SPACES.
001494     05 DET-PENDIENTES          PIC ZZZZ9.
001496     05 FILLER                  PIC X(04) VALUE SPACES.
001498     05 DET-DISPONIBLES         PIC ZZ9,99-.
001500
001510 01  WS-DEPTO-LINE.
001520     05 FILLER                  PIC X(13) VALUE
001610     05 FILLER                  PIC X(02) VALUE SPACES.
001620     05 FILLER                  PIC X(08) VALUE "TOMADOS ".
001630     05 DEP-TOMADOS             PIC ZZZ.ZZ9.
001631
001632 01  WS-JER-TITULO              PIC X(80) VALUE
001633     "RESUMEN POR JERARQUIA DE DEPARTAMENTOS (CON SUBORDINADOS)".
001634
001635 01  WS-JER-LINE.
001636     05 JL-SANGRIA              PIC X(22).
001637     05 FILLER                  PIC X(11) VALUE " EMPLEADOS ".
001638     05 JL-EMPLEADOS            PIC ZZZZ9.
001639     05 FILLER                  PIC X(10) VALUE "  DERECHO ".
001640     05 JL-DERECHO              PIC ZZZ.ZZ9,99.
001641     05 FILLER                  PIC X(10) VALUE "  TOMADOS ".
001642     05 JL-TOMADOS              PIC ZZZ.ZZ9.
001643
001644     COPY DEPTJER.
001647
001650 PROCEDURE DIVISION.
001660
001670 0000-MAINLINE.
001959             GO TO ABEND-CLEANUP
001961         END-IF
001962     END-IF
001963     OPEN INPUT SOLICITUD-AUS-FILE.
001964     IF WS-SOLMSTR-NO-FILE
001965         MOVE "S" TO WS-SIN-SOLMSTR-SW
001966     ELSE
001967         IF NOT WS-SOLMSTR-OK
001968             DISPLAY "AUSBAL: ERROR ABRIENDO SOLMSTR "
001969                 WS-SOLMSTR-STATUS
001970             GO TO ABEND-CLEANUP
001971         END-IF
001972     END-IF
001974     OPEN OUTPUT AUS-RPT-FILE.
001977     IF NOT WS-AUSRPT-OK
001980         DISPLAY "AUSBAL: ERROR ABRIENDO AUSRPT "
001990             WS-AUSRPT-STATUS
002000         GO TO ABEND-CLEANUP
002010     END-IF
002015     PERFORM 1300-ABRIR-DISTREP THRU 1300-EXIT
002020     MOVE WS-ANIO-PROCESO TO HDR-ANIO
002030     MOVE WS-HDR-LINE TO AUS-RPT-LINE
002040     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002340     END-IF.
002350 1100-EXIT.
002360     EXIT.
002361
002362*----------------------------------------------------------*
002363* ABRE LA COPIA PARA REPARTO EN EXTEND (LA PRIMERA VEZ SE    *
002364* CREA) Y FIJA LA FECHA Y HORA QUE IDENTIFICAN LA CORRIDA.   *
002365*----------------------------------------------------------*
002366 1300-ABRIR-DISTREP.
002367     OPEN EXTEND DIST-REP-FILE.
002368     IF WS-DISTREP-NO-FILE
002369         OPEN OUTPUT DIST-REP-FILE
002370     END-IF
002371     IF NOT WS-DISTREP-OK
002372         DISPLAY "AUSBAL: ERROR ABRIENDO DISTREP "
002373             WS-DISTREP-STATUS
002374         GO TO ABEND-CLEANUP
002375     END-IF
002376     ACCEPT WS-DIST-FECHA FROM DATE YYYYMMDD
002377     ACCEPT WS-DIST-HORA FROM TIME.
002378 1300-EXIT.
002379     EXIT.
002382
002386 2000-PROCESS-EMPLEADO.
002390     IF EMP-BAJA
002400         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002410         GO TO 2000-EXIT
002430     ADD 1 TO WS-EMP-COUNT
002440     PERFORM 3000-CONTAR-VACACIONES THRU 3000-EXIT
002442     PERFORM 3500-BUSCAR-DERECHO THRU 3500-EXIT
002446     PERFORM 3600-CONTAR-PENDIENTES THRU 3600-EXIT
002450     COMPUTE WS-DIAS-RESTANTES =
002460         WS-DERECHO-EMP - WS-DIAS-TOMADOS
002463     COMPUTE WS-DIAS-DISPONIBLES =
002466         WS-DIAS-RESTANTES - WS-DIAS-PENDIENTES
002470     MOVE EMP-ID          TO DET-EMP-ID
002480     MOVE APELLIDO        TO DET-APELLIDO
002490     MOVE DEPARTAMENTO    TO DET-DEPTO
002500     MOVE WS-DERECHO-EMP  TO DET-DERECHO
002510     MOVE WS-DIAS-TOMADOS TO DET-TOMADOS
002520     MOVE WS-DIAS-RESTANTES TO DET-RESTANTES
002523     MOVE WS-DIAS-PENDIENTES TO DET-PENDIENTES
002526     MOVE WS-DIAS-DISPONIBLES TO DET-DISPONIBLES
002530     MOVE WS-DET-LINE TO AUS-RPT-LINE
002535     MOVE DEPARTAMENTO TO WS-DIST-DEPTO
002540     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002545     SET WS-DIST-COMUN TO TRUE
002550     PERFORM 7000-ACUMULA-DEPTO THRU 7000-EXIT
002560     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002570 2000-EXIT.
003211 3500-EXIT.
003212     EXIT.
003213
003214*----------------------------------------------------------*
003215* DIAS COMPROMETIDOS: SUMA SOL-DIAS DE LAS SOLICITUDES DE    *
003216* VACACIONES PENDIENTES DEL EMPLEADO EN SOLMSTR. SE          *
003217* POSICIONA CON START EN EL EMPLEADO Y LEE HACIA ADELANTE    *
003218* HASTA CAMBIAR DE EMPLEADO.                                 *
003219*----------------------------------------------------------*
003220 3600-CONTAR-PENDIENTES.
003221     MOVE ZERO TO WS-DIAS-PENDIENTES
003222     IF WS-SIN-SOLMSTR
003223         GO TO 3600-EXIT
003224     END-IF
003225     MOVE "N" TO WS-FIN-SOLICITUDES-SW
003226     MOVE EMP-ID TO SOL-EMP-ID
003227     MOVE ZERO TO SOL-FECHA-DESDE
003228     START SOLICITUD-AUS-FILE
003229         KEY IS NOT LESS THAN SOL-CLAVE
003230         INVALID KEY
003231             MOVE "S" TO WS-FIN-SOLICITUDES-SW
003232     END-START
003233     PERFORM 3650-LEER-SOLICITUD THRU 3650-EXIT
003234         UNTIL WS-FIN-SOLICITUDES.
003235 3600-EXIT.
003236     EXIT.
003237
003238 3650-LEER-SOLICITUD.
003239     READ SOLICITUD-AUS-FILE NEXT
003240         AT END
003241             MOVE "S" TO WS-FIN-SOLICITUDES-SW
003242     END-READ
003243     IF NOT WS-FIN-SOLICITUDES AND NOT WS-SOLMSTR-OK
003244         DISPLAY "AUSBAL: ERROR LEYENDO SOLMSTR "
003245             WS-SOLMSTR-STATUS
003246         GO TO ABEND-CLEANUP
003247     END-IF
003248     IF NOT WS-FIN-SOLICITUDES
003249         IF SOL-EMP-ID NOT = EMP-ID
003250             MOVE "S" TO WS-FIN-SOLICITUDES-SW
003251         ELSE
003252             IF SOL-PENDIENTE AND SOL-VACACIONES
003253                 ADD SOL-DIAS TO WS-DIAS-PENDIENTES
003254             END-IF
003255         END-IF
003256     END-IF.
003257 3650-EXIT.
003258     EXIT.
003259
003260 7000-ACUMULA-DEPTO.
003261     SET WS-DEPTO-IDX TO 1
003263     SEARCH WS-DEPTO-ENTRY
003264         AT END
003265             PERFORM 7100-NUEVA-ENTRADA THRU 7100-EXIT
003267             SET WS-DEPTO-IDX TO WS-DEPTO-TAB-COUNT
003268         WHEN DT-DEPTO (WS-DEPTO-IDX) = DEPARTAMENTO
003270             CONTINUE
003280     END-SEARCH
003290     ADD 1 TO DT-EMPLEADOS (WS-DEPTO-IDX)
003510     PERFORM 8100-WRITE-DEPTO THRU 8100-EXIT
003520         VARYING WS-DEPTO-IDX FROM 1 BY 1
003530         UNTIL WS-DEPTO-IDX > WS-DEPTO-TAB-COUNT
003531     PERFORM 8600-CARGAR-JERARQUIA THRU 8600-EXIT
003533     PERFORM 8690-PROPIOS THRU 8690-EXIT
003534         VARYING WS-DEPTO-IDX FROM 1 BY 1
003536         UNTIL WS-DEPTO-IDX > WS-DEPTO-TAB-COUNT
003537     PERFORM 8650-PREPARAR-JER THRU 8650-EXIT
003539     PERFORM 8680-IMPRIMIR-JER THRU 8680-EXIT
003540 8000-EXIT.
003550     EXIT.
003560
003600     MOVE DT-DERECHO (WS-DEPTO-IDX)   TO DEP-DERECHO
003610     MOVE DT-TOMADOS (WS-DEPTO-IDX)   TO DEP-TOMADOS
003620     MOVE WS-DEPTO-LINE TO AUS-RPT-LINE
003625     MOVE DT-DEPTO (WS-DEPTO-IDX) TO WS-DIST-DEPTO
003630     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003635     SET WS-DIST-COMUN TO TRUE.
003640 8100-EXIT.
003650     EXIT.
003660
003670 8500-WRITE-LINEA.
003675     PERFORM 8550-COPIA-DISTRIB THRU 8550-EXIT
003680     WRITE AUS-RPT-LINE
003690     IF NOT WS-AUSRPT-OK
003700         DISPLAY "AUSBAL: ERROR ESCRIBIENDO AUSRPT "
003710             WS-AUSRPT-STATUS
003720         GO TO ABEND-CLEANUP
003721     END-IF.
003722 8500-EXIT.
003723     EXIT.
003724
003725*----------------------------------------------------------*
003727* COPIA LA LINEA QUE SE VA A ESCRIBIR EN AUSRPT AL FICHERO   *
003728* DE REPARTO, CON EL DEPARTAMENTO DE WS-DIST-DEPTO.          *
003729*----------------------------------------------------------*
003730 8550-COPIA-DISTRIB.
003731     ADD 1 TO WS-DIST-SECUENCIA
003732     MOVE "AUSBAL  " TO DR-INFORME
003734     MOVE WS-DIST-FECHA TO DR-FECHA
003735     MOVE WS-DIST-HORA TO DR-HORA
003736     MOVE WS-DIST-SECUENCIA TO DR-SECUENCIA
003737     MOVE WS-DIST-DEPTO TO DR-DEPTO
003738     MOVE ZERO TO DR-EMP-ID
003739     MOVE AUS-RPT-LINE TO DR-LINEA
003741     WRITE DIST-REP-REC
003742     IF NOT WS-DISTREP-OK
003743         DISPLAY "AUSBAL: ERROR ESCRIBIENDO DISTREP "
003744             WS-DISTREP-STATUS
003745         GO TO ABEND-CLEANUP
003746     END-IF.
003748 8550-EXIT.
003749     EXIT.
003750
003751*----------------------------------------------------------*
003752* JERARQUIA DE DEPARTAMENTOS (COPY DEPTJER): SE CARGA DE     *
003754* DEPTMSTR CODIGO, NOMBRE Y PADRE DE CADA DEPARTAMENTO. SIN  *
003755* DEPTMSTR LA TABLA SE LLENA SOLO CON LOS DEPARTAMENTOS QUE  *
003756* TRAEN DATOS, TODOS COLGANDO DE LA COMPANIA.                *
003757*----------------------------------------------------------*
003758 8600-CARGAR-JERARQUIA.
003759     MOVE ZERO TO JER-TAB-COUNT
003760     OPEN INPUT DEPTO-MASTER-FILE.
003761     IF WS-DEPTMSTR-NO-FILE
003762         SET JER-SIN-DEPTMSTR TO TRUE
003763         GO TO 8600-EXIT
003764     END-IF
003765     IF NOT WS-DEPTMSTR-OK
003766         DISPLAY "AUSBAL: ERROR ABRIENDO DEPTMSTR "
003767             WS-DEPTMSTR-STATUS
003768         GO TO ABEND-CLEANUP
003769     END-IF
003770     MOVE "N" TO WS-EOF-DEPTO-SW
003771     PERFORM 8610-LEER-DEPTO THRU 8610-EXIT
003772     PERFORM 8620-AGREGAR-DEPTO THRU 8620-EXIT
003773         UNTIL WS-EOF-DEPTO
003774     CLOSE DEPTO-MASTER-FILE.
003775 8600-EXIT.
003776     EXIT.
003777
003778 8610-LEER-DEPTO.
003779     READ DEPTO-MASTER-FILE NEXT
003780         AT END
003781             SET WS-EOF-DEPTO TO TRUE
003782     END-READ
003783     IF NOT WS-EOF-DEPTO AND NOT WS-DEPTMSTR-OK
003784         DISPLAY "AUSBAL: ERROR LEYENDO DEPTMSTR "
003785             WS-DEPTMSTR-STATUS
003786         GO TO ABEND-CLEANUP
003787     END-IF
003788 8610-EXIT.
003789     EXIT.
003790
003791 8620-AGREGAR-DEPTO.
003792     MOVE DEPT-CODIGO TO JER-BUSCA
003793     PERFORM 8640-ALTA-JER THRU 8640-EXIT
003794     MOVE DEPT-NOMBRE TO JER-NOMBRE (JER-TAB-COUNT)
003795     IF DEPT-PADRE NOT = LOW-VALUES
003796         MOVE DEPT-PADRE TO JER-PADRE (JER-TAB-COUNT)
003797     END-IF
003798     PERFORM 8610-LEER-DEPTO THRU 8610-EXIT.
003799 8620-EXIT.
003800     EXIT.
003801
003802 8630-BUSCAR-JER.
003803     MOVE "N" TO JER-HALLADO-SW
003804     IF JER-TAB-COUNT = ZERO
003805         GO TO 8630-EXIT
003806     END-IF
003807     SET JER-IDX TO 1
003808     SEARCH JER-ENTRY
003809         AT END
003810             CONTINUE
003811         WHEN JER-CODIGO (JER-IDX) = JER-BUSCA
003812             SET JER-HALLADO TO TRUE
003813     END-SEARCH.
003814 8630-EXIT.
003815     EXIT.
003816
003817*----------------------------------------------------------*
003818* DEJA JER-IDX EN LA ENTRADA DEL DEPARTAMENTO DE JER-BUSCA   *
003819* Y LA MARCA CON DATOS. UN CODIGO QUE NO ESTA EN DEPTMSTR    *
003820* SE AGREGA COLGANDO DE LA COMPANIA.                         *
003821*----------------------------------------------------------*
003822 8635-UBICAR-JER.
003823     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
003824     IF NOT JER-HALLADO
003825         PERFORM 8640-ALTA-JER THRU 8640-EXIT
003826         MOVE "*** SIN DEPTMSTR" TO JER-NOMBRE (JER-TAB-COUNT)
003827         SET JER-IDX TO JER-TAB-COUNT
003828     END-IF
003829     SET JER-CON-DATOS (JER-IDX) TO TRUE.
003830 8635-EXIT.
003831     EXIT.
003832
003833 8640-ALTA-JER.
003834     IF JER-TAB-COUNT >= 500
003835         DISPLAY "AUSBAL: TABLA DE JERARQUIA LLENA"
003836         GO TO ABEND-CLEANUP
003837     END-IF
003838     ADD 1 TO JER-TAB-COUNT
003839     INITIALIZE JER-ENTRY (JER-TAB-COUNT)
003840     MOVE JER-BUSCA TO JER-CODIGO (JER-TAB-COUNT)
003841     MOVE "N" TO JER-DATOS-SW (JER-TAB-COUNT)
003842     MOVE "N" TO JER-IMPRIMIR-SW (JER-TAB-COUNT).
003843 8640-EXIT.
003844     EXIT.
003845
003846*----------------------------------------------------------*
003847* PREPARA EL RESUMEN: RUTA Y NIVEL DE CADA DEPARTAMENTO      *
003848* SUBIENDO POR SUS PADRES (COMO MUCHO 10 NIVELES), ORDEN     *
003849* POR RUTA, QUE DEJA CADA HIJO DEBAJO DE SU PADRE, Y SUBIDA  *
003850* DE LO PROPIO DE CADA DEPARTAMENTO AL TOTAL DE EL MISMO Y   *
003851* DE TODOS SUS ASCENDIENTES. JER-COMPANIA QUEDA CON EL       *
003852* TOTAL DE LA COMPANIA.                                      *
003853*----------------------------------------------------------*
003854 8650-PREPARAR-JER.
003855     MOVE ZERO TO JER-COMPANIA (1)
003856     MOVE ZERO TO JER-COMPANIA (2)
003857     MOVE ZERO TO JER-COMPANIA (3)
003858     MOVE ZERO TO JER-COMPANIA (4)
003859     MOVE ZERO TO JER-COMPANIA (5)
003860     IF JER-TAB-COUNT = ZERO
003861         GO TO 8650-EXIT
003862     END-IF
003863     PERFORM 8655-RUTA THRU 8655-EXIT
003864         VARYING JER-I FROM 1 BY 1
003865         UNTIL JER-I > JER-TAB-COUNT
003866     PERFORM 8660-PASADA THRU 8660-EXIT
003867         VARYING JER-I FROM 1 BY 1
003868         UNTIL JER-I >= JER-TAB-COUNT
003869     PERFORM 8670-SUBIR-TOTALES THRU 8670-EXIT
003870         VARYING JER-I FROM 1 BY 1
003871         UNTIL JER-I > JER-TAB-COUNT.
003872 8650-EXIT.
003873     EXIT.
003874
003875 8655-RUTA.
003876     MOVE JER-CODIGO (JER-I) TO JER-RUTA (JER-I)
003877     MOVE 1 TO JER-NIVEL (JER-I)
003878     MOVE JER-PADRE (JER-I) TO JER-BUSCA
003879     PERFORM 8657-SUBIR-RUTA THRU 8657-EXIT
003880         UNTIL JER-BUSCA = SPACES OR JER-NIVEL (JER-I) >= 10.
003881 8655-EXIT.
003882     EXIT.
003883
003884 8657-SUBIR-RUTA.
003885     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
003886     IF NOT JER-HALLADO
003887         MOVE SPACES TO JER-BUSCA
003888         GO TO 8657-EXIT
003889     END-IF
003890     MOVE JER-RUTA (JER-I) TO JER-RUTA-AUX
003891     MOVE SPACES TO JER-RUTA (JER-I)
003892     STRING JER-BUSCA DELIMITED BY SIZE
003893            JER-RUTA-AUX DELIMITED BY SIZE
003894         INTO JER-RUTA (JER-I)
003895     END-STRING
003896     ADD 1 TO JER-NIVEL (JER-I)
003897     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
003898 8657-EXIT.
003899     EXIT.
003900
003901 8660-PASADA.
003902     MOVE JER-I TO JER-MIN
003903     PERFORM 8665-COMPARA THRU 8665-EXIT
003904         VARYING JER-J FROM JER-I BY 1
003905         UNTIL JER-J > JER-TAB-COUNT
003906     IF JER-MIN NOT = JER-I
003907         MOVE JER-ENTRY (JER-I) TO JER-ENTRY-HOLD
003908         MOVE JER-ENTRY (JER-MIN) TO JER-ENTRY (JER-I)
003909         MOVE JER-ENTRY-HOLD TO JER-ENTRY (JER-MIN)
003910     END-IF.
003911 8660-EXIT.
003912     EXIT.
003913
003914 8665-COMPARA.
003915     IF JER-RUTA (JER-J) < JER-RUTA (JER-MIN)
003916         MOVE JER-J TO JER-MIN
003917     END-IF.
003918 8665-EXIT.
003919     EXIT.
003920
003921 8670-SUBIR-TOTALES.
003922     IF NOT JER-CON-DATOS (JER-I)
003923         GO TO 8670-EXIT
003924     END-IF
003925     ADD JER-PROPIO (JER-I, 1) TO JER-COMPANIA (1)
003926     ADD JER-PROPIO (JER-I, 2) TO JER-COMPANIA (2)
003927     ADD JER-PROPIO (JER-I, 3) TO JER-COMPANIA (3)
003928     ADD JER-PROPIO (JER-I, 4) TO JER-COMPANIA (4)
003929     ADD JER-PROPIO (JER-I, 5) TO JER-COMPANIA (5)
003930     MOVE JER-CODIGO (JER-I) TO JER-BUSCA
003931     MOVE ZERO TO JER-PASOS
003932     PERFORM 8675-SUMAR-ARRIBA THRU 8675-EXIT
003933         UNTIL JER-BUSCA = SPACES OR JER-PASOS >= 10.
003934 8670-EXIT.
003935     EXIT.
003936
003937 8675-SUMAR-ARRIBA.
003938     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
003939     IF NOT JER-HALLADO
003940         MOVE SPACES TO JER-BUSCA
003941         GO TO 8675-EXIT
003942     END-IF
003943     ADD JER-PROPIO (JER-I, 1) TO JER-TOTAL (JER-IDX, 1)
003944     ADD JER-PROPIO (JER-I, 2) TO JER-TOTAL (JER-IDX, 2)
003945     ADD JER-PROPIO (JER-I, 3) TO JER-TOTAL (JER-IDX, 3)
003946     ADD JER-PROPIO (JER-I, 4) TO JER-TOTAL (JER-IDX, 4)
003947     ADD JER-PROPIO (JER-I, 5) TO JER-TOTAL (JER-IDX, 5)
003948     SET JER-IMPRIMIR (JER-IDX) TO TRUE
003949     ADD 1 TO JER-PASOS
003950     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
003951 8675-EXIT.
003952     EXIT.
003953
003954*----------------------------------------------------------*
003955* RESUMEN POR JERARQUIA: UNA LINEA POR DEPARTAMENTO CON      *
003956* EMPLEADOS PROPIOS O DE SUS SUBORDINADOS, SANGRADA DOS      *
003957* POSICIONES POR NIVEL, Y AL FINAL EL TOTAL DE LA COMPANIA.  *
003958*----------------------------------------------------------*
003959 8680-IMPRIMIR-JER.
003960     MOVE SPACES TO AUS-RPT-LINE
003961     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003962     MOVE WS-JER-TITULO TO AUS-RPT-LINE
003963     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003964     PERFORM 8685-LINEA-JER THRU 8685-EXIT
003965         VARYING JER-I FROM 1 BY 1
003966         UNTIL JER-I > JER-TAB-COUNT
003967     MOVE "TOTAL COMPANIA" TO JL-SANGRIA
003968     MOVE JER-COMPANIA (1) TO JL-EMPLEADOS
003969     MOVE JER-COMPANIA (2) TO JL-DERECHO
003970     MOVE JER-COMPANIA (3) TO JL-TOMADOS
003971     MOVE WS-JER-LINE TO AUS-RPT-LINE
003972     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
003973 8680-EXIT.
003974     EXIT.
003975
003976 8685-LINEA-JER.
003977     IF NOT JER-IMPRIMIR (JER-I)
003987         GO TO 8685-EXIT
003997     END-IF
004007     MOVE SPACES TO JL-SANGRIA
004017     COMPUTE JER-POS = JER-NIVEL (JER-I) * 2 - 1
004027     MOVE JER-CODIGO (JER-I) TO JL-SANGRIA (JER-POS:4)
004037     MOVE JER-TOTAL (JER-I, 1) TO JL-EMPLEADOS
004047     MOVE JER-TOTAL (JER-I, 2) TO JL-DERECHO
004057     MOVE JER-TOTAL (JER-I, 3) TO JL-TOMADOS
004067     MOVE WS-JER-LINE TO AUS-RPT-LINE
004077     MOVE JER-CODIGO (JER-I) TO WS-DIST-DEPTO
004087     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004097     SET WS-DIST-COMUN TO TRUE.
004107 8685-EXIT.
004117     EXIT.
004127
004137 8690-PROPIOS.
004147     MOVE DT-DEPTO (WS-DEPTO-IDX) TO JER-BUSCA
004157     PERFORM 8635-UBICAR-JER THRU 8635-EXIT
004167     ADD DT-EMPLEADOS (WS-DEPTO-IDX) TO JER-PROPIO (JER-IDX, 1)
004177     ADD DT-DERECHO (WS-DEPTO-IDX)   TO JER-PROPIO (JER-IDX, 2)
004187     ADD DT-TOMADOS (WS-DEPTO-IDX)   TO JER-PROPIO (JER-IDX, 3).
004197 8690-EXIT.
004207     EXIT.
004217
004227 9000-TERMINATE.
004237     CLOSE EMPLEADO-MASTER-FILE.
004247     IF NOT WS-SIN-AUSMSTR
004257         CLOSE AUSENCIA-MASTER-FILE
004267     END-IF
004277     IF NOT WS-SIN-VACMSTR
004287         CLOSE VACACION-MASTER-FILE
004297     END-IF
004307     IF NOT WS-SIN-SOLMSTR
004317         CLOSE SOLICITUD-AUS-FILE
004327     END-IF
004337     CLOSE AUS-RPT-FILE.
004347     CLOSE DIST-REP-FILE.
004357     DISPLAY "AUSBAL: EMPLEADOS INFORMADOS " WS-EMP-COUNT.
004367 9000-EXIT.
004377     EXIT.
004387
004397 ABEND-CLEANUP.
004407     DISPLAY "AUSBAL: TERMINACION ANORMAL - CERRANDO FICHEROS".
004417     CLOSE EMPLEADO-MASTER-FILE.
004427     CLOSE AUSENCIA-MASTER-FILE.
004437     CLOSE VACACION-MASTER-FILE.
004447     CLOSE AUS-RPT-FILE.
004457     CLOSE DEPTO-MASTER-FILE.
004467     CLOSE SOLICITUD-AUS-FILE.
004477     CLOSE DIST-REP-FILE.
004487     MOVE 16 TO RETURN-CODE.
004497     GOBACK.
004507
004517     END PROGRAM AUSBAL.

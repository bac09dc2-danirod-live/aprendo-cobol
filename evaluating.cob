000380*                TAMBIEN A LA BITACORA COMPARTIDA AUDITLOG       *
000390*                (COPY AUDITLOG), PARA QUE PUEDA AUDITARSE       *
000400*                JUNTO CON LAS DE CERO Y CREDITO.                *
000401* 2026-10-15 DR  LA TABLA DE DECISION DEJA DE SER LITERAL:   *
000402*                SE CARGA AL ARRANCAR DESDE EL MAESTRO       *
000403*                REGLMSTR (COPY REGLAS, TABLA EV), VERSION   *
000404*                APROBADA EN VIGOR A LA FECHA DE CORRIDA.    *
000405*                LAS REGLAS SE MANTIENEN CON REGLMANT.       *
000410*----------------------------------------------------------*

000420 ENVIRONMENT DIVISION.
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-AUDITLOG-STATUS.

000592     SELECT REGLA-MASTER-FILE ASSIGN TO "REGLMSTR"
000593         ORGANIZATION IS INDEXED
000594         ACCESS MODE IS DYNAMIC
000595         RECORD KEY IS RGL-CLAVE
000596         FILE STATUS IS WS-REGLMSTR-STATUS.

000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  EVAL-IN-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY AUDITLOG.

000774 FD  REGLA-MASTER-FILE
000776     LABEL RECORDS ARE STANDARD.
000778     COPY REGLAS.

000780 WORKING-STORAGE SECTION.
000790 01  WS-EVALIN-STATUS            PIC X(02) VALUE SPACES.
000800     88 WS-EVALIN-OK                 VALUE "00".
000870     88 WS-AUDITLOG-OK               VALUE "00".
000880     88 WS-AUDITLOG-NO-FILE          VALUE "05", "35".

000884 01  WS-REGLMSTR-STATUS          PIC X(02) VALUE SPACES.
000886     88 WS-REGLMSTR-OK               VALUE "00".
000888     88 WS-REGLMSTR-EOF              VALUE "10".

000890 01  WS-SWITCHES.
000900     05 WS-EOF-EVALIN-SW       PIC X(01) VALUE "N".
000910         88 WS-EOF-EVALIN           VALUE "Y".
000913     05 WS-FIN-REGLAS-SW       PIC X(01) VALUE "N".
000916         88 WS-FIN-REGLAS           VALUE "S".

000920 01  WS-COUNTERS.
000930     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
000980* EL EVALUATE ORIGINAL), Y LA CATEGORIA RESULTANTE. LAS     *
000990* REGLAS SE PRUEBAN EN ORDEN, DE LA MAS ESPECIFICA A LA MAS *
001000* GENERAL, Y GANA LA PRIMERA QUE CASA.                      *
001003* LAS FILAS SE CARGAN DE REGLMSTR (TABLA EV) EN 1100; WR-    *
001006* NUMERO ES EL NUMERO ESTABLE DE LA REGLA.                   *
001010*----------------------------------------------------------*
001020 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001030 01  WS-REGLA-COUNT              PIC 9(02) COMP VALUE ZERO.
001040 01  WS-VERSION-VIGOR            PIC 9(04) VALUE ZERO.
001050 01  WS-TABLA-REGLAS.
001060     05 WS-REGLA OCCURS 1 TO 50 TIMES
001070             DEPENDING ON WS-REGLA-COUNT
001080             INDEXED BY WS-REGLA-IDX.
001090         10 WR-NUMERO             PIC 9(02).
001210         10 WR-REGION             PIC X(01).
001220         10 WR-TIPO               PIC X(01).
001230         10 WR-SUBTIPO            PIC X(01).
001250         10 WR-CATEGORIA          PIC X(14).

001260 01  WS-CATEGORIA-COUNTS.
001270     05 WS-CATEGORIA-COUNT      PIC 9(07) COMP OCCURS 50 TIMES
001280         VALUE ZERO.

001290 01  WS-DET-LINE.
001600     GOBACK.

001610 1000-INITIALIZE.
001613     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001616     PERFORM 1100-CARGAR-REGLAS THRU 1100-EXIT
001620     OPEN INPUT EVAL-IN-FILE.
001630     IF NOT WS-EVALIN-OK
001640         DISPLAY "EVALUATING: ERROR ABRIENDO EVALIN "
001900 1000-EXIT.
001910     EXIT.

001912*----------------------------------------------------------*
001913* CARGA LA TABLA DE DECISION DESDE REGLMSTR: PRIMERO BUSCA LA*
001914* VERSION EN VIGOR (LA APROBADA DE MAYOR NUMERO CON VIGENCIA *
001915* NO POSTERIOR A HOY) Y LUEGO LEE SUS FILAS EN ORDEN.        *
001916*----------------------------------------------------------*
001917 1100-CARGAR-REGLAS.
001918     OPEN INPUT REGLA-MASTER-FILE.
001919     IF NOT WS-REGLMSTR-OK
001920         DISPLAY "EVALUATING: ERROR ABRIENDO REGLMSTR "
001921             WS-REGLMSTR-STATUS
001922         GO TO ABEND-CLEANUP
001923     END-IF
001924     MOVE "EV" TO RGL-TABLA
001925     MOVE ZERO TO RGL-VERSION
001926     MOVE ZERO TO RGL-ORDEN
001927     MOVE "N" TO WS-FIN-REGLAS-SW
001928     START REGLA-MASTER-FILE KEY IS NOT LESS THAN RGL-CLAVE
001929         INVALID KEY
001930             SET WS-FIN-REGLAS TO TRUE
001931     END-START
001932     PERFORM 1150-BUSCAR-VERSION THRU 1150-EXIT
001933         UNTIL WS-FIN-REGLAS
001934     IF WS-VERSION-VIGOR = ZERO
001935         DISPLAY "EVALUATING: REGLMSTR SIN VERSION EV EN VIGOR A "
001936             WS-FECHA-PROCESO
001937         GO TO ABEND-CLEANUP
001938     END-IF
001939     MOVE "EV" TO RGL-TABLA
001940     MOVE WS-VERSION-VIGOR TO RGL-VERSION
001941     MOVE ZERO TO RGL-ORDEN
001942     MOVE "N" TO WS-FIN-REGLAS-SW
001943     START REGLA-MASTER-FILE KEY IS NOT LESS THAN RGL-CLAVE
001944         INVALID KEY
001945             SET WS-FIN-REGLAS TO TRUE
001946     END-START
001947     PERFORM 1170-LEER-REGLA THRU 1170-EXIT
001948         UNTIL WS-FIN-REGLAS
001949     CLOSE REGLA-MASTER-FILE.
001950     IF WS-REGLA-COUNT = ZERO
001951         DISPLAY "EVALUATING: VERSION " WS-VERSION-VIGOR
001952             " DE REGLAS EV SIN FILAS"
001953         GO TO ABEND-CLEANUP
001954     END-IF
001955     DISPLAY "EVALUATING: REGLAS EV VERSION " WS-VERSION-VIGOR
001956         " FILAS " WS-REGLA-COUNT.
001957 1100-EXIT.
001958     EXIT.

001960 1150-BUSCAR-VERSION.
001961     READ REGLA-MASTER-FILE NEXT
001962         AT END
001963             SET WS-FIN-REGLAS TO TRUE
001964             GO TO 1150-EXIT
001965     END-READ
001966     IF NOT WS-REGLMSTR-OK
001967         DISPLAY "EVALUATING: ERROR LEYENDO REGLMSTR "
001968             WS-REGLMSTR-STATUS
001969         GO TO ABEND-CLEANUP
001970     END-IF
001971     IF RGL-TABLA NOT = "EV"
001972         SET WS-FIN-REGLAS TO TRUE
001973         GO TO 1150-EXIT
001974     END-IF
001975     IF RGL-APROBADA AND RGL-VIGENCIA NOT > WS-FECHA-PROCESO
001976         MOVE RGL-VERSION TO WS-VERSION-VIGOR
001977     END-IF.
001978 1150-EXIT.
001979     EXIT.

001981 1170-LEER-REGLA.
001982     READ REGLA-MASTER-FILE NEXT
001983         AT END
001984             SET WS-FIN-REGLAS TO TRUE
001985             GO TO 1170-EXIT
001986     END-READ
001987     IF NOT WS-REGLMSTR-OK
001988         DISPLAY "EVALUATING: ERROR LEYENDO REGLMSTR "
001989             WS-REGLMSTR-STATUS
001990         GO TO ABEND-CLEANUP
001991     END-IF
001992     IF RGL-TABLA NOT = "EV"
001993         OR RGL-VERSION NOT = WS-VERSION-VIGOR
001994         SET WS-FIN-REGLAS TO TRUE
001995         GO TO 1170-EXIT
001996     END-IF
001997     IF WS-REGLA-COUNT >= 50
001998         DISPLAY "EVALUATING: TABLA DE REGLAS LLENA"
001999         GO TO ABEND-CLEANUP
002000     END-IF
002001     ADD 1 TO WS-REGLA-COUNT
002002     SET WS-REGLA-IDX TO WS-REGLA-COUNT
002003     MOVE RGL-REGLA TO WR-NUMERO (WS-REGLA-IDX)
002004     MOVE RGL-REGION TO WR-REGION (WS-REGLA-IDX)
002005     MOVE RGL-TIPO TO WR-TIPO (WS-REGLA-IDX)
002006     MOVE RGL-SUBTIPO TO WR-SUBTIPO (WS-REGLA-IDX)
002007     MOVE RGL-PRIORIDAD TO WR-PRIORIDAD (WS-REGLA-IDX)
002008     MOVE RGL-CATEGORIA TO WR-CATEGORIA (WS-REGLA-IDX).
002009 1170-EXIT.
002011     EXIT.

002012 2000-PROCESS-TRANS.
002014     ADD 1 TO WS-LEIDOS-COUNT
002015     SET WS-REGLA-IDX TO 1
002017     SEARCH WS-REGLA
002019         AT END
002020             PERFORM 2400-LOG-NOMATCH THRU 2400-EXIT
002022         WHEN (WR-REGION (WS-REGLA-IDX) = EI-REGION
002023                 OR WR-REGION (WS-REGLA-IDX) = "*")
002025             AND (WR-TIPO (WS-REGLA-IDX) = EI-TIPO
002026                 OR WR-TIPO (WS-REGLA-IDX) = "*")
002028             AND (WR-SUBTIPO (WS-REGLA-IDX) = EI-SUBTIPO
002030                 OR WR-SUBTIPO (WS-REGLA-IDX) = "*")
002040             AND (WR-PRIORIDAD (WS-REGLA-IDX) = EI-PRIORIDAD
002050                 OR WR-PRIORIDAD (WS-REGLA-IDX) = "*")
002840 9000-TERMINATE.
002850     PERFORM 9100-WRITE-RESUMEN THRU 9100-EXIT
002860         VARYING WS-REGLA-IDX FROM 1 BY 1
002870         UNTIL WS-REGLA-IDX > WS-REGLA-COUNT
002880     CLOSE EVAL-IN-FILE.
002890     CLOSE EVAL-RPT-FILE.
002900     CLOSE EVAL-EXCPT-FILE.
003080     CLOSE EVAL-RPT-FILE.
003090     CLOSE EVAL-EXCPT-FILE.
003100     CLOSE AUDIT-LOG-FILE.
003105     CLOSE REGLA-MASTER-FILE.
003110     MOVE 16 TO RETURN-CODE.
003120     GOBACK.


000269*                DE DISPOSICION ALERMSTR (COPY ALERTA) EN    *
000270*                ESTADO P, QUE EL REVISOR DECIDE CON         *
000271*                ALERDISP Y ALEREFF RESUME POR REGLA.        *
000272* 2026-10-15 DR  LA TABLA DE DECISION DEJA DE SER LITERAL:   *
000273*                SE CARGA AL ARRANCAR DESDE EL MAESTRO       *
000274*                REGLMSTR (COPY REGLAS, TABLA AN), VERSION   *
000275*                APROBADA EN VIGOR A LA FECHA DE CORRIDA, QUE*
000276*                SALE EN LA CABECERA DE ANOMRPT. ALE-REGLA Y *
000277*                EL COTEJO CON SUPRFILE USAN EL NUMERO FIJO  *
000278*                DE LA REGLA, NO SU POSICION EN LA TABLA.    *
000279*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000400         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000410             WITH DUPLICATES
000420         FILE STATUS IS WS-LEDGDTL-STATUS.
000421
000422     SELECT REGLA-MASTER-FILE ASSIGN TO "REGLMSTR"
000423         ORGANIZATION IS INDEXED
000424         ACCESS MODE IS DYNAMIC
000425         RECORD KEY IS RGL-CLAVE
000426         FILE STATUS IS WS-REGLMSTR-STATUS.
000430
000440     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000450         ORGANIZATION IS INDEXED
000600 FD  PLAN-CUENTA-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY CUENTAS.
000622
000624 FD  REGLA-MASTER-FILE
000626     LABEL RECORDS ARE STANDARD.
000628     COPY REGLAS.
000630
000640 FD  ANOM-RPT-FILE
000650     LABEL RECORDS ARE STANDARD.
000740     88 WS-PLANCTAS-OK               VALUE "00".
000750     88 WS-PLANCTAS-NOT-FOUND        VALUE "23".
000760     88 WS-PLANCTAS-NO-FILE          VALUE "35".
000762
000764 01  WS-REGLMSTR-STATUS          PIC X(02) VALUE SPACES.
000766     88 WS-REGLMSTR-OK               VALUE "00".
000768     88 WS-REGLMSTR-EOF              VALUE "10".
000770
000780 01  WS-ANOMRPT-STATUS           PIC X(02) VALUE SPACES.
000790     88 WS-ANOMRPT-OK                VALUE "00".
000830         88 WS-EOF-DETALLE          VALUE "Y".
000840     05 WS-SIN-PLANCTAS-SW     PIC X(01) VALUE "N".
000850         88 WS-SIN-PLANCTAS         VALUE "S".
000853     05 WS-FIN-REGLAS-SW       PIC X(01) VALUE "N".
000856         88 WS-FIN-REGLAS           VALUE "S".
000860
000870 01  WS-COUNTERS.
000880     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
001060*   TIPO: CLASE DE CUENTA A/P/N/I/G, ? SIN PLAN              *
001070*   SUBTIPO: B MONEDA BASE, E EXTRANJERA                     *
001080*   PRIORIDAD: D/C, R SI ES ESTORNO                          *
001083* LAS FILAS SE CARGAN DE REGLMSTR (TABLA AN) EN 1100; WR-    *
001086* NUMERO ES EL NUMERO ESTABLE DE LA REGLA.                   *
001090*----------------------------------------------------------*
001100 01  WS-REGLA-COUNT              PIC 9(02) COMP VALUE ZERO.
001110 01  WS-VERSION-VIGOR            PIC 9(04) VALUE ZERO.
001120 01  WS-TABLA-REGLAS.
001130     05 WS-REGLA OCCURS 1 TO 50 TIMES
001140             DEPENDING ON WS-REGLA-COUNT
001150             INDEXED BY WS-REGLA-IDX.
001160         10 WR-NUMERO             PIC 9(02).
001280         10 WR-REGION             PIC X(01).
001290         10 WR-TIPO               PIC X(01).
001300         10 WR-SUBTIPO            PIC X(01).
001320         10 WR-CATEGORIA          PIC X(14).
001330
001340 01  WS-CATEGORIA-COUNTS.
001350     05 WS-CATEGORIA-COUNT      PIC 9(07) COMP OCCURS 50 TIMES
001360         VALUE ZERO.
001370
001380 01  WS-HDR-LINE.
001390     05 FILLER                  PIC X(38) VALUE
001400         "CRIBA DE APUNTES DEL DIA - FECHA      ".
001410     05 HDR-FECHA               PIC 9(08).
001412     05 FILLER                  PIC X(18) VALUE
001414         "  REGLAS VERSION ".
001416     05 HDR-VERSION             PIC 9(04).
001420
001430 01  WS-DET-LINE.
001440     05 DET-SEQ-NO              PIC 9(08).
001670
001680 1000-INITIALIZE.
001690     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001695     PERFORM 1100-CARGAR-REGLAS THRU 1100-EXIT
001700     OPEN INPUT LEDGER-DETAIL-FILE.
001710     IF NOT WS-LEDGDTL-OK
001720         DISPLAY "ANOMEVAL: ERROR ABRIENDO LEDGDTL "
001922     END-IF
001923     PERFORM 1200-CARGAR-SUPRESIONES THRU 1200-EXIT
001924     MOVE WS-FECHA-PROCESO TO HDR-FECHA
001927     MOVE WS-VERSION-VIGOR TO HDR-VERSION
001930     MOVE WS-HDR-LINE TO ANOM-RPT-LINE
001940     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
001950     PERFORM 2100-READ-DETALLE THRU 2100-EXIT.
001970     EXIT.

001971*----------------------------------------------------------*
001972* CARGA LA TABLA DE DECISION DESDE REGLMSTR: PRIMERO BUSCA LA*
001973* VERSION EN VIGOR (LA APROBADA DE MAYOR NUMERO CON VIGENCIA *
001974* NO POSTERIOR A HOY) Y LUEGO LEE SUS FILAS EN ORDEN. SIN    *
001975* MAESTRO O SIN VERSION EN VIGOR NO SE CRIBA NADA.           *
001976*----------------------------------------------------------*
001977 1100-CARGAR-REGLAS.
001978     OPEN INPUT REGLA-MASTER-FILE.
001979     IF NOT WS-REGLMSTR-OK
001980         DISPLAY "ANOMEVAL: ERROR ABRIENDO REGLMSTR "
001981             WS-REGLMSTR-STATUS
001982         GO TO ABEND-CLEANUP
001983     END-IF
001984     MOVE "AN" TO RGL-TABLA
001985     MOVE ZERO TO RGL-VERSION
001986     MOVE ZERO TO RGL-ORDEN
001987     MOVE "N" TO WS-FIN-REGLAS-SW
001988     START REGLA-MASTER-FILE KEY IS NOT LESS THAN RGL-CLAVE
001989         INVALID KEY
001990             SET WS-FIN-REGLAS TO TRUE
001991     END-START
001992     PERFORM 1150-BUSCAR-VERSION THRU 1150-EXIT
001993         UNTIL WS-FIN-REGLAS
001994     IF WS-VERSION-VIGOR = ZERO
001995         DISPLAY "ANOMEVAL: REGLMSTR SIN VERSION AN EN VIGOR A "
001996             WS-FECHA-PROCESO
001997         GO TO ABEND-CLEANUP
001998     END-IF
001999     MOVE "AN" TO RGL-TABLA
002000     MOVE WS-VERSION-VIGOR TO RGL-VERSION
002001     MOVE ZERO TO RGL-ORDEN
002002     MOVE "N" TO WS-FIN-REGLAS-SW
002003     START REGLA-MASTER-FILE KEY IS NOT LESS THAN RGL-CLAVE
002004         INVALID KEY
002005             SET WS-FIN-REGLAS TO TRUE
002006     END-START
002007     PERFORM 1170-LEER-REGLA THRU 1170-EXIT
002008         UNTIL WS-FIN-REGLAS
002009     CLOSE REGLA-MASTER-FILE.
002010     IF WS-REGLA-COUNT = ZERO
002011         DISPLAY "ANOMEVAL: VERSION " WS-VERSION-VIGOR
002012             " DE REGLAS AN SIN FILAS"
002013         GO TO ABEND-CLEANUP
002014     END-IF
002015     DISPLAY "ANOMEVAL: REGLAS AN VERSION " WS-VERSION-VIGOR
002016         " FILAS " WS-REGLA-COUNT.
002017 1100-EXIT.
002018     EXIT.
002019
002020 1150-BUSCAR-VERSION.
002021     READ REGLA-MASTER-FILE NEXT
002022         AT END
002023             SET WS-FIN-REGLAS TO TRUE
002024             GO TO 1150-EXIT
002025     END-READ
002026     IF NOT WS-REGLMSTR-OK
002027         DISPLAY "ANOMEVAL: ERROR LEYENDO REGLMSTR "
002028             WS-REGLMSTR-STATUS
002029         GO TO ABEND-CLEANUP
002030     END-IF
002031     IF RGL-TABLA NOT = "AN"
002032         SET WS-FIN-REGLAS TO TRUE
002033         GO TO 1150-EXIT
002034     END-IF
002035     IF RGL-APROBADA AND RGL-VIGENCIA NOT > WS-FECHA-PROCESO
002036         MOVE RGL-VERSION TO WS-VERSION-VIGOR
002037     END-IF.
002038 1150-EXIT.
002039     EXIT.
002040
002041 1170-LEER-REGLA.
002042     READ REGLA-MASTER-FILE NEXT
002043         AT END
002044             SET WS-FIN-REGLAS TO TRUE
002045             GO TO 1170-EXIT
002046     END-READ
002047     IF NOT WS-REGLMSTR-OK
002048         DISPLAY "ANOMEVAL: ERROR LEYENDO REGLMSTR "
002049             WS-REGLMSTR-STATUS
002050         GO TO ABEND-CLEANUP
002051     END-IF
002052     IF RGL-TABLA NOT = "AN"
002053         OR RGL-VERSION NOT = WS-VERSION-VIGOR
002054         SET WS-FIN-REGLAS TO TRUE
002055         GO TO 1170-EXIT
002056     END-IF
002057     IF WS-REGLA-COUNT >= 50
002058         DISPLAY "ANOMEVAL: TABLA DE REGLAS LLENA"
002059         GO TO ABEND-CLEANUP
002060     END-IF
002061     ADD 1 TO WS-REGLA-COUNT
002062     SET WS-REGLA-IDX TO WS-REGLA-COUNT
002063     MOVE RGL-REGLA TO WR-NUMERO (WS-REGLA-IDX)
002064     MOVE RGL-REGION TO WR-REGION (WS-REGLA-IDX)
002065     MOVE RGL-TIPO TO WR-TIPO (WS-REGLA-IDX)
002066     MOVE RGL-SUBTIPO TO WR-SUBTIPO (WS-REGLA-IDX)
002067     MOVE RGL-PRIORIDAD TO WR-PRIORIDAD (WS-REGLA-IDX)
002068     MOVE RGL-CATEGORIA TO WR-CATEGORIA (WS-REGLA-IDX).
002069 1170-EXIT.
002070     EXIT.
002071
002081*----------------------------------------------------------*
002091* SIEMBRA LA TABLA DE SUPRESIONES DESDE SUPRFILE, SALTANDO   *
002101* LAS YA CADUCADAS; SIN FICHERO NO SE SUPRIME NADA.          *
002111*----------------------------------------------------------*
002121 1200-CARGAR-SUPRESIONES.
002131     OPEN INPUT SUPRESION-FILE.
002141     IF WS-SUPRFILE-NO-FILE
002151         GO TO 1200-EXIT
002161     END-IF
002171     IF NOT WS-SUPRFILE-OK
002181         DISPLAY "ANOMEVAL: ERROR ABRIENDO SUPRFILE "
002191             WS-SUPRFILE-STATUS
002201         GO TO ABEND-CLEANUP
002211     END-IF
002221     PERFORM 1250-LEER-SUPRESION THRU 1250-EXIT
002231         UNTIL WS-EOF-SUPR
002241     CLOSE SUPRESION-FILE.
002251 1200-EXIT.
002261     EXIT.

002271 1250-LEER-SUPRESION.
002281     READ SUPRESION-FILE
002291         AT END
002301             SET WS-EOF-SUPR TO TRUE
002311             GO TO 1250-EXIT
002321     END-READ
002331     IF SUP-VENCE IS NUMERIC AND SUP-VENCE < WS-FECHA-PROCESO
002341         GO TO 1250-EXIT
002351     END-IF
002361     IF WS-SUP-COUNT >= 100
002371         DISPLAY "ANOMEVAL: TABLA DE SUPRESIONES LLENA"
002381         GO TO ABEND-CLEANUP
002391     END-IF
002401     ADD 1 TO WS-SUP-COUNT
002411     SET WS-SUP-IDX TO WS-SUP-COUNT
002421     MOVE SUP-REGLA TO ST-REGLA (WS-SUP-IDX)
002431     MOVE SUP-ACCT TO ST-ACCT (WS-SUP-IDX)
002441     MOVE SUP-DIMENSIONES TO ST-DIMENSIONES (WS-SUP-IDX)
002451     MOVE SUP-VENCE TO ST-VENCE (WS-SUP-IDX).
002461 1250-EXIT.
002471     EXIT.
001980
001990 2000-PROCESS-DETALLE.
002000     ADD 1 TO WS-LEIDOS-COUNT
002919     IF WS-SUP-COUNT = ZERO
002920         GO TO 3300-EXIT
002921     END-IF
002922     MOVE WR-NUMERO (WS-REGLA-IDX) TO WS-REGLA-NUM
002923     MOVE DT-ACCT-ID TO WS-ACCT-TEXTO
002924     PERFORM 3350-PROBAR-SUPRESION THRU 3350-EXIT
002925         VARYING WS-SUP-IDX FROM 1 BY 1
002964 3400-GRABAR-ALERTA.
002965     MOVE DT-FECHA TO ALE-FECHA
002966     MOVE DT-SEQ-NO TO ALE-SEQ-NO
002967     MOVE WR-NUMERO (WS-REGLA-IDX) TO ALE-REGLA
002969     MOVE WR-CATEGORIA (WS-REGLA-IDX) TO ALE-CATEGORIA
002970     MOVE DT-ACCT-ID TO ALE-ACCT-ID
002971     MOVE WS-DIM-ACTUAL TO ALE-DIMENSIONES
003050     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003060     PERFORM 9100-WRITE-RESUMEN THRU 9100-EXIT
003070         VARYING WS-REGLA-IDX FROM 1 BY 1
003080         UNTIL WS-REGLA-IDX > WS-REGLA-COUNT
003090     CLOSE LEDGER-DETAIL-FILE.
003100     IF NOT WS-SIN-PLANCTAS
003110         CLOSE PLAN-CUENTA-FILE
003330     CLOSE ANOM-RPT-FILE.
003332     CLOSE ALERTA-REG-FILE.
003334     CLOSE SUPRESION-FILE.
003337     CLOSE REGLA-MASTER-FILE.
003340     MOVE 16 TO RETURN-CODE.
003350     GOBACK.
003360

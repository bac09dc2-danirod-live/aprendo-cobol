000430*                PISA EL LOTE LIBERADO POR LA PRIMERA;       *
000440*                LEDGMERG VACIA EL FICHERO CADA NOCHE AL     *
000450*                INCORPORARLO AL LEDGTRAN.                   *
000451* 2026-10-15 DR  EL RASTRO EN AUDITLOG LLEVA TAMBIEN, DETRAS *
000452*                DE "ALTA" EN EL DETALLE, EL OPERADOR QUE    *
000453*                PREPARO EL LOTE DEL APUNTE: SE BUSCA LA     *
000454*                MISMA RETENCION, TODAVIA PENDIENTE, EN LA   *
000456*                COLA INDEXADA PENDMSTR QUE CREDITO SIEMBRA  *
000457*                EN PARALELO (PEN-OPERADOR-ALTA). SI         *
000458*                PENDMSTR NO EXISTE O EL APUNTE NO APARECE,  *
000459*                QUEDA EN BLANCO. LO USA EL INFORME SEPFUNC. *
000460* 2026-10-15 DR  LIBERADO Y PENDNUE PASAN DE 65 A 71 CON EL  *
000461*                CENTRO DE COSTE DEL APUNTE                  *
000462*                (LT-CENTRO-COSTE, VER COPY LEDGTRAN).       *
000463* 2026-10-15 DR  LIBERADO Y PENDNUE PASAN DE 71 A 99 BYTES   *
000464*                CON LT-ORIGEN (VER LEDGTRAN); EL ORIGEN DEL *
000465*                APUNTE VIAJA INTACTO AL LIBERARLO.          *
000467*----------------------------------------------------------*
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000750     SELECT APRO-RPT-FILE ASSIGN TO "APRORPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-APRORPT-STATUS.
000771
000773     SELECT PENDIENTE-FILE ASSIGN TO "PENDMSTR"
000774         ORGANIZATION IS INDEXED
000776         ACCESS MODE IS DYNAMIC
000777         RECORD KEY IS PEN-NUMERO
000779         FILE STATUS IS WS-PENDMSTR-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000910
000920 FD  LIBERADO-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  LIBERADO-REC               PIC X(99).
000950
000960 FD  PEND-NUEVO-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  PEND-NUEVO-REC             PIC X(99).
000990
001000 FD  AUDIT-LOG-FILE
001010     LABEL RECORDS ARE STANDARD.
001040 FD  APRO-RPT-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  APRO-RPT-LINE              PIC X(80).
001062
001064 FD  PENDIENTE-FILE
001066     LABEL RECORDS ARE STANDARD.
001068     COPY PENDIENT.
001070
001080 WORKING-STORAGE SECTION.
001090 01  WS-PENDAPRO-STATUS          PIC X(02) VALUE SPACES.
001290
001300 01  WS-APRORPT-STATUS           PIC X(02) VALUE SPACES.
001310     88 WS-APRORPT-OK                VALUE "00".
001312
001314 01  WS-PENDMSTR-STATUS          PIC X(02) VALUE SPACES.
001316     88 WS-PENDMSTR-OK               VALUE "00".
001318     88 WS-PENDMSTR-NO-FILE          VALUE "35".
001320
001330 01  WS-SWITCHES.
001340     05 WS-EOF-PEND-SW         PIC X(01) VALUE "N".
001350         88 WS-EOF-PEND             VALUE "Y".
001360     05 WS-EOF-DEC-SW          PIC X(01) VALUE "N".
001370         88 WS-EOF-DEC              VALUE "Y".
001373     05 WS-FIN-BUSQUEDA-SW     PIC X(01) VALUE "N".
001377         88 WS-FIN-BUSQUEDA         VALUE "Y".
001378     05 WS-PENDMSTR-ABIERTO-SW PIC X(01) VALUE "N".
001379         88 WS-PENDMSTR-ABIERTO     VALUE "Y".
001380
001390 01  WS-COUNTERS.
001400     05 WS-PENDIENTES-COUNT    PIC 9(05) COMP VALUE ZERO.
001660     88 WS-DECISION-HALLADA         VALUE "S".
001670 01  WS-DECISION                PIC X(01) VALUE SPACE.
001680 01  WS-APROBADOR               PIC X(08) VALUE SPACES.
001681
001682*----------------------------------------------------------*
001683* DETALLE DE AUDITLOG DE UNA DECISION: TEXTO Y, DETRAS DE    *
001684* "ALTA", QUIEN PREPARO EL LOTE DEL APUNTE RETENIDO.         *
001685*----------------------------------------------------------*
001686 01  WS-AUD-DETALLE.
001687     05 WAD-TEXTO               PIC X(26).
001688     05 FILLER                  PIC X(05) VALUE "ALTA ".
001689     05 WAD-OPERADOR-ALTA       PIC X(08).
001692     05 FILLER                  PIC X(01) VALUE SPACES.
001696
001700 01  WS-DET-LINE.
001710     05 DL-ORDEN                PIC ZZZZ9.
001720     05 FILLER                  PIC X(02) VALUE SPACES.
002350             WS-AUDITLOG-STATUS
002360         GO TO ABEND-CLEANUP
002370     END-IF
002371     OPEN INPUT PENDIENTE-FILE.
002372*    PENDMSTR SOLO SE CONSULTA PARA EL OPERADOR DE ALTA; SI NO
002373*    EXISTE EL RASTRO SALE SIN EL Y LA TANDA SIGUE.
002374     IF NOT WS-PENDMSTR-OK AND NOT WS-PENDMSTR-NO-FILE
002376         DISPLAY "APROBAR: ERROR ABRIENDO PENDMSTR "
002377             WS-PENDMSTR-STATUS
002378         GO TO ABEND-CLEANUP
002379     END-IF
002380     IF WS-PENDMSTR-OK
002381         SET WS-PENDMSTR-ABIERTO TO TRUE
002384     END-IF
002387     PERFORM 1100-CARGAR-DECISIONES THRU 1100-EXIT
002390     PERFORM 1200-GRABAR-CABECERA THRU 1200-EXIT
002400     IF NOT WS-EOF-PEND
002410         PERFORM 2100-READ-PEND THRU 2100-EXIT
004040     END-STRING
004050     IF WS-DECISION = "A"
004060         SET AUD-EVENTO-EXCEPCION TO TRUE
004070         MOVE "APUNTE RETENIDO LIBERADO" TO WAD-TEXTO
004080     ELSE
004090         SET AUD-EVENTO-RECHAZO TO TRUE
004100         MOVE "APUNTE RETENIDO RECHAZADO" TO WAD-TEXTO
004110     END-IF
004113     PERFORM 6000-BUSCAR-ALTA THRU 6000-EXIT
004117     MOVE WS-AUD-DETALLE TO AUD-DETALLE
004120     WRITE AUDITLOG-REC
004130     IF NOT WS-AUDITLOG-OK
004140         DISPLAY "APROBAR: ERROR ESCRIBIENDO AUDITLOG "
004170     END-IF.
004180 5000-EXIT.
004190     EXIT.
004191
004192*----------------------------------------------------------*
004193* BUSCA EN PENDMSTR LA MISMA RETENCION AUN PENDIENTE (APUNTE *
004194* IDENTICO) Y TOMA EL OPERADOR QUE PREPARO SU LOTE.          *
004195*----------------------------------------------------------*
004196 6000-BUSCAR-ALTA.
004197     MOVE SPACES TO WAD-OPERADOR-ALTA
004198     IF NOT WS-PENDMSTR-ABIERTO
004199         GO TO 6000-EXIT
004200     END-IF
004201     MOVE ZERO TO PEN-NUMERO
004202     START PENDIENTE-FILE KEY IS NOT LESS THAN PEN-NUMERO
004203         INVALID KEY
004204             GO TO 6000-EXIT
004205     END-START
004206     MOVE "N" TO WS-FIN-BUSQUEDA-SW
004207     PERFORM 6100-LEER-PENDMSTR THRU 6100-EXIT
004208         UNTIL WS-FIN-BUSQUEDA.
004209 6000-EXIT.
004210     EXIT.
004211
004212 6100-LEER-PENDMSTR.
004213     READ PENDIENTE-FILE NEXT RECORD
004214         AT END
004215             SET WS-FIN-BUSQUEDA TO TRUE
004216             GO TO 6100-EXIT
004217     END-READ
004218     IF NOT WS-PENDMSTR-OK
004219         DISPLAY "APROBAR: ERROR LEYENDO PENDMSTR "
004220             WS-PENDMSTR-STATUS
004221         GO TO ABEND-CLEANUP
004222     END-IF
004223     IF PEN-PENDIENTE AND PEN-APUNTE = LEDGER-TRANS-REC
004224         MOVE PEN-OPERADOR-ALTA TO WAD-OPERADOR-ALTA
004225         SET WS-FIN-BUSQUEDA TO TRUE
004227     END-IF.
004229 6100-EXIT.
004231     EXIT.
004232
004234 7000-WRITE-RPT.
004236     MOVE WS-DET-LINE TO APRO-RPT-LINE
004238     WRITE APRO-RPT-LINE
004240     IF NOT WS-APRORPT-OK
004250         DISPLAY "APROBAR: ERROR ESCRIBIENDO APRORPT "
004260             WS-APRORPT-STATUS
004470     CLOSE PEND-NUEVO-FILE.
004480     CLOSE AUDIT-LOG-FILE.
004490     CLOSE APRO-RPT-FILE.
004492     IF WS-PENDMSTR-ABIERTO
004495         CLOSE PENDIENTE-FILE
004498     END-IF.
004500     DISPLAY "APROBAR: PENDIENTES LEIDOS " WS-PENDIENTES-COUNT.
004510     DISPLAY "APROBAR: LIBERADOS         " WS-LIBERADOS-COUNT.
004520     DISPLAY "APROBAR: RECHAZADOS        " WS-RECHAZADOS-COUNT.
004620     CLOSE PEND-NUEVO-FILE.
004630     CLOSE AUDIT-LOG-FILE.
004640     CLOSE APRO-RPT-FILE.
004645     CLOSE PENDIENTE-FILE.
004650     MOVE 16 TO RETURN-CODE.
004660     GOBACK.
004670

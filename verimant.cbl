000010*----------------------------------------------------------*
000020* VERIMANT - VERIFICACION DE LOS CAMBIOS DE CUENTA BANCARIA  *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. VERIMANT.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                                *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. UN CAMBIO DE CUENTA       *
000140*                BANCARIA (BANCMANT PARA EMPLEADOS, PROVMANT *
000150*                PARA PROVEEDORES) ERA LA PUERTA DEL FRAUDE  *
000160*                DEL "CAMBIE MI CUENTA": BASTABA UNA         *
000170*                PETICION FALSA PARA DESVIAR LA NOMINA O EL  *
000180*                PAGO DE UNA FACTURA. AHORA PAGOBAN Y        *
000190*                FACPAGO RETIENEN EL PAGO A UNA CUENTA       *
000200*                CAMBIADA HACE MENOS DE LOS DIAS DE VERIPARM *
000210*                MIENTRAS EL CAMBIO NO ESTE VERIFICADO, Y    *
000220*                ESTE PROGRAMA ANOTA ESA VERIFICACION:       *
000230*                TESORERIA LLAMA AL TITULAR AL TELEFONO QUE  *
000240*                YA CONSTABA Y TECLEA EN VERITRAN TIPO (E    *
000250*                EMPLEADO / P PROVEEDOR), ID, ORDEN DE LA    *
000260*                CUENTA, SU USERID, QUIEN CONFIRMO Y EL      *
000270*                TELEFONO. SE COMPRUEBA QUE LA CUENTA EXISTA *
000280*                Y TENGA UN CAMBIO QUE VERIFICAR (BNK- O     *
000290*                PRV-FECHA-CAMBIO) Y SE GRABA VERIFCTA CON   *
000300*                LA FECHA DE ESE CAMBIO, QUIEN Y CUANDO, MAS *
000310*                SU ANOTACION M EN AUDITLOG. LAS FACTURAS    *
000320*                DEL PROVEEDOR QUE FACPAGO DEJO BLOQUEADAS   *
000330*                POR CUENTA SIN VERIFICAR (B/VC) VUELVEN A P *
000340*                PARA LA SIGUIENTE PROPUESTA; LOS NETOS DE   *
000350*                NOMINA RETENIDOS LOS SUELTA PAGOBAN EN SU   *
000360*                PROXIMA CORRIDA AL ENCONTRAR LA             *
000370*                VERIFICACION.                               *
000380*----------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT VERIF-TRANS-FILE ASSIGN TO "VERITRAN"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-VERITRAN-STATUS.
000500
000510     SELECT VERIF-CTA-FILE ASSIGN TO "VERIFCTA"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS VRF-CLAVE
000550         FILE STATUS IS WS-VERIFCTA-STATUS.
000560
000570     SELECT BANCO-MASTER-FILE ASSIGN TO "BNKMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS BNK-CLAVE
000610         FILE STATUS IS WS-BNKMSTR-STATUS.
000620
000630     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS PRV-ID
000670         FILE STATUS IS WS-PROVMSTR-STATUS.
000680
000690     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS FAC-CLAVE
000730         FILE STATUS IS WS-FACMSTR-STATUS.
000740
000750     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-AUDITLOG-STATUS.
000780
000790     SELECT VERI-RPT-FILE ASSIGN TO "VERIRPT"
000800         ORGANIZATION IS LINE SEQUENTIAL
000810         FILE STATUS IS WS-VERIRPT-STATUS.
000820
000830 DATA DIVISION.
000840 FILE SECTION.
000850*----------------------------------------------------------*
000860* VERIFICACION TECLEADA POR TESORERIA: TIPO E/P, ID, ORDEN DE*
000870* LA CUENTA (EN BLANCO O CERO PARA PROVEEDORES), USERID DE   *
000880* QUIEN LLAMO, NOMBRE DE QUIEN CONFIRMO Y TELEFONO LLAMADO.  *
000890*----------------------------------------------------------*
000900 FD  VERIF-TRANS-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  VERIF-TRANS-REC.
000930     05 VTR-TIPO                PIC X(01).
000940         88 VTR-EMPLEADO            VALUE "E".
000950         88 VTR-PROVEEDOR           VALUE "P".
000960     05 VTR-ID                  PIC X(06).
000970     05 VTR-ID-N REDEFINES VTR-ID
000980                                PIC 9(06).
000990     05 VTR-ORDEN               PIC X(02).
001000     05 VTR-ORDEN-N REDEFINES VTR-ORDEN
001010                                PIC 9(02).
001020     05 VTR-VERIFICADOR         PIC X(08).
001030     05 VTR-CONFIRMADO-POR      PIC X(30).
001040     05 VTR-TELEFONO            PIC X(15).
001050
001060 FD  VERIF-CTA-FILE
001070     LABEL RECORDS ARE STANDARD.
001080     COPY CTAVERIF.
001090
001100 FD  BANCO-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD.
001120     COPY BANCO.
001130
001140 FD  PROVEEDOR-MASTER-FILE
001150     LABEL RECORDS ARE STANDARD.
001160     COPY PROVEED.
001170
001180 FD  FACTURA-MASTER-FILE
001190     LABEL RECORDS ARE STANDARD.
001200     COPY FACTURA.
001210
001220 FD  AUDIT-LOG-FILE
001230     LABEL RECORDS ARE STANDARD.
001240     COPY AUDITLOG.
001250
001260 FD  VERI-RPT-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  VERI-RPT-LINE              PIC X(80).
001290
001300 WORKING-STORAGE SECTION.
001310 01  WS-VERITRAN-STATUS         PIC X(02) VALUE SPACES.
001320     88 WS-VERITRAN-OK              VALUE "00".
001330
001340 01  WS-VERIFCTA-STATUS         PIC X(02) VALUE SPACES.
001350     88 WS-VERIFCTA-OK              VALUE "00".
001360     88 WS-VERIFCTA-NOT-FOUND       VALUE "23".
001370     88 WS-VERIFCTA-NO-FILE         VALUE "35".
001380
001390 01  WS-BNKMSTR-STATUS          PIC X(02) VALUE SPACES.
001400     88 WS-BNKMSTR-OK               VALUE "00".
001410
001420 01  WS-PROVMSTR-STATUS         PIC X(02) VALUE SPACES.
001430     88 WS-PROVMSTR-OK              VALUE "00".
001440
001450 01  WS-FACMSTR-STATUS          PIC X(02) VALUE SPACES.
001460     88 WS-FACMSTR-OK               VALUE "00".
001470
001480 01  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
001490     88 WS-AUDITLOG-OK              VALUE "00".
001500     88 WS-AUDITLOG-NO-FILE         VALUE "05", "35".
001510
001520 01  WS-VERIRPT-STATUS          PIC X(02) VALUE SPACES.
001530     88 WS-VERIRPT-OK               VALUE "00".
001540
001550 01  WS-SWITCHES.
001560     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001570         88 WS-EOF-TRANS            VALUE "Y".
001580     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
001590         88 WS-TRANS-VALIDA         VALUE "S".
001600     05 WS-FIN-FACTURAS-SW     PIC X(01) VALUE "N".
001610         88 WS-FIN-FACTURAS         VALUE "S".
001620
001630 01  WS-COUNTERS.
001640     05 WS-LEIDAS-COUNT        PIC 9(05) COMP VALUE ZERO.
001650     05 WS-VERIFICADAS-COUNT   PIC 9(05) COMP VALUE ZERO.
001660     05 WS-REPETIDAS-COUNT     PIC 9(05) COMP VALUE ZERO.
001670     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001680     05 WS-LIBERADAS-COUNT     PIC 9(05) COMP VALUE ZERO.
001690
001700 01  WS-FECHA-CAMBIO            PIC 9(08) VALUE ZERO.
001710
001720 01  WS-DET-LINE.
001730     05 DL-TIPO                 PIC X(01).
001740     05 FILLER                  PIC X(01) VALUE SPACES.
001750     05 DL-ID                   PIC 9(06).
001760     05 FILLER                  PIC X(01) VALUE SPACES.
001770     05 DL-ORDEN                PIC 9(02).
001780     05 FILLER                  PIC X(02) VALUE SPACES.
001790     05 DL-FECHA-CAMBIO         PIC 9(08).
001800     05 FILLER                  PIC X(02) VALUE SPACES.
001810     05 DL-VERIFICADOR          PIC X(08).
001820     05 FILLER                  PIC X(02) VALUE SPACES.
001830     05 DL-NOTA                 PIC X(40).
001840
001850 PROCEDURE DIVISION.
001860
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001890     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001900         UNTIL WS-EOF-TRANS.
001910     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001920     GOBACK.
001930
001940 1000-INITIALIZE.
001950     OPEN INPUT VERIF-TRANS-FILE.
001960     IF NOT WS-VERITRAN-OK
001970         DISPLAY "VERIMANT: ERROR ABRIENDO VERITRAN "
001980             WS-VERITRAN-STATUS
001990         GO TO ABEND-CLEANUP
002000     END-IF
002010     OPEN I-O VERIF-CTA-FILE.
002020     IF WS-VERIFCTA-NO-FILE
002030         CLOSE VERIF-CTA-FILE
002040         OPEN OUTPUT VERIF-CTA-FILE
002050         CLOSE VERIF-CTA-FILE
002060         OPEN I-O VERIF-CTA-FILE
002070     END-IF
002080     IF NOT WS-VERIFCTA-OK
002090         DISPLAY "VERIMANT: ERROR ABRIENDO VERIFCTA "
002100             WS-VERIFCTA-STATUS
002110         GO TO ABEND-CLEANUP
002120     END-IF
002130     OPEN INPUT BANCO-MASTER-FILE.
002140     IF NOT WS-BNKMSTR-OK
002150         DISPLAY "VERIMANT: ERROR ABRIENDO BNKMSTR "
002160             WS-BNKMSTR-STATUS
002170         GO TO ABEND-CLEANUP
002180     END-IF
002190     OPEN INPUT PROVEEDOR-MASTER-FILE.
002200     IF NOT WS-PROVMSTR-OK
002210         DISPLAY "VERIMANT: ERROR ABRIENDO PROVMSTR "
002220             WS-PROVMSTR-STATUS
002230         GO TO ABEND-CLEANUP
002240     END-IF
002250     OPEN I-O FACTURA-MASTER-FILE.
002260     IF NOT WS-FACMSTR-OK
002270         DISPLAY "VERIMANT: ERROR ABRIENDO FACMSTR "
002280             WS-FACMSTR-STATUS
002290         GO TO ABEND-CLEANUP
002300     END-IF
002310     OPEN EXTEND AUDIT-LOG-FILE.
002320     IF WS-AUDITLOG-NO-FILE
002330         OPEN OUTPUT AUDIT-LOG-FILE
002340     END-IF
002350     IF NOT WS-AUDITLOG-OK
002360         DISPLAY "VERIMANT: ERROR ABRIENDO AUDITLOG "
002370             WS-AUDITLOG-STATUS
002380         GO TO ABEND-CLEANUP
002390     END-IF
002400     OPEN OUTPUT VERI-RPT-FILE.
002410     IF NOT WS-VERIRPT-OK
002420         DISPLAY "VERIMANT: ERROR ABRIENDO VERIRPT "
002430             WS-VERIRPT-STATUS
002440         GO TO ABEND-CLEANUP
002450     END-IF
002460     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002470 1000-EXIT.
002480     EXIT.
002490
002500 2000-PROCESS-TRANS.
002510     ADD 1 TO WS-LEIDAS-COUNT
002520     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT
002530     IF WS-TRANS-VALIDA
002540         PERFORM 4000-GRABAR-VERIF THRU 4000-EXIT
002550     END-IF
002560     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002570 2000-EXIT.
002580     EXIT.
002590
002600 2100-READ-TRANS.
002610     READ VERIF-TRANS-FILE
002620         AT END
002630             SET WS-EOF-TRANS TO TRUE
002640     END-READ
002650     IF NOT WS-EOF-TRANS AND NOT WS-VERITRAN-OK
002660         DISPLAY "VERIMANT: ERROR LEYENDO VERITRAN "
002670             WS-VERITRAN-STATUS
002680         GO TO ABEND-CLEANUP
002690     END-IF
002700 2100-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------*
002740* VALIDACIONES PREVIAS: TIPO E/P, ID NUMERICO, ORDEN NUMERICO*
002750* (OBLIGATORIO PARA EMPLEADOS), VERIFICADOR Y CONFIRMANTE    *
002760* INFORMADOS, Y CUENTA EXISTENTE CON UN CAMBIO FECHADO QUE   *
002770* VERIFICAR. WS-FECHA-CAMBIO QUEDA CON LA FECHA DEL CAMBIO.  *
002780*----------------------------------------------------------*
002790 2200-VALIDA-TRANS.
002800     MOVE "N" TO WS-TRANS-VALIDA-SW
002810     MOVE VTR-TIPO TO DL-TIPO
002820     MOVE ZERO TO DL-ID
002830     MOVE ZERO TO DL-ORDEN
002840     MOVE ZERO TO DL-FECHA-CAMBIO
002850     MOVE VTR-VERIFICADOR TO DL-VERIFICADOR
002860     IF NOT VTR-EMPLEADO AND NOT VTR-PROVEEDOR
002870         MOVE "TIPO INVALIDO (NO E NI P)" TO DL-NOTA
002880         GO TO 2200-ERROR
002890     END-IF
002900     IF VTR-ID IS NOT NUMERIC
002910         MOVE "ID NO NUMERICO" TO DL-NOTA
002920         GO TO 2200-ERROR
002930     END-IF
002940     MOVE VTR-ID-N TO DL-ID
002950     IF VTR-PROVEEDOR AND VTR-ORDEN = SPACES
002960         MOVE ZERO TO VTR-ORDEN-N
002970     END-IF
002980     IF VTR-ORDEN IS NOT NUMERIC
002990         MOVE "ORDEN DE CUENTA NO NUMERICO" TO DL-NOTA
003000         GO TO 2200-ERROR
003010     END-IF
003020     MOVE VTR-ORDEN-N TO DL-ORDEN
003030     IF VTR-EMPLEADO AND VTR-ORDEN-N = ZERO
003040         MOVE "FALTA EL ORDEN DE LA CUENTA" TO DL-NOTA
003050         GO TO 2200-ERROR
003060     END-IF
003070     IF VTR-PROVEEDOR AND VTR-ORDEN-N NOT = ZERO
003080         MOVE "PROVEEDOR CON ORDEN DE CUENTA" TO DL-NOTA
003090         GO TO 2200-ERROR
003100     END-IF
003110     IF VTR-VERIFICADOR = SPACES
003120         OR VTR-CONFIRMADO-POR = SPACES
003130         MOVE "FALTA VERIFICADOR O CONFIRMANTE" TO DL-NOTA
003140         GO TO 2200-ERROR
003150     END-IF
003160     IF VTR-EMPLEADO
003170         PERFORM 3000-CUENTA-EMPLEADO THRU 3000-EXIT
003180     ELSE
003190         PERFORM 3500-CUENTA-PROVEEDOR THRU 3500-EXIT
003200     END-IF
003210     IF DL-NOTA NOT = SPACES
003220         GO TO 2200-ERROR
003230     END-IF
003240     MOVE WS-FECHA-CAMBIO TO DL-FECHA-CAMBIO
003250     MOVE "S" TO WS-TRANS-VALIDA-SW
003260     GO TO 2200-EXIT.
003270 2200-ERROR.
003280     ADD 1 TO WS-ERRORES-COUNT
003290     DISPLAY "VERIMANT: " DL-NOTA " - " VTR-TIPO " " VTR-ID
003300         " " VTR-ORDEN
003310     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
003320 2200-EXIT.
003330     EXIT.
003340
003350*----------------------------------------------------------*
003360* CUENTA DEL EMPLEADO EN BNKMSTR (EMP-ID + ORDEN). DL-NOTA EN*
003370* BLANCO SI EXISTE Y TIENE FECHA DE CAMBIO.                  *
003380*----------------------------------------------------------*
003390 3000-CUENTA-EMPLEADO.
003400     MOVE SPACES TO DL-NOTA
003410     MOVE VTR-ID-N TO BNK-EMP-ID
003420     MOVE VTR-ORDEN-N TO BNK-ORDEN
003430     READ BANCO-MASTER-FILE
003440         INVALID KEY
003450             MOVE "CUENTA DEL EMPLEADO NO EXISTE" TO DL-NOTA
003460             GO TO 3000-EXIT
003470     END-READ
003480     IF BNK-FECHA-CAMBIO IS NOT NUMERIC
003490         OR BNK-FECHA-CAMBIO = ZERO
003500         MOVE "CUENTA SIN CAMBIO QUE VERIFICAR" TO DL-NOTA
003510         GO TO 3000-EXIT
003520     END-IF
003530     MOVE BNK-FECHA-CAMBIO TO WS-FECHA-CAMBIO.
003540 3000-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------*
003580* CUENTA DEL PROVEEDOR EN PROVMSTR. LOS REGISTROS ANTIGUOS   *
003590* TRAEN PRV-FECHA-CAMBIO EN BLANCO: NO HAY CAMBIO PENDIENTE. *
003600*----------------------------------------------------------*
003610 3500-CUENTA-PROVEEDOR.
003620     MOVE SPACES TO DL-NOTA
003630     MOVE VTR-ID-N TO PRV-ID
003640     READ PROVEEDOR-MASTER-FILE
003650         INVALID KEY
003660             MOVE "PROVEEDOR NO EXISTE" TO DL-NOTA
003670             GO TO 3500-EXIT
003680     END-READ
003690     IF PRV-FECHA-CAMBIO IS NOT NUMERIC
003700         OR PRV-FECHA-CAMBIO = ZERO
003710         MOVE "CUENTA SIN CAMBIO QUE VERIFICAR" TO DL-NOTA
003720         GO TO 3500-EXIT
003730     END-IF
003740     MOVE PRV-FECHA-CAMBIO TO WS-FECHA-CAMBIO.
003750 3500-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------*
003790* ANOTA LA VERIFICACION: UNA POR CUENTA, CON LA FECHA DEL    *
003800* ULTIMO CAMBIO VERIFICADO; UN CAMBIO POSTERIOR LA DEJA VIEJA*
003810* Y HACE FALTA OTRA. UN CAMBIO YA VERIFICADO NO SE PISA.     *
003820*----------------------------------------------------------*
003830 4000-GRABAR-VERIF.
003840     MOVE VTR-TIPO TO VRF-TIPO
003850     MOVE VTR-ID-N TO VRF-ID
003860     MOVE VTR-ORDEN-N TO VRF-ORDEN
003870     READ VERIF-CTA-FILE
003880         INVALID KEY
003890             CONTINUE
003900     END-READ
003910     IF WS-VERIFCTA-OK
003920         AND VRF-FECHA-CAMBIO = WS-FECHA-CAMBIO
003930         ADD 1 TO WS-REPETIDAS-COUNT
003940         MOVE VRF-VERIFICADOR TO DL-VERIFICADOR
003950         MOVE "CAMBIO YA VERIFICADO, SE IGNORA" TO DL-NOTA
003960         PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003970         GO TO 4000-EXIT
003980     END-IF
003990     IF NOT WS-VERIFCTA-OK AND NOT WS-VERIFCTA-NOT-FOUND
004000         DISPLAY "VERIMANT: ERROR LEYENDO VERIFCTA "
004010             WS-VERIFCTA-STATUS
004020         GO TO ABEND-CLEANUP
004030     END-IF
004040     MOVE WS-FECHA-CAMBIO TO VRF-FECHA-CAMBIO
004050     MOVE VTR-VERIFICADOR TO VRF-VERIFICADOR
004060     MOVE VTR-CONFIRMADO-POR TO VRF-CONFIRMADO-POR
004070     MOVE VTR-TELEFONO TO VRF-TELEFONO
004080     ACCEPT VRF-FECHA-VERIF FROM DATE YYYYMMDD
004090     ACCEPT VRF-HORA-VERIF FROM TIME
004100     IF WS-VERIFCTA-OK
004110         REWRITE VERIF-CTA-REC
004120     ELSE
004130         WRITE VERIF-CTA-REC
004140     END-IF
004150     IF NOT WS-VERIFCTA-OK
004160         DISPLAY "VERIMANT: ERROR GRABANDO VERIFCTA "
004170             WS-VERIFCTA-STATUS
004180         GO TO ABEND-CLEANUP
004190     END-IF
004200     ADD 1 TO WS-VERIFICADAS-COUNT
004210     PERFORM 7000-WRITE-AUDITLOG THRU 7000-EXIT
004220     MOVE SPACES TO DL-NOTA
004230     STRING "VERIFICADA, CONFIRMO " VTR-CONFIRMADO-POR
004240         DELIMITED BY SIZE INTO DL-NOTA
004250     END-STRING
004260     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
004270     IF VTR-PROVEEDOR
004280         PERFORM 5000-LIBERAR-FACTURAS THRU 5000-EXIT
004290     END-IF.
004300 4000-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004340* FACTURAS DEL PROVEEDOR QUE FACPAGO BLOQUEO POR CUENTA SIN  *
004350* VERIFICAR (B/VC): VUELVEN A P PARA LA SIGUIENTE PROPUESTA. *
004360* LAS BLOQUEADAS POR OTRO MOTIVO SIGUEN ESPERANDO A COMPRAS. *
004370*----------------------------------------------------------*
004380 5000-LIBERAR-FACTURAS.
004390     MOVE "N" TO WS-FIN-FACTURAS-SW
004400     MOVE VTR-ID-N TO FAC-PROV-ID
004410     MOVE LOW-VALUES TO FAC-NUMERO
004420     START FACTURA-MASTER-FILE
004430         KEY IS NOT LESS THAN FAC-CLAVE
004440         INVALID KEY
004450             SET WS-FIN-FACTURAS TO TRUE
004460     END-START
004470     PERFORM 5100-LEER-FACTURA THRU 5100-EXIT
004480         UNTIL WS-FIN-FACTURAS.
004490 5000-EXIT.
004500     EXIT.
004510
004520 5100-LEER-FACTURA.
004530     READ FACTURA-MASTER-FILE NEXT
004540         AT END
004550             SET WS-FIN-FACTURAS TO TRUE
004560             GO TO 5100-EXIT
004570     END-READ
004580     IF NOT WS-FACMSTR-OK
004590         DISPLAY "VERIMANT: ERROR LEYENDO FACMSTR "
004600             WS-FACMSTR-STATUS
004610         GO TO ABEND-CLEANUP
004620     END-IF
004630     IF FAC-PROV-ID NOT = VTR-ID-N
004640         SET WS-FIN-FACTURAS TO TRUE
004650         GO TO 5100-EXIT
004660     END-IF
004670     IF NOT FAC-BLOQUEADA OR NOT FAC-BLQ-VERIF-CUENTA
004680         GO TO 5100-EXIT
004690     END-IF
004700     MOVE "P" TO FAC-ESTADO-SW
004710     MOVE SPACES TO FAC-MOTIVO-BLOQUEO
004720     REWRITE FACTURA-MASTER-REC
004730     IF NOT WS-FACMSTR-OK
004740         DISPLAY "VERIMANT: ERROR REESCRIBIENDO FACMSTR "
004750             WS-FACMSTR-STATUS
004760         GO TO ABEND-CLEANUP
004770     END-IF
004780     ADD 1 TO WS-LIBERADAS-COUNT
004790     MOVE SPACES TO DL-NOTA
004800     STRING "FACTURA " FAC-NUMERO " DEVUELTA A P"
004810         DELIMITED BY SIZE INTO DL-NOTA
004820     END-STRING
004830     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
004840 5100-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------*
004880* BITACORA: CADA VERIFICACION ANOTADA ES UN EVENTO M CON LA  *
004890* CUENTA (TIPO ID ORDEN), FECHA DEL CAMBIO Y VERIFICADOR.    *
004900*----------------------------------------------------------*
004910 7000-WRITE-AUDITLOG.
004920     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
004930     ACCEPT AUD-HORA FROM TIME
004940     MOVE "VERIMANT" TO AUD-PROGRAMA
004950     MOVE SPACES TO AUD-CLAVE
004960     STRING VRF-TIPO " " VRF-ID " " VRF-ORDEN
004970         DELIMITED BY SIZE INTO AUD-CLAVE
004980     END-STRING
004990     SET AUD-EVENTO-MANTENIM TO TRUE
005000     MOVE SPACES TO AUD-DETALLE
005010     STRING "CAMBIO " VRF-FECHA-CAMBIO " VERIFICADO "
005020         VRF-VERIFICADOR
005030         DELIMITED BY SIZE INTO AUD-DETALLE
005040     END-STRING
005050     WRITE AUDITLOG-REC
005060     IF NOT WS-AUDITLOG-OK
005070         DISPLAY "VERIMANT: ERROR ESCRIBIENDO AUDITLOG "
005080             WS-AUDITLOG-STATUS
005090         GO TO ABEND-CLEANUP
005100     END-IF.
005110 7000-EXIT.
005120     EXIT.
005130
005140 7100-WRITE-RPT.
005150     MOVE WS-DET-LINE TO VERI-RPT-LINE
005160     WRITE VERI-RPT-LINE
005170     IF NOT WS-VERIRPT-OK
005180         DISPLAY "VERIMANT: ERROR ESCRIBIENDO VERIRPT "
005190             WS-VERIRPT-STATUS
005200         GO TO ABEND-CLEANUP
005210     END-IF.
005220 7100-EXIT.
005230     EXIT.
005240
005250 9000-TERMINATE.
005260     CLOSE VERIF-TRANS-FILE.
005270     CLOSE VERIF-CTA-FILE.
005280     CLOSE BANCO-MASTER-FILE.
005290     CLOSE PROVEEDOR-MASTER-FILE.
005300     CLOSE FACTURA-MASTER-FILE.
005310     CLOSE AUDIT-LOG-FILE.
005320     CLOSE VERI-RPT-FILE.
005330     DISPLAY "VERIMANT: LEIDAS      " WS-LEIDAS-COUNT.
005340     DISPLAY "VERIMANT: VERIFICADAS " WS-VERIFICADAS-COUNT.
005350     DISPLAY "VERIMANT: REPETIDAS   " WS-REPETIDAS-COUNT.
005360     DISPLAY "VERIMANT: ERRORES     " WS-ERRORES-COUNT.
005370     DISPLAY "VERIMANT: FACT. LIBER." WS-LIBERADAS-COUNT.
005380     IF WS-ERRORES-COUNT > ZERO
005390         MOVE 4 TO RETURN-CODE
005400     END-IF.
005410 9000-EXIT.
005420     EXIT.
005430
005440 ABEND-CLEANUP.
005450     DISPLAY "VERIMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
005460     CLOSE VERIF-TRANS-FILE.
005470     CLOSE VERIF-CTA-FILE.
005480     CLOSE BANCO-MASTER-FILE.
005490     CLOSE PROVEEDOR-MASTER-FILE.
005500     CLOSE FACTURA-MASTER-FILE.
005510     CLOSE AUDIT-LOG-FILE.
005520     CLOSE VERI-RPT-FILE.
005530     MOVE 16 TO RETURN-CODE.
005540     GOBACK.
005550
005560     END PROGRAM VERIMANT.

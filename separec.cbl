000010*----------------------------------------------------------*
000020* SEPAREC - CARGA DEL INFORME DE ESTADO ISO 20022 (PAIN.002) *
000030*           DE LAS TRANSFERENCIAS GENERADAS POR SEPAGEN      *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. SEPAREC.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. LEE EL PAIN.002 DEL BANCO *
000150*                CARACTER A CARACTER (EL XML PUEDE VENIR EN  *
000160*                UNA LINEA O SANGRADO, CON O SIN PREFIJO DE  *
000170*                ESPACIO DE NOMBRES). EL ESTADO DEL GRUPO    *
000180*                CIERRA LA ENTRADA DEL MANIFIESTO TRNMSTR    *
000190*                (A SI CUADRAN OPERACIONES Y SUMA DE         *
000200*                CONTROL, D SI NO O SI SE RECHAZA ENTERO).   *
000210*                CADA TRANSFERENCIA RECHAZADA SE APLICA POR  *
000220*                SU REFERENCIA EXTREMO A EXTREMO: LA DE      *
000230*                NOMINA DEJA EL PAGO REBOTADO EN PAGOSTAT    *
000240*                (PAGORECI LO REEMITE AL CORREGIRSE LA       *
000250*                CUENTA) Y LA DE PROVEEDOR DEVUELVE A P LAS  *
000260*                FACTURAS Y ABONOS DE ESE PAGO EN FACMSTR Y  *
000270*                DESHACE SU APUNTE (DEBITO BANCO / CREDITO   *
000280*                PROVEEDORES) EN UN LOTE HDR/TRL EN FACOUT.  *
000290* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000300*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000310*                COSTE, VER COPY LEDGTRAN).                  *
000320* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000330*                SISTEMA SEPAREC Y COMO CLAVE EL PROVEEDOR Y *
000340*                LA FACTURA DE FACMSTR DEVUELTA, PARA LA     *
000350*                TRAZA DE TRAZADTL.                          *
000360*----------------------------------------------------------*
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SPECIAL-NAMES.
000410     DECIMAL-POINT IS COMMA.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PAIN002-FILE ASSIGN TO "PAIN002"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-PAIN002-STATUS.
000480
000490     SELECT TRANSMISION-FILE ASSIGN TO "TRNMSTR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS TRN-CLAVE
000530         FILE STATUS IS WS-TRNMSTR-STATUS.
000540
000550     SELECT PAGO-STAT-FILE ASSIGN TO "PAGOSTAT"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS PS-CLAVE
000590         FILE STATUS IS WS-PAGOSTAT-STATUS.
000600
000610     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS FAC-CLAVE
000650         FILE STATUS IS WS-FACMSTR-STATUS.
000660
000670     SELECT FAC-OUT-FILE ASSIGN TO "FACOUT"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-FACOUT-STATUS.
000700
000710     SELECT PARM-FILE ASSIGN TO "FACPARM"
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS WS-FACPARM-STATUS.
000740
000750     SELECT SREC-RPT-FILE ASSIGN TO "SRECRPT"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-SRECRPT-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  PAIN002-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  PAIN002-REC                PIC X(1024).
000840
000850 FD  TRANSMISION-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY TRANSMAN.
000880
000890 FD  PAGO-STAT-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY PAGOSTAT.
000920
000930 FD  FACTURA-MASTER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY FACTURA.
000960
000970 FD  FAC-OUT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY LEDGTRAN.
001000
001010 FD  PARM-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  PARM-IN-REC.
001040     05 PI-CUENTA-PROVEEDORES   PIC 9(06).
001050     05 PI-CUENTA-BANCO         PIC 9(06).
001060
001070 FD  SREC-RPT-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 01  SREC-RPT-LINE              PIC X(80).
001100
001110 WORKING-STORAGE SECTION.
001120 01  WS-PAIN002-STATUS          PIC X(02) VALUE SPACES.
001130     88 WS-PAIN002-OK               VALUE "00".
001140
001150 01  WS-TRNMSTR-STATUS          PIC X(02) VALUE SPACES.
001160     88 WS-TRNMSTR-OK               VALUE "00".
001170
001180 01  WS-PAGOSTAT-STATUS         PIC X(02) VALUE SPACES.
001190     88 WS-PAGOSTAT-OK              VALUE "00".
001200
001210 01  WS-FACMSTR-STATUS          PIC X(02) VALUE SPACES.
001220     88 WS-FACMSTR-OK               VALUE "00".
001230
001240 01  WS-FACOUT-STATUS           PIC X(02) VALUE SPACES.
001250     88 WS-FACOUT-OK                VALUE "00".
001260     88 WS-FACOUT-NO-FILE           VALUE "05", "35".
001270
001280 01  WS-FACPARM-STATUS          PIC X(02) VALUE SPACES.
001290     88 WS-FACPARM-OK               VALUE "00".
001300
001310 01  WS-SRECRPT-STATUS          PIC X(02) VALUE SPACES.
001320     88 WS-SRECRPT-OK               VALUE "00".
001330
001340 01  WS-SWITCHES.
001350     05 WS-EOF-PAIN-SW         PIC X(01) VALUE "N".
001360         88 WS-EOF-PAIN             VALUE "Y".
001370     05 WS-EN-ETIQUETA-SW      PIC X(01) VALUE "N".
001380         88 WS-EN-ETIQUETA          VALUE "S".
001390     05 WS-NOMBRE-COMPLETO-SW  PIC X(01) VALUE "N".
001400         88 WS-NOMBRE-COMPLETO      VALUE "S".
001410     05 WS-CIERRE-SW           PIC X(01) VALUE "N".
001420         88 WS-CIERRE               VALUE "S".
001430     05 WS-EN-MOTIVO-SW        PIC X(01) VALUE "N".
001440         88 WS-EN-MOTIVO            VALUE "S".
001450     05 WS-BLOQUE-RECHAZADO-SW PIC X(01) VALUE "N".
001460         88 WS-BLOQUE-RECHAZADO     VALUE "S".
001470     05 WS-FIN-BUSQUEDA-SW     PIC X(01) VALUE "N".
001480         88 WS-FIN-BUSQUEDA         VALUE "S".
001490     05 WS-PAGO-HALLADO-SW     PIC X(01) VALUE "N".
001500         88 WS-PAGO-HALLADO         VALUE "S".
001510     05 WS-YA-REBOTADO-SW      PIC X(01) VALUE "N".
001520         88 WS-YA-REBOTADO          VALUE "S".
001530     05 WS-IMPORTE-VALIDO-SW   PIC X(01) VALUE "N".
001540         88 WS-IMPORTE-VALIDO       VALUE "S".
001550
001560 01  WS-COUNTERS.
001570     05 WS-TX-COUNT            PIC 9(07) COMP VALUE ZERO.
001580     05 WS-ACEPTADAS-COUNT     PIC 9(07) COMP VALUE ZERO.
001590     05 WS-RECHAZADAS-COUNT    PIC 9(07) COMP VALUE ZERO.
001600     05 WS-NOMINA-COUNT        PIC 9(07) COMP VALUE ZERO.
001610     05 WS-PROVEEDOR-COUNT     PIC 9(07) COMP VALUE ZERO.
001620     05 WS-ERRORES-COUNT       PIC 9(07) COMP VALUE ZERO.
001630     05 WS-FACTURAS-COUNT      PIC 9(05) COMP VALUE ZERO.
001640
001650 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001660 01  WS-CUENTA-PROVEEDORES      PIC 9(06) VALUE ZERO.
001670 01  WS-CUENTA-BANCO            PIC 9(06) VALUE ZERO.
001680 01  WS-ESTADO-MANIFIESTO       PIC X(01) VALUE SPACES.
001690
001700*----------------------------------------------------------*
001710* LECTURA DEL XML: POSICION EN EL REGISTRO, ETIQUETA EN      *
001720* CURSO (SOLO EL NOMBRE, SIN ATRIBUTOS), ULTIMO CARACTER     *
001730* DENTRO DE ELLA (UNA "/" FINAL LA CIERRA EN SI MISMA) Y     *
001740* TEXTO LEIDO DESDE LA ULTIMA ETIQUETA, SIN BLANCOS.         *
001750*----------------------------------------------------------*
001760 01  WS-POS                     PIC 9(04) COMP VALUE ZERO.
001770 01  WS-CAR                     PIC X(01) VALUE SPACE.
001780 01  WS-CAR-PREVIO              PIC X(01) VALUE SPACE.
001790 01  WS-ETIQUETA                PIC X(40) VALUE SPACES.
001800 01  WS-ETIQUETA-LEN            PIC 9(02) COMP VALUE ZERO.
001810 01  WS-NOMBRE                  PIC X(40) VALUE SPACES.
001820 01  WS-NOMBRE-PARTE-1          PIC X(40) VALUE SPACES.
001830 01  WS-NOMBRE-PARTE-2          PIC X(40) VALUE SPACES.
001840 01  WS-NOMBRE-PARTES           PIC 9(02) COMP VALUE ZERO.
001850 01  WS-TEXTO                   PIC X(70) VALUE SPACES.
001860 01  WS-TEXTO-LEN               PIC 9(02) COMP VALUE ZERO.
001870
001880*----------------------------------------------------------*
001890* DATOS DEL GRUPO ORIGINAL Y DE LA OPERACION EN CURSO.       *
001900*----------------------------------------------------------*
001910 01  WS-GRUPO.
001920     05 WS-G-MSG-ID             PIC X(35) VALUE SPACES.
001930     05 WS-G-OPERACIONES        PIC X(20) VALUE SPACES.
001940     05 WS-G-SUMA-CONTROL       PIC X(20) VALUE SPACES.
001950     05 WS-G-ESTADO             PIC X(04) VALUE SPACES.
001960
001970 01  WS-OPERACION.
001980     05 WS-T-REFERENCIA         PIC X(35).
001990     05 WS-T-REF-R REDEFINES WS-T-REFERENCIA.
002000         10 WS-T-ORIGEN         PIC X(01).
002010         10 WS-T-ID             PIC X(06).
002020         10 WS-T-ID-N REDEFINES WS-T-ID
002030                                PIC 9(06).
002040         10 WS-T-FECHA          PIC X(08).
002050         10 WS-T-FECHA-N REDEFINES WS-T-FECHA
002060                                PIC 9(08).
002070         10 WS-T-GUION          PIC X(01).
002080         10 WS-T-NUMERO         PIC X(12).
002090         10 FILLER              PIC X(07).
002100     05 WS-T-ESTADO             PIC X(04).
002110     05 WS-T-MOTIVO             PIC X(04).
002120     05 WS-T-IMPORTE            PIC X(20).
002130
002140*----------------------------------------------------------*
002150* CONVERSION DE UN IMPORTE DEL XML (PUNTO DECIMAL) A NUMERO. *
002160*----------------------------------------------------------*
002170 01  WS-CONV-TEXTO              PIC X(20) VALUE SPACES.
002180 01  WS-CONV-ENTERO             PIC X(13) VALUE SPACES.
002190 01  WS-CONV-ENTERO-LEN         PIC 9(02) COMP VALUE ZERO.
002200 01  WS-CONV-DECIMAL            PIC X(02) VALUE SPACES.
002210 01  WS-CONV-DECIMAL-N REDEFINES WS-CONV-DECIMAL
002220                                PIC 9(02).
002230 01  WS-CONV-DECIMAL-LEN        PIC 9(02) COMP VALUE ZERO.
002240 01  WS-CONV-ENTERO-N           PIC 9(13) VALUE ZERO.
002250 01  WS-CONV-IMPORTE            PIC 9(13)V99 VALUE ZERO.
002260
002270 01  WS-R-MONEDA                PIC X(03) VALUE SPACES.
002280 01  WS-R-NETO                  PIC S9(11)V99 VALUE ZERO.
002290 01  WS-IMPORTE-A-PAGAR         PIC 9(09)V99 VALUE ZERO.
002300
002310*----------------------------------------------------------*
002320* CONTROLES DEL LOTE GENERADO EN FACOUT PARA LA COLA TRL,    *
002330* COMO EN FACPAGO.                                           *
002340*----------------------------------------------------------*
002350 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
002360 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
002370 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
002380
002390 01  WS-DET-LINE.
002400     05 DL-REFERENCIA           PIC X(28).
002410     05 FILLER                  PIC X(01) VALUE SPACES.
002420     05 DL-ESTADO               PIC X(04).
002430     05 FILLER                  PIC X(01) VALUE SPACES.
002440     05 DL-MOTIVO               PIC X(04).
002450     05 FILLER                  PIC X(01) VALUE SPACES.
002460     05 DL-NOTA                 PIC X(41).
002470
002480 01  WS-IMPORTE-EDIT            PIC ZZZ.ZZZ.ZZ9,99-.
002490 01  WS-CUENTA-EDIT             PIC ZZZZ9.
002500
002510*----------------------------------------------------------*
002520* ORIGEN DEL APUNTE (LT-ORIGEN): PROVEEDOR Y NUMERO DE LA    *
002530* FACTURA DE FACMSTR CUYO PAGO DEVUELVE EL BANCO.            *
002540*----------------------------------------------------------*
002550 01  WS-ORIGEN-APUNTE.
002560     05 FILLER                  PIC X(08) VALUE "SEPAREC".
002570     05 WS-ORG-PROV             PIC X(06) VALUE SPACES.
002580     05 WS-ORG-NUMERO           PIC X(12) VALUE SPACES.
002590     05 FILLER                  PIC X(02) VALUE SPACES.
002600
002610 PROCEDURE DIVISION.
002620
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650     PERFORM 2000-LEER-XML THRU 2000-EXIT
002660         UNTIL WS-EOF-PAIN.
002670     PERFORM 8000-CERRAR-MANIFIESTO THRU 8000-EXIT.
002680     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002690     GOBACK.
002700
002710 1000-INITIALIZE.
002720     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002730     OPEN INPUT PAIN002-FILE.
002740     IF NOT WS-PAIN002-OK
002750         DISPLAY "SEPAREC: ERROR ABRIENDO PAIN002 "
002760             WS-PAIN002-STATUS
002770         GO TO ABEND-CLEANUP
002780     END-IF
002790     OPEN I-O TRANSMISION-FILE.
002800     IF NOT WS-TRNMSTR-OK
002810         DISPLAY "SEPAREC: ERROR ABRIENDO TRNMSTR "
002820             WS-TRNMSTR-STATUS
002830         GO TO ABEND-CLEANUP
002840     END-IF
002850     OPEN I-O PAGO-STAT-FILE.
002860     IF NOT WS-PAGOSTAT-OK
002870         DISPLAY "SEPAREC: ERROR ABRIENDO PAGOSTAT "
002880             WS-PAGOSTAT-STATUS
002890         GO TO ABEND-CLEANUP
002900     END-IF
002910     OPEN I-O FACTURA-MASTER-FILE.
002920     IF NOT WS-FACMSTR-OK
002930         DISPLAY "SEPAREC: ERROR ABRIENDO FACMSTR "
002940             WS-FACMSTR-STATUS
002950         GO TO ABEND-CLEANUP
002960     END-IF
002970     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
002980     OPEN EXTEND FAC-OUT-FILE.
002990     IF WS-FACOUT-NO-FILE
003000         OPEN OUTPUT FAC-OUT-FILE
003010     END-IF
003020     IF NOT WS-FACOUT-OK
003030         DISPLAY "SEPAREC: ERROR ABRIENDO FACOUT "
003040             WS-FACOUT-STATUS
003050         GO TO ABEND-CLEANUP
003060     END-IF
003070     OPEN OUTPUT SREC-RPT-FILE.
003080     IF NOT WS-SRECRPT-OK
003090         DISPLAY "SEPAREC: ERROR ABRIENDO SRECRPT "
003100             WS-SRECRPT-STATUS
003110         GO TO ABEND-CLEANUP
003120     END-IF
003130     MOVE SPACES TO LEDGER-CTL-REC
003140     MOVE "HDR" TO LC-TIPO-REG
003150     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
003160     WRITE LEDGER-CTL-REC
003170     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
003180     MOVE "SEPAREC - ESTADO DE LAS TRANSFERENCIAS (PAIN.002)"
003190         TO SREC-RPT-LINE
003200     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
003210     INITIALIZE WS-OPERACION.
003220 1000-EXIT.
003230     EXIT.
003240
003250 1200-LEER-PARM.
003260     OPEN INPUT PARM-FILE.
003270     IF NOT WS-FACPARM-OK
003280         DISPLAY "SEPAREC: ERROR ABRIENDO FACPARM "
003290             WS-FACPARM-STATUS
003300         GO TO ABEND-CLEANUP
003310     END-IF
003320     READ PARM-FILE
003330         AT END
003340             DISPLAY "SEPAREC: FACPARM VACIO"
003350             GO TO ABEND-CLEANUP
003360     END-READ
003370     IF PI-CUENTA-PROVEEDORES IS NOT NUMERIC
003380         OR PI-CUENTA-BANCO IS NOT NUMERIC
003390         OR PI-CUENTA-PROVEEDORES = ZERO
003400         OR PI-CUENTA-BANCO = ZERO
003410         DISPLAY "SEPAREC: CUENTAS DE FACPARM INVALIDAS"
003420         GO TO ABEND-CLEANUP
003430     END-IF
003440     MOVE PI-CUENTA-PROVEEDORES TO WS-CUENTA-PROVEEDORES
003450     MOVE PI-CUENTA-BANCO TO WS-CUENTA-BANCO
003460     CLOSE PARM-FILE.
003470 1200-EXIT.
003480     EXIT.
003490
003500 2000-LEER-XML.
003510     READ PAIN002-FILE
003520         AT END
003530             SET WS-EOF-PAIN TO TRUE
003540             GO TO 2000-EXIT
003550     END-READ
003560     IF NOT WS-PAIN002-OK
003570         DISPLAY "SEPAREC: ERROR LEYENDO PAIN002 "
003580             WS-PAIN002-STATUS
003590         GO TO ABEND-CLEANUP
003600     END-IF
003610     PERFORM 2100-CARACTER THRU 2100-EXIT
003620         VARYING WS-POS FROM 1 BY 1 UNTIL WS-POS > 1024.
003630 2000-EXIT.
003640     EXIT.
003650
003660 2100-CARACTER.
003670     MOVE PAIN002-REC (WS-POS:1) TO WS-CAR
003680     IF WS-EN-ETIQUETA
003690         IF WS-CAR = ">"
003700             MOVE "N" TO WS-EN-ETIQUETA-SW
003710             PERFORM 2200-FIN-ETIQUETA THRU 2200-EXIT
003720             GO TO 2100-EXIT
003730         END-IF
003740         IF WS-CAR NOT = SPACE
003750             MOVE WS-CAR TO WS-CAR-PREVIO
003760         END-IF
003770         IF WS-CAR = SPACE
003780             SET WS-NOMBRE-COMPLETO TO TRUE
003790         END-IF
003800         IF NOT WS-NOMBRE-COMPLETO AND WS-ETIQUETA-LEN < 40
003810             ADD 1 TO WS-ETIQUETA-LEN
003820             MOVE WS-CAR TO WS-ETIQUETA (WS-ETIQUETA-LEN:1)
003830         END-IF
003840         GO TO 2100-EXIT
003850     END-IF
003860     IF WS-CAR = "<"
003870         SET WS-EN-ETIQUETA TO TRUE
003880         MOVE "N" TO WS-NOMBRE-COMPLETO-SW
003890         MOVE SPACES TO WS-ETIQUETA
003900         MOVE ZERO TO WS-ETIQUETA-LEN
003910         MOVE SPACE TO WS-CAR-PREVIO
003920         GO TO 2100-EXIT
003930     END-IF
003940     IF WS-CAR NOT = SPACE AND WS-TEXTO-LEN < 70
003950         ADD 1 TO WS-TEXTO-LEN
003960         MOVE WS-CAR TO WS-TEXTO (WS-TEXTO-LEN:1)
003970     END-IF.
003980 2100-EXIT.
003990     EXIT.
004000
004010*----------------------------------------------------------*
004020* FIN DE UNA ETIQUETA. SE IGNORAN LA DECLARACION, LOS        *
004030* COMENTARIOS Y LAS VACIAS (<X/>); SE QUITA EL PREFIJO DE    *
004040* ESPACIO DE NOMBRES. AL ABRIR SE VACIA EL TEXTO; AL CERRAR  *
004050* EL TEXTO ACUMULADO ES EL VALOR DEL ELEMENTO.               *
004060*----------------------------------------------------------*
004070 2200-FIN-ETIQUETA.
004080     IF WS-ETIQUETA-LEN = ZERO
004090         OR WS-ETIQUETA (1:1) = "?" OR WS-ETIQUETA (1:1) = "!"
004100         OR WS-CAR-PREVIO = "/"
004110         GO TO 2200-EXIT
004120     END-IF
004130     MOVE "N" TO WS-CIERRE-SW
004140     IF WS-ETIQUETA (1:1) = "/"
004150         SET WS-CIERRE TO TRUE
004160         MOVE WS-ETIQUETA (2:) TO WS-NOMBRE
004170     ELSE
004180         MOVE WS-ETIQUETA TO WS-NOMBRE
004190     END-IF
004200     MOVE SPACES TO WS-NOMBRE-PARTE-1
004210     MOVE SPACES TO WS-NOMBRE-PARTE-2
004220     MOVE ZERO TO WS-NOMBRE-PARTES
004230     UNSTRING WS-NOMBRE DELIMITED BY ":"
004240         INTO WS-NOMBRE-PARTE-1 WS-NOMBRE-PARTE-2
004250         TALLYING IN WS-NOMBRE-PARTES
004260     IF WS-NOMBRE-PARTES > 1
004270         MOVE WS-NOMBRE-PARTE-2 TO WS-NOMBRE
004280     END-IF
004290     IF WS-CIERRE
004300         PERFORM 2300-CERRAR-ELEMENTO THRU 2300-EXIT
004310     ELSE
004320         EVALUATE WS-NOMBRE
004330             WHEN "TxInfAndSts"
004340                 INITIALIZE WS-OPERACION
004350             WHEN "StsRsnInf"
004360                 SET WS-EN-MOTIVO TO TRUE
004370             WHEN OTHER
004380                 CONTINUE
004390         END-EVALUATE
004400     END-IF
004410     MOVE SPACES TO WS-TEXTO
004420     MOVE ZERO TO WS-TEXTO-LEN.
004430 2200-EXIT.
004440     EXIT.
004450
004460 2300-CERRAR-ELEMENTO.
004470     EVALUATE WS-NOMBRE
004480         WHEN "OrgnlMsgId"
004490             MOVE WS-TEXTO TO WS-G-MSG-ID
004500         WHEN "OrgnlNbOfTxs"
004510             IF WS-G-OPERACIONES = SPACES
004520                 MOVE WS-TEXTO TO WS-G-OPERACIONES
004530             END-IF
004540         WHEN "OrgnlCtrlSum"
004550             IF WS-G-SUMA-CONTROL = SPACES
004560                 MOVE WS-TEXTO TO WS-G-SUMA-CONTROL
004570             END-IF
004580         WHEN "GrpSts"
004590             MOVE WS-TEXTO TO WS-G-ESTADO
004600         WHEN "PmtInfSts"
004610             IF WS-TEXTO = "RJCT"
004620                 SET WS-BLOQUE-RECHAZADO TO TRUE
004630             END-IF
004640         WHEN "OrgnlEndToEndId"
004650             MOVE WS-TEXTO TO WS-T-REFERENCIA
004660         WHEN "TxSts"
004670             MOVE WS-TEXTO TO WS-T-ESTADO
004680         WHEN "InstdAmt"
004690             MOVE WS-TEXTO TO WS-T-IMPORTE
004700         WHEN "Cd"
004710             IF WS-EN-MOTIVO
004720                 MOVE WS-TEXTO TO WS-T-MOTIVO
004730             END-IF
004740         WHEN "StsRsnInf"
004750             MOVE "N" TO WS-EN-MOTIVO-SW
004760         WHEN "TxInfAndSts"
004770             PERFORM 3000-PROCESAR-OPERACION THRU 3000-EXIT
004780         WHEN OTHER
004790             CONTINUE
004800     END-EVALUATE.
004810 2300-EXIT.
004820     EXIT.
004830
004840*----------------------------------------------------------*
004850* UNA OPERACION DEL INFORME. SOLO EL RECHAZO (RJCT) CAMBIA   *
004860* ALGO; LA PRIMERA LETRA DE LA REFERENCIA QUE PUSO SEPAGEN   *
004870* DICE SI ES UN PAGO DE NOMINA (N) O DE PROVEEDOR (P).       *
004880*----------------------------------------------------------*
004890 3000-PROCESAR-OPERACION.
004900     ADD 1 TO WS-TX-COUNT
004910     IF WS-T-ESTADO NOT = "RJCT"
004920         ADD 1 TO WS-ACEPTADAS-COUNT
004930         GO TO 3000-EXIT
004940     END-IF
004950     ADD 1 TO WS-RECHAZADAS-COUNT
004960     MOVE WS-T-REFERENCIA TO DL-REFERENCIA
004970     MOVE WS-T-ESTADO TO DL-ESTADO
004980     MOVE WS-T-MOTIVO TO DL-MOTIVO
004990     MOVE SPACES TO DL-NOTA
005000     IF WS-T-ID-N IS NOT NUMERIC
005010         OR WS-T-FECHA-N IS NOT NUMERIC
005020         OR WS-T-GUION NOT = "-"
005030         ADD 1 TO WS-ERRORES-COUNT
005040         MOVE "REFERENCIA NO GENERADA POR SEPAGEN" TO DL-NOTA
005050         PERFORM 7000-WRITE-DET THRU 7000-EXIT
005060         GO TO 3000-EXIT
005070     END-IF
005080     MOVE WS-T-IMPORTE TO WS-CONV-TEXTO
005090     PERFORM 6000-CONVERTIR-IMPORTE THRU 6000-EXIT
005100     EVALUATE WS-T-ORIGEN
005110         WHEN "N"
005120             PERFORM 4000-RECHAZO-NOMINA THRU 4000-EXIT
005130         WHEN "P"
005140             PERFORM 5000-RECHAZO-PROVEEDOR THRU 5000-EXIT
005150         WHEN OTHER
005160             ADD 1 TO WS-ERRORES-COUNT
005170             MOVE "REFERENCIA NO GENERADA POR SEPAGEN" TO DL-NOTA
005180     END-EVALUATE
005190     PERFORM 7000-WRITE-DET THRU 7000-EXIT.
005200 3000-EXIT.
005210     EXIT.
005220
005230*----------------------------------------------------------*
005240* NOMINA: ENTRE LOS PAGOS DEL EMPLEADO DE ESA FECHA EN       *
005250* PAGOSTAT SE TOMA EL PRIMERO NO REBOTADO QUE CASA POR       *
005260* IMPORTE (SI EL INFORME LO TRAE) Y SE MARCA R CON LA FECHA  *
005270* DE HOY, COMO UN REBOTE DEL RETORNO DE PAGOCONF.            *
005280*----------------------------------------------------------*
005290 4000-RECHAZO-NOMINA.
005300     MOVE "N" TO WS-PAGO-HALLADO-SW
005310     MOVE "N" TO WS-YA-REBOTADO-SW
005320     MOVE "N" TO WS-FIN-BUSQUEDA-SW
005330     MOVE WS-T-ID-N TO PS-EMP-ID
005340     MOVE WS-T-FECHA-N TO PS-FECHA-NOMINA
005350     MOVE ZERO TO PS-SECUENCIA
005360     START PAGO-STAT-FILE
005370         KEY IS NOT LESS THAN PS-CLAVE
005380         INVALID KEY
005390             SET WS-FIN-BUSQUEDA TO TRUE
005400     END-START
005410     PERFORM 4100-MIRAR-PAGO THRU 4100-EXIT
005420         UNTIL WS-FIN-BUSQUEDA
005430     IF NOT WS-PAGO-HALLADO
005440         ADD 1 TO WS-ERRORES-COUNT
005450         IF WS-YA-REBOTADO
005460             MOVE "PAGO YA ESTABA REBOTADO EN PAGOSTAT" TO DL-NOTA
005470         ELSE
005480             MOVE "PAGO NO ESTA EN PAGOSTAT" TO DL-NOTA
005490         END-IF
005500         GO TO 4000-EXIT
005510     END-IF
005520     MOVE "R" TO PS-ESTADO-SW
005530     MOVE WS-FECHA-PROCESO TO PS-FECHA-CONF
005540     REWRITE PAGO-STAT-REC
005550     IF NOT WS-PAGOSTAT-OK
005560         DISPLAY "SEPAREC: ERROR REESCRIBIENDO PAGOSTAT "
005570             WS-PAGOSTAT-STATUS
005580         GO TO ABEND-CLEANUP
005590     END-IF
005600     ADD 1 TO WS-NOMINA-COUNT
005610     MOVE PS-IMPORTE TO WS-IMPORTE-EDIT
005620     STRING "REBOTADO EN PAGOSTAT " WS-IMPORTE-EDIT
005630         DELIMITED BY SIZE INTO DL-NOTA.
005640 4000-EXIT.
005650     EXIT.
005660
005670 4100-MIRAR-PAGO.
005680     READ PAGO-STAT-FILE NEXT
005690         AT END
005700             SET WS-FIN-BUSQUEDA TO TRUE
005710             GO TO 4100-EXIT
005720     END-READ
005730     IF NOT WS-PAGOSTAT-OK
005740         DISPLAY "SEPAREC: ERROR LEYENDO PAGOSTAT "
005750             WS-PAGOSTAT-STATUS
005760         GO TO ABEND-CLEANUP
005770     END-IF
005780     IF PS-EMP-ID NOT = WS-T-ID-N
005790         OR PS-FECHA-NOMINA NOT = WS-T-FECHA-N
005800         SET WS-FIN-BUSQUEDA TO TRUE
005810         GO TO 4100-EXIT
005820     END-IF
005830     IF PS-REBOTADO
005840         SET WS-YA-REBOTADO TO TRUE
005850         GO TO 4100-EXIT
005860     END-IF
005870     IF WS-IMPORTE-VALIDO AND PS-IMPORTE NOT = WS-CONV-IMPORTE
005880         GO TO 4100-EXIT
005890     END-IF
005900     SET WS-PAGO-HALLADO TO TRUE
005910     SET WS-FIN-BUSQUEDA TO TRUE.
005920 4100-EXIT.
005930     EXIT.
005940
005950*----------------------------------------------------------*
005960* PROVEEDOR: LA MONEDA DEL PAGO ES LA DE SU PRIMERA FACTURA  *
005970* (LA DE LA REFERENCIA). TODO LO PAGADO A ESE PROVEEDOR ESE  *
005980* DIA EN ESA MONEDA (FACTURAS Y ABONOS COMPENSADOS) VUELVE A *
005990* P PARA UNA PROPUESTA POSTERIOR Y EL NETO SE DEVUELVE AL    *
006000* PASIVO: DEBITO BANCO / CREDITO PROVEEDORES, LO CONTRARIO   *
006010* DEL APUNTE DE FACPAGO.                                     *
006020*----------------------------------------------------------*
006030 5000-RECHAZO-PROVEEDOR.
006040     MOVE WS-T-ID-N TO FAC-PROV-ID
006050     MOVE WS-T-NUMERO TO FAC-NUMERO
006060     READ FACTURA-MASTER-FILE
006070         INVALID KEY
006080             ADD 1 TO WS-ERRORES-COUNT
006090             MOVE "FACTURA DEL PAGO NO EXISTE" TO DL-NOTA
006100             GO TO 5000-EXIT
006110     END-READ
006120     MOVE FAC-MONEDA TO WS-R-MONEDA
006130     MOVE ZERO TO WS-R-NETO
006140     MOVE ZERO TO WS-FACTURAS-COUNT
006150     MOVE "N" TO WS-FIN-BUSQUEDA-SW
006160     MOVE WS-T-ID-N TO FAC-PROV-ID
006170     MOVE SPACES TO FAC-NUMERO
006180     START FACTURA-MASTER-FILE
006190         KEY IS NOT LESS THAN FAC-CLAVE
006200         INVALID KEY
006210             SET WS-FIN-BUSQUEDA TO TRUE
006220     END-START
006230     PERFORM 5100-REABRIR-FACTURA THRU 5100-EXIT
006240         UNTIL WS-FIN-BUSQUEDA
006250     IF WS-FACTURAS-COUNT = ZERO OR WS-R-NETO NOT > ZERO
006260         ADD 1 TO WS-ERRORES-COUNT
006270         MOVE "SIN FACTURAS PAGADAS ESE DIA" TO DL-NOTA
006280         GO TO 5000-EXIT
006290     END-IF
006300     MOVE WS-CUENTA-BANCO TO LT-ACCT-ID
006310     MOVE "D" TO LT-TIPO-APUNTE
006320     PERFORM 5200-GRABAR-APUNTE THRU 5200-EXIT
006330     MOVE WS-CUENTA-PROVEEDORES TO LT-ACCT-ID
006340     MOVE "C" TO LT-TIPO-APUNTE
006350     PERFORM 5200-GRABAR-APUNTE THRU 5200-EXIT
006360     ADD 1 TO WS-PROVEEDOR-COUNT
006370     MOVE WS-R-NETO TO WS-IMPORTE-EDIT
006380     MOVE WS-FACTURAS-COUNT TO WS-CUENTA-EDIT
006390     STRING "REABIERTAS " WS-CUENTA-EDIT " "
006400         WS-R-MONEDA WS-IMPORTE-EDIT
006410         DELIMITED BY SIZE INTO DL-NOTA
006420     IF WS-IMPORTE-VALIDO AND WS-CONV-IMPORTE NOT = WS-R-NETO
006430         ADD 1 TO WS-ERRORES-COUNT
006440         PERFORM 7000-WRITE-DET THRU 7000-EXIT
006450         MOVE "IMPORTE DEL BANCO DIFIERE DEL PAGADO" TO DL-NOTA
006460     END-IF.
006470 5000-EXIT.
006480     EXIT.
006490
006500 5100-REABRIR-FACTURA.
006510     READ FACTURA-MASTER-FILE NEXT
006520         AT END
006530             SET WS-FIN-BUSQUEDA TO TRUE
006540             GO TO 5100-EXIT
006550     END-READ
006560     IF NOT WS-FACMSTR-OK
006570         DISPLAY "SEPAREC: ERROR LEYENDO FACMSTR "
006580             WS-FACMSTR-STATUS
006590         GO TO ABEND-CLEANUP
006600     END-IF
006610     IF FAC-PROV-ID NOT = WS-T-ID-N
006620         SET WS-FIN-BUSQUEDA TO TRUE
006630         GO TO 5100-EXIT
006640     END-IF
006650     IF NOT FAC-PAGADA
006660         OR FAC-FECHA-PAGO NOT = WS-T-FECHA-N
006670         OR FAC-MONEDA NOT = WS-R-MONEDA
006680         GO TO 5100-EXIT
006690     END-IF
006700     COMPUTE WS-IMPORTE-A-PAGAR =
006710         FAC-IMPORTE - FAC-IMPORTE-RETENIDO
006720     IF FAC-ES-ABONO
006730         SUBTRACT WS-IMPORTE-A-PAGAR FROM WS-R-NETO
006740     ELSE
006750         ADD WS-IMPORTE-A-PAGAR TO WS-R-NETO
006760     END-IF
006770     MOVE "P" TO FAC-ESTADO-SW
006780     MOVE ZERO TO FAC-FECHA-PAGO
006790     REWRITE FACTURA-MASTER-REC
006800     IF NOT WS-FACMSTR-OK
006810         DISPLAY "SEPAREC: ERROR REESCRIBIENDO FACMSTR "
006820             WS-FACMSTR-STATUS
006830         GO TO ABEND-CLEANUP
006840     END-IF
006850     ADD 1 TO WS-FACTURAS-COUNT.
006860 5100-EXIT.
006870     EXIT.
006880
006890 5200-GRABAR-APUNTE.
006900     MOVE WS-R-MONEDA TO LT-MONEDA
006910     MOVE WS-R-NETO TO LT-IMPORTE
006920     MOVE SPACES TO LT-CONCEPTO
006930     STRING "RECHAZO PROV " WS-T-ID
006940         DELIMITED BY SIZE INTO LT-CONCEPTO
006950     MOVE WS-FECHA-PROCESO TO LT-FECHA
006960     MOVE ZERO TO LT-SEQ-REF
006970     MOVE ZERO TO LT-DOC-NO
006980     MOVE SPACES TO LT-IVA-CODIGO
006990     MOVE ZERO TO LT-CENTRO-COSTE
007000     MOVE WS-T-ID TO WS-ORG-PROV
007010     MOVE WS-T-NUMERO TO WS-ORG-NUMERO
007020     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
007030     WRITE LEDGER-TRANS-REC
007040     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
007050     ADD 1 TO WS-LOTE-REGS
007060     ADD LT-ACCT-ID TO WS-LOTE-HASH
007070     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
007080 5200-EXIT.
007090     EXIT.
007100
007110*----------------------------------------------------------*
007120* IMPORTE DEL XML: PARTE ENTERA Y HASTA DOS DECIMALES        *
007130* SEPARADOS POR PUNTO. SI NO ES VALIDO (O NO VIENE) NO SE    *
007140* USA PARA CASAR.                                            *
007150*----------------------------------------------------------*
007160 6000-CONVERTIR-IMPORTE.
007170     MOVE "N" TO WS-IMPORTE-VALIDO-SW
007180     MOVE ZERO TO WS-CONV-IMPORTE
007190     MOVE SPACES TO WS-CONV-ENTERO
007200     MOVE SPACES TO WS-CONV-DECIMAL
007210     MOVE ZERO TO WS-CONV-ENTERO-LEN
007220     MOVE ZERO TO WS-CONV-DECIMAL-LEN
007230     IF WS-CONV-TEXTO = SPACES
007240         GO TO 6000-EXIT
007250     END-IF
007260     UNSTRING WS-CONV-TEXTO DELIMITED BY "." OR SPACE
007270         INTO WS-CONV-ENTERO COUNT IN WS-CONV-ENTERO-LEN
007280              WS-CONV-DECIMAL COUNT IN WS-CONV-DECIMAL-LEN
007290     IF WS-CONV-ENTERO-LEN = ZERO OR WS-CONV-ENTERO-LEN > 13
007300         OR WS-CONV-DECIMAL-LEN > 2
007310         GO TO 6000-EXIT
007320     END-IF
007330     IF WS-CONV-ENTERO (1:WS-CONV-ENTERO-LEN) IS NOT NUMERIC
007340         GO TO 6000-EXIT
007350     END-IF
007360     INSPECT WS-CONV-DECIMAL REPLACING ALL SPACE BY "0"
007370     IF WS-CONV-DECIMAL-N IS NOT NUMERIC
007380         GO TO 6000-EXIT
007390     END-IF
007400     MOVE WS-CONV-ENTERO (1:WS-CONV-ENTERO-LEN)
007410         TO WS-CONV-ENTERO-N
007420     COMPUTE WS-CONV-IMPORTE =
007430         WS-CONV-ENTERO-N + WS-CONV-DECIMAL-N / 100
007440     SET WS-IMPORTE-VALIDO TO TRUE.
007450 6000-EXIT.
007460     EXIT.
007470
007480 7000-WRITE-DET.
007490     MOVE WS-DET-LINE TO SREC-RPT-LINE
007500     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
007510 7000-EXIT.
007520     EXIT.
007530
007540 7100-CHECK-RPT.
007550     WRITE SREC-RPT-LINE
007560     IF NOT WS-SRECRPT-OK
007570         DISPLAY "SEPAREC: ERROR ESCRIBIENDO SRECRPT "
007580             WS-SRECRPT-STATUS
007590         GO TO ABEND-CLEANUP
007600     END-IF.
007610 7100-EXIT.
007620     EXIT.
007630
007640 7200-CHECK-FACOUT.
007650     IF NOT WS-FACOUT-OK
007660         DISPLAY "SEPAREC: ERROR GRABANDO FACOUT "
007670             WS-FACOUT-STATUS
007680         GO TO ABEND-CLEANUP
007690     END-IF.
007700 7200-EXIT.
007710     EXIT.
007720
007730*----------------------------------------------------------*
007740* ENTRADA DEL MANIFIESTO DEL MENSAJE ORIGINAL (SU MSGID ES   *
007750* FICHERO + FECHA + HORA, VER SEPAGEN): D SI EL BANCO        *
007760* RECHAZA EL GRUPO O EL BLOQUE ENTERO O SI SUS CIFRAS NO     *
007770* CUADRAN CON LAS REGISTRADAS; SI NO, A. LAS TRANSFERENCIAS  *
007780* RECHAZADAS UNA A UNA NO IMPIDEN EL ACUSE DEL FICHERO.      *
007790*----------------------------------------------------------*
007800 8000-CERRAR-MANIFIESTO.
007810     MOVE SPACES TO WS-DET-LINE
007820     MOVE WS-G-MSG-ID TO DL-REFERENCIA
007830     MOVE WS-G-ESTADO TO DL-ESTADO
007840     MOVE WS-G-MSG-ID (1:8) TO TRN-FICHERO
007850     MOVE ZERO TO TRN-FECHA
007860     IF WS-G-MSG-ID (9:8) IS NUMERIC
007870         MOVE WS-G-MSG-ID (9:8) TO TRN-FECHA
007880     END-IF
007890     READ TRANSMISION-FILE
007900         INVALID KEY
007910             ADD 1 TO WS-ERRORES-COUNT
007920             MOVE "MENSAJE ORIGINAL NO ESTA EN TRNMSTR" TO DL-NOTA
007930             PERFORM 7000-WRITE-DET THRU 7000-EXIT
007940             GO TO 8000-EXIT
007950     END-READ
007960     MOVE "A" TO WS-ESTADO-MANIFIESTO
007970     MOVE "FICHERO ACEPTADO, CIFRAS CUADRAN" TO DL-NOTA
007980     IF WS-G-ESTADO = "RJCT" OR WS-BLOQUE-RECHAZADO
007990         MOVE "D" TO WS-ESTADO-MANIFIESTO
008000         MOVE "FICHERO RECHAZADO ENTERO: REGENERAR" TO DL-NOTA
008010     END-IF
008020     MOVE WS-G-OPERACIONES TO WS-CONV-TEXTO
008030     PERFORM 6000-CONVERTIR-IMPORTE THRU 6000-EXIT
008040     IF WS-IMPORTE-VALIDO AND WS-CONV-IMPORTE NOT = TRN-REGS
008050         MOVE "D" TO WS-ESTADO-MANIFIESTO
008060         MOVE "NUMERO DE OPERACIONES NO CUADRA" TO DL-NOTA
008070     END-IF
008080     MOVE WS-G-SUMA-CONTROL TO WS-CONV-TEXTO
008090     PERFORM 6000-CONVERTIR-IMPORTE THRU 6000-EXIT
008100     IF WS-IMPORTE-VALIDO AND WS-CONV-IMPORTE NOT = TRN-IMPORTES
008110         MOVE "D" TO WS-ESTADO-MANIFIESTO
008120         MOVE "SUMA DE CONTROL NO CUADRA" TO DL-NOTA
008130     END-IF
008140     MOVE WS-ESTADO-MANIFIESTO TO TRN-ESTADO-SW
008150     MOVE WS-FECHA-PROCESO TO TRN-FECHA-ACK
008160     REWRITE TRANSMISION-REC
008170     IF NOT WS-TRNMSTR-OK
008180         DISPLAY "SEPAREC: ERROR REESCRIBIENDO TRNMSTR "
008190             WS-TRNMSTR-STATUS
008200         GO TO ABEND-CLEANUP
008210     END-IF
008220     IF TRN-DISCREPANTE
008230         ADD 1 TO WS-ERRORES-COUNT
008240     END-IF
008250     PERFORM 7000-WRITE-DET THRU 7000-EXIT.
008260 8000-EXIT.
008270     EXIT.
008280
008290 9000-TERMINATE.
008300     MOVE SPACES TO LEDGER-CTL-REC
008310     MOVE "TRL" TO LC-TIPO-REG
008320     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
008330     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
008340     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
008350     WRITE LEDGER-CTL-REC
008360     PERFORM 7200-CHECK-FACOUT THRU 7200-EXIT
008370     CLOSE PAIN002-FILE.
008380     CLOSE TRANSMISION-FILE.
008390     CLOSE PAGO-STAT-FILE.
008400     CLOSE FACTURA-MASTER-FILE.
008410     CLOSE FAC-OUT-FILE.
008420     CLOSE SREC-RPT-FILE.
008430     DISPLAY "SEPAREC: OPERACIONES   " WS-TX-COUNT.
008440     DISPLAY "SEPAREC: ACEPTADAS     " WS-ACEPTADAS-COUNT.
008450     DISPLAY "SEPAREC: RECHAZADAS    " WS-RECHAZADAS-COUNT.
008460     DISPLAY "SEPAREC: REB. NOMINA    " WS-NOMINA-COUNT.
008470     DISPLAY "SEPAREC: PAGOS PROV.   " WS-PROVEEDOR-COUNT.
008480     DISPLAY "SEPAREC: INCIDENCIAS   " WS-ERRORES-COUNT.
008490     IF WS-RECHAZADAS-COUNT > ZERO OR WS-ERRORES-COUNT > ZERO
008500         MOVE 4 TO RETURN-CODE
008510     END-IF.
008520 9000-EXIT.
008530     EXIT.
008540
008550 ABEND-CLEANUP.
008560     DISPLAY "SEPAREC: TERMINACION ANORMAL - CERRANDO FICHEROS".
008570     CLOSE PAIN002-FILE.
008580     CLOSE TRANSMISION-FILE.
008590     CLOSE PAGO-STAT-FILE.
008600     CLOSE FACTURA-MASTER-FILE.
008610     CLOSE FAC-OUT-FILE.
008620     CLOSE PARM-FILE.
008630     CLOSE SREC-RPT-FILE.
008640     MOVE 16 TO RETURN-CODE.
008650     GOBACK.
008660
008670     END PROGRAM SEPAREC.

000010*----------------------------------------------------------*
000020* PEDMANT - MANTENIMIENTO DE PEDIDOS DE COMPRA Y REGISTRO DE *
000030*           LAS RECEPCIONES DE MERCANCIA                     *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. PEDMANT.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL ESQUEMA DE FACMANT. *
000150*                APLICA LAS TRANSACCIONES PEDTRAN CONTRA EL  *
000160*                FICHERO DE PEDIDOS DE COMPRA PEDMSTR (COPY  *
000170*                PEDIDO): A ALTA DE LINEA, C CAMBIO DE       *
000180*                DESCRIPCION, CANTIDAD O PRECIO, B CIERRE DE *
000190*                LINEA Y R RECEPCION DE MERCANCIA (ALBARAN), *
000200*                QUE ACUMULA LA CANTIDAD RECIBIDA SIN PASAR  *
000210*                DE LO PEDIDO. EL ALTA VALIDA PROVEEDOR      *
000220*                ACTIVO EN PROVMSTR Y CUENTA DE GASTO EN     *
000230*                PLANCTAS. NO CONTABILIZA: EL GASTO ENTRA    *
000240*                CON LA FACTURA, QUE FACMANT CASA CONTRA EL  *
000250*                PEDIDO Y LO RECIBIDO.                       *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PEDIDO-MASTER-FILE ASSIGN TO "PEDMSTR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PED-CLAVE
000390         FILE STATUS IS WS-PEDMSTR-STATUS.
000400
000410     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS PRV-ID
000450         FILE STATUS IS WS-PROVMSTR-STATUS.
000460
000470     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CTA-ACCT-ID
000510         FILE STATUS IS WS-PLANCTAS-STATUS.
000520
000530     SELECT PED-TRANS-FILE ASSIGN TO "PEDTRAN"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-PEDTRAN-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  PEDIDO-MASTER-FILE
000600     LABEL RECORDS ARE STANDARD.
000610     COPY PEDIDO.
000620
000630 FD  PROVEEDOR-MASTER-FILE
000640     LABEL RECORDS ARE STANDARD.
000650     COPY PROVEED.
000660
000670 FD  PLAN-CUENTA-FILE
000680     LABEL RECORDS ARE STANDARD.
000690     COPY CUENTAS.
000700
000710 FD  PED-TRANS-FILE
000720     LABEL RECORDS ARE STANDARD.
000730 01  PED-TRANS-REC.
000740     05 PDT-TRANS-CODE          PIC X(01).
000750         88 PDT-ADD                 VALUE "A".
000760         88 PDT-CHANGE              VALUE "C".
000770         88 PDT-CIERRE              VALUE "B".
000780         88 PDT-RECEPCION           VALUE "R".
000790     05 PDT-NUMERO              PIC X(10).
000800     05 PDT-LINEA               PIC X(03).
000810     05 PDT-PROV-ID             PIC X(06).
000820     05 PDT-FECHA               PIC X(08).
000830     05 PDT-DESCRIPCION         PIC X(30).
000840     05 PDT-CUENTA-GASTO        PIC X(06).
000850     05 PDT-MONEDA              PIC X(03).
000860     05 PDT-CANTIDAD            PIC X(09).
000870     05 PDT-CANTIDAD-N REDEFINES PDT-CANTIDAD
000880                                PIC 9(07)V99.
000890     05 PDT-PRECIO              PIC X(09).
000900     05 PDT-PRECIO-N REDEFINES PDT-PRECIO
000910                                PIC 9(07)V99.
000920
000930 WORKING-STORAGE SECTION.
000940 01  WS-PEDMSTR-STATUS          PIC X(02) VALUE SPACES.
000950     88 WS-PEDMSTR-OK               VALUE "00".
000960     88 WS-PEDMSTR-NOT-FOUND        VALUE "23".
000970     88 WS-PEDMSTR-DUPLICATE        VALUE "22".
000980     88 WS-PEDMSTR-NO-FILE          VALUE "35".
000990
001000 01  WS-PROVMSTR-STATUS         PIC X(02) VALUE SPACES.
001010     88 WS-PROVMSTR-OK              VALUE "00".
001020
001030 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
001040     88 WS-PLANCTAS-OK              VALUE "00".
001050
001060 01  WS-PEDTRAN-STATUS          PIC X(02) VALUE SPACES.
001070     88 WS-PEDTRAN-OK               VALUE "00".
001080     88 WS-PEDTRAN-EOF              VALUE "10".
001090
001100 01  WS-SWITCHES.
001110     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001120         88 WS-EOF-TRANS            VALUE "Y".
001130     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
001140         88 WS-TRANS-VALIDA         VALUE "S".
001150
001160 01  WS-COUNTERS.
001170     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001180     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001190     05 WS-CIERRES-COUNT       PIC 9(05) COMP VALUE ZERO.
001200     05 WS-RECEPCIONES-COUNT   PIC 9(05) COMP VALUE ZERO.
001210     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001220
001230 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001240 01  WS-CANTIDAD-N              PIC 9(07)V99 VALUE ZERO.
001250 01  WS-RECIBIDA-N              PIC 9(08)V99 VALUE ZERO.
001260
001270 01  WS-FECHA-VALIDA-SW         PIC X(01) VALUE "N".
001280     88 WS-FECHA-VALIDA             VALUE "S".
001290 01  WS-FECHA-PRUEBA            PIC 9(08) VALUE ZERO.
001300 01  WS-FECHA-PARTES REDEFINES WS-FECHA-PRUEBA.
001310     05 WS-FP-ANIO             PIC 9(04).
001320     05 WS-FP-MES              PIC 9(02).
001330     05 WS-FP-DIA              PIC 9(02).
001340 01  WS-DIAS-EN-MES             PIC 9(02) COMP.
001350 01  WS-BISIESTO-SW             PIC X(01) VALUE "N".
001360     88 WS-ANIO-BISIESTO            VALUE "S".
001370 01  WS-ANIO-DIV                PIC 9(04) COMP.
001380 01  WS-ANIO-RESTO-4            PIC 9(04) COMP.
001390 01  WS-ANIO-RESTO-100          PIC 9(04) COMP.
001400 01  WS-ANIO-RESTO-400          PIC 9(04) COMP.
001410
001420 PROCEDURE DIVISION.
001430
001440 0000-MAINLINE.
001450     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001460     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001470         UNTIL WS-EOF-TRANS.
001480     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001490     GOBACK.
001500
001510 1000-INITIALIZE.
001520     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
001530     OPEN I-O PEDIDO-MASTER-FILE.
001540     IF WS-PEDMSTR-NO-FILE
001550         CLOSE PEDIDO-MASTER-FILE
001560         OPEN OUTPUT PEDIDO-MASTER-FILE
001570         CLOSE PEDIDO-MASTER-FILE
001580         OPEN I-O PEDIDO-MASTER-FILE
001590     END-IF
001600     IF NOT WS-PEDMSTR-OK
001610         DISPLAY "PEDMANT: ERROR ABRIENDO PEDMSTR "
001620             WS-PEDMSTR-STATUS
001630         GO TO ABEND-CLEANUP
001640     END-IF
001650     OPEN INPUT PROVEEDOR-MASTER-FILE.
001660     IF NOT WS-PROVMSTR-OK
001670         DISPLAY "PEDMANT: ERROR ABRIENDO PROVMSTR "
001680             WS-PROVMSTR-STATUS
001690         GO TO ABEND-CLEANUP
001700     END-IF
001710     OPEN INPUT PLAN-CUENTA-FILE.
001720     IF NOT WS-PLANCTAS-OK
001730         DISPLAY "PEDMANT: ERROR ABRIENDO PLANCTAS "
001740             WS-PLANCTAS-STATUS
001750         GO TO ABEND-CLEANUP
001760     END-IF
001770     OPEN INPUT PED-TRANS-FILE.
001780     IF NOT WS-PEDTRAN-OK
001790         DISPLAY "PEDMANT: ERROR ABRIENDO PEDTRAN "
001800             WS-PEDTRAN-STATUS
001810         GO TO ABEND-CLEANUP
001820     END-IF
001830     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001840 1000-EXIT.
001850     EXIT.
001860
001870 2000-PROCESS-TRANS.
001880     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
001890     IF WS-TRANS-VALIDA
001900         EVALUATE TRUE
001910             WHEN PDT-ADD
001920                 PERFORM 3000-ALTA-LINEA THRU 3000-EXIT
001930             WHEN PDT-CHANGE
001940                 PERFORM 4000-CAMBIO-LINEA THRU 4000-EXIT
001950             WHEN PDT-CIERRE
001960                 PERFORM 5000-CIERRE-LINEA THRU 5000-EXIT
001970             WHEN PDT-RECEPCION
001980                 PERFORM 6000-RECEPCION THRU 6000-EXIT
001990         END-EVALUATE
002000     END-IF
002010     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002020 2000-EXIT.
002030     EXIT.
002040
002050 2100-READ-TRANS.
002060     READ PED-TRANS-FILE
002070         AT END
002080             SET WS-EOF-TRANS TO TRUE
002090     END-READ
002100     IF NOT WS-EOF-TRANS AND NOT WS-PEDTRAN-OK
002110         DISPLAY "PEDMANT: ERROR LEYENDO PEDTRAN "
002120             WS-PEDTRAN-STATUS
002130         GO TO ABEND-CLEANUP
002140     END-IF
002150 2100-EXIT.
002160     EXIT.
002170
002180*----------------------------------------------------------*
002190* VALIDACIONES PREVIAS: CODIGO, NUMERO DE PEDIDO NO VACIO Y  *
002200* LINEA NUMERICA; EN EL ALTA LOS DATOS DE LA LINEA, EN LA    *
002210* RECEPCION FECHA DE ALBARAN Y CANTIDAD.                     *
002220*----------------------------------------------------------*
002230 2200-VALIDA-TRANS.
002240     MOVE "N" TO WS-TRANS-VALIDA-SW
002250     IF NOT PDT-ADD AND NOT PDT-CHANGE AND NOT PDT-CIERRE
002260         AND NOT PDT-RECEPCION
002270         DISPLAY "PEDMANT: CODIGO DE TRANSACCION INVALIDO "
002280             PDT-TRANS-CODE " PEDIDO " PDT-NUMERO
002290         ADD 1 TO WS-ERRORES-COUNT
002300         GO TO 2200-EXIT
002310     END-IF
002320     IF PDT-NUMERO = SPACES
002330         DISPLAY "PEDMANT: NUMERO DE PEDIDO EN BLANCO"
002340         ADD 1 TO WS-ERRORES-COUNT
002350         GO TO 2200-EXIT
002360     END-IF
002370     IF PDT-LINEA IS NOT NUMERIC OR PDT-LINEA = "000"
002380         DISPLAY "PEDMANT: LINEA INVALIDA " PDT-LINEA
002390             " PEDIDO " PDT-NUMERO
002400         ADD 1 TO WS-ERRORES-COUNT
002410         GO TO 2200-EXIT
002420     END-IF
002430     IF PDT-ADD OR PDT-RECEPCION
002440         IF PDT-FECHA IS NOT NUMERIC
002450             DISPLAY "PEDMANT: FECHA NO NUMERICA, PEDIDO "
002460                 PDT-NUMERO " LINEA " PDT-LINEA
002470             ADD 1 TO WS-ERRORES-COUNT
002480             GO TO 2200-EXIT
002490         END-IF
002500         MOVE PDT-FECHA TO WS-FECHA-PRUEBA
002510         PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
002520         IF NOT WS-FECHA-VALIDA
002530             DISPLAY "PEDMANT: FECHA INVALIDA, PEDIDO "
002540                 PDT-NUMERO " LINEA " PDT-LINEA
002550             ADD 1 TO WS-ERRORES-COUNT
002560             GO TO 2200-EXIT
002570         END-IF
002580         IF PDT-CANTIDAD IS NOT NUMERIC
002590             OR PDT-CANTIDAD-N = ZERO
002600             DISPLAY "PEDMANT: CANTIDAD INVALIDA, PEDIDO "
002610                 PDT-NUMERO " LINEA " PDT-LINEA
002620             ADD 1 TO WS-ERRORES-COUNT
002630             GO TO 2200-EXIT
002640         END-IF
002650     END-IF
002660     IF PDT-CHANGE
002670         IF (PDT-CANTIDAD NOT = SPACES
002680             AND (PDT-CANTIDAD IS NOT NUMERIC
002690                  OR PDT-CANTIDAD-N = ZERO))
002700             OR (PDT-PRECIO NOT = SPACES
002710             AND (PDT-PRECIO IS NOT NUMERIC
002720                  OR PDT-PRECIO-N = ZERO))
002730             DISPLAY "PEDMANT: CANTIDAD O PRECIO INVALIDO, "
002740                 "PEDIDO " PDT-NUMERO " LINEA " PDT-LINEA
002750             ADD 1 TO WS-ERRORES-COUNT
002760             GO TO 2200-EXIT
002770         END-IF
002780     END-IF
002790     IF PDT-ADD
002800         PERFORM 2250-VALIDA-ALTA THRU 2250-EXIT
002810         IF NOT WS-TRANS-VALIDA
002820             GO TO 2200-EXIT
002830         END-IF
002840     END-IF
002850     MOVE "S" TO WS-TRANS-VALIDA-SW.
002860 2200-EXIT.
002870     EXIT.
002880
002890 2250-VALIDA-ALTA.
002900     MOVE "N" TO WS-TRANS-VALIDA-SW
002910     IF PDT-PROV-ID IS NOT NUMERIC
002920         DISPLAY "PEDMANT: PROVEEDOR NO NUMERICO " PDT-PROV-ID
002930         ADD 1 TO WS-ERRORES-COUNT
002940         GO TO 2250-EXIT
002950     END-IF
002960     MOVE PDT-PROV-ID TO PRV-ID
002970     READ PROVEEDOR-MASTER-FILE
002980         INVALID KEY
002990             DISPLAY "PEDMANT: PROVEEDOR NO EXISTE "
003000                 PDT-PROV-ID
003010             ADD 1 TO WS-ERRORES-COUNT
003020             GO TO 2250-EXIT
003030     END-READ
003040     IF NOT PRV-ACTIVO
003050         DISPLAY "PEDMANT: PROVEEDOR INACTIVO " PDT-PROV-ID
003060         ADD 1 TO WS-ERRORES-COUNT
003070         GO TO 2250-EXIT
003080     END-IF
003090     IF PDT-MONEDA = SPACES
003100         DISPLAY "PEDMANT: MONEDA EN BLANCO, PEDIDO "
003110             PDT-NUMERO " LINEA " PDT-LINEA
003120         ADD 1 TO WS-ERRORES-COUNT
003130         GO TO 2250-EXIT
003140     END-IF
003150     IF PDT-PRECIO IS NOT NUMERIC OR PDT-PRECIO-N = ZERO
003160         DISPLAY "PEDMANT: PRECIO INVALIDO, PEDIDO "
003170             PDT-NUMERO " LINEA " PDT-LINEA
003180         ADD 1 TO WS-ERRORES-COUNT
003190         GO TO 2250-EXIT
003200     END-IF
003210     IF PDT-CUENTA-GASTO IS NOT NUMERIC
003220         DISPLAY "PEDMANT: CUENTA DE GASTO NO NUMERICA, "
003230             "PEDIDO " PDT-NUMERO " LINEA " PDT-LINEA
003240         ADD 1 TO WS-ERRORES-COUNT
003250         GO TO 2250-EXIT
003260     END-IF
003270     MOVE PDT-CUENTA-GASTO TO CTA-ACCT-ID
003280     READ PLAN-CUENTA-FILE
003290         INVALID KEY
003300             DISPLAY "PEDMANT: CUENTA DE GASTO NO EN PLAN, "
003310                 "PEDIDO " PDT-NUMERO " LINEA " PDT-LINEA
003320             ADD 1 TO WS-ERRORES-COUNT
003330             GO TO 2250-EXIT
003340     END-READ
003350     MOVE "S" TO WS-TRANS-VALIDA-SW.
003360 2250-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------*
003400* VALIDACION DE FECHA DE CALENDARIO, CALCADA DE LA RUTINA    *
003410* 2200-VALIDA-FECHA DE CAMPOS.                               *
003420*----------------------------------------------------------*
003430 2300-VALIDA-FECHA.
003440     MOVE "N" TO WS-FECHA-VALIDA-SW
003450     MOVE "N" TO WS-BISIESTO-SW
003460     IF WS-FP-MES < 1 OR WS-FP-MES > 12
003470         GO TO 2300-EXIT
003480     END-IF
003490     DIVIDE WS-FP-ANIO BY 4 GIVING WS-ANIO-DIV
003500         REMAINDER WS-ANIO-RESTO-4
003510     DIVIDE WS-FP-ANIO BY 100 GIVING WS-ANIO-DIV
003520         REMAINDER WS-ANIO-RESTO-100
003530     DIVIDE WS-FP-ANIO BY 400 GIVING WS-ANIO-DIV
003540         REMAINDER WS-ANIO-RESTO-400
003550     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
003560         OR WS-ANIO-RESTO-400 = 0
003570         MOVE "S" TO WS-BISIESTO-SW
003580     END-IF
003590     EVALUATE WS-FP-MES
003600         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
003610             MOVE 31 TO WS-DIAS-EN-MES
003620         WHEN 4 WHEN 6 WHEN 9 WHEN 11
003630             MOVE 30 TO WS-DIAS-EN-MES
003640         WHEN 2
003650             IF WS-ANIO-BISIESTO
003660                 MOVE 29 TO WS-DIAS-EN-MES
003670             ELSE
003680                 MOVE 28 TO WS-DIAS-EN-MES
003690             END-IF
003700     END-EVALUATE
003710     IF WS-FP-DIA >= 1 AND WS-FP-DIA <= WS-DIAS-EN-MES
003720         MOVE "S" TO WS-FECHA-VALIDA-SW
003730     END-IF
003740 2300-EXIT.
003750     EXIT.
003760
003770*----------------------------------------------------------*
003780* ALTA: GRABA LA LINEA ABIERTA, SIN NADA RECIBIDO NI         *
003790* FACTURADO.                                                 *
003800*----------------------------------------------------------*
003810 3000-ALTA-LINEA.
003820     MOVE PDT-NUMERO TO PED-NUMERO
003830     MOVE PDT-LINEA TO PED-LINEA
003840     MOVE PDT-PROV-ID TO PED-PROV-ID
003850     MOVE PDT-FECHA TO PED-FECHA-PEDIDO
003860     MOVE PDT-DESCRIPCION TO PED-DESCRIPCION
003870     MOVE PDT-CUENTA-GASTO TO PED-CUENTA-GASTO
003880     MOVE PDT-MONEDA TO PED-MONEDA
003890     MOVE PDT-CANTIDAD-N TO PED-CANTIDAD-PEDIDA
003900     MOVE PDT-PRECIO-N TO PED-PRECIO-UNITARIO
003910     MOVE ZERO TO PED-CANTIDAD-RECIBIDA
003920     MOVE ZERO TO PED-FECHA-RECEPCION
003930     MOVE ZERO TO PED-CANTIDAD-FACTURADA
003940     MOVE "A" TO PED-ESTADO-SW
003950     WRITE PEDIDO-MASTER-REC
003960     IF WS-PEDMSTR-DUPLICATE
003970         DISPLAY "PEDMANT: LINEA DUPLICADA, PEDIDO "
003980             PDT-NUMERO " LINEA " PDT-LINEA
003990         ADD 1 TO WS-ERRORES-COUNT
004000         GO TO 3000-EXIT
004010     END-IF
004020     IF NOT WS-PEDMSTR-OK
004030         DISPLAY "PEDMANT: ERROR GRABANDO PEDMSTR "
004040             WS-PEDMSTR-STATUS
004050         GO TO ABEND-CLEANUP
004060     END-IF
004070     ADD 1 TO WS-ALTAS-COUNT.
004080 3000-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------*
004120* LECTURA DE LA LINEA EXISTENTE PARA CAMBIO, CIERRE Y        *
004130* RECEPCION; UNA LINEA CERRADA YA NO ADMITE MOVIMIENTOS.     *
004140*----------------------------------------------------------*
004150 3500-LEER-LINEA.
004160     MOVE "N" TO WS-TRANS-VALIDA-SW
004170     MOVE PDT-NUMERO TO PED-NUMERO
004180     MOVE PDT-LINEA TO PED-LINEA
004190     READ PEDIDO-MASTER-FILE
004200         INVALID KEY
004210             DISPLAY "PEDMANT: NO EXISTE LA LINEA, PEDIDO "
004220                 PDT-NUMERO " LINEA " PDT-LINEA
004230             ADD 1 TO WS-ERRORES-COUNT
004240             GO TO 3500-EXIT
004250     END-READ
004260     IF PED-CERRADA
004270         DISPLAY "PEDMANT: LINEA YA CERRADA, PEDIDO "
004280             PDT-NUMERO " LINEA " PDT-LINEA
004290         ADD 1 TO WS-ERRORES-COUNT
004300         GO TO 3500-EXIT
004310     END-IF
004320     MOVE "S" TO WS-TRANS-VALIDA-SW.
004330 3500-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370* CAMBIO: SOLO LOS CAMPOS INFORMADOS. LA CANTIDAD PEDIDA NO  *
004380* PUEDE QUEDAR POR DEBAJO DE LO YA RECIBIDO.                 *
004390*----------------------------------------------------------*
004400 4000-CAMBIO-LINEA.
004410     PERFORM 3500-LEER-LINEA THRU 3500-EXIT
004420     IF NOT WS-TRANS-VALIDA
004430         GO TO 4000-EXIT
004440     END-IF
004450     IF PDT-CANTIDAD NOT = SPACES
004460         IF PDT-CANTIDAD-N < PED-CANTIDAD-RECIBIDA
004470             DISPLAY "PEDMANT: CANTIDAD MENOR QUE LO RECIBIDO, "
004480                 "PEDIDO " PDT-NUMERO " LINEA " PDT-LINEA
004490             ADD 1 TO WS-ERRORES-COUNT
004500             GO TO 4000-EXIT
004510         END-IF
004520         MOVE PDT-CANTIDAD-N TO PED-CANTIDAD-PEDIDA
004530     END-IF
004540     IF PDT-PRECIO NOT = SPACES
004550         MOVE PDT-PRECIO-N TO PED-PRECIO-UNITARIO
004560     END-IF
004570     IF PDT-DESCRIPCION NOT = SPACES
004580         MOVE PDT-DESCRIPCION TO PED-DESCRIPCION
004590     END-IF
004600     REWRITE PEDIDO-MASTER-REC
004610     IF NOT WS-PEDMSTR-OK
004620         DISPLAY "PEDMANT: ERROR REESCRIBIENDO PEDMSTR "
004630             WS-PEDMSTR-STATUS
004640         GO TO ABEND-CLEANUP
004650     END-IF
004660     ADD 1 TO WS-CAMBIOS-COUNT.
004670 4000-EXIT.
004680     EXIT.
004690
004700*----------------------------------------------------------*
004710* CIERRE: LA LINEA QUEDA CERRADA Y NO ADMITE MAS ALBARANES   *
004720* NI FACTURAS. NO SE BORRA: FACMANT LA NECESITA PARA LAS     *
004730* ANULACIONES.                                               *
004740*----------------------------------------------------------*
004750 5000-CIERRE-LINEA.
004760     PERFORM 3500-LEER-LINEA THRU 3500-EXIT
004770     IF NOT WS-TRANS-VALIDA
004780         GO TO 5000-EXIT
004790     END-IF
004800     MOVE "C" TO PED-ESTADO-SW
004810     REWRITE PEDIDO-MASTER-REC
004820     IF NOT WS-PEDMSTR-OK
004830         DISPLAY "PEDMANT: ERROR REESCRIBIENDO PEDMSTR "
004840             WS-PEDMSTR-STATUS
004850         GO TO ABEND-CLEANUP
004860     END-IF
004870     ADD 1 TO WS-CIERRES-COUNT.
004880 5000-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------*
004920* RECEPCION: SUMA LA CANTIDAD DEL ALBARAN A LO RECIBIDO. SI  *
004930* SE RECIBE MAS DE LO PEDIDO SE RECHAZA; COMPRAS DEBE        *
004940* AMPLIAR ANTES EL PEDIDO CON UN CAMBIO.                     *
004950*----------------------------------------------------------*
004960 6000-RECEPCION.
004970     PERFORM 3500-LEER-LINEA THRU 3500-EXIT
004980     IF NOT WS-TRANS-VALIDA
004990         GO TO 6000-EXIT
005000     END-IF
005010     MOVE PDT-CANTIDAD-N TO WS-CANTIDAD-N
005020     COMPUTE WS-RECIBIDA-N = PED-CANTIDAD-RECIBIDA
005030         + WS-CANTIDAD-N
005040     IF WS-RECIBIDA-N > PED-CANTIDAD-PEDIDA
005050         DISPLAY "PEDMANT: RECEPCION SUPERA LO PEDIDO, "
005060             "PEDIDO " PDT-NUMERO " LINEA " PDT-LINEA
005070         ADD 1 TO WS-ERRORES-COUNT
005080         GO TO 6000-EXIT
005090     END-IF
005100     MOVE WS-RECIBIDA-N TO PED-CANTIDAD-RECIBIDA
005110     MOVE PDT-FECHA TO PED-FECHA-RECEPCION
005120     REWRITE PEDIDO-MASTER-REC
005130     IF NOT WS-PEDMSTR-OK
005140         DISPLAY "PEDMANT: ERROR REESCRIBIENDO PEDMSTR "
005150             WS-PEDMSTR-STATUS
005160         GO TO ABEND-CLEANUP
005170     END-IF
005180     ADD 1 TO WS-RECEPCIONES-COUNT.
005190 6000-EXIT.
005200     EXIT.
005210
005220 9000-TERMINATE.
005230     CLOSE PEDIDO-MASTER-FILE.
005240     CLOSE PROVEEDOR-MASTER-FILE.
005250     CLOSE PLAN-CUENTA-FILE.
005260     CLOSE PED-TRANS-FILE.
005270     DISPLAY "PEDMANT: ALTAS       " WS-ALTAS-COUNT.
005280     DISPLAY "PEDMANT: CAMBIOS     " WS-CAMBIOS-COUNT.
005290     DISPLAY "PEDMANT: CIERRES     " WS-CIERRES-COUNT.
005300     DISPLAY "PEDMANT: RECEPCIONES " WS-RECEPCIONES-COUNT.
005310     DISPLAY "PEDMANT: ERRORES     " WS-ERRORES-COUNT.
005320 9000-EXIT.
005330     EXIT.
005340
005350 ABEND-CLEANUP.
005360     DISPLAY "PEDMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
005370     CLOSE PEDIDO-MASTER-FILE.
005380     CLOSE PROVEEDOR-MASTER-FILE.
005390     CLOSE PLAN-CUENTA-FILE.
005400     CLOSE PED-TRANS-FILE.
005410     MOVE 16 TO RETURN-CODE.
005420     GOBACK.
005430
005440     END PROGRAM PEDMANT.

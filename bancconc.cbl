000332* 2026-09-02 DR  CADA MARCA DE CONCILIACION DEJA SU IMAGEN   *
000334*                POSTERIOR EN EL DIARIO LEDGJRNL, PARA LA    *
000336*                RODADURA HACIA ADELANTE DE LEDGRECO.        *
000337* 2026-10-15 DR  COBROS DE CLIENTES: UNA LINEA DEL BANCO D   *
000338*                (ENTRADA DE DINERO) SIN APUNTE SE BUSCA EN  *
000339*                LAS FACTURAS DE VENTA FVEMSTR POR LA        *
000340*                REFERENCIA (LAS 12 PRIMERAS POSICIONES DEL  *
000341*                CONCEPTO, EL NUMERO DE FACTURA) Y EL        *
000342*                IMPORTE. SI CASA, LA FACTURA QUEDA COBRADA  *
000343*                Y EL LOTE BANCOUT LLEVA BANCO CONTRA LA     *
000344*                CUENTA DEL CLIENTE; SI LA REFERENCIA SOLO   *
000345*                IDENTIFICA AL CLIENTE, EL COBRO QUEDA A     *
000346*                CUENTA (CLI-COBRO-A-CUENTA) CON EL MISMO    *
000347*                APUNTE. SIN FVEMSTR EL PASO SIGUE COMO      *
000348*                ANTES. OJO: VACIAR BANCOUT NO REABRE LAS    *
000349*                FACTURAS YA MARCADAS COMO COBRADAS.         *
000350* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000351*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000352*                COSTE, VER COPY LEDGTRAN).                  *
000353* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000354*                SISTEMA BANCCONC Y COMO CLAVE LA FECHA Y LA *
000355*                LINEA DEL MOVIMIENTO EN EL EXTRACTO, PARA   *
000356*                LA TRAZA DE TRAZADTL.                       *
000357*----------------------------------------------------------*
000358
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000600         ORGANIZATION IS SEQUENTIAL
000610         FILE STATUS IS WS-BCONPARM-STATUS.
000620
000621     SELECT FACTURA-VENTA-FILE ASSIGN TO "FVEMSTR"
000622         ORGANIZATION IS INDEXED
000623         ACCESS MODE IS DYNAMIC
000624         RECORD KEY IS FVE-CLAVE
000625         ALTERNATE RECORD KEY IS FVE-NUMERO
000626             WITH DUPLICATES
000627         FILE STATUS IS WS-FVEMSTR-STATUS.
000628
000629     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMSTR"
000630         ORGANIZATION IS INDEXED
000631         ACCESS MODE IS RANDOM
000632         RECORD KEY IS CLI-ID
000633         FILE STATUS IS WS-CLIMSTR-STATUS.
000634
000635     SELECT FVE-PARM-FILE ASSIGN TO "FVEPARM"
000636         ORGANIZATION IS SEQUENTIAL
000637         FILE STATUS IS WS-FVEPARM-STATUS.
000638
000639     SELECT CONC-RPT-FILE ASSIGN TO "BANCCRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BANCCRPT-STATUS.
000660
000890     05 PI-DIAS-VENTANA         PIC 9(03).
000900     05 PI-CUENTA-CONTRA        PIC 9(06).
000910
000911 FD  FACTURA-VENTA-FILE
000912     LABEL RECORDS ARE STANDARD.
000913     COPY FACVENTA.
000914
000915 FD  CLIENTE-MASTER-FILE
000916     LABEL RECORDS ARE STANDARD.
000917     COPY CLIENTE.
000918
000919 FD  FVE-PARM-FILE
000920     LABEL RECORDS ARE STANDARD.
000921 01  FVEPARM-IN-REC.
000922     05 FP-CUENTA-CLIENTES      PIC 9(06).
000923     05 FP-CUENTA-IVA-REPERC    PIC 9(06).
000924
000927 FD  CONC-RPT-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  CONC-RPT-LINE              PIC X(80).
000950
001100 01  WS-BANCCRPT-STATUS          PIC X(02) VALUE SPACES.
001110     88 WS-BANCCRPT-OK               VALUE "00".
001120
001121 01  WS-FVEMSTR-STATUS           PIC X(02) VALUE SPACES.
001122     88 WS-FVEMSTR-OK                VALUE "00".
001123     88 WS-FVEMSTR-NO-FILE           VALUE "35".
001124
001125 01  WS-CLIMSTR-STATUS           PIC X(02) VALUE SPACES.
001126     88 WS-CLIMSTR-OK                VALUE "00".
001127
001128 01  WS-FVEPARM-STATUS           PIC X(02) VALUE SPACES.
001129     88 WS-FVEPARM-OK                VALUE "00".
001132
001136 01  WS-SWITCHES.
001140     05 WS-EOF-BST-SW          PIC X(01) VALUE "N".
001150         88 WS-EOF-BST              VALUE "Y".
001160     05 WS-EOF-DTL-SW          PIC X(01) VALUE "N".
001170         88 WS-EOF-DTL              VALUE "Y".
001180     05 WS-LINEA-CASADA-SW     PIC X(01) VALUE "N".
001190         88 WS-LINEA-CASADA         VALUE "S".
001191     05 WS-CXC-SW              PIC X(01) VALUE "N".
001192         88 WS-CXC-ACTIVO           VALUE "S".
001193     05 WS-COBRO-SW            PIC X(01) VALUE "N".
001194         88 WS-COBRO-FACTURA        VALUE "F".
001195         88 WS-COBRO-A-CUENTA       VALUE "A".
001196         88 WS-COBRO-CLIENTE        VALUE "F" "A".
001197     05 WS-FIN-REF-SW          PIC X(01) VALUE "N".
001198         88 WS-FIN-REF              VALUE "S".
001199     05 WS-CLI-HALLADO-SW      PIC X(01) VALUE "N".
001200         88 WS-CLI-HALLADO          VALUE "S".
001201     05 WS-REF-AMBIGUA-SW      PIC X(01) VALUE "N".
001202         88 WS-REF-AMBIGUA          VALUE "S".
001206
001210 01  WS-COUNTERS.
001220     05 WS-LINEAS-COUNT        PIC 9(07) COMP VALUE ZERO.
001230     05 WS-APUNTES-COUNT       PIC 9(07) COMP VALUE ZERO.
001240     05 WS-CASADOS-COUNT       PIC 9(07) COMP VALUE ZERO.
001250     05 WS-SIN-BANCO-COUNT     PIC 9(07) COMP VALUE ZERO.
001260     05 WS-SIN-APUNTE-COUNT    PIC 9(07) COMP VALUE ZERO.
001263     05 WS-COBRADAS-COUNT      PIC 9(07) COMP VALUE ZERO.
001267     05 WS-A-CUENTA-COUNT      PIC 9(07) COMP VALUE ZERO.
001270
001280 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001290 01  WS-CUENTA-BANCO             PIC 9(06) VALUE ZERO.
001312 01  WS-MONEDA-BANCO             PIC X(03) VALUE "USD".
001320 01  WS-DIAS-DIF                 PIC S9(05) COMP VALUE ZERO.
001330 01  WS-DOC-SIGUIENTE            PIC 9(06) VALUE ZERO.
001332 01  WS-CUENTA-CLIENTES          PIC 9(06) VALUE ZERO.
001334 01  WS-CUENTA-COBRO             PIC 9(06) VALUE ZERO.
001336 01  WS-COBRO-CLI-ID             PIC 9(06) VALUE ZERO.
001338 01  WS-REFERENCIA               PIC X(12) VALUE SPACES.
001340
001350*----------------------------------------------------------*
001360* LINEAS DEL EXTRACTO DEL BANCO EN MEMORIA; CADA LINEA       *
001690 01  WS-RESUMEN-LINE.
001700     05 RS-TEXTO                PIC X(28).
001710     05 RS-CUENTA               PIC ZZZ.ZZ9.
001711
001712*----------------------------------------------------------*
001713* ORIGEN DEL APUNTE (LT-ORIGEN): FECHA Y NUMERO DE LINEA     *
001714* DEL MOVIMIENTO EN EL EXTRACTO BANCARIO.                    *
001715*----------------------------------------------------------*
001716 01  WS-ORIGEN-APUNTE.
001717     05 FILLER                  PIC X(08) VALUE "BANCCONC".
001718     05 WS-ORG-FECHA            PIC 9(08) VALUE ZERO.
001719     05 WS-ORG-LINEA            PIC 9(04) VALUE ZERO.
001722     05 FILLER                  PIC X(08) VALUE SPACES.
001726
001730 PROCEDURE DIVISION.
001740
001750 0000-MAINLINE.
002080     END-IF
002090     PERFORM 1200-LEER-PARM THRU 1200-EXIT
002092     PERFORM 1300-LEER-MONEDA THRU 1300-EXIT
002096     PERFORM 1400-ABRIR-CXC THRU 1400-EXIT
002100     MOVE SPACES TO LEDGER-CTL-REC
002110     MOVE "HDR" TO LC-TIPO-REG
002120     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
002463     CLOSE LEDGER-MASTER-FILE.
002464 1300-EXIT.
002465     EXIT.
002466
002467*----------------------------------------------------------*
002468* CUENTAS POR COBRAR: FACTURAS DE VENTA, CLIENTES Y CUENTA   *
002469* GENERAL DE CLIENTES DE FVEPARM. SIN FVEMSTR (CUENTAS POR   *
002470* COBRAR AUN SIN ARRANCAR) NO SE BUSCAN COBROS.              *
002471*----------------------------------------------------------*
002472 1400-ABRIR-CXC.
002473     OPEN I-O FACTURA-VENTA-FILE.
002474     IF WS-FVEMSTR-NO-FILE
002475         DISPLAY "BANCCONC: SIN FVEMSTR, NO SE APLICAN COBROS"
002476         GO TO 1400-EXIT
002477     END-IF
002478     IF NOT WS-FVEMSTR-OK
002479         DISPLAY "BANCCONC: ERROR ABRIENDO FVEMSTR "
002480             WS-FVEMSTR-STATUS
002481         GO TO ABEND-CLEANUP
002482     END-IF
002483     OPEN I-O CLIENTE-MASTER-FILE.
002484     IF NOT WS-CLIMSTR-OK
002485         DISPLAY "BANCCONC: ERROR ABRIENDO CLIMSTR "
002486             WS-CLIMSTR-STATUS
002487         GO TO ABEND-CLEANUP
002488     END-IF
002489     OPEN INPUT FVE-PARM-FILE.
002490     IF NOT WS-FVEPARM-OK
002491         DISPLAY "BANCCONC: ERROR ABRIENDO FVEPARM "
002492             WS-FVEPARM-STATUS
002493         GO TO ABEND-CLEANUP
002494     END-IF
002495     READ FVE-PARM-FILE
002496         AT END
002497             DISPLAY "BANCCONC: FVEPARM VACIO"
002498             GO TO ABEND-CLEANUP
002499     END-READ
002500     IF FP-CUENTA-CLIENTES IS NOT NUMERIC
002501         OR FP-CUENTA-CLIENTES = ZERO
002502         DISPLAY "BANCCONC: CUENTA DE CLIENTES INVALIDA"
002503         GO TO ABEND-CLEANUP
002504     END-IF
002505     MOVE FP-CUENTA-CLIENTES TO WS-CUENTA-CLIENTES
002506     CLOSE FVE-PARM-FILE
002507     SET WS-CXC-ACTIVO TO TRUE.
002508 1400-EXIT.
002509     EXIT.
002510
002511 2000-CARGAR-EXTRACTO.
002513     PERFORM 2100-LEER-LINEA THRU 2100-EXIT
002514         UNTIL WS-EOF-BST.
002515 2000-EXIT.
002517     EXIT.
002518
002520 2100-LEER-LINEA.
002530     READ EXTRACTO-BANCO-FILE
002540         AT END
003700*----------------------------------------------------------*
003710* LINEAS DEL BANCO QUE QUEDARON SIN APUNTE: EXCEPCION EN EL  *
003720* LISTADO Y, SI HAY CUENTA DE CONTRAPARTIDA, PAREJA DE       *
003730* APUNTES EN EL LOTE BANCOUT PARA CONTABILIZARLAS. UNA       *
003733* ENTRADA QUE SE RECONOCE COMO COBRO DE UN CLIENTE VA POR    *
003737* 5300/5400 Y NO CUENTA COMO EXCEPCION.                      *
003740*----------------------------------------------------------*
003750 5000-LINEAS-SIN-APUNTE.
003760     IF WS-BST-COUNT = ZERO
003860     IF BT-CASADA (WS-BST-IDX)
003870         GO TO 5100-EXIT
003880     END-IF
003881     IF WS-CXC-ACTIVO AND BT-TIPO (WS-BST-IDX) = "D"
003882         PERFORM 5300-BUSCAR-COBRO THRU 5300-EXIT
003884         IF WS-COBRO-CLIENTE
003885             PERFORM 5400-APLICAR-COBRO THRU 5400-EXIT
003886             GO TO 5100-EXIT
003888         END-IF
003889     END-IF
003890     ADD 1 TO WS-SIN-APUNTE-COUNT
003900     MOVE BT-FECHA (WS-BST-IDX) TO DL-FECHA
003910     MOVE BT-TIPO (WS-BST-IDX) TO DL-TIPO
004180     MOVE ZERO TO LT-SEQ-REF
004190     MOVE WS-DOC-SIGUIENTE TO LT-DOC-NO
004192     MOVE SPACES TO LT-IVA-CODIGO
004196     MOVE ZERO TO LT-CENTRO-COSTE
004197     MOVE BT-FECHA (WS-BST-IDX) TO WS-ORG-FECHA
004198     SET WS-ORG-LINEA TO WS-BST-IDX
004199     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
004200     WRITE LEDGER-TRANS-REC
004210     PERFORM 7200-CHECK-BANCOUT THRU 7200-EXIT
004220     ADD 1 TO WS-LOTE-REGS
004240     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
004250 5200-EXIT.
004260     EXIT.

004261*----------------------------------------------------------*
004262* BUSCA POR LA CLAVE ALTERNA FVE-NUMERO LAS FACTURAS DE      *
004263* VENTA QUE CITA LA REFERENCIA DE LA LINEA. CASA LA PRIMERA  *
004264* PENDIENTE DEL MISMO IMPORTE Y MONEDA; SI NINGUNA CASA PERO *
004265* TODAS SON DEL MISMO CLIENTE, EL COBRO QUEDA A SU CUENTA.   *
004266*----------------------------------------------------------*
004267 5300-BUSCAR-COBRO.
004268     MOVE "N" TO WS-COBRO-SW
004269     MOVE "N" TO WS-FIN-REF-SW
004270     MOVE "N" TO WS-CLI-HALLADO-SW
004271     MOVE "N" TO WS-REF-AMBIGUA-SW
004272     MOVE BT-CONCEPTO (WS-BST-IDX) TO WS-REFERENCIA
004273     IF WS-REFERENCIA = SPACES
004274         GO TO 5300-EXIT
004275     END-IF
004276     MOVE WS-REFERENCIA TO FVE-NUMERO
004277     START FACTURA-VENTA-FILE
004278         KEY IS EQUAL TO FVE-NUMERO
004279         INVALID KEY
004280             GO TO 5300-EXIT
004281     END-START
004282     PERFORM 5310-PROBAR-FACTURA THRU 5310-EXIT
004283         UNTIL WS-FIN-REF OR WS-COBRO-FACTURA
004284     IF NOT WS-COBRO-FACTURA
004285         IF WS-CLI-HALLADO AND NOT WS-REF-AMBIGUA
004286             SET WS-COBRO-A-CUENTA TO TRUE
004287         ELSE
004288             GO TO 5300-EXIT
004289         END-IF
004290     END-IF
004291     MOVE WS-COBRO-CLI-ID TO CLI-ID
004292     READ CLIENTE-MASTER-FILE
004293         INVALID KEY
004294             DISPLAY "BANCCONC: FACTURA " WS-REFERENCIA
004295                 " DE CLIENTE INEXISTENTE " WS-COBRO-CLI-ID
004296             MOVE "N" TO WS-COBRO-SW
004297     END-READ.
004298 5300-EXIT.
004299     EXIT.
004300
004301 5310-PROBAR-FACTURA.
004302     READ FACTURA-VENTA-FILE NEXT
004303         AT END
004304             SET WS-FIN-REF TO TRUE
004305             GO TO 5310-EXIT
004306     END-READ
004307     IF NOT WS-FVEMSTR-OK
004308         DISPLAY "BANCCONC: ERROR LEYENDO FVEMSTR "
004309             WS-FVEMSTR-STATUS
004310         GO TO ABEND-CLEANUP
004311     END-IF
004312     IF FVE-NUMERO NOT = WS-REFERENCIA
004313         SET WS-FIN-REF TO TRUE
004314         GO TO 5310-EXIT
004315     END-IF
004316     IF WS-CLI-HALLADO AND FVE-CLI-ID NOT = WS-COBRO-CLI-ID
004317         SET WS-REF-AMBIGUA TO TRUE
004318     END-IF
004319     MOVE FVE-CLI-ID TO WS-COBRO-CLI-ID
004320     SET WS-CLI-HALLADO TO TRUE
004321     IF FVE-PENDIENTE
004322         AND FVE-TOTAL = BT-IMPORTE (WS-BST-IDX)
004323         AND FVE-MONEDA = WS-MONEDA-BANCO
004324         SET WS-COBRO-FACTURA TO TRUE
004325     END-IF.
004326 5310-EXIT.
004327     EXIT.
004328
004329*----------------------------------------------------------*
004330* COBRO RECONOCIDO: CIERRA LA FACTURA (O ACUMULA EL COBRO A  *
004331* CUENTA DEL CLIENTE), LO LISTA Y DEJA EN BANCOUT LA PAREJA  *
004332* DEBITO BANCO / CREDITO CUENTA DE COBRO DEL CLIENTE.        *
004333*----------------------------------------------------------*
004334 5400-APLICAR-COBRO.
004335     IF CLI-CUENTA-COBRO = ZERO
004336         MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-COBRO
004337     ELSE
004338         MOVE CLI-CUENTA-COBRO TO WS-CUENTA-COBRO
004339     END-IF
004340     MOVE BT-FECHA (WS-BST-IDX) TO DL-FECHA
004341     MOVE BT-TIPO (WS-BST-IDX) TO DL-TIPO
004342     MOVE BT-IMPORTE (WS-BST-IDX) TO DL-IMPORTE
004343     MOVE BT-CONCEPTO (WS-BST-IDX) TO DL-CONCEPTO
004344     MOVE SPACES TO DL-NOTA
004345     IF WS-COBRO-FACTURA
004346         MOVE "C" TO FVE-ESTADO-SW
004347         MOVE BT-FECHA (WS-BST-IDX) TO FVE-FECHA-COBRO
004348         REWRITE FACTURA-VENTA-REC
004349         IF NOT WS-FVEMSTR-OK
004350             DISPLAY "BANCCONC: ERROR REESCRIBIENDO FVEMSTR "
004351                 WS-FVEMSTR-STATUS
004352             GO TO ABEND-CLEANUP
004353         END-IF
004354         ADD 1 TO WS-COBRADAS-COUNT
004355         STRING "COBRO FRA " FVE-NUMERO
004356             DELIMITED BY SIZE INTO DL-NOTA
004357     ELSE
004358         ADD BT-IMPORTE (WS-BST-IDX) TO CLI-COBRO-A-CUENTA
004359         REWRITE CLIENTE-MASTER-REC
004360         IF NOT WS-CLIMSTR-OK
004361             DISPLAY "BANCCONC: ERROR REESCRIBIENDO CLIMSTR "
004362                 WS-CLIMSTR-STATUS
004363             GO TO ABEND-CLEANUP
004364         END-IF
004365         ADD 1 TO WS-A-CUENTA-COUNT
004366         STRING "A CUENTA CLIENTE " CLI-ID
004367             DELIMITED BY SIZE INTO DL-NOTA
004368     END-IF
004369     PERFORM 7000-WRITE-DET THRU 7000-EXIT
004370     ADD 1 TO WS-DOC-SIGUIENTE
004371     MOVE WS-CUENTA-BANCO TO LT-ACCT-ID
004372     MOVE "D" TO LT-TIPO-APUNTE
004373     PERFORM 5200-GRABAR-PATA THRU 5200-EXIT
004374     MOVE WS-CUENTA-COBRO TO LT-ACCT-ID
004375     MOVE "C" TO LT-TIPO-APUNTE
004376     PERFORM 5200-GRABAR-PATA THRU 5200-EXIT.
004377 5400-EXIT.
004378     EXIT.
004380
004381 7000-WRITE-DET.
004383     MOVE WS-DET-LINE TO CONC-RPT-LINE
004384     WRITE CONC-RPT-LINE
004386     IF NOT WS-BANCCRPT-OK
004387         DISPLAY "BANCCONC: ERROR ESCRIBIENDO BANCCRPT "
004389             WS-BANCCRPT-STATUS
004390         GO TO ABEND-CLEANUP
004392     END-IF.
004393 7000-EXIT.
004395     EXIT.
004396
004398 7200-CHECK-BANCOUT.
004400     IF NOT WS-BANCOUT-OK
004410         DISPLAY "BANCCONC: ERROR GRABANDO BANCOUT "
004420             WS-BANCOUT-STATUS
004700     MOVE "LINEAS DEL BANCO SIN APUNTE " TO RS-TEXTO
004710     MOVE WS-SIN-APUNTE-COUNT TO RS-CUENTA
004720     PERFORM 9100-WRITE-RESUMEN THRU 9100-EXIT
004721     MOVE "COBROS APLICADOS A FACTURA  " TO RS-TEXTO
004723     MOVE WS-COBRADAS-COUNT TO RS-CUENTA
004724     PERFORM 9100-WRITE-RESUMEN THRU 9100-EXIT
004726     MOVE "COBROS A CUENTA DE CLIENTE  " TO RS-TEXTO
004727     MOVE WS-A-CUENTA-COUNT TO RS-CUENTA
004729     PERFORM 9100-WRITE-RESUMEN THRU 9100-EXIT
004730     CLOSE EXTRACTO-BANCO-FILE.
004740     CLOSE LEDGER-DETAIL-FILE.
004745     CLOSE LEDG-JRNL-FILE.
004750     CLOSE BANC-OUT-FILE.
004760     CLOSE CONC-RPT-FILE.
004763     CLOSE FACTURA-VENTA-FILE.
004767     CLOSE CLIENTE-MASTER-FILE.
004770     DISPLAY "BANCCONC: CASADOS " WS-CASADOS-COUNT
004780         " SIN BANCO " WS-SIN-BANCO-COUNT
004790         " SIN APUNTE " WS-SIN-APUNTE-COUNT
004793         " COBROS " WS-COBRADAS-COUNT
004797         " A CUENTA " WS-A-CUENTA-COUNT.
004800 9000-EXIT.
004810     EXIT.
004820
004975     CLOSE LEDG-JRNL-FILE.
004980     CLOSE BANC-OUT-FILE.
004990     CLOSE CONC-RPT-FILE.
004993     CLOSE FACTURA-VENTA-FILE.
004997     CLOSE CLIENTE-MASTER-FILE.
005000     MOVE 16 TO RETURN-CODE.
005010     GOBACK.
005020

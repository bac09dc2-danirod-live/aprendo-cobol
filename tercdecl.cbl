000010*----------------------------------------------------------*
000020* TERCDECL - DECLARACION ANUAL DE OPERACIONES CON TERCEROS   *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. TERCDECL.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                               *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. LA DECLARACION ANUAL DE   *
000140*                OPERACIONES CON TERCEROS SE SACABA A MANO   *
000150*                DE LISTADOS DE FACMSTR Y DE LOS TOTALES DE  *
000160*                IVADECL. ESTE PASO SUMA POR PROVEEDOR LAS   *
000170*                FACTURAS DE FACMSTR (CLAVE A, COMPRAS) Y    *
000180*                POR CLIENTE LAS DE FVEMSTR (CLAVE B,        *
000190*                VENTAS) DEL EJERCICIO DE TERCPARM, IVA      *
000200*                INCLUIDO Y DESGLOSADO POR TRIMESTRE DE LA   *
000210*                FECHA DE FACTURA (LOS ABONOS RESTAN). LOS   *
000220*                TERCEROS QUE SUPERAN EL UMBRAL SALEN EN EL  *
000230*                LISTADO TERCRPT Y EN EL FICHERO TERCOUT     *
000240*                PARA LA PRESENTACION TELEMATICA. LAS        *
000250*                FACTURAS CON RETENCION DE IRPF NO ENTRAN    *
000260*                (SE DECLARAN CON LAS RETENCIONES, RETDECL). *
000270*                AL PIE SE CUADRAN LAS BASES CON LAS QUE     *
000280*                IVADECL TOTALIZA PARA EL MISMO EJERCICIO    *
000290*                DESDE LEDGDTL; RC 4 SI LA BASE DE VENTAS NO *
000300*                CUADRA O SI A UN DECLARADO LE FALTA EL NIF. *
000302* 2026-10-15 DR  LAS REMESAS DE DEDUCCIONES DE NOMINA        *
000305*                (FAC-TIPO-DOC R, DE REMDED) NO SON COMPRAS  *
000308*                Y NO ENTRAN EN LA CLAVE A.                  *
000310*----------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS FAC-CLAVE
000440         FILE STATUS IS WS-FACMSTR-STATUS.
000450
000460     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS PRV-ID
000500         FILE STATUS IS WS-PROVMSTR-STATUS.
000510
000520     SELECT FACTURA-VENTA-FILE ASSIGN TO "FVEMSTR"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS SEQUENTIAL
000550         RECORD KEY IS FVE-CLAVE
000560         ALTERNATE RECORD KEY IS FVE-NUMERO
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-FVEMSTR-STATUS.
000590
000600     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS CLI-ID
000640         FILE STATUS IS WS-CLIMSTR-STATUS.
000650
000660     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS SEQUENTIAL
000690         RECORD KEY IS DT-SEQ-NO
000700         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000710             WITH DUPLICATES
000720         FILE STATUS IS WS-LEDGDTL-STATUS.
000730
000740     SELECT PARM-FILE ASSIGN TO "TERCPARM"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-TERCPARM-STATUS.
000770
000780     SELECT TERC-RPT-FILE ASSIGN TO "TERCRPT"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-TERCRPT-STATUS.
000810
000820     SELECT TERC-OUT-FILE ASSIGN TO "TERCOUT"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-TERCOUT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  FACTURA-MASTER-FILE
000890     LABEL RECORDS ARE STANDARD.
000900     COPY FACTURA.
000910
000920 FD  PROVEEDOR-MASTER-FILE
000930     LABEL RECORDS ARE STANDARD.
000940     COPY PROVEED.
000950
000960 FD  FACTURA-VENTA-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY FACVENTA.
000990
001000 FD  CLIENTE-MASTER-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY CLIENTE.
001030
001040 FD  LEDGER-DETAIL-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY LEDGDTL.
001070
001080*----------------------------------------------------------*
001090* EJERCICIO Y UMBRAL DE DECLARACION (EN BLANCO O CERO, EL    *
001100* LEGAL DE 3.005,06).                                        *
001110*----------------------------------------------------------*
001120 FD  PARM-FILE
001130     LABEL RECORDS ARE STANDARD.
001140 01  PARM-IN-REC.
001150     05 PI-EJERCICIO            PIC 9(04).
001160     05 PI-UMBRAL               PIC X(11).
001170     05 PI-UMBRAL-N REDEFINES PI-UMBRAL
001180                                PIC 9(09)V99.
001190
001200 FD  TERC-RPT-FILE
001210     LABEL RECORDS ARE STANDARD.
001220 01  TERC-RPT-LINE              PIC X(80).
001230
001240*----------------------------------------------------------*
001250* REGISTRO DE PRESENTACION: UNO POR TERCERO DECLARADO, CON   *
001260* EL IMPORTE ANUAL Y EL DE CADA TRIMESTRE.                   *
001270*----------------------------------------------------------*
001280 FD  TERC-OUT-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  TERC-OUT-REC.
001310     05 TO-EJERCICIO            PIC 9(04).
001320     05 TO-CLAVE                PIC X(01).
001330     05 TO-NIF                  PIC X(09).
001340     05 TO-NOMBRE               PIC X(30).
001350     05 TO-TERCERO-ID           PIC 9(06).
001360     05 TO-IMPORTE-ANUAL        PIC S9(11)V99.
001370     05 TO-IMPORTE-TRIM         PIC S9(11)V99
001380                                OCCURS 4 TIMES.
001390
001400 WORKING-STORAGE SECTION.
001410 01  WS-FACMSTR-STATUS           PIC X(02) VALUE SPACES.
001420     88 WS-FACMSTR-OK                VALUE "00".
001430
001440 01  WS-PROVMSTR-STATUS          PIC X(02) VALUE SPACES.
001450     88 WS-PROVMSTR-OK               VALUE "00".
001460
001470 01  WS-FVEMSTR-STATUS           PIC X(02) VALUE SPACES.
001480     88 WS-FVEMSTR-OK                VALUE "00".
001490
001500 01  WS-CLIMSTR-STATUS           PIC X(02) VALUE SPACES.
001510     88 WS-CLIMSTR-OK                VALUE "00".
001520
001530 01  WS-LEDGDTL-STATUS           PIC X(02) VALUE SPACES.
001540     88 WS-LEDGDTL-OK                VALUE "00".
001550
001560 01  WS-TERCPARM-STATUS          PIC X(02) VALUE SPACES.
001570     88 WS-TERCPARM-OK               VALUE "00".
001580
001590 01  WS-TERCRPT-STATUS           PIC X(02) VALUE SPACES.
001600     88 WS-TERCRPT-OK                VALUE "00".
001610
001620 01  WS-TERCOUT-STATUS           PIC X(02) VALUE SPACES.
001630     88 WS-TERCOUT-OK                VALUE "00".
001640
001650 01  WS-SWITCHES.
001660     05 WS-EOF-FAC-SW          PIC X(01) VALUE "N".
001670         88 WS-EOF-FAC              VALUE "Y".
001680     05 WS-EOF-FVE-SW          PIC X(01) VALUE "N".
001690         88 WS-EOF-FVE              VALUE "Y".
001700     05 WS-EOF-DTL-SW          PIC X(01) VALUE "N".
001710         88 WS-EOF-DTL              VALUE "Y".
001720     05 WS-CLAVE-SW            PIC X(01) VALUE "A".
001730         88 WS-CLAVE-COMPRAS        VALUE "A".
001740         88 WS-CLAVE-VENTAS         VALUE "B".
001750
001760 01  WS-COUNTERS.
001770     05 WS-FACTURAS-COUNT      PIC 9(07) COMP VALUE ZERO.
001780     05 WS-VENTAS-COUNT        PIC 9(07) COMP VALUE ZERO.
001790     05 WS-CON-RETENCION-COUNT PIC 9(07) COMP VALUE ZERO.
001800     05 WS-DECLARADOS-COUNT    PIC 9(07) COMP VALUE ZERO.
001810     05 WS-SIN-NIF-COUNT       PIC 9(07) COMP VALUE ZERO.
001820     05 WS-APUNTES-COUNT       PIC 9(07) COMP VALUE ZERO.
001830
001840 01  WS-EJERCICIO                PIC 9(04) VALUE ZERO.
001850 01  WS-UMBRAL                   PIC 9(09)V99 VALUE 3005,06.
001860 01  WS-FECHA-OPER               PIC 9(08) VALUE ZERO.
001870 01  WS-FECHA-OPER-R REDEFINES WS-FECHA-OPER.
001880     05 WS-FO-ANIO             PIC 9(04).
001890     05 WS-FO-MES              PIC 9(02).
001900     05 WS-FO-DIA              PIC 9(02).
001910 01  WS-TRIM                     PIC 9(01) COMP VALUE ZERO.
001920 01  WS-IMPORTE-OPER             PIC S9(11)V99 VALUE ZERO.
001930
001940*----------------------------------------------------------*
001950* ACUMULADOS DEL TERCERO EN CURSO (LOS MAESTROS DE FACTURAS  *
001960* VIENEN EN ORDEN DE TERCERO), DE CADA CLAVE Y DEL CUADRE.   *
001970*----------------------------------------------------------*
001980 01  WS-TERC-ACTUAL              PIC 9(06) VALUE ZERO.
001990 01  WS-TERC-ANUAL               PIC S9(11)V99 VALUE ZERO.
002000 01  WS-TERC-ABS                 PIC 9(11)V99 VALUE ZERO.
002010 01  WS-TERC-TABLA.
002020     05 WS-TERC-TRIM            PIC S9(11)V99
002030                                OCCURS 4 TIMES
002040                                INDEXED BY WS-TRIM-IDX.
002050 01  WS-TERC-NIF                 PIC X(09) VALUE SPACES.
002060 01  WS-TERC-NOMBRE              PIC X(30) VALUE SPACES.
002070 01  WS-TOTAL-CLAVE              PIC S9(11)V99 VALUE ZERO.
002080 01  WS-TOTAL-DECLARADO          PIC S9(11)V99 VALUE ZERO.
002090 01  WS-TOTAL-COMPRAS            PIC S9(11)V99 VALUE ZERO.
002100 01  WS-BASE-VENTAS              PIC S9(11)V99 VALUE ZERO.
002110 01  WS-BASE-REPERCUTIDO         PIC S9(11)V99 VALUE ZERO.
002120 01  WS-BASE-SOPORTADO           PIC S9(11)V99 VALUE ZERO.
002130 01  WS-DIFERENCIA               PIC S9(11)V99 VALUE ZERO.
002140 01  WS-DIFERENCIA-VENTAS        PIC S9(11)V99 VALUE ZERO.
002150
002160 01  WS-TITULO-LINE.
002170     05 TT-TEXTO                PIC X(50).
002180     05 FILLER                  PIC X(10) VALUE "EJERCICIO ".
002190     05 TT-EJERCICIO            PIC 9(04).
002200
002210 01  WS-DET-LINE.
002220     05 DL-CLAVE                PIC X(01).
002230     05 FILLER                  PIC X(02) VALUE SPACES.
002240     05 DL-TERCERO-ID           PIC 9(06).
002250     05 FILLER                  PIC X(02) VALUE SPACES.
002260     05 DL-NIF                  PIC X(09).
002270     05 FILLER                  PIC X(02) VALUE SPACES.
002280     05 DL-NOMBRE               PIC X(30).
002290     05 FILLER                  PIC X(02) VALUE SPACES.
002300     05 DL-ANUAL                PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
002310
002320 01  WS-TRIM-LINE.
002330     05 FILLER                  PIC X(03) VALUE SPACES.
002340     05 TR-TRIMESTRE OCCURS 4 TIMES.
002350         10 FILLER              PIC X(01) VALUE "T".
002360         10 TR-NUMERO           PIC 9(01).
002370         10 FILLER              PIC X(01) VALUE SPACES.
002380         10 TR-IMPORTE          PIC ZZ.ZZZ.ZZ9,99-.
002390         10 FILLER              PIC X(01) VALUE SPACES.
002400
002410 01  WS-TOTAL-LINE.
002420     05 TL-TEXTO                PIC X(40).
002430     05 FILLER                  PIC X(02) VALUE SPACES.
002440     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
002450
002460 PROCEDURE DIVISION.
002470
002480 0000-MAINLINE.
002490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002500     PERFORM 2000-PROVEEDORES THRU 2000-EXIT.
002510     PERFORM 3000-CLIENTES THRU 3000-EXIT.
002520     PERFORM 5000-BASES-IVA THRU 5000-EXIT.
002530     PERFORM 6000-CUADRE THRU 6000-EXIT.
002540     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002550     GOBACK.
002560
002570 1000-INITIALIZE.
002580     OPEN INPUT FACTURA-MASTER-FILE.
002590     IF NOT WS-FACMSTR-OK
002600         DISPLAY "TERCDECL: ERROR ABRIENDO FACMSTR "
002610             WS-FACMSTR-STATUS
002620         GO TO ABEND-CLEANUP
002630     END-IF
002640     OPEN INPUT PROVEEDOR-MASTER-FILE.
002650     IF NOT WS-PROVMSTR-OK
002660         DISPLAY "TERCDECL: ERROR ABRIENDO PROVMSTR "
002670             WS-PROVMSTR-STATUS
002680         GO TO ABEND-CLEANUP
002690     END-IF
002700     OPEN INPUT FACTURA-VENTA-FILE.
002710     IF NOT WS-FVEMSTR-OK
002720         DISPLAY "TERCDECL: ERROR ABRIENDO FVEMSTR "
002730             WS-FVEMSTR-STATUS
002740         GO TO ABEND-CLEANUP
002750     END-IF
002760     OPEN INPUT CLIENTE-MASTER-FILE.
002770     IF NOT WS-CLIMSTR-OK
002780         DISPLAY "TERCDECL: ERROR ABRIENDO CLIMSTR "
002790             WS-CLIMSTR-STATUS
002800         GO TO ABEND-CLEANUP
002810     END-IF
002820     OPEN INPUT LEDGER-DETAIL-FILE.
002830     IF NOT WS-LEDGDTL-OK
002840         DISPLAY "TERCDECL: ERROR ABRIENDO LEDGDTL "
002850             WS-LEDGDTL-STATUS
002860         GO TO ABEND-CLEANUP
002870     END-IF
002880     OPEN OUTPUT TERC-RPT-FILE.
002890     IF NOT WS-TERCRPT-OK
002900         DISPLAY "TERCDECL: ERROR ABRIENDO TERCRPT "
002910             WS-TERCRPT-STATUS
002920         GO TO ABEND-CLEANUP
002930     END-IF
002940     OPEN OUTPUT TERC-OUT-FILE.
002950     IF NOT WS-TERCOUT-OK
002960         DISPLAY "TERCDECL: ERROR ABRIENDO TERCOUT "
002970             WS-TERCOUT-STATUS
002980         GO TO ABEND-CLEANUP
002990     END-IF
003000     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
003010     MOVE "DECLARACION ANUAL DE OPERACIONES CON TERCEROS"
003020         TO TT-TEXTO
003030     MOVE WS-EJERCICIO TO TT-EJERCICIO
003040     MOVE WS-TITULO-LINE TO TERC-RPT-LINE
003050     WRITE TERC-RPT-LINE
003060     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
003070 1000-EXIT.
003080     EXIT.
003090
003100 1100-LEER-PARM.
003110     OPEN INPUT PARM-FILE.
003120     IF NOT WS-TERCPARM-OK
003130         DISPLAY "TERCDECL: ERROR ABRIENDO TERCPARM "
003140             WS-TERCPARM-STATUS
003150         GO TO ABEND-CLEANUP
003160     END-IF
003170     READ PARM-FILE
003180         AT END
003190             DISPLAY "TERCDECL: TERCPARM VACIO"
003200             GO TO ABEND-CLEANUP
003210     END-READ
003220     IF PI-EJERCICIO IS NOT NUMERIC
003230         DISPLAY "TERCDECL: EJERCICIO DE TERCPARM INVALIDO"
003240         GO TO ABEND-CLEANUP
003250     END-IF
003260     MOVE PI-EJERCICIO TO WS-EJERCICIO
003270     IF PI-UMBRAL IS NUMERIC AND PI-UMBRAL-N > ZERO
003280         MOVE PI-UMBRAL-N TO WS-UMBRAL
003290     END-IF
003300     CLOSE PARM-FILE.
003310 1100-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------*
003350* CLAVE A: COMPRAS A PROVEEDORES, DE FACMSTR.                *
003360*----------------------------------------------------------*
003370 2000-PROVEEDORES.
003380     SET WS-CLAVE-COMPRAS TO TRUE
003390     MOVE "CLAVE A - ADQUISICIONES A PROVEEDORES" TO TERC-RPT-LINE
003400     PERFORM 7000-WRITE-SECCION THRU 7000-EXIT
003410     PERFORM 2100-LEER-FACTURA THRU 2100-EXIT
003420         UNTIL WS-EOF-FAC.
003430     PERFORM 4000-CERRAR-TERCERO THRU 4000-EXIT.
003440     MOVE WS-TOTAL-CLAVE TO WS-TOTAL-COMPRAS
003450     PERFORM 4500-TOTALES-CLAVE THRU 4500-EXIT.
003460 2000-EXIT.
003470     EXIT.
003480
003490 2100-LEER-FACTURA.
003500     READ FACTURA-MASTER-FILE
003510         AT END
003520             SET WS-EOF-FAC TO TRUE
003530             GO TO 2100-EXIT
003540     END-READ
003550     IF NOT WS-FACMSTR-OK
003560         DISPLAY "TERCDECL: ERROR LEYENDO FACMSTR "
003570             WS-FACMSTR-STATUS
003580         GO TO ABEND-CLEANUP
003590     END-IF
003600     MOVE FAC-FECHA-FACTURA TO WS-FECHA-OPER
003610     IF WS-FO-ANIO NOT = WS-EJERCICIO
003620         GO TO 2100-EXIT
003630     END-IF
003632     IF FAC-ES-REMESA
003635         GO TO 2100-EXIT
003638     END-IF
003640     IF FAC-IMPORTE-RETENIDO IS NUMERIC
003650         AND FAC-IMPORTE-RETENIDO > ZERO
003660         ADD 1 TO WS-CON-RETENCION-COUNT
003670         GO TO 2100-EXIT
003680     END-IF
003690     ADD 1 TO WS-FACTURAS-COUNT
003700     IF FAC-PROV-ID NOT = WS-TERC-ACTUAL
003710         PERFORM 4000-CERRAR-TERCERO THRU 4000-EXIT
003720         MOVE FAC-PROV-ID TO WS-TERC-ACTUAL
003730     END-IF
003740     IF FAC-ES-ABONO
003750         COMPUTE WS-IMPORTE-OPER = ZERO - FAC-IMPORTE
003760     ELSE
003770         MOVE FAC-IMPORTE TO WS-IMPORTE-OPER
003780     END-IF
003790     PERFORM 4100-SUMAR-OPERACION THRU 4100-EXIT.
003800 2100-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------*
003840* CLAVE B: VENTAS A CLIENTES, DE FVEMSTR. SE SUMA TAMBIEN LA *
003850* BASE DE TODAS LAS VENTAS DEL EJERCICIO PARA EL CUADRE.     *
003860*----------------------------------------------------------*
003870 3000-CLIENTES.
003880     SET WS-CLAVE-VENTAS TO TRUE
003890     MOVE ZERO TO WS-TERC-ACTUAL
003900     MOVE ZERO TO WS-TOTAL-CLAVE
003910     MOVE ZERO TO WS-TOTAL-DECLARADO
003920     MOVE "CLAVE B - ENTREGAS A CLIENTES" TO TERC-RPT-LINE
003930     PERFORM 7000-WRITE-SECCION THRU 7000-EXIT
003940     PERFORM 3100-LEER-VENTA THRU 3100-EXIT
003950         UNTIL WS-EOF-FVE.
003960     PERFORM 4000-CERRAR-TERCERO THRU 4000-EXIT.
003970     PERFORM 4500-TOTALES-CLAVE THRU 4500-EXIT.
003980 3000-EXIT.
003990     EXIT.
004000
004010 3100-LEER-VENTA.
004020     READ FACTURA-VENTA-FILE
004030         AT END
004040             SET WS-EOF-FVE TO TRUE
004050             GO TO 3100-EXIT
004060     END-READ
004070     IF NOT WS-FVEMSTR-OK
004080         DISPLAY "TERCDECL: ERROR LEYENDO FVEMSTR "
004090             WS-FVEMSTR-STATUS
004100         GO TO ABEND-CLEANUP
004110     END-IF
004120     MOVE FVE-FECHA-FACTURA TO WS-FECHA-OPER
004130     IF WS-FO-ANIO NOT = WS-EJERCICIO
004140         GO TO 3100-EXIT
004150     END-IF
004160     ADD 1 TO WS-VENTAS-COUNT
004170     ADD FVE-BASE TO WS-BASE-VENTAS
004180     IF FVE-CLI-ID NOT = WS-TERC-ACTUAL
004190         PERFORM 4000-CERRAR-TERCERO THRU 4000-EXIT
004200         MOVE FVE-CLI-ID TO WS-TERC-ACTUAL
004210     END-IF
004220     MOVE FVE-TOTAL TO WS-IMPORTE-OPER
004230     PERFORM 4100-SUMAR-OPERACION THRU 4100-EXIT.
004240 3100-EXIT.
004250     EXIT.
004260
004270*----------------------------------------------------------*
004280* CIERRE DE UN TERCERO: SI SU IMPORTE ANUAL (EN VALOR        *
004290* ABSOLUTO) SUPERA EL UMBRAL SE DECLARA, CON SU NIF Y NOMBRE *
004300* DEL MAESTRO QUE CORRESPONDA A LA CLAVE.                    *
004310*----------------------------------------------------------*
004320 4000-CERRAR-TERCERO.
004330     IF WS-TERC-ACTUAL = ZERO
004340         GO TO 4000-EXIT
004350     END-IF
004360     ADD WS-TERC-ANUAL TO WS-TOTAL-CLAVE
004370     IF WS-TERC-ANUAL < ZERO
004380         COMPUTE WS-TERC-ABS = ZERO - WS-TERC-ANUAL
004390     ELSE
004400         MOVE WS-TERC-ANUAL TO WS-TERC-ABS
004410     END-IF
004420     IF WS-TERC-ABS NOT > WS-UMBRAL
004430         GO TO 4000-LIMPIAR
004440     END-IF
004450     PERFORM 4200-BUSCAR-TERCERO THRU 4200-EXIT
004460     IF WS-TERC-NIF = SPACES
004470         ADD 1 TO WS-SIN-NIF-COUNT
004480         DISPLAY "TERCDECL: DECLARADO SIN NIF, CLAVE "
004490             WS-CLAVE-SW " TERCERO " WS-TERC-ACTUAL
004500     END-IF
004510     ADD 1 TO WS-DECLARADOS-COUNT
004520     ADD WS-TERC-ANUAL TO WS-TOTAL-DECLARADO
004530     MOVE WS-CLAVE-SW TO DL-CLAVE
004540     MOVE WS-TERC-ACTUAL TO DL-TERCERO-ID
004550     MOVE WS-TERC-NIF TO DL-NIF
004560     MOVE WS-TERC-NOMBRE TO DL-NOMBRE
004570     MOVE WS-TERC-ANUAL TO DL-ANUAL
004580     MOVE WS-DET-LINE TO TERC-RPT-LINE
004590     WRITE TERC-RPT-LINE
004600     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004610     MOVE WS-EJERCICIO TO TO-EJERCICIO
004620     MOVE WS-CLAVE-SW TO TO-CLAVE
004630     MOVE WS-TERC-NIF TO TO-NIF
004640     MOVE WS-TERC-NOMBRE TO TO-NOMBRE
004650     MOVE WS-TERC-ACTUAL TO TO-TERCERO-ID
004660     MOVE WS-TERC-ANUAL TO TO-IMPORTE-ANUAL
004670     PERFORM 4300-MOVER-TRIMESTRE THRU 4300-EXIT
004680         VARYING WS-TRIM-IDX FROM 1 BY 1
004690         UNTIL WS-TRIM-IDX > 4
004700     MOVE WS-TRIM-LINE TO TERC-RPT-LINE
004710     WRITE TERC-RPT-LINE
004720     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004730     WRITE TERC-OUT-REC
004740     IF NOT WS-TERCOUT-OK
004750         DISPLAY "TERCDECL: ERROR GRABANDO TERCOUT "
004760             WS-TERCOUT-STATUS
004770         GO TO ABEND-CLEANUP
004780     END-IF.
004790 4000-LIMPIAR.
004800     MOVE ZERO TO WS-TERC-ANUAL
004810     MOVE ZERO TO WS-TERC-TRIM (1)
004820     MOVE ZERO TO WS-TERC-TRIM (2)
004830     MOVE ZERO TO WS-TERC-TRIM (3)
004840     MOVE ZERO TO WS-TERC-TRIM (4).
004850 4000-EXIT.
004860     EXIT.
004870
004880 4100-SUMAR-OPERACION.
004890     COMPUTE WS-TRIM = (WS-FO-MES + 2) / 3
004900     IF WS-TRIM < 1 OR WS-TRIM > 4
004910         MOVE 4 TO WS-TRIM
004920     END-IF
004930     ADD WS-IMPORTE-OPER TO WS-TERC-TRIM (WS-TRIM)
004940     ADD WS-IMPORTE-OPER TO WS-TERC-ANUAL.
004950 4100-EXIT.
004960     EXIT.
004970
004980 4200-BUSCAR-TERCERO.
004990     MOVE SPACES TO WS-TERC-NIF
005000     MOVE "TERCERO NO EXISTE" TO WS-TERC-NOMBRE
005010     IF WS-CLAVE-COMPRAS
005020         MOVE WS-TERC-ACTUAL TO PRV-ID
005030         READ PROVEEDOR-MASTER-FILE
005040             INVALID KEY
005050                 GO TO 4200-EXIT
005060         END-READ
005070         MOVE PRV-NIF TO WS-TERC-NIF
005080         MOVE PRV-NOMBRE TO WS-TERC-NOMBRE
005090     ELSE
005100         MOVE WS-TERC-ACTUAL TO CLI-ID
005110         READ CLIENTE-MASTER-FILE
005120             INVALID KEY
005130                 GO TO 4200-EXIT
005140         END-READ
005150         MOVE CLI-NIF TO WS-TERC-NIF
005160         MOVE CLI-NOMBRE TO WS-TERC-NOMBRE
005170     END-IF.
005180 4200-EXIT.
005190     EXIT.
005200
005210 4300-MOVER-TRIMESTRE.
005220     MOVE WS-TERC-TRIM (WS-TRIM-IDX)
005230         TO TO-IMPORTE-TRIM (WS-TRIM-IDX)
005240     SET TR-NUMERO (WS-TRIM-IDX) TO WS-TRIM-IDX
005250     MOVE WS-TERC-TRIM (WS-TRIM-IDX)
005260         TO TR-IMPORTE (WS-TRIM-IDX).
005270 4300-EXIT.
005280     EXIT.
005290
005300 4500-TOTALES-CLAVE.
005310     MOVE "TOTAL OPERACIONES DE LA CLAVE" TO TL-TEXTO
005320     MOVE WS-TOTAL-CLAVE TO TL-IMPORTE
005330     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
005340     MOVE "TOTAL DECLARADO (SOBRE EL UMBRAL)" TO TL-TEXTO
005350     MOVE WS-TOTAL-DECLARADO TO TL-IMPORTE
005360     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT.
005370 4500-EXIT.
005380     EXIT.
005390
005400*----------------------------------------------------------*
005410* BASES DEL EJERCICIO COMO LAS TOTALIZA IVADECL: APUNTES CON *
005420* CODIGO DE IVA Y NO ESTORNADOS; LOS CREDITOS SON BASE DE    *
005430* IVA REPERCUTIDO (VENTAS) Y LOS DEBITOS DE SOPORTADO.       *
005440*----------------------------------------------------------*
005450 5000-BASES-IVA.
005460     PERFORM 5100-LEER-APUNTE THRU 5100-EXIT
005470         UNTIL WS-EOF-DTL.
005480 5000-EXIT.
005490     EXIT.
005500
005510 5100-LEER-APUNTE.
005520     READ LEDGER-DETAIL-FILE NEXT
005530         AT END
005540             SET WS-EOF-DTL TO TRUE
005550             GO TO 5100-EXIT
005560     END-READ
005570     IF NOT WS-LEDGDTL-OK
005580         DISPLAY "TERCDECL: ERROR LEYENDO LEDGDTL "
005590             WS-LEDGDTL-STATUS
005600         GO TO ABEND-CLEANUP
005610     END-IF
005620     IF DT-IVA-CODIGO = SPACES OR DT-ESTORNADO
005630         GO TO 5100-EXIT
005640     END-IF
005650     MOVE DT-FECHA TO WS-FECHA-OPER
005660     IF WS-FO-ANIO NOT = WS-EJERCICIO
005670         GO TO 5100-EXIT
005680     END-IF
005690     ADD 1 TO WS-APUNTES-COUNT
005700     IF DT-TIPO-APUNTE = "C"
005710         ADD DT-IMPORTE-CONV TO WS-BASE-REPERCUTIDO
005720     ELSE
005730         ADD DT-IMPORTE-CONV TO WS-BASE-SOPORTADO
005740     END-IF.
005750 5100-EXIT.
005760     EXIT.
005770
005780*----------------------------------------------------------*
005790* CUADRE: LA BASE DE TODAS LAS VENTAS DE FVEMSTR DEBE SER LA *
005800* BASE DE IVA REPERCUTIDO DEL MAYOR. EN COMPRAS FACMSTR NO   *
005810* DESGLOSA EL IVA, ASI QUE LA DIFERENCIA CON LA BASE DE      *
005820* SOPORTADO INCLUYE LAS CUOTAS Y SOLO SE INFORMA.            *
005830*----------------------------------------------------------*
005840 6000-CUADRE.
005850     MOVE "CUADRE CON LAS BASES DE IVADECL" TO TERC-RPT-LINE
005860     PERFORM 7000-WRITE-SECCION THRU 7000-EXIT
005870     MOVE "BASE DE VENTAS SEGUN FVEMSTR" TO TL-TEXTO
005880     MOVE WS-BASE-VENTAS TO TL-IMPORTE
005890     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
005900     MOVE "BASE IVA REPERCUTIDO SEGUN LEDGDTL" TO TL-TEXTO
005910     MOVE WS-BASE-REPERCUTIDO TO TL-IMPORTE
005920     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
005930     COMPUTE WS-DIFERENCIA-VENTAS =
005940         WS-BASE-VENTAS - WS-BASE-REPERCUTIDO
005950     MOVE "DIFERENCIA EN VENTAS" TO TL-TEXTO
005960     MOVE WS-DIFERENCIA-VENTAS TO TL-IMPORTE
005970     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
005980     MOVE "COMPRAS SEGUN FACMSTR (IVA INCLUIDO)" TO TL-TEXTO
005990     MOVE WS-TOTAL-COMPRAS TO TL-IMPORTE
006000     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
006010     MOVE "BASE IVA SOPORTADO SEGUN LEDGDTL" TO TL-TEXTO
006020     MOVE WS-BASE-SOPORTADO TO TL-IMPORTE
006030     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
006040     COMPUTE WS-DIFERENCIA =
006050         WS-TOTAL-COMPRAS - WS-BASE-SOPORTADO
006060     MOVE "DIFERENCIA EN COMPRAS (CON CUOTAS)" TO TL-TEXTO
006070     MOVE WS-DIFERENCIA TO TL-IMPORTE
006080     PERFORM 7200-WRITE-TOTAL THRU 7200-EXIT
006090     IF WS-DIFERENCIA-VENTAS NOT = ZERO
006100         DISPLAY "TERCDECL: LA BASE DE VENTAS NO CUADRA CON "
006110             "LA DE IVADECL"
006120     END-IF.
006130 6000-EXIT.
006140     EXIT.
006150
006160 7000-WRITE-SECCION.
006170     MOVE TERC-RPT-LINE TO TL-TEXTO
006180     MOVE SPACES TO TERC-RPT-LINE
006190     WRITE TERC-RPT-LINE
006200     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
006210     MOVE TL-TEXTO TO TERC-RPT-LINE
006220     WRITE TERC-RPT-LINE
006230     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
006240 7000-EXIT.
006250     EXIT.
006260
006270 7100-CHECK-RPT.
006280     IF NOT WS-TERCRPT-OK
006290         DISPLAY "TERCDECL: ERROR ESCRIBIENDO TERCRPT "
006300             WS-TERCRPT-STATUS
006310         GO TO ABEND-CLEANUP
006320     END-IF.
006330 7100-EXIT.
006340     EXIT.
006350
006360 7200-WRITE-TOTAL.
006370     MOVE WS-TOTAL-LINE TO TERC-RPT-LINE
006380     WRITE TERC-RPT-LINE
006390     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
006400 7200-EXIT.
006410     EXIT.
006420
006430 9000-TERMINATE.
006440     CLOSE FACTURA-MASTER-FILE.
006450     CLOSE PROVEEDOR-MASTER-FILE.
006460     CLOSE FACTURA-VENTA-FILE.
006470     CLOSE CLIENTE-MASTER-FILE.
006480     CLOSE LEDGER-DETAIL-FILE.
006490     CLOSE TERC-RPT-FILE.
006500     CLOSE TERC-OUT-FILE.
006510     DISPLAY "TERCDECL: FACTURAS COMPRA " WS-FACTURAS-COUNT
006520         " CON RETENCION " WS-CON-RETENCION-COUNT
006530         " VENTA " WS-VENTAS-COUNT.
006540     DISPLAY "TERCDECL: TERCEROS DECLARADOS " WS-DECLARADOS-COUNT
006550         " SIN NIF " WS-SIN-NIF-COUNT
006560         " APUNTES CON IVA " WS-APUNTES-COUNT.
006570     IF WS-DIFERENCIA-VENTAS NOT = ZERO
006580         OR WS-SIN-NIF-COUNT > ZERO
006590         MOVE 4 TO RETURN-CODE
006600     END-IF.
006610 9000-EXIT.
006620     EXIT.
006630
006640 ABEND-CLEANUP.
006650     DISPLAY "TERCDECL: TERMINACION ANORMAL - CERRANDO FICHEROS".
006660     CLOSE FACTURA-MASTER-FILE.
006670     CLOSE PROVEEDOR-MASTER-FILE.
006680     CLOSE FACTURA-VENTA-FILE.
006690     CLOSE CLIENTE-MASTER-FILE.
006700     CLOSE LEDGER-DETAIL-FILE.
006710     CLOSE TERC-RPT-FILE.
006720     CLOSE TERC-OUT-FILE.
006730     MOVE 16 TO RETURN-CODE.
006740     GOBACK.
006750
006760     END PROGRAM TERCDECL.

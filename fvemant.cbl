000010*----------------------------------------------------------*
000020* FVEMANT - REGISTRO Y MANTENIMIENTO DE FACTURAS DE VENTA    *
000030*           (CUENTAS POR COBRAR)                             *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. FVEMANT.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, ESPEJO DE FACMANT PARA EL *
000150*                LADO DE VENTAS. LEE LAS TRANSACCIONES       *
000160*                FVETRAN (A ALTA, C CAMBIO DE VENCIMIENTO,   *
000170*                B ANULACION) CONTRA EL FICHERO DE FACTURAS  *
000180*                EMITIDAS FVEMSTR (COPY FACVENTA). EL ALTA   *
000190*                VALIDA CLIENTE ACTIVO EN CLIMSTR, CUENTA DE *
000200*                INGRESO EN PLANCTAS, CODIGO DE IVA EN       *
000210*                IVAMSTR Y EL LIMITE DE CREDITO DEL CLIENTE  *
000220*                CONTRA SUS FACTURAS PENDIENTES. CADA ALTA   *
000230*                CONTABILIZA EN UN LOTE HDR/TRL SOBRE EL     *
000240*                PUENTE VENOUT: DEBITO AL CLIENTE POR EL     *
000250*                TOTAL, CREDITO AL INGRESO POR LA BASE (CON  *
000260*                SU CODIGO DE IVA, PARA IVADECL) Y CREDITO   *
000270*                AL IVA REPERCUTIDO POR LA CUOTA. LA         *
000280*                ANULACION DE UNA FACTURA PENDIENTE GENERA   *
000290*                LOS APUNTES CONTRARIOS.                     *
000300* 2026-10-15 DR  FVEMSTR LLEVA LA CLAVE ALTERNA FVE-NUMERO   *
000310*                (VER FACVENTA). EL RIESGO VIVO DEL CLIENTE  *
000320*                DESCUENTA SUS COBROS A CUENTA SIN APLICAR.  *
000330* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000340*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000350*                COSTE, VER COPY LEDGTRAN).                  *
000360* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000370*                SISTEMA FVEMANT Y COMO CLAVE LA FVE-CLAVE   *
000380*                (CLIENTE Y NUMERO DE FACTURA) DE FVEMSTR,   *
000390*                PARA LA TRAZA DE TRAZADTL.                  *
000400*----------------------------------------------------------*
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT FACTURA-VENTA-FILE ASSIGN TO "FVEMSTR"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS FVE-CLAVE
000530         ALTERNATE RECORD KEY IS FVE-NUMERO
000540             WITH DUPLICATES
000550         FILE STATUS IS WS-FVEMSTR-STATUS.
000560
000570     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CLI-ID
000610         FILE STATUS IS WS-CLIMSTR-STATUS.
000620
000630     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS CTA-ACCT-ID
000670         FILE STATUS IS WS-PLANCTAS-STATUS.
000680
000690     SELECT IVA-CODIGO-FILE ASSIGN TO "IVAMSTR"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS RANDOM
000720         RECORD KEY IS IVA-CODIGO
000730         FILE STATUS IS WS-IVAMSTR-STATUS.
000740
000750     SELECT FVE-TRANS-FILE ASSIGN TO "FVETRAN"
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS WS-FVETRAN-STATUS.
000780
000790     SELECT VEN-OUT-FILE ASSIGN TO "VENOUT"
000800         ORGANIZATION IS SEQUENTIAL
000810         FILE STATUS IS WS-VENOUT-STATUS.
000820
000830     SELECT PARM-FILE ASSIGN TO "FVEPARM"
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS WS-FVEPARM-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  FACTURA-VENTA-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY FACVENTA.
000920
000930 FD  CLIENTE-MASTER-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY CLIENTE.
000960
000970 FD  PLAN-CUENTA-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY CUENTAS.
001000
001010 FD  IVA-CODIGO-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY IVACOD.
001040
001050 FD  FVE-TRANS-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  FVE-TRANS-REC.
001080     05 VTR-TRANS-CODE          PIC X(01).
001090         88 VTR-ADD                 VALUE "A".
001100         88 VTR-CHANGE              VALUE "C".
001110         88 VTR-ANULA               VALUE "B".
001120     05 VTR-CLI-ID              PIC X(06).
001130     05 VTR-NUMERO              PIC X(12).
001140     05 VTR-FECHA-FACTURA       PIC X(08).
001150     05 VTR-FECHA-VENCE         PIC X(08).
001160     05 VTR-MONEDA              PIC X(03).
001170     05 VTR-BASE                PIC X(11).
001180     05 VTR-BASE-N REDEFINES VTR-BASE
001190                                PIC 9(09)V99.
001200     05 VTR-IVA-CODIGO          PIC X(02).
001210     05 VTR-CUENTA-INGRESO      PIC X(06).
001220
001230 FD  VEN-OUT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY LEDGTRAN.
001260
001270 FD  PARM-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  PARM-IN-REC.
001300     05 PI-CUENTA-CLIENTES      PIC 9(06).
001310     05 PI-CUENTA-IVA-REPERC    PIC 9(06).
001320
001330 WORKING-STORAGE SECTION.
001340 01  WS-FVEMSTR-STATUS          PIC X(02) VALUE SPACES.
001350     88 WS-FVEMSTR-OK               VALUE "00".
001360     88 WS-FVEMSTR-NOT-FOUND        VALUE "23".
001370     88 WS-FVEMSTR-DUPLICATE        VALUE "22".
001380     88 WS-FVEMSTR-NO-FILE          VALUE "35".
001390
001400 01  WS-CLIMSTR-STATUS          PIC X(02) VALUE SPACES.
001410     88 WS-CLIMSTR-OK               VALUE "00".
001420
001430 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
001440     88 WS-PLANCTAS-OK              VALUE "00".
001450
001460 01  WS-IVAMSTR-STATUS          PIC X(02) VALUE SPACES.
001470     88 WS-IVAMSTR-OK               VALUE "00".
001480
001490 01  WS-FVETRAN-STATUS          PIC X(02) VALUE SPACES.
001500     88 WS-FVETRAN-OK               VALUE "00".
001510     88 WS-FVETRAN-EOF              VALUE "10".
001520
001530 01  WS-VENOUT-STATUS           PIC X(02) VALUE SPACES.
001540     88 WS-VENOUT-OK                VALUE "00".
001550     88 WS-VENOUT-NO-FILE           VALUE "05", "35".
001560
001570 01  WS-FVEPARM-STATUS          PIC X(02) VALUE SPACES.
001580     88 WS-FVEPARM-OK               VALUE "00".
001590     88 WS-FVEPARM-NO-FILE          VALUE "35".
001600
001610 01  WS-SWITCHES.
001620     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001630         88 WS-EOF-TRANS            VALUE "Y".
001640     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
001650         88 WS-TRANS-VALIDA         VALUE "S".
001660     05 WS-FIN-CLIENTE-SW      PIC X(01) VALUE "N".
001670         88 WS-FIN-CLIENTE          VALUE "S".
001680
001690 01  WS-COUNTERS.
001700     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001710     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001720     05 WS-ANULADAS-COUNT      PIC 9(05) COMP VALUE ZERO.
001730     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001740
001750 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001760 01  WS-CUENTA-CLIENTES         PIC 9(06) VALUE ZERO.
001770 01  WS-CUENTA-IVA-REPERC       PIC 9(06) VALUE ZERO.
001780 01  WS-CUENTA-COBRO            PIC 9(06) VALUE ZERO.
001790
001800 01  WS-FECHA-VALIDA-SW         PIC X(01) VALUE "N".
001810     88 WS-FECHA-VALIDA             VALUE "S".
001820 01  WS-FECHA-PRUEBA            PIC 9(08) VALUE ZERO.
001830 01  WS-FECHA-PARTES REDEFINES WS-FECHA-PRUEBA.
001840     05 WS-FP-ANIO             PIC 9(04).
001850     05 WS-FP-MES              PIC 9(02).
001860     05 WS-FP-DIA              PIC 9(02).
001870 01  WS-DIAS-EN-MES             PIC 9(02) COMP.
001880 01  WS-BISIESTO-SW             PIC X(01) VALUE "N".
001890     88 WS-ANIO-BISIESTO            VALUE "S".
001900 01  WS-ANIO-DIV                PIC 9(04) COMP.
001910 01  WS-ANIO-RESTO-4            PIC 9(04) COMP.
001920 01  WS-ANIO-RESTO-100          PIC 9(04) COMP.
001930 01  WS-ANIO-RESTO-400          PIC 9(04) COMP.
001940
001950*----------------------------------------------------------*
001960* CONTROLES DEL LOTE GENERADO EN VENOUT PARA LA COLA TRL,    *
001970* COMO EN FACMANT.                                           *
001980*----------------------------------------------------------*
001990 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
002000 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
002010 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
002020
002030 01  WS-IMPORTE-N               PIC 9(09)V99 VALUE ZERO.
002040 01  WS-IVA-APUNTE              PIC X(02) VALUE SPACES.
002050 01  WS-BASE-N                  PIC 9(09)V99 VALUE ZERO.
002060 01  WS-CUOTA-N                 PIC 9(09)V99 VALUE ZERO.
002070 01  WS-TOTAL-N                 PIC 9(09)V99 VALUE ZERO.
002080 01  WS-RIESGO-VIVO             PIC 9(11)V99 VALUE ZERO.
002090
002100 PROCEDURE DIVISION.
002110
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002150         UNTIL WS-EOF-TRANS.
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002170     GOBACK.
002180
002190 1000-INITIALIZE.
002200     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002210     OPEN I-O FACTURA-VENTA-FILE.
002220     IF WS-FVEMSTR-NO-FILE
002230         CLOSE FACTURA-VENTA-FILE
002240         OPEN OUTPUT FACTURA-VENTA-FILE
002250         CLOSE FACTURA-VENTA-FILE
002260         OPEN I-O FACTURA-VENTA-FILE
002270     END-IF
002280     IF NOT WS-FVEMSTR-OK
002290         DISPLAY "FVEMANT: ERROR ABRIENDO FVEMSTR "
002300             WS-FVEMSTR-STATUS
002310         GO TO ABEND-CLEANUP
002320     END-IF
002330     OPEN INPUT CLIENTE-MASTER-FILE.
002340     IF NOT WS-CLIMSTR-OK
002350         DISPLAY "FVEMANT: ERROR ABRIENDO CLIMSTR "
002360             WS-CLIMSTR-STATUS
002370         GO TO ABEND-CLEANUP
002380     END-IF
002390     OPEN INPUT PLAN-CUENTA-FILE.
002400     IF NOT WS-PLANCTAS-OK
002410         DISPLAY "FVEMANT: ERROR ABRIENDO PLANCTAS "
002420             WS-PLANCTAS-STATUS
002430         GO TO ABEND-CLEANUP
002440     END-IF
002450     OPEN INPUT IVA-CODIGO-FILE.
002460     IF NOT WS-IVAMSTR-OK
002470         DISPLAY "FVEMANT: ERROR ABRIENDO IVAMSTR "
002480             WS-IVAMSTR-STATUS
002490         GO TO ABEND-CLEANUP
002500     END-IF
002510     OPEN INPUT FVE-TRANS-FILE.
002520     IF NOT WS-FVETRAN-OK
002530         DISPLAY "FVEMANT: ERROR ABRIENDO FVETRAN "
002540             WS-FVETRAN-STATUS
002550         GO TO ABEND-CLEANUP
002560     END-IF
002570     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
002580     OPEN EXTEND VEN-OUT-FILE.
002590     IF WS-VENOUT-NO-FILE
002600         OPEN OUTPUT VEN-OUT-FILE
002610     END-IF
002620     IF NOT WS-VENOUT-OK
002630         DISPLAY "FVEMANT: ERROR ABRIENDO VENOUT "
002640             WS-VENOUT-STATUS
002650         GO TO ABEND-CLEANUP
002660     END-IF
002670     MOVE SPACES TO LEDGER-CTL-REC
002680     MOVE "HDR" TO LC-TIPO-REG
002690     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
002700     WRITE LEDGER-CTL-REC
002710     PERFORM 7200-CHECK-VENOUT THRU 7200-EXIT
002720     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002730 1000-EXIT.
002740     EXIT.
002750
002760*----------------------------------------------------------*
002770* CUENTA GENERAL DE CLIENTES Y DE IVA REPERCUTIDO DESDE      *
002780* FVEPARM; SIN FICHERO NO HAY DONDE CONTABILIZAR Y EL        *
002790* TRABAJO PARA.                                              *
002800*----------------------------------------------------------*
002810 1200-LEER-PARM.
002820     OPEN INPUT PARM-FILE.
002830     IF NOT WS-FVEPARM-OK
002840         DISPLAY "FVEMANT: ERROR ABRIENDO FVEPARM "
002850             WS-FVEPARM-STATUS
002860         GO TO ABEND-CLEANUP
002870     END-IF
002880     READ PARM-FILE
002890         AT END
002900             DISPLAY "FVEMANT: FVEPARM VACIO"
002910             GO TO ABEND-CLEANUP
002920     END-READ
002930     IF PI-CUENTA-CLIENTES IS NOT NUMERIC
002940         OR PI-CUENTA-CLIENTES = ZERO
002950         DISPLAY "FVEMANT: CUENTA DE CLIENTES INVALIDA"
002960         GO TO ABEND-CLEANUP
002970     END-IF
002980     IF PI-CUENTA-IVA-REPERC IS NOT NUMERIC
002990         OR PI-CUENTA-IVA-REPERC = ZERO
003000         DISPLAY "FVEMANT: CUENTA DE IVA REPERCUTIDO INVALIDA"
003010         GO TO ABEND-CLEANUP
003020     END-IF
003030     MOVE PI-CUENTA-CLIENTES TO WS-CUENTA-CLIENTES
003040     MOVE PI-CUENTA-IVA-REPERC TO WS-CUENTA-IVA-REPERC
003050     CLOSE PARM-FILE.
003060 1200-EXIT.
003070     EXIT.
003080
003090 2000-PROCESS-TRANS.
003100     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
003110     IF WS-TRANS-VALIDA
003120         EVALUATE TRUE
003130             WHEN VTR-ADD
003140                 PERFORM 3000-ALTA-FACTURA THRU 3000-EXIT
003150             WHEN VTR-CHANGE
003160                 PERFORM 4000-CAMBIO-FACTURA THRU 4000-EXIT
003170             WHEN VTR-ANULA
003180                 PERFORM 5000-ANULA-FACTURA THRU 5000-EXIT
003190         END-EVALUATE
003200     END-IF
003210     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003220 2000-EXIT.
003230     EXIT.
003240
003250 2100-READ-TRANS.
003260     READ FVE-TRANS-FILE
003270         AT END
003280             SET WS-EOF-TRANS TO TRUE
003290     END-READ
003300     IF NOT WS-EOF-TRANS AND NOT WS-FVETRAN-OK
003310         DISPLAY "FVEMANT: ERROR LEYENDO FVETRAN "
003320             WS-FVETRAN-STATUS
003330         GO TO ABEND-CLEANUP
003340     END-IF
003350 2100-EXIT.
003360     EXIT.
003370
003380*----------------------------------------------------------*
003390* VALIDACIONES PREVIAS: CODIGO, CLIENTE EXISTENTE, NUMERO NO *
003400* VACIO Y, EN EL ALTA, CLIENTE ACTIVO, FECHAS DE CALENDARIO, *
003410* BASE NUMERICA, CUENTA DE INGRESO, CODIGO DE IVA Y LIMITE   *
003420* DE CREDITO. LA CUENTA DE COBRO DEL CLIENTE (O LA GENERAL   *
003430* DE FVEPARM SI NO TIENE) QUEDA EN WS-CUENTA-COBRO.          *
003440*----------------------------------------------------------*
003450 2200-VALIDA-TRANS.
003460     MOVE "N" TO WS-TRANS-VALIDA-SW
003470     IF NOT VTR-ADD AND NOT VTR-CHANGE AND NOT VTR-ANULA
003480         DISPLAY "FVEMANT: CODIGO DE TRANSACCION INVALIDO "
003490             VTR-TRANS-CODE " FACTURA " VTR-NUMERO
003500         ADD 1 TO WS-ERRORES-COUNT
003510         GO TO 2200-EXIT
003520     END-IF
003530     IF VTR-CLI-ID IS NOT NUMERIC
003540         DISPLAY "FVEMANT: CLIENTE NO NUMERICO " VTR-CLI-ID
003550         ADD 1 TO WS-ERRORES-COUNT
003560         GO TO 2200-EXIT
003570     END-IF
003580     IF VTR-NUMERO = SPACES
003590         DISPLAY "FVEMANT: NUMERO DE FACTURA EN BLANCO, "
003600             "CLIENTE " VTR-CLI-ID
003610         ADD 1 TO WS-ERRORES-COUNT
003620         GO TO 2200-EXIT
003630     END-IF
003640     MOVE VTR-CLI-ID TO CLI-ID
003650     READ CLIENTE-MASTER-FILE
003660         INVALID KEY
003670             DISPLAY "FVEMANT: CLIENTE NO EXISTE "
003680                 VTR-CLI-ID
003690             ADD 1 TO WS-ERRORES-COUNT
003700             GO TO 2200-EXIT
003710     END-READ
003720     IF CLI-CUENTA-COBRO = ZERO
003730         MOVE WS-CUENTA-CLIENTES TO WS-CUENTA-COBRO
003740     ELSE
003750         MOVE CLI-CUENTA-COBRO TO WS-CUENTA-COBRO
003760     END-IF
003770     IF VTR-CHANGE OR VTR-ADD
003780         IF VTR-FECHA-VENCE IS NOT NUMERIC
003790             DISPLAY "FVEMANT: VENCIMIENTO NO NUMERICO, "
003800                 "FACTURA " VTR-NUMERO
003810             ADD 1 TO WS-ERRORES-COUNT
003820             GO TO 2200-EXIT
003830         END-IF
003840         MOVE VTR-FECHA-VENCE TO WS-FECHA-PRUEBA
003850         PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
003860         IF NOT WS-FECHA-VALIDA
003870             DISPLAY "FVEMANT: VENCIMIENTO INVALIDO, "
003880                 "FACTURA " VTR-NUMERO
003890             ADD 1 TO WS-ERRORES-COUNT
003900             GO TO 2200-EXIT
003910         END-IF
003920     END-IF
003930     IF VTR-ADD
003940         PERFORM 2250-VALIDA-ALTA THRU 2250-EXIT
003950         IF NOT WS-TRANS-VALIDA
003960             GO TO 2200-EXIT
003970         END-IF
003980     END-IF
003990     MOVE "S" TO WS-TRANS-VALIDA-SW.
004000 2200-EXIT.
004010     EXIT.
004020
004030 2250-VALIDA-ALTA.
004040     MOVE "N" TO WS-TRANS-VALIDA-SW
004050     IF NOT CLI-ACTIVO
004060         DISPLAY "FVEMANT: CLIENTE INACTIVO " VTR-CLI-ID
004070         ADD 1 TO WS-ERRORES-COUNT
004080         GO TO 2250-EXIT
004090     END-IF
004100     IF VTR-FECHA-FACTURA IS NOT NUMERIC
004110         DISPLAY "FVEMANT: FECHA DE FACTURA NO NUMERICA, "
004120             "FACTURA " VTR-NUMERO
004130         ADD 1 TO WS-ERRORES-COUNT
004140         GO TO 2250-EXIT
004150     END-IF
004160     MOVE VTR-FECHA-FACTURA TO WS-FECHA-PRUEBA
004170     PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
004180     IF NOT WS-FECHA-VALIDA
004190         DISPLAY "FVEMANT: FECHA DE FACTURA INVALIDA, "
004200             "FACTURA " VTR-NUMERO
004210         ADD 1 TO WS-ERRORES-COUNT
004220         GO TO 2250-EXIT
004230     END-IF
004240     IF VTR-BASE IS NOT NUMERIC
004250         DISPLAY "FVEMANT: BASE NO NUMERICA, FACTURA "
004260             VTR-NUMERO
004270         ADD 1 TO WS-ERRORES-COUNT
004280         GO TO 2250-EXIT
004290     END-IF
004300     IF VTR-CUENTA-INGRESO IS NOT NUMERIC
004310         DISPLAY "FVEMANT: CUENTA DE INGRESO NO NUMERICA, "
004320             "FACTURA " VTR-NUMERO
004330         ADD 1 TO WS-ERRORES-COUNT
004340         GO TO 2250-EXIT
004350     END-IF
004360     MOVE VTR-CUENTA-INGRESO TO CTA-ACCT-ID
004370     READ PLAN-CUENTA-FILE
004380         INVALID KEY
004390             DISPLAY "FVEMANT: CUENTA DE INGRESO NO EN PLAN, "
004400                 "FACTURA " VTR-NUMERO
004410             ADD 1 TO WS-ERRORES-COUNT
004420             GO TO 2250-EXIT
004430     END-READ
004440     MOVE VTR-BASE-N TO WS-BASE-N
004450     MOVE ZERO TO WS-CUOTA-N
004460     IF VTR-IVA-CODIGO NOT = SPACES
004470         MOVE VTR-IVA-CODIGO TO IVA-CODIGO
004480         READ IVA-CODIGO-FILE
004490             INVALID KEY
004500                 DISPLAY "FVEMANT: CODIGO DE IVA NO EXISTE, "
004510                     "FACTURA " VTR-NUMERO
004520                 ADD 1 TO WS-ERRORES-COUNT
004530                 GO TO 2250-EXIT
004540         END-READ
004550         COMPUTE WS-CUOTA-N ROUNDED =
004560             WS-BASE-N * IVA-PORCENTAJE / 100
004570     END-IF
004580     COMPUTE WS-TOTAL-N = WS-BASE-N + WS-CUOTA-N
004590     IF CLI-LIMITE-CREDITO > ZERO
004600         PERFORM 2400-RIESGO-CLIENTE THRU 2400-EXIT
004610         IF WS-RIESGO-VIVO + WS-TOTAL-N > CLI-LIMITE-CREDITO
004620             DISPLAY "FVEMANT: LIMITE DE CREDITO EXCEDIDO, "
004630                 "CLIENTE " VTR-CLI-ID " FACTURA " VTR-NUMERO
004640             ADD 1 TO WS-ERRORES-COUNT
004650             GO TO 2250-EXIT
004660         END-IF
004670     END-IF
004680     MOVE "S" TO WS-TRANS-VALIDA-SW.
004690 2250-EXIT.
004700     EXIT.
004710
004720*----------------------------------------------------------*
004730* VALIDACION DE FECHA DE CALENDARIO, CALCADA DE LA RUTINA    *
004740* 2300-VALIDA-FECHA DE FACMANT.                              *
004750*----------------------------------------------------------*
004760 2300-VALIDA-FECHA.
004770     MOVE "N" TO WS-FECHA-VALIDA-SW
004780     MOVE "N" TO WS-BISIESTO-SW
004790     IF WS-FP-MES < 1 OR WS-FP-MES > 12
004800         GO TO 2300-EXIT
004810     END-IF
004820     DIVIDE WS-FP-ANIO BY 4 GIVING WS-ANIO-DIV
004830         REMAINDER WS-ANIO-RESTO-4
004840     DIVIDE WS-FP-ANIO BY 100 GIVING WS-ANIO-DIV
004850         REMAINDER WS-ANIO-RESTO-100
004860     DIVIDE WS-FP-ANIO BY 400 GIVING WS-ANIO-DIV
004870         REMAINDER WS-ANIO-RESTO-400
004880     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
004890         OR WS-ANIO-RESTO-400 = 0
004900         MOVE "S" TO WS-BISIESTO-SW
004910     END-IF
004920     EVALUATE WS-FP-MES
004930         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
004940             MOVE 31 TO WS-DIAS-EN-MES
004950         WHEN 4 WHEN 6 WHEN 9 WHEN 11
004960             MOVE 30 TO WS-DIAS-EN-MES
004970         WHEN 2
004980             IF WS-ANIO-BISIESTO
004990                 MOVE 29 TO WS-DIAS-EN-MES
005000             ELSE
005010                 MOVE 28 TO WS-DIAS-EN-MES
005020             END-IF
005030     END-EVALUATE
005040     IF WS-FP-DIA >= 1 AND WS-FP-DIA <= WS-DIAS-EN-MES
005050         MOVE "S" TO WS-FECHA-VALIDA-SW
005060     END-IF
005070 2300-EXIT.
005080     EXIT.
005090
005100*----------------------------------------------------------*
005110* RIESGO VIVO DEL CLIENTE: SUMA DEL TOTAL DE SUS FACTURAS    *
005120* PENDIENTES, RECORRIENDO FVEMSTR DESDE LA PRIMERA CLAVE     *
005130* DEL CLIENTE HASTA QUE CAMBIA FVE-CLI-ID, MENOS LOS COBROS  *
005140* A CUENTA QUE EL CLIENTE YA NOS HA ADELANTADO.              *
005150*----------------------------------------------------------*
005160 2400-RIESGO-CLIENTE.
005170     MOVE ZERO TO WS-RIESGO-VIVO
005180     MOVE "N" TO WS-FIN-CLIENTE-SW
005190     MOVE CLI-ID TO FVE-CLI-ID
005200     MOVE LOW-VALUES TO FVE-NUMERO
005210     START FACTURA-VENTA-FILE KEY IS NOT LESS THAN FVE-CLAVE
005220         INVALID KEY
005230             GO TO 2400-EXIT
005240     END-START
005250     PERFORM 2410-SUMAR-PENDIENTE THRU 2410-EXIT
005260         UNTIL WS-FIN-CLIENTE
005270     IF WS-RIESGO-VIVO > CLI-COBRO-A-CUENTA
005280         SUBTRACT CLI-COBRO-A-CUENTA FROM WS-RIESGO-VIVO
005290     ELSE
005300         MOVE ZERO TO WS-RIESGO-VIVO
005310     END-IF.
005320 2400-EXIT.
005330     EXIT.
005340
005350 2410-SUMAR-PENDIENTE.
005360     READ FACTURA-VENTA-FILE NEXT RECORD
005370         AT END
005380             MOVE "S" TO WS-FIN-CLIENTE-SW
005390             GO TO 2410-EXIT
005400     END-READ
005410     IF FVE-CLI-ID NOT = CLI-ID
005420         MOVE "S" TO WS-FIN-CLIENTE-SW
005430         GO TO 2410-EXIT
005440     END-IF
005450     IF FVE-PENDIENTE
005460         ADD FVE-TOTAL TO WS-RIESGO-VIVO
005470     END-IF.
005480 2410-EXIT.
005490     EXIT.
005500
005510*----------------------------------------------------------*
005520* ALTA: GRABA LA FACTURA EN ESTADO P Y CONTABILIZA LA VENTA  *
005530* (DEBITO CLIENTE POR EL TOTAL / CREDITO INGRESO POR LA BASE *
005540* / CREDITO IVA REPERCUTIDO POR LA CUOTA).                   *
005550*----------------------------------------------------------*
005560 3000-ALTA-FACTURA.
005570     MOVE VTR-CLI-ID TO FVE-CLI-ID
005580     MOVE VTR-NUMERO TO FVE-NUMERO
005590     MOVE VTR-FECHA-FACTURA TO FVE-FECHA-FACTURA
005600     MOVE VTR-FECHA-VENCE TO FVE-FECHA-VENCE
005610     MOVE VTR-MONEDA TO FVE-MONEDA
005620     MOVE WS-BASE-N TO FVE-BASE
005630     MOVE VTR-IVA-CODIGO TO FVE-IVA-CODIGO
005640     MOVE WS-CUOTA-N TO FVE-CUOTA-IVA
005650     MOVE WS-TOTAL-N TO FVE-TOTAL
005660     MOVE VTR-CUENTA-INGRESO TO FVE-CUENTA-INGRESO
005670     MOVE "P" TO FVE-ESTADO-SW
005680     MOVE ZERO TO FVE-FECHA-COBRO
005690     WRITE FACTURA-VENTA-REC
005700     IF WS-FVEMSTR-DUPLICATE
005710         DISPLAY "FVEMANT: FACTURA DUPLICADA " VTR-CLI-ID
005720             " " VTR-NUMERO
005730         ADD 1 TO WS-ERRORES-COUNT
005740         GO TO 3000-EXIT
005750     END-IF
005760     IF NOT WS-FVEMSTR-OK
005770         DISPLAY "FVEMANT: ERROR GRABANDO FVEMSTR "
005780             WS-FVEMSTR-STATUS
005790         GO TO ABEND-CLEANUP
005800     END-IF
005810     ADD 1 TO WS-ALTAS-COUNT
005820     MOVE "D" TO LT-TIPO-APUNTE
005830     PERFORM 6100-APUNTES-FACTURA THRU 6100-EXIT.
005840 3000-EXIT.
005850     EXIT.
005860
005870 4000-CAMBIO-FACTURA.
005880     MOVE VTR-CLI-ID TO FVE-CLI-ID
005890     MOVE VTR-NUMERO TO FVE-NUMERO
005900     READ FACTURA-VENTA-FILE
005910         INVALID KEY
005920             DISPLAY "FVEMANT: CAMBIO RECHAZADO, NO EXISTE "
005930                 "FACTURA " VTR-NUMERO
005940             ADD 1 TO WS-ERRORES-COUNT
005950             GO TO 4000-EXIT
005960     END-READ
005970     IF FVE-COBRADA
005980         DISPLAY "FVEMANT: FACTURA YA COBRADA " VTR-NUMERO
005990         ADD 1 TO WS-ERRORES-COUNT
006000         GO TO 4000-EXIT
006010     END-IF
006020     MOVE VTR-FECHA-VENCE TO FVE-FECHA-VENCE
006030     REWRITE FACTURA-VENTA-REC
006040     IF NOT WS-FVEMSTR-OK
006050         DISPLAY "FVEMANT: ERROR REESCRIBIENDO FVEMSTR "
006060             WS-FVEMSTR-STATUS
006070         GO TO ABEND-CLEANUP
006080     END-IF
006090     ADD 1 TO WS-CAMBIOS-COUNT.
006100 4000-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* ANULACION: SOLO SOBRE FACTURA PENDIENTE; SE BORRA Y SE     *
006150* CONTABILIZAN LOS APUNTES CONTRARIOS AL ALTA.               *
006160*----------------------------------------------------------*
006170 5000-ANULA-FACTURA.
006180     MOVE VTR-CLI-ID TO FVE-CLI-ID
006190     MOVE VTR-NUMERO TO FVE-NUMERO
006200     READ FACTURA-VENTA-FILE
006210         INVALID KEY
006220             DISPLAY "FVEMANT: ANULACION RECHAZADA, NO "
006230                 "EXISTE FACTURA " VTR-NUMERO
006240             ADD 1 TO WS-ERRORES-COUNT
006250             GO TO 5000-EXIT
006260     END-READ
006270     IF NOT FVE-PENDIENTE
006280         DISPLAY "FVEMANT: SOLO SE ANULA FACTURA PENDIENTE "
006290             VTR-NUMERO
006300         ADD 1 TO WS-ERRORES-COUNT
006310         GO TO 5000-EXIT
006320     END-IF
006330     MOVE FVE-BASE TO WS-BASE-N
006340     MOVE FVE-CUOTA-IVA TO WS-CUOTA-N
006350     MOVE FVE-TOTAL TO WS-TOTAL-N
006360     DELETE FACTURA-VENTA-FILE
006370     IF NOT WS-FVEMSTR-OK
006380         DISPLAY "FVEMANT: ERROR BORRANDO FVEMSTR "
006390             WS-FVEMSTR-STATUS
006400         GO TO ABEND-CLEANUP
006410     END-IF
006420     ADD 1 TO WS-ANULADAS-COUNT
006430     MOVE "C" TO LT-TIPO-APUNTE
006440     PERFORM 6100-APUNTES-FACTURA THRU 6100-EXIT.
006450 5000-EXIT.
006460     EXIT.
006470
006480*----------------------------------------------------------*
006490* LOS TRES APUNTES DE LA FACTURA. ENTRA CON LT-TIPO-APUNTE   *
006500* DEL LADO DEL CLIENTE (D EN EL ALTA, C EN LA ANULACION) Y   *
006510* LOS OTROS DOS VAN AL LADO CONTRARIO.                       *
006520*----------------------------------------------------------*
006530 6100-APUNTES-FACTURA.
006540     MOVE WS-CUENTA-COBRO TO LT-ACCT-ID
006550     MOVE WS-TOTAL-N TO WS-IMPORTE-N
006560     MOVE SPACES TO WS-IVA-APUNTE
006570     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
006580     IF LT-TIPO-APUNTE = "D"
006590         MOVE "C" TO LT-TIPO-APUNTE
006600     ELSE
006610         MOVE "D" TO LT-TIPO-APUNTE
006620     END-IF
006630     MOVE FVE-CUENTA-INGRESO TO LT-ACCT-ID
006640     MOVE WS-BASE-N TO WS-IMPORTE-N
006650     MOVE FVE-IVA-CODIGO TO WS-IVA-APUNTE
006660     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
006670     IF WS-CUOTA-N > ZERO
006680         MOVE WS-CUENTA-IVA-REPERC TO LT-ACCT-ID
006690         MOVE WS-CUOTA-N TO WS-IMPORTE-N
006700         MOVE SPACES TO WS-IVA-APUNTE
006710         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
006720     END-IF.
006730 6100-EXIT.
006740     EXIT.
006750
006760 6000-GRABAR-APUNTE.
006770     MOVE FVE-MONEDA TO LT-MONEDA
006780     MOVE WS-IMPORTE-N TO LT-IMPORTE
006790     MOVE SPACES TO LT-CONCEPTO
006800     STRING "FACT VTA " FVE-NUMERO
006810         DELIMITED BY SIZE INTO LT-CONCEPTO
006820     MOVE WS-FECHA-PROCESO TO LT-FECHA
006830     MOVE ZERO TO LT-SEQ-REF
006840     MOVE ZERO TO LT-DOC-NO
006850     MOVE WS-IVA-APUNTE TO LT-IVA-CODIGO
006860     MOVE ZERO TO LT-CENTRO-COSTE
006870     MOVE "FVEMANT" TO LT-ORIGEN-SISTEMA
006880     MOVE FVE-CLAVE TO LT-ORIGEN-CLAVE
006890     WRITE LEDGER-TRANS-REC
006900     PERFORM 7200-CHECK-VENOUT THRU 7200-EXIT
006910     ADD 1 TO WS-LOTE-REGS
006920     ADD LT-ACCT-ID TO WS-LOTE-HASH
006930     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
006940 6000-EXIT.
006950     EXIT.
006960
006970 7200-CHECK-VENOUT.
006980     IF NOT WS-VENOUT-OK
006990         DISPLAY "FVEMANT: ERROR GRABANDO VENOUT "
007000             WS-VENOUT-STATUS
007010         GO TO ABEND-CLEANUP
007020     END-IF.
007030 7200-EXIT.
007040     EXIT.
007050
007060 9000-TERMINATE.
007070     MOVE SPACES TO LEDGER-CTL-REC
007080     MOVE "TRL" TO LC-TIPO-REG
007090     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
007100     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
007110     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
007120     WRITE LEDGER-CTL-REC
007130     PERFORM 7200-CHECK-VENOUT THRU 7200-EXIT
007140     CLOSE FACTURA-VENTA-FILE.
007150     CLOSE CLIENTE-MASTER-FILE.
007160     CLOSE PLAN-CUENTA-FILE.
007170     CLOSE IVA-CODIGO-FILE.
007180     CLOSE FVE-TRANS-FILE.
007190     CLOSE VEN-OUT-FILE.
007200     DISPLAY "FVEMANT: ALTAS     " WS-ALTAS-COUNT.
007210     DISPLAY "FVEMANT: CAMBIOS   " WS-CAMBIOS-COUNT.
007220     DISPLAY "FVEMANT: ANULADAS  " WS-ANULADAS-COUNT.
007230     DISPLAY "FVEMANT: ERRORES   " WS-ERRORES-COUNT.
007240 9000-EXIT.
007250     EXIT.
007260
007270 ABEND-CLEANUP.
007280     DISPLAY "FVEMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
007290     CLOSE FACTURA-VENTA-FILE.
007300     CLOSE CLIENTE-MASTER-FILE.
007310     CLOSE PLAN-CUENTA-FILE.
007320     CLOSE IVA-CODIGO-FILE.
007330     CLOSE FVE-TRANS-FILE.
007340     CLOSE VEN-OUT-FILE.
007350     MOVE 16 TO RETURN-CODE.
007360     GOBACK.
007370
007380     END PROGRAM FVEMANT.

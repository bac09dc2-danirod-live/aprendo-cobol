000010*----------------------------------------------------------*
000020* ACTMANT - MANTENIMIENTO DEL REGISTRO DE INMOVILIZADO Y     *
000030*           CONTABILIZACION DE LAS BAJAS                     *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. ACTMANT.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. APLICA LAS TRANSACCIONES  *
000150*                ACTTRAN (A ALTA, C CAMBIO, B BAJA) CONTRA   *
000160*                EL REGISTRO DE INMOVILIZADO ACTMSTR (COPY   *
000170*                ACTIVO). EL ALTA VALIDA FECHA, VIDA UTIL,   *
000180*                METODO, CUENTAS EN PLANCTAS (ACTIVO Y       *
000190*                AMORTIZACION ACUMULADA DE CLASE A, DOTACION *
000200*                DE CLASE G) Y DEPARTAMENTO EN DEPTMSTR; NO  *
000210*                CONTABILIZA, LA COMPRA YA ENTRA POR         *
000220*                FACMANT. ADMITE AMORTIZACION INICIAL PARA   *
000230*                TRASPASAR ELEMENTOS YA EN USO. EL CAMBIO    *
000240*                TOCA DESCRIPCION, DEPARTAMENTO Y CUENTA DE  *
000250*                DOTACION. LA BAJA EXIGE LA AMORTIZACION AL  *
000260*                DIA Y CONTABILIZA EN EL PUENTE ACTOUT LA    *
000270*                SALIDA DEL COSTE Y DE LA AMORTIZACION       *
000280*                ACUMULADA, EL COBRO DE LA VENTA Y EL        *
000290*                BENEFICIO O LA PERDIDA, CON LAS CUENTAS DE  *
000300*                ACTPARM.                                    *
000310* 2026-10-15 DR  CENTRO DE COSTE DE LOS APUNTES DE BAJA: EL  *
000320*                BENEFICIO O LA PERDIDA VAN AL               *
000330*                DEPT-CENTRO-COSTE DEL DEPARTAMENTO DEL      *
000340*                ELEMENTO (ACT-DEPTO EN DEPTMSTR, COMO       *
000350*                VACPROV); ACTIVO, AMORTIZACION ACUMULADA Y  *
000360*                COBRO, CUENTAS DE BALANCE, VAN SIN CENTRO   *
000370*                (CERO).                                     *
000380* 2026-10-15 DR  CADA APUNTE DE BAJA LLEVA SU ORIGEN EN      *
000390*                LT-ORIGEN: SISTEMA ACTMANT Y COMO CLAVE EL  *
000400*                ACT-ID DE ACTMSTR Y LA FECHA DE BAJA, PARA  *
000410*                LA TRAZA DE TRAZADTL.                       *
000420*----------------------------------------------------------*
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SPECIAL-NAMES.
000470     DECIMAL-POINT IS COMMA.
000480
000490 INPUT-OUTPUT SECTION.
000500 FILE-CONTROL.
000510     SELECT ACTIVO-MASTER-FILE ASSIGN TO "ACTMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS ACT-ID
000550         FILE STATUS IS WS-ACTMSTR-STATUS.
000560
000570     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS CTA-ACCT-ID
000610         FILE STATUS IS WS-PLANCTAS-STATUS.
000620
000630     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS DEPT-CODIGO
000670         FILE STATUS IS WS-DEPTMSTR-STATUS.
000680
000690     SELECT ACT-TRANS-FILE ASSIGN TO "ACTTRAN"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-ACTTRAN-STATUS.
000720
000730     SELECT ACT-OUT-FILE ASSIGN TO "ACTOUT"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-ACTOUT-STATUS.
000760
000770     SELECT PARM-FILE ASSIGN TO "ACTPARM"
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS WS-ACTPARM-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  ACTIVO-MASTER-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY ACTIVO.
000860
000870 FD  PLAN-CUENTA-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY CUENTAS.
000900
000910 FD  DEPTO-MASTER-FILE
000920     LABEL RECORDS ARE STANDARD.
000930     COPY DEPTO.
000940
000950 FD  ACT-TRANS-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 01  ACT-TRANS-REC.
000980     05 ATR-TRANS-CODE          PIC X(01).
000990         88 ATR-ADD                 VALUE "A".
001000         88 ATR-CHANGE              VALUE "C".
001010         88 ATR-BAJA                VALUE "B".
001020     05 ATR-ACT-ID              PIC X(06).
001030     05 ATR-DESCRIPCION         PIC X(30).
001040     05 ATR-COSTE               PIC X(11).
001050     05 ATR-COSTE-N REDEFINES ATR-COSTE
001060                                PIC 9(09)V99.
001070     05 ATR-FECHA               PIC X(08).
001080     05 ATR-VIDA-MESES          PIC X(03).
001090     05 ATR-METODO              PIC X(01).
001100     05 ATR-CUENTA-ACTIVO       PIC X(06).
001110     05 ATR-CUENTA-AMORT-ACUM   PIC X(06).
001120     05 ATR-CUENTA-DOTACION     PIC X(06).
001130     05 ATR-DEPTO               PIC X(04).
001140     05 ATR-MONEDA              PIC X(03).
001150     05 ATR-AMORT-INICIAL       PIC X(11).
001160     05 ATR-AMORT-INICIAL-N REDEFINES ATR-AMORT-INICIAL
001170                                PIC 9(09)V99.
001180     05 ATR-PERIODO-INICIAL     PIC X(06).
001190     05 ATR-IMPORTE-VENTA       PIC X(11).
001200     05 ATR-IMPORTE-VENTA-N REDEFINES ATR-IMPORTE-VENTA
001210                                PIC 9(09)V99.
001220     05 ATR-CUENTA-COBRO        PIC X(06).
001230
001240 FD  ACT-OUT-FILE
001250     LABEL RECORDS ARE STANDARD.
001260     COPY LEDGTRAN.
001270
001280 FD  PARM-FILE
001290     LABEL RECORDS ARE STANDARD.
001300 01  PARM-IN-REC.
001310     05 PI-CUENTA-BENEFICIO     PIC 9(06).
001320     05 PI-CUENTA-PERDIDA       PIC 9(06).
001330
001340 WORKING-STORAGE SECTION.
001350 01  WS-ACTMSTR-STATUS          PIC X(02) VALUE SPACES.
001360     88 WS-ACTMSTR-OK               VALUE "00".
001370     88 WS-ACTMSTR-NOT-FOUND        VALUE "23".
001380     88 WS-ACTMSTR-DUPLICATE        VALUE "22".
001390     88 WS-ACTMSTR-NO-FILE          VALUE "35".
001400
001410 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
001420     88 WS-PLANCTAS-OK              VALUE "00".
001430
001440 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
001450     88 WS-DEPTMSTR-OK              VALUE "00".
001460
001470 01  WS-ACTTRAN-STATUS          PIC X(02) VALUE SPACES.
001480     88 WS-ACTTRAN-OK               VALUE "00".
001490     88 WS-ACTTRAN-EOF              VALUE "10".
001500
001510 01  WS-ACTOUT-STATUS           PIC X(02) VALUE SPACES.
001520     88 WS-ACTOUT-OK                VALUE "00".
001530     88 WS-ACTOUT-NO-FILE           VALUE "05", "35".
001540
001550 01  WS-ACTPARM-STATUS          PIC X(02) VALUE SPACES.
001560     88 WS-ACTPARM-OK               VALUE "00".
001570
001580 01  WS-SWITCHES.
001590     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001600         88 WS-EOF-TRANS            VALUE "Y".
001610     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
001620         88 WS-TRANS-VALIDA         VALUE "S".
001630
001640 01  WS-COUNTERS.
001650     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001660     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001670     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001680     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001690
001700 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001710 01  WS-CUENTA-BENEFICIO        PIC 9(06) VALUE ZERO.
001720 01  WS-CUENTA-PERDIDA          PIC 9(06) VALUE ZERO.
001730 01  WS-CUENTA-PRUEBA           PIC 9(06) VALUE ZERO.
001740 01  WS-CLASE-PEDIDA            PIC X(01) VALUE SPACES.
001750
001760 01  WS-FECHA-VALIDA-SW         PIC X(01) VALUE "N".
001770     88 WS-FECHA-VALIDA             VALUE "S".
001780 01  WS-FECHA-PRUEBA            PIC 9(08) VALUE ZERO.
001790 01  WS-FECHA-PARTES REDEFINES WS-FECHA-PRUEBA.
001800     05 WS-FP-ANIO             PIC 9(04).
001810     05 WS-FP-MES              PIC 9(02).
001820     05 WS-FP-DIA              PIC 9(02).
001830 01  WS-DIAS-EN-MES             PIC 9(02) COMP.
001840 01  WS-BISIESTO-SW             PIC X(01) VALUE "N".
001850     88 WS-ANIO-BISIESTO            VALUE "S".
001860 01  WS-ANIO-DIV                PIC 9(04) COMP.
001870 01  WS-ANIO-RESTO-4            PIC 9(04) COMP.
001880 01  WS-ANIO-RESTO-100          PIC 9(04) COMP.
001890 01  WS-ANIO-RESTO-400          PIC 9(04) COMP.
001900
001910 01  WS-PERIODO-PRUEBA          PIC 9(06) VALUE ZERO.
001920 01  WS-PERIODO-PARTES REDEFINES WS-PERIODO-PRUEBA.
001930     05 WS-PP-ANIO             PIC 9(04).
001940     05 WS-PP-MES              PIC 9(02).
001950 01  WS-PERIODO-ALTA            PIC 9(06) VALUE ZERO.
001960 01  WS-PERIODO-PREVIO          PIC 9(06) VALUE ZERO.
001970
001980*----------------------------------------------------------*
001990* CONTROLES DEL LOTE GENERADO EN ACTOUT PARA LA COLA TRL,    *
002000* COMO EN FACMANT.                                           *
002010*----------------------------------------------------------*
002020 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
002030 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
002040 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
002050
002060 01  WS-IMPORTE-N               PIC 9(09)V99 VALUE ZERO.
002070 01  WS-CCOSTE-ACTIVO           PIC 9(06) VALUE ZERO.
002080 01  WS-AMORT-INICIAL           PIC 9(09)V99 VALUE ZERO.
002090 01  WS-VENTA-N                 PIC 9(09)V99 VALUE ZERO.
002100 01  WS-CUENTA-COBRO            PIC 9(06) VALUE ZERO.
002110 01  WS-RESULTADO               PIC S9(09)V99 VALUE ZERO.
002120
002130*----------------------------------------------------------*
002140* ORIGEN DEL APUNTE (LT-ORIGEN): EL ACTIVO DE ACTMSTR Y LA   *
002150* FECHA DE BAJA.                                             *
002160*----------------------------------------------------------*
002170 01  WS-ORIGEN-APUNTE.
002180     05 FILLER                  PIC X(08) VALUE "ACTMANT".
002190     05 WS-ORG-ACTIVO           PIC 9(06) VALUE ZERO.
002200     05 WS-ORG-FECHA            PIC 9(08) VALUE ZERO.
002210     05 FILLER                  PIC X(06) VALUE SPACES.
002220
002230 PROCEDURE DIVISION.
002240
002250 0000-MAINLINE.
002260     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
002280         UNTIL WS-EOF-TRANS.
002290     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002300     GOBACK.
002310
002320 1000-INITIALIZE.
002330     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002340     OPEN I-O ACTIVO-MASTER-FILE.
002350     IF WS-ACTMSTR-NO-FILE
002360         CLOSE ACTIVO-MASTER-FILE
002370         OPEN OUTPUT ACTIVO-MASTER-FILE
002380         CLOSE ACTIVO-MASTER-FILE
002390         OPEN I-O ACTIVO-MASTER-FILE
002400     END-IF
002410     IF NOT WS-ACTMSTR-OK
002420         DISPLAY "ACTMANT: ERROR ABRIENDO ACTMSTR "
002430             WS-ACTMSTR-STATUS
002440         GO TO ABEND-CLEANUP
002450     END-IF
002460     OPEN INPUT PLAN-CUENTA-FILE.
002470     IF NOT WS-PLANCTAS-OK
002480         DISPLAY "ACTMANT: ERROR ABRIENDO PLANCTAS "
002490             WS-PLANCTAS-STATUS
002500         GO TO ABEND-CLEANUP
002510     END-IF
002520     OPEN INPUT DEPTO-MASTER-FILE.
002530     IF NOT WS-DEPTMSTR-OK
002540         DISPLAY "ACTMANT: ERROR ABRIENDO DEPTMSTR "
002550             WS-DEPTMSTR-STATUS
002560         GO TO ABEND-CLEANUP
002570     END-IF
002580     OPEN INPUT ACT-TRANS-FILE.
002590     IF NOT WS-ACTTRAN-OK
002600         DISPLAY "ACTMANT: ERROR ABRIENDO ACTTRAN "
002610             WS-ACTTRAN-STATUS
002620         GO TO ABEND-CLEANUP
002630     END-IF
002640     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
002650     OPEN EXTEND ACT-OUT-FILE.
002660     IF WS-ACTOUT-NO-FILE
002670         OPEN OUTPUT ACT-OUT-FILE
002680     END-IF
002690     IF NOT WS-ACTOUT-OK
002700         DISPLAY "ACTMANT: ERROR ABRIENDO ACTOUT "
002710             WS-ACTOUT-STATUS
002720         GO TO ABEND-CLEANUP
002730     END-IF
002740     MOVE SPACES TO LEDGER-CTL-REC
002750     MOVE "HDR" TO LC-TIPO-REG
002760     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
002770     WRITE LEDGER-CTL-REC
002780     PERFORM 7200-CHECK-ACTOUT THRU 7200-EXIT
002790     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002800 1000-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------*
002840* CUENTAS DE BENEFICIO Y DE PERDIDA EN LA ENAJENACION DE     *
002850* INMOVILIZADO DESDE ACTPARM; SIN FICHERO NO HAY DONDE       *
002860* LLEVAR EL RESULTADO DE LAS BAJAS Y EL TRABAJO PARA.        *
002870*----------------------------------------------------------*
002880 1200-LEER-PARM.
002890     OPEN INPUT PARM-FILE.
002900     IF NOT WS-ACTPARM-OK
002910         DISPLAY "ACTMANT: ERROR ABRIENDO ACTPARM "
002920             WS-ACTPARM-STATUS
002930         GO TO ABEND-CLEANUP
002940     END-IF
002950     READ PARM-FILE
002960         AT END
002970             DISPLAY "ACTMANT: ACTPARM VACIO"
002980             GO TO ABEND-CLEANUP
002990     END-READ
003000     IF PI-CUENTA-BENEFICIO IS NOT NUMERIC
003010         OR PI-CUENTA-BENEFICIO = ZERO
003020         DISPLAY "ACTMANT: CUENTA DE BENEFICIO INVALIDA"
003030         GO TO ABEND-CLEANUP
003040     END-IF
003050     IF PI-CUENTA-PERDIDA IS NOT NUMERIC
003060         OR PI-CUENTA-PERDIDA = ZERO
003070         DISPLAY "ACTMANT: CUENTA DE PERDIDA INVALIDA"
003080         GO TO ABEND-CLEANUP
003090     END-IF
003100     MOVE PI-CUENTA-BENEFICIO TO WS-CUENTA-BENEFICIO
003110     MOVE PI-CUENTA-PERDIDA TO WS-CUENTA-PERDIDA
003120     CLOSE PARM-FILE.
003130 1200-EXIT.
003140     EXIT.
003150
003160 2000-PROCESS-TRANS.
003170     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
003180     IF WS-TRANS-VALIDA
003190         EVALUATE TRUE
003200             WHEN ATR-ADD
003210                 PERFORM 3000-ALTA-ACTIVO THRU 3000-EXIT
003220             WHEN ATR-CHANGE
003230                 PERFORM 4000-CAMBIO-ACTIVO THRU 4000-EXIT
003240             WHEN ATR-BAJA
003250                 PERFORM 5000-BAJA-ACTIVO THRU 5000-EXIT
003260         END-EVALUATE
003270     END-IF
003280     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
003290 2000-EXIT.
003300     EXIT.
003310
003320 2100-READ-TRANS.
003330     READ ACT-TRANS-FILE
003340         AT END
003350             SET WS-EOF-TRANS TO TRUE
003360     END-READ
003370     IF NOT WS-EOF-TRANS AND NOT WS-ACTTRAN-OK
003380         DISPLAY "ACTMANT: ERROR LEYENDO ACTTRAN "
003390             WS-ACTTRAN-STATUS
003400         GO TO ABEND-CLEANUP
003410     END-IF.
003420 2100-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------*
003460* VALIDACIONES PREVIAS: CODIGO Y NUMERO DE ACTIVO; EL RESTO  *
003470* DEPENDE DEL TIPO DE TRANSACCION.                           *
003480*----------------------------------------------------------*
003490 2200-VALIDA-TRANS.
003500     MOVE "N" TO WS-TRANS-VALIDA-SW
003510     IF NOT ATR-ADD AND NOT ATR-CHANGE AND NOT ATR-BAJA
003520         DISPLAY "ACTMANT: CODIGO DE TRANSACCION INVALIDO "
003530             ATR-TRANS-CODE " ACTIVO " ATR-ACT-ID
003540         ADD 1 TO WS-ERRORES-COUNT
003550         GO TO 2200-EXIT
003560     END-IF
003570     IF ATR-ACT-ID IS NOT NUMERIC
003580         DISPLAY "ACTMANT: ACTIVO NO NUMERICO " ATR-ACT-ID
003590         ADD 1 TO WS-ERRORES-COUNT
003600         GO TO 2200-EXIT
003610     END-IF
003620     EVALUATE TRUE
003630         WHEN ATR-ADD
003640             PERFORM 2250-VALIDA-ALTA THRU 2250-EXIT
003650         WHEN ATR-CHANGE
003660             PERFORM 2260-VALIDA-CAMBIO THRU 2260-EXIT
003670         WHEN ATR-BAJA
003680             PERFORM 2270-VALIDA-BAJA THRU 2270-EXIT
003690     END-EVALUATE.
003700 2200-EXIT.
003710     EXIT.
003720
003730 2250-VALIDA-ALTA.
003740     MOVE "N" TO WS-TRANS-VALIDA-SW
003750     IF ATR-DESCRIPCION = SPACES
003760         DISPLAY "ACTMANT: DESCRIPCION EN BLANCO, ACTIVO "
003770             ATR-ACT-ID
003780         ADD 1 TO WS-ERRORES-COUNT
003790         GO TO 2250-EXIT
003800     END-IF
003810     IF ATR-COSTE IS NOT NUMERIC OR ATR-COSTE-N = ZERO
003820         DISPLAY "ACTMANT: COSTE INVALIDO, ACTIVO " ATR-ACT-ID
003830         ADD 1 TO WS-ERRORES-COUNT
003840         GO TO 2250-EXIT
003850     END-IF
003860     IF ATR-FECHA IS NOT NUMERIC
003870         DISPLAY "ACTMANT: FECHA DE ADQUISICION NO NUMERICA, "
003880             "ACTIVO " ATR-ACT-ID
003890         ADD 1 TO WS-ERRORES-COUNT
003900         GO TO 2250-EXIT
003910     END-IF
003920     MOVE ATR-FECHA TO WS-FECHA-PRUEBA
003930     PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
003940     IF NOT WS-FECHA-VALIDA
003950         DISPLAY "ACTMANT: FECHA DE ADQUISICION INVALIDA, "
003960             "ACTIVO " ATR-ACT-ID
003970         ADD 1 TO WS-ERRORES-COUNT
003980         GO TO 2250-EXIT
003990     END-IF
004000     COMPUTE WS-PERIODO-ALTA = WS-FECHA-PRUEBA / 100
004010     IF ATR-VIDA-MESES IS NOT NUMERIC OR ATR-VIDA-MESES = "000"
004020         DISPLAY "ACTMANT: VIDA UTIL INVALIDA, ACTIVO "
004030             ATR-ACT-ID
004040         ADD 1 TO WS-ERRORES-COUNT
004050         GO TO 2250-EXIT
004060     END-IF
004070     IF ATR-METODO = SPACE
004080         MOVE "L" TO ATR-METODO
004090     END-IF
004100     IF ATR-METODO NOT = "L"
004110         DISPLAY "ACTMANT: METODO DE AMORTIZACION NO "
004120             "ADMITIDO " ATR-METODO " ACTIVO " ATR-ACT-ID
004130         ADD 1 TO WS-ERRORES-COUNT
004140         GO TO 2250-EXIT
004150     END-IF
004160     IF ATR-MONEDA = SPACES
004170         DISPLAY "ACTMANT: MONEDA EN BLANCO, ACTIVO "
004180             ATR-ACT-ID
004190         ADD 1 TO WS-ERRORES-COUNT
004200         GO TO 2250-EXIT
004210     END-IF
004220     IF ATR-CUENTA-ACTIVO IS NOT NUMERIC
004230         OR ATR-CUENTA-AMORT-ACUM IS NOT NUMERIC
004240         OR ATR-CUENTA-DOTACION IS NOT NUMERIC
004250         DISPLAY "ACTMANT: CUENTA NO NUMERICA, ACTIVO "
004260             ATR-ACT-ID
004270         ADD 1 TO WS-ERRORES-COUNT
004280         GO TO 2250-EXIT
004290     END-IF
004300     MOVE ATR-CUENTA-ACTIVO TO WS-CUENTA-PRUEBA
004310     MOVE "A" TO WS-CLASE-PEDIDA
004320     PERFORM 2400-VALIDA-CUENTA THRU 2400-EXIT
004330     IF NOT WS-TRANS-VALIDA
004340         GO TO 2250-EXIT
004350     END-IF
004360     MOVE ATR-CUENTA-AMORT-ACUM TO WS-CUENTA-PRUEBA
004370     MOVE "A" TO WS-CLASE-PEDIDA
004380     PERFORM 2400-VALIDA-CUENTA THRU 2400-EXIT
004390     IF NOT WS-TRANS-VALIDA
004400         GO TO 2250-EXIT
004410     END-IF
004420     MOVE ATR-CUENTA-DOTACION TO WS-CUENTA-PRUEBA
004430     MOVE "G" TO WS-CLASE-PEDIDA
004440     PERFORM 2400-VALIDA-CUENTA THRU 2400-EXIT
004450     IF NOT WS-TRANS-VALIDA
004460         GO TO 2250-EXIT
004470     END-IF
004480     MOVE "N" TO WS-TRANS-VALIDA-SW
004490     PERFORM 2450-VALIDA-DEPTO THRU 2450-EXIT
004500     IF NOT WS-TRANS-VALIDA
004510         GO TO 2250-EXIT
004520     END-IF
004530     MOVE "N" TO WS-TRANS-VALIDA-SW
004540     MOVE ZERO TO WS-AMORT-INICIAL
004550     IF ATR-AMORT-INICIAL = SPACES
004560         MOVE "S" TO WS-TRANS-VALIDA-SW
004570         GO TO 2250-EXIT
004580     END-IF
004590     IF ATR-AMORT-INICIAL IS NOT NUMERIC
004600         OR ATR-AMORT-INICIAL-N > ATR-COSTE-N
004610         DISPLAY "ACTMANT: AMORTIZACION INICIAL INVALIDA, "
004620             "ACTIVO " ATR-ACT-ID
004630         ADD 1 TO WS-ERRORES-COUNT
004640         GO TO 2250-EXIT
004650     END-IF
004660     MOVE ATR-AMORT-INICIAL-N TO WS-AMORT-INICIAL
004670     IF WS-AMORT-INICIAL > ZERO
004680         IF ATR-PERIODO-INICIAL IS NOT NUMERIC
004690             DISPLAY "ACTMANT: FALTA EL PERIODO DE LA "
004700                 "AMORTIZACION INICIAL, ACTIVO " ATR-ACT-ID
004710             ADD 1 TO WS-ERRORES-COUNT
004720             GO TO 2250-EXIT
004730         END-IF
004740         MOVE ATR-PERIODO-INICIAL TO WS-PERIODO-PRUEBA
004750         IF WS-PP-MES < 1 OR WS-PP-MES > 12
004760             OR WS-PERIODO-PRUEBA < WS-PERIODO-ALTA
004770             DISPLAY "ACTMANT: PERIODO DE LA AMORTIZACION "
004780                 "INICIAL INVALIDO, ACTIVO " ATR-ACT-ID
004790             ADD 1 TO WS-ERRORES-COUNT
004800             GO TO 2250-EXIT
004810         END-IF
004820     END-IF
004830     MOVE "S" TO WS-TRANS-VALIDA-SW.
004840 2250-EXIT.
004850     EXIT.
004860
004870*----------------------------------------------------------*
004880* CAMBIO: SOLO SE VALIDAN LOS CAMPOS INFORMADOS (DEPTO Y     *
004890* CUENTA DE DOTACION); LOS QUE LLEGAN EN BLANCO NO CAMBIAN.  *
004900*----------------------------------------------------------*
004910 2260-VALIDA-CAMBIO.
004920     MOVE "S" TO WS-TRANS-VALIDA-SW
004930     IF ATR-CUENTA-DOTACION NOT = SPACES
004940         IF ATR-CUENTA-DOTACION IS NOT NUMERIC
004950             DISPLAY "ACTMANT: CUENTA NO NUMERICA, ACTIVO "
004960                 ATR-ACT-ID
004970             ADD 1 TO WS-ERRORES-COUNT
004980             MOVE "N" TO WS-TRANS-VALIDA-SW
004990             GO TO 2260-EXIT
005000         END-IF
005010         MOVE ATR-CUENTA-DOTACION TO WS-CUENTA-PRUEBA
005020         MOVE "G" TO WS-CLASE-PEDIDA
005030         PERFORM 2400-VALIDA-CUENTA THRU 2400-EXIT
005040         IF NOT WS-TRANS-VALIDA
005050             GO TO 2260-EXIT
005060         END-IF
005070     END-IF
005080     IF ATR-DEPTO NOT = SPACES
005090         MOVE "N" TO WS-TRANS-VALIDA-SW
005100         PERFORM 2450-VALIDA-DEPTO THRU 2450-EXIT
005110     END-IF.
005120 2260-EXIT.
005130     EXIT.
005140
005150*----------------------------------------------------------*
005160* BAJA: FECHA DE CALENDARIO, IMPORTE DE VENTA (EN BLANCO ES  *
005170* CERO, BAJA POR DESGUACE) Y, SI HAY VENTA, LA CUENTA DONDE  *
005180* SE COBRA. EL ESTADO DEL ACTIVO SE MIRA EN 5000.            *
005190*----------------------------------------------------------*
005200 2270-VALIDA-BAJA.
005210     MOVE "N" TO WS-TRANS-VALIDA-SW
005220     IF ATR-FECHA IS NOT NUMERIC
005230         DISPLAY "ACTMANT: FECHA DE BAJA NO NUMERICA, "
005240             "ACTIVO " ATR-ACT-ID
005250         ADD 1 TO WS-ERRORES-COUNT
005260         GO TO 2270-EXIT
005270     END-IF
005280     MOVE ATR-FECHA TO WS-FECHA-PRUEBA
005290     PERFORM 2300-VALIDA-FECHA THRU 2300-EXIT
005300     IF NOT WS-FECHA-VALIDA
005310         DISPLAY "ACTMANT: FECHA DE BAJA INVALIDA, ACTIVO "
005320             ATR-ACT-ID
005330         ADD 1 TO WS-ERRORES-COUNT
005340         GO TO 2270-EXIT
005350     END-IF
005360     MOVE ZERO TO WS-VENTA-N
005370     MOVE ZERO TO WS-CUENTA-COBRO
005380     IF ATR-IMPORTE-VENTA = SPACES
005390         MOVE "S" TO WS-TRANS-VALIDA-SW
005400         GO TO 2270-EXIT
005410     END-IF
005420     IF ATR-IMPORTE-VENTA IS NOT NUMERIC
005430         DISPLAY "ACTMANT: IMPORTE DE VENTA NO NUMERICO, "
005440             "ACTIVO " ATR-ACT-ID
005450         ADD 1 TO WS-ERRORES-COUNT
005460         GO TO 2270-EXIT
005470     END-IF
005480     MOVE ATR-IMPORTE-VENTA-N TO WS-VENTA-N
005490     IF WS-VENTA-N > ZERO
005500         IF ATR-CUENTA-COBRO IS NOT NUMERIC
005510             DISPLAY "ACTMANT: CUENTA DE COBRO NO NUMERICA, "
005520                 "ACTIVO " ATR-ACT-ID
005530             ADD 1 TO WS-ERRORES-COUNT
005540             GO TO 2270-EXIT
005550         END-IF
005560         MOVE ATR-CUENTA-COBRO TO WS-CUENTA-PRUEBA
005570         MOVE "A" TO WS-CLASE-PEDIDA
005580         PERFORM 2400-VALIDA-CUENTA THRU 2400-EXIT
005590         IF NOT WS-TRANS-VALIDA
005600             GO TO 2270-EXIT
005610         END-IF
005620         MOVE ATR-CUENTA-COBRO TO WS-CUENTA-COBRO
005630     END-IF
005640     MOVE "S" TO WS-TRANS-VALIDA-SW.
005650 2270-EXIT.
005660     EXIT.
005670
005680*----------------------------------------------------------*
005690* VALIDACION DE FECHA DE CALENDARIO, CALCADA DE LA RUTINA    *
005700* 2300-VALIDA-FECHA DE FACMANT.                              *
005710*----------------------------------------------------------*
005720 2300-VALIDA-FECHA.
005730     MOVE "N" TO WS-FECHA-VALIDA-SW
005740     MOVE "N" TO WS-BISIESTO-SW
005750     IF WS-FP-MES < 1 OR WS-FP-MES > 12
005760         GO TO 2300-EXIT
005770     END-IF
005780     DIVIDE WS-FP-ANIO BY 4 GIVING WS-ANIO-DIV
005790         REMAINDER WS-ANIO-RESTO-4
005800     DIVIDE WS-FP-ANIO BY 100 GIVING WS-ANIO-DIV
005810         REMAINDER WS-ANIO-RESTO-100
005820     DIVIDE WS-FP-ANIO BY 400 GIVING WS-ANIO-DIV
005830         REMAINDER WS-ANIO-RESTO-400
005840     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
005850         OR WS-ANIO-RESTO-400 = 0
005860         MOVE "S" TO WS-BISIESTO-SW
005870     END-IF
005880     EVALUATE WS-FP-MES
005890         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
005900             MOVE 31 TO WS-DIAS-EN-MES
005910         WHEN 4 WHEN 6 WHEN 9 WHEN 11
005920             MOVE 30 TO WS-DIAS-EN-MES
005930         WHEN 2
005940             IF WS-ANIO-BISIESTO
005950                 MOVE 29 TO WS-DIAS-EN-MES
005960             ELSE
005970                 MOVE 28 TO WS-DIAS-EN-MES
005980             END-IF
005990     END-EVALUATE
006000     IF WS-FP-DIA >= 1 AND WS-FP-DIA <= WS-DIAS-EN-MES
006010         MOVE "S" TO WS-FECHA-VALIDA-SW
006020     END-IF.
006030 2300-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------*
006070* LA CUENTA DE WS-CUENTA-PRUEBA DEBE ESTAR EN PLANCTAS Y SER *
006080* DE LA CLASE WS-CLASE-PEDIDA.                               *
006090*----------------------------------------------------------*
006100 2400-VALIDA-CUENTA.
006110     MOVE "N" TO WS-TRANS-VALIDA-SW
006120     MOVE WS-CUENTA-PRUEBA TO CTA-ACCT-ID
006130     READ PLAN-CUENTA-FILE
006140         INVALID KEY
006150             DISPLAY "ACTMANT: CUENTA " WS-CUENTA-PRUEBA
006160                 " NO EN PLAN, ACTIVO " ATR-ACT-ID
006170             ADD 1 TO WS-ERRORES-COUNT
006180             GO TO 2400-EXIT
006190     END-READ
006200     IF CTA-CLASE NOT = WS-CLASE-PEDIDA
006210         DISPLAY "ACTMANT: CUENTA " WS-CUENTA-PRUEBA
006220             " NO ES DE CLASE " WS-CLASE-PEDIDA
006230             ", ACTIVO " ATR-ACT-ID
006240         ADD 1 TO WS-ERRORES-COUNT
006250         GO TO 2400-EXIT
006260     END-IF
006270     MOVE "S" TO WS-TRANS-VALIDA-SW.
006280 2400-EXIT.
006290     EXIT.
006300
006310 2450-VALIDA-DEPTO.
006320     MOVE ATR-DEPTO TO DEPT-CODIGO
006330     READ DEPTO-MASTER-FILE
006340         INVALID KEY
006350             DISPLAY "ACTMANT: DEPARTAMENTO NO EXISTE "
006360                 ATR-DEPTO ", ACTIVO " ATR-ACT-ID
006370             ADD 1 TO WS-ERRORES-COUNT
006380             GO TO 2450-EXIT
006390     END-READ
006400     MOVE "S" TO WS-TRANS-VALIDA-SW.
006410 2450-EXIT.
006420     EXIT.
006430
006440*----------------------------------------------------------*
006450* ALTA: GRABA EL ACTIVO EN USO. CON AMORTIZACION INICIAL     *
006460* (TRASPASO DE UN ELEMENTO YA AMORTIZADO EN PARTE) ACTAMORT  *
006470* SIGUE DESDE EL MES SIGUIENTE AL PERIODO INFORMADO.         *
006480*----------------------------------------------------------*
006490 3000-ALTA-ACTIVO.
006500     MOVE ATR-ACT-ID TO ACT-ID
006510     MOVE ATR-DESCRIPCION TO ACT-DESCRIPCION
006520     MOVE ATR-COSTE-N TO ACT-COSTE
006530     MOVE ATR-FECHA TO ACT-FECHA-ADQUISICION
006540     MOVE ATR-VIDA-MESES TO ACT-VIDA-MESES
006550     MOVE ATR-METODO TO ACT-METODO
006560     MOVE ATR-CUENTA-ACTIVO TO ACT-CUENTA-ACTIVO
006570     MOVE ATR-CUENTA-AMORT-ACUM TO ACT-CUENTA-AMORT-ACUM
006580     MOVE ATR-CUENTA-DOTACION TO ACT-CUENTA-DOTACION
006590     MOVE ATR-DEPTO TO ACT-DEPTO
006600     MOVE ATR-MONEDA TO ACT-MONEDA
006610     MOVE WS-AMORT-INICIAL TO ACT-AMORT-ACUMULADA
006620     IF WS-AMORT-INICIAL > ZERO
006630         MOVE ATR-PERIODO-INICIAL TO ACT-ULTIMO-PERIODO
006640     ELSE
006650         MOVE ZERO TO ACT-ULTIMO-PERIODO
006660     END-IF
006670     MOVE "A" TO ACT-ESTADO-SW
006680     MOVE ZERO TO ACT-FECHA-BAJA
006690     MOVE ZERO TO ACT-IMPORTE-VENTA
006700     WRITE ACTIVO-MASTER-REC
006710     IF WS-ACTMSTR-DUPLICATE
006720         DISPLAY "ACTMANT: ACTIVO DUPLICADO " ATR-ACT-ID
006730         ADD 1 TO WS-ERRORES-COUNT
006740         GO TO 3000-EXIT
006750     END-IF
006760     IF NOT WS-ACTMSTR-OK
006770         DISPLAY "ACTMANT: ERROR GRABANDO ACTMSTR "
006780             WS-ACTMSTR-STATUS
006790         GO TO ABEND-CLEANUP
006800     END-IF
006810     ADD 1 TO WS-ALTAS-COUNT.
006820 3000-EXIT.
006830     EXIT.
006840
006850 4000-CAMBIO-ACTIVO.
006860     MOVE ATR-ACT-ID TO ACT-ID
006870     READ ACTIVO-MASTER-FILE
006880         INVALID KEY
006890             DISPLAY "ACTMANT: CAMBIO RECHAZADO, NO EXISTE "
006900                 "ACTIVO " ATR-ACT-ID
006910             ADD 1 TO WS-ERRORES-COUNT
006920             GO TO 4000-EXIT
006930     END-READ
006940     IF ACT-DADO-DE-BAJA
006950         DISPLAY "ACTMANT: ACTIVO YA DADO DE BAJA " ATR-ACT-ID
006960         ADD 1 TO WS-ERRORES-COUNT
006970         GO TO 4000-EXIT
006980     END-IF
006990     IF ATR-DESCRIPCION NOT = SPACES
007000         MOVE ATR-DESCRIPCION TO ACT-DESCRIPCION
007010     END-IF
007020     IF ATR-DEPTO NOT = SPACES
007030         MOVE ATR-DEPTO TO ACT-DEPTO
007040     END-IF
007050     IF ATR-CUENTA-DOTACION NOT = SPACES
007060         MOVE ATR-CUENTA-DOTACION TO ACT-CUENTA-DOTACION
007070     END-IF
007080     REWRITE ACTIVO-MASTER-REC
007090     IF NOT WS-ACTMSTR-OK
007100         DISPLAY "ACTMANT: ERROR REESCRIBIENDO ACTMSTR "
007110             WS-ACTMSTR-STATUS
007120         GO TO ABEND-CLEANUP
007130     END-IF
007140     ADD 1 TO WS-CAMBIOS-COUNT.
007150 4000-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------*
007190* BAJA: LA AMORTIZACION DEBE ESTAR PASADA HASTA EL MES       *
007200* ANTERIOR AL DE LA BAJA (SALVO ELEMENTO YA TOTALMENTE       *
007210* AMORTIZADO O ADQUIRIDO EN ESE MISMO MES). SE MARCA B Y SE  *
007220* CONTABILIZA: DEBITO AMORTIZACION ACUMULADA, DEBITO COBRO   *
007230* POR LA VENTA, CREDITO ACTIVO POR EL COSTE Y LA DIFERENCIA  *
007240* A BENEFICIO (CREDITO) O A PERDIDA (DEBITO).                *
007250*----------------------------------------------------------*
007260 5000-BAJA-ACTIVO.
007270     MOVE ATR-ACT-ID TO ACT-ID
007280     READ ACTIVO-MASTER-FILE
007290         INVALID KEY
007300             DISPLAY "ACTMANT: BAJA RECHAZADA, NO EXISTE "
007310                 "ACTIVO " ATR-ACT-ID
007320             ADD 1 TO WS-ERRORES-COUNT
007330             GO TO 5000-EXIT
007340     END-READ
007350     IF ACT-DADO-DE-BAJA
007360         DISPLAY "ACTMANT: ACTIVO YA DADO DE BAJA " ATR-ACT-ID
007370         ADD 1 TO WS-ERRORES-COUNT
007380         GO TO 5000-EXIT
007390     END-IF
007400     IF ATR-FECHA < ACT-FECHA-ADQUISICION
007410         DISPLAY "ACTMANT: BAJA ANTERIOR A LA ADQUISICION, "
007420             "ACTIVO " ATR-ACT-ID
007430         ADD 1 TO WS-ERRORES-COUNT
007440         GO TO 5000-EXIT
007450     END-IF
007460     COMPUTE WS-PERIODO-PRUEBA = WS-FECHA-PRUEBA / 100
007470     COMPUTE WS-PERIODO-ALTA = ACT-FECHA-ADQUISICION / 100
007480     IF WS-PP-MES = 1
007490         COMPUTE WS-PERIODO-PREVIO =
007500             (WS-PP-ANIO - 1) * 100 + 12
007510     ELSE
007520         COMPUTE WS-PERIODO-PREVIO = WS-PERIODO-PRUEBA - 1
007530     END-IF
007540     IF ACT-AMORT-ACUMULADA < ACT-COSTE
007550         AND WS-PERIODO-ALTA < WS-PERIODO-PRUEBA
007560         AND ACT-ULTIMO-PERIODO < WS-PERIODO-PREVIO
007570         DISPLAY "ACTMANT: BAJA RECHAZADA, AMORTIZACION NO "
007580             "AL DIA (ULTIMO PERIODO " ACT-ULTIMO-PERIODO
007590             "), ACTIVO " ATR-ACT-ID
007600         ADD 1 TO WS-ERRORES-COUNT
007610         GO TO 5000-EXIT
007620     END-IF
007630     MOVE "B" TO ACT-ESTADO-SW
007640     MOVE ATR-FECHA TO ACT-FECHA-BAJA
007650     MOVE WS-VENTA-N TO ACT-IMPORTE-VENTA
007660     REWRITE ACTIVO-MASTER-REC
007670     IF NOT WS-ACTMSTR-OK
007680         DISPLAY "ACTMANT: ERROR REESCRIBIENDO ACTMSTR "
007690             WS-ACTMSTR-STATUS
007700         GO TO ABEND-CLEANUP
007710     END-IF
007720     ADD 1 TO WS-BAJAS-COUNT
007730     PERFORM 6100-APUNTES-BAJA THRU 6100-EXIT.
007740 5000-EXIT.
007750     EXIT.
007760
007770*----------------------------------------------------------*
007780* EL BENEFICIO O LA PERDIDA VAN AL CENTRO DE COSTE DEL       *
007790* DEPARTAMENTO DEL ELEMENTO; LAS CUENTAS DE BALANCE (ACTIVO, *
007800* AMORTIZACION ACUMULADA Y COBRO) VAN SIN CENTRO.            *
007810*----------------------------------------------------------*
007820 6100-APUNTES-BAJA.
007830     PERFORM 6200-BUSCAR-CCOSTE THRU 6200-EXIT
007840     COMPUTE WS-RESULTADO = WS-VENTA-N + ACT-AMORT-ACUMULADA
007850         - ACT-COSTE
007860     IF ACT-AMORT-ACUMULADA > ZERO
007870         MOVE "D" TO LT-TIPO-APUNTE
007880         MOVE ACT-CUENTA-AMORT-ACUM TO LT-ACCT-ID
007890         MOVE ZERO TO LT-CENTRO-COSTE
007900         MOVE ACT-AMORT-ACUMULADA TO WS-IMPORTE-N
007910         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
007920     END-IF
007930     IF WS-VENTA-N > ZERO
007940         MOVE "D" TO LT-TIPO-APUNTE
007950         MOVE WS-CUENTA-COBRO TO LT-ACCT-ID
007960         MOVE ZERO TO LT-CENTRO-COSTE
007970         MOVE WS-VENTA-N TO WS-IMPORTE-N
007980         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
007990     END-IF
008000     MOVE "C" TO LT-TIPO-APUNTE
008010     MOVE ACT-CUENTA-ACTIVO TO LT-ACCT-ID
008020     MOVE ZERO TO LT-CENTRO-COSTE
008030     MOVE ACT-COSTE TO WS-IMPORTE-N
008040     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008050     IF WS-RESULTADO > ZERO
008060         MOVE "C" TO LT-TIPO-APUNTE
008070         MOVE WS-CUENTA-BENEFICIO TO LT-ACCT-ID
008080         MOVE WS-CCOSTE-ACTIVO TO LT-CENTRO-COSTE
008090         MOVE WS-RESULTADO TO WS-IMPORTE-N
008100         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008110     END-IF
008120     IF WS-RESULTADO < ZERO
008130         MOVE "D" TO LT-TIPO-APUNTE
008140         MOVE WS-CUENTA-PERDIDA TO LT-ACCT-ID
008150         MOVE WS-CCOSTE-ACTIVO TO LT-CENTRO-COSTE
008160         COMPUTE WS-IMPORTE-N = ZERO - WS-RESULTADO
008170         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008180     END-IF.
008190 6100-EXIT.
008200     EXIT.
008210
008220*----------------------------------------------------------*
008230* CENTRO DE COSTE DEL DEPARTAMENTO DEL ELEMENTO, DE          *
008240* DEPTMSTR, COMO 5100-BUSCAR-CCOSTE DE VACPROV. SIN EL       *
008250* DEPARTAMENTO QUEDA EN CERO.                                *
008260*----------------------------------------------------------*
008270 6200-BUSCAR-CCOSTE.
008280     MOVE ZERO TO WS-CCOSTE-ACTIVO
008290     MOVE ACT-DEPTO TO DEPT-CODIGO
008300     READ DEPTO-MASTER-FILE
008310         INVALID KEY
008320             GO TO 6200-EXIT
008330     END-READ
008340     IF NOT WS-DEPTMSTR-OK
008350         DISPLAY "ACTMANT: ERROR LEYENDO DEPTMSTR "
008360             WS-DEPTMSTR-STATUS
008370         GO TO ABEND-CLEANUP
008380     END-IF
008390     IF DEPT-CENTRO-COSTE IS NUMERIC
008400         MOVE DEPT-CENTRO-COSTE TO WS-CCOSTE-ACTIVO
008410     END-IF.
008420 6200-EXIT.
008430     EXIT.
008440
008450 6000-GRABAR-APUNTE.
008460     MOVE ACT-MONEDA TO LT-MONEDA
008470     MOVE WS-IMPORTE-N TO LT-IMPORTE
008480     MOVE SPACES TO LT-CONCEPTO
008490     STRING "BAJA ACTIVO " ACT-ID
008500         DELIMITED BY SIZE INTO LT-CONCEPTO
008510     MOVE ACT-FECHA-BAJA TO LT-FECHA
008520     MOVE ZERO TO LT-SEQ-REF
008530     MOVE ZERO TO LT-DOC-NO
008540     MOVE SPACES TO LT-IVA-CODIGO
008550     MOVE ACT-ID TO WS-ORG-ACTIVO
008560     MOVE ACT-FECHA-BAJA TO WS-ORG-FECHA
008570     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
008580     WRITE LEDGER-TRANS-REC
008590     PERFORM 7200-CHECK-ACTOUT THRU 7200-EXIT
008600     ADD 1 TO WS-LOTE-REGS
008610     ADD LT-ACCT-ID TO WS-LOTE-HASH
008620     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
008630 6000-EXIT.
008640     EXIT.
008650
008660 7200-CHECK-ACTOUT.
008670     IF NOT WS-ACTOUT-OK
008680         DISPLAY "ACTMANT: ERROR GRABANDO ACTOUT "
008690             WS-ACTOUT-STATUS
008700         GO TO ABEND-CLEANUP
008710     END-IF.
008720 7200-EXIT.
008730     EXIT.
008740
008750 9000-TERMINATE.
008760     MOVE SPACES TO LEDGER-CTL-REC
008770     MOVE "TRL" TO LC-TIPO-REG
008780     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
008790     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
008800     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
008810     WRITE LEDGER-CTL-REC
008820     PERFORM 7200-CHECK-ACTOUT THRU 7200-EXIT
008830     CLOSE ACTIVO-MASTER-FILE.
008840     CLOSE PLAN-CUENTA-FILE.
008850     CLOSE DEPTO-MASTER-FILE.
008860     CLOSE ACT-TRANS-FILE.
008870     CLOSE ACT-OUT-FILE.
008880     DISPLAY "ACTMANT: ALTAS     " WS-ALTAS-COUNT.
008890     DISPLAY "ACTMANT: CAMBIOS   " WS-CAMBIOS-COUNT.
008900     DISPLAY "ACTMANT: BAJAS     " WS-BAJAS-COUNT.
008910     DISPLAY "ACTMANT: ERRORES   " WS-ERRORES-COUNT.
008920 9000-EXIT.
008930     EXIT.
008940
008950 ABEND-CLEANUP.
008960     DISPLAY "ACTMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
008970     CLOSE ACTIVO-MASTER-FILE.
008980     CLOSE PLAN-CUENTA-FILE.
008990     CLOSE DEPTO-MASTER-FILE.
009000     CLOSE ACT-TRANS-FILE.
009010     CLOSE ACT-OUT-FILE.
009020     MOVE 16 TO RETURN-CODE.
009030     GOBACK.
009040
009050     END PROGRAM ACTMANT.

000010*----------------------------------------------------------*
000020* PYGCCOST - CUENTA DE RESULTADOS MENSUAL POR CENTRO DE      *
000030* COSTE                                                      *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. PYGCCOST.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE DE PRESVAR.   *
000150*                LA UNICA VISTA DEPARTAMENTAL ERA LA DE      *
000160*                PRESVAR POR LAS CUENTAS DE GASTO DE CADA    *
000170*                DEPARTAMENTO EN DEPTGL. ESTE PASO, TRAS EL  *
000180*                CIERRE, LEE EL AGREGADO DIGMSTR (COPY       *
000190*                DIGESTO), QUE YA VIENE POR CUENTA, PERIODO  *
000200*                Y CENTRO DE COSTE, Y LISTA POR CENTRO LAS   *
000210*                CUENTAS DE INGRESO Y GASTO DE PLANCTAS CON  *
000220*                EL REAL DEL PERIODO AAAAMM DE PRESPARM Y EL *
000230*                ACUMULADO DEL EJERCICIO (MESES 01 AL DEL    *
000240*                PERIODO; EL 13 DE AJUSTE NO ENTRA), CADA    *
000250*                UNO CON SU PRESUPUESTO DE PRESMSTR (COPY    *
000260*                PRESUP) DEL MISMO CENTRO. LOS IMPORTES      *
000270*                SALEN CON SU SIGNO NATURAL (INGRESO = HABER *
000280*                MENOS DEBE, GASTO = DEBE MENOS HABER) Y     *
000290*                CADA CENTRO CIERRA CON SU RESULTADO,        *
000300*                INGRESOS MENOS GASTOS. EL NOMBRE DEL CENTRO *
000310*                SALE DEL DEPARTAMENTO DE DEPTMSTR QUE LO    *
000320*                TIENE; EL CENTRO CERO ES LO CONTABILIZADO   *
000330*                SIN CENTRO.                                 *
000340*----------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DIGESTO-FILE ASSIGN TO "DIGMSTR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS DIG-CLAVE
000470         FILE STATUS IS WS-DIGMSTR-STATUS.
000480
000490     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS CTA-ACCT-ID
000530         FILE STATUS IS WS-PLANCTAS-STATUS.
000540
000550     SELECT PRESUPUESTO-FILE ASSIGN TO "PRESMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS SEQUENTIAL
000580         RECORD KEY IS PRE-CLAVE
000590         FILE STATUS IS WS-PRESMSTR-STATUS.
000600
000610     SELECT PARM-FILE ASSIGN TO "PRESPARM"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-PRESPARM-STATUS.
000640
000650     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS SEQUENTIAL
000680         RECORD KEY IS DEPT-CODIGO
000690         FILE STATUS IS WS-DEPTMSTR-STATUS.
000700
000710     SELECT PYG-RPT-FILE ASSIGN TO "PYGRPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-PYGRPT-STATUS.
000740
000750     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  DIGESTO-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY DIGESTO.
000820
000830 FD  PLAN-CUENTA-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY CUENTAS.
000860
000870 FD  PRESUPUESTO-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY PRESUP.
000900
000910 FD  PARM-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  PARM-IN-REC.
000940     05 PI-PERIODO              PIC 9(06).
000950     05 PI-VAR-PCT              PIC 9(03).
000960
000970 FD  DEPTO-MASTER-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY DEPTO.
001000
001010 FD  PYG-RPT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  PYG-RPT-LINE               PIC X(80).
001040
001050 SD  SORT-WORK-FILE.
001060 01  SORT-WORK-REC.
001070     05 SRT-CCOSTE              PIC 9(06).
001080     05 SRT-ORDEN               PIC X(01).
001090     05 SRT-ACCT                PIC 9(06).
001100     05 SRT-MOV                 PIC S9(13)V99.
001110     05 SRT-PPTO                PIC S9(13)V99.
001120     05 SRT-MOV-YTD             PIC S9(13)V99.
001130     05 SRT-PPTO-YTD            PIC S9(13)V99.
001140
001150 WORKING-STORAGE SECTION.
001160 01  WS-DIGMSTR-STATUS          PIC X(02) VALUE SPACES.
001170     88 WS-DIGMSTR-OK                VALUE "00".
001180     88 WS-DIGMSTR-EOF               VALUE "10".
001190
001200 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
001210     88 WS-PLANCTAS-OK               VALUE "00".
001220
001230 01  WS-PRESMSTR-STATUS         PIC X(02) VALUE SPACES.
001240     88 WS-PRESMSTR-OK               VALUE "00".
001250     88 WS-PRESMSTR-NO-FILE          VALUE "35".
001260
001270 01  WS-PRESPARM-STATUS         PIC X(02) VALUE SPACES.
001280     88 WS-PRESPARM-OK               VALUE "00".
001290
001300 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
001310     88 WS-DEPTMSTR-OK               VALUE "00".
001320     88 WS-DEPTMSTR-NO-FILE          VALUE "35".
001330
001340 01  WS-PYGRPT-STATUS           PIC X(02) VALUE SPACES.
001350     88 WS-PYGRPT-OK                 VALUE "00".
001360
001370 01  WS-SWITCHES.
001380     05 WS-EOF-DIG-SW          PIC X(01) VALUE "N".
001390         88 WS-EOF-DIG              VALUE "Y".
001400     05 WS-EOF-PPTO-SW         PIC X(01) VALUE "N".
001410         88 WS-EOF-PPTO             VALUE "Y".
001420     05 WS-EOF-DEPTO-SW        PIC X(01) VALUE "N".
001430         88 WS-EOF-DEPTO            VALUE "Y".
001440     05 WS-EOF-SORT-SW         PIC X(01) VALUE "N".
001450         88 WS-EOF-SORT             VALUE "Y".
001460     05 WS-SIN-PRESMSTR-SW     PIC X(01) VALUE "N".
001470         88 WS-SIN-PRESMSTR         VALUE "S".
001480     05 WS-PRIMER-CENTRO-SW    PIC X(01) VALUE "S".
001490         88 WS-PRIMER-CENTRO        VALUE "S".
001500     05 WS-CTA-RESULTADO-SW    PIC X(01) VALUE "N".
001510         88 WS-CTA-RESULTADO        VALUE "S".
001520
001530 01  WS-PERIODO                 PIC 9(06) VALUE ZERO.
001540 01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
001550     05 WS-PER-ANIO            PIC 9(04).
001560     05 WS-PER-MES             PIC 9(02).
001570 01  WS-PERIODO-LEIDO           PIC 9(06) VALUE ZERO.
001580 01  WS-PERIODO-LEIDO-PARTES REDEFINES WS-PERIODO-LEIDO.
001590     05 WS-PL-ANIO             PIC 9(04).
001600     05 WS-PL-MES              PIC 9(02).
001610
001620*----------------------------------------------------------*
001630* ULTIMA CUENTA LEIDA DE PLANCTAS: DIGMSTR Y PRESMSTR        *
001640* VIENEN POR CUENTA, ASI QUE CADA CUENTA SE LEE UNA SOLA     *
001650* VEZ.                                                       *
001660*----------------------------------------------------------*
001670 01  WS-CTA-BUSCA               PIC 9(06) VALUE ZERO.
001680 01  WS-ULTIMA-CTA              PIC 9(06) VALUE ZERO.
001690 01  WS-ULTIMA-ORDEN            PIC X(01) VALUE SPACE.
001700     88 WS-ORDEN-INGRESO             VALUE "1".
001710     88 WS-ORDEN-GASTO               VALUE "2".
001720 01  WS-IMPORTE                 PIC S9(13)V99 VALUE ZERO.
001730
001740 01  WS-COUNTERS.
001750     05 WS-DIG-LEIDOS-COUNT    PIC 9(07) COMP VALUE ZERO.
001760     05 WS-PPTO-LEIDOS-COUNT   PIC 9(07) COMP VALUE ZERO.
001770     05 WS-CENTROS-COUNT       PIC 9(05) COMP VALUE ZERO.
001780     05 WS-CUENTAS-COUNT       PIC 9(07) COMP VALUE ZERO.
001790
001800*----------------------------------------------------------*
001810* NOMBRE DE CADA CENTRO DE COSTE: EL DEL PRIMER              *
001820* DEPARTAMENTO DE DEPTMSTR QUE LO TIENE.                     *
001830*----------------------------------------------------------*
001840 01  WS-CCD-COUNT               PIC 9(04) COMP VALUE ZERO.
001850 01  WS-CCD-TABLE.
001860     05 WS-CCD-ENTRY OCCURS 1 TO 500 TIMES
001870             DEPENDING ON WS-CCD-COUNT
001880             INDEXED BY WS-CCD-IDX.
001890         10 CCD-CENTRO-COSTE     PIC 9(06).
001900         10 CCD-NOMBRE           PIC X(20).
001910
001920*----------------------------------------------------------*
001930* ACUMULADORES DEL CORTE DE CONTROL. LAS CUATRO COLUMNAS     *
001940* SON REAL DEL PERIODO, PRESUPUESTO DEL PERIODO, REAL DEL    *
001950* EJERCICIO Y PRESUPUESTO DEL EJERCICIO.                     *
001960*----------------------------------------------------------*
001970 01  WS-CCOSTE-ACTUAL           PIC 9(06) VALUE ZERO.
001980 01  WS-ORDEN-ACTUAL            PIC X(01) VALUE SPACE.
001990 01  WS-ACCT-ACTUAL             PIC 9(06) VALUE ZERO.
002000 01  WS-COL                     PIC 9(01) COMP VALUE ZERO.
002010 01  WS-ACUMULADORES.
002020     05 WS-ACU-CUENTA           PIC S9(13)V99 OCCURS 4 TIMES.
002030     05 WS-ACU-CLASE            PIC S9(13)V99 OCCURS 4 TIMES.
002040     05 WS-ACU-CEN-ING          PIC S9(13)V99 OCCURS 4 TIMES.
002050     05 WS-ACU-CEN-GAS          PIC S9(13)V99 OCCURS 4 TIMES.
002060     05 WS-ACU-GEN-ING          PIC S9(13)V99 OCCURS 4 TIMES.
002070     05 WS-ACU-GEN-GAS          PIC S9(13)V99 OCCURS 4 TIMES.
002080     05 WS-ACU-LINEA            PIC S9(13)V99 OCCURS 4 TIMES.
002090
002100 01  WS-TITULO-LINE.
002110     05 FILLER                  PIC X(40) VALUE
002120         "CUENTA DE RESULTADOS POR CENTRO DE COSTE".
002130     05 FILLER                  PIC X(11) VALUE " - PERIODO ".
002140     05 TI-PERIODO              PIC 9(06).
002150
002160 01  WS-CEN-LINE.
002170     05 FILLER                  PIC X(16) VALUE
002180         "CENTRO DE COSTE ".
002190     05 CN-CCOSTE               PIC 9(06).
002200     05 FILLER                  PIC X(02) VALUE SPACES.
002210     05 CN-NOMBRE               PIC X(20).
002220
002230 01  WS-COL-HDR.
002240     05 FILLER                  PIC X(14) VALUE "CUENTA".
002250     05 FILLER                  PIC X(16) VALUE
002260         "   REAL PERIODO ".
002270     05 FILLER                  PIC X(16) VALUE
002280         "   PPTO PERIODO ".
002290     05 FILLER                  PIC X(16) VALUE
002300         "    REAL EJERC. ".
002310     05 FILLER                  PIC X(16) VALUE
002320         "    PPTO EJERC. ".
002330
002340 01  WS-DET-LINE.
002350     05 DL-ACCT                 PIC 9(06).
002360     05 FILLER                  PIC X(08) VALUE SPACES.
002370     05 FILLER                  PIC X(01) VALUE SPACES.
002380     05 DL-MOV                  PIC ZZZ.ZZZ.ZZ9,99-.
002390     05 FILLER                  PIC X(01) VALUE SPACES.
002400     05 DL-PPTO                 PIC ZZZ.ZZZ.ZZ9,99-.
002410     05 FILLER                  PIC X(01) VALUE SPACES.
002420     05 DL-MOV-YTD              PIC ZZZ.ZZZ.ZZ9,99-.
002430     05 FILLER                  PIC X(01) VALUE SPACES.
002440     05 DL-PPTO-YTD             PIC ZZZ.ZZZ.ZZ9,99-.
002450
002460 01  WS-TOT-LINE.
002470     05 TL-TEXTO                PIC X(14).
002480     05 FILLER                  PIC X(01) VALUE SPACES.
002490     05 TL-MOV                  PIC ZZZ.ZZZ.ZZ9,99-.
002500     05 FILLER                  PIC X(01) VALUE SPACES.
002510     05 TL-PPTO                 PIC ZZZ.ZZZ.ZZ9,99-.
002520     05 FILLER                  PIC X(01) VALUE SPACES.
002530     05 TL-MOV-YTD              PIC ZZZ.ZZZ.ZZ9,99-.
002540     05 FILLER                  PIC X(01) VALUE SPACES.
002550     05 TL-PPTO-YTD             PIC ZZZ.ZZZ.ZZ9,99-.
002560
002570 PROCEDURE DIVISION.
002580
002590 0000-MAINLINE.
002600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002610     SORT SORT-WORK-FILE
002620         ON ASCENDING KEY SRT-CCOSTE SRT-ORDEN SRT-ACCT
002630         INPUT PROCEDURE IS 3000-RELEASE-IMPORTES
002640         OUTPUT PROCEDURE IS 5000-WRITE-INFORME.
002650     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660     GOBACK.
002670
002680 1000-INITIALIZE.
002690     OPEN INPUT DIGESTO-FILE.
002700     IF NOT WS-DIGMSTR-OK
002710         DISPLAY "PYGCCOST: ERROR ABRIENDO DIGMSTR "
002720             WS-DIGMSTR-STATUS
002730         GO TO ABEND-CLEANUP
002740     END-IF
002750     OPEN INPUT PLAN-CUENTA-FILE.
002760     IF NOT WS-PLANCTAS-OK
002770         DISPLAY "PYGCCOST: ERROR ABRIENDO PLANCTAS "
002780             WS-PLANCTAS-STATUS
002790         GO TO ABEND-CLEANUP
002800     END-IF
002810     OPEN INPUT PRESUPUESTO-FILE.
002820     IF WS-PRESMSTR-NO-FILE
002830         MOVE "S" TO WS-SIN-PRESMSTR-SW
002840         DISPLAY "PYGCCOST: PRESMSTR NO EXISTE, PRESUPUESTO "
002850             "CERO EN TODO"
002860     ELSE
002870         IF NOT WS-PRESMSTR-OK
002880             DISPLAY "PYGCCOST: ERROR ABRIENDO PRESMSTR "
002890                 WS-PRESMSTR-STATUS
002900             GO TO ABEND-CLEANUP
002910         END-IF
002920     END-IF
002930     OPEN OUTPUT PYG-RPT-FILE.
002940     IF NOT WS-PYGRPT-OK
002950         DISPLAY "PYGCCOST: ERROR ABRIENDO PYGRPT "
002960             WS-PYGRPT-STATUS
002970         GO TO ABEND-CLEANUP
002980     END-IF
002990     PERFORM 1100-LEER-PARM THRU 1100-EXIT
003000     PERFORM 1200-CARGAR-CENTROS THRU 1200-EXIT
003010     INITIALIZE WS-ACUMULADORES.
003020 1000-EXIT.
003030     EXIT.
003040
003050 1100-LEER-PARM.
003060     OPEN INPUT PARM-FILE.
003070     IF NOT WS-PRESPARM-OK
003080         DISPLAY "PYGCCOST: ERROR ABRIENDO PRESPARM "
003090             WS-PRESPARM-STATUS
003100         GO TO ABEND-CLEANUP
003110     END-IF
003120     READ PARM-FILE
003130         AT END
003140             DISPLAY "PYGCCOST: PRESPARM VACIO"
003150             GO TO ABEND-CLEANUP
003160     END-READ
003170     IF PI-PERIODO IS NOT NUMERIC OR PI-PERIODO = ZERO
003180         DISPLAY "PYGCCOST: PERIODO DE PRESPARM INVALIDO"
003190         GO TO ABEND-CLEANUP
003200     END-IF
003210     MOVE PI-PERIODO TO WS-PERIODO
003220     IF WS-PER-MES < 1 OR WS-PER-MES > 12
003230         DISPLAY "PYGCCOST: PERIODO DE PRESPARM INVALIDO"
003240         GO TO ABEND-CLEANUP
003250     END-IF
003260     CLOSE PARM-FILE.
003270 1100-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------*
003310* CARGA DE DEPTMSTR EL NOMBRE DE CADA CENTRO DE COSTE. SIN   *
003320* DEPTMSTR LOS CENTROS SALEN SIN NOMBRE.                     *
003330*----------------------------------------------------------*
003340 1200-CARGAR-CENTROS.
003350     OPEN INPUT DEPTO-MASTER-FILE.
003360     IF WS-DEPTMSTR-NO-FILE
003370         DISPLAY "PYGCCOST: DEPTMSTR NO EXISTE, CENTROS SIN "
003380             "NOMBRE"
003390         GO TO 1200-EXIT
003400     END-IF
003410     IF NOT WS-DEPTMSTR-OK
003420         DISPLAY "PYGCCOST: ERROR ABRIENDO DEPTMSTR "
003430             WS-DEPTMSTR-STATUS
003440         GO TO ABEND-CLEANUP
003450     END-IF
003460     PERFORM 1250-LEER-DEPTO THRU 1250-EXIT
003470         UNTIL WS-EOF-DEPTO
003480     CLOSE DEPTO-MASTER-FILE.
003490 1200-EXIT.
003500     EXIT.
003510
003520 1250-LEER-DEPTO.
003530     READ DEPTO-MASTER-FILE NEXT
003540         AT END
003550             SET WS-EOF-DEPTO TO TRUE
003560             GO TO 1250-EXIT
003570     END-READ
003580     IF NOT WS-DEPTMSTR-OK
003590         DISPLAY "PYGCCOST: ERROR LEYENDO DEPTMSTR "
003600             WS-DEPTMSTR-STATUS
003610         GO TO ABEND-CLEANUP
003620     END-IF
003630     IF DEPT-CENTRO-COSTE NOT NUMERIC OR DEPT-CENTRO-COSTE = ZERO
003640         GO TO 1250-EXIT
003650     END-IF
003660     IF WS-CCD-COUNT > ZERO
003670         SET WS-CCD-IDX TO 1
003680         SEARCH WS-CCD-ENTRY
003690             AT END
003700                 CONTINUE
003710             WHEN CCD-CENTRO-COSTE (WS-CCD-IDX)
003720                     = DEPT-CENTRO-COSTE
003730                 GO TO 1250-EXIT
003740         END-SEARCH
003750     END-IF
003760     IF WS-CCD-COUNT >= 500
003770         DISPLAY "PYGCCOST: TABLA DE CENTROS DE COSTE LLENA"
003780         GO TO ABEND-CLEANUP
003790     END-IF
003800     ADD 1 TO WS-CCD-COUNT
003810     MOVE DEPT-CENTRO-COSTE TO CCD-CENTRO-COSTE (WS-CCD-COUNT)
003820     MOVE DEPT-NOMBRE TO CCD-NOMBRE (WS-CCD-COUNT).
003830 1250-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------*
003870* PROCEDIMIENTO DE ENTRADA DEL SORT: UN REGISTRO POR CADA    *
003880* AGREGADO DE DIGMSTR Y POR CADA PRESUPUESTO DE PRESMSTR     *
003890* DEL EJERCICIO, HASTA EL MES DEL PERIODO, EN CUENTAS DE     *
003900* INGRESO Y GASTO. EL CORTE DE CONTROL DE LA SALIDA LOS      *
003910* JUNTA POR CENTRO Y CUENTA.                                 *
003920*----------------------------------------------------------*
003930 3000-RELEASE-IMPORTES.
003940     PERFORM 3100-RELEASE-REAL THRU 3100-EXIT
003950         UNTIL WS-EOF-DIG
003960     IF NOT WS-SIN-PRESMSTR
003970         PERFORM 3200-RELEASE-PPTO THRU 3200-EXIT
003980             UNTIL WS-EOF-PPTO
003990     END-IF.
004000 3000-EXIT.
004010     EXIT.
004020
004030 3100-RELEASE-REAL.
004040     READ DIGESTO-FILE NEXT
004050         AT END
004060             SET WS-EOF-DIG TO TRUE
004070             GO TO 3100-EXIT
004080     END-READ
004090     IF NOT WS-DIGMSTR-OK
004100         DISPLAY "PYGCCOST: ERROR LEYENDO DIGMSTR "
004110             WS-DIGMSTR-STATUS
004120         GO TO ABEND-CLEANUP
004130     END-IF
004140     ADD 1 TO WS-DIG-LEIDOS-COUNT
004150     MOVE DIG-PERIODO TO WS-PERIODO-LEIDO
004160     IF WS-PL-ANIO NOT = WS-PER-ANIO OR WS-PL-MES > WS-PER-MES
004170         GO TO 3100-EXIT
004180     END-IF
004190     MOVE DIG-ACCT-ID TO WS-CTA-BUSCA
004200     PERFORM 3500-CLASE-CUENTA THRU 3500-EXIT
004210     IF NOT WS-CTA-RESULTADO
004220         GO TO 3100-EXIT
004230     END-IF
004240     IF WS-ORDEN-INGRESO
004250         COMPUTE WS-IMPORTE = DIG-CREDITOS - DIG-DEBITOS
004260     ELSE
004270         COMPUTE WS-IMPORTE = DIG-DEBITOS - DIG-CREDITOS
004280     END-IF
004290     MOVE DIG-CENTRO-COSTE TO SRT-CCOSTE
004300     MOVE WS-ULTIMA-ORDEN TO SRT-ORDEN
004310     MOVE DIG-ACCT-ID TO SRT-ACCT
004320     MOVE ZERO TO SRT-MOV
004330     MOVE ZERO TO SRT-PPTO
004340     MOVE WS-IMPORTE TO SRT-MOV-YTD
004350     MOVE ZERO TO SRT-PPTO-YTD
004360     IF WS-PL-MES = WS-PER-MES
004370         MOVE WS-IMPORTE TO SRT-MOV
004380     END-IF
004390     RELEASE SORT-WORK-REC.
004400 3100-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------*
004440* EL PRESUPUESTO DE PRESMSTR VA CON EL SIGNO DEL SALDO       *
004450* (DEBE POSITIVO, COMO LO COMPARA PRESVAR): EN LAS CUENTAS   *
004460* DE INGRESO SE LE CAMBIA EL SIGNO.                          *
004470*----------------------------------------------------------*
004480 3200-RELEASE-PPTO.
004490     READ PRESUPUESTO-FILE NEXT
004500         AT END
004510             SET WS-EOF-PPTO TO TRUE
004520             GO TO 3200-EXIT
004530     END-READ
004540     IF NOT WS-PRESMSTR-OK
004550         DISPLAY "PYGCCOST: ERROR LEYENDO PRESMSTR "
004560             WS-PRESMSTR-STATUS
004570         GO TO ABEND-CLEANUP
004580     END-IF
004590     ADD 1 TO WS-PPTO-LEIDOS-COUNT
004600     MOVE PRE-PERIODO TO WS-PERIODO-LEIDO
004610     IF WS-PL-ANIO NOT = WS-PER-ANIO OR WS-PL-MES > WS-PER-MES
004620         GO TO 3200-EXIT
004630     END-IF
004640     MOVE PRE-ACCT-ID TO WS-CTA-BUSCA
004650     PERFORM 3500-CLASE-CUENTA THRU 3500-EXIT
004660     IF NOT WS-CTA-RESULTADO
004670         GO TO 3200-EXIT
004680     END-IF
004690     IF WS-ORDEN-INGRESO
004700         COMPUTE WS-IMPORTE = ZERO - PRE-IMPORTE
004710     ELSE
004720         MOVE PRE-IMPORTE TO WS-IMPORTE
004730     END-IF
004740     MOVE PRE-CENTRO-COSTE TO SRT-CCOSTE
004750     MOVE WS-ULTIMA-ORDEN TO SRT-ORDEN
004760     MOVE PRE-ACCT-ID TO SRT-ACCT
004770     MOVE ZERO TO SRT-MOV
004780     MOVE ZERO TO SRT-PPTO
004790     MOVE ZERO TO SRT-MOV-YTD
004800     MOVE WS-IMPORTE TO SRT-PPTO-YTD
004810     IF WS-PL-MES = WS-PER-MES
004820         MOVE WS-IMPORTE TO SRT-PPTO
004830     END-IF
004840     RELEASE SORT-WORK-REC.
004850 3200-EXIT.
004860     EXIT.
004870
004880*----------------------------------------------------------*
004890* CLASE DE LA CUENTA DE WS-CTA-BUSCA: ORDEN 1 INGRESO, 2     *
004900* GASTO. LAS DEMAS CLASES, Y LAS CUENTAS QUE NO ESTAN EN     *
004910* PLANCTAS, NO SON DE RESULTADOS.                            *
004920*----------------------------------------------------------*
004930 3500-CLASE-CUENTA.
004940     IF WS-CTA-BUSCA = WS-ULTIMA-CTA
004950         GO TO 3500-EXIT
004960     END-IF
004970     MOVE WS-CTA-BUSCA TO WS-ULTIMA-CTA
004980     MOVE "N" TO WS-CTA-RESULTADO-SW
004990     MOVE SPACE TO WS-ULTIMA-ORDEN
005000     MOVE WS-CTA-BUSCA TO CTA-ACCT-ID
005010     READ PLAN-CUENTA-FILE
005020         INVALID KEY
005030             GO TO 3500-EXIT
005040     END-READ
005050     IF CTA-CLASE-INGRESO
005060         SET WS-ORDEN-INGRESO TO TRUE
005070         SET WS-CTA-RESULTADO TO TRUE
005080     END-IF
005090     IF CTA-CLASE-GASTO
005100         SET WS-ORDEN-GASTO TO TRUE
005110         SET WS-CTA-RESULTADO TO TRUE
005120     END-IF.
005130 3500-EXIT.
005140     EXIT.
005150
005160*----------------------------------------------------------*
005170* PROCEDIMIENTO DE SALIDA: CORTE DE CONTROL POR CENTRO DE    *
005180* COSTE, CLASE (INGRESOS Y LUEGO GASTOS) Y CUENTA. CADA      *
005190* CENTRO CIERRA CON SU RESULTADO Y EL INFORME CON EL DE      *
005200* TODOS LOS CENTROS.                                         *
005210*----------------------------------------------------------*
005220 5000-WRITE-INFORME.
005230     MOVE WS-PERIODO TO TI-PERIODO
005240     MOVE WS-TITULO-LINE TO PYG-RPT-LINE
005250     WRITE PYG-RPT-LINE
005260     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005270     PERFORM 5100-RETURN-SORT THRU 5100-EXIT
005280         UNTIL WS-EOF-SORT.
005290     IF NOT WS-PRIMER-CENTRO
005300         PERFORM 6000-TOTAL-CUENTA THRU 6000-EXIT
005310         PERFORM 6100-TOTAL-CLASE THRU 6100-EXIT
005320         PERFORM 6200-TOTAL-CENTRO THRU 6200-EXIT
005330     END-IF
005340     PERFORM 6300-TOTAL-GENERAL THRU 6300-EXIT.
005350
005360 5100-RETURN-SORT.
005370     RETURN SORT-WORK-FILE
005380         AT END
005390             SET WS-EOF-SORT TO TRUE
005400             GO TO 5100-EXIT
005410     END-RETURN
005420     EVALUATE TRUE
005430         WHEN WS-PRIMER-CENTRO
005440             MOVE "N" TO WS-PRIMER-CENTRO-SW
005450             PERFORM 5500-CABECERA-CENTRO THRU 5500-EXIT
005460         WHEN SRT-CCOSTE NOT = WS-CCOSTE-ACTUAL
005470             PERFORM 6000-TOTAL-CUENTA THRU 6000-EXIT
005480             PERFORM 6100-TOTAL-CLASE THRU 6100-EXIT
005490             PERFORM 6200-TOTAL-CENTRO THRU 6200-EXIT
005500             PERFORM 5500-CABECERA-CENTRO THRU 5500-EXIT
005510         WHEN SRT-ORDEN NOT = WS-ORDEN-ACTUAL
005520             PERFORM 6000-TOTAL-CUENTA THRU 6000-EXIT
005530             PERFORM 6100-TOTAL-CLASE THRU 6100-EXIT
005540         WHEN SRT-ACCT NOT = WS-ACCT-ACTUAL
005550             PERFORM 6000-TOTAL-CUENTA THRU 6000-EXIT
005560     END-EVALUATE
005570     MOVE SRT-CCOSTE TO WS-CCOSTE-ACTUAL
005580     MOVE SRT-ORDEN TO WS-ORDEN-ACTUAL
005590     MOVE SRT-ACCT TO WS-ACCT-ACTUAL
005600     ADD SRT-MOV      TO WS-ACU-CUENTA (1)
005610     ADD SRT-PPTO     TO WS-ACU-CUENTA (2)
005620     ADD SRT-MOV-YTD  TO WS-ACU-CUENTA (3)
005630     ADD SRT-PPTO-YTD TO WS-ACU-CUENTA (4).
005640 5100-EXIT.
005650     EXIT.
005660
005670 5500-CABECERA-CENTRO.
005680     ADD 1 TO WS-CENTROS-COUNT
005690     MOVE SRT-CCOSTE TO CN-CCOSTE
005700     MOVE SPACES TO CN-NOMBRE
005710     IF SRT-CCOSTE = ZERO
005720         MOVE "(SIN CENTRO)" TO CN-NOMBRE
005730     ELSE
005740         IF WS-CCD-COUNT > ZERO
005750             SET WS-CCD-IDX TO 1
005760             SEARCH WS-CCD-ENTRY
005770                 AT END
005780                     MOVE "*** SIN DEPTMSTR" TO CN-NOMBRE
005790                 WHEN CCD-CENTRO-COSTE (WS-CCD-IDX) = SRT-CCOSTE
005800                     MOVE CCD-NOMBRE (WS-CCD-IDX) TO CN-NOMBRE
005810             END-SEARCH
005820         END-IF
005830     END-IF
005840     MOVE SPACES TO PYG-RPT-LINE
005850     WRITE PYG-RPT-LINE
005860     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005870     MOVE WS-CEN-LINE TO PYG-RPT-LINE
005880     WRITE PYG-RPT-LINE
005890     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005900     MOVE WS-COL-HDR TO PYG-RPT-LINE
005910     WRITE PYG-RPT-LINE
005920     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
005930 5500-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------*
005970* LINEA DE LA CUENTA Y SUMA A LA CLASE Y AL CENTRO.          *
005980*----------------------------------------------------------*
005990 6000-TOTAL-CUENTA.
006000     ADD 1 TO WS-CUENTAS-COUNT
006010     MOVE WS-ACCT-ACTUAL TO DL-ACCT
006020     MOVE WS-ACU-CUENTA (1) TO DL-MOV
006030     MOVE WS-ACU-CUENTA (2) TO DL-PPTO
006040     MOVE WS-ACU-CUENTA (3) TO DL-MOV-YTD
006050     MOVE WS-ACU-CUENTA (4) TO DL-PPTO-YTD
006060     MOVE WS-DET-LINE TO PYG-RPT-LINE
006070     WRITE PYG-RPT-LINE
006080     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
006090     PERFORM 6050-SUMAR-CUENTA THRU 6050-EXIT
006100         VARYING WS-COL FROM 1 BY 1
006110         UNTIL WS-COL > 4.
006120 6000-EXIT.
006130     EXIT.
006140
006150 6050-SUMAR-CUENTA.
006160     ADD WS-ACU-CUENTA (WS-COL) TO WS-ACU-CLASE (WS-COL)
006170     IF WS-ORDEN-ACTUAL = "1"
006180         ADD WS-ACU-CUENTA (WS-COL) TO WS-ACU-CEN-ING (WS-COL)
006190     ELSE
006200         ADD WS-ACU-CUENTA (WS-COL) TO WS-ACU-CEN-GAS (WS-COL)
006210     END-IF
006220     MOVE ZERO TO WS-ACU-CUENTA (WS-COL).
006230 6050-EXIT.
006240     EXIT.
006250
006260 6100-TOTAL-CLASE.
006270     IF WS-ORDEN-ACTUAL = "1"
006280         MOVE "TOTAL INGRESOS" TO TL-TEXTO
006290     ELSE
006300         MOVE "TOTAL GASTOS" TO TL-TEXTO
006310     END-IF
006320     MOVE WS-ACU-CLASE (1) TO WS-ACU-LINEA (1)
006330     MOVE WS-ACU-CLASE (2) TO WS-ACU-LINEA (2)
006340     MOVE WS-ACU-CLASE (3) TO WS-ACU-LINEA (3)
006350     MOVE WS-ACU-CLASE (4) TO WS-ACU-LINEA (4)
006360     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
006370     MOVE ZERO TO WS-ACU-CLASE (1)
006380     MOVE ZERO TO WS-ACU-CLASE (2)
006390     MOVE ZERO TO WS-ACU-CLASE (3)
006400     MOVE ZERO TO WS-ACU-CLASE (4).
006410 6100-EXIT.
006420     EXIT.
006430
006440 6200-TOTAL-CENTRO.
006450     MOVE "RESULTADO" TO TL-TEXTO
006460     PERFORM 6250-RESULTADO-CENTRO THRU 6250-EXIT
006470         VARYING WS-COL FROM 1 BY 1
006480         UNTIL WS-COL > 4
006490     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT.
006500 6200-EXIT.
006510     EXIT.
006520
006530 6250-RESULTADO-CENTRO.
006540     COMPUTE WS-ACU-LINEA (WS-COL) =
006550         WS-ACU-CEN-ING (WS-COL) - WS-ACU-CEN-GAS (WS-COL)
006560     ADD WS-ACU-CEN-ING (WS-COL) TO WS-ACU-GEN-ING (WS-COL)
006570     ADD WS-ACU-CEN-GAS (WS-COL) TO WS-ACU-GEN-GAS (WS-COL)
006580     MOVE ZERO TO WS-ACU-CEN-ING (WS-COL)
006590     MOVE ZERO TO WS-ACU-CEN-GAS (WS-COL).
006600 6250-EXIT.
006610     EXIT.
006620
006630*----------------------------------------------------------*
006640* TOTAL DE TODOS LOS CENTROS: INGRESOS, GASTOS Y RESULTADO.  *
006650*----------------------------------------------------------*
006660 6300-TOTAL-GENERAL.
006670     MOVE SPACES TO PYG-RPT-LINE
006680     WRITE PYG-RPT-LINE
006690     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
006700     MOVE "TODOS LOS CENTROS" TO PYG-RPT-LINE
006710     WRITE PYG-RPT-LINE
006720     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
006730     MOVE WS-COL-HDR TO PYG-RPT-LINE
006740     WRITE PYG-RPT-LINE
006750     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
006760     MOVE "TOTAL INGRESOS" TO TL-TEXTO
006770     MOVE WS-ACU-GEN-ING (1) TO WS-ACU-LINEA (1)
006780     MOVE WS-ACU-GEN-ING (2) TO WS-ACU-LINEA (2)
006790     MOVE WS-ACU-GEN-ING (3) TO WS-ACU-LINEA (3)
006800     MOVE WS-ACU-GEN-ING (4) TO WS-ACU-LINEA (4)
006810     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
006820     MOVE "TOTAL GASTOS" TO TL-TEXTO
006830     MOVE WS-ACU-GEN-GAS (1) TO WS-ACU-LINEA (1)
006840     MOVE WS-ACU-GEN-GAS (2) TO WS-ACU-LINEA (2)
006850     MOVE WS-ACU-GEN-GAS (3) TO WS-ACU-LINEA (3)
006860     MOVE WS-ACU-GEN-GAS (4) TO WS-ACU-LINEA (4)
006870     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
006880     MOVE "RESULTADO" TO TL-TEXTO
006890     COMPUTE WS-ACU-LINEA (1) =
006900         WS-ACU-GEN-ING (1) - WS-ACU-GEN-GAS (1)
006910     COMPUTE WS-ACU-LINEA (2) =
006920         WS-ACU-GEN-ING (2) - WS-ACU-GEN-GAS (2)
006930     COMPUTE WS-ACU-LINEA (3) =
006940         WS-ACU-GEN-ING (3) - WS-ACU-GEN-GAS (3)
006950     COMPUTE WS-ACU-LINEA (4) =
006960         WS-ACU-GEN-ING (4) - WS-ACU-GEN-GAS (4)
006970     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT.
006980 6300-EXIT.
006990     EXIT.
007000
007010 7000-WRITE-TOTAL.
007020     MOVE WS-ACU-LINEA (1) TO TL-MOV
007030     MOVE WS-ACU-LINEA (2) TO TL-PPTO
007040     MOVE WS-ACU-LINEA (3) TO TL-MOV-YTD
007050     MOVE WS-ACU-LINEA (4) TO TL-PPTO-YTD
007060     MOVE WS-TOT-LINE TO PYG-RPT-LINE
007070     WRITE PYG-RPT-LINE
007080     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
007090 7000-EXIT.
007100     EXIT.
007110
007120 7100-CHECK-RPT.
007130     IF NOT WS-PYGRPT-OK
007140         DISPLAY "PYGCCOST: ERROR ESCRIBIENDO PYGRPT "
007150             WS-PYGRPT-STATUS
007160         GO TO ABEND-CLEANUP
007170     END-IF.
007180 7100-EXIT.
007190     EXIT.
007200
007210 9000-TERMINATE.
007220     CLOSE DIGESTO-FILE.
007230     CLOSE PLAN-CUENTA-FILE.
007240     IF NOT WS-SIN-PRESMSTR
007250         CLOSE PRESUPUESTO-FILE
007260     END-IF
007270     CLOSE PYG-RPT-FILE.
007280     DISPLAY "PYGCCOST: PERIODO " WS-PERIODO
007290         " DIGMSTR LEIDOS " WS-DIG-LEIDOS-COUNT
007300         " PRESMSTR LEIDOS " WS-PPTO-LEIDOS-COUNT.
007310     DISPLAY "PYGCCOST: CENTROS " WS-CENTROS-COUNT
007320         " LINEAS DE CUENTA " WS-CUENTAS-COUNT.
007330 9000-EXIT.
007340     EXIT.
007350
007360 ABEND-CLEANUP.
007370     DISPLAY "PYGCCOST: TERMINACION ANORMAL - CERRANDO FICHEROS".
007380     CLOSE DIGESTO-FILE.
007390     CLOSE PLAN-CUENTA-FILE.
007400     CLOSE PRESUPUESTO-FILE.
007410     CLOSE PYG-RPT-FILE.
007420     CLOSE DEPTO-MASTER-FILE.
007430     MOVE 16 TO RETURN-CODE.
007440     GOBACK.
007450
007460     END PROGRAM PYGCCOST.

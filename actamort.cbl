000010*----------------------------------------------------------*
000020* ACTAMORT - AMORTIZACION MENSUAL DEL INMOVILIZADO           *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ACTAMORT.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                               *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. RECORRE EL REGISTRO DE    *
000140*                INMOVILIZADO ACTMSTR Y DOTA LA AMORTIZACION *
000150*                LINEAL DEL PERIODO DE AMOPARM (AAAAMM) DE   *
000160*                CADA ELEMENTO EN USO: COSTE / VIDA UTIL POR *
000170*                MES, EL MES DE ADQUISICION A PRORRATA DE    *
000180*                LOS DIAS QUE QUEDAN DESDE LA FECHA DE       *
000190*                COMPRA, Y NUNCA MAS ALLA DEL VALOR NETO     *
000200*                CONTABLE. LOS MESES QUE QUEDARAN SIN        *
000210*                CORRER SE RECUPERAN EN LA SIGUIENTE PASADA; *
000220*                UN PERIODO YA DOTADO NO SE REPITE. CADA     *
000230*                DOTACION VA AL PUENTE ACTOUT (DEBITO A LA   *
000240*                CUENTA DE DOTACION / CREDITO A LA           *
000250*                AMORTIZACION ACUMULADA) CON FECHA DEL       *
000260*                ULTIMO DIA DEL PERIODO, Y SE LISTA EN       *
000270*                AMORRPT.                                    *
000280* 2026-10-15 DR  CENTRO DE COSTE DE LOS APUNTES: LA DOTACION *
000290*                (GASTO) VA AL DEPT-CENTRO-COSTE DEL         *
000300*                DEPARTAMENTO DEL ELEMENTO (ACT-DEPTO EN     *
000310*                DEPTMSTR, COMO VACPROV); LA AMORTIZACION    *
000320*                ACUMULADA, CUENTA DE BALANCE, VA SIN CENTRO *
000330*                (CERO). SIN DEPTMSTR, O CON UN DEPARTAMENTO *
000340*                QUE NO ESTA EN EL, TAMBIEN VA A CERO.       *
000350* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000360*                SISTEMA ACTAMORT Y COMO CLAVE EL ACT-ID DE  *
000370*                ACTMSTR Y EL PERIODO, PARA LA TRAZA DE      *
000380*                TRAZADTL.                                   *
000390*----------------------------------------------------------*
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ACTIVO-MASTER-FILE ASSIGN TO "ACTMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS ACT-ID
000520         FILE STATUS IS WS-ACTMSTR-STATUS.
000530
000540     SELECT ACT-OUT-FILE ASSIGN TO "ACTOUT"
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS WS-ACTOUT-STATUS.
000570
000580     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS DEPT-CODIGO
000620         FILE STATUS IS WS-DEPTMSTR-STATUS.
000630
000640     SELECT PARM-FILE ASSIGN TO "AMOPARM"
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-AMOPARM-STATUS.
000670
000680     SELECT AMORT-RPT-FILE ASSIGN TO "AMORRPT"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-AMORRPT-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  ACTIVO-MASTER-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY ACTIVO.
000770
000780 FD  ACT-OUT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800     COPY LEDGTRAN.
000810
000820 FD  DEPTO-MASTER-FILE
000830     LABEL RECORDS ARE STANDARD.
000840     COPY DEPTO.
000850
000860 FD  PARM-FILE
000870     LABEL RECORDS ARE STANDARD.
000880 01  PARM-IN-REC.
000890     05 PI-PERIODO              PIC 9(06).
000900
000910 FD  AMORT-RPT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  AMORT-RPT-LINE             PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960 01  WS-ACTMSTR-STATUS          PIC X(02) VALUE SPACES.
000970     88 WS-ACTMSTR-OK               VALUE "00".
000980
000990 01  WS-ACTOUT-STATUS           PIC X(02) VALUE SPACES.
001000     88 WS-ACTOUT-OK                VALUE "00".
001010     88 WS-ACTOUT-NO-FILE           VALUE "05", "35".
001020
001030 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
001040     88 WS-DEPTMSTR-OK              VALUE "00".
001050     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
001060
001070 01  WS-AMOPARM-STATUS          PIC X(02) VALUE SPACES.
001080     88 WS-AMOPARM-OK               VALUE "00".
001090
001100 01  WS-AMORRPT-STATUS          PIC X(02) VALUE SPACES.
001110     88 WS-AMORRPT-OK               VALUE "00".
001120
001130 01  WS-SWITCHES.
001140     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
001150         88 WS-EOF-MASTER           VALUE "Y".
001160     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
001170         88 WS-SIN-DEPTMSTR         VALUE "S".
001180
001190 01  WS-COUNTERS.
001200     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
001210     05 WS-DOTADOS-COUNT       PIC 9(07) COMP VALUE ZERO.
001220     05 WS-AMORTIZADOS-COUNT   PIC 9(07) COMP VALUE ZERO.
001230     05 WS-OMITIDOS-COUNT      PIC 9(07) COMP VALUE ZERO.
001240
001250 01  WS-PERIODO                 PIC 9(06) VALUE ZERO.
001260 01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
001270     05 WS-PER-ANIO            PIC 9(04).
001280     05 WS-PER-MES             PIC 9(02).
001290 01  WS-FECHA-APUNTE            PIC 9(08) VALUE ZERO.
001300 01  WS-CCOSTE-ACTIVO           PIC 9(06) VALUE ZERO.
001310
001320*----------------------------------------------------------*
001330* LOS PERIODOS SE PASAN A NUMERO ABSOLUTO DE MES (ANIO * 12  *
001340* + MES) PARA CONTAR LOS MESES PENDIENTES DE DOTAR.          *
001350*----------------------------------------------------------*
001360 01  WS-PERIODO-AUX             PIC 9(06) VALUE ZERO.
001370 01  WS-PERIODO-AUX-PARTES REDEFINES WS-PERIODO-AUX.
001380     05 WS-AUX-ANIO            PIC 9(04).
001390     05 WS-AUX-MES             PIC 9(02).
001400 01  WS-MES-ABS-PROCESO         PIC 9(06) COMP VALUE ZERO.
001410 01  WS-MES-ABS-ALTA            PIC 9(06) COMP VALUE ZERO.
001420 01  WS-MES-ABS-DESDE           PIC 9(06) COMP VALUE ZERO.
001430 01  WS-MESES-PENDIENTES        PIC 9(04) COMP VALUE ZERO.
001440
001450 01  WS-FECHA-ALTA              PIC 9(08) VALUE ZERO.
001460 01  WS-FECHA-ALTA-PARTES REDEFINES WS-FECHA-ALTA.
001470     05 WS-FA-ANIO             PIC 9(04).
001480     05 WS-FA-MES              PIC 9(02).
001490     05 WS-FA-DIA              PIC 9(02).
001500
001510 01  WS-CALC-ANIO               PIC 9(04) VALUE ZERO.
001520 01  WS-CALC-MES                PIC 9(02) VALUE ZERO.
001530 01  WS-DIAS-EN-MES             PIC 9(02) COMP VALUE ZERO.
001540 01  WS-DIAS-PERIODO            PIC 9(02) COMP VALUE ZERO.
001550 01  WS-BISIESTO-SW             PIC X(01) VALUE "N".
001560     88 WS-ANIO-BISIESTO            VALUE "S".
001570 01  WS-ANIO-DIV                PIC 9(04) COMP.
001580 01  WS-ANIO-RESTO-4            PIC 9(04) COMP.
001590 01  WS-ANIO-RESTO-100          PIC 9(04) COMP.
001600 01  WS-ANIO-RESTO-400          PIC 9(04) COMP.
001610
001620 01  WS-CUOTA-MENSUAL           PIC 9(09)V99 VALUE ZERO.
001630 01  WS-DOTACION                PIC 9(09)V99 VALUE ZERO.
001640 01  WS-PENDIENTE               PIC 9(09)V99 VALUE ZERO.
001650 01  WS-TOTAL-DOTACION          PIC 9(11)V99 VALUE ZERO.
001660
001670 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
001680 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
001690 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
001700
001710 01  WS-TITULO-LINE.
001720     05 FILLER                  PIC X(40)
001730         VALUE "AMORTIZACION DEL INMOVILIZADO, PERIODO ".
001740     05 TT-PERIODO              PIC 9(06).
001750
001760 01  WS-DET-LINE.
001770     05 DL-ACT-ID               PIC 9(06).
001780     05 FILLER                  PIC X(01) VALUE SPACES.
001790     05 DL-DESCRIPCION          PIC X(20).
001800     05 FILLER                  PIC X(01) VALUE SPACES.
001810     05 DL-MESES                PIC ZZ9.
001820     05 FILLER                  PIC X(01) VALUE SPACES.
001830     05 DL-DOTACION             PIC ZZZZZZZ9,99.
001840     05 FILLER                  PIC X(01) VALUE SPACES.
001850     05 DL-ACUMULADA            PIC ZZZZZZZZ9,99.
001860     05 FILLER                  PIC X(01) VALUE SPACES.
001870     05 DL-NETO                 PIC ZZZZZZZZ9,99.
001880     05 FILLER                  PIC X(01) VALUE SPACES.
001890     05 DL-NOTA                 PIC X(09).
001900
001910 01  WS-TOTAL-LINE.
001920     05 TL-TEXTO                PIC X(28).
001930     05 TL-CUENTA               PIC ZZZ.ZZ9.
001940     05 FILLER                  PIC X(04) VALUE SPACES.
001950     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001960
001970*----------------------------------------------------------*
001980* ORIGEN DEL APUNTE (LT-ORIGEN): EL ACTIVO DE ACTMSTR Y EL   *
001990* PERIODO AMORTIZADO.                                        *
002000*----------------------------------------------------------*
002010 01  WS-ORIGEN-APUNTE.
002020     05 FILLER                  PIC X(08) VALUE "ACTAMORT".
002030     05 WS-ORG-ACTIVO           PIC 9(06) VALUE ZERO.
002040     05 WS-ORG-PERIODO          PIC 9(06) VALUE ZERO.
002050     05 FILLER                  PIC X(08) VALUE SPACES.
002060
002070 PROCEDURE DIVISION.
002080
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110     PERFORM 2000-PROCESS-ACTIVO THRU 2000-EXIT
002120         UNTIL WS-EOF-MASTER.
002130     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002140     GOBACK.
002150
002160 1000-INITIALIZE.
002170     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
002180     MOVE WS-PER-ANIO TO WS-CALC-ANIO
002190     MOVE WS-PER-MES TO WS-CALC-MES
002200     PERFORM 1100-DIAS-DEL-MES THRU 1100-EXIT
002210     MOVE WS-DIAS-EN-MES TO WS-DIAS-PERIODO
002220     COMPUTE WS-FECHA-APUNTE = WS-PERIODO * 100 + WS-DIAS-PERIODO
002230     COMPUTE WS-MES-ABS-PROCESO = WS-PER-ANIO * 12 + WS-PER-MES
002240     OPEN I-O ACTIVO-MASTER-FILE.
002250     IF NOT WS-ACTMSTR-OK
002260         DISPLAY "ACTAMORT: ERROR ABRIENDO ACTMSTR "
002270             WS-ACTMSTR-STATUS
002280         GO TO ABEND-CLEANUP
002290     END-IF
002300     OPEN INPUT DEPTO-MASTER-FILE.
002310     IF WS-DEPTMSTR-NO-FILE
002320         SET WS-SIN-DEPTMSTR TO TRUE
002330     ELSE
002340         IF NOT WS-DEPTMSTR-OK
002350             DISPLAY "ACTAMORT: ERROR ABRIENDO DEPTMSTR "
002360                 WS-DEPTMSTR-STATUS
002370             GO TO ABEND-CLEANUP
002380         END-IF
002390     END-IF
002400     OPEN OUTPUT AMORT-RPT-FILE.
002410     IF NOT WS-AMORRPT-OK
002420         DISPLAY "ACTAMORT: ERROR ABRIENDO AMORRPT "
002430             WS-AMORRPT-STATUS
002440         GO TO ABEND-CLEANUP
002450     END-IF
002460     OPEN EXTEND ACT-OUT-FILE.
002470     IF WS-ACTOUT-NO-FILE
002480         OPEN OUTPUT ACT-OUT-FILE
002490     END-IF
002500     IF NOT WS-ACTOUT-OK
002510         DISPLAY "ACTAMORT: ERROR ABRIENDO ACTOUT "
002520             WS-ACTOUT-STATUS
002530         GO TO ABEND-CLEANUP
002540     END-IF
002550     MOVE SPACES TO LEDGER-CTL-REC
002560     MOVE "HDR" TO LC-TIPO-REG
002570     MOVE WS-FECHA-APUNTE TO LC-FECHA-LOTE
002580     WRITE LEDGER-CTL-REC
002590     PERFORM 7200-CHECK-ACTOUT THRU 7200-EXIT
002600     MOVE WS-PERIODO TO TT-PERIODO
002610     MOVE WS-TITULO-LINE TO AMORT-RPT-LINE
002620     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002630     MOVE SPACES TO AMORT-RPT-LINE
002640     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002650     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002660 1000-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------*
002700* DIAS DEL MES WS-CALC-ANIO/WS-CALC-MES (FEBRERO SEGUN ANIO  *
002710* BISIESTO), COMO 1100-DIAS-DEL-MES DE RECURGEN.             *
002720*----------------------------------------------------------*
002730 1100-DIAS-DEL-MES.
002740     MOVE "N" TO WS-BISIESTO-SW
002750     DIVIDE WS-CALC-ANIO BY 4 GIVING WS-ANIO-DIV
002760         REMAINDER WS-ANIO-RESTO-4
002770     DIVIDE WS-CALC-ANIO BY 100 GIVING WS-ANIO-DIV
002780         REMAINDER WS-ANIO-RESTO-100
002790     DIVIDE WS-CALC-ANIO BY 400 GIVING WS-ANIO-DIV
002800         REMAINDER WS-ANIO-RESTO-400
002810     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
002820         OR WS-ANIO-RESTO-400 = 0
002830         MOVE "S" TO WS-BISIESTO-SW
002840     END-IF
002850     EVALUATE WS-CALC-MES
002860         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
002870             MOVE 31 TO WS-DIAS-EN-MES
002880         WHEN 4 WHEN 6 WHEN 9 WHEN 11
002890             MOVE 30 TO WS-DIAS-EN-MES
002900         WHEN 2
002910             IF WS-ANIO-BISIESTO
002920                 MOVE 29 TO WS-DIAS-EN-MES
002930             ELSE
002940                 MOVE 28 TO WS-DIAS-EN-MES
002950             END-IF
002960     END-EVALUATE.
002970 1100-EXIT.
002980     EXIT.
002990
003000*----------------------------------------------------------*
003010* PERIODO A DOTAR DESDE AMOPARM; ES OBLIGATORIO, COMO EN     *
003020* REPARTO, PARA QUE UN RELANCE NO AMORTICE EL MES QUE NO ES. *
003030*----------------------------------------------------------*
003040 1200-LEER-PARM.
003050     OPEN INPUT PARM-FILE.
003060     IF NOT WS-AMOPARM-OK
003070         DISPLAY "ACTAMORT: ERROR ABRIENDO AMOPARM "
003080             WS-AMOPARM-STATUS
003090         GO TO ABEND-CLEANUP
003100     END-IF
003110     READ PARM-FILE
003120         AT END
003130             DISPLAY "ACTAMORT: AMOPARM VACIO"
003140             GO TO ABEND-CLEANUP
003150     END-READ
003160     IF PI-PERIODO IS NOT NUMERIC OR PI-PERIODO = ZERO
003170         DISPLAY "ACTAMORT: PERIODO DE AMOPARM INVALIDO"
003180         GO TO ABEND-CLEANUP
003190     END-IF
003200     MOVE PI-PERIODO TO WS-PERIODO
003210     IF WS-PER-MES < 1 OR WS-PER-MES > 12
003220         DISPLAY "ACTAMORT: PERIODO DE AMOPARM INVALIDO"
003230         GO TO ABEND-CLEANUP
003240     END-IF
003250     CLOSE PARM-FILE.
003260 1200-EXIT.
003270     EXIT.
003280
003290 2000-PROCESS-ACTIVO.
003300     ADD 1 TO WS-LEIDOS-COUNT
003310     IF ACT-EN-USO AND ACT-METODO-LINEAL
003320         PERFORM 3000-DOTAR-ACTIVO THRU 3000-EXIT
003330     ELSE
003340         ADD 1 TO WS-OMITIDOS-COUNT
003350     END-IF
003360     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003370 2000-EXIT.
003380     EXIT.
003390
003400 2100-READ-MASTER.
003410     READ ACTIVO-MASTER-FILE NEXT
003420         AT END
003430             SET WS-EOF-MASTER TO TRUE
003440     END-READ
003450     IF NOT WS-EOF-MASTER AND NOT WS-ACTMSTR-OK
003460         DISPLAY "ACTAMORT: ERROR LEYENDO ACTMSTR "
003470             WS-ACTMSTR-STATUS
003480         GO TO ABEND-CLEANUP
003490     END-IF.
003500 2100-EXIT.
003510     EXIT.
003520
003530*----------------------------------------------------------*
003540* DOTACION DEL ELEMENTO: MESES PENDIENTES DESDE EL SIGUIENTE *
003550* AL ULTIMO DOTADO (O DESDE EL DE ADQUISICION) HASTA EL DEL  *
003560* PROCESO. EL MES DE ADQUISICION, SI ENTRA, VA A PRORRATA DE *
003570* DIAS; EL TOTAL SE RECORTA AL VALOR NETO CONTABLE.          *
003580*----------------------------------------------------------*
003590 3000-DOTAR-ACTIVO.
003600     IF ACT-AMORT-ACUMULADA >= ACT-COSTE
003610         ADD 1 TO WS-AMORTIZADOS-COUNT
003620         GO TO 3000-EXIT
003630     END-IF
003640     IF ACT-ULTIMO-PERIODO >= WS-PERIODO
003650         ADD 1 TO WS-OMITIDOS-COUNT
003660         GO TO 3000-EXIT
003670     END-IF
003680     MOVE ACT-FECHA-ADQUISICION TO WS-FECHA-ALTA
003690     COMPUTE WS-MES-ABS-ALTA = WS-FA-ANIO * 12 + WS-FA-MES
003700     IF WS-MES-ABS-ALTA > WS-MES-ABS-PROCESO
003710         ADD 1 TO WS-OMITIDOS-COUNT
003720         GO TO 3000-EXIT
003730     END-IF
003740     IF ACT-ULTIMO-PERIODO = ZERO
003750         MOVE WS-MES-ABS-ALTA TO WS-MES-ABS-DESDE
003760     ELSE
003770         MOVE ACT-ULTIMO-PERIODO TO WS-PERIODO-AUX
003780         COMPUTE WS-MES-ABS-DESDE =
003790             WS-AUX-ANIO * 12 + WS-AUX-MES + 1
003800         IF WS-MES-ABS-DESDE < WS-MES-ABS-ALTA
003810             MOVE WS-MES-ABS-ALTA TO WS-MES-ABS-DESDE
003820         END-IF
003830     END-IF
003840     COMPUTE WS-MESES-PENDIENTES =
003850         WS-MES-ABS-PROCESO - WS-MES-ABS-DESDE + 1
003860     COMPUTE WS-CUOTA-MENSUAL ROUNDED =
003870         ACT-COSTE / ACT-VIDA-MESES
003880     IF WS-MES-ABS-DESDE = WS-MES-ABS-ALTA
003890         MOVE WS-FA-ANIO TO WS-CALC-ANIO
003900         MOVE WS-FA-MES TO WS-CALC-MES
003910         PERFORM 1100-DIAS-DEL-MES THRU 1100-EXIT
003920         COMPUTE WS-DOTACION ROUNDED =
003930             WS-CUOTA-MENSUAL * (WS-MESES-PENDIENTES - 1)
003940             + WS-CUOTA-MENSUAL
003950             * (WS-DIAS-EN-MES - WS-FA-DIA + 1) / WS-DIAS-EN-MES
003960     ELSE
003970         COMPUTE WS-DOTACION =
003980             WS-CUOTA-MENSUAL * WS-MESES-PENDIENTES
003990     END-IF
004000     COMPUTE WS-PENDIENTE = ACT-COSTE - ACT-AMORT-ACUMULADA
004010     IF WS-DOTACION > WS-PENDIENTE
004020         MOVE WS-PENDIENTE TO WS-DOTACION
004030     END-IF
004040     ADD WS-DOTACION TO ACT-AMORT-ACUMULADA
004050     MOVE WS-PERIODO TO ACT-ULTIMO-PERIODO
004060     REWRITE ACTIVO-MASTER-REC
004070     IF NOT WS-ACTMSTR-OK
004080         DISPLAY "ACTAMORT: ERROR REESCRIBIENDO ACTMSTR "
004090             WS-ACTMSTR-STATUS
004100         GO TO ABEND-CLEANUP
004110     END-IF
004120     IF WS-DOTACION > ZERO
004130         PERFORM 6100-APUNTES-DOTACION THRU 6100-EXIT
004140     END-IF
004150     ADD 1 TO WS-DOTADOS-COUNT
004160     ADD WS-DOTACION TO WS-TOTAL-DOTACION
004170     MOVE ACT-ID TO DL-ACT-ID
004180     MOVE ACT-DESCRIPCION TO DL-DESCRIPCION
004190     MOVE WS-MESES-PENDIENTES TO DL-MESES
004200     MOVE WS-DOTACION TO DL-DOTACION
004210     MOVE ACT-AMORT-ACUMULADA TO DL-ACUMULADA
004220     COMPUTE DL-NETO = ACT-COSTE - ACT-AMORT-ACUMULADA
004230     IF ACT-AMORT-ACUMULADA >= ACT-COSTE
004240         MOVE "AMORTIZ." TO DL-NOTA
004250     ELSE
004260         MOVE SPACES TO DL-NOTA
004270     END-IF
004280     MOVE WS-DET-LINE TO AMORT-RPT-LINE
004290     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
004300 3000-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------*
004340* LA DOTACION ES GASTO Y VA AL CENTRO DE COSTE DEL           *
004350* DEPARTAMENTO DEL ELEMENTO; LA AMORTIZACION ACUMULADA ES    *
004360* CUENTA DE BALANCE Y VA SIN CENTRO.                         *
004370*----------------------------------------------------------*
004380 6100-APUNTES-DOTACION.
004390     PERFORM 6200-BUSCAR-CCOSTE THRU 6200-EXIT
004400     MOVE "D" TO LT-TIPO-APUNTE
004410     MOVE ACT-CUENTA-DOTACION TO LT-ACCT-ID
004420     MOVE WS-CCOSTE-ACTIVO TO LT-CENTRO-COSTE
004430     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
004440     MOVE "C" TO LT-TIPO-APUNTE
004450     MOVE ACT-CUENTA-AMORT-ACUM TO LT-ACCT-ID
004460     MOVE ZERO TO LT-CENTRO-COSTE
004470     PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT.
004480 6100-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------*
004520* CENTRO DE COSTE DEL DEPARTAMENTO DEL ELEMENTO, DE          *
004530* DEPTMSTR, COMO 5100-BUSCAR-CCOSTE DE VACPROV. SIN DEPTMSTR *
004540* O SIN EL DEPARTAMENTO QUEDA EN CERO.                       *
004550*----------------------------------------------------------*
004560 6200-BUSCAR-CCOSTE.
004570     MOVE ZERO TO WS-CCOSTE-ACTIVO
004580     IF WS-SIN-DEPTMSTR
004590         GO TO 6200-EXIT
004600     END-IF
004610     MOVE ACT-DEPTO TO DEPT-CODIGO
004620     READ DEPTO-MASTER-FILE
004630         INVALID KEY
004640             GO TO 6200-EXIT
004650     END-READ
004660     IF NOT WS-DEPTMSTR-OK
004670         DISPLAY "ACTAMORT: ERROR LEYENDO DEPTMSTR "
004680             WS-DEPTMSTR-STATUS
004690         GO TO ABEND-CLEANUP
004700     END-IF
004710     IF DEPT-CENTRO-COSTE IS NUMERIC
004720         MOVE DEPT-CENTRO-COSTE TO WS-CCOSTE-ACTIVO
004730     END-IF.
004740 6200-EXIT.
004750     EXIT.
004760
004770 6000-GRABAR-APUNTE.
004780     MOVE ACT-MONEDA TO LT-MONEDA
004790     MOVE WS-DOTACION TO LT-IMPORTE
004800     MOVE SPACES TO LT-CONCEPTO
004810     STRING "AMORTIZ " ACT-ID " " WS-PERIODO
004820         DELIMITED BY SIZE INTO LT-CONCEPTO
004830     MOVE WS-FECHA-APUNTE TO LT-FECHA
004840     MOVE ZERO TO LT-SEQ-REF
004850     MOVE ZERO TO LT-DOC-NO
004860     MOVE SPACES TO LT-IVA-CODIGO
004870     MOVE ACT-ID TO WS-ORG-ACTIVO
004880     MOVE WS-PERIODO TO WS-ORG-PERIODO
004890     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
004900     WRITE LEDGER-TRANS-REC
004910     PERFORM 7200-CHECK-ACTOUT THRU 7200-EXIT
004920     ADD 1 TO WS-LOTE-REGS
004930     ADD LT-ACCT-ID TO WS-LOTE-HASH
004940     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
004950 6000-EXIT.
004960     EXIT.
004970
004980 7100-WRITE-RPT.
004990     WRITE AMORT-RPT-LINE
005000     IF NOT WS-AMORRPT-OK
005010         DISPLAY "ACTAMORT: ERROR ESCRIBIENDO AMORRPT "
005020             WS-AMORRPT-STATUS
005030         GO TO ABEND-CLEANUP
005040     END-IF.
005050 7100-EXIT.
005060     EXIT.
005070
005080 7200-CHECK-ACTOUT.
005090     IF NOT WS-ACTOUT-OK
005100         DISPLAY "ACTAMORT: ERROR GRABANDO ACTOUT "
005110             WS-ACTOUT-STATUS
005120         GO TO ABEND-CLEANUP
005130     END-IF.
005140 7200-EXIT.
005150     EXIT.
005160
005170 9000-TERMINATE.
005180     MOVE SPACES TO LEDGER-CTL-REC
005190     MOVE "TRL" TO LC-TIPO-REG
005200     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
005210     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
005220     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
005230     WRITE LEDGER-CTL-REC
005240     PERFORM 7200-CHECK-ACTOUT THRU 7200-EXIT
005250     MOVE SPACES TO AMORT-RPT-LINE
005260     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
005270     MOVE "ACTIVOS DOTADOS            " TO TL-TEXTO
005280     MOVE WS-DOTADOS-COUNT TO TL-CUENTA
005290     MOVE WS-TOTAL-DOTACION TO TL-IMPORTE
005300     MOVE WS-TOTAL-LINE TO AMORT-RPT-LINE
005310     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
005320     MOVE "TOTALMENTE AMORTIZADOS     " TO TL-TEXTO
005330     MOVE WS-AMORTIZADOS-COUNT TO TL-CUENTA
005340     MOVE ZERO TO TL-IMPORTE
005350     MOVE WS-TOTAL-LINE TO AMORT-RPT-LINE
005360     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
005370     CLOSE ACTIVO-MASTER-FILE.
005380     IF NOT WS-SIN-DEPTMSTR
005390         CLOSE DEPTO-MASTER-FILE
005400     END-IF
005410     CLOSE ACT-OUT-FILE.
005420     CLOSE AMORT-RPT-FILE.
005430     DISPLAY "ACTAMORT: PERIODO " WS-PERIODO
005440         " LEIDOS " WS-LEIDOS-COUNT
005450         " DOTADOS " WS-DOTADOS-COUNT
005460         " OMITIDOS " WS-OMITIDOS-COUNT.
005470 9000-EXIT.
005480     EXIT.
005490
005500 ABEND-CLEANUP.
005510     DISPLAY "ACTAMORT: TERMINACION ANORMAL - CERRANDO FICHEROS".
005520     CLOSE ACTIVO-MASTER-FILE.
005530     CLOSE DEPTO-MASTER-FILE.
005540     CLOSE ACT-OUT-FILE.
005550     CLOSE AMORT-RPT-FILE.
005560     MOVE 16 TO RETURN-CODE.
005570     GOBACK.
005580
005590     END PROGRAM ACTAMORT.

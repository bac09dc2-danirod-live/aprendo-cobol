000010*----------------------------------------------------------*
000020* VACPROV - PROVISION MENSUAL DE VACACIONES DEVENGADAS Y NO  *
000030*           DISFRUTADAS                                      *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. VACPROV.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. EL BALANCE NO RECOGIA EL  *
000150*                PASIVO POR LAS VACACIONES PENDIENTES DE LA  *
000160*                PLANTILLA EN ACTIVO Y AUDITORIA LO HACIA    *
000170*                ASENTAR A MANO AL CIERRE DEL EJERCICIO.     *
000180*                ESTE PROGRAMA VALORA, AL FINAL DEL PERIODO  *
000190*                DE VPRPARM (AAAAMM), LOS DIAS DISPONIBLES   *
000200*                DE CADA EMPLEADO ACTIVO (DEVENGADO MAS      *
000210*                ARRASTRE DE VACMSTR MENOS LOS DIAS V        *
000220*                TOMADOS EN EL ANIO SEGUN AUSMSTR) A SU      *
000230*                SALARIO DIARIO, COMO FINIQUIT, MAS EL TIPO  *
000240*                DE COTIZACION PATRONAL (29,90 SI VPRPARM NO *
000250*                TRAE OTRO, COMO PAYCALC). TOTALIZA POR      *
000260*                DEPARTAMENTO Y APUNTA AL PUENTE VACPOUT LA  *
000270*                VARIACION CONTRA LO YA PROVISIONADO EN EL   *
000280*                MAESTRO VPRMSTR (COPY PROVVAC): DEBITO A LA *
000290*                CUENTA DE GASTO DEL DEPARTAMENTO EN DEPTGL  *
000300*                Y CREDITO A LA CUENTA DE PASIVO DE VPRPARM, *
000310*                AL REVES SI LA PROVISION BAJA. EL           *
000320*                DEPARTAMENTO QUE SE QUEDA SIN PLANTILLA     *
000330*                REVIERTE TODA SU PROVISION. UN RELANCE DEL  *
000340*                MISMO PERIODO SOLO APUNTA LA DIFERENCIA.    *
000350*                VPRRPT LISTA EL SOPORTE POR EMPLEADO Y EL   *
000360*                RESUMEN POR DEPARTAMENTO. RC 4 SI ALGUN     *
000370*                DEPARTAMENTO NO TIENE CUENTA EN DEPTGL (SU  *
000380*                VARIACION QUEDA PENDIENTE PARA EL RELANCE). *
000390*----------------------------------------------------------*
000400
000410 ENVIRONMENT DIVISION.
000420 CONFIGURATION SECTION.
000430 SPECIAL-NAMES.
000440     DECIMAL-POINT IS COMMA.
000450
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS SEQUENTIAL
000510         RECORD KEY IS EMP-ID
000520         FILE STATUS IS WS-EMPMSTR-STATUS.
000530
000540     SELECT VACACION-MASTER-FILE ASSIGN TO "VACMSTR"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS VAC-EMP-ID
000580         FILE STATUS IS WS-VACMSTR-STATUS.
000590
000600     SELECT AUSENCIA-MASTER-FILE ASSIGN TO "AUSMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS DYNAMIC
000630         RECORD KEY IS AUS-CLAVE
000640         FILE STATUS IS WS-AUSMSTR-STATUS.
000650
000660     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS DEPT-CODIGO
000700         FILE STATUS IS WS-DEPTMSTR-STATUS.
000710
000720     SELECT PROV-VAC-FILE ASSIGN TO "VPRMSTR"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS VPR-DEPARTAMENTO
000760         FILE STATUS IS WS-VPRMSTR-STATUS.
000770
000780     SELECT DEPT-GL-FILE ASSIGN TO "DEPTGL"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-DEPTGL-STATUS.
000810
000820     SELECT VAC-OUT-FILE ASSIGN TO "VACPOUT"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-VACPOUT-STATUS.
000850
000860     SELECT PARM-FILE ASSIGN TO "VPRPARM"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-VPRPARM-STATUS.
000890
000900     SELECT PROV-RPT-FILE ASSIGN TO "VPRRPT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-VPRRPT-STATUS.
000930
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  EMPLEADO-MASTER-FILE
000970     LABEL RECORDS ARE STANDARD.
000980     COPY EMPLEADO.
000990
001000 FD  VACACION-MASTER-FILE
001010     LABEL RECORDS ARE STANDARD.
001020     COPY VACENT.
001030
001040 FD  AUSENCIA-MASTER-FILE
001050     LABEL RECORDS ARE STANDARD.
001060     COPY AUSENC.
001070
001080 FD  DEPTO-MASTER-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY DEPTO.
001110
001120 FD  PROV-VAC-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY PROVVAC.
001150
001160 FD  DEPT-GL-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  DEPT-GL-REC.
001190     05 GLM-DEPARTAMENTO        PIC X(04).
001200     05 GLM-ACCT-ID             PIC 9(06).
001210     05 GLM-MONEDA              PIC X(03).
001220
001230 FD  VAC-OUT-FILE
001240     LABEL RECORDS ARE STANDARD.
001250     COPY LEDGTRAN.
001260
001270 FD  PARM-FILE
001280     LABEL RECORDS ARE STANDARD.
001290 01  PARM-IN-REC.
001300     05 PI-PERIODO              PIC 9(06).
001310     05 PI-CUENTA-PASIVO        PIC 9(06).
001320     05 PI-PATRONAL-PCT         PIC X(04).
001330     05 PI-PATRONAL-PCT-N REDEFINES PI-PATRONAL-PCT
001340                                PIC 9(02)V99.
001350
001360 FD  PROV-RPT-FILE
001370     LABEL RECORDS ARE STANDARD.
001380 01  PROV-RPT-LINE              PIC X(80).
001390
001400 WORKING-STORAGE SECTION.
001410 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001420     88 WS-EMPMSTR-OK               VALUE "00".
001430
001440 01  WS-VACMSTR-STATUS          PIC X(02) VALUE SPACES.
001450     88 WS-VACMSTR-OK               VALUE "00".
001460     88 WS-VACMSTR-NOT-FOUND        VALUE "23".
001470
001480 01  WS-AUSMSTR-STATUS          PIC X(02) VALUE SPACES.
001490     88 WS-AUSMSTR-OK               VALUE "00".
001500     88 WS-AUSMSTR-NO-FILE          VALUE "35".
001510
001520 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
001530     88 WS-DEPTMSTR-OK              VALUE "00".
001540     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
001550
001560 01  WS-VPRMSTR-STATUS          PIC X(02) VALUE SPACES.
001570     88 WS-VPRMSTR-OK               VALUE "00".
001580     88 WS-VPRMSTR-NO-FILE          VALUE "35".
001590
001600 01  WS-DEPTGL-STATUS           PIC X(02) VALUE SPACES.
001610     88 WS-DEPTGL-OK                VALUE "00".
001620
001630 01  WS-VACPOUT-STATUS          PIC X(02) VALUE SPACES.
001640     88 WS-VACPOUT-OK               VALUE "00".
001650     88 WS-VACPOUT-NO-FILE          VALUE "05", "35".
001660
001670 01  WS-VPRPARM-STATUS          PIC X(02) VALUE SPACES.
001680     88 WS-VPRPARM-OK               VALUE "00".
001690
001700 01  WS-VPRRPT-STATUS           PIC X(02) VALUE SPACES.
001710     88 WS-VPRRPT-OK                VALUE "00".
001720
001730 01  WS-SWITCHES.
001740     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
001750         88 WS-EOF-MASTER           VALUE "Y".
001760     05 WS-EOF-DEPTGL-SW       PIC X(01) VALUE "N".
001770         88 WS-EOF-DEPTGL           VALUE "Y".
001780     05 WS-EOF-VPRMSTR-SW      PIC X(01) VALUE "N".
001790         88 WS-EOF-VPRMSTR          VALUE "Y".
001800     05 WS-SIN-AUSMSTR-SW      PIC X(01) VALUE "N".
001810         88 WS-SIN-AUSMSTR          VALUE "S".
001820     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
001830         88 WS-SIN-DEPTMSTR         VALUE "S".
001840     05 WS-FIN-AUSENCIAS-SW    PIC X(01) VALUE "N".
001850         88 WS-FIN-AUSENCIAS        VALUE "S".
001860     05 WS-DEPTO-HALLADO-SW    PIC X(01) VALUE "N".
001870         88 WS-DEPTO-HALLADO        VALUE "S".
001880     05 WS-CUENTA-HALLADA-SW   PIC X(01) VALUE "N".
001890         88 WS-CUENTA-HALLADA       VALUE "S".
001900
001910 01  WS-COUNTERS.
001920     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
001930     05 WS-VALORADOS-COUNT     PIC 9(07) COMP VALUE ZERO.
001940     05 WS-SIN-SALDO-COUNT     PIC 9(07) COMP VALUE ZERO.
001950     05 WS-APUNTADOS-COUNT     PIC 9(05) COMP VALUE ZERO.
001960     05 WS-SIN-CUENTA-COUNT    PIC 9(05) COMP VALUE ZERO.
001970
001980 01  WS-PERIODO                 PIC 9(06) VALUE ZERO.
001990 01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
002000     05 WS-PER-ANIO            PIC 9(04).
002010     05 WS-PER-MES             PIC 9(02).
002020 01  WS-FECHA-APUNTE            PIC 9(08) VALUE ZERO.
002030 01  WS-FECHA-INGRESO           PIC 9(08) VALUE ZERO.
002040 01  WS-CUENTA-PASIVO           PIC 9(06) VALUE ZERO.
002050
002060*----------------------------------------------------------*
002070* COTIZACION PATRONAL QUE SE SUMA AL SALARIO DIARIO, LA      *
002080* MISMA QUE APLICA PAYCALC SALVO QUE VPRPARM TRAIGA OTRA.    *
002090*----------------------------------------------------------*
002100 01  WS-PATRONAL-PORCENTAJE     PIC 9(02)V99 VALUE 29,90.
002110
002120 01  WS-DIAS-EN-MES             PIC 9(02) COMP VALUE ZERO.
002130 01  WS-BISIESTO-SW             PIC X(01) VALUE "N".
002140     88 WS-ANIO-BISIESTO            VALUE "S".
002150 01  WS-ANIO-DIV                PIC 9(04) COMP.
002160 01  WS-ANIO-RESTO-4            PIC 9(04) COMP.
002170 01  WS-ANIO-RESTO-100          PIC 9(04) COMP.
002180 01  WS-ANIO-RESTO-400          PIC 9(04) COMP.
002190
002200 01  WS-DIAS-TOMADOS            PIC 9(03) VALUE ZERO.
002210 01  WS-DIAS-DISPONIBLES        PIC S9(03)V99 VALUE ZERO.
002220 01  WS-SALARIO-DIARIO          PIC 9(05)V99 VALUE ZERO.
002230 01  WS-VALOR-BASE              PIC 9(07)V99 VALUE ZERO.
002240 01  WS-VALOR-CARGAS            PIC 9(07)V99 VALUE ZERO.
002250 01  WS-VALOR-TOTAL             PIC 9(07)V99 VALUE ZERO.
002260
002270 01  WS-PROVISION-NUEVA         PIC 9(09)V99 VALUE ZERO.
002280 01  WS-VARIACION               PIC S9(09)V99 VALUE ZERO.
002290 01  WS-IMPORTE-APUNTE          PIC 9(09)V99 VALUE ZERO.
002300 01  WS-TOTAL-PROVISION         PIC 9(11)V99 VALUE ZERO.
002310 01  WS-TOTAL-ANTERIOR          PIC 9(11)V99 VALUE ZERO.
002320 01  WS-TOTAL-APUNTADO          PIC S9(11)V99 VALUE ZERO.
002330
002340 01  WS-CUENTA-GASTO            PIC 9(06) VALUE ZERO.
002350 01  WS-MONEDA-GASTO            PIC X(03) VALUE SPACES.
002360
002370 01  WS-LOTE-REGS               PIC 9(07) VALUE ZERO.
002380 01  WS-LOTE-HASH               PIC 9(13) VALUE ZERO.
002390 01  WS-LOTE-IMPORTES           PIC 9(13)V99 VALUE ZERO.
002400
002410*----------------------------------------------------------*
002420* TABLA EN MEMORIA DE LA CORRESPONDENCIA DEPARTAMENTO A      *
002430* CUENTA DE GASTO, SEMBRADA DESDE DEPTGL COMO EN PAYGL. LAS  *
002440* MARCAS DE PAYGL ("****", "++++"...) ENTRAN SIN MOLESTAR:   *
002450* NINGUN DEPARTAMENTO SE LLAMA ASI.                          *
002460*----------------------------------------------------------*
002470 01  WS-MAPA-COUNT              PIC 9(04) COMP VALUE ZERO.
002480 01  WS-MAPA-TABLE.
002490     05 WS-MAPA-ENTRY OCCURS 1 TO 500 TIMES
002500             DEPENDING ON WS-MAPA-COUNT
002510             INDEXED BY WS-MAPA-IDX.
002520         10 MAP-DEPARTAMENTO     PIC X(04).
002530         10 MAP-ACCT-ID          PIC 9(06).
002540         10 MAP-MONEDA           PIC X(03).
002550
002560*----------------------------------------------------------*
002570* PROVISION DEL PERIODO ACUMULADA POR DEPARTAMENTO. LA MARCA *
002580* DPT-VISTO QUEDA EN "S" CUANDO EL DEPARTAMENTO YA TIENE     *
002590* REGISTRO EN VPRMSTR; LOS DEMAS SE DAN DE ALTA AL FINAL.    *
002600*----------------------------------------------------------*
002610 01  WS-DPT-COUNT               PIC 9(04) COMP VALUE ZERO.
002620 01  WS-DPT-TABLE.
002630     05 WS-DPT-ENTRY OCCURS 1 TO 500 TIMES
002640             DEPENDING ON WS-DPT-COUNT
002650             INDEXED BY WS-DPT-IDX.
002660         10 DPT-DEPARTAMENTO     PIC X(04).
002670         10 DPT-EMPLEADOS        PIC 9(05).
002680         10 DPT-DIAS             PIC 9(07)V99.
002690         10 DPT-PROVISION        PIC 9(09)V99.
002700         10 DPT-VISTO-SW         PIC X(01).
002710             88 DPT-VISTO            VALUE "S".
002720
002730*----------------------------------------------------------*
002740* ORIGEN DEL APUNTE (LT-ORIGEN): EL DEPARTAMENTO DE VPRMSTR  *
002750* Y EL PERIODO PROVISIONADO.                                 *
002760*----------------------------------------------------------*
002770 01  WS-ORIGEN-APUNTE.
002780     05 FILLER                  PIC X(08) VALUE "VACPROV".
002790     05 WS-ORG-DEPARTAMENTO     PIC X(04) VALUE SPACES.
002800     05 WS-ORG-PERIODO          PIC 9(06) VALUE ZERO.
002810     05 FILLER                  PIC X(10) VALUE SPACES.
002820
002830 01  WS-TITULO-LINE.
002840     05 FILLER                  PIC X(42)
002850         VALUE "PROVISION DE VACACIONES PENDIENTES, FIN DE".
002860     05 FILLER                  PIC X(01) VALUE SPACES.
002870     05 TT-FECHA                PIC 9(08).
002880
002890 01  WS-EMP-COL-LINE            PIC X(80) VALUE
002900     "EMPLEADO APELLIDO       DEPT   DIAS   DIARIO    CARGAS
002910-    "    PROVISION".
002920
002930 01  WS-EMP-LINE.
002940     05 EL-EMP-ID               PIC 9(06).
002950     05 FILLER                  PIC X(03) VALUE SPACES.
002960     05 EL-APELLIDO             PIC X(14).
002970     05 FILLER                  PIC X(01) VALUE SPACES.
002980     05 EL-DEPTO                PIC X(04).
002990     05 FILLER                  PIC X(01) VALUE SPACES.
003000     05 EL-DIAS                 PIC ZZ9,99.
003010     05 FILLER                  PIC X(01) VALUE SPACES.
003020     05 EL-DIARIO               PIC ZZ.ZZ9,99.
003030     05 FILLER                  PIC X(01) VALUE SPACES.
003040     05 EL-CARGAS               PIC ZZZ.ZZ9,99.
003050     05 FILLER                  PIC X(01) VALUE SPACES.
003060     05 EL-TOTAL                PIC Z.ZZZ.ZZ9,99.
003070     05 FILLER                  PIC X(01) VALUE SPACES.
003080     05 EL-NOTA                 PIC X(10).
003090
003100 01  WS-DPT-COL-LINE            PIC X(80) VALUE
003110     "DEPT EMPL.      DIAS    PROV. ACTUAL  PROV. ANTERIOR
003120-    "       APUNTADO NOTA".
003130
003140 01  WS-DPT-LINE.
003150     05 DL-DEPTO                PIC X(04).
003160     05 FILLER                  PIC X(01) VALUE SPACES.
003170     05 DL-EMPLEADOS            PIC ZZZZ9.
003180     05 FILLER                  PIC X(01) VALUE SPACES.
003190     05 DL-DIAS                 PIC ZZZZZZ9,99.
003200     05 FILLER                  PIC X(01) VALUE SPACES.
003210     05 DL-ACTUAL               PIC ZZZ.ZZZ.ZZ9,99.
003220     05 FILLER                  PIC X(01) VALUE SPACES.
003230     05 DL-ANTERIOR             PIC ZZZ.ZZZ.ZZ9,99.
003240     05 FILLER                  PIC X(01) VALUE SPACES.
003250     05 DL-APUNTADO             PIC ---.---.--9,99.
003260     05 FILLER                  PIC X(01) VALUE SPACES.
003270     05 DL-NOTA                 PIC X(12).
003280
003290 01  WS-TOTAL-LINE.
003300     05 TL-TEXTO                PIC X(28).
003310     05 TL-CUENTA               PIC ZZZ.ZZ9.
003320     05 FILLER                  PIC X(04) VALUE SPACES.
003330     05 TL-IMPORTE              PIC --.---.---.--9,99.
003340
003350 PROCEDURE DIVISION.
003360
003370 0000-MAINLINE.
003380     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003390     PERFORM 2000-PROCESS-EMPLEADO THRU 2000-EXIT
003400         UNTIL WS-EOF-MASTER.
003410     PERFORM 4000-CABECERA-DEPTOS THRU 4000-EXIT.
003420     PERFORM 4100-PROCESS-VPRMSTR THRU 4100-EXIT
003430         UNTIL WS-EOF-VPRMSTR.
003440     PERFORM 4300-ALTA-DEPTO THRU 4300-EXIT
003450         VARYING WS-DPT-IDX FROM 1 BY 1
003460         UNTIL WS-DPT-IDX > WS-DPT-COUNT.
003470     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003480     GOBACK.
003490
003500 1000-INITIALIZE.
003510     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
003520     PERFORM 1100-DIAS-DEL-MES THRU 1100-EXIT
003530     COMPUTE WS-FECHA-APUNTE = WS-PERIODO * 100 + WS-DIAS-EN-MES
003540     OPEN INPUT EMPLEADO-MASTER-FILE.
003550     IF NOT WS-EMPMSTR-OK
003560         DISPLAY "VACPROV: ERROR ABRIENDO EMPMSTR "
003570             WS-EMPMSTR-STATUS
003580         GO TO ABEND-CLEANUP
003590     END-IF
003600     OPEN INPUT VACACION-MASTER-FILE.
003610     IF NOT WS-VACMSTR-OK
003620         DISPLAY "VACPROV: ERROR ABRIENDO VACMSTR "
003630             WS-VACMSTR-STATUS
003640         GO TO ABEND-CLEANUP
003650     END-IF
003660     OPEN INPUT AUSENCIA-MASTER-FILE.
003670     IF WS-AUSMSTR-NO-FILE
003680         SET WS-SIN-AUSMSTR TO TRUE
003690     ELSE
003700         IF NOT WS-AUSMSTR-OK
003710             DISPLAY "VACPROV: ERROR ABRIENDO AUSMSTR "
003720                 WS-AUSMSTR-STATUS
003730             GO TO ABEND-CLEANUP
003740         END-IF
003750     END-IF
003760     OPEN INPUT DEPTO-MASTER-FILE.
003770     IF WS-DEPTMSTR-NO-FILE
003780         SET WS-SIN-DEPTMSTR TO TRUE
003790     ELSE
003800         IF NOT WS-DEPTMSTR-OK
003810             DISPLAY "VACPROV: ERROR ABRIENDO DEPTMSTR "
003820                 WS-DEPTMSTR-STATUS
003830             GO TO ABEND-CLEANUP
003840         END-IF
003850     END-IF
003860     OPEN I-O PROV-VAC-FILE.
003870     IF WS-VPRMSTR-NO-FILE
003880         OPEN OUTPUT PROV-VAC-FILE
003890         CLOSE PROV-VAC-FILE
003900         OPEN I-O PROV-VAC-FILE
003910     END-IF
003920     IF NOT WS-VPRMSTR-OK
003930         DISPLAY "VACPROV: ERROR ABRIENDO VPRMSTR "
003940             WS-VPRMSTR-STATUS
003950         GO TO ABEND-CLEANUP
003960     END-IF
003970     OPEN INPUT DEPT-GL-FILE.
003980     IF NOT WS-DEPTGL-OK
003990         DISPLAY "VACPROV: ERROR ABRIENDO DEPTGL "
004000             WS-DEPTGL-STATUS
004010         GO TO ABEND-CLEANUP
004020     END-IF
004030     PERFORM 1300-CARGAR-MAPA THRU 1300-EXIT
004040     CLOSE DEPT-GL-FILE.
004050     OPEN OUTPUT PROV-RPT-FILE.
004060     IF NOT WS-VPRRPT-OK
004070         DISPLAY "VACPROV: ERROR ABRIENDO VPRRPT "
004080             WS-VPRRPT-STATUS
004090         GO TO ABEND-CLEANUP
004100     END-IF
004110     OPEN EXTEND VAC-OUT-FILE.
004120     IF WS-VACPOUT-NO-FILE
004130         OPEN OUTPUT VAC-OUT-FILE
004140     END-IF
004150     IF NOT WS-VACPOUT-OK
004160         DISPLAY "VACPROV: ERROR ABRIENDO VACPOUT "
004170             WS-VACPOUT-STATUS
004180         GO TO ABEND-CLEANUP
004190     END-IF
004200     MOVE SPACES TO LEDGER-CTL-REC
004210     MOVE "HDR" TO LC-TIPO-REG
004220     MOVE WS-FECHA-APUNTE TO LC-FECHA-LOTE
004230     WRITE LEDGER-CTL-REC
004240     PERFORM 7200-CHECK-VACPOUT THRU 7200-EXIT
004250     MOVE WS-FECHA-APUNTE TO TT-FECHA
004260     MOVE WS-TITULO-LINE TO PROV-RPT-LINE
004270     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
004280     MOVE SPACES TO PROV-RPT-LINE
004290     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
004300     MOVE WS-EMP-COL-LINE TO PROV-RPT-LINE
004310     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
004320     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004330 1000-EXIT.
004340     EXIT.
004350
004360*----------------------------------------------------------*
004370* ULTIMO DIA DEL PERIODO (FEBRERO SEGUN ANIO BISIESTO), COMO *
004380* 1100-DIAS-DEL-MES DE ACTAMORT.                             *
004390*----------------------------------------------------------*
004400 1100-DIAS-DEL-MES.
004410     MOVE "N" TO WS-BISIESTO-SW
004420     DIVIDE WS-PER-ANIO BY 4 GIVING WS-ANIO-DIV
004430         REMAINDER WS-ANIO-RESTO-4
004440     DIVIDE WS-PER-ANIO BY 100 GIVING WS-ANIO-DIV
004450         REMAINDER WS-ANIO-RESTO-100
004460     DIVIDE WS-PER-ANIO BY 400 GIVING WS-ANIO-DIV
004470         REMAINDER WS-ANIO-RESTO-400
004480     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
004490         OR WS-ANIO-RESTO-400 = 0
004500         MOVE "S" TO WS-BISIESTO-SW
004510     END-IF
004520     EVALUATE WS-PER-MES
004530         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
004540             MOVE 31 TO WS-DIAS-EN-MES
004550         WHEN 4 WHEN 6 WHEN 9 WHEN 11
004560             MOVE 30 TO WS-DIAS-EN-MES
004570         WHEN 2
004580             IF WS-ANIO-BISIESTO
004590                 MOVE 29 TO WS-DIAS-EN-MES
004600             ELSE
004610                 MOVE 28 TO WS-DIAS-EN-MES
004620             END-IF
004630     END-EVALUATE
004640 1100-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------*
004680* VPRPARM: PERIODO AAAAMM Y CUENTA DE PASIVO, OBLIGATORIOS   *
004690* COMO EN ACTAMORT; EL TIPO PATRONAL ES OPCIONAL.            *
004700*----------------------------------------------------------*
004710 1200-LEER-PARM.
004720     OPEN INPUT PARM-FILE.
004730     IF NOT WS-VPRPARM-OK
004740         DISPLAY "VACPROV: ERROR ABRIENDO VPRPARM "
004750             WS-VPRPARM-STATUS
004760         GO TO ABEND-CLEANUP
004770     END-IF
004780     READ PARM-FILE
004790         AT END
004800             DISPLAY "VACPROV: VPRPARM VACIO"
004810             GO TO ABEND-CLEANUP
004820     END-READ
004830     IF PI-PERIODO IS NOT NUMERIC OR PI-PERIODO = ZERO
004840         DISPLAY "VACPROV: PERIODO DE VPRPARM INVALIDO"
004850         GO TO ABEND-CLEANUP
004860     END-IF
004870     MOVE PI-PERIODO TO WS-PERIODO
004880     IF WS-PER-MES < 1 OR WS-PER-MES > 12
004890         DISPLAY "VACPROV: PERIODO DE VPRPARM INVALIDO"
004900         GO TO ABEND-CLEANUP
004910     END-IF
004920     IF PI-CUENTA-PASIVO IS NOT NUMERIC
004930         OR PI-CUENTA-PASIVO = ZERO
004940         DISPLAY "VACPROV: CUENTA DE PASIVO DE VPRPARM "
004950             "INVALIDA"
004960         GO TO ABEND-CLEANUP
004970     END-IF
004980     MOVE PI-CUENTA-PASIVO TO WS-CUENTA-PASIVO
004990     IF PI-PATRONAL-PCT IS NUMERIC
005000         AND PI-PATRONAL-PCT-N > ZERO
005010         MOVE PI-PATRONAL-PCT-N TO WS-PATRONAL-PORCENTAJE
005020     END-IF
005030     CLOSE PARM-FILE.
005040 1200-EXIT.
005050     EXIT.
005060
005070 1300-CARGAR-MAPA.
005080     PERFORM 1350-READ-DEPTGL THRU 1350-EXIT.
005090     PERFORM 1400-AGREGAR-MAPA THRU 1400-EXIT
005100         UNTIL WS-EOF-DEPTGL.
005110 1300-EXIT.
005120     EXIT.
005130
005140 1350-READ-DEPTGL.
005150     READ DEPT-GL-FILE
005160         AT END
005170             SET WS-EOF-DEPTGL TO TRUE
005180     END-READ
005190     IF NOT WS-EOF-DEPTGL AND NOT WS-DEPTGL-OK
005200         DISPLAY "VACPROV: ERROR LEYENDO DEPTGL "
005210             WS-DEPTGL-STATUS
005220         GO TO ABEND-CLEANUP
005230     END-IF
005240 1350-EXIT.
005250     EXIT.
005260
005270 1400-AGREGAR-MAPA.
005280     IF WS-MAPA-COUNT >= 500
005290         DISPLAY "VACPROV: TABLA DE CORRESPONDENCIA LLENA"
005300         GO TO ABEND-CLEANUP
005310     END-IF
005320     ADD 1 TO WS-MAPA-COUNT
005330     MOVE GLM-DEPARTAMENTO TO MAP-DEPARTAMENTO (WS-MAPA-COUNT)
005340     MOVE GLM-ACCT-ID TO MAP-ACCT-ID (WS-MAPA-COUNT)
005350     MOVE GLM-MONEDA  TO MAP-MONEDA (WS-MAPA-COUNT)
005360     PERFORM 1350-READ-DEPTGL THRU 1350-EXIT.
005370 1400-EXIT.
005380     EXIT.
005390
005400 2000-PROCESS-EMPLEADO.
005410     ADD 1 TO WS-LEIDOS-COUNT
005420     MOVE FECHA TO WS-FECHA-INGRESO
005430     IF EMP-ACTIVO AND WS-FECHA-INGRESO <= WS-FECHA-APUNTE
005440         PERFORM 3000-VALORAR-EMPLEADO THRU 3000-EXIT
005450     END-IF
005460     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005470 2000-EXIT.
005480     EXIT.
005490
005500 2100-READ-MASTER.
005510     READ EMPLEADO-MASTER-FILE NEXT
005520         AT END
005530             SET WS-EOF-MASTER TO TRUE
005540     END-READ
005550     IF NOT WS-EOF-MASTER AND NOT WS-EMPMSTR-OK
005560         DISPLAY "VACPROV: ERROR LEYENDO EMPMSTR "
005570             WS-EMPMSTR-STATUS
005580         GO TO ABEND-CLEANUP
005590     END-IF
005600 2100-EXIT.
005610     EXIT.
005620
005630*----------------------------------------------------------*
005640* VALORACION DEL EMPLEADO: DIAS DISPONIBLES A FIN DE PERIODO *
005650* (NUNCA NEGATIVOS) POR SALARIO DIARIO, CON EL MISMO CALCULO *
005660* DE FINIQUIT, MAS LA COTIZACION PATRONAL SOBRE ESE IMPORTE. *
005670* SIN REGISTRO EN VACMSTR NO HAY SALDO Y SE AVISA.           *
005680*----------------------------------------------------------*
005690 3000-VALORAR-EMPLEADO.
005700     MOVE EMP-ID TO EL-EMP-ID
005710     MOVE APELLIDO TO EL-APELLIDO
005720     MOVE DEPARTAMENTO TO EL-DEPTO
005730     MOVE EMP-ID TO VAC-EMP-ID
005740     READ VACACION-MASTER-FILE
005750         INVALID KEY
005760             ADD 1 TO WS-SIN-SALDO-COUNT
005770             MOVE ZERO TO EL-DIAS EL-DIARIO EL-CARGAS EL-TOTAL
005780             MOVE "SIN VACMST" TO EL-NOTA
005790             MOVE WS-EMP-LINE TO PROV-RPT-LINE
005800             PERFORM 7100-WRITE-RPT THRU 7100-EXIT
005810             GO TO 3000-EXIT
005820     END-READ
005830     PERFORM 3100-CONTAR-TOMADOS THRU 3100-EXIT
005840     COMPUTE WS-DIAS-DISPONIBLES =
005850         VAC-ARRASTRE + VAC-DEVENGADO - WS-DIAS-TOMADOS
005860     IF WS-DIAS-DISPONIBLES < ZERO
005870         MOVE ZERO TO WS-DIAS-DISPONIBLES
005880     END-IF
005890     COMPUTE WS-SALARIO-DIARIO ROUNDED = SALARIO / 360
005900     IF EMP-JORNADA-PCT IS NUMERIC
005910         AND EMP-JORNADA-PCT > ZERO
005920         AND EMP-JORNADA-PCT < 100
005930         COMPUTE WS-SALARIO-DIARIO ROUNDED =
005940             SALARIO * EMP-JORNADA-PCT / 36000
005950     END-IF
005960     COMPUTE WS-VALOR-BASE ROUNDED =
005970         WS-DIAS-DISPONIBLES * WS-SALARIO-DIARIO
005980     COMPUTE WS-VALOR-CARGAS ROUNDED =
005990         WS-VALOR-BASE * WS-PATRONAL-PORCENTAJE / 100
006000     COMPUTE WS-VALOR-TOTAL = WS-VALOR-BASE + WS-VALOR-CARGAS
006010     PERFORM 3200-ACUMULAR-DEPTO THRU 3200-EXIT
006020     ADD 1 TO WS-VALORADOS-COUNT
006030     MOVE WS-DIAS-DISPONIBLES TO EL-DIAS
006040     MOVE WS-SALARIO-DIARIO TO EL-DIARIO
006050     MOVE WS-VALOR-CARGAS TO EL-CARGAS
006060     MOVE WS-VALOR-TOTAL TO EL-TOTAL
006070     MOVE SPACES TO EL-NOTA
006080     MOVE WS-EMP-LINE TO PROV-RPT-LINE
006090     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
006100 3000-EXIT.
006110     EXIT.
006120
006130*----------------------------------------------------------*
006140* DIAS V TOMADOS EN EL ANIO DEL PERIODO HASTA SU ULTIMO DIA, *
006150* COMO 3150-CONTAR-TOMADOS DE FINIQUIT. SIN AUSMSTR, CERO.   *
006160*----------------------------------------------------------*
006170 3100-CONTAR-TOMADOS.
006180     MOVE ZERO TO WS-DIAS-TOMADOS
006190     IF WS-SIN-AUSMSTR
006200         GO TO 3100-EXIT
006210     END-IF
006220     MOVE "N" TO WS-FIN-AUSENCIAS-SW
006230     MOVE EMP-ID TO AUS-EMP-ID
006240     COMPUTE AUS-FECHA = WS-PER-ANIO * 10000 + 0101
006250     START AUSENCIA-MASTER-FILE
006260         KEY IS NOT LESS THAN AUS-CLAVE
006270         INVALID KEY
006280             SET WS-FIN-AUSENCIAS TO TRUE
006290     END-START
006300     PERFORM 3150-LEER-AUSENCIA THRU 3150-EXIT
006310         UNTIL WS-FIN-AUSENCIAS.
006320 3100-EXIT.
006330     EXIT.
006340
006350 3150-LEER-AUSENCIA.
006360     READ AUSENCIA-MASTER-FILE NEXT
006370         AT END
006380             SET WS-FIN-AUSENCIAS TO TRUE
006390             GO TO 3150-EXIT
006400     END-READ
006410     IF NOT WS-AUSMSTR-OK
006420         DISPLAY "VACPROV: ERROR LEYENDO AUSMSTR "
006430             WS-AUSMSTR-STATUS
006440         GO TO ABEND-CLEANUP
006450     END-IF
006460     IF AUS-EMP-ID NOT = EMP-ID
006470         OR AUS-FECHA > WS-FECHA-APUNTE
006480         SET WS-FIN-AUSENCIAS TO TRUE
006490         GO TO 3150-EXIT
006500     END-IF
006510     IF AUS-VACACIONES
006520         ADD 1 TO WS-DIAS-TOMADOS
006530     END-IF.
006540 3150-EXIT.
006550     EXIT.
006560
006570 3200-ACUMULAR-DEPTO.
006580     MOVE "N" TO WS-DEPTO-HALLADO-SW
006590     SET WS-DPT-IDX TO 1
006600     SEARCH WS-DPT-ENTRY
006610         AT END
006620             CONTINUE
006630         WHEN DPT-DEPARTAMENTO (WS-DPT-IDX) = DEPARTAMENTO
006640             SET WS-DEPTO-HALLADO TO TRUE
006650     END-SEARCH
006660     IF NOT WS-DEPTO-HALLADO
006670         IF WS-DPT-COUNT >= 500
006680             DISPLAY "VACPROV: TABLA DE DEPARTAMENTOS LLENA"
006690             GO TO ABEND-CLEANUP
006700         END-IF
006710         ADD 1 TO WS-DPT-COUNT
006720         SET WS-DPT-IDX TO WS-DPT-COUNT
006730         MOVE DEPARTAMENTO TO DPT-DEPARTAMENTO (WS-DPT-IDX)
006740         MOVE ZERO TO DPT-EMPLEADOS (WS-DPT-IDX)
006750         MOVE ZERO TO DPT-DIAS (WS-DPT-IDX)
006760         MOVE ZERO TO DPT-PROVISION (WS-DPT-IDX)
006770         MOVE "N" TO DPT-VISTO-SW (WS-DPT-IDX)
006780     END-IF
006790     ADD 1 TO DPT-EMPLEADOS (WS-DPT-IDX)
006800     ADD WS-DIAS-DISPONIBLES TO DPT-DIAS (WS-DPT-IDX)
006810     ADD WS-VALOR-TOTAL TO DPT-PROVISION (WS-DPT-IDX).
006820 3200-EXIT.
006830     EXIT.
006840
006850 4000-CABECERA-DEPTOS.
006860     MOVE SPACES TO PROV-RPT-LINE
006870     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
006880     MOVE WS-DPT-COL-LINE TO PROV-RPT-LINE
006890     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
006900     PERFORM 4150-READ-VPRMSTR THRU 4150-EXIT.
006910 4000-EXIT.
006920     EXIT.
006930
006940*----------------------------------------------------------*
006950* DEPARTAMENTO YA PROVISIONADO: LA PROVISION NUEVA ES LA     *
006960* ACUMULADA EN LA TABLA (CERO SI YA NO TIENE PLANTILLA       *
006970* ACTIVA) Y SE APUNTA LA DIFERENCIA CON VPR-PROVISION. AL    *
006980* CAMBIAR DE PERIODO LA PROVISION VIGENTE PASA A SER LA      *
006990* ANTERIOR. UN PERIODO POSTERIOR YA DOTADO NO SE TOCA.       *
007000*----------------------------------------------------------*
007010 4100-PROCESS-VPRMSTR.
007020     MOVE "N" TO WS-DEPTO-HALLADO-SW
007030     SET WS-DPT-IDX TO 1
007040     SEARCH WS-DPT-ENTRY
007050         AT END
007060             CONTINUE
007070         WHEN DPT-DEPARTAMENTO (WS-DPT-IDX) = VPR-DEPARTAMENTO
007080             SET WS-DEPTO-HALLADO TO TRUE
007090             MOVE "S" TO DPT-VISTO-SW (WS-DPT-IDX)
007100     END-SEARCH
007110     MOVE VPR-DEPARTAMENTO TO DL-DEPTO
007120     IF WS-DEPTO-HALLADO
007130         MOVE DPT-PROVISION (WS-DPT-IDX) TO WS-PROVISION-NUEVA
007140         MOVE DPT-EMPLEADOS (WS-DPT-IDX) TO DL-EMPLEADOS
007150         MOVE DPT-DIAS (WS-DPT-IDX) TO DL-DIAS
007160     ELSE
007170         MOVE ZERO TO WS-PROVISION-NUEVA
007180         MOVE ZERO TO DL-EMPLEADOS
007190         MOVE ZERO TO DL-DIAS
007200     END-IF
007210     IF VPR-PERIODO > WS-PERIODO
007220         MOVE WS-PROVISION-NUEVA TO DL-ACTUAL
007230         MOVE VPR-PROVISION TO DL-ANTERIOR
007240         MOVE ZERO TO DL-APUNTADO
007250         MOVE "PER.POSTER." TO DL-NOTA
007260         PERFORM 4900-LINEA-DEPTO THRU 4900-EXIT
007270         GO TO 4100-SIGUIENTE
007280     END-IF
007290     COMPUTE WS-VARIACION = WS-PROVISION-NUEVA - VPR-PROVISION
007300     PERFORM 5000-APUNTAR-VARIACION THRU 5000-EXIT
007310     IF NOT WS-CUENTA-HALLADA
007320         MOVE WS-PROVISION-NUEVA TO DL-ACTUAL
007330         MOVE VPR-PROVISION TO DL-ANTERIOR
007340         MOVE ZERO TO DL-APUNTADO
007350         MOVE "SIN DEPTGL" TO DL-NOTA
007360         PERFORM 4900-LINEA-DEPTO THRU 4900-EXIT
007370         GO TO 4100-SIGUIENTE
007380     END-IF
007390     IF VPR-PERIODO < WS-PERIODO
007400         MOVE VPR-PROVISION TO VPR-PROVISION-ANT
007410     END-IF
007420     MOVE WS-PERIODO TO VPR-PERIODO
007430     MOVE WS-PROVISION-NUEVA TO VPR-PROVISION
007440     IF WS-DEPTO-HALLADO
007450         MOVE DPT-EMPLEADOS (WS-DPT-IDX) TO VPR-EMPLEADOS
007460         MOVE DPT-DIAS (WS-DPT-IDX) TO VPR-DIAS
007470     ELSE
007480         MOVE ZERO TO VPR-EMPLEADOS
007490         MOVE ZERO TO VPR-DIAS
007500     END-IF
007510     REWRITE PROV-VAC-REC
007520     IF NOT WS-VPRMSTR-OK
007530         DISPLAY "VACPROV: ERROR REESCRIBIENDO VPRMSTR "
007540             WS-VPRMSTR-STATUS
007550         GO TO ABEND-CLEANUP
007560     END-IF
007570     MOVE VPR-PROVISION TO DL-ACTUAL
007580     MOVE VPR-PROVISION-ANT TO DL-ANTERIOR
007590     MOVE WS-VARIACION TO DL-APUNTADO
007600     MOVE SPACES TO DL-NOTA
007610     PERFORM 4900-LINEA-DEPTO THRU 4900-EXIT.
007620 4100-SIGUIENTE.
007630     PERFORM 4150-READ-VPRMSTR THRU 4150-EXIT.
007640 4100-EXIT.
007650     EXIT.
007660
007670 4150-READ-VPRMSTR.
007680     READ PROV-VAC-FILE NEXT
007690         AT END
007700             SET WS-EOF-VPRMSTR TO TRUE
007710     END-READ
007720     IF NOT WS-EOF-VPRMSTR AND NOT WS-VPRMSTR-OK
007730         DISPLAY "VACPROV: ERROR LEYENDO VPRMSTR "
007740             WS-VPRMSTR-STATUS
007750         GO TO ABEND-CLEANUP
007760     END-IF
007770 4150-EXIT.
007780     EXIT.
007790
007800*----------------------------------------------------------*
007810* DEPARTAMENTO SIN REGISTRO EN VPRMSTR: SE APUNTA TODA SU    *
007820* PROVISION Y SE DA DE ALTA, SALVO QUE NO TENGA CUENTA EN    *
007830* DEPTGL, EN CUYO CASO QUEDA PARA EL RELANCE.                *
007840*----------------------------------------------------------*
007850 4300-ALTA-DEPTO.
007860     IF DPT-VISTO (WS-DPT-IDX)
007870         GO TO 4300-EXIT
007880     END-IF
007890     MOVE DPT-DEPARTAMENTO (WS-DPT-IDX) TO VPR-DEPARTAMENTO
007900     MOVE DPT-PROVISION (WS-DPT-IDX) TO WS-PROVISION-NUEVA
007910     MOVE WS-PROVISION-NUEVA TO WS-VARIACION
007920     MOVE VPR-DEPARTAMENTO TO DL-DEPTO
007930     MOVE DPT-EMPLEADOS (WS-DPT-IDX) TO DL-EMPLEADOS
007940     MOVE DPT-DIAS (WS-DPT-IDX) TO DL-DIAS
007950     MOVE WS-PROVISION-NUEVA TO DL-ACTUAL
007960     MOVE ZERO TO DL-ANTERIOR
007970     PERFORM 5000-APUNTAR-VARIACION THRU 5000-EXIT
007980     IF NOT WS-CUENTA-HALLADA
007990         MOVE ZERO TO DL-APUNTADO
008000         MOVE "SIN DEPTGL" TO DL-NOTA
008010         PERFORM 4900-LINEA-DEPTO THRU 4900-EXIT
008020         GO TO 4300-EXIT
008030     END-IF
008040     MOVE WS-PERIODO TO VPR-PERIODO
008050     MOVE DPT-EMPLEADOS (WS-DPT-IDX) TO VPR-EMPLEADOS
008060     MOVE DPT-DIAS (WS-DPT-IDX) TO VPR-DIAS
008070     MOVE WS-PROVISION-NUEVA TO VPR-PROVISION
008080     MOVE ZERO TO VPR-PROVISION-ANT
008090     WRITE PROV-VAC-REC
008100     IF NOT WS-VPRMSTR-OK
008110         DISPLAY "VACPROV: ERROR GRABANDO VPRMSTR "
008120             WS-VPRMSTR-STATUS
008130         GO TO ABEND-CLEANUP
008140     END-IF
008150     MOVE WS-VARIACION TO DL-APUNTADO
008160     MOVE "ALTA" TO DL-NOTA
008170     PERFORM 4900-LINEA-DEPTO THRU 4900-EXIT.
008180 4300-EXIT.
008190     EXIT.
008200
008210 4900-LINEA-DEPTO.
008220     ADD VPR-PROVISION TO WS-TOTAL-PROVISION
008230     ADD VPR-PROVISION-ANT TO WS-TOTAL-ANTERIOR
008240     MOVE WS-DPT-LINE TO PROV-RPT-LINE
008250     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
008260 4900-EXIT.
008270     EXIT.
008280
008290*----------------------------------------------------------*
008300* PAREJA DE APUNTES DE LA VARIACION WS-VARIACION DEL         *
008310* DEPARTAMENTO VPR-DEPARTAMENTO: SUBIDA = DEBITO AL GASTO    *
008320* (CON EL CENTRO DE COSTE DEL DEPARTAMENTO) Y CREDITO AL     *
008330* PASIVO; BAJADA = AL REVES. DEJA WS-CUENTA-HALLADA EN "N"   *
008340* SI EL DEPARTAMENTO NO TIENE CUENTA EN DEPTGL.              *
008350*----------------------------------------------------------*
008360 5000-APUNTAR-VARIACION.
008370     MOVE "N" TO WS-CUENTA-HALLADA-SW
008380     SET WS-MAPA-IDX TO 1
008390     SEARCH WS-MAPA-ENTRY
008400         AT END
008410             CONTINUE
008420         WHEN MAP-DEPARTAMENTO (WS-MAPA-IDX) = VPR-DEPARTAMENTO
008430             SET WS-CUENTA-HALLADA TO TRUE
008440             MOVE MAP-ACCT-ID (WS-MAPA-IDX) TO WS-CUENTA-GASTO
008450             MOVE MAP-MONEDA (WS-MAPA-IDX) TO WS-MONEDA-GASTO
008460     END-SEARCH
008470     IF NOT WS-CUENTA-HALLADA
008480         IF WS-VARIACION NOT = ZERO
008490             ADD 1 TO WS-SIN-CUENTA-COUNT
008500         ELSE
008510             SET WS-CUENTA-HALLADA TO TRUE
008520         END-IF
008530         GO TO 5000-EXIT
008540     END-IF
008550     IF WS-VARIACION = ZERO
008560         GO TO 5000-EXIT
008570     END-IF
008580     IF WS-VARIACION > ZERO
008590         MOVE WS-VARIACION TO WS-IMPORTE-APUNTE
008600         MOVE "D" TO LT-TIPO-APUNTE
008610         MOVE WS-CUENTA-GASTO TO LT-ACCT-ID
008620         PERFORM 5100-BUSCAR-CCOSTE THRU 5100-EXIT
008630         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008640         MOVE "C" TO LT-TIPO-APUNTE
008650         MOVE WS-CUENTA-PASIVO TO LT-ACCT-ID
008660         MOVE ZERO TO LT-CENTRO-COSTE
008670         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008680     ELSE
008690         COMPUTE WS-IMPORTE-APUNTE = ZERO - WS-VARIACION
008700         MOVE "D" TO LT-TIPO-APUNTE
008710         MOVE WS-CUENTA-PASIVO TO LT-ACCT-ID
008720         MOVE ZERO TO LT-CENTRO-COSTE
008730         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008740         MOVE "C" TO LT-TIPO-APUNTE
008750         MOVE WS-CUENTA-GASTO TO LT-ACCT-ID
008760         PERFORM 5100-BUSCAR-CCOSTE THRU 5100-EXIT
008770         PERFORM 6000-GRABAR-APUNTE THRU 6000-EXIT
008780     END-IF
008790     ADD 1 TO WS-APUNTADOS-COUNT
008800     ADD WS-VARIACION TO WS-TOTAL-APUNTADO.
008810 5000-EXIT.
008820     EXIT.
008830
008840*----------------------------------------------------------*
008850* CENTRO DE COSTE DEL DEPARTAMENTO, DE DEPTMSTR, COMO        *
008860* 3100-BUSCAR-CCOSTE DE PAYGL. SIN DEPTMSTR QUEDA EN CERO.   *
008870*----------------------------------------------------------*
008880 5100-BUSCAR-CCOSTE.
008890     MOVE ZERO TO LT-CENTRO-COSTE
008900     IF WS-SIN-DEPTMSTR
008910         GO TO 5100-EXIT
008920     END-IF
008930     MOVE VPR-DEPARTAMENTO TO DEPT-CODIGO
008940     READ DEPTO-MASTER-FILE
008950         INVALID KEY
008960             GO TO 5100-EXIT
008970     END-READ
008980     IF NOT WS-DEPTMSTR-OK
008990         DISPLAY "VACPROV: ERROR LEYENDO DEPTMSTR "
009000             WS-DEPTMSTR-STATUS
009010         GO TO ABEND-CLEANUP
009020     END-IF
009030     IF DEPT-CENTRO-COSTE IS NUMERIC
009040         MOVE DEPT-CENTRO-COSTE TO LT-CENTRO-COSTE
009050     END-IF.
009060 5100-EXIT.
009070     EXIT.
009080
009090 6000-GRABAR-APUNTE.
009100     MOVE WS-MONEDA-GASTO TO LT-MONEDA
009110     MOVE WS-IMPORTE-APUNTE TO LT-IMPORTE
009120     MOVE SPACES TO LT-CONCEPTO
009130     STRING "PROV.VAC " VPR-DEPARTAMENTO " " WS-PERIODO
009140         DELIMITED BY SIZE INTO LT-CONCEPTO
009150     MOVE WS-FECHA-APUNTE TO LT-FECHA
009160     MOVE ZERO TO LT-SEQ-REF
009170     MOVE ZERO TO LT-DOC-NO
009180     MOVE SPACES TO LT-IVA-CODIGO
009190     MOVE VPR-DEPARTAMENTO TO WS-ORG-DEPARTAMENTO
009200     MOVE WS-PERIODO TO WS-ORG-PERIODO
009210     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
009220     WRITE LEDGER-TRANS-REC
009230     PERFORM 7200-CHECK-VACPOUT THRU 7200-EXIT
009240     ADD 1 TO WS-LOTE-REGS
009250     ADD LT-ACCT-ID TO WS-LOTE-HASH
009260     ADD LT-IMPORTE TO WS-LOTE-IMPORTES.
009270 6000-EXIT.
009280     EXIT.
009290
009300 7100-WRITE-RPT.
009310     WRITE PROV-RPT-LINE
009320     IF NOT WS-VPRRPT-OK
009330         DISPLAY "VACPROV: ERROR ESCRIBIENDO VPRRPT "
009340             WS-VPRRPT-STATUS
009350         GO TO ABEND-CLEANUP
009360     END-IF.
009370 7100-EXIT.
009380     EXIT.
009390
009400 7200-CHECK-VACPOUT.
009410     IF NOT WS-VACPOUT-OK
009420         DISPLAY "VACPROV: ERROR GRABANDO VACPOUT "
009430             WS-VACPOUT-STATUS
009440         GO TO ABEND-CLEANUP
009450     END-IF.
009460 7200-EXIT.
009470     EXIT.
009480
009490 9000-TERMINATE.
009500     MOVE SPACES TO LEDGER-CTL-REC
009510     MOVE "TRL" TO LC-TIPO-REG
009520     MOVE WS-LOTE-REGS TO LC-CUENTA-REGS
009530     MOVE WS-LOTE-HASH TO LC-HASH-CUENTAS
009540     MOVE WS-LOTE-IMPORTES TO LC-TOTAL-IMPORTES
009550     WRITE LEDGER-CTL-REC
009560     PERFORM 7200-CHECK-VACPOUT THRU 7200-EXIT
009570     MOVE SPACES TO PROV-RPT-LINE
009580     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
009590     MOVE "EMPLEADOS VALORADOS        " TO TL-TEXTO
009600     MOVE WS-VALORADOS-COUNT TO TL-CUENTA
009610     MOVE WS-TOTAL-PROVISION TO TL-IMPORTE
009620     MOVE WS-TOTAL-LINE TO PROV-RPT-LINE
009630     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
009640     MOVE "PROVISION ANTERIOR         " TO TL-TEXTO
009650     MOVE ZERO TO TL-CUENTA
009660     MOVE WS-TOTAL-ANTERIOR TO TL-IMPORTE
009670     MOVE WS-TOTAL-LINE TO PROV-RPT-LINE
009680     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
009690     MOVE "DEPARTAMENTOS APUNTADOS    " TO TL-TEXTO
009700     MOVE WS-APUNTADOS-COUNT TO TL-CUENTA
009710     MOVE WS-TOTAL-APUNTADO TO TL-IMPORTE
009720     MOVE WS-TOTAL-LINE TO PROV-RPT-LINE
009730     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
009740     MOVE "EMPLEADOS SIN VACMSTR      " TO TL-TEXTO
009750     MOVE WS-SIN-SALDO-COUNT TO TL-CUENTA
009760     MOVE ZERO TO TL-IMPORTE
009770     MOVE WS-TOTAL-LINE TO PROV-RPT-LINE
009780     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
009790     MOVE "DEPARTAMENTOS SIN DEPTGL   " TO TL-TEXTO
009800     MOVE WS-SIN-CUENTA-COUNT TO TL-CUENTA
009810     MOVE ZERO TO TL-IMPORTE
009820     MOVE WS-TOTAL-LINE TO PROV-RPT-LINE
009830     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
009840     CLOSE EMPLEADO-MASTER-FILE.
009850     CLOSE VACACION-MASTER-FILE.
009860     IF NOT WS-SIN-AUSMSTR
009870         CLOSE AUSENCIA-MASTER-FILE
009880     END-IF
009890     IF NOT WS-SIN-DEPTMSTR
009900         CLOSE DEPTO-MASTER-FILE
009910     END-IF
009920     CLOSE PROV-VAC-FILE.
009930     CLOSE VAC-OUT-FILE.
009940     CLOSE PROV-RPT-FILE.
009950     DISPLAY "VACPROV: PERIODO " WS-PERIODO
009960         " LEIDOS " WS-LEIDOS-COUNT
009970         " VALORADOS " WS-VALORADOS-COUNT
009980         " SIN CUENTA " WS-SIN-CUENTA-COUNT.
009990     IF WS-SIN-CUENTA-COUNT > ZERO
010000         MOVE 4 TO RETURN-CODE
010010     END-IF.
010020 9000-EXIT.
010030     EXIT.
010040
010050 ABEND-CLEANUP.
010060     DISPLAY "VACPROV: TERMINACION ANORMAL - CERRANDO FICHEROS".
010070     CLOSE EMPLEADO-MASTER-FILE.
010080     CLOSE VACACION-MASTER-FILE.
010090     CLOSE AUSENCIA-MASTER-FILE.
010100     CLOSE DEPTO-MASTER-FILE.
010110     CLOSE PROV-VAC-FILE.
010120     CLOSE VAC-OUT-FILE.
010130     CLOSE PROV-RPT-FILE.
010140     MOVE 16 TO RETURN-CODE.
010150     GOBACK.
010160
010170     END PROGRAM VACPROV.

000010*----------------------------------------------------------*
000020* PLAZRPT - INFORME MENSUAL DE PLAZAS Y VACANTES POR         *
000030*           DEPARTAMENTO                                     *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. PLAZRPT.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. RECORRE PLZMSTR (COPY     *
000150*                PLAZA) POR DEPARTAMENTO Y LISTA EN PLZRPT   *
000160*                CADA PLAZA CON SU FTE, ESTADO, SALARIO      *
000170*                PRESUPUESTADO Y EL OCUPANTE CON SU SALARIO  *
000180*                REAL DE EMPMSTR. POR DEPARTAMENTO TOTALIZA  *
000190*                PLAZAS Y FTE DOTADOS, OCUPADAS, VACANTES,   *
000200*                PRESUPUESTO, COSTE REAL Y LA DIFERENCIA; AL *
000210*                FINAL, LOS TOTALES GENERALES. UN OCUPANTE   *
000220*                DE BAJA O DE OTRO DEPARTAMENTO SE MARCA CON *
000230*                "*" PARA CORREGIRLO CON PLAZMANT. LAS       *
000240*                PLAZAS CONGELADAS NO CUENTAN EN EL          *
000250*                PRESUPUESTO PERO SU OCUPANTE SI EN EL COSTE *
000260*                REAL.                                       *
000270*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PLAZA-MASTER-FILE ASSIGN TO "PLZMSTR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS PLZ-CLAVE
000400         FILE STATUS IS WS-PLZMSTR-STATUS.
000410
000420     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS EMP-ID
000460         FILE STATUS IS WS-EMPMSTR-STATUS.
000470
000480     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000510         RECORD KEY IS DEPT-CODIGO
000520         FILE STATUS IS WS-DEPTMSTR-STATUS.
000530
000540     SELECT PLZ-RPT-FILE ASSIGN TO "PLZRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-PLZRPT-STATUS.
000570
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  PLAZA-MASTER-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY PLAZA.
000630
000640 FD  EMPLEADO-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY EMPLEADO.
000670
000680 FD  DEPTO-MASTER-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY DEPTO.
000710
000720 FD  PLZ-RPT-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  PLZ-RPT-LINE               PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770 01  WS-PLZMSTR-STATUS          PIC X(02) VALUE SPACES.
000780     88 WS-PLZMSTR-OK               VALUE "00".
000790
000800 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
000810     88 WS-EMPMSTR-OK               VALUE "00".
000820
000830 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
000840     88 WS-DEPTMSTR-OK              VALUE "00".
000850
000860 01  WS-PLZRPT-STATUS           PIC X(02) VALUE SPACES.
000870     88 WS-PLZRPT-OK                VALUE "00".
000880
000890 01  WS-SWITCHES.
000900     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
000910         88 WS-EOF-MASTER           VALUE "Y".
000920
000930 01  WS-DEPTO-ACTUAL            PIC X(04) VALUE SPACES.
000940
000950*----------------------------------------------------------*
000960* ACUMULADORES DEL DEPARTAMENTO EN CURSO (DP-) Y GENERALES   *
000970* (GT-).                                                     *
000980*----------------------------------------------------------*
000990 01  WS-TOTALES-DEPTO.
001000     05 DP-PLAZAS              PIC 9(05) COMP.
001010     05 DP-OCUPADAS            PIC 9(05) COMP.
001020     05 DP-VACANTES            PIC 9(05) COMP.
001030     05 DP-FTE                 PIC 9(05)V99.
001040     05 DP-PRESUPUESTO         PIC 9(11)V99.
001050     05 DP-REAL                PIC 9(11)V99.
001060
001070 01  WS-TOTALES-GENERALES.
001080     05 GT-DEPTOS              PIC 9(05) COMP VALUE ZERO.
001090     05 GT-PLAZAS              PIC 9(07) COMP VALUE ZERO.
001100     05 GT-OCUPADAS            PIC 9(07) COMP VALUE ZERO.
001110     05 GT-VACANTES            PIC 9(07) COMP VALUE ZERO.
001120     05 GT-CONGELADAS          PIC 9(07) COMP VALUE ZERO.
001130     05 GT-ANOMALAS            PIC 9(07) COMP VALUE ZERO.
001140     05 GT-FTE                 PIC 9(07)V99 VALUE ZERO.
001150     05 GT-PRESUPUESTO         PIC 9(13)V99 VALUE ZERO.
001160     05 GT-REAL                PIC 9(13)V99 VALUE ZERO.
001170
001180 01  WS-DIFERENCIA              PIC S9(13)V99 VALUE ZERO.
001190
001200 01  WS-TITULO-LINE.
001210     05 FILLER                  PIC X(40)
001220         VALUE "PLAZAS PRESUPUESTADAS Y VACANTES".
001230
001240 01  WS-DEPTO-LINE.
001250     05 FILLER                  PIC X(13) VALUE "DEPARTAMENTO ".
001260     05 DH-DEPTO                PIC X(04).
001270     05 FILLER                  PIC X(01) VALUE SPACES.
001280     05 DH-NOMBRE               PIC X(20).
001290
001300 01  WS-DET-LINE.
001310     05 FILLER                  PIC X(02) VALUE SPACES.
001320     05 DL-NUMERO               PIC 9(04).
001330     05 FILLER                  PIC X(01) VALUE SPACES.
001340     05 DL-TITULO               PIC X(20).
001350     05 FILLER                  PIC X(01) VALUE SPACES.
001360     05 DL-FTE                  PIC 9,99.
001370     05 FILLER                  PIC X(01) VALUE SPACES.
001380     05 DL-ESTADO               PIC X(01).
001390     05 FILLER                  PIC X(01) VALUE SPACES.
001400     05 DL-PRESUPUESTO          PIC ZZZZZZ9,99.
001410     05 FILLER                  PIC X(01) VALUE SPACES.
001420     05 DL-EMP-ID               PIC X(06).
001430     05 FILLER                  PIC X(01) VALUE SPACES.
001440     05 DL-APELLIDO             PIC X(14).
001450     05 FILLER                  PIC X(01) VALUE SPACES.
001460     05 DL-REAL                 PIC ZZZZZZ9,99.
001470     05 DL-NOTA                 PIC X(01).
001480
001490 01  WS-SUBTOTAL-LINE.
001500     05 FILLER                  PIC X(10) VALUE "  PLAZAS  ".
001510     05 SL-PLAZAS               PIC ZZZZ9.
001520     05 FILLER                  PIC X(06) VALUE "  FTE ".
001530     05 SL-FTE                  PIC ZZZZ9,99.
001540     05 FILLER                  PIC X(11) VALUE "  OCUPADAS ".
001550     05 SL-OCUPADAS             PIC ZZZZ9.
001560     05 FILLER                  PIC X(11) VALUE "  VACANTES ".
001570     05 SL-VACANTES             PIC ZZZZ9.
001580
001590 01  WS-COSTE-LINE.
001600     05 FILLER                  PIC X(10) VALUE "  PRESUP. ".
001610     05 CL-PRESUPUESTO          PIC ZZZZZZZZZ9,99.
001620     05 FILLER                  PIC X(07) VALUE "  REAL ".
001630     05 CL-REAL                 PIC ZZZZZZZZZ9,99.
001640     05 FILLER                  PIC X(07) VALUE "  DIF. ".
001650     05 CL-DIFERENCIA           PIC -ZZZZZZZZZ9,99.
001660
001670 01  WS-TOTAL-LINE.
001680     05 TL-TEXTO                PIC X(28).
001690     05 TL-CUENTA               PIC ZZZ.ZZ9.
001700     05 FILLER                  PIC X(04) VALUE SPACES.
001710     05 TL-IMPORTE              PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001720
001730 PROCEDURE DIVISION.
001740
001750 0000-MAINLINE.
001760     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001770     PERFORM 2000-PROCESS-PLAZA THRU 2000-EXIT
001780         UNTIL WS-EOF-MASTER.
001790     IF WS-DEPTO-ACTUAL NOT = SPACES
001800         PERFORM 4000-CIERRE-DEPTO THRU 4000-EXIT
001810     END-IF
001820     PERFORM 8000-TOTALES THRU 8000-EXIT.
001830     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001840     GOBACK.
001850
001860 1000-INITIALIZE.
001870     OPEN INPUT PLAZA-MASTER-FILE.
001880     IF NOT WS-PLZMSTR-OK
001890         DISPLAY "PLAZRPT: ERROR ABRIENDO PLZMSTR "
001900             WS-PLZMSTR-STATUS
001910         GO TO ABEND-CLEANUP
001920     END-IF
001930     OPEN INPUT EMPLEADO-MASTER-FILE.
001940     IF NOT WS-EMPMSTR-OK
001950         DISPLAY "PLAZRPT: ERROR ABRIENDO EMPMSTR "
001960             WS-EMPMSTR-STATUS
001970         GO TO ABEND-CLEANUP
001980     END-IF
001990     OPEN INPUT DEPTO-MASTER-FILE.
002000     IF NOT WS-DEPTMSTR-OK
002010         DISPLAY "PLAZRPT: ERROR ABRIENDO DEPTMSTR "
002020             WS-DEPTMSTR-STATUS
002030         GO TO ABEND-CLEANUP
002040     END-IF
002050     OPEN OUTPUT PLZ-RPT-FILE.
002060     IF NOT WS-PLZRPT-OK
002070         DISPLAY "PLAZRPT: ERROR ABRIENDO PLZRPT "
002080             WS-PLZRPT-STATUS
002090         GO TO ABEND-CLEANUP
002100     END-IF
002110     MOVE WS-TITULO-LINE TO PLZ-RPT-LINE
002120     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002130     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002140 1000-EXIT.
002150     EXIT.
002160
002170 2000-PROCESS-PLAZA.
002180     IF PLZ-DEPARTAMENTO NOT = WS-DEPTO-ACTUAL
002190         IF WS-DEPTO-ACTUAL NOT = SPACES
002200             PERFORM 4000-CIERRE-DEPTO THRU 4000-EXIT
002210         END-IF
002220         PERFORM 3500-ABRE-DEPTO THRU 3500-EXIT
002230     END-IF
002240     PERFORM 3000-LINEA-PLAZA THRU 3000-EXIT
002250     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002260 2000-EXIT.
002270     EXIT.
002280
002290 2100-READ-MASTER.
002300     READ PLAZA-MASTER-FILE NEXT
002310         AT END
002320             SET WS-EOF-MASTER TO TRUE
002330     END-READ
002340     IF NOT WS-EOF-MASTER AND NOT WS-PLZMSTR-OK
002350         DISPLAY "PLAZRPT: ERROR LEYENDO PLZMSTR "
002360             WS-PLZMSTR-STATUS
002370         GO TO ABEND-CLEANUP
002380     END-IF
002390 2100-EXIT.
002400     EXIT.
002410
002420* UNA LINEA POR PLAZA. EL OCUPANTE SE BUSCA EN EMPMSTR PARA  *
002430* EL SALARIO REAL; SI YA NO ESTA ACTIVO EN ESE DEPARTAMENTO  *
002440* LA PLAZA SE MARCA "*" (VINCULO A CORREGIR) Y NO SUMA       *
002450* COSTE.                                                     *
002460 3000-LINEA-PLAZA.
002470     MOVE SPACES TO DL-EMP-ID
002480     MOVE SPACES TO DL-APELLIDO
002490     MOVE ZERO   TO DL-REAL
002500     MOVE SPACE  TO DL-NOTA
002510     IF PLZ-DOTADA
002520         ADD 1 TO DP-PLAZAS
002530         ADD PLZ-FTE TO DP-FTE
002540         ADD PLZ-SALARIO-PRESUP TO DP-PRESUPUESTO
002550     ELSE
002560         ADD 1 TO GT-CONGELADAS
002570     END-IF
002580     IF PLZ-VACANTE
002590         IF PLZ-DOTADA
002600             ADD 1 TO DP-VACANTES
002610         END-IF
002620         MOVE "VACANTE" TO DL-APELLIDO
002630         GO TO 3000-ESCRIBIR
002640     END-IF
002650     MOVE PLZ-EMP-ID TO DL-EMP-ID
002660     MOVE PLZ-EMP-ID TO EMP-ID
002670     READ EMPLEADO-MASTER-FILE
002680         INVALID KEY
002690             MOVE "*** NO EXISTE" TO DL-APELLIDO
002700             MOVE "*" TO DL-NOTA
002710             ADD 1 TO GT-ANOMALAS
002720             GO TO 3000-ESCRIBIR
002730     END-READ
002740     MOVE APELLIDO TO DL-APELLIDO
002750     IF NOT EMP-ACTIVO OR DEPARTAMENTO NOT = PLZ-DEPARTAMENTO
002760         MOVE "*" TO DL-NOTA
002770         ADD 1 TO GT-ANOMALAS
002780         GO TO 3000-ESCRIBIR
002790     END-IF
002800     ADD 1 TO DP-OCUPADAS
002810     ADD SALARIO TO DP-REAL
002820     MOVE SALARIO TO DL-REAL.
002830 3000-ESCRIBIR.
002840     MOVE PLZ-NUMERO TO DL-NUMERO
002850     MOVE PLZ-TITULO TO DL-TITULO
002860     MOVE PLZ-FTE TO DL-FTE
002870     MOVE PLZ-ESTADO TO DL-ESTADO
002880     MOVE PLZ-SALARIO-PRESUP TO DL-PRESUPUESTO
002890     MOVE WS-DET-LINE TO PLZ-RPT-LINE
002900     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
002910 3000-EXIT.
002920     EXIT.
002930
002940 3500-ABRE-DEPTO.
002950     MOVE PLZ-DEPARTAMENTO TO WS-DEPTO-ACTUAL
002960     INITIALIZE WS-TOTALES-DEPTO
002970     MOVE PLZ-DEPARTAMENTO TO DEPT-CODIGO
002980     READ DEPTO-MASTER-FILE
002990         INVALID KEY
003000             MOVE "*** NO EXISTE" TO DEPT-NOMBRE
003010     END-READ
003020     MOVE SPACES TO PLZ-RPT-LINE
003030     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003040     MOVE PLZ-DEPARTAMENTO TO DH-DEPTO
003050     MOVE DEPT-NOMBRE TO DH-NOMBRE
003060     MOVE WS-DEPTO-LINE TO PLZ-RPT-LINE
003070     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
003080 3500-EXIT.
003090     EXIT.
003100
003110* CIERRE DEL DEPARTAMENTO: PLAZAS Y FTE DOTADOS CONTRA       *
003120* OCUPADAS Y VACANTES, Y PRESUPUESTO CONTRA COSTE REAL. UNA  *
003130* DIFERENCIA POSITIVA ES PRESUPUESTO SIN GASTAR.             *
003140 4000-CIERRE-DEPTO.
003150     MOVE DP-PLAZAS TO SL-PLAZAS
003160     MOVE DP-FTE TO SL-FTE
003170     MOVE DP-OCUPADAS TO SL-OCUPADAS
003180     MOVE DP-VACANTES TO SL-VACANTES
003190     MOVE WS-SUBTOTAL-LINE TO PLZ-RPT-LINE
003200     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003210     COMPUTE WS-DIFERENCIA = DP-PRESUPUESTO - DP-REAL
003220     MOVE DP-PRESUPUESTO TO CL-PRESUPUESTO
003230     MOVE DP-REAL TO CL-REAL
003240     MOVE WS-DIFERENCIA TO CL-DIFERENCIA
003250     MOVE WS-COSTE-LINE TO PLZ-RPT-LINE
003260     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003270     ADD 1 TO GT-DEPTOS
003280     ADD DP-PLAZAS TO GT-PLAZAS
003290     ADD DP-OCUPADAS TO GT-OCUPADAS
003300     ADD DP-VACANTES TO GT-VACANTES
003310     ADD DP-FTE TO GT-FTE
003320     ADD DP-PRESUPUESTO TO GT-PRESUPUESTO
003330     ADD DP-REAL TO GT-REAL.
003340 4000-EXIT.
003350     EXIT.
003360
003370 7100-WRITE-RPT.
003380     WRITE PLZ-RPT-LINE
003390     IF NOT WS-PLZRPT-OK
003400         DISPLAY "PLAZRPT: ERROR ESCRIBIENDO PLZRPT "
003410             WS-PLZRPT-STATUS
003420         GO TO ABEND-CLEANUP
003430     END-IF.
003440 7100-EXIT.
003450     EXIT.
003460
003470 8000-TOTALES.
003480     MOVE SPACES TO PLZ-RPT-LINE
003490     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003500     MOVE "DEPARTAMENTOS               " TO TL-TEXTO
003510     MOVE GT-DEPTOS TO TL-CUENTA
003520     MOVE ZERO TO TL-IMPORTE
003530     MOVE WS-TOTAL-LINE TO PLZ-RPT-LINE
003540     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003550     MOVE "PLAZAS DOTADAS / PRESUPUESTO" TO TL-TEXTO
003560     MOVE GT-PLAZAS TO TL-CUENTA
003570     MOVE GT-PRESUPUESTO TO TL-IMPORTE
003580     MOVE WS-TOTAL-LINE TO PLZ-RPT-LINE
003590     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003600     MOVE "PLAZAS OCUPADAS / COSTE REAL" TO TL-TEXTO
003610     MOVE GT-OCUPADAS TO TL-CUENTA
003620     MOVE GT-REAL TO TL-IMPORTE
003630     MOVE WS-TOTAL-LINE TO PLZ-RPT-LINE
003640     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003650     COMPUTE WS-DIFERENCIA = GT-PRESUPUESTO - GT-REAL
003660     MOVE "VACANTES / DIFERENCIA       " TO TL-TEXTO
003670     MOVE GT-VACANTES TO TL-CUENTA
003680     MOVE WS-DIFERENCIA TO TL-IMPORTE
003690     MOVE WS-TOTAL-LINE TO PLZ-RPT-LINE
003700     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003710     MOVE "PLAZAS CONGELADAS           " TO TL-TEXTO
003720     MOVE GT-CONGELADAS TO TL-CUENTA
003730     MOVE ZERO TO TL-IMPORTE
003740     MOVE WS-TOTAL-LINE TO PLZ-RPT-LINE
003750     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003760     MOVE "OCUPANTES A CORREGIR (*)    " TO TL-TEXTO
003770     MOVE GT-ANOMALAS TO TL-CUENTA
003780     MOVE ZERO TO TL-IMPORTE
003790     MOVE WS-TOTAL-LINE TO PLZ-RPT-LINE
003800     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
003810 8000-EXIT.
003820     EXIT.
003830
003840 9000-TERMINATE.
003850     CLOSE PLAZA-MASTER-FILE.
003860     CLOSE EMPLEADO-MASTER-FILE.
003870     CLOSE DEPTO-MASTER-FILE.
003880     CLOSE PLZ-RPT-FILE.
003890     DISPLAY "PLAZRPT: PLAZAS " GT-PLAZAS
003900         " OCUPADAS " GT-OCUPADAS
003910         " VACANTES " GT-VACANTES.
003920     IF GT-ANOMALAS > ZERO
003930         MOVE 4 TO RETURN-CODE
003940     END-IF.
003950 9000-EXIT.
003960     EXIT.
003970
003980 ABEND-CLEANUP.
003990     DISPLAY "PLAZRPT: TERMINACION ANORMAL - CERRANDO FICHEROS".
004000     CLOSE PLAZA-MASTER-FILE.
004010     CLOSE EMPLEADO-MASTER-FILE.
004020     CLOSE DEPTO-MASTER-FILE.
004030     CLOSE PLZ-RPT-FILE.
004040     MOVE 16 TO RETURN-CODE.
004050     GOBACK.
004060
004070     END PROGRAM PLAZRPT.

000010*----------------------------------------------------------*
000020* RETNOM - DECLARACION TRIMESTRAL DE RETENCIONES DE IRPF     *
000030* SOBRE RENDIMIENTOS DEL TRABAJO, CUADRADA CON EL MAYOR      *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. RETNOM.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL ESQUEMA DE RETDECL. *
000150*                LA DECLARACION TRIMESTRAL DE RETENCIONES    *
000160*                SOBRE SALARIOS SE SUMABA A MANO DE LOS      *
000170*                LISTADOS DE PAYEXTR SIN CONTRASTARLA CON EL *
000180*                MAYOR. AHORA, PARA EL EJERCICIO Y TRIMESTRE *
000190*                DE RETNPARM, ESTE PASO SUMA DE NOMHIST      *
000200*                (FINIQUITOS INCLUIDOS) EL NUMERO DE         *
000210*                PERCEPTORES, EL BRUTO Y EL IRPF RETENIDO Y, *
000220*                SI RETNPARM LO PIDE, LAS RETENCIONES A      *
000230*                PROFESIONALES DE FACMSTR QUE SE LLEVAN EN   *
000240*                LA MISMA CUENTA. DA EL LISTADO RETNRPT Y EL *
000250*                FICHERO DE LA DECLARACION RETNDECL, Y       *
000260*                CUADRA LO RETENIDO CON LOS ABONOS DEL       *
000270*                TRIMESTRE EN LA CUENTA DE RETENCIONES DE    *
000280*                IRPF A PAGAR (LEDGDTL), FECHA DE NOMINA A   *
000290*                FECHA DE NOMINA, PORQUE PAYGL APUNTA CADA   *
000300*                RETENCION CON SU FECHA. RC 4 SI ALGUNA      *
000310*                FECHA NO CUADRA.                            *
000320*----------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT NOMINA-HIST-FILE ASSIGN TO "NOMHIST"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS SEQUENTIAL
000440         RECORD KEY IS NH-CLAVE
000450         FILE STATUS IS WS-NOMHIST-STATUS.
000460
000470     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS FAC-CLAVE
000510         FILE STATUS IS WS-FACMSTR-STATUS.
000520
000530     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DT-SEQ-NO
000570         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-LEDGDTL-STATUS.
000600
000610     SELECT PARM-FILE ASSIGN TO "RETNPARM"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-RETNPARM-STATUS.
000640
000650     SELECT RET-RPT-FILE ASSIGN TO "RETNRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-RETNRPT-STATUS.
000680
000690     SELECT RET-DECL-FILE ASSIGN TO "RETNDECL"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-RETNDECL-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  NOMINA-HIST-FILE
000760     LABEL RECORDS ARE STANDARD.
000770     COPY NOMHIST.
000780
000790 FD  FACTURA-MASTER-FILE
000800     LABEL RECORDS ARE STANDARD.
000810     COPY FACTURA.
000820
000830 FD  LEDGER-DETAIL-FILE
000840     LABEL RECORDS ARE STANDARD.
000850     COPY LEDGDTL.
000860
000870*----------------------------------------------------------*
000880* PI-CON-PROFESIONALES "S": LAS RETENCIONES A PROFESIONALES  *
000890* VAN A LA MISMA CUENTA Y SE DECLARAN AQUI; EN BLANCO O      *
000900* "N", SOLO NOMINA.                                          *
000910*----------------------------------------------------------*
000920 FD  PARM-FILE
000930     LABEL RECORDS ARE STANDARD.
000940 01  PARM-IN-REC.
000950     05 PI-EJERCICIO            PIC 9(04).
000960     05 PI-TRIMESTRE            PIC 9(01).
000970     05 PI-CUENTA-IRPF          PIC 9(06).
000980     05 PI-CON-PROFESIONALES    PIC X(01).
000990
001000 FD  RET-RPT-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 01  RET-RPT-LINE               PIC X(80).
001030
001040*----------------------------------------------------------*
001050* DECLARACION: UN REGISTRO POR EJERCICIO Y TRIMESTRE CON     *
001060* LAS CASILLAS DE RENDIMIENTOS DEL TRABAJO Y DE ACTIVIDADES  *
001070* PROFESIONALES (PERCEPTORES, IMPORTE Y RETENCION) Y EL      *
001080* TOTAL A INGRESAR.                                          *
001090*----------------------------------------------------------*
001100 FD  RET-DECL-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 01  RET-DECL-REC.
001130     05 RN-EJERCICIO            PIC 9(04).
001140     05 RN-TRIMESTRE            PIC 9(01).
001150     05 RN-TRAB-PERCEPTORES     PIC 9(07).
001160     05 RN-TRAB-BASE            PIC S9(13)V99.
001170     05 RN-TRAB-RETENIDO        PIC S9(13)V99.
001180     05 RN-PROF-PERCEPTORES     PIC 9(07).
001190     05 RN-PROF-BASE            PIC S9(13)V99.
001200     05 RN-PROF-RETENIDO        PIC S9(13)V99.
001210     05 RN-TOTAL-RETENIDO       PIC S9(13)V99.
001220     05 RN-FECHA-GEN            PIC 9(08).
001230
001240 WORKING-STORAGE SECTION.
001250 01  WS-NOMHIST-STATUS           PIC X(02) VALUE SPACES.
001260     88 WS-NOMHIST-OK                VALUE "00".
001270
001280 01  WS-FACMSTR-STATUS           PIC X(02) VALUE SPACES.
001290     88 WS-FACMSTR-OK                VALUE "00".
001300
001310 01  WS-LEDGDTL-STATUS           PIC X(02) VALUE SPACES.
001320     88 WS-LEDGDTL-OK                VALUE "00".
001330
001340 01  WS-RETNPARM-STATUS          PIC X(02) VALUE SPACES.
001350     88 WS-RETNPARM-OK               VALUE "00".
001360
001370 01  WS-RETNRPT-STATUS           PIC X(02) VALUE SPACES.
001380     88 WS-RETNRPT-OK                VALUE "00".
001390
001400 01  WS-RETNDECL-STATUS          PIC X(02) VALUE SPACES.
001410     88 WS-RETNDECL-OK               VALUE "00".
001420
001430 01  WS-SWITCHES.
001440     05 WS-EOF-NH-SW           PIC X(01) VALUE "N".
001450         88 WS-EOF-NH               VALUE "Y".
001460     05 WS-EOF-FAC-SW          PIC X(01) VALUE "N".
001470         88 WS-EOF-FAC              VALUE "Y".
001480     05 WS-EOF-DTL-SW          PIC X(01) VALUE "N".
001490         88 WS-EOF-DTL              VALUE "Y".
001500     05 WS-PROFESIONALES-SW    PIC X(01) VALUE "N".
001510         88 WS-CON-PROFESIONALES    VALUE "S".
001520     05 WS-POS-HALLADA-SW      PIC X(01) VALUE "N".
001530         88 WS-POS-HALLADA          VALUE "S".
001540
001550 01  WS-COUNTERS.
001560     05 WS-NOMINAS-COUNT       PIC 9(07) COMP VALUE ZERO.
001570     05 WS-FACTURAS-COUNT      PIC 9(07) COMP VALUE ZERO.
001580     05 WS-APUNTES-COUNT       PIC 9(07) COMP VALUE ZERO.
001590     05 WS-DESCUADRES-COUNT    PIC 9(07) COMP VALUE ZERO.
001600     05 WS-TRAB-PERCEPTORES    PIC 9(07) COMP VALUE ZERO.
001610     05 WS-PROF-PERCEPTORES    PIC 9(07) COMP VALUE ZERO.
001620
001630 01  WS-EJERCICIO                PIC 9(04) VALUE ZERO.
001640 01  WS-TRIMESTRE                PIC 9(01) VALUE ZERO.
001650 01  WS-CUENTA-IRPF              PIC 9(06) VALUE ZERO.
001660 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001670 01  WS-FECHA-DESDE              PIC 9(08) VALUE ZERO.
001680 01  WS-FECHA-HASTA              PIC 9(08) VALUE ZERO.
001690 01  WS-MES-DESDE                PIC 9(02) VALUE ZERO.
001700 01  WS-MES-HASTA                PIC 9(02) VALUE ZERO.
001710 01  WS-FECHA-RET                PIC 9(08) VALUE ZERO.
001720
001730*----------------------------------------------------------*
001740* ACUMULADOS DE LA DECLARACION Y DEL CUADRE.                 *
001750*----------------------------------------------------------*
001760 01  WS-EMP-ACTUAL               PIC 9(06) VALUE ZERO.
001770 01  WS-PROV-ACTUAL              PIC 9(06) VALUE ZERO.
001780 01  WS-TRAB-BASE                PIC S9(13)V99 VALUE ZERO.
001790 01  WS-TRAB-RETENIDO            PIC S9(13)V99 VALUE ZERO.
001800 01  WS-PROF-BASE                PIC S9(13)V99 VALUE ZERO.
001810 01  WS-PROF-RETENIDO            PIC S9(13)V99 VALUE ZERO.
001820 01  WS-TOTAL-RETENIDO           PIC S9(13)V99 VALUE ZERO.
001830 01  WS-TOTAL-MAYOR              PIC S9(13)V99 VALUE ZERO.
001840 01  WS-DIFERENCIA               PIC S9(13)V99 VALUE ZERO.
001850 01  WS-DIF-FECHA                PIC S9(11)V99 VALUE ZERO.
001860
001870*----------------------------------------------------------*
001880* RETENIDO Y ABONADO EN EL MAYOR POR FECHA (DE NOMINA, O DE  *
001890* REGISTRO DE LA FACTURA), ORDENADO POR FECHA PARA EL        *
001900* LISTADO DEL CUADRE. UN TRIMESTRE NO PASA DE 92 FECHAS.     *
001910*----------------------------------------------------------*
001920 01  WS-FECHA-BUSCA              PIC 9(08) VALUE ZERO.
001930 01  WS-FEC-SUB                  PIC 9(03) COMP VALUE ZERO.
001940 01  WS-FEC-MOV                  PIC 9(03) COMP VALUE ZERO.
001950 01  WS-FECHAS-COUNT             PIC 9(03) COMP VALUE ZERO.
001960 01  WS-FECHAS-TABLE.
001970     05 WS-FECHA-ENTRY OCCURS 1 TO 100 TIMES
001980             DEPENDING ON WS-FECHAS-COUNT.
001990         10 FT-FECHA             PIC 9(08).
002000         10 FT-RET-NOMINA        PIC S9(11)V99.
002010         10 FT-RET-PROF          PIC S9(11)V99.
002020         10 FT-MAYOR             PIC S9(11)V99.
002030
002040 01  WS-TITULO-LINE.
002050     05 TT-TEXTO                PIC X(40).
002060     05 FILLER                  PIC X(10) VALUE "EJERCICIO ".
002070     05 TT-EJERCICIO            PIC 9(04).
002080     05 FILLER                  PIC X(12) VALUE "  TRIMESTRE ".
002090     05 TT-TRIMESTRE            PIC 9(01).
002100
002110 01  WS-COL-LINE.
002120     05 FILLER                  PIC X(10) VALUE "FECHA".
002130     05 FILLER                  PIC X(15) VALUE "        NOMINA".
002140     05 FILLER                  PIC X(15) VALUE "  PROFESIONALES".
002150     05 FILLER                  PIC X(15) VALUE "          MAYOR".
002160     05 FILLER                  PIC X(15) VALUE "     DIFERENCIA".
002170
002180 01  WS-DET-LINE.
002190     05 DL-FECHA                PIC 9(08).
002200     05 FILLER                  PIC X(02) VALUE SPACES.
002210     05 DL-NOMINA               PIC ZZ.ZZZ.ZZ9,99-.
002220     05 FILLER                  PIC X(01) VALUE SPACES.
002230     05 DL-PROF                 PIC ZZ.ZZZ.ZZ9,99-.
002240     05 FILLER                  PIC X(01) VALUE SPACES.
002250     05 DL-MAYOR                PIC ZZ.ZZZ.ZZ9,99-.
002260     05 FILLER                  PIC X(01) VALUE SPACES.
002270     05 DL-DIFERENCIA           PIC ZZ.ZZZ.ZZ9,99-.
002280     05 FILLER                  PIC X(01) VALUE SPACES.
002290     05 DL-MARCA                PIC X(03).
002300
002310 01  WS-TOTAL-LINE.
002320     05 TL-TEXTO                PIC X(30).
002330     05 FILLER                  PIC X(02) VALUE SPACES.
002340     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
002350
002360 PROCEDURE DIVISION.
002370
002380 0000-MAINLINE.
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002400     PERFORM 2000-PASADA-NOMINA THRU 2000-EXIT.
002410     IF WS-CON-PROFESIONALES
002420         PERFORM 3000-PASADA-FACTURAS THRU 3000-EXIT
002430     END-IF.
002440     PERFORM 4000-WRITE-DECLARACION THRU 4000-EXIT.
002450     PERFORM 5000-CUADRAR-MAYOR THRU 5000-EXIT.
002460     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002470     GOBACK.
002480
002490 1000-INITIALIZE.
002500     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002510     OPEN OUTPUT RET-RPT-FILE.
002520     IF NOT WS-RETNRPT-OK
002530         DISPLAY "RETNOM: ERROR ABRIENDO RETNRPT "
002540             WS-RETNRPT-STATUS
002550         GO TO ABEND-CLEANUP
002560     END-IF
002570     OPEN OUTPUT RET-DECL-FILE.
002580     IF NOT WS-RETNDECL-OK
002590         DISPLAY "RETNOM: ERROR ABRIENDO RETNDECL "
002600             WS-RETNDECL-STATUS
002610         GO TO ABEND-CLEANUP
002620     END-IF
002630     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
002640     MOVE "RETENCIONES IRPF RENDIMIENTOS TRABAJO" TO TT-TEXTO
002650     MOVE WS-EJERCICIO TO TT-EJERCICIO
002660     MOVE WS-TRIMESTRE TO TT-TRIMESTRE
002670     MOVE WS-TITULO-LINE TO RET-RPT-LINE
002680     WRITE RET-RPT-LINE
002690     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
002700 1000-EXIT.
002710     EXIT.
002720
002730*----------------------------------------------------------*
002740* EJERCICIO, TRIMESTRE (1 A 4), CUENTA DE RETENCIONES DE     *
002750* IRPF A PAGAR CONTRA LA QUE SE CUADRA Y SI ENTRAN LAS       *
002760* RETENCIONES A PROFESIONALES; DE AHI, EL RANGO DE FECHAS    *
002770* DEL TRIMESTRE.                                             *
002780*----------------------------------------------------------*
002790 1100-LEER-PARM.
002800     OPEN INPUT PARM-FILE.
002810     IF NOT WS-RETNPARM-OK
002820         DISPLAY "RETNOM: ERROR ABRIENDO RETNPARM "
002830             WS-RETNPARM-STATUS
002840         GO TO ABEND-CLEANUP
002850     END-IF
002860     READ PARM-FILE
002870         AT END
002880             DISPLAY "RETNOM: RETNPARM VACIO"
002890             GO TO ABEND-CLEANUP
002900     END-READ
002910     IF PI-EJERCICIO IS NOT NUMERIC
002920         OR PI-TRIMESTRE IS NOT NUMERIC
002930         OR PI-TRIMESTRE < 1 OR PI-TRIMESTRE > 4
002940         DISPLAY "RETNOM: EJERCICIO O TRIMESTRE INVALIDOS"
002950         GO TO ABEND-CLEANUP
002960     END-IF
002970     IF PI-CUENTA-IRPF IS NOT NUMERIC
002980         OR PI-CUENTA-IRPF = ZERO
002990         DISPLAY "RETNOM: CUENTA DE RETENCIONES INVALIDA"
003000         GO TO ABEND-CLEANUP
003010     END-IF
003020     MOVE PI-EJERCICIO TO WS-EJERCICIO
003030     MOVE PI-TRIMESTRE TO WS-TRIMESTRE
003040     MOVE PI-CUENTA-IRPF TO WS-CUENTA-IRPF
003050     IF PI-CON-PROFESIONALES = "S"
003060         MOVE "S" TO WS-PROFESIONALES-SW
003070     END-IF
003080     COMPUTE WS-MES-HASTA = WS-TRIMESTRE * 3
003090     COMPUTE WS-MES-DESDE = WS-MES-HASTA - 2
003100     COMPUTE WS-FECHA-DESDE =
003110         WS-EJERCICIO * 10000 + WS-MES-DESDE * 100 + 1
003120     COMPUTE WS-FECHA-HASTA =
003130         WS-EJERCICIO * 10000 + WS-MES-HASTA * 100 + 31
003140     CLOSE PARM-FILE.
003150 1100-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------*
003190* RENDIMIENTOS DEL TRABAJO: LAS NOMINAS DEL TRIMESTRE EN     *
003200* NOMHIST, QUE YA TRAE LOS FINIQUITOS DE FINIQUIT. NOMHIST   *
003210* VIENE EN ORDEN DE EMPLEADO: CADA EMPLEADO NUEVO CON        *
003220* NOMINA EN EL TRIMESTRE ES UN PERCEPTOR.                    *
003230*----------------------------------------------------------*
003240 2000-PASADA-NOMINA.
003250     OPEN INPUT NOMINA-HIST-FILE.
003260     IF NOT WS-NOMHIST-OK
003270         DISPLAY "RETNOM: ERROR ABRIENDO NOMHIST "
003280             WS-NOMHIST-STATUS
003290         GO TO ABEND-CLEANUP
003300     END-IF
003310     PERFORM 2100-LEER-NOMINA THRU 2100-EXIT
003320         UNTIL WS-EOF-NH.
003330     CLOSE NOMINA-HIST-FILE.
003340 2000-EXIT.
003350     EXIT.
003360
003370 2100-LEER-NOMINA.
003380     READ NOMINA-HIST-FILE
003390         AT END
003400             SET WS-EOF-NH TO TRUE
003410             GO TO 2100-EXIT
003420     END-READ
003430     IF NOT WS-NOMHIST-OK
003440         DISPLAY "RETNOM: ERROR LEYENDO NOMHIST "
003450             WS-NOMHIST-STATUS
003460         GO TO ABEND-CLEANUP
003470     END-IF
003480     IF NH-FECHA-NOMINA < WS-FECHA-DESDE
003490         OR NH-FECHA-NOMINA > WS-FECHA-HASTA
003500         GO TO 2100-EXIT
003510     END-IF
003520     IF NH-SALARIO-BRUTO = ZERO AND NH-IRPF = ZERO
003530         GO TO 2100-EXIT
003540     END-IF
003550     IF NH-EMP-ID NOT = WS-EMP-ACTUAL
003560         ADD 1 TO WS-TRAB-PERCEPTORES
003570         MOVE NH-EMP-ID TO WS-EMP-ACTUAL
003580     END-IF
003590     ADD 1 TO WS-NOMINAS-COUNT
003600     ADD NH-SALARIO-BRUTO TO WS-TRAB-BASE
003610     ADD NH-IRPF TO WS-TRAB-RETENIDO
003620     MOVE NH-FECHA-NOMINA TO WS-FECHA-BUSCA
003630     PERFORM 2900-BUSCAR-FECHA THRU 2900-EXIT
003640     ADD NH-IRPF TO FT-RET-NOMINA (WS-FEC-SUB).
003650 2100-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------*
003690* DEJA EN WS-FEC-SUB LA ENTRADA DE WS-FECHA-BUSCA, DANDOLA   *
003700* DE ALTA EN SU SITIO (DESPLAZANDO LAS POSTERIORES) SI NO    *
003710* ESTA.                                                      *
003720*----------------------------------------------------------*
003730 2900-BUSCAR-FECHA.
003740     MOVE 1 TO WS-FEC-SUB
003750     MOVE "N" TO WS-POS-HALLADA-SW
003760     PERFORM 2910-COMPARAR-FECHA THRU 2910-EXIT
003770         UNTIL WS-POS-HALLADA OR WS-FEC-SUB > WS-FECHAS-COUNT.
003780     IF WS-POS-HALLADA
003790         IF FT-FECHA (WS-FEC-SUB) = WS-FECHA-BUSCA
003800             GO TO 2900-EXIT
003810         END-IF
003820     END-IF
003830     IF WS-FECHAS-COUNT >= 100
003840         DISPLAY "RETNOM: TABLA DE FECHAS LLENA"
003850         GO TO ABEND-CLEANUP
003860     END-IF
003870     ADD 1 TO WS-FECHAS-COUNT
003880     PERFORM 2920-DESPLAZAR-FECHA THRU 2920-EXIT
003890         VARYING WS-FEC-MOV FROM WS-FECHAS-COUNT BY -1
003900         UNTIL WS-FEC-MOV <= WS-FEC-SUB.
003910     MOVE WS-FECHA-BUSCA TO FT-FECHA (WS-FEC-SUB)
003920     MOVE ZERO TO FT-RET-NOMINA (WS-FEC-SUB)
003930     MOVE ZERO TO FT-RET-PROF (WS-FEC-SUB)
003940     MOVE ZERO TO FT-MAYOR (WS-FEC-SUB).
003950 2900-EXIT.
003960     EXIT.
003970
003980 2910-COMPARAR-FECHA.
003990     IF FT-FECHA (WS-FEC-SUB) NOT < WS-FECHA-BUSCA
004000         SET WS-POS-HALLADA TO TRUE
004010     ELSE
004020         ADD 1 TO WS-FEC-SUB
004030     END-IF.
004040 2910-EXIT.
004050     EXIT.
004060
004070 2920-DESPLAZAR-FECHA.
004080     MOVE WS-FECHA-ENTRY (WS-FEC-MOV - 1)
004090         TO WS-FECHA-ENTRY (WS-FEC-MOV).
004100 2920-EXIT.
004110     EXIT.
004120
004130*----------------------------------------------------------*
004140* ACTIVIDADES PROFESIONALES: LAS FACTURAS CON RETENCION DEL  *
004150* TRIMESTRE, CON LA FECHA DE REGISTRO (LA DE SUS APUNTES)    *
004160* COMO EN RETDECL; LOS ABONOS RESTAN. FACMSTR VIENE EN       *
004170* ORDEN DE PROVEEDOR.                                        *
004180*----------------------------------------------------------*
004190 3000-PASADA-FACTURAS.
004200     OPEN INPUT FACTURA-MASTER-FILE.
004210     IF NOT WS-FACMSTR-OK
004220         DISPLAY "RETNOM: ERROR ABRIENDO FACMSTR "
004230             WS-FACMSTR-STATUS
004240         GO TO ABEND-CLEANUP
004250     END-IF
004260     PERFORM 3100-LEER-FACTURA THRU 3100-EXIT
004270         UNTIL WS-EOF-FAC.
004280     CLOSE FACTURA-MASTER-FILE.
004290 3000-EXIT.
004300     EXIT.
004310
004320 3100-LEER-FACTURA.
004330     READ FACTURA-MASTER-FILE
004340         AT END
004350             SET WS-EOF-FAC TO TRUE
004360             GO TO 3100-EXIT
004370     END-READ
004380     IF NOT WS-FACMSTR-OK
004390         DISPLAY "RETNOM: ERROR LEYENDO FACMSTR "
004400             WS-FACMSTR-STATUS
004410         GO TO ABEND-CLEANUP
004420     END-IF
004430     IF FAC-IMPORTE-RETENIDO IS NOT NUMERIC
004440         OR FAC-IMPORTE-RETENIDO = ZERO
004450         GO TO 3100-EXIT
004460     END-IF
004470     IF FAC-FECHA-REGISTRO IS NUMERIC
004480         AND FAC-FECHA-REGISTRO > ZERO
004490         MOVE FAC-FECHA-REGISTRO TO WS-FECHA-RET
004500     ELSE
004510         MOVE FAC-FECHA-FACTURA TO WS-FECHA-RET
004520     END-IF
004530     IF WS-FECHA-RET < WS-FECHA-DESDE
004540         OR WS-FECHA-RET > WS-FECHA-HASTA
004550         GO TO 3100-EXIT
004560     END-IF
004570     IF FAC-PROV-ID NOT = WS-PROV-ACTUAL
004580         ADD 1 TO WS-PROF-PERCEPTORES
004590         MOVE FAC-PROV-ID TO WS-PROV-ACTUAL
004600     END-IF
004610     ADD 1 TO WS-FACTURAS-COUNT
004620     MOVE WS-FECHA-RET TO WS-FECHA-BUSCA
004630     PERFORM 2900-BUSCAR-FECHA THRU 2900-EXIT
004640     IF FAC-ES-ABONO
004650         SUBTRACT FAC-IMPORTE FROM WS-PROF-BASE
004660         SUBTRACT FAC-IMPORTE-RETENIDO FROM WS-PROF-RETENIDO
004670         SUBTRACT FAC-IMPORTE-RETENIDO
004680             FROM FT-RET-PROF (WS-FEC-SUB)
004690     ELSE
004700         ADD FAC-IMPORTE TO WS-PROF-BASE
004710         ADD FAC-IMPORTE-RETENIDO TO WS-PROF-RETENIDO
004720         ADD FAC-IMPORTE-RETENIDO
004730             TO FT-RET-PROF (WS-FEC-SUB)
004740     END-IF.
004750 3100-EXIT.
004760     EXIT.
004770
004780 4000-WRITE-DECLARACION.
004790     COMPUTE WS-TOTAL-RETENIDO =
004800         WS-TRAB-RETENIDO + WS-PROF-RETENIDO
004810     MOVE WS-EJERCICIO TO RN-EJERCICIO
004820     MOVE WS-TRIMESTRE TO RN-TRIMESTRE
004830     MOVE WS-TRAB-PERCEPTORES TO RN-TRAB-PERCEPTORES
004840     MOVE WS-TRAB-BASE TO RN-TRAB-BASE
004850     MOVE WS-TRAB-RETENIDO TO RN-TRAB-RETENIDO
004860     MOVE WS-PROF-PERCEPTORES TO RN-PROF-PERCEPTORES
004870     MOVE WS-PROF-BASE TO RN-PROF-BASE
004880     MOVE WS-PROF-RETENIDO TO RN-PROF-RETENIDO
004890     MOVE WS-TOTAL-RETENIDO TO RN-TOTAL-RETENIDO
004900     MOVE WS-FECHA-PROCESO TO RN-FECHA-GEN
004910     WRITE RET-DECL-REC
004920     IF NOT WS-RETNDECL-OK
004930         DISPLAY "RETNOM: ERROR GRABANDO RETNDECL "
004940             WS-RETNDECL-STATUS
004950         GO TO ABEND-CLEANUP
004960     END-IF
004970     MOVE SPACES TO RET-RPT-LINE
004980     WRITE RET-RPT-LINE
004990     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005000     MOVE "TRABAJO: PERCEPTORES" TO TL-TEXTO
005010     MOVE WS-TRAB-PERCEPTORES TO TL-IMPORTE
005020     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005030     MOVE "TRABAJO: IMPORTE PERCEPCIONES" TO TL-TEXTO
005040     MOVE WS-TRAB-BASE TO TL-IMPORTE
005050     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005060     MOVE "TRABAJO: RETENCIONES" TO TL-TEXTO
005070     MOVE WS-TRAB-RETENIDO TO TL-IMPORTE
005080     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005090     IF WS-CON-PROFESIONALES
005100         MOVE "PROFESIONALES: PERCEPTORES" TO TL-TEXTO
005110         MOVE WS-PROF-PERCEPTORES TO TL-IMPORTE
005120         PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005130         MOVE "PROFESIONALES: IMPORTE" TO TL-TEXTO
005140         MOVE WS-PROF-BASE TO TL-IMPORTE
005150         PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005160         MOVE "PROFESIONALES: RETENCIONES" TO TL-TEXTO
005170         MOVE WS-PROF-RETENIDO TO TL-IMPORTE
005180         PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005190     END-IF
005200     MOVE "TOTAL A INGRESAR" TO TL-TEXTO
005210     MOVE WS-TOTAL-RETENIDO TO TL-IMPORTE
005220     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT.
005230 4000-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------*
005270* CUADRE: ABONOS DEL TRIMESTRE EN LA CUENTA DE RETENCIONES   *
005280* DE IRPF A PAGAR (SIN LOS ESTORNADOS), POR FECHA DEL        *
005290* APUNTE, CONTRA LO RETENIDO EN ESA FECHA. LOS CARGOS SON    *
005300* EL INGRESO A HACIENDA Y NO ENTRAN, SALVO LOS DE ABONOS DE  *
005310* PROFESIONALES ("ABONO") CUANDO ESTOS SE DECLARAN AQUI.     *
005320*----------------------------------------------------------*
005330 5000-CUADRAR-MAYOR.
005340     OPEN INPUT LEDGER-DETAIL-FILE.
005350     IF NOT WS-LEDGDTL-OK
005360         DISPLAY "RETNOM: ERROR ABRIENDO LEDGDTL "
005370             WS-LEDGDTL-STATUS
005380         GO TO ABEND-CLEANUP
005390     END-IF
005400     MOVE WS-CUENTA-IRPF TO DT-ACCT-ID
005410     MOVE WS-FECHA-DESDE TO DT-FECHA
005420     START LEDGER-DETAIL-FILE
005430         KEY IS NOT LESS THAN DT-ACCT-FECHA
005440         INVALID KEY
005450             SET WS-EOF-DTL TO TRUE
005460     END-START
005470     PERFORM 5100-LEER-APUNTE THRU 5100-EXIT
005480         UNTIL WS-EOF-DTL.
005490     CLOSE LEDGER-DETAIL-FILE.
005500     MOVE SPACES TO RET-RPT-LINE
005510     WRITE RET-RPT-LINE
005520     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005530     MOVE WS-COL-LINE TO RET-RPT-LINE
005540     WRITE RET-RPT-LINE
005550     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005560     PERFORM 5200-LISTAR-FECHA THRU 5200-EXIT
005570         VARYING WS-FEC-SUB FROM 1 BY 1
005580         UNTIL WS-FEC-SUB > WS-FECHAS-COUNT.
005590     COMPUTE WS-DIFERENCIA = WS-TOTAL-MAYOR - WS-TOTAL-RETENIDO
005600     MOVE SPACES TO RET-RPT-LINE
005610     WRITE RET-RPT-LINE
005620     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005630     MOVE "ABONADO CUENTA RETENCIONES" TO TL-TEXTO
005640     MOVE WS-TOTAL-MAYOR TO TL-IMPORTE
005650     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005660     MOVE "DIFERENCIA CON EL MAYOR" TO TL-TEXTO
005670     MOVE WS-DIFERENCIA TO TL-IMPORTE
005680     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005690     MOVE "FECHAS DESCUADRADAS" TO TL-TEXTO
005700     MOVE WS-DESCUADRES-COUNT TO TL-IMPORTE
005710     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
005720     IF WS-DESCUADRES-COUNT > ZERO
005730         DISPLAY "RETNOM: RETENCIONES NO CUADRAN CON LA "
005740             "CUENTA " WS-CUENTA-IRPF
005750     END-IF.
005760 5000-EXIT.
005770     EXIT.
005780
005790 5100-LEER-APUNTE.
005800     READ LEDGER-DETAIL-FILE NEXT
005810         AT END
005820             SET WS-EOF-DTL TO TRUE
005830             GO TO 5100-EXIT
005840     END-READ
005850     IF NOT WS-LEDGDTL-OK
005860         DISPLAY "RETNOM: ERROR LEYENDO LEDGDTL "
005870             WS-LEDGDTL-STATUS
005880         GO TO ABEND-CLEANUP
005890     END-IF
005900     IF DT-ACCT-ID NOT = WS-CUENTA-IRPF
005910         OR DT-FECHA > WS-FECHA-HASTA
005920         SET WS-EOF-DTL TO TRUE
005930         GO TO 5100-EXIT
005940     END-IF
005950     IF DT-ESTORNADO
005960         GO TO 5100-EXIT
005970     END-IF
005980     IF DT-TIPO-APUNTE NOT = "C"
005990         AND (NOT WS-CON-PROFESIONALES
006000             OR DT-CONCEPTO (1:6) NOT = "ABONO ")
006010         GO TO 5100-EXIT
006020     END-IF
006030     ADD 1 TO WS-APUNTES-COUNT
006040     MOVE DT-FECHA TO WS-FECHA-BUSCA
006050     PERFORM 2900-BUSCAR-FECHA THRU 2900-EXIT
006060     IF DT-TIPO-APUNTE = "C"
006070         ADD DT-IMPORTE-CONV TO FT-MAYOR (WS-FEC-SUB)
006080         ADD DT-IMPORTE-CONV TO WS-TOTAL-MAYOR
006090     ELSE
006100         SUBTRACT DT-IMPORTE-CONV FROM FT-MAYOR (WS-FEC-SUB)
006110         SUBTRACT DT-IMPORTE-CONV FROM WS-TOTAL-MAYOR
006120     END-IF.
006130 5100-EXIT.
006140     EXIT.
006150
006160 5200-LISTAR-FECHA.
006170     COMPUTE WS-DIF-FECHA = FT-MAYOR (WS-FEC-SUB)
006180         - FT-RET-NOMINA (WS-FEC-SUB) - FT-RET-PROF (WS-FEC-SUB)
006190     MOVE FT-FECHA (WS-FEC-SUB) TO DL-FECHA
006200     MOVE FT-RET-NOMINA (WS-FEC-SUB) TO DL-NOMINA
006210     MOVE FT-RET-PROF (WS-FEC-SUB) TO DL-PROF
006220     MOVE FT-MAYOR (WS-FEC-SUB) TO DL-MAYOR
006230     MOVE WS-DIF-FECHA TO DL-DIFERENCIA
006240     MOVE SPACES TO DL-MARCA
006250     IF WS-DIF-FECHA NOT = ZERO
006260         ADD 1 TO WS-DESCUADRES-COUNT
006270         MOVE "<<<" TO DL-MARCA
006280         DISPLAY "RETNOM: DESCUADRE EN FECHA "
006290             FT-FECHA (WS-FEC-SUB)
006300             " DIFERENCIA " WS-DIF-FECHA
006310     END-IF
006320     MOVE WS-DET-LINE TO RET-RPT-LINE
006330     WRITE RET-RPT-LINE
006340     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
006350 5200-EXIT.
006360     EXIT.
006370
006380 7000-WRITE-TOTAL.
006390     MOVE WS-TOTAL-LINE TO RET-RPT-LINE
006400     WRITE RET-RPT-LINE
006410     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
006420 7000-EXIT.
006430     EXIT.
006440
006450 7100-CHECK-RPT.
006460     IF NOT WS-RETNRPT-OK
006470         DISPLAY "RETNOM: ERROR ESCRIBIENDO RETNRPT "
006480             WS-RETNRPT-STATUS
006490         GO TO ABEND-CLEANUP
006500     END-IF.
006510 7100-EXIT.
006520     EXIT.
006530
006540 9000-TERMINATE.
006550     CLOSE RET-RPT-FILE.
006560     CLOSE RET-DECL-FILE.
006570     DISPLAY "RETNOM: NOMINAS " WS-NOMINAS-COUNT
006580         " FACTURAS " WS-FACTURAS-COUNT
006590         " APUNTES DE LA CUENTA " WS-APUNTES-COUNT.
006600     DISPLAY "RETNOM: RETENIDO EN EL TRIMESTRE "
006610         WS-TOTAL-RETENIDO " DIFERENCIA " WS-DIFERENCIA.
006620     IF WS-DESCUADRES-COUNT > ZERO
006630         MOVE 4 TO RETURN-CODE
006640     END-IF.
006650 9000-EXIT.
006660     EXIT.
006670
006680 ABEND-CLEANUP.
006690     DISPLAY "RETNOM: TERMINACION ANORMAL - CERRANDO FICHEROS".
006700     CLOSE NOMINA-HIST-FILE.
006710     CLOSE FACTURA-MASTER-FILE.
006720     CLOSE LEDGER-DETAIL-FILE.
006730     CLOSE RET-RPT-FILE.
006740     CLOSE RET-DECL-FILE.
006750     MOVE 16 TO RETURN-CODE.
006760     GOBACK.
006770
006780     END PROGRAM RETNOM.

000010*----------------------------------------------------------*
000020* MUESTRA - MUESTRA ESTADISTICA DE APUNTES PARA LA          *
000030*           AUDITORIA EXTERNA                               *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. MUESTRA.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. CADA EJERCICIO LOS       *
000150*                AUDITORES EXTERNOS PIDEN UNA MUESTRA DE    *
000160*                APUNTES QUE SE SACABA CON UTILIDADES       *
000170*                SUELTAS. ESTE PROGRAMA LA SELECCIONA DE    *
000180*                FORMA REPRODUCIBLE DE LAS GENERACIONES DE  *
000190*                ARCHIVO ARCHDTL DEL EJERCICIO MAS EL       *
000200*                LEDGDTL VIVO, SEGUN MUEPARM: RANGO DE      *
000210*                PERIODOS, CLASE DE CUENTA (BLANCO =        *
000220*                TODAS), METODO Y SEMILLA. METODO M:        *
000230*                MUESTREO POR UNIDAD MONETARIA, INTERVALO = *
000240*                MATERIALIDAD / FACTOR DE CONFIANZA (SIN    *
000250*                ERRORES ESPERADOS) CON ARRANQUE ALEATORIO; *
000260*                UN APUNTE MAYOR QUE EL INTERVALO PUEDE     *
000270*                RECIBIR VARIOS ACIERTOS. METODO A:         *
000280*                ALEATORIO SIMPLE DE UN NUMERO DADO DE      *
000290*                APUNTES (SELECCION SECUENCIAL, CADA APUNTE *
000300*                CON PROBABILIDAD PENDIENTES / RESTANTES).  *
000310*                EL GENERADOR ES EL CONGRUENCIAL DE PARK Y  *
000320*                MILLER, ASI QUE LA MISMA SEMILLA SOBRE LOS *
000330*                MISMOS FICHEROS DA SIEMPRE LA MISMA        *
000340*                MUESTRA. LISTA LOS APUNTES ELEGIDOS CON SU *
000350*                ORIGEN (DT-ORIGEN) EN MUERPT Y LOS GRABA   *
000360*                EN MUEEXTR, SEPARADOS POR ";" CON FILA DE  *
000370*                CABECERA, PARA LA CARGA DE LOS AUDITORES.  *
000380*                RC 4 SI LA POBLACION ESTA VACIA O LA       *
000390*                MUESTRA PEDIDA LA CUBRE ENTERA.            *
000400*----------------------------------------------------------*
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT ARCH-IN-FILE ASSIGN TO "ARCHDTL"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-ARCHDTL-STATUS.
000520
000530     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS DT-SEQ-NO
000570         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000580             WITH DUPLICATES
000590         FILE STATUS IS WS-LEDGDTL-STATUS.
000600
000610     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CTA-ACCT-ID
000650         FILE STATUS IS WS-PLANCTAS-STATUS.
000660
000670     SELECT PARM-FILE ASSIGN TO "MUEPARM"
000680         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-MUEPARM-STATUS.
000700
000710     SELECT MUESTRA-RPT-FILE ASSIGN TO "MUERPT"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-MUERPT-STATUS.
000740
000750     SELECT EXTRACTO-FILE ASSIGN TO "MUEEXTR"
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-MUEEXTR-STATUS.
000780
000790 DATA DIVISION.
000800 FILE SECTION.
000810 FD  ARCH-IN-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  ARCH-IN-REC                PIC X(117).
000840
000850 FD  LEDGER-DETAIL-FILE
000860     LABEL RECORDS ARE STANDARD.
000870     COPY LEDGDTL.
000880
000890 FD  PLAN-CUENTA-FILE
000900     LABEL RECORDS ARE STANDARD.
000910     COPY CUENTAS.
000920
000930 FD  PARM-FILE
000940     LABEL RECORDS ARE STANDARD.
000950 01  PARM-IN-REC                PIC X(44).
000960
000970 FD  MUESTRA-RPT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  MUESTRA-RPT-LINE           PIC X(80).
001000
001010 FD  EXTRACTO-FILE
001020     LABEL RECORDS ARE STANDARD.
001030 01  EXTRACTO-REC               PIC X(160).
001040
001050 WORKING-STORAGE SECTION.
001060*----------------------------------------------------------*
001070* MUEPARM: PERIODOS AAAAMM, CLASE (BLANCO = TODAS), METODO  *
001080* M O A, CONFIANZA (80, 90, 95 O 99) Y MATERIALIDAD PARA EL *
001090* METODO M, TAMANO PARA EL METODO A, Y SEMILLA (1 A         *
001100* 2147483646).                                              *
001110*----------------------------------------------------------*
001120 01  WS-PARM.
001130     05 PI-PERIODO-DESDE        PIC X(06).
001140     05 PI-PERIODO-DESDE-N REDEFINES PI-PERIODO-DESDE
001150                                PIC 9(06).
001160     05 PI-PERIODO-HASTA        PIC X(06).
001170     05 PI-PERIODO-HASTA-N REDEFINES PI-PERIODO-HASTA
001180                                PIC 9(06).
001190     05 PI-CLASE                PIC X(01).
001200         88 PI-CLASE-TODAS          VALUE SPACE.
001210         88 PI-CLASE-VALIDA         VALUE "A" "P" "N" "I" "G".
001220     05 PI-METODO               PIC X(01).
001230         88 PI-METODO-MONETARIO     VALUE "M".
001240         88 PI-METODO-ALEATORIO     VALUE "A".
001250     05 PI-CONFIANZA            PIC X(02).
001260     05 PI-CONFIANZA-N REDEFINES PI-CONFIANZA
001270                                PIC 9(02).
001280     05 PI-MATERIALIDAD         PIC X(13).
001290     05 PI-MATERIALIDAD-N REDEFINES PI-MATERIALIDAD
001300                                PIC 9(11)V99.
001310     05 PI-TAMANO               PIC X(05).
001320     05 PI-TAMANO-N REDEFINES PI-TAMANO
001330                                PIC 9(05).
001340     05 PI-SEMILLA              PIC X(10).
001350     05 PI-SEMILLA-N REDEFINES PI-SEMILLA
001360                                PIC 9(10).
001370
001380 01  WS-ARCHDTL-STATUS          PIC X(02) VALUE SPACES.
001390     88 WS-ARCHDTL-OK               VALUE "00".
001400     88 WS-ARCHDTL-NO-FILE          VALUE "35".
001410
001420 01  WS-LEDGDTL-STATUS          PIC X(02) VALUE SPACES.
001430     88 WS-LEDGDTL-OK               VALUE "00".
001440
001450 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
001460     88 WS-PLANCTAS-OK              VALUE "00".
001470     88 WS-PLANCTAS-NOT-FOUND       VALUE "23".
001480
001490 01  WS-MUEPARM-STATUS          PIC X(02) VALUE SPACES.
001500     88 WS-MUEPARM-OK               VALUE "00".
001510
001520 01  WS-MUERPT-STATUS           PIC X(02) VALUE SPACES.
001530     88 WS-MUERPT-OK                VALUE "00".
001540
001550 01  WS-MUEEXTR-STATUS          PIC X(02) VALUE SPACES.
001560     88 WS-MUEEXTR-OK               VALUE "00".
001570
001580 01  WS-SWITCHES.
001590     05 WS-EOF-ARCH-SW         PIC X(01) VALUE "N".
001600         88 WS-EOF-ARCH             VALUE "Y".
001610     05 WS-EOF-VIVO-SW         PIC X(01) VALUE "N".
001620         88 WS-EOF-VIVO             VALUE "Y".
001630     05 WS-SIN-ARCHIVO-SW      PIC X(01) VALUE "N".
001640         88 WS-SIN-ARCHIVO          VALUE "S".
001650     05 WS-PASADA-SW           PIC X(01) VALUE "C".
001660         88 WS-PASADA-CONTEO        VALUE "C".
001670         88 WS-PASADA-SELECCION     VALUE "S".
001680     05 WS-EN-POBLACION-SW     PIC X(01) VALUE "N".
001690         88 WS-EN-POBLACION         VALUE "S".
001700     05 WS-TODOS-SW            PIC X(01) VALUE "N".
001710         88 WS-TODOS                VALUE "S".
001720
001730 01  WS-COUNTERS.
001740     05 WS-LEIDOS-COUNT        PIC 9(09) COMP VALUE ZERO.
001750     05 WS-POBLACION-COUNT     PIC 9(09) COMP VALUE ZERO.
001760     05 WS-VISTOS-COUNT        PIC 9(09) COMP VALUE ZERO.
001770     05 WS-ELEGIDOS-COUNT      PIC 9(09) COMP VALUE ZERO.
001780     05 WS-ACIERTOS-COUNT      PIC 9(09) COMP VALUE ZERO.
001790     05 WS-ACIERTOS-APUNTE     PIC 9(05) COMP VALUE ZERO.
001800
001810 01  WS-PERIODO-DESDE           PIC 9(06) VALUE ZERO.
001820 01  WS-PERIODO-HASTA           PIC 9(06) VALUE ZERO.
001830 01  WS-PERIODO-PARTES.
001840     05 WS-PP-ANIO             PIC 9(04).
001850     05 WS-PP-MES              PIC 9(02).
001860 01  WS-PERIODO-PARTES-N REDEFINES WS-PERIODO-PARTES
001870                                PIC 9(06).
001880 01  WS-FECHA-DESGLOSE.
001890     05 WS-FD-PERIODO          PIC 9(06).
001900     05 WS-FD-DIA              PIC 9(02).
001910 01  WS-ULT-CUENTA              PIC 9(06) VALUE ZERO.
001920 01  WS-ULT-CLASE               PIC X(01) VALUE SPACE.
001930 01  WS-FUENTE                  PIC X(07) VALUE SPACES.
001940
001950 01  WS-POBLACION-VALOR         PIC 9(13)V99 VALUE ZERO.
001960 01  WS-ELEGIDOS-VALOR          PIC 9(13)V99 VALUE ZERO.
001970
001980*----------------------------------------------------------*
001990* FACTORES DE CONFIANZA DEL MUESTREO POR UNIDAD MONETARIA   *
002000* CON CERO ERRORES ESPERADOS (DISTRIBUCION DE POISSON).     *
002010*----------------------------------------------------------*
002020 01  WS-TABLA-FACTORES-LIT.
002030     05 FILLER                  PIC X(05) VALUE "80161".
002040     05 FILLER                  PIC X(05) VALUE "90231".
002050     05 FILLER                  PIC X(05) VALUE "95300".
002060     05 FILLER                  PIC X(05) VALUE "99461".
002070 01  WS-TABLA-FACTORES REDEFINES WS-TABLA-FACTORES-LIT.
002080     05 WS-FACTOR-ENTRY OCCURS 4 TIMES
002090             INDEXED BY WS-FAC-IDX.
002100         10 FAC-CONFIANZA       PIC 9(02).
002110         10 FAC-FACTOR          PIC 9V99.
002120 01  WS-FACTOR                  PIC 9V99 VALUE ZERO.
002130
002140*----------------------------------------------------------*
002150* MUESTREO POR UNIDAD MONETARIA: INTERVALO, ARRANQUE Y      *
002160* SIGUIENTE PUNTO DE SELECCION SOBRE EL VALOR ACUMULADO.    *
002170*----------------------------------------------------------*
002180 01  WS-INTERVALO               PIC 9(13)V99 VALUE ZERO.
002190 01  WS-ARRANQUE                PIC 9(13)V99 VALUE ZERO.
002200 01  WS-PUNTO                   PIC 9(15)V99 VALUE ZERO.
002210 01  WS-ACUMULADO               PIC 9(15)V99 VALUE ZERO.
002220 01  WS-TAMANO-ESPERADO         PIC 9(09) VALUE ZERO.
002230
002240*----------------------------------------------------------*
002250* GENERADOR CONGRUENCIAL MINIMO DE PARK Y MILLER:           *
002260* SEMILLA = 16807 * SEMILLA MODULO 2147483647.              *
002270*----------------------------------------------------------*
002280 01  WS-MODULO                  PIC 9(10) COMP VALUE 2147483647.
002290 01  WS-MULTIPLICADOR           PIC 9(05) COMP VALUE 16807.
002300 01  WS-SEMILLA                 PIC 9(10) COMP VALUE ZERO.
002310 01  WS-PRODUCTO                PIC 9(15) COMP VALUE ZERO.
002320 01  WS-COCIENTE                PIC 9(15) COMP VALUE ZERO.
002330 01  WS-UMBRAL-IZQ              PIC 9(18) COMP VALUE ZERO.
002340 01  WS-UMBRAL-DER              PIC 9(18) COMP VALUE ZERO.
002350 01  WS-TAMANO                  PIC 9(09) COMP VALUE ZERO.
002360
002370 01  WS-APUNTE-ACTUAL.
002380     05 AP-SEQ-NO              PIC 9(08).
002390     05 AP-ACCT-ID             PIC 9(06).
002400     05 AP-FECHA               PIC 9(08).
002410     05 AP-TIPO                PIC X(01).
002420     05 AP-IMPORTE             PIC 9(09)V99.
002430     05 AP-CONCEPTO            PIC X(20).
002440     05 AP-MONEDA-ORIG         PIC X(03).
002450     05 AP-IMPORTE-CONV        PIC 9(09)V99.
002460     05 AP-MONEDA-CONV         PIC X(03).
002470     05 AP-ESTORNO-SW          PIC X(01).
002480     05 AP-SEQ-ENLACE          PIC 9(08).
002490     05 AP-CONCILIADO-SW       PIC X(01).
002500     05 AP-IVA-CODIGO          PIC X(02).
002510     05 AP-CENTRO-COSTE        PIC 9(06).
002520     05 AP-ORIGEN-SISTEMA      PIC X(08).
002530     05 AP-ORIGEN-CLAVE        PIC X(20).
002540
002550 01  WS-TITULO-LINE.
002560     05 FILLER                  PIC X(30)
002570         VALUE "MUESTRA DE AUDITORIA PERIODOS ".
002580     05 TT-DESDE                PIC 9(06).
002590     05 FILLER                  PIC X(03) VALUE " A ".
002600     05 TT-HASTA                PIC 9(06).
002610     05 FILLER                  PIC X(07) VALUE " CLASE ".
002620     05 TT-CLASE                PIC X(05).
002630     05 FILLER                  PIC X(09) VALUE " SEMILLA ".
002640     05 TT-SEMILLA              PIC Z(09)9.
002650
002660 01  WS-METODO-LINE.
002670     05 FILLER                  PIC X(08) VALUE "METODO: ".
002680     05 MT-TEXTO                PIC X(30).
002690     05 MT-ROTULO               PIC X(13).
002700     05 MT-VALOR                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002710
002720 01  WS-POBLACION-LINE.
002730     05 FILLER                  PIC X(11) VALUE "POBLACION: ".
002740     05 PL-APUNTES              PIC ZZZ.ZZZ.ZZ9.
002750     05 FILLER                  PIC X(16)
002760         VALUE " APUNTES, VALOR ".
002770     05 PL-VALOR                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002780
002790 01  WS-INTERVALO-LINE.
002800     05 FILLER                  PIC X(11) VALUE "INTERVALO: ".
002810     05 IL-INTERVALO            PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002820     05 FILLER                  PIC X(10) VALUE " ARRANQUE ".
002830     05 IL-ARRANQUE             PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
002840
002850 01  WS-COL-LINE.
002860     05 FILLER                  PIC X(40) VALUE
002870         "SECUENC. CUENTA FECHA    T    IMPORTE CO".
002880     05 FILLER                  PIC X(40) VALUE
002890         "NV. ORIGEN   CLAVE DE ORIGEN         ACI".
002900
002910 01  WS-DET-LINE.
002920     05 DL-SEQ                  PIC 9(08).
002930     05 FILLER                  PIC X(01) VALUE SPACES.
002940     05 DL-ACCT                 PIC 9(06).
002950     05 FILLER                  PIC X(01) VALUE SPACES.
002960     05 DL-FECHA                PIC 9(08).
002970     05 FILLER                  PIC X(01) VALUE SPACES.
002980     05 DL-TIPO                 PIC X(01).
002990     05 FILLER                  PIC X(01) VALUE SPACES.
003000     05 DL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
003010     05 FILLER                  PIC X(01) VALUE SPACES.
003020     05 DL-ORIGEN-SISTEMA       PIC X(08).
003030     05 FILLER                  PIC X(01) VALUE SPACES.
003040     05 DL-ORIGEN-CLAVE         PIC X(20).
003050     05 FILLER                  PIC X(01) VALUE SPACES.
003060     05 DL-ACIERTOS             PIC ZZ9.
003070
003080 01  WS-FIN-LINE.
003090     05 FL-TEXTO                PIC X(30).
003100     05 FL-CUENTA               PIC ZZZ.ZZZ.ZZ9.
003110     05 FILLER                  PIC X(01) VALUE SPACES.
003120     05 FL-VALOR                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
003130
003140*----------------------------------------------------------*
003150* FILA DEL EXTRACTO PARA LOS AUDITORES, CAMPOS SEPARADOS POR*
003160* ";" E IMPORTES CON COMA DECIMAL.                          *
003170*----------------------------------------------------------*
003180 01  WS-EXT-CABECERA.
003190     05 FILLER                  PIC X(40) VALUE
003200         "SECUENCIA;CUENTA;FECHA;TIPO;IMPORTE;MONE".
003210     05 FILLER                  PIC X(40) VALUE
003220         "DA;IMPORTE_CONV;MONEDA_CONV;CONCEPTO;CEN".
003230     05 FILLER                  PIC X(40) VALUE
003240         "TRO_COSTE;ORIGEN_SISTEMA;ORIGEN_CLAVE;FI".
003250     05 FILLER                  PIC X(40) VALUE
003260         "CHERO;ACIERTOS;INTERVALO                ".
003270 01  WS-EXT-IMPORTE             PIC 9(09),99.
003280 01  WS-EXT-IMPORTE-CONV        PIC 9(09),99.
003290 01  WS-EXT-INTERVALO           PIC 9(13),99.
003300 01  WS-EXT-ACIERTOS            PIC 9(05).
003310
003320 PROCEDURE DIVISION.
003330
003340 0000-MAINLINE.
003350     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003360     SET WS-PASADA-CONTEO TO TRUE
003370     PERFORM 2000-PASADA THRU 2000-EXIT.
003380     PERFORM 4000-CALCULAR-MUESTRA THRU 4000-EXIT.
003390     IF WS-POBLACION-COUNT > ZERO
003400         SET WS-PASADA-SELECCION TO TRUE
003410         PERFORM 2000-PASADA THRU 2000-EXIT
003420     END-IF
003430     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003440     GOBACK.
003450
003460 1000-INITIALIZE.
003470     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
003480     PERFORM 1200-VALIDAR-PARM THRU 1200-EXIT.
003490     IF NOT PI-CLASE-TODAS
003500         OPEN INPUT PLAN-CUENTA-FILE
003510         IF NOT WS-PLANCTAS-OK
003520             DISPLAY "MUESTRA: ERROR ABRIENDO PLANCTAS "
003530                 WS-PLANCTAS-STATUS
003540             GO TO ABEND-CLEANUP
003550         END-IF
003560     END-IF
003570     OPEN OUTPUT MUESTRA-RPT-FILE.
003580     IF NOT WS-MUERPT-OK
003590         DISPLAY "MUESTRA: ERROR ABRIENDO MUERPT "
003600             WS-MUERPT-STATUS
003610         GO TO ABEND-CLEANUP
003620     END-IF
003630     OPEN OUTPUT EXTRACTO-FILE.
003640     IF NOT WS-MUEEXTR-OK
003650         DISPLAY "MUESTRA: ERROR ABRIENDO MUEEXTR "
003660             WS-MUEEXTR-STATUS
003670         GO TO ABEND-CLEANUP
003680     END-IF
003690     MOVE WS-EXT-CABECERA TO EXTRACTO-REC
003700     PERFORM 8600-WRITE-EXTRACTO THRU 8600-EXIT
003710     MOVE WS-PERIODO-DESDE TO TT-DESDE
003720     MOVE WS-PERIODO-HASTA TO TT-HASTA
003730     IF PI-CLASE-TODAS
003740         MOVE "TODAS" TO TT-CLASE
003750     ELSE
003760         MOVE PI-CLASE TO TT-CLASE
003770     END-IF
003780     MOVE WS-SEMILLA TO TT-SEMILLA
003790     MOVE WS-TITULO-LINE TO MUESTRA-RPT-LINE
003800     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
003810 1000-EXIT.
003820     EXIT.
003830
003840 1100-LEER-PARM.
003850     OPEN INPUT PARM-FILE.
003860     IF NOT WS-MUEPARM-OK
003870         DISPLAY "MUESTRA: ERROR ABRIENDO MUEPARM "
003880             WS-MUEPARM-STATUS
003890         GO TO ABEND-CLEANUP
003900     END-IF
003910     READ PARM-FILE INTO WS-PARM
003920         AT END
003930             DISPLAY "MUESTRA: MUEPARM VACIO"
003940             GO TO ABEND-CLEANUP
003950     END-READ
003960     CLOSE PARM-FILE.
003970 1100-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------*
004010* UN PARAMETRO INVALIDO TERMINA EL TRABAJO: UNA MUESTRA CON *
004020* PARAMETROS SUPUESTOS NO SERVIRIA A LOS AUDITORES.         *
004030*----------------------------------------------------------*
004040 1200-VALIDAR-PARM.
004050     IF PI-PERIODO-DESDE IS NOT NUMERIC
004060         OR PI-PERIODO-HASTA IS NOT NUMERIC
004070         DISPLAY "MUESTRA: PERIODOS DE MUEPARM INVALIDOS"
004080         GO TO ABEND-CLEANUP
004090     END-IF
004100     MOVE PI-PERIODO-DESDE-N TO WS-PERIODO-PARTES-N
004110     IF WS-PP-MES < 1 OR WS-PP-MES > 12
004120         DISPLAY "MUESTRA: PERIODO DESDE INVALIDO"
004130         GO TO ABEND-CLEANUP
004140     END-IF
004150     MOVE PI-PERIODO-HASTA-N TO WS-PERIODO-PARTES-N
004160     IF WS-PP-MES < 1 OR WS-PP-MES > 12
004170         DISPLAY "MUESTRA: PERIODO HASTA INVALIDO"
004180         GO TO ABEND-CLEANUP
004190     END-IF
004200     IF PI-PERIODO-DESDE-N > PI-PERIODO-HASTA-N
004210         DISPLAY "MUESTRA: PERIODO DESDE POSTERIOR AL HASTA"
004220         GO TO ABEND-CLEANUP
004230     END-IF
004240     MOVE PI-PERIODO-DESDE-N TO WS-PERIODO-DESDE
004250     MOVE PI-PERIODO-HASTA-N TO WS-PERIODO-HASTA
004260     IF NOT PI-CLASE-TODAS
004270         IF NOT PI-CLASE-VALIDA
004280             DISPLAY "MUESTRA: CLASE DE CUENTA INVALIDA "
004290                 PI-CLASE
004300             GO TO ABEND-CLEANUP
004310         END-IF
004320     END-IF
004330     IF PI-SEMILLA IS NOT NUMERIC
004340         OR PI-SEMILLA-N = ZERO
004350         OR PI-SEMILLA-N NOT < WS-MODULO
004360         DISPLAY "MUESTRA: SEMILLA INVALIDA"
004370         GO TO ABEND-CLEANUP
004380     END-IF
004390     MOVE PI-SEMILLA-N TO WS-SEMILLA
004400     EVALUATE TRUE
004410         WHEN PI-METODO-MONETARIO
004420             PERFORM 1300-VALIDAR-MONETARIO THRU 1300-EXIT
004430         WHEN PI-METODO-ALEATORIO
004440             IF PI-TAMANO IS NOT NUMERIC
004450                 OR PI-TAMANO-N = ZERO
004460                 DISPLAY "MUESTRA: TAMANO DE MUESTRA INVALIDO"
004470                 GO TO ABEND-CLEANUP
004480             END-IF
004490             MOVE PI-TAMANO-N TO WS-TAMANO
004500         WHEN OTHER
004510             DISPLAY "MUESTRA: METODO INVALIDO " PI-METODO
004520             GO TO ABEND-CLEANUP
004530     END-EVALUATE.
004540 1200-EXIT.
004550     EXIT.
004560
004570 1300-VALIDAR-MONETARIO.
004580     IF PI-CONFIANZA IS NOT NUMERIC
004590         DISPLAY "MUESTRA: CONFIANZA INVALIDA"
004600         GO TO ABEND-CLEANUP
004610     END-IF
004620     SET WS-FAC-IDX TO 1
004630     SEARCH WS-FACTOR-ENTRY
004640         AT END
004650             DISPLAY "MUESTRA: CONFIANZA NO TABULADA "
004660                 PI-CONFIANZA
004670             GO TO ABEND-CLEANUP
004680         WHEN FAC-CONFIANZA (WS-FAC-IDX) = PI-CONFIANZA-N
004690             MOVE FAC-FACTOR (WS-FAC-IDX) TO WS-FACTOR
004700     END-SEARCH
004710     IF PI-MATERIALIDAD IS NOT NUMERIC
004720         OR PI-MATERIALIDAD-N = ZERO
004730         DISPLAY "MUESTRA: MATERIALIDAD INVALIDA"
004740         GO TO ABEND-CLEANUP
004750     END-IF
004760     DIVIDE PI-MATERIALIDAD-N BY WS-FACTOR
004770         GIVING WS-INTERVALO ROUNDED
004780     IF WS-INTERVALO = ZERO
004790         DISPLAY "MUESTRA: INTERVALO NULO"
004800         GO TO ABEND-CLEANUP
004810     END-IF.
004820 1300-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------*
004860* UNA PASADA COMPLETA POR EL ARCHIVO Y EL DETALLE VIVO. LA  *
004870* DE CONTEO MIDE LA POBLACION; LA DE SELECCION ELIGE. AMBAS *
004880* LEEN EN EL MISMO ORDEN, ASI QUE LA MUESTRA SE REPITE.     *
004890*----------------------------------------------------------*
004900 2000-PASADA.
004910     MOVE "N" TO WS-SIN-ARCHIVO-SW
004920     MOVE "N" TO WS-EOF-ARCH-SW
004930     MOVE "N" TO WS-EOF-VIVO-SW
004940     MOVE ZERO TO WS-VISTOS-COUNT
004950     OPEN INPUT ARCH-IN-FILE.
004960     IF WS-ARCHDTL-NO-FILE
004970         MOVE "S" TO WS-SIN-ARCHIVO-SW
004980         SET WS-EOF-ARCH TO TRUE
004990         IF WS-PASADA-CONTEO
005000             DISPLAY "MUESTRA: ARCHDTL AUSENTE, SOLO DETALLE VIVO"
005010         END-IF
005020     ELSE
005030         IF NOT WS-ARCHDTL-OK
005040             DISPLAY "MUESTRA: ERROR ABRIENDO ARCHDTL "
005050                 WS-ARCHDTL-STATUS
005060             GO TO ABEND-CLEANUP
005070         END-IF
005080     END-IF
005090     MOVE "ARCHDTL" TO WS-FUENTE
005100     PERFORM 2100-LEER-ARCHIVO THRU 2100-EXIT
005110         UNTIL WS-EOF-ARCH.
005120     IF NOT WS-SIN-ARCHIVO
005130         CLOSE ARCH-IN-FILE
005140     END-IF
005150     OPEN INPUT LEDGER-DETAIL-FILE.
005160     IF NOT WS-LEDGDTL-OK
005170         DISPLAY "MUESTRA: ERROR ABRIENDO LEDGDTL "
005180             WS-LEDGDTL-STATUS
005190         GO TO ABEND-CLEANUP
005200     END-IF
005210     MOVE "LEDGDTL" TO WS-FUENTE
005220     PERFORM 2200-LEER-VIVO THRU 2200-EXIT
005230         UNTIL WS-EOF-VIVO.
005240     CLOSE LEDGER-DETAIL-FILE.
005250 2000-EXIT.
005260     EXIT.
005270
005280 2100-LEER-ARCHIVO.
005290     READ ARCH-IN-FILE
005300         AT END
005310             SET WS-EOF-ARCH TO TRUE
005320             GO TO 2100-EXIT
005330     END-READ
005340     IF NOT WS-ARCHDTL-OK
005350         DISPLAY "MUESTRA: ERROR LEYENDO ARCHDTL "
005360             WS-ARCHDTL-STATUS
005370         GO TO ABEND-CLEANUP
005380     END-IF
005390     MOVE ARCH-IN-REC TO WS-APUNTE-ACTUAL
005400     PERFORM 3000-TRATAR-APUNTE THRU 3000-EXIT.
005410 2100-EXIT.
005420     EXIT.
005430
005440 2200-LEER-VIVO.
005450     READ LEDGER-DETAIL-FILE NEXT
005460         AT END
005470             SET WS-EOF-VIVO TO TRUE
005480             GO TO 2200-EXIT
005490     END-READ
005500     IF NOT WS-LEDGDTL-OK
005510         DISPLAY "MUESTRA: ERROR LEYENDO LEDGDTL "
005520             WS-LEDGDTL-STATUS
005530         GO TO ABEND-CLEANUP
005540     END-IF
005550     MOVE LEDGER-DETAIL-REC TO WS-APUNTE-ACTUAL
005560     PERFORM 3000-TRATAR-APUNTE THRU 3000-EXIT.
005570 2200-EXIT.
005580     EXIT.
005590
005600 3000-TRATAR-APUNTE.
005610     IF WS-PASADA-CONTEO
005620         ADD 1 TO WS-LEIDOS-COUNT
005630     END-IF
005640     PERFORM 3100-FILTRAR THRU 3100-EXIT
005650     IF NOT WS-EN-POBLACION
005660         GO TO 3000-EXIT
005670     END-IF
005680     IF WS-PASADA-CONTEO
005690         ADD 1 TO WS-POBLACION-COUNT
005700         ADD AP-IMPORTE-CONV TO WS-POBLACION-VALOR
005710         GO TO 3000-EXIT
005720     END-IF
005730     MOVE ZERO TO WS-ACIERTOS-APUNTE
005740     IF PI-METODO-MONETARIO
005750         PERFORM 3200-SEL-MONETARIA THRU 3200-EXIT
005760     ELSE
005770         PERFORM 3300-SEL-ALEATORIA THRU 3300-EXIT
005780     END-IF
005790     ADD 1 TO WS-VISTOS-COUNT
005800     IF WS-ACIERTOS-APUNTE > ZERO
005810         PERFORM 5000-ESCRIBIR-SELECCION THRU 5000-EXIT
005820     END-IF.
005830 3000-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------*
005870* POBLACION: FECHA DENTRO DEL RANGO DE PERIODOS Y, SI SE    *
005880* PIDIO CLASE, CUENTA DE ESA CLASE EN PLANCTAS (UNA CUENTA  *
005890* QUE NO ESTA EN EL PLAN QUEDA FUERA).                      *
005900*----------------------------------------------------------*
005910 3100-FILTRAR.
005920     MOVE "N" TO WS-EN-POBLACION-SW
005930     MOVE AP-FECHA TO WS-FECHA-DESGLOSE
005940     IF WS-FD-PERIODO < WS-PERIODO-DESDE
005950         OR WS-FD-PERIODO > WS-PERIODO-HASTA
005960         GO TO 3100-EXIT
005970     END-IF
005980     IF NOT PI-CLASE-TODAS
005990         IF AP-ACCT-ID NOT = WS-ULT-CUENTA
006000             MOVE AP-ACCT-ID TO WS-ULT-CUENTA
006010             MOVE AP-ACCT-ID TO CTA-ACCT-ID
006020             READ PLAN-CUENTA-FILE
006030             IF WS-PLANCTAS-OK
006040                 MOVE CTA-CLASE TO WS-ULT-CLASE
006050             ELSE
006060                 IF NOT WS-PLANCTAS-NOT-FOUND
006070                     DISPLAY "MUESTRA: ERROR LEYENDO PLANCTAS "
006080                         WS-PLANCTAS-STATUS
006090                     GO TO ABEND-CLEANUP
006100                 END-IF
006110                 MOVE SPACE TO WS-ULT-CLASE
006120             END-IF
006130         END-IF
006140         IF WS-ULT-CLASE NOT = PI-CLASE
006150             GO TO 3100-EXIT
006160         END-IF
006170     END-IF
006180     MOVE "S" TO WS-EN-POBLACION-SW.
006190 3100-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------*
006230* UNIDAD MONETARIA: SE ELIGE EL APUNTE QUE CONTIENE EL PUNTO*
006240* DE SELECCION SOBRE EL VALOR ACUMULADO; CADA PUNTO QUE CAE *
006250* EN EL ES UN ACIERTO Y EL SIGUIENTE ESTA UN INTERVALO MAS  *
006260* ALLA.                                                     *
006270*----------------------------------------------------------*
006280 3200-SEL-MONETARIA.
006290     ADD AP-IMPORTE-CONV TO WS-ACUMULADO
006300     PERFORM 3250-AVANZAR-PUNTO THRU 3250-EXIT
006310         UNTIL WS-PUNTO > WS-ACUMULADO.
006320 3200-EXIT.
006330     EXIT.
006340
006350 3250-AVANZAR-PUNTO.
006360     ADD 1 TO WS-ACIERTOS-APUNTE
006370     ADD 1 TO WS-ACIERTOS-COUNT
006380     ADD WS-INTERVALO TO WS-PUNTO.
006390 3250-EXIT.
006400     EXIT.
006410
006420*----------------------------------------------------------*
006430* ALEATORIO SIMPLE SIN REPOSICION: EL APUNTE SE ELIGE SI    *
006440* U < PENDIENTES / RESTANTES, CON U = SEMILLA / MODULO; LA  *
006450* COMPARACION SE HACE EN ENTEROS, SIN REDONDEOS.            *
006460*----------------------------------------------------------*
006470 3300-SEL-ALEATORIA.
006480     IF WS-TODOS
006490         MOVE 1 TO WS-ACIERTOS-APUNTE
006500         ADD 1 TO WS-ACIERTOS-COUNT
006510         GO TO 3300-EXIT
006520     END-IF
006530     IF WS-ELEGIDOS-COUNT NOT < WS-TAMANO
006540         GO TO 3300-EXIT
006550     END-IF
006560     PERFORM 7000-SIGUIENTE-ALEATORIO THRU 7000-EXIT
006570     COMPUTE WS-UMBRAL-IZQ =
006580         (WS-POBLACION-COUNT - WS-VISTOS-COUNT) * WS-SEMILLA
006590     COMPUTE WS-UMBRAL-DER =
006600         (WS-TAMANO - WS-ELEGIDOS-COUNT) * WS-MODULO
006610     IF WS-UMBRAL-IZQ < WS-UMBRAL-DER
006620         MOVE 1 TO WS-ACIERTOS-APUNTE
006630         ADD 1 TO WS-ACIERTOS-COUNT
006640     END-IF.
006650 3300-EXIT.
006660     EXIT.
006670
006680*----------------------------------------------------------*
006690* ENTRE PASADAS: DATOS DE LA POBLACION Y DEL METODO EN EL   *
006700* INFORME, Y ARRANQUE ALEATORIO DEL MUESTREO MONETARIO.     *
006710*----------------------------------------------------------*
006720 4000-CALCULAR-MUESTRA.
006730     MOVE WS-POBLACION-COUNT TO PL-APUNTES
006740     MOVE WS-POBLACION-VALOR TO PL-VALOR
006750     MOVE WS-POBLACION-LINE TO MUESTRA-RPT-LINE
006760     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
006770     IF PI-METODO-MONETARIO
006780         MOVE "UNIDAD MONETARIA, CONFIANZA" TO MT-TEXTO
006790         MOVE PI-CONFIANZA TO MT-TEXTO (29:2)
006800         MOVE "MATERIALIDAD " TO MT-ROTULO
006810         MOVE PI-MATERIALIDAD-N TO MT-VALOR
006820     ELSE
006830         MOVE "ALEATORIO SIMPLE" TO MT-TEXTO
006840         MOVE "APUNTES      " TO MT-ROTULO
006850         MOVE WS-TAMANO TO MT-VALOR
006860     END-IF
006870     MOVE WS-METODO-LINE TO MUESTRA-RPT-LINE
006880     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
006890     IF WS-POBLACION-COUNT = ZERO
006900         MOVE "*** POBLACION VACIA, NO HAY MUESTRA ***"
006910             TO MUESTRA-RPT-LINE
006920         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
006930         GO TO 4000-EXIT
006940     END-IF
006950     IF PI-METODO-MONETARIO
006960         PERFORM 7000-SIGUIENTE-ALEATORIO THRU 7000-EXIT
006970         COMPUTE WS-ARRANQUE ROUNDED =
006980             WS-INTERVALO * WS-SEMILLA / WS-MODULO
006990         IF WS-ARRANQUE = ZERO
007000             MOVE 0,01 TO WS-ARRANQUE
007010         END-IF
007020         MOVE WS-ARRANQUE TO WS-PUNTO
007030         DIVIDE WS-POBLACION-VALOR BY WS-INTERVALO
007040             GIVING WS-TAMANO-ESPERADO
007050     ELSE
007060         IF WS-TAMANO NOT < WS-POBLACION-COUNT
007070             MOVE "S" TO WS-TODOS-SW
007080             MOVE "*** LA MUESTRA CUBRE TODA LA POBLACION ***"
007090                 TO MUESTRA-RPT-LINE
007100             PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007110         END-IF
007120         DIVIDE WS-POBLACION-COUNT BY WS-TAMANO
007130             GIVING WS-INTERVALO ROUNDED
007140         MOVE ZERO TO WS-ARRANQUE
007150     END-IF
007160     MOVE WS-INTERVALO TO IL-INTERVALO
007170     MOVE WS-ARRANQUE TO IL-ARRANQUE
007180     MOVE WS-INTERVALO-LINE TO MUESTRA-RPT-LINE
007190     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007200     MOVE SPACES TO MUESTRA-RPT-LINE
007210     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007220     MOVE WS-COL-LINE TO MUESTRA-RPT-LINE
007230     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
007240 4000-EXIT.
007250     EXIT.
007260
007270 5000-ESCRIBIR-SELECCION.
007280     ADD 1 TO WS-ELEGIDOS-COUNT
007290     ADD AP-IMPORTE-CONV TO WS-ELEGIDOS-VALOR
007300     MOVE AP-SEQ-NO TO DL-SEQ
007310     MOVE AP-ACCT-ID TO DL-ACCT
007320     MOVE AP-FECHA TO DL-FECHA
007330     MOVE AP-TIPO TO DL-TIPO
007340     MOVE AP-IMPORTE-CONV TO DL-IMPORTE
007350     MOVE AP-ORIGEN-SISTEMA TO DL-ORIGEN-SISTEMA
007360     MOVE AP-ORIGEN-CLAVE TO DL-ORIGEN-CLAVE
007370     MOVE WS-ACIERTOS-APUNTE TO DL-ACIERTOS
007380     MOVE WS-DET-LINE TO MUESTRA-RPT-LINE
007390     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007400     MOVE AP-IMPORTE TO WS-EXT-IMPORTE
007410     MOVE AP-IMPORTE-CONV TO WS-EXT-IMPORTE-CONV
007420     MOVE WS-INTERVALO TO WS-EXT-INTERVALO
007430     MOVE WS-ACIERTOS-APUNTE TO WS-EXT-ACIERTOS
007440     MOVE SPACES TO EXTRACTO-REC
007450     STRING AP-SEQ-NO DELIMITED BY SIZE
007460            ";" DELIMITED BY SIZE
007470            AP-ACCT-ID DELIMITED BY SIZE
007480            ";" DELIMITED BY SIZE
007490            AP-FECHA DELIMITED BY SIZE
007500            ";" DELIMITED BY SIZE
007510            AP-TIPO DELIMITED BY SIZE
007520            ";" DELIMITED BY SIZE
007530            WS-EXT-IMPORTE DELIMITED BY SIZE
007540            ";" DELIMITED BY SIZE
007550            AP-MONEDA-ORIG DELIMITED BY SIZE
007560            ";" DELIMITED BY SIZE
007570            WS-EXT-IMPORTE-CONV DELIMITED BY SIZE
007580            ";" DELIMITED BY SIZE
007590            AP-MONEDA-CONV DELIMITED BY SIZE
007600            ";" DELIMITED BY SIZE
007610            AP-CONCEPTO DELIMITED BY SIZE
007620            ";" DELIMITED BY SIZE
007630            AP-CENTRO-COSTE DELIMITED BY SIZE
007640            ";" DELIMITED BY SIZE
007650            AP-ORIGEN-SISTEMA DELIMITED BY SIZE
007660            ";" DELIMITED BY SIZE
007670            AP-ORIGEN-CLAVE DELIMITED BY SIZE
007680            ";" DELIMITED BY SIZE
007690            WS-FUENTE DELIMITED BY SIZE
007700            ";" DELIMITED BY SIZE
007710            WS-EXT-ACIERTOS DELIMITED BY SIZE
007720            ";" DELIMITED BY SIZE
007730            WS-EXT-INTERVALO DELIMITED BY SIZE
007740         INTO EXTRACTO-REC
007750     END-STRING
007760     PERFORM 8600-WRITE-EXTRACTO THRU 8600-EXIT.
007770 5000-EXIT.
007780     EXIT.
007790
007800 7000-SIGUIENTE-ALEATORIO.
007810     COMPUTE WS-PRODUCTO = WS-SEMILLA * WS-MULTIPLICADOR
007820     DIVIDE WS-PRODUCTO BY WS-MODULO
007830         GIVING WS-COCIENTE REMAINDER WS-SEMILLA.
007840 7000-EXIT.
007850     EXIT.
007860
007870 8500-WRITE-LINEA.
007880     WRITE MUESTRA-RPT-LINE
007890     IF NOT WS-MUERPT-OK
007900         DISPLAY "MUESTRA: ERROR ESCRIBIENDO MUERPT "
007910             WS-MUERPT-STATUS
007920         GO TO ABEND-CLEANUP
007930     END-IF.
007940 8500-EXIT.
007950     EXIT.
007960
007970 8600-WRITE-EXTRACTO.
007980     WRITE EXTRACTO-REC
007990     IF NOT WS-MUEEXTR-OK
008000         DISPLAY "MUESTRA: ERROR ESCRIBIENDO MUEEXTR "
008010             WS-MUEEXTR-STATUS
008020         GO TO ABEND-CLEANUP
008030     END-IF.
008040 8600-EXIT.
008050     EXIT.
008060
008070 9000-TERMINATE.
008080     MOVE SPACES TO MUESTRA-RPT-LINE
008090     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008100     MOVE "APUNTES LEIDOS" TO FL-TEXTO
008110     MOVE WS-LEIDOS-COUNT TO FL-CUENTA
008120     MOVE ZERO TO FL-VALOR
008130     MOVE WS-FIN-LINE TO MUESTRA-RPT-LINE
008140     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008150     MOVE "APUNTES EN LA POBLACION" TO FL-TEXTO
008160     MOVE WS-POBLACION-COUNT TO FL-CUENTA
008170     MOVE WS-POBLACION-VALOR TO FL-VALOR
008180     MOVE WS-FIN-LINE TO MUESTRA-RPT-LINE
008190     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008200     MOVE "APUNTES ELEGIDOS" TO FL-TEXTO
008210     MOVE WS-ELEGIDOS-COUNT TO FL-CUENTA
008220     MOVE WS-ELEGIDOS-VALOR TO FL-VALOR
008230     MOVE WS-FIN-LINE TO MUESTRA-RPT-LINE
008240     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008250     IF PI-METODO-MONETARIO
008260         MOVE "ACIERTOS (TAMANO ESPERADO)" TO FL-TEXTO
008270         MOVE WS-ACIERTOS-COUNT TO FL-CUENTA
008280         MOVE WS-TAMANO-ESPERADO TO FL-VALOR
008290         MOVE WS-FIN-LINE TO MUESTRA-RPT-LINE
008300         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008310     END-IF
008320     IF NOT PI-CLASE-TODAS
008330         CLOSE PLAN-CUENTA-FILE
008340     END-IF
008350     CLOSE MUESTRA-RPT-FILE.
008360     CLOSE EXTRACTO-FILE.
008370     DISPLAY "MUESTRA: POBLACION " WS-POBLACION-COUNT
008380         " ELEGIDOS " WS-ELEGIDOS-COUNT.
008390     IF WS-POBLACION-COUNT = ZERO OR WS-TODOS
008400         MOVE 4 TO RETURN-CODE
008410     END-IF.
008420 9000-EXIT.
008430     EXIT.
008440
008450 ABEND-CLEANUP.
008460     DISPLAY "MUESTRA: TERMINACION ANORMAL - CERRANDO FICHEROS".
008470     CLOSE PARM-FILE.
008480     CLOSE ARCH-IN-FILE.
008490     CLOSE LEDGER-DETAIL-FILE.
008500     CLOSE PLAN-CUENTA-FILE.
008510     CLOSE MUESTRA-RPT-FILE.
008520     CLOSE EXTRACTO-FILE.
008530     MOVE 16 TO RETURN-CODE.
008540     GOBACK.
008550
008560     END PROGRAM MUESTRA.

000010*----------------------------------------------------------*
000020* MSTCOMP - COMPARACION CAMPO A CAMPO DE DOS GENERACIONES    *
000030*           DE UN FICHERO MAESTRO                            *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. MSTCOMP.
000070 AUTHOR. EQUIPO DE SISTEMAS.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. TRAS UNA NOCHE MALA HACIA *
000150*                FALTA SABER QUE CAMBIO EXACTAMENTE EN UN    *
000160*                MAESTRO (LEDGMSTR, BNKMSTR, DEDMSTR,        *
000170*                VACMSTR...) ENTRE LA GENERACION DE RESPALDO *
000180*                Y EL FICHERO ACTUAL, Y HEXDUMP SOLO ENSENA  *
000190*                BYTES. MSTCOMP LEE LAS DOS GENERACIONES     *
000200*                DESCARGADAS EN SECUENCIAL (CMPANT Y CMPNUE, *
000210*                EN ORDEN DE CLAVE, COMO LAS DEJA EL REPRO   *
000220*                DEL CLUSTER), CON EL MISMO LAYOUT EBCLAYT   *
000230*                DE EBCONV (COPY EBCLAYT, CON NOMBRE,        *
000240*                FORMATO Y DECIMALES DE CADA CAMPO) Y LA     *
000250*                CLAVE DE LA TARJETA CMPPARM (POSICION Y     *
000260*                LONGITUD). EN CMPRPT LISTA LAS CLAVES       *
000270*                DADAS DE ALTA, LAS DADAS DE BAJA Y, POR     *
000280*                CADA REGISTRO CAMBIADO, CADA CAMPO CON SU   *
000290*                VALOR ANTES Y AHORA EN FORMA LEGIBLE (LOS   *
000300*                ZONADOS CON SIGNO, EMPACADOS Y BINARIOS SE  *
000310*                DECODIFICAN Y SE EDITAN CON SUS DECIMALES), *
000320*                Y TERMINA CON EL RESUMEN DE CAMBIOS POR     *
000330*                CAMPO. EL FICHERO OPCIONAL CMPCAMP LIMITA   *
000340*                LA COMPARACION A LOS CAMPOS QUE NOMBRA. UN  *
000350*                FICHERO FUERA DE ORDEN, CON CLAVES          *
000360*                DUPLICADAS O CON REGISTROS DE OTRA LONGITUD *
000370*                QUE LA DEL LAYOUT TERMINA EN ABEND. RC 0 SI *
000380*                LAS GENERACIONES SON IGUALES, RC 4 SI HAY   *
000390*                DIFERENCIAS.                                *
000400*----------------------------------------------------------*
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PARM-FILE ASSIGN TO "CMPPARM"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-CMPPARM-STATUS.
000520
000530     SELECT LAYOUT-FILE ASSIGN TO "EBCLAYT"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-EBCLAYT-STATUS.
000560
000570     SELECT CAMPOS-FILE ASSIGN TO "CMPCAMP"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-CMPCAMP-STATUS.
000600
000610     SELECT ANTERIOR-FILE ASSIGN TO "CMPANT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-CMPANT-STATUS.
000640
000650     SELECT NUEVO-FILE ASSIGN TO "CMPNUE"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-CMPNUE-STATUS.
000680
000690     SELECT COMP-RPT-FILE ASSIGN TO "CMPRPT"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-CMPRPT-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PARM-FILE
000760     LABEL RECORDS ARE STANDARD.
000770 01  PARM-IN-REC.
000780     05 CP-FICHERO               PIC X(08).
000790     05 CP-CLAVE-POS             PIC X(03).
000800     05 CP-CLAVE-POS-N REDEFINES CP-CLAVE-POS
000810                                 PIC 9(03).
000820     05 CP-CLAVE-LEN             PIC X(03).
000830     05 CP-CLAVE-LEN-N REDEFINES CP-CLAVE-LEN
000840                                 PIC 9(03).
000850     05 FILLER                   PIC X(66).
000860
000870 FD  LAYOUT-FILE
000880     LABEL RECORDS ARE STANDARD.
000890     COPY EBCLAYT.
000900
000910 FD  CAMPOS-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  CAMPOS-IN-REC.
000940     05 CC-NOMBRE                PIC X(16).
000950     05 FILLER                   PIC X(64).
000960
000970 FD  ANTERIOR-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD IS VARYING IN SIZE FROM 1 TO 999 CHARACTERS
001000         DEPENDING ON WS-LONG-ANT.
001010 01  ANTERIOR-REC                PIC X(999).
001020
001030 FD  NUEVO-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD IS VARYING IN SIZE FROM 1 TO 999 CHARACTERS
001060         DEPENDING ON WS-LONG-NUE.
001070 01  NUEVO-REC                   PIC X(999).
001080
001090 FD  COMP-RPT-FILE
001100     LABEL RECORDS ARE STANDARD.
001110 01  COMP-RPT-LINE               PIC X(80).
001120
001130 WORKING-STORAGE SECTION.
001140 01  WS-CMPPARM-STATUS          PIC X(02) VALUE SPACES.
001150     88 WS-CMPPARM-OK               VALUE "00".
001160
001170 01  WS-EBCLAYT-STATUS          PIC X(02) VALUE SPACES.
001180     88 WS-EBCLAYT-OK               VALUE "00".
001190
001200 01  WS-CMPCAMP-STATUS          PIC X(02) VALUE SPACES.
001210     88 WS-CMPCAMP-OK               VALUE "00".
001220     88 WS-CMPCAMP-NO-FILE          VALUE "35".
001230
001240 01  WS-CMPANT-STATUS           PIC X(02) VALUE SPACES.
001250     88 WS-CMPANT-OK                VALUE "00", "04".
001260
001270 01  WS-CMPNUE-STATUS           PIC X(02) VALUE SPACES.
001280     88 WS-CMPNUE-OK                VALUE "00", "04".
001290
001300 01  WS-CMPRPT-STATUS           PIC X(02) VALUE SPACES.
001310     88 WS-CMPRPT-OK                VALUE "00".
001320
001330 01  WS-SWITCHES.
001340     05 WS-EOF-LAYOUT-SW       PIC X(01) VALUE "N".
001350         88 WS-EOF-LAYOUT           VALUE "S".
001360     05 WS-EOF-CAMPOS-SW       PIC X(01) VALUE "N".
001370         88 WS-EOF-CAMPOS           VALUE "S".
001380     05 WS-EOF-ANT-SW          PIC X(01) VALUE "N".
001390         88 WS-EOF-ANT              VALUE "S".
001400     05 WS-EOF-NUE-SW          PIC X(01) VALUE "N".
001410         88 WS-EOF-NUE              VALUE "S".
001420     05 WS-SELECCION-SW        PIC X(01) VALUE "N".
001430         88 WS-CON-SELECCION        VALUE "S".
001440     05 WS-CAMBIADO-SW         PIC X(01) VALUE "N".
001450         88 WS-REGISTRO-CAMBIADO    VALUE "S".
001460     05 WS-ENCONTRADO-SW       PIC X(01) VALUE "N".
001470         88 WS-CAMPO-ENCONTRADO     VALUE "S".
001480
001490 01  WS-COUNTERS.
001500     05 WS-ANT-LEIDOS          PIC 9(09) COMP VALUE ZERO.
001510     05 WS-NUE-LEIDOS          PIC 9(09) COMP VALUE ZERO.
001520     05 WS-ALTAS-COUNT         PIC 9(09) COMP VALUE ZERO.
001530     05 WS-BAJAS-COUNT         PIC 9(09) COMP VALUE ZERO.
001540     05 WS-CAMBIADOS-COUNT     PIC 9(09) COMP VALUE ZERO.
001550     05 WS-IGUALES-COUNT       PIC 9(09) COMP VALUE ZERO.
001560     05 WS-FUERA-SEL-COUNT     PIC 9(09) COMP VALUE ZERO.
001570     05 WS-CAMPOS-CAMB-COUNT   PIC 9(09) COMP VALUE ZERO.
001580     05 WS-ELEGIDOS-COUNT      PIC 9(03) COMP VALUE ZERO.
001590
001600 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001610 01  WS-FICHERO                 PIC X(08) VALUE SPACES.
001620 01  WS-LONG-ANT                PIC 9(04) COMP VALUE ZERO.
001630 01  WS-LONG-NUE                PIC 9(04) COMP VALUE ZERO.
001640 01  WS-LONG-REGISTRO           PIC 9(04) COMP VALUE ZERO.
001650 01  WS-POS-ESPERADA            PIC 9(04) COMP VALUE 1.
001660 01  WS-CLAVE-POS               PIC 9(04) COMP VALUE ZERO.
001670 01  WS-CLAVE-LEN               PIC 9(04) COMP VALUE ZERO.
001680 01  WS-POS                     PIC 9(04) COMP VALUE ZERO.
001690 01  WS-LEN                     PIC 9(04) COMP VALUE ZERO.
001700 01  WS-K                       PIC 9(04) COMP VALUE ZERO.
001710 01  WS-DIF-POS                 PIC 9(04) COMP VALUE ZERO.
001720 01  WS-VENTANA-INICIO          PIC 9(04) COMP VALUE ZERO.
001730 01  WS-BLANCOS                 PIC 9(04) COMP VALUE ZERO.
001740
001750*----------------------------------------------------------*
001760* REGISTROS EN CURSO DE CADA GENERACION, SU CLAVE Y LA DEL   *
001770* REGISTRO ANTERIOR DEL MISMO FICHERO PARA VIGILAR EL ORDEN. *
001780*----------------------------------------------------------*
001790 01  WS-REG-ANT                 PIC X(999) VALUE SPACES.
001800 01  WS-REG-NUE                 PIC X(999) VALUE SPACES.
001810 01  WS-CLAVE-ANT               PIC X(60) VALUE SPACES.
001820 01  WS-CLAVE-NUE               PIC X(60) VALUE SPACES.
001830 01  WS-CLAVE-PREVIA-ANT        PIC X(60) VALUE LOW-VALUES.
001840 01  WS-CLAVE-PREVIA-NUE        PIC X(60) VALUE LOW-VALUES.
001850 01  WS-DATO-ANT                PIC X(999) VALUE SPACES.
001860 01  WS-DATO-NUE                PIC X(999) VALUE SPACES.
001870 01  WS-CAMPO-DATO              PIC X(999) VALUE SPACES.
001880
001890*----------------------------------------------------------*
001900* TABLA DEL LAYOUT, SEMBRADA DESDE EBCLAYT. CT-FORMATO YA    *
001910* RESUELTO (X ALFANUMERICO, 9 ZONADO, S ZONADO CON SIGNO, P  *
001920* EMPACADO, B BINARIO). CT-CAMBIOS CUENTA LOS REGISTROS EN   *
001930* QUE EL CAMPO CAMBIO, PARA EL RESUMEN FINAL.                *
001940*----------------------------------------------------------*
001950 01  WS-CAMPO-COUNT             PIC 9(03) COMP VALUE ZERO.
001960 01  WS-CAMPO-TABLA.
001970     05 WS-CAMPO OCCURS 1 TO 200 TIMES
001980             DEPENDING ON WS-CAMPO-COUNT
001990             INDEXED BY WS-CAMPO-IDX.
002000         10 CT-POS              PIC 9(03).
002010         10 CT-LEN              PIC 9(03).
002020         10 CT-TIPO             PIC X(01).
002030         10 CT-NOMBRE           PIC X(16).
002040         10 CT-FORMATO          PIC X(01).
002050         10 CT-DECIMALES        PIC 9(01).
002060         10 CT-ELEGIDO-SW       PIC X(01).
002070             88 CT-ELEGIDO          VALUE "S".
002080         10 CT-CAMBIOS          PIC 9(09) COMP.
002090
002100*----------------------------------------------------------*
002110* AREAS DE DECODIFICACION: EL CAMPO SE ALINEA A LA DERECHA   *
002120* SOBRE UN AREA DEL TAMANO MAXIMO Y SE LEE CON LA REDEFINES  *
002130* QUE CORRESPONDE A SU FORMATO.                              *
002140*----------------------------------------------------------*
002150 01  WS-ZONA                    PIC X(18).
002160 01  WS-ZONA-SIN REDEFINES WS-ZONA
002170                                PIC 9(18).
002180 01  WS-ZONA-CON REDEFINES WS-ZONA
002190                                PIC S9(18).
002200 01  WS-EMPAC                   PIC X(09).
002210 01  WS-EMPAC-NUM REDEFINES WS-EMPAC
002220                                PIC S9(17) COMP-3.
002230 01  WS-BIN2                    PIC X(02).
002240 01  WS-BIN2-NUM REDEFINES WS-BIN2
002250                                PIC S9(04) COMP.
002260 01  WS-BIN4                    PIC X(04).
002270 01  WS-BIN4-NUM REDEFINES WS-BIN4
002280                                PIC S9(09) COMP.
002290 01  WS-BIN8                    PIC X(08).
002300 01  WS-BIN8-NUM REDEFINES WS-BIN8
002310                                PIC S9(18) COMP.
002320 01  WS-ENTERO                  PIC S9(18) VALUE ZERO.
002330 01  WS-DEC1                    PIC S9(17)V9 VALUE ZERO.
002340 01  WS-DEC2                    PIC S9(16)V99 VALUE ZERO.
002350 01  WS-DEC3                    PIC S9(15)V9(3) VALUE ZERO.
002360 01  WS-DEC4                    PIC S9(14)V9(4) VALUE ZERO.
002370 01  WS-EDIT-0                  PIC -(18)9.
002380 01  WS-EDIT-1                  PIC -(17)9,9.
002390 01  WS-EDIT-2                  PIC -(16)9,99.
002400 01  WS-EDIT-3                  PIC -(15)9,999.
002410 01  WS-EDIT-4                  PIC -(14)9,9999.
002420 01  WS-NUM-TEXTO               PIC X(24) VALUE SPACES.
002430 01  WS-VALOR-TEXTO             PIC X(30) VALUE SPACES.
002440 01  WS-HEXA-TEXTO              PIC X(26) VALUE SPACES.
002450 01  WS-HEXA-LEN                PIC 9(04) COMP VALUE ZERO.
002460
002470 01  WS-RAW-BYTE                PIC X(01).
002480 01  WS-BYTE-VALUE REDEFINES WS-RAW-BYTE
002490                              USAGE BINARY-CHAR UNSIGNED.
002500 01  WS-NIBBLE-HI               PIC 9(02) COMP.
002510 01  WS-NIBBLE-LO               PIC 9(02) COMP.
002520 01  WS-HEX-TABLE-LIT           PIC X(16) VALUE
002530     "0123456789ABCDEF".
002540 01  WS-HEX-TABLE REDEFINES WS-HEX-TABLE-LIT.
002550     05 WS-HEX-DIGIT             PIC X OCCURS 16 TIMES.
002560
002570*----------------------------------------------------------*
002580* LINEAS DEL LISTADO CMPRPT                                  *
002590*----------------------------------------------------------*
002600 01  WS-TITULO-LINE.
002610     05 FILLER                  PIC X(35) VALUE
002620         "MSTCOMP - COMPARACION DE GENERACION".
002630     05 FILLER                  PIC X(06) VALUE "ES DE ".
002640     05 TT-FICHERO              PIC X(08).
002650     05 FILLER                  PIC X(08) VALUE "  FECHA ".
002660     05 TT-FECHA                PIC 9(08).
002670     05 FILLER                  PIC X(15) VALUE SPACES.
002680
002690 01  WS-CLAVE-DEF-LINE.
002700     05 FILLER                  PIC X(20) VALUE
002710         "CLAVE EN POSICION ".
002720     05 CD-POS                  PIC ZZ9.
002730     05 FILLER                  PIC X(13) VALUE
002740         "  LONGITUD ".
002750     05 CD-LEN                  PIC ZZ9.
002760     05 FILLER                  PIC X(17) VALUE
002770         "  REGISTRO DE ".
002780     05 CD-LONG                 PIC ZZ9.
002790     05 FILLER                  PIC X(21) VALUE " POSICIONES".
002800
002810 01  WS-LAYOUT-LINE.
002820     05 LL-POS                  PIC ZZ9.
002830     05 FILLER                  PIC X(02) VALUE SPACES.
002840     05 LL-LEN                  PIC ZZ9.
002850     05 FILLER                  PIC X(02) VALUE SPACES.
002860     05 LL-FORMATO              PIC X(01).
002870     05 FILLER                  PIC X(01) VALUE SPACE.
002880     05 LL-DECIMALES            PIC 9(01).
002890     05 FILLER                  PIC X(02) VALUE SPACES.
002900     05 LL-NOMBRE               PIC X(16).
002910     05 FILLER                  PIC X(02) VALUE SPACES.
002920     05 LL-NOTA                 PIC X(47).
002930
002940 01  WS-CLAVE-LINE.
002950     05 CL-MOVIMIENTO           PIC X(07).
002960     05 FILLER                  PIC X(01) VALUE SPACE.
002970     05 CL-CLAVE                PIC X(60).
002980     05 FILLER                  PIC X(12) VALUE SPACES.
002990
003000 01  WS-VALOR-LINE.
003010     05 FILLER                  PIC X(08) VALUE SPACES.
003020     05 VL-NOMBRE               PIC X(16).
003030     05 FILLER                  PIC X(02) VALUE SPACES.
003040     05 VL-ETIQUETA             PIC X(08).
003050     05 VL-VALOR                PIC X(30).
003060     05 FILLER                  PIC X(16) VALUE SPACES.
003070
003080 01  WS-RESUMEN-LINE.
003090     05 FILLER                  PIC X(02) VALUE SPACES.
003100     05 RS-NOMBRE               PIC X(16).
003110     05 FILLER                  PIC X(02) VALUE SPACES.
003120     05 RS-POS                  PIC ZZ9.
003130     05 FILLER                  PIC X(02) VALUE SPACES.
003140     05 RS-CAMBIOS              PIC ZZZ.ZZZ.ZZ9.
003150     05 FILLER                  PIC X(44) VALUE SPACES.
003160
003170 01  WS-FIN-LINE.
003180     05 FL-TEXTO                PIC X(40).
003190     05 FL-CUENTA               PIC ZZZ.ZZZ.ZZ9.
003200     05 FILLER                  PIC X(29) VALUE SPACES.
003210
003220 PROCEDURE DIVISION.
003230
003240 0000-MAINLINE.
003250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003260     PERFORM 2000-COMPARAR THRU 2000-EXIT
003270         UNTIL WS-EOF-ANT AND WS-EOF-NUE.
003280     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003290     GOBACK.
003300
003310 1000-INITIALIZE.
003320     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003330     OPEN OUTPUT COMP-RPT-FILE.
003340     IF NOT WS-CMPRPT-OK
003350         DISPLAY "MSTCOMP: ERROR ABRIENDO CMPRPT "
003360             WS-CMPRPT-STATUS
003370         GO TO ABEND-CLEANUP
003380     END-IF
003390     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
003400     MOVE WS-FICHERO TO TT-FICHERO
003410     MOVE WS-FECHA-PROCESO TO TT-FECHA
003420     MOVE WS-TITULO-LINE TO COMP-RPT-LINE
003430     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003440     MOVE SPACES TO COMP-RPT-LINE
003450     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003460     PERFORM 1200-CARGAR-LAYOUT THRU 1200-EXIT.
003470     PERFORM 1300-CARGAR-SELECCION THRU 1300-EXIT.
003480     PERFORM 1400-LISTAR-LAYOUT THRU 1400-EXIT.
003490     OPEN INPUT ANTERIOR-FILE.
003500     IF NOT WS-CMPANT-OK
003510         DISPLAY "MSTCOMP: ERROR ABRIENDO CMPANT "
003520             WS-CMPANT-STATUS
003530         GO TO ABEND-CLEANUP
003540     END-IF
003550     OPEN INPUT NUEVO-FILE.
003560     IF NOT WS-CMPNUE-OK
003570         DISPLAY "MSTCOMP: ERROR ABRIENDO CMPNUE "
003580             WS-CMPNUE-STATUS
003590         GO TO ABEND-CLEANUP
003600     END-IF
003610     PERFORM 2100-LEER-ANT THRU 2100-EXIT.
003620     PERFORM 2200-LEER-NUE THRU 2200-EXIT.
003630 1000-EXIT.
003640     EXIT.
003650
003660*----------------------------------------------------------*
003670* CMPPARM: NOMBRE DEL FICHERO (SOLO PARA EL TITULO) Y        *
003680* POSICION Y LONGITUD DE LA CLAVE DENTRO DEL REGISTRO.       *
003690*----------------------------------------------------------*
003700 1100-LEER-PARM.
003710     OPEN INPUT PARM-FILE.
003720     IF NOT WS-CMPPARM-OK
003730         DISPLAY "MSTCOMP: ERROR ABRIENDO CMPPARM "
003740             WS-CMPPARM-STATUS
003750         GO TO ABEND-CLEANUP
003760     END-IF
003770     READ PARM-FILE
003780         AT END
003790             DISPLAY "MSTCOMP: CMPPARM VACIO"
003800             GO TO ABEND-CLEANUP
003810     END-READ
003820     IF CP-CLAVE-POS IS NOT NUMERIC OR CP-CLAVE-POS-N = ZERO
003830         OR CP-CLAVE-LEN IS NOT NUMERIC OR CP-CLAVE-LEN-N = ZERO
003840         OR CP-CLAVE-LEN-N > 60
003850         DISPLAY "MSTCOMP: CLAVE DE CMPPARM INVALIDA"
003860         GO TO ABEND-CLEANUP
003870     END-IF
003880     MOVE CP-FICHERO TO WS-FICHERO
003890     MOVE CP-CLAVE-POS-N TO WS-CLAVE-POS
003900     MOVE CP-CLAVE-LEN-N TO WS-CLAVE-LEN
003910     CLOSE PARM-FILE.
003920 1100-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------*
003960* SIEMBRA EL LAYOUT CON LAS MISMAS REGLAS QUE EBCONV: CAMPOS *
003970* EN ORDEN, SIN HUECOS NI SOLAPES DESDE LA POSICION 1. LA    *
003980* LONGITUD DEL REGISTRO ES LA SUMA DE LOS CAMPOS Y LA CLAVE  *
003990* DEBE CAER DENTRO. EL FORMATO EN BLANCO SE DEDUCE DEL TIPO. *
004000*----------------------------------------------------------*
004010 1200-CARGAR-LAYOUT.
004020     OPEN INPUT LAYOUT-FILE.
004030     IF NOT WS-EBCLAYT-OK
004040         DISPLAY "MSTCOMP: ERROR ABRIENDO EBCLAYT "
004050             WS-EBCLAYT-STATUS
004060         GO TO ABEND-CLEANUP
004070     END-IF
004080     PERFORM 1250-LEER-LAYOUT THRU 1250-EXIT
004090     PERFORM 1260-AGREGAR-LAYOUT THRU 1260-EXIT
004100         UNTIL WS-EOF-LAYOUT
004110     CLOSE LAYOUT-FILE
004120     IF WS-CAMPO-COUNT = ZERO
004130         DISPLAY "MSTCOMP: EBCLAYT VACIO"
004140         GO TO ABEND-CLEANUP
004150     END-IF
004160     COMPUTE WS-LONG-REGISTRO = WS-POS-ESPERADA - 1
004170     IF WS-CLAVE-POS + WS-CLAVE-LEN - 1 > WS-LONG-REGISTRO
004180         DISPLAY "MSTCOMP: LA CLAVE DE CMPPARM CAE FUERA DEL "
004190             "REGISTRO"
004200         GO TO ABEND-CLEANUP
004210     END-IF.
004220 1200-EXIT.
004230     EXIT.
004240
004250 1250-LEER-LAYOUT.
004260     READ LAYOUT-FILE
004270         AT END
004280             SET WS-EOF-LAYOUT TO TRUE
004290     END-READ
004300     IF NOT WS-EOF-LAYOUT AND NOT WS-EBCLAYT-OK
004310         DISPLAY "MSTCOMP: ERROR LEYENDO EBCLAYT "
004320             WS-EBCLAYT-STATUS
004330         GO TO ABEND-CLEANUP
004340     END-IF.
004350 1250-EXIT.
004360     EXIT.
004370
004380 1260-AGREGAR-LAYOUT.
004390     IF LAY-POS IS NOT NUMERIC OR LAY-LEN IS NOT NUMERIC
004400         OR LAY-LEN = ZERO
004410         OR (NOT LAY-CARACTER AND NOT LAY-EMPACADO)
004420         DISPLAY "MSTCOMP: CAMPO DE LAYOUT INVALIDO EN LA "
004430             "POSICION " LAY-POS
004440         GO TO ABEND-CLEANUP
004450     END-IF
004460     IF LAY-POS NOT = WS-POS-ESPERADA
004470         DISPLAY "MSTCOMP: HUECO O SOLAPE EN EL LAYOUT EN LA "
004480             "POSICION " LAY-POS
004490         GO TO ABEND-CLEANUP
004500     END-IF
004510     IF WS-CAMPO-COUNT >= 200
004520         DISPLAY "MSTCOMP: TABLA DE LAYOUT LLENA"
004530         GO TO ABEND-CLEANUP
004540     END-IF
004550     IF LAY-DECIMALES = SPACE
004560         MOVE ZERO TO LAY-DECIMALES-N
004570     END-IF
004580     IF LAY-DECIMALES IS NOT NUMERIC OR LAY-DECIMALES-N > 4
004590         DISPLAY "MSTCOMP: DECIMALES INVALIDOS EN LA POSICION "
004600             LAY-POS
004610         GO TO ABEND-CLEANUP
004620     END-IF
004630     IF LAY-FORMATO-DEDUCIDO
004640         IF LAY-CARACTER
004650             MOVE "X" TO LAY-FORMATO
004660         ELSE
004670             MOVE "P" TO LAY-FORMATO
004680         END-IF
004690     END-IF
004700     EVALUATE TRUE
004710         WHEN LAY-ALFANUMERICO AND LAY-CARACTER
004720             CONTINUE
004730         WHEN (LAY-ZONADO OR LAY-ZONADO-SIGNO) AND LAY-CARACTER
004740             AND LAY-LEN <= 18
004750             CONTINUE
004760         WHEN LAY-DECIMAL-EMPAC AND LAY-EMPACADO
004770             AND LAY-LEN <= 9
004780             CONTINUE
004790         WHEN LAY-BINARIO AND LAY-EMPACADO
004800             AND (LAY-LEN = 2 OR LAY-LEN = 4 OR LAY-LEN = 8)
004810             CONTINUE
004820         WHEN OTHER
004830             DISPLAY "MSTCOMP: FORMATO " LAY-FORMATO
004840                 " NO VALE PARA EL CAMPO DE LA POSICION " LAY-POS
004850             GO TO ABEND-CLEANUP
004860     END-EVALUATE
004870     ADD 1 TO WS-CAMPO-COUNT
004880     SET WS-CAMPO-IDX TO WS-CAMPO-COUNT
004890     MOVE LAY-POS TO CT-POS (WS-CAMPO-IDX)
004900     MOVE LAY-LEN TO CT-LEN (WS-CAMPO-IDX)
004910     MOVE LAY-TIPO TO CT-TIPO (WS-CAMPO-IDX)
004920     MOVE LAY-FORMATO TO CT-FORMATO (WS-CAMPO-IDX)
004930     MOVE LAY-DECIMALES-N TO CT-DECIMALES (WS-CAMPO-IDX)
004940     IF LAY-NOMBRE = SPACES
004950         MOVE SPACES TO CT-NOMBRE (WS-CAMPO-IDX)
004960         STRING "POSICION-" LAY-POS DELIMITED BY SIZE
004970             INTO CT-NOMBRE (WS-CAMPO-IDX)
004980     ELSE
004990         MOVE LAY-NOMBRE TO CT-NOMBRE (WS-CAMPO-IDX)
005000     END-IF
005010     MOVE "S" TO CT-ELEGIDO-SW (WS-CAMPO-IDX)
005020     MOVE ZERO TO CT-CAMBIOS (WS-CAMPO-IDX)
005030     ADD LAY-LEN TO WS-POS-ESPERADA
005040     IF WS-POS-ESPERADA > 1000
005050         DISPLAY "MSTCOMP: EL LAYOUT PASA DE 999 POSICIONES"
005060         GO TO ABEND-CLEANUP
005070     END-IF
005080     PERFORM 1250-LEER-LAYOUT THRU 1250-EXIT.
005090 1260-EXIT.
005100     EXIT.
005110
005120*----------------------------------------------------------*
005130* CMPCAMP OPCIONAL: UN NOMBRE DE CAMPO DEL LAYOUT POR        *
005140* TARJETA. SI EXISTE, SOLO ESOS CAMPOS SE COMPARAN Y SE      *
005150* LISTAN; UN NOMBRE QUE NO ESTA EN EL LAYOUT ES UN ERROR DE  *
005160* LA TARJETA Y TERMINA EN ABEND.                             *
005170*----------------------------------------------------------*
005180 1300-CARGAR-SELECCION.
005190     OPEN INPUT CAMPOS-FILE.
005200     IF WS-CMPCAMP-NO-FILE
005210         GO TO 1300-EXIT
005220     END-IF
005230     IF NOT WS-CMPCAMP-OK
005240         DISPLAY "MSTCOMP: ERROR ABRIENDO CMPCAMP "
005250             WS-CMPCAMP-STATUS
005260         GO TO ABEND-CLEANUP
005270     END-IF
005280     PERFORM 1350-LEER-CAMPO THRU 1350-EXIT
005290     PERFORM 1360-ELEGIR-CAMPO THRU 1360-EXIT
005300         UNTIL WS-EOF-CAMPOS
005310     CLOSE CAMPOS-FILE.
005320 1300-EXIT.
005330     EXIT.
005340
005350 1350-LEER-CAMPO.
005360     READ CAMPOS-FILE
005370         AT END
005380             SET WS-EOF-CAMPOS TO TRUE
005390     END-READ
005400     IF NOT WS-EOF-CAMPOS AND NOT WS-CMPCAMP-OK
005410         DISPLAY "MSTCOMP: ERROR LEYENDO CMPCAMP "
005420             WS-CMPCAMP-STATUS
005430         GO TO ABEND-CLEANUP
005440     END-IF.
005450 1350-EXIT.
005460     EXIT.
005470
005480 1360-ELEGIR-CAMPO.
005490     IF CC-NOMBRE = SPACES
005500         PERFORM 1350-LEER-CAMPO THRU 1350-EXIT
005510         GO TO 1360-EXIT
005520     END-IF
005530     IF NOT WS-CON-SELECCION
005540         SET WS-CON-SELECCION TO TRUE
005550         PERFORM 1370-DESMARCAR THRU 1370-EXIT
005560             VARYING WS-CAMPO-IDX FROM 1 BY 1
005570             UNTIL WS-CAMPO-IDX > WS-CAMPO-COUNT
005580     END-IF
005590     MOVE "N" TO WS-ENCONTRADO-SW
005600     PERFORM 1380-MARCAR THRU 1380-EXIT
005610         VARYING WS-CAMPO-IDX FROM 1 BY 1
005620         UNTIL WS-CAMPO-IDX > WS-CAMPO-COUNT
005630     IF NOT WS-CAMPO-ENCONTRADO
005640         DISPLAY "MSTCOMP: EL CAMPO " CC-NOMBRE
005650             " DE CMPCAMP NO ESTA EN EL LAYOUT"
005660         GO TO ABEND-CLEANUP
005670     END-IF
005680     PERFORM 1350-LEER-CAMPO THRU 1350-EXIT.
005690 1360-EXIT.
005700     EXIT.
005710
005720 1370-DESMARCAR.
005730     MOVE "N" TO CT-ELEGIDO-SW (WS-CAMPO-IDX).
005740 1370-EXIT.
005750     EXIT.
005760
005770 1380-MARCAR.
005780     IF CT-NOMBRE (WS-CAMPO-IDX) = CC-NOMBRE
005790         IF NOT CT-ELEGIDO (WS-CAMPO-IDX)
005800             MOVE "S" TO CT-ELEGIDO-SW (WS-CAMPO-IDX)
005810             ADD 1 TO WS-ELEGIDOS-COUNT
005820         END-IF
005830         SET WS-CAMPO-ENCONTRADO TO TRUE
005840     END-IF.
005850 1380-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------*
005890* CABECERA DEL LISTADO: LA CLAVE Y EL LAYOUT TAL COMO SE     *
005900* VA A USAR, MARCANDO LA CLAVE Y LOS CAMPOS QUE QUEDAN       *
005910* FUERA DE LA SELECCION DE CMPCAMP.                          *
005920*----------------------------------------------------------*
005930 1400-LISTAR-LAYOUT.
005940     MOVE WS-CLAVE-POS TO CD-POS
005950     MOVE WS-CLAVE-LEN TO CD-LEN
005960     MOVE WS-LONG-REGISTRO TO CD-LONG
005970     MOVE WS-CLAVE-DEF-LINE TO COMP-RPT-LINE
005980     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
005990     PERFORM 1450-LISTAR-CAMPO THRU 1450-EXIT
006000         VARYING WS-CAMPO-IDX FROM 1 BY 1
006010         UNTIL WS-CAMPO-IDX > WS-CAMPO-COUNT
006020     IF WS-CON-SELECCION
006030         MOVE "CAMPOS ELEGIDOS EN CMPCAMP" TO FL-TEXTO
006040         MOVE WS-ELEGIDOS-COUNT TO FL-CUENTA
006050         MOVE WS-FIN-LINE TO COMP-RPT-LINE
006060         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
006070     END-IF
006080     MOVE SPACES TO COMP-RPT-LINE
006090     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
006100 1400-EXIT.
006110     EXIT.
006120
006130 1450-LISTAR-CAMPO.
006140     MOVE CT-POS (WS-CAMPO-IDX) TO LL-POS
006150     MOVE CT-LEN (WS-CAMPO-IDX) TO LL-LEN
006160     MOVE CT-FORMATO (WS-CAMPO-IDX) TO LL-FORMATO
006170     MOVE CT-DECIMALES (WS-CAMPO-IDX) TO LL-DECIMALES
006180     MOVE CT-NOMBRE (WS-CAMPO-IDX) TO LL-NOMBRE
006190     MOVE SPACES TO LL-NOTA
006200     IF CT-POS (WS-CAMPO-IDX) >= WS-CLAVE-POS
006210         AND CT-POS (WS-CAMPO-IDX) < WS-CLAVE-POS + WS-CLAVE-LEN
006220         MOVE "CLAVE" TO LL-NOTA
006230     ELSE
006240         IF NOT CT-ELEGIDO (WS-CAMPO-IDX)
006250             MOVE "NO SE COMPARA" TO LL-NOTA
006260         END-IF
006270     END-IF
006280     MOVE WS-LAYOUT-LINE TO COMP-RPT-LINE
006290     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
006300 1450-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------*
006340* CRUCE DE LAS DOS GENERACIONES POR CLAVE: CLAVE SOLO EN     *
006350* CMPANT ES UNA BAJA, SOLO EN CMPNUE UN ALTA, Y EN LAS DOS   *
006360* SE COMPARA CAMPO A CAMPO.                                  *
006370*----------------------------------------------------------*
006380 2000-COMPARAR.
006390     EVALUATE TRUE
006400         WHEN WS-EOF-ANT
006410             PERFORM 2500-ALTA THRU 2500-EXIT
006420             PERFORM 2200-LEER-NUE THRU 2200-EXIT
006430         WHEN WS-EOF-NUE
006440             PERFORM 2600-BAJA THRU 2600-EXIT
006450             PERFORM 2100-LEER-ANT THRU 2100-EXIT
006460         WHEN WS-CLAVE-ANT < WS-CLAVE-NUE
006470             PERFORM 2600-BAJA THRU 2600-EXIT
006480             PERFORM 2100-LEER-ANT THRU 2100-EXIT
006490         WHEN WS-CLAVE-ANT > WS-CLAVE-NUE
006500             PERFORM 2500-ALTA THRU 2500-EXIT
006510             PERFORM 2200-LEER-NUE THRU 2200-EXIT
006520         WHEN OTHER
006530             PERFORM 3000-COMPARAR-REGISTRO THRU 3000-EXIT
006540             PERFORM 2100-LEER-ANT THRU 2100-EXIT
006550             PERFORM 2200-LEER-NUE THRU 2200-EXIT
006560     END-EVALUATE.
006570 2000-EXIT.
006580     EXIT.
006590
006600 2100-LEER-ANT.
006610     READ ANTERIOR-FILE
006620         AT END
006630             SET WS-EOF-ANT TO TRUE
006640     END-READ
006650     IF WS-EOF-ANT
006660         GO TO 2100-EXIT
006670     END-IF
006680     IF NOT WS-CMPANT-OK
006690         DISPLAY "MSTCOMP: ERROR LEYENDO CMPANT "
006700             WS-CMPANT-STATUS
006710         GO TO ABEND-CLEANUP
006720     END-IF
006730     ADD 1 TO WS-ANT-LEIDOS
006740     IF WS-LONG-ANT NOT = WS-LONG-REGISTRO
006750         DISPLAY "MSTCOMP: EL REGISTRO " WS-ANT-LEIDOS
006760             " DE CMPANT NO TIENE LA LONGITUD DEL LAYOUT"
006770         GO TO ABEND-CLEANUP
006780     END-IF
006790     MOVE ANTERIOR-REC (1:WS-LONG-ANT) TO WS-REG-ANT
006800     MOVE WS-REG-ANT (WS-CLAVE-POS:WS-CLAVE-LEN) TO WS-CLAVE-ANT
006810     IF WS-ANT-LEIDOS > 1
006820         AND WS-CLAVE-ANT NOT > WS-CLAVE-PREVIA-ANT
006830         DISPLAY "MSTCOMP: CMPANT FUERA DE ORDEN O CON CLAVE "
006840             "DUPLICADA EN EL REGISTRO " WS-ANT-LEIDOS
006850         GO TO ABEND-CLEANUP
006860     END-IF
006870     MOVE WS-CLAVE-ANT TO WS-CLAVE-PREVIA-ANT.
006880 2100-EXIT.
006890     EXIT.
006900
006910 2200-LEER-NUE.
006920     READ NUEVO-FILE
006930         AT END
006940             SET WS-EOF-NUE TO TRUE
006950     END-READ
006960     IF WS-EOF-NUE
006970         GO TO 2200-EXIT
006980     END-IF
006990     IF NOT WS-CMPNUE-OK
007000         DISPLAY "MSTCOMP: ERROR LEYENDO CMPNUE "
007010             WS-CMPNUE-STATUS
007020         GO TO ABEND-CLEANUP
007030     END-IF
007040     ADD 1 TO WS-NUE-LEIDOS
007050     IF WS-LONG-NUE NOT = WS-LONG-REGISTRO
007060         DISPLAY "MSTCOMP: EL REGISTRO " WS-NUE-LEIDOS
007070             " DE CMPNUE NO TIENE LA LONGITUD DEL LAYOUT"
007080         GO TO ABEND-CLEANUP
007090     END-IF
007100     MOVE NUEVO-REC (1:WS-LONG-NUE) TO WS-REG-NUE
007110     MOVE WS-REG-NUE (WS-CLAVE-POS:WS-CLAVE-LEN) TO WS-CLAVE-NUE
007120     IF WS-NUE-LEIDOS > 1
007130         AND WS-CLAVE-NUE NOT > WS-CLAVE-PREVIA-NUE
007140         DISPLAY "MSTCOMP: CMPNUE FUERA DE ORDEN O CON CLAVE "
007150             "DUPLICADA EN EL REGISTRO " WS-NUE-LEIDOS
007160         GO TO ABEND-CLEANUP
007170     END-IF
007180     MOVE WS-CLAVE-NUE TO WS-CLAVE-PREVIA-NUE.
007190 2200-EXIT.
007200     EXIT.
007210
007220 2500-ALTA.
007230     ADD 1 TO WS-ALTAS-COUNT
007240     MOVE "ALTA" TO CL-MOVIMIENTO
007250     MOVE WS-CLAVE-NUE TO CL-CLAVE
007260     MOVE WS-CLAVE-LINE TO COMP-RPT-LINE
007270     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
007280 2500-EXIT.
007290     EXIT.
007300
007310 2600-BAJA.
007320     ADD 1 TO WS-BAJAS-COUNT
007330     MOVE "BAJA" TO CL-MOVIMIENTO
007340     MOVE WS-CLAVE-ANT TO CL-CLAVE
007350     MOVE WS-CLAVE-LINE TO COMP-RPT-LINE
007360     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
007370 2600-EXIT.
007380     EXIT.
007390
007400*----------------------------------------------------------*
007410* MISMA CLAVE EN LAS DOS GENERACIONES. SI EL REGISTRO ES     *
007420* IDENTICO NO HAY NADA QUE MIRAR; SI NO, SE LISTAN LOS       *
007430* CAMPOS ELEGIDOS QUE CAMBIARON. UN REGISTRO QUE SOLO        *
007440* CAMBIO EN CAMPOS FUERA DE LA SELECCION SE CUENTA APARTE.   *
007450*----------------------------------------------------------*
007460 3000-COMPARAR-REGISTRO.
007470     IF WS-REG-ANT (1:WS-LONG-REGISTRO) =
007480        WS-REG-NUE (1:WS-LONG-REGISTRO)
007490         ADD 1 TO WS-IGUALES-COUNT
007500         GO TO 3000-EXIT
007510     END-IF
007520     MOVE "N" TO WS-CAMBIADO-SW
007530     PERFORM 3100-COMPARAR-CAMPO THRU 3100-EXIT
007540         VARYING WS-CAMPO-IDX FROM 1 BY 1
007550         UNTIL WS-CAMPO-IDX > WS-CAMPO-COUNT
007560     IF WS-REGISTRO-CAMBIADO
007570         ADD 1 TO WS-CAMBIADOS-COUNT
007580     ELSE
007590         ADD 1 TO WS-FUERA-SEL-COUNT
007600     END-IF.
007610 3000-EXIT.
007620     EXIT.
007630
007640 3100-COMPARAR-CAMPO.
007650     IF NOT CT-ELEGIDO (WS-CAMPO-IDX)
007660         GO TO 3100-EXIT
007670     END-IF
007680     MOVE CT-POS (WS-CAMPO-IDX) TO WS-POS
007690     MOVE CT-LEN (WS-CAMPO-IDX) TO WS-LEN
007700     IF WS-REG-ANT (WS-POS:WS-LEN) = WS-REG-NUE (WS-POS:WS-LEN)
007710         GO TO 3100-EXIT
007720     END-IF
007730     IF NOT WS-REGISTRO-CAMBIADO
007740         SET WS-REGISTRO-CAMBIADO TO TRUE
007750         MOVE "CAMBIO" TO CL-MOVIMIENTO
007760         MOVE WS-CLAVE-ANT TO CL-CLAVE
007770         MOVE WS-CLAVE-LINE TO COMP-RPT-LINE
007780         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007790     END-IF
007800     ADD 1 TO CT-CAMBIOS (WS-CAMPO-IDX)
007810     ADD 1 TO WS-CAMPOS-CAMB-COUNT
007820     MOVE SPACES TO WS-DATO-ANT
007830     MOVE SPACES TO WS-DATO-NUE
007840     MOVE WS-REG-ANT (WS-POS:WS-LEN) TO WS-DATO-ANT
007850     MOVE WS-REG-NUE (WS-POS:WS-LEN) TO WS-DATO-NUE
007860     MOVE 1 TO WS-VENTANA-INICIO
007870     IF CT-FORMATO (WS-CAMPO-IDX) = "X" AND WS-LEN > 30
007880         PERFORM 3200-BUSCAR-VENTANA THRU 3200-EXIT
007890     END-IF
007900     MOVE WS-DATO-ANT TO WS-CAMPO-DATO
007910     PERFORM 6000-DECODIFICAR THRU 6000-EXIT
007920     MOVE CT-NOMBRE (WS-CAMPO-IDX) TO VL-NOMBRE
007930     MOVE "ANTES: " TO VL-ETIQUETA
007940     MOVE WS-VALOR-TEXTO TO VL-VALOR
007950     MOVE WS-VALOR-LINE TO COMP-RPT-LINE
007960     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007970     MOVE WS-DATO-NUE TO WS-CAMPO-DATO
007980     PERFORM 6000-DECODIFICAR THRU 6000-EXIT
007990     MOVE SPACES TO VL-NOMBRE
008000     MOVE "AHORA: " TO VL-ETIQUETA
008010     MOVE WS-VALOR-TEXTO TO VL-VALOR
008020     MOVE WS-VALOR-LINE TO COMP-RPT-LINE
008030     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
008040 3100-EXIT.
008050     EXIT.
008060
008070*----------------------------------------------------------*
008080* UN CAMPO ALFANUMERICO DE MAS DE 30 POSICIONES NO CABE EN   *
008090* LA LINEA: SE ENSENA LA VENTANA QUE EMPIEZA POCO ANTES DEL  *
008100* PRIMER BYTE QUE DIFIERE, PARA QUE EL CAMBIO SE VEA.        *
008110*----------------------------------------------------------*
008120 3200-BUSCAR-VENTANA.
008130     MOVE ZERO TO WS-DIF-POS
008140     PERFORM 3250-COMPARAR-BYTE THRU 3250-EXIT
008150         VARYING WS-K FROM 1 BY 1
008160         UNTIL WS-K > WS-LEN OR WS-DIF-POS > ZERO
008170     IF WS-DIF-POS > 5
008180         COMPUTE WS-VENTANA-INICIO = WS-DIF-POS - 5
008190     END-IF
008200     IF WS-VENTANA-INICIO + 26 > WS-LEN
008210         COMPUTE WS-VENTANA-INICIO = WS-LEN - 26
008220     END-IF.
008230 3200-EXIT.
008240     EXIT.
008250
008260 3250-COMPARAR-BYTE.
008270     IF WS-DATO-ANT (WS-K:1) NOT = WS-DATO-NUE (WS-K:1)
008280         MOVE WS-K TO WS-DIF-POS
008290     END-IF.
008300 3250-EXIT.
008310     EXIT.
008320
008330*----------------------------------------------------------*
008340* DEJA EN WS-VALOR-TEXTO EL VALOR DE WS-CAMPO-DATO LEGIBLE   *
008350* SEGUN EL FORMATO DEL CAMPO EN CURSO. UN NUMERICO QUE NO    *
008360* ES VALIDO EN SU FORMATO SE ENSENA EN HEXADECIMAL.          *
008370*----------------------------------------------------------*
008380 6000-DECODIFICAR.
008390     MOVE SPACES TO WS-VALOR-TEXTO
008400     EVALUATE CT-FORMATO (WS-CAMPO-IDX)
008410         WHEN "X"
008420             PERFORM 6100-TEXTO THRU 6100-EXIT
008430         WHEN "9"
008440         WHEN "S"
008450             PERFORM 6200-ZONADO THRU 6200-EXIT
008460         WHEN "P"
008470             PERFORM 6300-EMPACADO THRU 6300-EXIT
008480         WHEN "B"
008490             PERFORM 6400-BINARIO THRU 6400-EXIT
008500     END-EVALUATE.
008510 6000-EXIT.
008520     EXIT.
008530
008540 6100-TEXTO.
008550     IF WS-LEN <= 30
008560         MOVE WS-CAMPO-DATO (1:WS-LEN) TO WS-VALOR-TEXTO
008570         GO TO 6100-EXIT
008580     END-IF
008590     IF WS-VENTANA-INICIO = 1
008600         MOVE WS-CAMPO-DATO (1:27) TO WS-VALOR-TEXTO
008610         MOVE "..." TO WS-VALOR-TEXTO (28:3)
008620     ELSE
008630         MOVE "..." TO WS-VALOR-TEXTO (1:3)
008640         MOVE WS-CAMPO-DATO (WS-VENTANA-INICIO:27)
008650             TO WS-VALOR-TEXTO (4:27)
008660     END-IF.
008670 6100-EXIT.
008680     EXIT.
008690
008700 6200-ZONADO.
008710     MOVE ALL "0" TO WS-ZONA
008720     MOVE WS-CAMPO-DATO (1:WS-LEN) TO WS-ZONA (19 - WS-LEN:WS-LEN)
008730     IF CT-FORMATO (WS-CAMPO-IDX) = "9"
008740         IF WS-ZONA-SIN IS NOT NUMERIC
008750             PERFORM 6600-HEXADECIMAL THRU 6600-EXIT
008760             GO TO 6200-EXIT
008770         END-IF
008780         MOVE WS-ZONA-SIN TO WS-ENTERO
008790     ELSE
008800         IF WS-ZONA-CON IS NOT NUMERIC
008810             PERFORM 6600-HEXADECIMAL THRU 6600-EXIT
008820             GO TO 6200-EXIT
008830         END-IF
008840         MOVE WS-ZONA-CON TO WS-ENTERO
008850     END-IF
008860     PERFORM 6500-EDITAR THRU 6500-EXIT.
008870 6200-EXIT.
008880     EXIT.
008890
008900 6300-EMPACADO.
008910     MOVE LOW-VALUES TO WS-EMPAC
008920     MOVE WS-CAMPO-DATO (1:WS-LEN)
008930         TO WS-EMPAC (10 - WS-LEN:WS-LEN)
008940     IF WS-EMPAC-NUM IS NOT NUMERIC
008950         PERFORM 6600-HEXADECIMAL THRU 6600-EXIT
008960         GO TO 6300-EXIT
008970     END-IF
008980     MOVE WS-EMPAC-NUM TO WS-ENTERO
008990     PERFORM 6500-EDITAR THRU 6500-EXIT.
009000 6300-EXIT.
009010     EXIT.
009020
009030 6400-BINARIO.
009040     EVALUATE WS-LEN
009050         WHEN 2
009060             MOVE WS-CAMPO-DATO (1:2) TO WS-BIN2
009070             MOVE WS-BIN2-NUM TO WS-ENTERO
009080         WHEN 4
009090             MOVE WS-CAMPO-DATO (1:4) TO WS-BIN4
009100             MOVE WS-BIN4-NUM TO WS-ENTERO
009110         WHEN OTHER
009120             MOVE WS-CAMPO-DATO (1:8) TO WS-BIN8
009130             MOVE WS-BIN8-NUM TO WS-ENTERO
009140     END-EVALUATE
009150     PERFORM 6500-EDITAR THRU 6500-EXIT.
009160 6400-EXIT.
009170     EXIT.
009180
009190*----------------------------------------------------------*
009200* EDITA WS-ENTERO CON LOS DECIMALES DEL CAMPO Y LO DEJA      *
009210* AJUSTADO A LA IZQUIERDA EN WS-VALOR-TEXTO.                 *
009220*----------------------------------------------------------*
009230 6500-EDITAR.
009240     EVALUATE CT-DECIMALES (WS-CAMPO-IDX)
009250         WHEN 1
009260             COMPUTE WS-DEC1 = WS-ENTERO / 10
009270             MOVE WS-DEC1 TO WS-EDIT-1
009280             MOVE WS-EDIT-1 TO WS-NUM-TEXTO
009290         WHEN 2
009300             COMPUTE WS-DEC2 = WS-ENTERO / 100
009310             MOVE WS-DEC2 TO WS-EDIT-2
009320             MOVE WS-EDIT-2 TO WS-NUM-TEXTO
009330         WHEN 3
009340             COMPUTE WS-DEC3 = WS-ENTERO / 1000
009350             MOVE WS-DEC3 TO WS-EDIT-3
009360             MOVE WS-EDIT-3 TO WS-NUM-TEXTO
009370         WHEN 4
009380             COMPUTE WS-DEC4 = WS-ENTERO / 10000
009390             MOVE WS-DEC4 TO WS-EDIT-4
009400             MOVE WS-EDIT-4 TO WS-NUM-TEXTO
009410         WHEN OTHER
009420             MOVE WS-ENTERO TO WS-EDIT-0
009430             MOVE WS-EDIT-0 TO WS-NUM-TEXTO
009440     END-EVALUATE
009450     MOVE ZERO TO WS-BLANCOS
009460     INSPECT WS-NUM-TEXTO TALLYING WS-BLANCOS FOR LEADING SPACES
009470     MOVE WS-NUM-TEXTO (WS-BLANCOS + 1:) TO WS-VALOR-TEXTO.
009480 6500-EXIT.
009490     EXIT.
009500
009510*----------------------------------------------------------*
009520* VALOR NUMERICO INVALIDO EN SU FORMATO (BLANCOS, BASURA):   *
009530* X'..' CON LOS PRIMEROS 13 BYTES DEL CAMPO EN HEXADECIMAL,  *
009540* CON LAS TABLAS DE HEXDUMP.                                 *
009550*----------------------------------------------------------*
009560 6600-HEXADECIMAL.
009570     MOVE SPACES TO WS-HEXA-TEXTO
009580     MOVE WS-LEN TO WS-HEXA-LEN
009590     IF WS-HEXA-LEN > 13
009600         MOVE 13 TO WS-HEXA-LEN
009610     END-IF
009620     PERFORM 6650-HEXA-BYTE THRU 6650-EXIT
009630         VARYING WS-K FROM 1 BY 1
009640         UNTIL WS-K > WS-HEXA-LEN
009650     STRING "X'" DELIMITED BY SIZE
009660         WS-HEXA-TEXTO (1:WS-HEXA-LEN * 2) DELIMITED BY SIZE
009670         "'" DELIMITED BY SIZE
009680         INTO WS-VALOR-TEXTO.
009690 6600-EXIT.
009700     EXIT.
009710
009720 6650-HEXA-BYTE.
009730     MOVE WS-CAMPO-DATO (WS-K:1) TO WS-RAW-BYTE
009740     DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-NIBBLE-HI
009750         REMAINDER WS-NIBBLE-LO
009760     MOVE WS-HEX-DIGIT (WS-NIBBLE-HI + 1)
009770         TO WS-HEXA-TEXTO (WS-K * 2 - 1:1)
009780     MOVE WS-HEX-DIGIT (WS-NIBBLE-LO + 1)
009790         TO WS-HEXA-TEXTO (WS-K * 2:1).
009800 6650-EXIT.
009810     EXIT.
009820
009830 8500-WRITE-LINEA.
009840     WRITE COMP-RPT-LINE
009850     IF NOT WS-CMPRPT-OK
009860         DISPLAY "MSTCOMP: ERROR ESCRIBIENDO CMPRPT "
009870             WS-CMPRPT-STATUS
009880         GO TO ABEND-CLEANUP
009890     END-IF.
009900 8500-EXIT.
009910     EXIT.
009920
009930*----------------------------------------------------------*
009940* RESUMEN: CAMBIOS POR CAMPO (SOLO LOS ELEGIDOS) Y TOTALES   *
009950* DEL CRUCE. CON DIFERENCIAS EL PASO TERMINA CON RC 4.       *
009960*----------------------------------------------------------*
009970 9000-TERMINATE.
009980     MOVE SPACES TO COMP-RPT-LINE
009990     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010000     MOVE "RESUMEN DE CAMBIOS POR CAMPO" TO COMP-RPT-LINE
010010     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010020     PERFORM 9100-RESUMEN-CAMPO THRU 9100-EXIT
010030         VARYING WS-CAMPO-IDX FROM 1 BY 1
010040         UNTIL WS-CAMPO-IDX > WS-CAMPO-COUNT
010050     MOVE SPACES TO COMP-RPT-LINE
010060     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010070     MOVE "REGISTROS LEIDOS EN CMPANT" TO FL-TEXTO
010080     MOVE WS-ANT-LEIDOS TO FL-CUENTA
010090     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
010100     MOVE "REGISTROS LEIDOS EN CMPNUE" TO FL-TEXTO
010110     MOVE WS-NUE-LEIDOS TO FL-CUENTA
010120     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
010130     MOVE "ALTAS (CLAVE SOLO EN CMPNUE)" TO FL-TEXTO
010140     MOVE WS-ALTAS-COUNT TO FL-CUENTA
010150     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
010160     MOVE "BAJAS (CLAVE SOLO EN CMPANT)" TO FL-TEXTO
010170     MOVE WS-BAJAS-COUNT TO FL-CUENTA
010180     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
010190     MOVE "REGISTROS CAMBIADOS" TO FL-TEXTO
010200     MOVE WS-CAMBIADOS-COUNT TO FL-CUENTA
010210     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
010220     MOVE "CAMPOS CAMBIADOS" TO FL-TEXTO
010230     MOVE WS-CAMPOS-CAMB-COUNT TO FL-CUENTA
010240     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
010250     IF WS-CON-SELECCION
010260         MOVE "CAMBIADOS SOLO FUERA DE LA SELECCION" TO FL-TEXTO
010270         MOVE WS-FUERA-SEL-COUNT TO FL-CUENTA
010280         PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
010290     END-IF
010300     MOVE "REGISTROS IDENTICOS" TO FL-TEXTO
010310     MOVE WS-IGUALES-COUNT TO FL-CUENTA
010320     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
010330     CLOSE ANTERIOR-FILE.
010340     CLOSE NUEVO-FILE.
010350     CLOSE COMP-RPT-FILE.
010360     DISPLAY "MSTCOMP: " WS-FICHERO " ALTAS " WS-ALTAS-COUNT
010370         " BAJAS " WS-BAJAS-COUNT " CAMBIADOS "
010380         WS-CAMBIADOS-COUNT.
010390     IF WS-ALTAS-COUNT > ZERO OR WS-BAJAS-COUNT > ZERO
010400         OR WS-CAMBIADOS-COUNT > ZERO
010410         MOVE 4 TO RETURN-CODE
010420     END-IF.
010430 9000-EXIT.
010440     EXIT.
010450
010460 9100-RESUMEN-CAMPO.
010470     IF NOT CT-ELEGIDO (WS-CAMPO-IDX)
010480         GO TO 9100-EXIT
010490     END-IF
010500     MOVE CT-NOMBRE (WS-CAMPO-IDX) TO RS-NOMBRE
010510     MOVE CT-POS (WS-CAMPO-IDX) TO RS-POS
010520     MOVE CT-CAMBIOS (WS-CAMPO-IDX) TO RS-CAMBIOS
010530     MOVE WS-RESUMEN-LINE TO COMP-RPT-LINE
010540     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
010550 9100-EXIT.
010560     EXIT.
010570
010580 9200-LINEA-TOTAL.
010590     MOVE WS-FIN-LINE TO COMP-RPT-LINE
010600     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
010610 9200-EXIT.
010620     EXIT.
010630
010640 ABEND-CLEANUP.
010650     DISPLAY "MSTCOMP: TERMINACION ANORMAL - CERRANDO FICHEROS".
010660     CLOSE PARM-FILE.
010670     CLOSE LAYOUT-FILE.
010680     CLOSE CAMPOS-FILE.
010690     CLOSE ANTERIOR-FILE.
010700     CLOSE NUEVO-FILE.
010710     CLOSE COMP-RPT-FILE.
010720     MOVE 16 TO RETURN-CODE.
010730     GOBACK.
010740
010750     END PROGRAM MSTCOMP.

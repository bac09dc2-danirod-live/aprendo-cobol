000010*----------------------------------------------------------*
000020* CADSELLO - CADENA DE SELLOS DE LAS BITACORAS AUDITLOG,     *
000030*            EMPAUDIT Y ACCJRNL                              *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. CADSELLO.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. HUELLAS VIGILA LOS        *
000150*                MAESTROS, PERO LAS BITACORAS SON            *
000160*                SECUENCIALES LLANAS: QUIEN TENGA ACCESO DE  *
000170*                ACTUALIZACION AL DATASET PUEDE BORRAR O     *
000180*                RETOCAR UNA LINEA SIN QUE NADA LO NOTE.     *
000190*                CADA REGISTRO LLEVA AHORA AL FINAL UN SELLO *
000200*                (SECUENCIA + HUELLA DEL SELLO ANTERIOR MAS  *
000210*                SU PROPIO CONTENIDO). LOS PROGRAMAS QUE     *
000220*                ANOTAN NO LO TOCAN: ESTE PASO LO PONE.      *
000230*                CON LA TARJETA SELLAR (FIN DE CADENA)       *
000240*                RECORRE CADA BITACORA DESDE SU ULTIMA       *
000250*                GENERACION ARCHIVADA POR YEAREND, COMPRUEBA *
000260*                QUE LA CADENA LLEGA INTACTA HASTA LA CABEZA *
000270*                GUARDADA LA NOCHE ANTERIOR EN HUELFILE,     *
000280*                SELLA LA COLA NUEVA Y GUARDA LA CABEZA      *
000290*                NUEVA. CON VERIFICA SOLO COMPRUEBA, Y PUEDE *
000300*                RECORRER TODAS LAS GENERACIONES. EL PRIMER  *
000310*                ESLABON ROTO, LA SECUENCIA FALTANTE O LA    *
000320*                COLA TRUNCADA SE DENUNCIAN EN SELLRPT Y EN  *
000330*                AUDITLOG (RC 8).                            *
000340*----------------------------------------------------------*
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SPECIAL-NAMES.
000390     DECIMAL-POINT IS COMMA.
000400
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT CARD-FILE ASSIGN TO "SELLCARD"
000440         ORGANIZATION IS SEQUENTIAL
000450         FILE STATUS IS WS-SELLCARD-STATUS.
000460
000470     SELECT HUELLA-FILE ASSIGN TO "HUELFILE"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS HUE-MAESTRO
000510         FILE STATUS IS WS-HUELFILE-STATUS.
000520
000530     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-AUDITLOG-STATUS.
000560
000570     SELECT AUD-ARCH-FILE ASSIGN TO "AUDARCH"
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-AUDARCH-STATUS.
000600
000610     SELECT EMP-AUDIT-FILE ASSIGN TO "EMPAUDIT"
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-EMPAUDIT-STATUS.
000640
000650     SELECT EAU-ARCH-FILE ASSIGN TO "EAUARCH"
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS WS-EAUARCH-STATUS.
000680
000690     SELECT ACCESO-JRNL-FILE ASSIGN TO "ACCJRNL"
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS WS-ACCJRNL-STATUS.
000720
000730     SELECT SELL-RPT-FILE ASSIGN TO "SELLRPT"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-SELLRPT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  CARD-FILE
000800     LABEL RECORDS ARE STANDARD.
000810 01  CARD-REC.
000820     05 SC-FUNCION              PIC X(08).
000830
000840 FD  HUELLA-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  HUELLA-REC.
000870     05 HUE-MAESTRO             PIC X(08).
000880     05 HUE-REGS                PIC 9(09).
000890     05 HUE-HASH                PIC 9(13).
000900     05 HUE-FECHA               PIC 9(08).
000910     05 HUE-HORA                PIC 9(08).
000920
000930 FD  AUDIT-LOG-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY AUDITLOG.
000960
000970 FD  AUD-ARCH-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  AUD-ARCH-REC               PIC X(107).
001000
001010 FD  EMP-AUDIT-FILE
001020     LABEL RECORDS ARE STANDARD.
001030     COPY EMPAUDIT.
001040
001050 FD  EAU-ARCH-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  EAU-ARCH-REC               PIC X(173).
001080
001090 FD  ACCESO-JRNL-FILE
001100     LABEL RECORDS ARE STANDARD.
001110     COPY ACCESOJ.
001120
001130 FD  SELL-RPT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  SELL-RPT-LINE              PIC X(80).
001160
001170 WORKING-STORAGE SECTION.
001180 01  WS-SELLCARD-STATUS          PIC X(02) VALUE SPACES.
001190     88 WS-SELLCARD-OK                VALUE "00".
001200
001210 01  WS-HUELFILE-STATUS          PIC X(02) VALUE SPACES.
001220     88 WS-HUELFILE-OK                VALUE "00".
001230     88 WS-HUELFILE-NOT-FOUND         VALUE "23".
001240     88 WS-HUELFILE-DUPLICATE         VALUE "22".
001250     88 WS-HUELFILE-NO-FILE           VALUE "35".
001260
001270 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
001280     88 WS-AUDITLOG-OK                VALUE "00".
001290     88 WS-AUDITLOG-NO-FILE           VALUE "05", "35".
001300
001310 01  WS-AUDARCH-STATUS           PIC X(02) VALUE SPACES.
001320     88 WS-AUDARCH-OK                 VALUE "00".
001330     88 WS-AUDARCH-NO-FILE            VALUE "05", "35".
001340
001350 01  WS-EMPAUDIT-STATUS          PIC X(02) VALUE SPACES.
001360     88 WS-EMPAUDIT-OK                VALUE "00".
001370     88 WS-EMPAUDIT-NO-FILE           VALUE "05", "35".
001380
001390 01  WS-EAUARCH-STATUS           PIC X(02) VALUE SPACES.
001400     88 WS-EAUARCH-OK                 VALUE "00".
001410     88 WS-EAUARCH-NO-FILE            VALUE "05", "35".
001420
001430 01  WS-ACCJRNL-STATUS           PIC X(02) VALUE SPACES.
001440     88 WS-ACCJRNL-OK                 VALUE "00".
001450     88 WS-ACCJRNL-NO-FILE            VALUE "05", "35".
001460
001470 01  WS-SELLRPT-STATUS           PIC X(02) VALUE SPACES.
001480     88 WS-SELLRPT-OK                 VALUE "00".
001490
001500 01  WS-SWITCHES.
001510     05 WS-EOF-DIARIO-SW       PIC X(01) VALUE "N".
001520         88 WS-EOF-DIARIO           VALUE "Y".
001530     05 WS-CADENA-ROTA-SW      PIC X(01) VALUE "N".
001540         88 WS-CADENA-ROTA          VALUE "S".
001550     05 WS-CADENA-INICIADA-SW  PIC X(01) VALUE "N".
001560         88 WS-CADENA-INICIADA      VALUE "S".
001570     05 WS-EN-COLA-SW          PIC X(01) VALUE "N".
001580         88 WS-EN-COLA              VALUE "S".
001590     05 WS-HAY-CABEZA-SW       PIC X(01) VALUE "N".
001600         88 WS-HAY-CABEZA           VALUE "S".
001610     05 WS-CABEZA-HALLADA-SW   PIC X(01) VALUE "N".
001620         88 WS-CABEZA-HALLADA       VALUE "S".
001630     05 WS-REG-SELLADO-SW      PIC X(01) VALUE "N".
001640         88 WS-REG-SELLADO          VALUE "S".
001650     05 WS-SELLAR-REG-SW       PIC X(01) VALUE "N".
001660         88 WS-SELLAR-REG           VALUE "S".
001670     05 WS-ORIGEN              PIC X(01) VALUE SPACE.
001680         88 WS-ORIGEN-ARCHIVO       VALUE "A".
001690         88 WS-ORIGEN-VIVO          VALUE "V".
001700         88 WS-ORIGEN-FIN           VALUE "F".
001710
001720 01  WS-FUNCION                  PIC X(08) VALUE SPACES.
001730     88 WS-FUNCION-SELLAR             VALUE "SELLAR  ".
001740     88 WS-FUNCION-VERIFICAR          VALUE "VERIFICA".
001750 01  WS-DIARIO-ACTUAL            PIC X(08) VALUE SPACES.
001760 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001770 01  WS-HORA-AHORA               PIC 9(08) VALUE ZERO.
001780
001790*----------------------------------------------------------*
001800* REGISTRO EN CURSO: EL CONTENIDO QUE ANOTO EL PROGRAMA Y,   *
001810* DETRAS, EL SELLO. LA HUELLA SE CALCULA SOBRE EL CONTENIDO  *
001820* MAS LA SECUENCIA, PARTIENDO DE LA HUELLA DEL SELLO         *
001830* ANTERIOR.                                                  *
001840*----------------------------------------------------------*
001850 01  WS-REGISTRO-AREA            PIC X(200) VALUE SPACES.
001860 01  WS-CONTENIDO-LARGO          PIC 9(03) COMP VALUE ZERO.
001870 01  WS-POS-SELLO                PIC 9(03) COMP VALUE ZERO.
001880 01  WS-HASH-LARGO               PIC 9(03) COMP VALUE ZERO.
001890 01  WS-BYTE-IDX                 PIC 9(03) COMP VALUE ZERO.
001900
001910 01  WS-SELLO-LEIDO.
001920     05 WS-SEQ-LEIDA             PIC 9(09).
001930     05 WS-HASH-LEIDO            PIC 9(13).
001940
001950 01  WS-CADENA.
001960     05 WS-ULTIMA-SEQ            PIC 9(09) VALUE ZERO.
001970     05 WS-ULTIMO-HASH           PIC 9(13) VALUE ZERO.
001980     05 WS-CABEZA-SEQ            PIC 9(09) VALUE ZERO.
001990     05 WS-CABEZA-HASH           PIC 9(13) VALUE ZERO.
002000     05 WS-CALC-SEQ              PIC 9(09) VALUE ZERO.
002010     05 WS-CALC-HASH             PIC 9(13) VALUE ZERO.
002020
002030 01  WS-CAD-PRODUCTO             PIC 9(15) COMP VALUE ZERO.
002040 01  WS-CAD-COCIENTE             PIC 9(15) COMP VALUE ZERO.
002050 01  WS-CAD-MODULO               PIC 9(13) VALUE 9999999999971.
002060 01  WS-CAD-BASE                 PIC 9(02) VALUE 31.
002070
002080 01  WS-CONTADORES.
002090     05 WS-LEIDOS                PIC 9(09) VALUE ZERO.
002100     05 WS-LEIDOS-ORIGEN         PIC 9(09) VALUE ZERO.
002110     05 WS-PREVIOS               PIC 9(09) VALUE ZERO.
002120     05 WS-VERIFICADOS           PIC 9(09) VALUE ZERO.
002130     05 WS-PENDIENTES            PIC 9(09) VALUE ZERO.
002140     05 WS-SELLADOS              PIC 9(09) VALUE ZERO.
002150 01  WS-ROTURAS-COUNT            PIC 9(02) COMP VALUE ZERO.
002160
002170 01  WS-ROTURA-SEQ               PIC 9(09) VALUE ZERO.
002180 01  WS-ROTURA-HASH              PIC 9(13) VALUE ZERO.
002190 01  WS-ROTURA-NOTA              PIC X(40) VALUE SPACES.
002200
002210*----------------------------------------------------------*
002220* UNA ROTURA COMO MUCHO POR BITACORA: SE ANOTAN EN AUDITLOG  *
002230* AL FINAL, CON LA BITACORA YA CERRADA.                      *
002240*----------------------------------------------------------*
002250 01  WS-EXCEPCIONES.
002260     05 WS-EXC-COUNT             PIC 9(02) COMP VALUE ZERO.
002270     05 WS-EXC-IDX               PIC 9(02) COMP VALUE ZERO.
002280     05 WS-EXC-ENTRADA OCCURS 3 TIMES.
002290         10 WS-EXC-DIARIO        PIC X(08).
002300         10 WS-EXC-SEQ           PIC 9(09).
002310         10 WS-EXC-NOTA          PIC X(40).
002320
002330 01  WS-EXC-CLAVE.
002340     05 EC-DIARIO                PIC X(08).
002350     05 FILLER                   PIC X(01) VALUE SPACE.
002360     05 EC-SEQ                   PIC 9(09).
002370     05 FILLER                   PIC X(02) VALUE SPACES.
002380
002390 01  WS-HDR-LINE-1.
002400     05 FILLER                  PIC X(34)
002410         VALUE "CADSELLO - SELLOS DE LAS BITACORAS".
002420     05 FILLER                  PIC X(10) VALUE "  FUNCION ".
002430     05 HL-FUNCION              PIC X(08).
002440     05 FILLER                  PIC X(08) VALUE "  FECHA ".
002450     05 HL-FECHA                PIC 9(08).
002460     05 FILLER                  PIC X(12) VALUE SPACES.
002470
002480 01  WS-HDR-LINE-2.
002490     05 FILLER                  PIC X(10) VALUE "BITACORA".
002500     05 FILLER                  PIC X(11) VALUE "SECUENCIA".
002510     05 FILLER                  PIC X(15) VALUE "SELLO".
002520     05 FILLER                  PIC X(44) VALUE "NOTA".
002530
002540 01  WS-DET-LINE.
002550     05 DL-DIARIO               PIC X(08).
002560     05 FILLER                  PIC X(02) VALUE SPACES.
002570     05 DL-SEQ                  PIC ZZZZZZZZ9.
002580     05 FILLER                  PIC X(02) VALUE SPACES.
002590     05 DL-HASH                 PIC 9(13).
002600     05 FILLER                  PIC X(02) VALUE SPACES.
002610     05 DL-NOTA                 PIC X(44).
002620
002630 01  WS-POS-LINE.
002640     05 FILLER                  PIC X(10) VALUE SPACES.
002650     05 FILLER                  PIC X(18) VALUE "EN EL REGISTRO".
002660     05 PL-POSICION             PIC ZZZ.ZZZ.ZZ9.
002670     05 FILLER                  PIC X(01) VALUE SPACE.
002680     05 PL-ORIGEN               PIC X(40).
002690
002700 01  WS-TOT-LINE.
002710     05 FILLER                  PIC X(10) VALUE SPACES.
002720     05 TL-ETIQUETA             PIC X(30).
002730     05 TL-VALOR                PIC ZZZ.ZZZ.ZZ9.
002740     05 FILLER                  PIC X(29) VALUE SPACES.
002750
002760 PROCEDURE DIVISION.
002770
002780 0000-MAINLINE.
002790     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002800     PERFORM 2000-PROCESAR-DIARIOS THRU 2000-EXIT.
002810     PERFORM 8000-ANOTAR-ROTURAS THRU 8000-EXIT.
002820     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002830     GOBACK.
002840
002850 1000-INITIALIZE.
002860     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
002870     ACCEPT WS-HORA-AHORA FROM TIME.
002880     OPEN INPUT CARD-FILE.
002890     IF NOT WS-SELLCARD-OK
002900         DISPLAY "CADSELLO: ERROR ABRIENDO SELLCARD "
002910             WS-SELLCARD-STATUS
002920         GO TO ABEND-CLEANUP
002930     END-IF
002940     READ CARD-FILE
002950         AT END
002960             DISPLAY "CADSELLO: SELLCARD VACIO"
002970             GO TO ABEND-CLEANUP
002980     END-READ
002990     MOVE SC-FUNCION TO WS-FUNCION
003000     IF NOT WS-FUNCION-SELLAR AND NOT WS-FUNCION-VERIFICAR
003010         DISPLAY "CADSELLO: FUNCION DESCONOCIDA " WS-FUNCION
003020         GO TO ABEND-CLEANUP
003030     END-IF
003040     OPEN I-O HUELLA-FILE.
003050     IF WS-HUELFILE-NO-FILE
003060         CLOSE HUELLA-FILE
003070         OPEN OUTPUT HUELLA-FILE
003080         CLOSE HUELLA-FILE
003090         OPEN I-O HUELLA-FILE
003100     END-IF
003110     IF NOT WS-HUELFILE-OK
003120         DISPLAY "CADSELLO: ERROR ABRIENDO HUELFILE "
003130             WS-HUELFILE-STATUS
003140         GO TO ABEND-CLEANUP
003150     END-IF
003160     OPEN OUTPUT SELL-RPT-FILE.
003170     IF NOT WS-SELLRPT-OK
003180         DISPLAY "CADSELLO: ERROR ABRIENDO SELLRPT "
003190             WS-SELLRPT-STATUS
003200         GO TO ABEND-CLEANUP
003210     END-IF
003220     MOVE WS-FUNCION TO HL-FUNCION
003230     MOVE WS-FECHA-PROCESO TO HL-FECHA
003240     MOVE WS-HDR-LINE-1 TO SELL-RPT-LINE
003250     PERFORM 8500-WRITE-RPT THRU 8500-EXIT
003260     MOVE SPACES TO SELL-RPT-LINE
003270     PERFORM 8500-WRITE-RPT THRU 8500-EXIT
003280     MOVE WS-HDR-LINE-2 TO SELL-RPT-LINE
003290     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
003300 1000-EXIT.
003310     EXIT.
003320
003330 2000-PROCESAR-DIARIOS.
003340     PERFORM 3000-CADENA-AUDITLOG THRU 3000-EXIT.
003350     PERFORM 3100-CADENA-EMPAUDIT THRU 3100-EXIT.
003360     PERFORM 3200-CADENA-ACCJRNL THRU 3200-EXIT.
003370 2000-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------*
003410* UN GRUPO DE PARRAFOS POR BITACORA: PRIMERO LAS             *
003420* GENERACIONES ARCHIVADAS (DD OPCIONAL, SOLO LECTURA),       *
003430* DESPUES LA BITACORA VIVA, ABIERTA EN I-O CON SELLAR PARA   *
003440* REESCRIBIR EN SU SITIO LOS REGISTROS DE LA COLA NUEVA.     *
003450*----------------------------------------------------------*
003460 3000-CADENA-AUDITLOG.
003470     MOVE "AUDITLOG" TO WS-DIARIO-ACTUAL
003480     MOVE 85 TO WS-CONTENIDO-LARGO
003490     PERFORM 5000-INICIAR-CADENA THRU 5000-EXIT
003500     MOVE "N" TO WS-EOF-DIARIO-SW
003510     OPEN INPUT AUD-ARCH-FILE.
003520     IF WS-AUDARCH-NO-FILE
003530         GO TO 3000-VIVO
003540     END-IF
003550     IF NOT WS-AUDARCH-OK
003560         DISPLAY "CADSELLO: ERROR ABRIENDO AUDARCH "
003570             WS-AUDARCH-STATUS
003580         GO TO ABEND-CLEANUP
003590     END-IF
003600     SET WS-ORIGEN-ARCHIVO TO TRUE
003610     MOVE ZERO TO WS-LEIDOS-ORIGEN
003620     PERFORM 3010-LEER-AUDARCH THRU 3010-EXIT
003630         UNTIL WS-EOF-DIARIO OR WS-CADENA-ROTA
003640     CLOSE AUD-ARCH-FILE.
003650 3000-VIVO.
003660     IF WS-CADENA-ROTA
003670         GO TO 3000-CIERRE
003680     END-IF
003690     MOVE "N" TO WS-EOF-DIARIO-SW
003700     IF WS-FUNCION-SELLAR
003710         OPEN I-O AUDIT-LOG-FILE
003720     ELSE
003730         OPEN INPUT AUDIT-LOG-FILE
003740     END-IF
003750     IF WS-AUDITLOG-NO-FILE
003760         GO TO 3000-CIERRE
003770     END-IF
003780     IF NOT WS-AUDITLOG-OK
003790         DISPLAY "CADSELLO: ERROR ABRIENDO AUDITLOG "
003800             WS-AUDITLOG-STATUS
003810         GO TO ABEND-CLEANUP
003820     END-IF
003830     SET WS-ORIGEN-VIVO TO TRUE
003840     MOVE ZERO TO WS-LEIDOS-ORIGEN
003850     PERFORM 3020-LEER-AUDITLOG THRU 3020-EXIT
003860         UNTIL WS-EOF-DIARIO OR WS-CADENA-ROTA
003870     CLOSE AUDIT-LOG-FILE.
003880 3000-CIERRE.
003890     PERFORM 7000-CERRAR-CADENA THRU 7000-EXIT.
003900 3000-EXIT.
003910     EXIT.
003920
003930 3010-LEER-AUDARCH.
003940     READ AUD-ARCH-FILE
003950         AT END
003960             SET WS-EOF-DIARIO TO TRUE
003970             GO TO 3010-EXIT
003980     END-READ
003990     IF NOT WS-AUDARCH-OK
004000         DISPLAY "CADSELLO: ERROR LEYENDO AUDARCH "
004010             WS-AUDARCH-STATUS
004020         GO TO ABEND-CLEANUP
004030     END-IF
004040     MOVE SPACES TO WS-REGISTRO-AREA
004050     MOVE AUD-ARCH-REC TO WS-REGISTRO-AREA
004060     PERFORM 6000-TRATAR-REGISTRO THRU 6000-EXIT.
004070 3010-EXIT.
004080     EXIT.
004090
004100 3020-LEER-AUDITLOG.
004110     READ AUDIT-LOG-FILE
004120         AT END
004130             SET WS-EOF-DIARIO TO TRUE
004140             GO TO 3020-EXIT
004150     END-READ
004160     IF NOT WS-AUDITLOG-OK
004170         DISPLAY "CADSELLO: ERROR LEYENDO AUDITLOG "
004180             WS-AUDITLOG-STATUS
004190         GO TO ABEND-CLEANUP
004200     END-IF
004210     MOVE SPACES TO WS-REGISTRO-AREA
004220     MOVE AUDITLOG-REC TO WS-REGISTRO-AREA
004230     PERFORM 6000-TRATAR-REGISTRO THRU 6000-EXIT
004240     IF WS-SELLAR-REG
004250         MOVE WS-ULTIMA-SEQ TO AUD-SELLO-SEQ
004260         MOVE WS-ULTIMO-HASH TO AUD-SELLO-HASH
004270         REWRITE AUDITLOG-REC
004280         IF NOT WS-AUDITLOG-OK
004290             DISPLAY "CADSELLO: ERROR SELLANDO AUDITLOG "
004300                 WS-AUDITLOG-STATUS
004310             GO TO ABEND-CLEANUP
004320         END-IF
004330     END-IF.
004340 3020-EXIT.
004350     EXIT.
004360
004370 3100-CADENA-EMPAUDIT.
004380     MOVE "EMPAUDIT" TO WS-DIARIO-ACTUAL
004390     MOVE 151 TO WS-CONTENIDO-LARGO
004400     PERFORM 5000-INICIAR-CADENA THRU 5000-EXIT
004410     MOVE "N" TO WS-EOF-DIARIO-SW
004420     OPEN INPUT EAU-ARCH-FILE.
004430     IF WS-EAUARCH-NO-FILE
004440         GO TO 3100-VIVO
004450     END-IF
004460     IF NOT WS-EAUARCH-OK
004470         DISPLAY "CADSELLO: ERROR ABRIENDO EAUARCH "
004480             WS-EAUARCH-STATUS
004490         GO TO ABEND-CLEANUP
004500     END-IF
004510     SET WS-ORIGEN-ARCHIVO TO TRUE
004520     MOVE ZERO TO WS-LEIDOS-ORIGEN
004530     PERFORM 3110-LEER-EAUARCH THRU 3110-EXIT
004540         UNTIL WS-EOF-DIARIO OR WS-CADENA-ROTA
004550     CLOSE EAU-ARCH-FILE.
004560 3100-VIVO.
004570     IF WS-CADENA-ROTA
004580         GO TO 3100-CIERRE
004590     END-IF
004600     MOVE "N" TO WS-EOF-DIARIO-SW
004610     IF WS-FUNCION-SELLAR
004620         OPEN I-O EMP-AUDIT-FILE
004630     ELSE
004640         OPEN INPUT EMP-AUDIT-FILE
004650     END-IF
004660     IF WS-EMPAUDIT-NO-FILE
004670         GO TO 3100-CIERRE
004680     END-IF
004690     IF NOT WS-EMPAUDIT-OK
004700         DISPLAY "CADSELLO: ERROR ABRIENDO EMPAUDIT "
004710             WS-EMPAUDIT-STATUS
004720         GO TO ABEND-CLEANUP
004730     END-IF
004740     SET WS-ORIGEN-VIVO TO TRUE
004750     MOVE ZERO TO WS-LEIDOS-ORIGEN
004760     PERFORM 3120-LEER-EMPAUDIT THRU 3120-EXIT
004770         UNTIL WS-EOF-DIARIO OR WS-CADENA-ROTA
004780     CLOSE EMP-AUDIT-FILE.
004790 3100-CIERRE.
004800     PERFORM 7000-CERRAR-CADENA THRU 7000-EXIT.
004810 3100-EXIT.
004820     EXIT.
004830
004840 3110-LEER-EAUARCH.
004850     READ EAU-ARCH-FILE
004860         AT END
004870             SET WS-EOF-DIARIO TO TRUE
004880             GO TO 3110-EXIT
004890     END-READ
004900     IF NOT WS-EAUARCH-OK
004910         DISPLAY "CADSELLO: ERROR LEYENDO EAUARCH "
004920             WS-EAUARCH-STATUS
004930         GO TO ABEND-CLEANUP
004940     END-IF
004950     MOVE SPACES TO WS-REGISTRO-AREA
004960     MOVE EAU-ARCH-REC TO WS-REGISTRO-AREA
004970     PERFORM 6000-TRATAR-REGISTRO THRU 6000-EXIT.
004980 3110-EXIT.
004990     EXIT.
005000
005010 3120-LEER-EMPAUDIT.
005020     READ EMP-AUDIT-FILE
005030         AT END
005040             SET WS-EOF-DIARIO TO TRUE
005050             GO TO 3120-EXIT
005060     END-READ
005070     IF NOT WS-EMPAUDIT-OK
005080         DISPLAY "CADSELLO: ERROR LEYENDO EMPAUDIT "
005090             WS-EMPAUDIT-STATUS
005100         GO TO ABEND-CLEANUP
005110     END-IF
005120     MOVE SPACES TO WS-REGISTRO-AREA
005130     MOVE EMP-AUDIT-REC TO WS-REGISTRO-AREA
005140     PERFORM 6000-TRATAR-REGISTRO THRU 6000-EXIT
005150     IF WS-SELLAR-REG
005160         MOVE WS-ULTIMA-SEQ TO AUD-EMP-SELLO-SEQ
005170         MOVE WS-ULTIMO-HASH TO AUD-EMP-SELLO-HASH
005180         REWRITE EMP-AUDIT-REC
005190         IF NOT WS-EMPAUDIT-OK
005200             DISPLAY "CADSELLO: ERROR SELLANDO EMPAUDIT "
005210                 WS-EMPAUDIT-STATUS
005220             GO TO ABEND-CLEANUP
005230         END-IF
005240     END-IF.
005250 3120-EXIT.
005260     EXIT.
005270
005280*----------------------------------------------------------*
005290* ACCJRNL NO LO ARCHIVA YEAREND: SOLO HAY BITACORA VIVA.     *
005300*----------------------------------------------------------*
005310 3200-CADENA-ACCJRNL.
005320     MOVE "ACCJRNL " TO WS-DIARIO-ACTUAL
005330     MOVE 52 TO WS-CONTENIDO-LARGO
005340     PERFORM 5000-INICIAR-CADENA THRU 5000-EXIT
005350     MOVE "N" TO WS-EOF-DIARIO-SW
005360     IF WS-FUNCION-SELLAR
005370         OPEN I-O ACCESO-JRNL-FILE
005380     ELSE
005390         OPEN INPUT ACCESO-JRNL-FILE
005400     END-IF
005410     IF WS-ACCJRNL-NO-FILE
005420         GO TO 3200-CIERRE
005430     END-IF
005440     IF NOT WS-ACCJRNL-OK
005450         DISPLAY "CADSELLO: ERROR ABRIENDO ACCJRNL "
005460             WS-ACCJRNL-STATUS
005470         GO TO ABEND-CLEANUP
005480     END-IF
005490     SET WS-ORIGEN-VIVO TO TRUE
005500     MOVE ZERO TO WS-LEIDOS-ORIGEN
005510     PERFORM 3210-LEER-ACCJRNL THRU 3210-EXIT
005520         UNTIL WS-EOF-DIARIO OR WS-CADENA-ROTA
005530     CLOSE ACCESO-JRNL-FILE.
005540 3200-CIERRE.
005550     PERFORM 7000-CERRAR-CADENA THRU 7000-EXIT.
005560 3200-EXIT.
005570     EXIT.
005580
005590 3210-LEER-ACCJRNL.
005600     READ ACCESO-JRNL-FILE
005610         AT END
005620             SET WS-EOF-DIARIO TO TRUE
005630             GO TO 3210-EXIT
005640     END-READ
005650     IF NOT WS-ACCJRNL-OK
005660         DISPLAY "CADSELLO: ERROR LEYENDO ACCJRNL "
005670             WS-ACCJRNL-STATUS
005680         GO TO ABEND-CLEANUP
005690     END-IF
005700     MOVE SPACES TO WS-REGISTRO-AREA
005710     MOVE ACCESO-JRNL-REC TO WS-REGISTRO-AREA
005720     PERFORM 6000-TRATAR-REGISTRO THRU 6000-EXIT
005730     IF WS-SELLAR-REG
005740         MOVE WS-ULTIMA-SEQ TO ACC-SELLO-SEQ
005750         MOVE WS-ULTIMO-HASH TO ACC-SELLO-HASH
005760         REWRITE ACCESO-JRNL-REC
005770         IF NOT WS-ACCJRNL-OK
005780             DISPLAY "CADSELLO: ERROR SELLANDO ACCJRNL "
005790                 WS-ACCJRNL-STATUS
005800             GO TO ABEND-CLEANUP
005810         END-IF
005820     END-IF.
005830 3210-EXIT.
005840     EXIT.
005850
005860*----------------------------------------------------------*
005870* LA CABEZA GUARDADA EN HUELFILE (CLAVE = NOMBRE DE LA       *
005880* BITACORA) ES LA SECUENCIA Y LA HUELLA DEL ULTIMO REGISTRO  *
005890* SELLADO LA NOCHE ANTERIOR: LA CADENA TIENE QUE PASAR POR   *
005900* ELLA CON LA MISMA HUELLA.                                  *
005910*----------------------------------------------------------*
005920 5000-INICIAR-CADENA.
005930     MOVE "N" TO WS-CADENA-ROTA-SW
005940     MOVE "N" TO WS-CADENA-INICIADA-SW
005950     MOVE "N" TO WS-EN-COLA-SW
005960     MOVE "N" TO WS-HAY-CABEZA-SW
005970     MOVE "N" TO WS-CABEZA-HALLADA-SW
005980     MOVE ZERO TO WS-LEIDOS
005990     MOVE ZERO TO WS-PREVIOS
006000     MOVE ZERO TO WS-VERIFICADOS
006010     MOVE ZERO TO WS-PENDIENTES
006020     MOVE ZERO TO WS-SELLADOS
006030     MOVE ZERO TO WS-ULTIMA-SEQ
006040     MOVE ZERO TO WS-ULTIMO-HASH
006050     MOVE ZERO TO WS-CABEZA-SEQ
006060     MOVE ZERO TO WS-CABEZA-HASH
006070     COMPUTE WS-POS-SELLO = WS-CONTENIDO-LARGO + 1
006080     COMPUTE WS-HASH-LARGO = WS-CONTENIDO-LARGO + 9
006090     MOVE WS-DIARIO-ACTUAL TO HUE-MAESTRO
006100     READ HUELLA-FILE
006110         INVALID KEY
006120             GO TO 5000-EXIT
006130     END-READ
006140     IF HUE-REGS > ZERO
006150         SET WS-HAY-CABEZA TO TRUE
006160         MOVE HUE-REGS TO WS-CABEZA-SEQ
006170         MOVE HUE-HASH TO WS-CABEZA-HASH
006180     END-IF.
006190 5000-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------*
006230* CADA REGISTRO CAE EN UNO DE TRES TRAMOS:                   *
006240* - ANTERIOR A LA CADENA: SIN SELLO Y ANTES DEL PRIMER       *
006250*   SELLO (DIARIO MIGRADO O GENERACION VIEJA); SE CUENTA;    *
006260* - CADENA: SECUENCIA SIGUIENTE Y HUELLA QUE CUADRA, HASTA   *
006270*   LA CABEZA DE HUELFILE INCLUSIVE;                         *
006280* - COLA: DETRAS DE LA CABEZA (O, SIN CABEZA, DESDE EL       *
006290*   PRIMER REGISTRO VIVO SIN SELLO). LA ESCRIBIERON LOS      *
006300*   PROGRAMAS DESPUES DEL ULTIMO SELLADO Y SELLAR LA SELLA   *
006310*   SIN MIRAR LO QUE TRAIGA EL HUECO DEL SELLO.              *
006320* UNA COLA EN UNA GENERACION ARCHIVADA NO PUEDE SELLARSE Y   *
006330* SE DENUNCIA COMO ROTURA.                                   *
006340*----------------------------------------------------------*
006350 6000-TRATAR-REGISTRO.
006360     ADD 1 TO WS-LEIDOS
006370     ADD 1 TO WS-LEIDOS-ORIGEN
006380     MOVE "N" TO WS-SELLAR-REG-SW
006390     MOVE "N" TO WS-REG-SELLADO-SW
006400     MOVE WS-REGISTRO-AREA (WS-POS-SELLO:22) TO WS-SELLO-LEIDO
006410     IF WS-SEQ-LEIDA NUMERIC AND WS-HASH-LEIDO NUMERIC
006420         IF WS-SEQ-LEIDA > ZERO
006430             MOVE "S" TO WS-REG-SELLADO-SW
006440         END-IF
006450     END-IF
006460     IF WS-EN-COLA
006470         GO TO 6000-COLA
006480     END-IF
006490     IF NOT WS-REG-SELLADO
006500         IF WS-ORIGEN-VIVO AND NOT WS-HAY-CABEZA
006510             SET WS-EN-COLA TO TRUE
006520             GO TO 6000-COLA
006530         END-IF
006540         IF NOT WS-CADENA-INICIADA
006550             ADD 1 TO WS-PREVIOS
006560             GO TO 6000-EXIT
006570         END-IF
006580         COMPUTE WS-ROTURA-SEQ = WS-ULTIMA-SEQ + 1
006590         MOVE "*** ENLACE ROTO: REGISTRO SIN SELLO"
006600             TO WS-ROTURA-NOTA
006610         PERFORM 6900-ROTURA THRU 6900-EXIT
006620         GO TO 6000-EXIT
006630     END-IF
006640     IF NOT WS-CADENA-INICIADA
006650         PERFORM 6100-ANCLAR-CADENA THRU 6100-EXIT
006660     ELSE
006670         PERFORM 6200-VERIFICAR-ESLABON THRU 6200-EXIT
006680     END-IF
006690     GO TO 6000-EXIT.
006700 6000-COLA.
006710     IF WS-ORIGEN-ARCHIVO
006720         COMPUTE WS-ROTURA-SEQ = WS-ULTIMA-SEQ + 1
006730         MOVE "*** SIN SELLO EN GENERACION ARCHIVADA"
006740             TO WS-ROTURA-NOTA
006750         PERFORM 6900-ROTURA THRU 6900-EXIT
006760         GO TO 6000-EXIT
006770     END-IF
006780     ADD 1 TO WS-PENDIENTES
006790     IF WS-FUNCION-VERIFICAR
006800         GO TO 6000-EXIT
006810     END-IF
006820     ADD 1 TO WS-ULTIMA-SEQ
006830     MOVE WS-ULTIMA-SEQ TO WS-CALC-SEQ
006840     PERFORM 6800-CALCULAR-SELLO THRU 6800-EXIT
006850     MOVE WS-CALC-HASH TO WS-ULTIMO-HASH
006860     ADD 1 TO WS-SELLADOS
006870     MOVE "S" TO WS-SELLAR-REG-SW.
006880 6000-EXIT.
006890     EXIT.
006900
006910*----------------------------------------------------------*
006920* PRIMER REGISTRO SELLADO: SI ES LA SECUENCIA 1 SE VERIFICA  *
006930* CONTRA HUELLA CERO; SI NO, LAS GENERACIONES ANTERIORES NO  *
006940* ESTAN EN EL DD DE ARCHIVO (O YA SE BORRARON) Y LA CADENA   *
006950* SE ANCLA EN SU SELLO SIN PODER VERIFICARLO.                *
006960*----------------------------------------------------------*
006970 6100-ANCLAR-CADENA.
006980     SET WS-CADENA-INICIADA TO TRUE
006990     IF WS-SEQ-LEIDA = 1
007000         PERFORM 6200-VERIFICAR-ESLABON THRU 6200-EXIT
007010         GO TO 6100-EXIT
007020     END-IF
007030     IF WS-HAY-CABEZA AND WS-SEQ-LEIDA > WS-CABEZA-SEQ
007040         MOVE WS-CABEZA-SEQ TO WS-ROTURA-SEQ
007050         MOVE "*** CABEZA DE HUELFILE NO HALLADA"
007060             TO WS-ROTURA-NOTA
007070         PERFORM 6900-ROTURA THRU 6900-EXIT
007080         GO TO 6100-EXIT
007090     END-IF
007100     MOVE WS-SEQ-LEIDA TO WS-ULTIMA-SEQ
007110     MOVE WS-HASH-LEIDO TO WS-ULTIMO-HASH
007120     MOVE WS-DIARIO-ACTUAL TO DL-DIARIO
007130     MOVE WS-ULTIMA-SEQ TO DL-SEQ
007140     MOVE WS-ULTIMO-HASH TO DL-HASH
007150     MOVE "CADENA ANCLADA: SELLOS ANTERIORES AUSENTES" TO DL-NOTA
007160     MOVE WS-DET-LINE TO SELL-RPT-LINE
007170     PERFORM 8500-WRITE-RPT THRU 8500-EXIT
007180     PERFORM 6300-MIRAR-CABEZA THRU 6300-EXIT.
007190 6100-EXIT.
007200     EXIT.
007210
007220 6200-VERIFICAR-ESLABON.
007230     IF WS-SEQ-LEIDA > WS-ULTIMA-SEQ + 1
007240         COMPUTE WS-ROTURA-SEQ = WS-ULTIMA-SEQ + 1
007250         MOVE "*** SECUENCIA FALTANTE" TO WS-ROTURA-NOTA
007260         PERFORM 6900-ROTURA THRU 6900-EXIT
007270         GO TO 6200-EXIT
007280     END-IF
007290     IF WS-SEQ-LEIDA NOT = WS-ULTIMA-SEQ + 1
007300         MOVE WS-SEQ-LEIDA TO WS-ROTURA-SEQ
007310         MOVE "*** SECUENCIA REPETIDA O DESORDENADA"
007320             TO WS-ROTURA-NOTA
007330         PERFORM 6900-ROTURA THRU 6900-EXIT
007340         GO TO 6200-EXIT
007350     END-IF
007360     MOVE WS-SEQ-LEIDA TO WS-CALC-SEQ
007370     PERFORM 6800-CALCULAR-SELLO THRU 6800-EXIT
007380     IF WS-CALC-HASH NOT = WS-HASH-LEIDO
007390         MOVE WS-SEQ-LEIDA TO WS-ROTURA-SEQ
007400         MOVE "*** ENLACE ROTO: EL SELLO NO CUADRA"
007410             TO WS-ROTURA-NOTA
007420         PERFORM 6900-ROTURA THRU 6900-EXIT
007430         GO TO 6200-EXIT
007440     END-IF
007450     MOVE WS-SEQ-LEIDA TO WS-ULTIMA-SEQ
007460     MOVE WS-CALC-HASH TO WS-ULTIMO-HASH
007470     ADD 1 TO WS-VERIFICADOS
007480     PERFORM 6300-MIRAR-CABEZA THRU 6300-EXIT.
007490 6200-EXIT.
007500     EXIT.
007510
007520 6300-MIRAR-CABEZA.
007530     IF NOT WS-HAY-CABEZA
007540         GO TO 6300-EXIT
007550     END-IF
007560     IF WS-ULTIMA-SEQ NOT = WS-CABEZA-SEQ
007570         GO TO 6300-EXIT
007580     END-IF
007590     IF WS-ULTIMO-HASH NOT = WS-CABEZA-HASH
007600         MOVE WS-CABEZA-SEQ TO WS-ROTURA-SEQ
007610         MOVE "*** CABEZA ALTERADA: NO CUADRA HUELFILE"
007620             TO WS-ROTURA-NOTA
007630         PERFORM 6900-ROTURA THRU 6900-EXIT
007640         GO TO 6300-EXIT
007650     END-IF
007660     SET WS-CABEZA-HALLADA TO TRUE
007670     SET WS-EN-COLA TO TRUE.
007680 6300-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------*
007720* HUELLA DEL SELLO: PARTE DE LA HUELLA DEL SELLO ANTERIOR Y  *
007730* PASA CADA BYTE DEL CONTENIDO Y DE LA SECUENCIA POR UN      *
007740* POLINOMIO CON MODULO DE 13 CIFRAS. A DIFERENCIA DE LA      *
007750* SUMA DE HUELLAS, DEPENDE DEL ORDEN DE LOS BYTES Y DE TODA  *
007760* LA HISTORIA ANTERIOR DE LA BITACORA.                       *
007770*----------------------------------------------------------*
007780 6800-CALCULAR-SELLO.
007790     MOVE WS-CALC-SEQ TO WS-REGISTRO-AREA (WS-POS-SELLO:9)
007800     MOVE WS-ULTIMO-HASH TO WS-CALC-HASH
007810     PERFORM 6850-SUMAR-BYTE THRU 6850-EXIT
007820         VARYING WS-BYTE-IDX FROM 1 BY 1
007830         UNTIL WS-BYTE-IDX > WS-HASH-LARGO.
007840 6800-EXIT.
007850     EXIT.
007860
007870 6850-SUMAR-BYTE.
007880     COMPUTE WS-CAD-PRODUCTO =
007890         WS-CALC-HASH * WS-CAD-BASE
007900         + FUNCTION ORD(WS-REGISTRO-AREA (WS-BYTE-IDX:1))
007910     DIVIDE WS-CAD-PRODUCTO BY WS-CAD-MODULO
007920         GIVING WS-CAD-COCIENTE
007930         REMAINDER WS-CALC-HASH.
007940 6850-EXIT.
007950     EXIT.
007960
007970 6900-ROTURA.
007980     SET WS-CADENA-ROTA TO TRUE
007990     ADD 1 TO WS-ROTURAS-COUNT
008000     MOVE WS-DIARIO-ACTUAL TO DL-DIARIO
008010     MOVE WS-ROTURA-SEQ TO DL-SEQ
008020     MOVE WS-ULTIMO-HASH TO DL-HASH
008030     MOVE WS-ROTURA-NOTA TO DL-NOTA
008040     MOVE WS-DET-LINE TO SELL-RPT-LINE
008050     PERFORM 8500-WRITE-RPT THRU 8500-EXIT
008060     MOVE WS-LEIDOS-ORIGEN TO PL-POSICION
008070     IF WS-ORIGEN-ARCHIVO
008080         MOVE "DE LAS GENERACIONES ARCHIVADAS" TO PL-ORIGEN
008090     END-IF
008100     IF WS-ORIGEN-VIVO
008110         MOVE "DE LA BITACORA VIVA" TO PL-ORIGEN
008120     END-IF
008130     IF WS-ORIGEN-FIN
008140         MOVE "(ULTIMO LEIDO; LA BITACORA ACABA ANTES)"
008150             TO PL-ORIGEN
008160     END-IF
008170     MOVE WS-POS-LINE TO SELL-RPT-LINE
008180     PERFORM 8500-WRITE-RPT THRU 8500-EXIT
008190     IF WS-EXC-COUNT < 3
008200         ADD 1 TO WS-EXC-COUNT
008210         MOVE WS-DIARIO-ACTUAL TO WS-EXC-DIARIO (WS-EXC-COUNT)
008220         MOVE WS-ROTURA-SEQ TO WS-EXC-SEQ (WS-EXC-COUNT)
008230         MOVE WS-ROTURA-NOTA TO WS-EXC-NOTA (WS-EXC-COUNT)
008240     END-IF.
008250 6900-EXIT.
008260     EXIT.
008270
008280*----------------------------------------------------------*
008290* FIN DE UNA BITACORA: UNA CABEZA DE HUELFILE QUE NO         *
008300* APARECIO ES UNA COLA TRUNCADA. CON LA CADENA INTACTA,      *
008310* SELLAR GUARDA LA CABEZA NUEVA PARA LA PROXIMA VENTANA.     *
008320*----------------------------------------------------------*
008330 7000-CERRAR-CADENA.
008340     IF NOT WS-CADENA-ROTA AND WS-HAY-CABEZA
008350         AND NOT WS-CABEZA-HALLADA
008360         SET WS-ORIGEN-FIN TO TRUE
008370         MOVE WS-LEIDOS TO WS-LEIDOS-ORIGEN
008380         MOVE WS-CABEZA-SEQ TO WS-ROTURA-SEQ
008390         MOVE "*** COLA TRUNCADA: FALTA LA CABEZA"
008400             TO WS-ROTURA-NOTA
008410         PERFORM 6900-ROTURA THRU 6900-EXIT
008420     END-IF
008430     MOVE "REGISTROS LEIDOS" TO TL-ETIQUETA
008440     MOVE WS-LEIDOS TO TL-VALOR
008450     PERFORM 8600-WRITE-TOT THRU 8600-EXIT
008460     MOVE "ANTERIORES A LA CADENA" TO TL-ETIQUETA
008470     MOVE WS-PREVIOS TO TL-VALOR
008480     PERFORM 8600-WRITE-TOT THRU 8600-EXIT
008490     MOVE "ESLABONES VERIFICADOS" TO TL-ETIQUETA
008500     MOVE WS-VERIFICADOS TO TL-VALOR
008510     PERFORM 8600-WRITE-TOT THRU 8600-EXIT
008520     IF WS-FUNCION-SELLAR
008530         MOVE "SELLADOS EN ESTA CORRIDA" TO TL-ETIQUETA
008540         MOVE WS-SELLADOS TO TL-VALOR
008550     ELSE
008560         MOVE "PENDIENTES DE SELLO" TO TL-ETIQUETA
008570         MOVE WS-PENDIENTES TO TL-VALOR
008580     END-IF
008590     PERFORM 8600-WRITE-TOT THRU 8600-EXIT
008600     IF WS-CADENA-ROTA
008610         GO TO 7000-FIN
008620     END-IF
008630     MOVE WS-DIARIO-ACTUAL TO DL-DIARIO
008640     MOVE WS-ULTIMA-SEQ TO DL-SEQ
008650     MOVE WS-ULTIMO-HASH TO DL-HASH
008660     IF WS-ULTIMA-SEQ = ZERO
008670         MOVE "SIN REGISTROS SELLADOS" TO DL-NOTA
008680         GO TO 7000-LINEA
008690     END-IF
008700     IF WS-FUNCION-VERIFICAR
008710         MOVE "CADENA INTACTA HASTA AQUI" TO DL-NOTA
008720         GO TO 7000-LINEA
008730     END-IF
008740     PERFORM 7100-GRABAR-CABEZA THRU 7100-EXIT
008750     MOVE "CABEZA GRABADA EN HUELFILE" TO DL-NOTA.
008760 7000-LINEA.
008770     MOVE WS-DET-LINE TO SELL-RPT-LINE
008780     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
008790 7000-FIN.
008800     MOVE SPACES TO SELL-RPT-LINE
008810     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
008820 7000-EXIT.
008830     EXIT.
008840
008850 7100-GRABAR-CABEZA.
008860     MOVE WS-DIARIO-ACTUAL TO HUE-MAESTRO
008870     MOVE WS-ULTIMA-SEQ TO HUE-REGS
008880     MOVE WS-ULTIMO-HASH TO HUE-HASH
008890     MOVE WS-FECHA-PROCESO TO HUE-FECHA
008900     MOVE WS-HORA-AHORA TO HUE-HORA
008910     WRITE HUELLA-REC
008920     IF WS-HUELFILE-DUPLICATE
008930         MOVE WS-DIARIO-ACTUAL TO HUE-MAESTRO
008940         READ HUELLA-FILE
008950             INVALID KEY
008960                 DISPLAY "CADSELLO: ERROR RELEYENDO HUELFILE"
008970                 GO TO ABEND-CLEANUP
008980         END-READ
008990         MOVE WS-ULTIMA-SEQ TO HUE-REGS
009000         MOVE WS-ULTIMO-HASH TO HUE-HASH
009010         MOVE WS-FECHA-PROCESO TO HUE-FECHA
009020         MOVE WS-HORA-AHORA TO HUE-HORA
009030         REWRITE HUELLA-REC
009040     END-IF
009050     IF NOT WS-HUELFILE-OK
009060         DISPLAY "CADSELLO: ERROR GRABANDO HUELFILE "
009070             WS-HUELFILE-STATUS
009080         GO TO ABEND-CLEANUP
009090     END-IF.
009100 7100-EXIT.
009110     EXIT.
009120
009130*----------------------------------------------------------*
009140* LAS ROTURAS SE ANOTAN EN AUDITLOG CUANDO YA ESTA CERRADA   *
009150* LA PASADA DE SELLADO; QUEDAN EN LA COLA Y SE SELLAN LA     *
009160* NOCHE SIGUIENTE COMO CUALQUIER OTRA ANOTACION.             *
009170*----------------------------------------------------------*
009180 8000-ANOTAR-ROTURAS.
009190     IF WS-EXC-COUNT = ZERO
009200         GO TO 8000-EXIT
009210     END-IF
009220     OPEN EXTEND AUDIT-LOG-FILE.
009230     IF WS-AUDITLOG-NO-FILE
009240         OPEN OUTPUT AUDIT-LOG-FILE
009250     END-IF
009260     IF NOT WS-AUDITLOG-OK
009270         DISPLAY "CADSELLO: ERROR ABRIENDO AUDITLOG "
009280             WS-AUDITLOG-STATUS
009290         GO TO ABEND-CLEANUP
009300     END-IF
009310     PERFORM 8100-WRITE-AUDITLOG THRU 8100-EXIT
009320         VARYING WS-EXC-IDX FROM 1 BY 1
009330         UNTIL WS-EXC-IDX > WS-EXC-COUNT
009340     CLOSE AUDIT-LOG-FILE.
009350 8000-EXIT.
009360     EXIT.
009370
009380 8100-WRITE-AUDITLOG.
009390     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
009400     ACCEPT AUD-HORA FROM TIME.
009410     MOVE "CADSELLO" TO AUD-PROGRAMA
009420     MOVE WS-EXC-DIARIO (WS-EXC-IDX) TO EC-DIARIO
009430     MOVE WS-EXC-SEQ (WS-EXC-IDX) TO EC-SEQ
009440     MOVE WS-EXC-CLAVE TO AUD-CLAVE
009450     SET AUD-EVENTO-EXCEPCION TO TRUE
009460     MOVE WS-EXC-NOTA (WS-EXC-IDX) TO AUD-DETALLE
009470     MOVE ZERO TO AUD-SELLO-SEQ
009480     MOVE ZERO TO AUD-SELLO-HASH
009490     WRITE AUDITLOG-REC
009500     IF NOT WS-AUDITLOG-OK
009510         DISPLAY "CADSELLO: ERROR ESCRIBIENDO AUDITLOG "
009520             WS-AUDITLOG-STATUS
009530         GO TO ABEND-CLEANUP
009540     END-IF.
009550 8100-EXIT.
009560     EXIT.
009570
009580 8500-WRITE-RPT.
009590     WRITE SELL-RPT-LINE
009600     IF NOT WS-SELLRPT-OK
009610         DISPLAY "CADSELLO: ERROR ESCRIBIENDO SELLRPT "
009620             WS-SELLRPT-STATUS
009630         GO TO ABEND-CLEANUP
009640     END-IF.
009650 8500-EXIT.
009660     EXIT.
009670
009680 8600-WRITE-TOT.
009690     MOVE WS-TOT-LINE TO SELL-RPT-LINE
009700     PERFORM 8500-WRITE-RPT THRU 8500-EXIT.
009710 8600-EXIT.
009720     EXIT.
009730
009740 9000-TERMINATE.
009750     CLOSE HUELLA-FILE.
009760     CLOSE CARD-FILE.
009770     CLOSE SELL-RPT-FILE.
009780     DISPLAY "CADSELLO: FUNCION " WS-FUNCION
009790         " ROTURAS " WS-ROTURAS-COUNT.
009800     IF WS-ROTURAS-COUNT > ZERO
009810         MOVE 8 TO RETURN-CODE
009820     END-IF.
009830 9000-EXIT.
009840     EXIT.
009850
009860 ABEND-CLEANUP.
009870     DISPLAY "CADSELLO: TERMINACION ANORMAL - CERRANDO FICHEROS".
009880     CLOSE HUELLA-FILE.
009890     CLOSE CARD-FILE.
009900     CLOSE AUDIT-LOG-FILE.
009910     CLOSE AUD-ARCH-FILE.
009920     CLOSE EMP-AUDIT-FILE.
009930     CLOSE EAU-ARCH-FILE.
009940     CLOSE ACCESO-JRNL-FILE.
009950     CLOSE SELL-RPT-FILE.
009960     MOVE 16 TO RETURN-CODE.
009970     GOBACK.
009980
009990     END PROGRAM CADSELLO.

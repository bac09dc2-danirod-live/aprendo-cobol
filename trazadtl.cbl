000010*----------------------------------------------------------*
000020* TRAZADTL - TRAZA DE UN APUNTE DEL MAYOR A SU ORIGEN        *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. TRAZADTL.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                               *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. POR CADA DT-SEQ-NO DE     *
000140*                TRAZPARM LEE EL APUNTE DE LEDGDTL (COPY     *
000150*                LEDGDTL), LO LISTA CON SU ORIGEN            *
000160*                (DT-ORIGEN: SISTEMA Y CLAVE QUE ESTAMPA EL  *
000170*                GENERADOR EN LEDGTRAN) Y, SI EL SISTEMA     *
000180*                TIENE MAESTRO, LEE EL REGISTRO FUENTE POR   *
000190*                LA CLAVE DEL ORIGEN Y LO VUELCA EN TRAZRPT. *
000200*                LOS SISTEMAS QUE CARGAN FICHEROS DE LA      *
000210*                CORRIDA (CSV, FEED, EXTRACTO BANCARIO,      *
000220*                REGLAS DE REPARTO, CONSOLIDACION) NO TIENEN *
000230*                REGISTRO QUE LEER Y SOLO SE LISTA LA CLAVE. *
000240*                RC 4 SI ALGUN APUNTE O REGISTRO FUENTE NO   *
000250*                SE ENCUENTRA.                               *
000260* 2026-10-15 DR  LOS APUNTES DE PERIODIFICACION (ORIGEN      *
000270*                PERIODIF) VIENEN DEL CSV DE LA CORRIDA,     *
000280*                COMO LOS DE CSVCARGA; LOS ESTORNOS DE       *
000290*                PERIREV LLEVAN COMO CLAVE EL SEQ-NO DE LA   *
000300*                PERIODIFICACION, QUE SE CONSULTA EN EL      *
000310*                PROPIO LEDGDTL.                             *
000320* 2026-10-15 DR  LOS APUNTES DE VACPROV (PROVISION DE        *
000330*                VACACIONES) SE TRAZAN AL REGISTRO DEL       *
000340*                DEPARTAMENTO EN VPRMSTR (COPY PROVVAC). SI  *
000350*                VPRMSTR NO EXISTE TODAVIA EL APUNTE SALE    *
000360*                COMO NO HALLADO.                            *
000370*----------------------------------------------------------*
000380
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SPECIAL-NAMES.
000420     DECIMAL-POINT IS COMMA.
000430
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PARM-FILE ASSIGN TO "TRAZPARM"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-TRAZPARM-STATUS.
000490
000500     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS DT-SEQ-NO
000540         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-LEDGDTL-STATUS.
000570
000580     SELECT ACTIVO-MASTER-FILE ASSIGN TO "ACTMSTR"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS RANDOM
000610         RECORD KEY IS ACT-ID
000620         FILE STATUS IS WS-ACTMSTR-STATUS.
000630
000640     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS FAC-CLAVE
000680         FILE STATUS IS WS-FACMSTR-STATUS.
000690
000700     SELECT FACTURA-VENTA-FILE ASSIGN TO "FVEMSTR"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS RANDOM
000730         RECORD KEY IS FVE-CLAVE
000740         ALTERNATE RECORD KEY IS FVE-NUMERO
000750             WITH DUPLICATES
000760         FILE STATUS IS WS-FVEMSTR-STATUS.
000770
000780     SELECT PRESTAMO-MASTER-FILE ASSIGN TO "PRTMSTR"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS RANDOM
000810         RECORD KEY IS PRT-CLAVE
000820         FILE STATUS IS WS-PRTMSTR-STATUS.
000830
000840     SELECT RECUR-MASTER-FILE ASSIGN TO "RECURMST"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS RANDOM
000870         RECORD KEY IS REC-PLANTILLA-ID
000880         FILE STATUS IS WS-RECURMST-STATUS.
000890
000900     SELECT ASIENTO-MASTER-FILE ASSIGN TO "ASIMSTR"
000910         ORGANIZATION IS INDEXED
000920         ACCESS MODE IS RANDOM
000930         RECORD KEY IS ASI-CLAVE
000940         FILE STATUS IS WS-ASIMSTR-STATUS.
000950
000960     SELECT SUSPENSE-MASTER-FILE ASSIGN TO "SUSPMSTR"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS RANDOM
000990         RECORD KEY IS SUS-ITEM-NO
001000         FILE STATUS IS WS-SUSPMSTR-STATUS.
001010
001020     SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
001030         ORGANIZATION IS INDEXED
001040         ACCESS MODE IS RANDOM
001050         RECORD KEY IS LEDG-ACCT-ID
001060         FILE STATUS IS WS-LEDGMSTR-STATUS.
001070
001080     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
001090         ORGANIZATION IS INDEXED
001100         ACCESS MODE IS RANDOM
001110         RECORD KEY IS DEPT-CODIGO
001120         FILE STATUS IS WS-DEPTMSTR-STATUS.
001130
001140     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
001150         ORGANIZATION IS INDEXED
001160         ACCESS MODE IS RANDOM
001170         RECORD KEY IS PRV-ID
001180         FILE STATUS IS WS-PROVMSTR-STATUS.
001190
001200     SELECT PROV-VAC-FILE ASSIGN TO "VPRMSTR"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS RANDOM
001230         RECORD KEY IS VPR-DEPARTAMENTO
001240         FILE STATUS IS WS-VPRMSTR-STATUS.
001250
001260     SELECT TRAZ-RPT-FILE ASSIGN TO "TRAZRPT"
001270         ORGANIZATION IS LINE SEQUENTIAL
001280         FILE STATUS IS WS-TRAZRPT-STATUS.
001290
001300 DATA DIVISION.
001310 FILE SECTION.
001320 FD  PARM-FILE
001330     LABEL RECORDS ARE STANDARD.
001340 01  PARM-IN-REC.
001350     05 PI-SEQ-NO               PIC 9(08).
001360
001370 FD  LEDGER-DETAIL-FILE
001380     LABEL RECORDS ARE STANDARD.
001390     COPY LEDGDTL.
001400
001410 FD  ACTIVO-MASTER-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY ACTIVO.
001440
001450 FD  FACTURA-MASTER-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY FACTURA.
001480
001490 FD  FACTURA-VENTA-FILE
001500     LABEL RECORDS ARE STANDARD.
001510     COPY FACVENTA.
001520
001530 FD  PRESTAMO-MASTER-FILE
001540     LABEL RECORDS ARE STANDARD.
001550     COPY PRESTAMO.
001560
001570 FD  RECUR-MASTER-FILE
001580     LABEL RECORDS ARE STANDARD.
001590     COPY RECURR.
001600
001610 FD  ASIENTO-MASTER-FILE
001620     LABEL RECORDS ARE STANDARD.
001630     COPY ASIENTO.
001640
001650 FD  SUSPENSE-MASTER-FILE
001660     LABEL RECORDS ARE STANDARD.
001670     COPY SUSPENSO.
001680
001690 FD  LEDGER-MASTER-FILE
001700     LABEL RECORDS ARE STANDARD.
001710     COPY LEDGER.
001720
001730 FD  DEPTO-MASTER-FILE
001740     LABEL RECORDS ARE STANDARD.
001750     COPY DEPTO.
001760
001770 FD  PROVEEDOR-MASTER-FILE
001780     LABEL RECORDS ARE STANDARD.
001790     COPY PROVEED.
001800
001810 FD  PROV-VAC-FILE
001820     LABEL RECORDS ARE STANDARD.
001830     COPY PROVVAC.
001840
001850 FD  TRAZ-RPT-FILE
001860     LABEL RECORDS ARE STANDARD.
001870 01  TRAZ-RPT-LINE              PIC X(80).
001880
001890 WORKING-STORAGE SECTION.
001900 01  WS-TRAZPARM-STATUS         PIC X(02) VALUE SPACES.
001910     88 WS-TRAZPARM-OK              VALUE "00".
001920     88 WS-TRAZPARM-EOF             VALUE "10".
001930
001940 01  WS-LEDGDTL-STATUS          PIC X(02) VALUE SPACES.
001950     88 WS-LEDGDTL-OK               VALUE "00".
001960
001970 01  WS-ACTMSTR-STATUS          PIC X(02) VALUE SPACES.
001980     88 WS-ACTMSTR-OK               VALUE "00".
001990
002000 01  WS-FACMSTR-STATUS          PIC X(02) VALUE SPACES.
002010     88 WS-FACMSTR-OK               VALUE "00".
002020
002030 01  WS-FVEMSTR-STATUS          PIC X(02) VALUE SPACES.
002040     88 WS-FVEMSTR-OK               VALUE "00".
002050
002060 01  WS-PRTMSTR-STATUS          PIC X(02) VALUE SPACES.
002070     88 WS-PRTMSTR-OK               VALUE "00".
002080
002090 01  WS-RECURMST-STATUS         PIC X(02) VALUE SPACES.
002100     88 WS-RECURMST-OK              VALUE "00".
002110
002120 01  WS-ASIMSTR-STATUS          PIC X(02) VALUE SPACES.
002130     88 WS-ASIMSTR-OK               VALUE "00".
002140
002150 01  WS-SUSPMSTR-STATUS         PIC X(02) VALUE SPACES.
002160     88 WS-SUSPMSTR-OK              VALUE "00".
002170
002180 01  WS-LEDGMSTR-STATUS         PIC X(02) VALUE SPACES.
002190     88 WS-LEDGMSTR-OK              VALUE "00".
002200
002210 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
002220     88 WS-DEPTMSTR-OK              VALUE "00".
002230
002240 01  WS-PROVMSTR-STATUS         PIC X(02) VALUE SPACES.
002250     88 WS-PROVMSTR-OK              VALUE "00".
002260
002270 01  WS-VPRMSTR-STATUS          PIC X(02) VALUE SPACES.
002280     88 WS-VPRMSTR-OK               VALUE "00".
002290     88 WS-VPRMSTR-NO-FILE          VALUE "35".
002300
002310 01  WS-TRAZRPT-STATUS          PIC X(02) VALUE SPACES.
002320     88 WS-TRAZRPT-OK               VALUE "00".
002330
002340 01  WS-SWITCHES.
002350     05 WS-EOF-PARM-SW         PIC X(01) VALUE "N".
002360         88 WS-EOF-PARM             VALUE "Y".
002370     05 WS-FUENTE-LEIDA-SW     PIC X(01) VALUE "N".
002380         88 WS-FUENTE-LEIDA         VALUE "S".
002390     05 WS-SIN-VPRMSTR-SW      PIC X(01) VALUE "N".
002400         88 WS-SIN-VPRMSTR          VALUE "S".
002410
002420 01  WS-COUNTERS.
002430     05 WS-PEDIDOS-COUNT       PIC 9(05) COMP VALUE ZERO.
002440     05 WS-TRAZADOS-COUNT      PIC 9(05) COMP VALUE ZERO.
002450     05 WS-NO-HALLADOS-COUNT   PIC 9(05) COMP VALUE ZERO.
002460
002470*----------------------------------------------------------*
002480* REGISTRO FUENTE LEIDO, SIN INTERPRETAR, Y SU LONGITUD: SE  *
002490* VUELCA EN TRAMOS DE 60 BYTES CON LA POSICION DE CADA UNO.  *
002500*----------------------------------------------------------*
002510 01  WS-REG-FUENTE              PIC X(300) VALUE SPACES.
002520 01  WS-LONG-FUENTE             PIC 9(04) COMP VALUE ZERO.
002530 01  WS-POS-FUENTE              PIC 9(04) COMP VALUE ZERO.
002540 01  WS-FICHERO-FUENTE          PIC X(08) VALUE SPACES.
002550
002560 01  WS-APUNTE-LINE.
002570     05 FILLER                  PIC X(07) VALUE "APUNTE ".
002580     05 AL-SEQ-NO               PIC 9(08).
002590     05 FILLER                  PIC X(09) VALUE "  CUENTA ".
002600     05 AL-ACCT-ID              PIC 9(06).
002610     05 FILLER                  PIC X(08) VALUE "  FECHA ".
002620     05 AL-FECHA                PIC 9(08).
002630     05 FILLER                  PIC X(02) VALUE SPACES.
002640     05 AL-TIPO                 PIC X(01).
002650     05 FILLER                  PIC X(01) VALUE SPACES.
002660     05 AL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
002670     05 FILLER                  PIC X(01) VALUE SPACES.
002680     05 AL-MONEDA               PIC X(03).
002690
002700 01  WS-DATOS-LINE.
002710     05 FILLER                  PIC X(02) VALUE SPACES.
002720     05 DL-CONCEPTO             PIC X(20).
002730     05 FILLER                  PIC X(09) VALUE "  CENTRO ".
002740     05 DL-CENTRO-COSTE         PIC 9(06).
002750     05 FILLER                  PIC X(10) VALUE "  ESTORNO ".
002760     05 DL-ESTORNO              PIC X(01).
002770     05 FILLER                  PIC X(09) VALUE "  ENLACE ".
002780     05 DL-SEQ-ENLACE           PIC 9(08).
002790
002800 01  WS-ORIGEN-LINE.
002810     05 FILLER                  PIC X(10) VALUE "  ORIGEN  ".
002820     05 OL-SISTEMA              PIC X(08).
002830     05 FILLER                  PIC X(08) VALUE "  CLAVE ".
002840     05 OL-CLAVE                PIC X(20).
002850
002860 01  WS-NOTA-LINE.
002870     05 FILLER                  PIC X(02) VALUE SPACES.
002880     05 NL-NOTA                 PIC X(50).
002890     05 NL-FICHERO              PIC X(08).
002900
002910 01  WS-VOLCADO-LINE.
002920     05 FILLER                  PIC X(04) VALUE SPACES.
002930     05 VL-FICHERO              PIC X(08).
002940     05 FILLER                  PIC X(01) VALUE SPACES.
002950     05 VL-POS                  PIC 9(03).
002960     05 FILLER                  PIC X(02) VALUE " |".
002970     05 VL-DATOS                PIC X(60).
002980     05 FILLER                  PIC X(01) VALUE "|".
002990
003000 01  WS-TOTAL-LINE.
003010     05 FILLER                  PIC X(20) VALUE
003020         "APUNTES PEDIDOS     ".
003030     05 TL-PEDIDOS              PIC ZZ.ZZ9.
003040     05 FILLER                  PIC X(14) VALUE
003050         "  TRAZADOS    ".
003060     05 TL-TRAZADOS             PIC ZZ.ZZ9.
003070     05 FILLER                  PIC X(16) VALUE
003080         "  NO HALLADOS   ".
003090     05 TL-NO-HALLADOS          PIC ZZ.ZZ9.
003100
003110 PROCEDURE DIVISION.
003120
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     PERFORM 2000-TRAZAR-APUNTE THRU 2000-EXIT
003160         UNTIL WS-EOF-PARM.
003170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003180     GOBACK.
003190
003200 1000-INITIALIZE.
003210     OPEN INPUT PARM-FILE.
003220     IF NOT WS-TRAZPARM-OK
003230         DISPLAY "TRAZADTL: ERROR ABRIENDO TRAZPARM "
003240             WS-TRAZPARM-STATUS
003250         GO TO ABEND-CLEANUP
003260     END-IF
003270     OPEN INPUT LEDGER-DETAIL-FILE.
003280     IF NOT WS-LEDGDTL-OK
003290         DISPLAY "TRAZADTL: ERROR ABRIENDO LEDGDTL "
003300             WS-LEDGDTL-STATUS
003310         GO TO ABEND-CLEANUP
003320     END-IF
003330     OPEN INPUT ACTIVO-MASTER-FILE.
003340     IF NOT WS-ACTMSTR-OK
003350         DISPLAY "TRAZADTL: ERROR ABRIENDO ACTMSTR "
003360             WS-ACTMSTR-STATUS
003370         GO TO ABEND-CLEANUP
003380     END-IF
003390     OPEN INPUT FACTURA-MASTER-FILE.
003400     IF NOT WS-FACMSTR-OK
003410         DISPLAY "TRAZADTL: ERROR ABRIENDO FACMSTR "
003420             WS-FACMSTR-STATUS
003430         GO TO ABEND-CLEANUP
003440     END-IF
003450     OPEN INPUT FACTURA-VENTA-FILE.
003460     IF NOT WS-FVEMSTR-OK
003470         DISPLAY "TRAZADTL: ERROR ABRIENDO FVEMSTR "
003480             WS-FVEMSTR-STATUS
003490         GO TO ABEND-CLEANUP
003500     END-IF
003510     OPEN INPUT PRESTAMO-MASTER-FILE.
003520     IF NOT WS-PRTMSTR-OK
003530         DISPLAY "TRAZADTL: ERROR ABRIENDO PRTMSTR "
003540             WS-PRTMSTR-STATUS
003550         GO TO ABEND-CLEANUP
003560     END-IF
003570     OPEN INPUT RECUR-MASTER-FILE.
003580     IF NOT WS-RECURMST-OK
003590         DISPLAY "TRAZADTL: ERROR ABRIENDO RECURMST "
003600             WS-RECURMST-STATUS
003610         GO TO ABEND-CLEANUP
003620     END-IF
003630     OPEN INPUT ASIENTO-MASTER-FILE.
003640     IF NOT WS-ASIMSTR-OK
003650         DISPLAY "TRAZADTL: ERROR ABRIENDO ASIMSTR "
003660             WS-ASIMSTR-STATUS
003670         GO TO ABEND-CLEANUP
003680     END-IF
003690     OPEN INPUT SUSPENSE-MASTER-FILE.
003700     IF NOT WS-SUSPMSTR-OK
003710         DISPLAY "TRAZADTL: ERROR ABRIENDO SUSPMSTR "
003720             WS-SUSPMSTR-STATUS
003730         GO TO ABEND-CLEANUP
003740     END-IF
003750     OPEN INPUT LEDGER-MASTER-FILE.
003760     IF NOT WS-LEDGMSTR-OK
003770         DISPLAY "TRAZADTL: ERROR ABRIENDO LEDGMSTR "
003780             WS-LEDGMSTR-STATUS
003790         GO TO ABEND-CLEANUP
003800     END-IF
003810     OPEN INPUT DEPTO-MASTER-FILE.
003820     IF NOT WS-DEPTMSTR-OK
003830         DISPLAY "TRAZADTL: ERROR ABRIENDO DEPTMSTR "
003840             WS-DEPTMSTR-STATUS
003850         GO TO ABEND-CLEANUP
003860     END-IF
003870     OPEN INPUT PROVEEDOR-MASTER-FILE.
003880     IF NOT WS-PROVMSTR-OK
003890         DISPLAY "TRAZADTL: ERROR ABRIENDO PROVMSTR "
003900             WS-PROVMSTR-STATUS
003910         GO TO ABEND-CLEANUP
003920     END-IF
003930     OPEN INPUT PROV-VAC-FILE.
003940     IF WS-VPRMSTR-NO-FILE
003950         SET WS-SIN-VPRMSTR TO TRUE
003960     ELSE
003970         IF NOT WS-VPRMSTR-OK
003980             DISPLAY "TRAZADTL: ERROR ABRIENDO VPRMSTR "
003990                 WS-VPRMSTR-STATUS
004000             GO TO ABEND-CLEANUP
004010         END-IF
004020     END-IF
004030     OPEN OUTPUT TRAZ-RPT-FILE.
004040     IF NOT WS-TRAZRPT-OK
004050         DISPLAY "TRAZADTL: ERROR ABRIENDO TRAZRPT "
004060             WS-TRAZRPT-STATUS
004070         GO TO ABEND-CLEANUP
004080     END-IF
004090     MOVE "TRAZADTL - TRAZA DE APUNTES A SU REGISTRO FUENTE"
004100         TO TRAZ-RPT-LINE
004110     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004120     PERFORM 2100-LEER-PARM THRU 2100-EXIT.
004130 1000-EXIT.
004140     EXIT.
004150
004160*----------------------------------------------------------*
004170* UN DT-SEQ-NO DE TRAZPARM: LISTA EL APUNTE Y SU ORIGEN Y    *
004180* BUSCA EL REGISTRO FUENTE. UNA TARJETA NO NUMERICA O UN     *
004190* APUNTE QUE NO ESTA EN LEDGDTL SE ANOTAN Y SE SIGUE.        *
004200*----------------------------------------------------------*
004210 2000-TRAZAR-APUNTE.
004220     ADD 1 TO WS-PEDIDOS-COUNT
004230     MOVE SPACES TO TRAZ-RPT-LINE
004240     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004250     IF PI-SEQ-NO IS NOT NUMERIC
004260         ADD 1 TO WS-NO-HALLADOS-COUNT
004270         MOVE "TARJETA DE TRAZPARM NO NUMERICA" TO NL-NOTA
004280         MOVE SPACES TO NL-FICHERO
004290         PERFORM 7000-NOTA THRU 7000-EXIT
004300         GO TO 2000-SIGUE
004310     END-IF
004320     MOVE PI-SEQ-NO TO DT-SEQ-NO
004330     READ LEDGER-DETAIL-FILE
004340         INVALID KEY
004350             ADD 1 TO WS-NO-HALLADOS-COUNT
004360             MOVE PI-SEQ-NO TO AL-SEQ-NO
004370             MOVE ZERO TO AL-ACCT-ID
004380             MOVE ZERO TO AL-FECHA
004390             MOVE SPACES TO AL-TIPO
004400             MOVE ZERO TO AL-IMPORTE
004410             MOVE SPACES TO AL-MONEDA
004420             MOVE WS-APUNTE-LINE TO TRAZ-RPT-LINE
004430             PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004440             MOVE "EL APUNTE NO EXISTE EN" TO NL-NOTA
004450             MOVE "LEDGDTL" TO NL-FICHERO
004460             PERFORM 7000-NOTA THRU 7000-EXIT
004470             GO TO 2000-SIGUE
004480     END-READ
004490     PERFORM 3000-LISTAR-APUNTE THRU 3000-EXIT
004500     PERFORM 4000-BUSCAR-FUENTE THRU 4000-EXIT.
004510 2000-SIGUE.
004520     PERFORM 2100-LEER-PARM THRU 2100-EXIT.
004530 2000-EXIT.
004540     EXIT.
004550
004560 2100-LEER-PARM.
004570     READ PARM-FILE
004580         AT END
004590             SET WS-EOF-PARM TO TRUE
004600     END-READ
004610     IF NOT WS-EOF-PARM AND NOT WS-TRAZPARM-OK
004620         DISPLAY "TRAZADTL: ERROR LEYENDO TRAZPARM "
004630             WS-TRAZPARM-STATUS
004640         GO TO ABEND-CLEANUP
004650     END-IF.
004660 2100-EXIT.
004670     EXIT.
004680
004690 3000-LISTAR-APUNTE.
004700     MOVE DT-SEQ-NO TO AL-SEQ-NO
004710     MOVE DT-ACCT-ID TO AL-ACCT-ID
004720     MOVE DT-FECHA TO AL-FECHA
004730     MOVE DT-TIPO-APUNTE TO AL-TIPO
004740     MOVE DT-IMPORTE TO AL-IMPORTE
004750     MOVE DT-MONEDA-ORIG TO AL-MONEDA
004760     MOVE WS-APUNTE-LINE TO TRAZ-RPT-LINE
004770     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004780     MOVE DT-CONCEPTO TO DL-CONCEPTO
004790     MOVE DT-CENTRO-COSTE TO DL-CENTRO-COSTE
004800     MOVE DT-ESTORNO-SW TO DL-ESTORNO
004810     MOVE DT-SEQ-ENLACE TO DL-SEQ-ENLACE
004820     MOVE WS-DATOS-LINE TO TRAZ-RPT-LINE
004830     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004840     MOVE DT-ORIGEN-SISTEMA TO OL-SISTEMA
004850     MOVE DT-ORIGEN-CLAVE TO OL-CLAVE
004860     MOVE WS-ORIGEN-LINE TO TRAZ-RPT-LINE
004870     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
004880 3000-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------*
004920* SEGUN EL SISTEMA DE ORIGEN SE LEE SU MAESTRO CON LA CLAVE  *
004930* DEL ORIGEN, QUE EMPIEZA SIEMPRE POR LA CLAVE DEL REGISTRO  *
004940* FUENTE. EN PAYGL LAS MARCAS DE DEPTGL (****, ++++, ====,   *
004950* %%%%) SON CUENTAS PUENTE O DE PASIVO SIN DEPARTAMENTO.     *
004960*----------------------------------------------------------*
004970 4000-BUSCAR-FUENTE.
004980     MOVE "N" TO WS-FUENTE-LEIDA-SW
004990     MOVE SPACES TO WS-FICHERO-FUENTE
005000     EVALUATE DT-ORIGEN-SISTEMA
005010         WHEN "ACTAMORT"
005020         WHEN "ACTMANT"
005030             PERFORM 4100-LEER-ACTMSTR THRU 4100-EXIT
005040         WHEN "FACMANT"
005050         WHEN "FACPAGO"
005060         WHEN "SEPAREC"
005070             PERFORM 4110-LEER-FACMSTR THRU 4110-EXIT
005080         WHEN "FVEMANT"
005090             PERFORM 4120-LEER-FVEMSTR THRU 4120-EXIT
005100         WHEN "PRESTMAN"
005110             PERFORM 4130-LEER-PRTMSTR THRU 4130-EXIT
005120         WHEN "RECURGEN"
005130             PERFORM 4140-LEER-RECURMST THRU 4140-EXIT
005140         WHEN "ASIONLN"
005150             PERFORM 4150-LEER-ASIMSTR THRU 4150-EXIT
005160         WHEN "SUSPCLR"
005170             PERFORM 4160-LEER-SUSPMSTR THRU 4160-EXIT
005180         WHEN "ANOCIER"
005190         WHEN "INTERES"
005200         WHEN "REVALUA"
005210             PERFORM 4170-LEER-LEDGMSTR THRU 4170-EXIT
005220         WHEN "PAYGL"
005230             IF DT-ORIGEN-CLAVE (1:4) = "****" OR "++++"
005240                 OR "====" OR "%%%%"
005250                 MOVE "CUENTA PUENTE O DE PASIVO, NO ESTA EN"
005260                     TO NL-NOTA
005270                 MOVE "DEPTMSTR" TO NL-FICHERO
005280                 PERFORM 7000-NOTA THRU 7000-EXIT
005290                 GO TO 4000-CONTAR
005300             END-IF
005310             PERFORM 4180-LEER-DEPTMSTR THRU 4180-EXIT
005320         WHEN "REMDED"
005330             PERFORM 4190-LEER-PROVMSTR THRU 4190-EXIT
005340         WHEN "VACPROV"
005350             PERFORM 4195-LEER-VPRMSTR THRU 4195-EXIT
005360         WHEN "BANCCONC"
005370         WHEN "CSVCARGA"
005380         WHEN "PERIODIF"
005390         WHEN "FEEDPOST"
005400         WHEN "CONSOL"
005410         WHEN "REPARTO"
005420             MOVE "FICHERO DE LA CORRIDA, NO SE CONSERVA"
005430                 TO NL-NOTA
005440             MOVE SPACES TO NL-FICHERO
005450             PERFORM 7000-NOTA THRU 7000-EXIT
005460             GO TO 4000-CONTAR
005470         WHEN "PERIREV"
005480             MOVE "ESTORNO DE PERIODIFICACION, ORIGINAL EN"
005490                 TO NL-NOTA
005500             MOVE "LEDGDTL" TO NL-FICHERO
005510             PERFORM 7000-NOTA THRU 7000-EXIT
005520             GO TO 4000-CONTAR
005530         WHEN SPACES
005540             MOVE "SIN ORIGEN: APUNTE ANTERIOR A LA TRAZA"
005550                 TO NL-NOTA
005560             MOVE SPACES TO NL-FICHERO
005570             PERFORM 7000-NOTA THRU 7000-EXIT
005580             GO TO 4000-CONTAR
005590         WHEN OTHER
005600             MOVE "SISTEMA DE ORIGEN SIN MAESTRO CONOCIDO"
005610                 TO NL-NOTA
005620             MOVE SPACES TO NL-FICHERO
005630             PERFORM 7000-NOTA THRU 7000-EXIT
005640             GO TO 4000-CONTAR
005650     END-EVALUATE
005660     IF NOT WS-FUENTE-LEIDA
005670         ADD 1 TO WS-NO-HALLADOS-COUNT
005680         MOVE "REGISTRO FUENTE NO ENCONTRADO EN" TO NL-NOTA
005690         MOVE WS-FICHERO-FUENTE TO NL-FICHERO
005700         PERFORM 7000-NOTA THRU 7000-EXIT
005710         GO TO 4000-EXIT
005720     END-IF
005730     MOVE "REGISTRO FUENTE EN" TO NL-NOTA
005740     MOVE WS-FICHERO-FUENTE TO NL-FICHERO
005750     PERFORM 7000-NOTA THRU 7000-EXIT
005760     PERFORM 5000-VOLCAR-TRAMO THRU 5000-EXIT
005770         VARYING WS-POS-FUENTE FROM 1 BY 60
005780         UNTIL WS-POS-FUENTE > WS-LONG-FUENTE.
005790 4000-CONTAR.
005800     ADD 1 TO WS-TRAZADOS-COUNT.
005810 4000-EXIT.
005820     EXIT.
005830
005840 4100-LEER-ACTMSTR.
005850     MOVE "ACTMSTR" TO WS-FICHERO-FUENTE
005860     MOVE DT-ORIGEN-CLAVE (1:6) TO ACT-ID
005870     READ ACTIVO-MASTER-FILE
005880         INVALID KEY
005890             GO TO 4100-EXIT
005900     END-READ
005910     MOVE ACTIVO-MASTER-REC TO WS-REG-FUENTE
005920     MOVE LENGTH OF ACTIVO-MASTER-REC TO WS-LONG-FUENTE
005930     SET WS-FUENTE-LEIDA TO TRUE.
005940 4100-EXIT.
005950     EXIT.
005960
005970 4110-LEER-FACMSTR.
005980     MOVE "FACMSTR" TO WS-FICHERO-FUENTE
005990     MOVE DT-ORIGEN-CLAVE (1:18) TO FAC-CLAVE
006000     READ FACTURA-MASTER-FILE
006010         INVALID KEY
006020             GO TO 4110-EXIT
006030     END-READ
006040     MOVE FACTURA-MASTER-REC TO WS-REG-FUENTE
006050     MOVE LENGTH OF FACTURA-MASTER-REC TO WS-LONG-FUENTE
006060     SET WS-FUENTE-LEIDA TO TRUE.
006070 4110-EXIT.
006080     EXIT.
006090
006100 4120-LEER-FVEMSTR.
006110     MOVE "FVEMSTR" TO WS-FICHERO-FUENTE
006120     MOVE DT-ORIGEN-CLAVE (1:18) TO FVE-CLAVE
006130     READ FACTURA-VENTA-FILE
006140         INVALID KEY
006150             GO TO 4120-EXIT
006160     END-READ
006170     MOVE FACTURA-VENTA-REC TO WS-REG-FUENTE
006180     MOVE LENGTH OF FACTURA-VENTA-REC TO WS-LONG-FUENTE
006190     SET WS-FUENTE-LEIDA TO TRUE.
006200 4120-EXIT.
006210     EXIT.
006220
006230 4130-LEER-PRTMSTR.
006240     MOVE "PRTMSTR" TO WS-FICHERO-FUENTE
006250     MOVE DT-ORIGEN-CLAVE (1:10) TO PRT-CLAVE
006260     READ PRESTAMO-MASTER-FILE
006270         INVALID KEY
006280             GO TO 4130-EXIT
006290     END-READ
006300     MOVE PRESTAMO-MASTER-REC TO WS-REG-FUENTE
006310     MOVE LENGTH OF PRESTAMO-MASTER-REC TO WS-LONG-FUENTE
006320     SET WS-FUENTE-LEIDA TO TRUE.
006330 4130-EXIT.
006340     EXIT.
006350
006360 4140-LEER-RECURMST.
006370     MOVE "RECURMST" TO WS-FICHERO-FUENTE
006380     MOVE DT-ORIGEN-CLAVE (1:4) TO REC-PLANTILLA-ID
006390     READ RECUR-MASTER-FILE
006400         INVALID KEY
006410             GO TO 4140-EXIT
006420     END-READ
006430     MOVE RECUR-MASTER-REC TO WS-REG-FUENTE
006440     MOVE LENGTH OF RECUR-MASTER-REC TO WS-LONG-FUENTE
006450     SET WS-FUENTE-LEIDA TO TRUE.
006460 4140-EXIT.
006470     EXIT.
006480
006490 4150-LEER-ASIMSTR.
006500     MOVE "ASIMSTR" TO WS-FICHERO-FUENTE
006510     MOVE DT-ORIGEN-CLAVE (1:9) TO ASI-CLAVE
006520     READ ASIENTO-MASTER-FILE
006530         INVALID KEY
006540             GO TO 4150-EXIT
006550     END-READ
006560     MOVE ASIENTO-REC TO WS-REG-FUENTE
006570     MOVE LENGTH OF ASIENTO-REC TO WS-LONG-FUENTE
006580     SET WS-FUENTE-LEIDA TO TRUE.
006590 4150-EXIT.
006600     EXIT.
006610
006620 4160-LEER-SUSPMSTR.
006630     MOVE "SUSPMSTR" TO WS-FICHERO-FUENTE
006640     MOVE DT-ORIGEN-CLAVE (1:8) TO SUS-ITEM-NO
006650     READ SUSPENSE-MASTER-FILE
006660         INVALID KEY
006670             GO TO 4160-EXIT
006680     END-READ
006690     MOVE SUSPENSO-REG-REC TO WS-REG-FUENTE
006700     MOVE LENGTH OF SUSPENSO-REG-REC TO WS-LONG-FUENTE
006710     SET WS-FUENTE-LEIDA TO TRUE.
006720 4160-EXIT.
006730     EXIT.
006740
006750 4170-LEER-LEDGMSTR.
006760     MOVE "LEDGMSTR" TO WS-FICHERO-FUENTE
006770     MOVE DT-ORIGEN-CLAVE (1:6) TO LEDG-ACCT-ID
006780     READ LEDGER-MASTER-FILE
006790         INVALID KEY
006800             GO TO 4170-EXIT
006810     END-READ
006820     MOVE LEDGER-MASTER-REC TO WS-REG-FUENTE
006830     MOVE LENGTH OF LEDGER-MASTER-REC TO WS-LONG-FUENTE
006840     SET WS-FUENTE-LEIDA TO TRUE.
006850 4170-EXIT.
006860     EXIT.
006870
006880 4180-LEER-DEPTMSTR.
006890     MOVE "DEPTMSTR" TO WS-FICHERO-FUENTE
006900     MOVE DT-ORIGEN-CLAVE (1:4) TO DEPT-CODIGO
006910     READ DEPTO-MASTER-FILE
006920         INVALID KEY
006930             GO TO 4180-EXIT
006940     END-READ
006950     MOVE DEPTO-MASTER-REC TO WS-REG-FUENTE
006960     MOVE LENGTH OF DEPTO-MASTER-REC TO WS-LONG-FUENTE
006970     SET WS-FUENTE-LEIDA TO TRUE.
006980 4180-EXIT.
006990     EXIT.
007000
007010 4190-LEER-PROVMSTR.
007020     MOVE "PROVMSTR" TO WS-FICHERO-FUENTE
007030     MOVE DT-ORIGEN-CLAVE (1:6) TO PRV-ID
007040     READ PROVEEDOR-MASTER-FILE
007050         INVALID KEY
007060             GO TO 4190-EXIT
007070     END-READ
007080     MOVE PROVEEDOR-MASTER-REC TO WS-REG-FUENTE
007090     MOVE LENGTH OF PROVEEDOR-MASTER-REC TO WS-LONG-FUENTE
007100     SET WS-FUENTE-LEIDA TO TRUE.
007110 4190-EXIT.
007120     EXIT.
007130
007140 4195-LEER-VPRMSTR.
007150     MOVE "VPRMSTR" TO WS-FICHERO-FUENTE
007160     IF WS-SIN-VPRMSTR
007170         GO TO 4195-EXIT
007180     END-IF
007190     MOVE DT-ORIGEN-CLAVE (1:4) TO VPR-DEPARTAMENTO
007200     READ PROV-VAC-FILE
007210         INVALID KEY
007220             GO TO 4195-EXIT
007230     END-READ
007240     MOVE PROV-VAC-REC TO WS-REG-FUENTE
007250     MOVE LENGTH OF PROV-VAC-REC TO WS-LONG-FUENTE
007260     SET WS-FUENTE-LEIDA TO TRUE.
007270 4195-EXIT.
007280     EXIT.
007290
007300 5000-VOLCAR-TRAMO.
007310     MOVE WS-FICHERO-FUENTE TO VL-FICHERO
007320     MOVE WS-POS-FUENTE TO VL-POS
007330     MOVE WS-REG-FUENTE (WS-POS-FUENTE:60) TO VL-DATOS
007340     MOVE WS-VOLCADO-LINE TO TRAZ-RPT-LINE
007350     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
007360 5000-EXIT.
007370     EXIT.
007380
007390 7000-NOTA.
007400     MOVE WS-NOTA-LINE TO TRAZ-RPT-LINE
007410     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
007420 7000-EXIT.
007430     EXIT.
007440
007450 8500-WRITE-LINEA.
007460     WRITE TRAZ-RPT-LINE
007470     IF NOT WS-TRAZRPT-OK
007480         DISPLAY "TRAZADTL: ERROR ESCRIBIENDO TRAZRPT "
007490             WS-TRAZRPT-STATUS
007500         GO TO ABEND-CLEANUP
007510     END-IF.
007520 8500-EXIT.
007530     EXIT.
007540
007550 9000-TERMINATE.
007560     MOVE SPACES TO TRAZ-RPT-LINE
007570     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007580     MOVE WS-PEDIDOS-COUNT TO TL-PEDIDOS
007590     MOVE WS-TRAZADOS-COUNT TO TL-TRAZADOS
007600     MOVE WS-NO-HALLADOS-COUNT TO TL-NO-HALLADOS
007610     MOVE WS-TOTAL-LINE TO TRAZ-RPT-LINE
007620     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007630     CLOSE PARM-FILE.
007640     CLOSE LEDGER-DETAIL-FILE.
007650     CLOSE ACTIVO-MASTER-FILE.
007660     CLOSE FACTURA-MASTER-FILE.
007670     CLOSE FACTURA-VENTA-FILE.
007680     CLOSE PRESTAMO-MASTER-FILE.
007690     CLOSE RECUR-MASTER-FILE.
007700     CLOSE ASIENTO-MASTER-FILE.
007710     CLOSE SUSPENSE-MASTER-FILE.
007720     CLOSE LEDGER-MASTER-FILE.
007730     CLOSE DEPTO-MASTER-FILE.
007740     CLOSE PROVEEDOR-MASTER-FILE.
007750     IF NOT WS-SIN-VPRMSTR
007760         CLOSE PROV-VAC-FILE
007770     END-IF
007780     CLOSE TRAZ-RPT-FILE.
007790     DISPLAY "TRAZADTL: APUNTES PEDIDOS " WS-PEDIDOS-COUNT
007800         " TRAZADOS " WS-TRAZADOS-COUNT
007810         " NO HALLADOS " WS-NO-HALLADOS-COUNT.
007820     IF WS-NO-HALLADOS-COUNT > ZERO
007830         MOVE 4 TO RETURN-CODE
007840     END-IF.
007850 9000-EXIT.
007860     EXIT.
007870
007880 ABEND-CLEANUP.
007890     DISPLAY "TRAZADTL: TERMINACION ANORMAL - CERRANDO FICHEROS".
007900     CLOSE PARM-FILE.
007910     CLOSE LEDGER-DETAIL-FILE.
007920     CLOSE ACTIVO-MASTER-FILE.
007930     CLOSE FACTURA-MASTER-FILE.
007940     CLOSE FACTURA-VENTA-FILE.
007950     CLOSE PRESTAMO-MASTER-FILE.
007960     CLOSE RECUR-MASTER-FILE.
007970     CLOSE ASIENTO-MASTER-FILE.
007980     CLOSE SUSPENSE-MASTER-FILE.
007990     CLOSE LEDGER-MASTER-FILE.
008000     CLOSE DEPTO-MASTER-FILE.
008010     CLOSE PROVEEDOR-MASTER-FILE.
008020     CLOSE PROV-VAC-FILE.
008030     CLOSE TRAZ-RPT-FILE.
008040     MOVE 16 TO RETURN-CODE.
008050     GOBACK.
008060
008070     END PROGRAM TRAZADTL.

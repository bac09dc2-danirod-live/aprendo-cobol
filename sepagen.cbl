000010*----------------------------------------------------------*
000020* SEPAGEN - FICHERO XML DE TRANSFERENCIAS ISO 20022          *
000030*           (PAIN.001) PARA LOS PAGOS DE NOMINA Y DE         *
000040*           PROVEEDORES                                      *
000050*----------------------------------------------------------*
000060 IDENTIFICATION DIVISION.
000070 PROGRAM-ID. SEPAGEN.
000080 AUTHOR. EQUIPO DE CONTABILIDAD.
000090 INSTALLATION. APRENDO-COBOL.
000100 DATE-WRITTEN. 2026-10-15.
000110 DATE-COMPILED.
000120*----------------------------------------------------------*
000130* HISTORIAL DE MODIFICACIONES                               *
000140*----------------------------------------------------------*
000150* 2026-10-15 DR  VERSION ORIGINAL. EL BANCO DEJA DE ADMITIR  *
000160*                LOS FORMATOS PROPIOS DE PAGOFILE (PAGOBAN)  *
000170*                Y PROVPAGO (FACPAGO). SEGUN EL ORIGEN DE    *
000180*                SEPAPARM (N NOMINA, P PROVEEDORES) ESTE     *
000190*                PROGRAMA CONVIERTE UNO DE LOS DOS EN UN     *
000200*                MENSAJE PAIN.001: CABECERA DE GRUPO, UN     *
000210*                BLOQUE DE PAGO PARA LA CUENTA DEUDORA DEL   *
000220*                PARAMETRO Y UNA TRANSFERENCIA POR           *
000230*                BENEFICIARIO CON SU IBAN (CALCULADO DESDE   *
000240*                BANCO, OFICINA Y CUENTA), IMPORTE Y         *
000250*                REFERENCIA EXTREMO A EXTREMO SACADA DEL     *
000260*                EMP-ID O DE LA FACTURA. UNA PRIMERA         *
000270*                PASADA CUENTA Y SUMA PARA EL NUMERO DE      *
000280*                OPERACIONES Y LA SUMA DE CONTROL; LA        *
000290*                SEGUNDA ESCRIBE EL XML. EL FICHERO QUEDA    *
000300*                EN EL MANIFIESTO TRNMSTR EN ESTADO E COMO   *
000310*                LAS DEMAS TRANSMISIONES; SEPAREC CARGA      *
000320*                DESPUES EL INFORME DE ESTADO PAIN.002.      *
000330*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000380     DECIMAL-POINT IS COMMA.
000390
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PARM-FILE ASSIGN TO "SEPAPARM"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-SEPAPARM-STATUS.
000450
000460     SELECT PAGO-OUT-FILE ASSIGN TO "PAGOFILE"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PAGOFILE-STATUS.
000490
000500     SELECT PROV-PAGO-FILE ASSIGN TO "PROVPAGO"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-PROVPAGO-STATUS.
000530
000540     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS EMP-ID
000580         FILE STATUS IS WS-EMPMSTR-STATUS.
000590
000600     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
000610         ORGANIZATION IS INDEXED
000620         ACCESS MODE IS RANDOM
000630         RECORD KEY IS PRV-ID
000640         FILE STATUS IS WS-PROVMSTR-STATUS.
000650
000660     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000670         ORGANIZATION IS INDEXED
000680         ACCESS MODE IS RANDOM
000690         RECORD KEY IS FAC-CLAVE
000700         FILE STATUS IS WS-FACMSTR-STATUS.
000710
000720     SELECT SEPA-XML-FILE ASSIGN TO "SEPAXML"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-SEPAXML-STATUS.
000750
000760     SELECT TRANSMISION-FILE ASSIGN TO "TRNMSTR"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS TRN-CLAVE
000800         FILE STATUS IS WS-TRNMSTR-STATUS.
000810
000820     SELECT SEPA-RPT-FILE ASSIGN TO "SEPARPT"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-SEPARPT-STATUS.
000850
000860 DATA DIVISION.
000870 FILE SECTION.
000880 FD  PARM-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  PARM-IN-REC.
000910     05 PI-ORIGEN               PIC X(01).
000920         88 PI-ORIGEN-NOMINA        VALUE "N".
000930         88 PI-ORIGEN-PROVEEDORES   VALUE "P".
000940     05 PI-FECHA-PAGO           PIC X(08).
000950     05 PI-FECHA-PAGO-N REDEFINES PI-FECHA-PAGO
000960                                PIC 9(08).
000970     05 PI-FECHA-EJECUCION      PIC X(08).
000980     05 PI-FECHA-EJECUCION-N REDEFINES PI-FECHA-EJECUCION
000990                                PIC 9(08).
001000     05 PI-MONEDA               PIC X(03).
001010     05 PI-DEUDOR-NOMBRE        PIC X(35).
001020     05 PI-DEUDOR-IBAN          PIC X(34).
001030     05 PI-DEUDOR-BIC           PIC X(11).
001040
001050 FD  PAGO-OUT-FILE
001060     LABEL RECORDS ARE STANDARD.
001070 01  PAGO-OUT-REC.
001080     05 PAG-BANCO               PIC 9(04).
001090     05 PAG-OFICINA             PIC 9(04).
001100     05 PAG-CUENTA              PIC 9(10).
001110     05 PAG-EMP-ID              PIC 9(06).
001120     05 PAG-FECHA               PIC 9(08).
001130     05 PAG-IMPORTE             PIC 9(07)V99.
001140     05 PAG-GRUPO               PIC X(02).
001150
001160 FD  PROV-PAGO-FILE
001170     LABEL RECORDS ARE STANDARD.
001180 01  PROV-PAGO-REC.
001190     05 PPG-BANCO               PIC 9(04).
001200     05 PPG-OFICINA             PIC 9(04).
001210     05 PPG-CUENTA              PIC 9(10).
001220     05 PPG-PROV-ID             PIC 9(06).
001230     05 PPG-NUMERO              PIC X(12).
001240     05 PPG-FECHA               PIC 9(08).
001250     05 PPG-IMPORTE             PIC 9(09)V99.
001260
001270 FD  EMPLEADO-MASTER-FILE
001280     LABEL RECORDS ARE STANDARD.
001290     COPY EMPLEADO.
001300
001310 FD  PROVEEDOR-MASTER-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY PROVEED.
001340
001350 FD  FACTURA-MASTER-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY FACTURA.
001380
001390 FD  SEPA-XML-FILE
001400     LABEL RECORDS ARE STANDARD.
001410 01  SEPA-XML-REC               PIC X(200).
001420
001430 FD  TRANSMISION-FILE
001440     LABEL RECORDS ARE STANDARD.
001450     COPY TRANSMAN.
001460
001470 FD  SEPA-RPT-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  SEPA-RPT-LINE              PIC X(80).
001500
001510 WORKING-STORAGE SECTION.
001520 01  WS-SEPAPARM-STATUS         PIC X(02) VALUE SPACES.
001530     88 WS-SEPAPARM-OK              VALUE "00".
001540
001550 01  WS-PAGOFILE-STATUS         PIC X(02) VALUE SPACES.
001560     88 WS-PAGOFILE-OK              VALUE "00".
001570
001580 01  WS-PROVPAGO-STATUS         PIC X(02) VALUE SPACES.
001590     88 WS-PROVPAGO-OK              VALUE "00".
001600
001610 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001620     88 WS-EMPMSTR-OK               VALUE "00".
001630
001640 01  WS-PROVMSTR-STATUS         PIC X(02) VALUE SPACES.
001650     88 WS-PROVMSTR-OK              VALUE "00".
001660
001670 01  WS-FACMSTR-STATUS          PIC X(02) VALUE SPACES.
001680     88 WS-FACMSTR-OK               VALUE "00".
001690
001700 01  WS-SEPAXML-STATUS          PIC X(02) VALUE SPACES.
001710     88 WS-SEPAXML-OK               VALUE "00".
001720
001730 01  WS-TRNMSTR-STATUS          PIC X(02) VALUE SPACES.
001740     88 WS-TRNMSTR-OK               VALUE "00".
001750     88 WS-TRNMSTR-DUPLICATE        VALUE "22".
001760     88 WS-TRNMSTR-NO-FILE          VALUE "35".
001770
001780 01  WS-SEPARPT-STATUS          PIC X(02) VALUE SPACES.
001790     88 WS-SEPARPT-OK               VALUE "00".
001800
001810 01  WS-SWITCHES.
001820     05 WS-EOF-PAGO-SW         PIC X(01) VALUE "N".
001830         88 WS-EOF-PAGO             VALUE "Y".
001840     05 WS-PASADA-SW           PIC X(01) VALUE "1".
001850         88 WS-PASADA-CUENTA        VALUE "1".
001860         88 WS-PASADA-XML           VALUE "2".
001870     05 WS-INCLUIR-SW          PIC X(01) VALUE "N".
001880         88 WS-INCLUIR              VALUE "S".
001890
001900 01  WS-COUNTERS.
001910     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
001920     05 WS-TX-COUNT            PIC 9(07) COMP VALUE ZERO.
001930     05 WS-EXCLUIDAS-COUNT     PIC 9(07) COMP VALUE ZERO.
001940     05 WS-TX-SEQ              PIC 9(05) VALUE ZERO.
001950
001960 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001970 01  WS-HORA-PROCESO            PIC 9(08) VALUE ZERO.
001980 01  WS-FECHA-PAGO              PIC 9(08) VALUE ZERO.
001990 01  WS-FECHA-EJECUCION         PIC 9(08) VALUE ZERO.
002000 01  WS-MONEDA                  PIC X(03) VALUE SPACES.
002010 01  WS-CTRL-SUM                PIC 9(13)V99 VALUE ZERO.
002020 01  WS-TOTAL-EXCLUIDO          PIC 9(13)V99 VALUE ZERO.
002030 01  WS-TRN-FICHERO             PIC X(08) VALUE SPACES.
002040 01  WS-MSG-ID                  PIC X(35) VALUE SPACES.
002050 01  WS-MOTIVO                  PIC X(24) VALUE SPACES.
002060
002070*----------------------------------------------------------*
002080* PAGO EN CURSO, CON LOS DATOS DE PAGOFILE O DE PROVPAGO     *
002090* PASADOS A UN FORMATO COMUN.                                *
002100*----------------------------------------------------------*
002110 01  WS-PAGO.
002120     05 WS-PG-BANCO             PIC 9(04).
002130     05 WS-PG-OFICINA           PIC 9(04).
002140     05 WS-PG-CUENTA            PIC 9(10).
002150     05 WS-PG-ID                PIC 9(06).
002160     05 WS-PG-FECHA             PIC 9(08).
002170     05 WS-PG-NUMERO            PIC X(12).
002180     05 WS-PG-IMPORTE           PIC 9(09)V99.
002190     05 WS-PG-NOMBRE            PIC X(35).
002200     05 WS-PG-REFERENCIA        PIC X(35).
002210     05 WS-PG-IBAN              PIC X(24).
002220
002230*----------------------------------------------------------*
002240* CODIGO CUENTA CLIENTE (ENTIDAD, OFICINA, DOS DIGITOS DE    *
002250* CONTROL Y CUENTA) Y LOS PESOS DE SUS DIGITOS DE CONTROL.   *
002260* EL IBAN ES "ES", DOS DIGITOS (98 MENOS EL RESTO MODULO 97  *
002270* DEL CCC SEGUIDO DE 142800, QUE ES "ES00" EN NUMEROS) Y EL  *
002280* CCC.                                                       *
002290*----------------------------------------------------------*
002300 01  WS-CCC.
002310     05 WS-CCC-BANCO            PIC 9(04).
002320     05 WS-CCC-OFICINA          PIC 9(04).
002330     05 WS-CCC-DC1              PIC 9(01).
002340     05 WS-CCC-DC2              PIC 9(01).
002350     05 WS-CCC-CUENTA           PIC 9(10).
002360 01  WS-CCC-R REDEFINES WS-CCC.
002370     05 WS-CCC-DIGITO           PIC 9(01) OCCURS 20 TIMES.
002380
002390 01  WS-PESOS-TXT               PIC X(20)
002400                                VALUE "01020408051009070306".
002410 01  WS-PESOS-R REDEFINES WS-PESOS-TXT.
002420     05 WS-PESO                 PIC 9(02) OCCURS 10 TIMES.
002430
002440 01  WS-PAIS-TXT                PIC X(06) VALUE "142800".
002450 01  WS-PAIS-R REDEFINES WS-PAIS-TXT.
002460     05 WS-PAIS-DIGITO          PIC 9(01) OCCURS 6 TIMES.
002470
002480 01  WS-IBAN-CALC.
002490     05 WS-IDX                  PIC 9(02) COMP VALUE ZERO.
002500     05 WS-SUMA-DC1             PIC 9(04) VALUE ZERO.
002510     05 WS-SUMA-DC2             PIC 9(04) VALUE ZERO.
002520     05 WS-DC                   PIC 9(02) VALUE ZERO.
002530     05 WS-COCIENTE             PIC 9(04) VALUE ZERO.
002540     05 WS-RESTO                PIC 9(02) VALUE ZERO.
002550     05 WS-ACUMULADO            PIC 9(04) VALUE ZERO.
002560     05 WS-IBAN-DC              PIC 9(02) VALUE ZERO.
002570
002580*----------------------------------------------------------*
002590* CONSTRUCCION DE LAS LINEAS DEL XML: ETIQUETA, VALOR YA     *
002600* ESCAPADO (EL VALOR SE CORTA EN EL PRIMER DOBLE BLANCO) Y   *
002610* NIVEL DE ANIDAMIENTO PARA EL SANGRADO.                     *
002620*----------------------------------------------------------*
002630 01  WS-XML-LINEA               PIC X(200) VALUE SPACES.
002640 01  WS-XML-ETIQUETA            PIC X(30) VALUE SPACES.
002650 01  WS-XML-VALOR               PIC X(80) VALUE SPACES.
002660 01  WS-XML-NIVEL               PIC 9(02) COMP VALUE ZERO.
002670 01  WS-XML-PTR                 PIC 9(03) COMP VALUE ZERO.
002680 01  WS-ESC-ORIGEN              PIC X(35) VALUE SPACES.
002690 01  WS-ESC-PTR                 PIC 9(03) COMP VALUE ZERO.
002700 01  WS-BLANCOS                 PIC 9(03) COMP VALUE ZERO.
002710
002720 01  WS-IMPORTE-XML             PIC 9(13)V99 VALUE ZERO.
002730 01  WS-IMPORTE-EDIT            PIC Z(12)9,99.
002740 01  WS-CUENTA-EDIT             PIC Z(06)9.
002750
002760 01  WS-FECHA-XML               PIC 9(08) VALUE ZERO.
002770 01  WS-FECHA-XML-R REDEFINES WS-FECHA-XML.
002780     05 WS-FX-ANIO              PIC 9(04).
002790     05 WS-FX-MES               PIC 9(02).
002800     05 WS-FX-DIA               PIC 9(02).
002810 01  WS-HORA-XML                PIC 9(08) VALUE ZERO.
002820 01  WS-HORA-XML-R REDEFINES WS-HORA-XML.
002830     05 WS-HX-HORA              PIC 9(02).
002840     05 WS-HX-MIN               PIC 9(02).
002850     05 WS-HX-SEG               PIC 9(02).
002860     05 WS-HX-CENT              PIC 9(02).
002870
002880 01  WS-HDR-LINE.
002890     05 FILLER                  PIC X(29)
002900                                VALUE "REFERENCIA".
002910     05 FILLER                  PIC X(25)
002920                                VALUE "IBAN / MOTIVO".
002930     05 FILLER                  PIC X(14)
002940                                VALUE "       IMPORTE".
002950
002960 01  WS-DET-LINE.
002970     05 DL-REFERENCIA           PIC X(28).
002980     05 FILLER                  PIC X(01) VALUE SPACES.
002990     05 DL-IBAN                 PIC X(24).
003000     05 FILLER                  PIC X(01) VALUE SPACES.
003010     05 DL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
003020
003030 01  WS-TOT-LINE.
003040     05 TL-TEXTO                PIC X(30).
003050     05 TL-CUENTA               PIC ZZZ.ZZ9.
003060     05 FILLER                  PIC X(02) VALUE SPACES.
003070     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
003080
003090 PROCEDURE DIVISION.
003100
003110 0000-MAINLINE.
003120     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003130     PERFORM 2000-PROCESAR-PAGO THRU 2000-EXIT
003140         UNTIL WS-EOF-PAGO.
003150     IF WS-TX-COUNT = ZERO
003160         DISPLAY "SEPAGEN: NINGUN PAGO QUE TRANSMITIR, NO SE "
003170             "GENERA EL FICHERO"
003180     ELSE
003190         PERFORM 3000-GENERAR-XML THRU 3000-EXIT
003200         PERFORM 5000-REGISTRAR THRU 5000-EXIT
003210     END-IF
003220     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003230     GOBACK.
003240
003250 1000-INITIALIZE.
003260     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003270     ACCEPT WS-HORA-PROCESO FROM TIME.
003280     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
003290     IF PI-ORIGEN-NOMINA
003300         MOVE "PAIN001N" TO WS-TRN-FICHERO
003310         OPEN INPUT EMPLEADO-MASTER-FILE
003320         IF NOT WS-EMPMSTR-OK
003330             DISPLAY "SEPAGEN: ERROR ABRIENDO EMPMSTR "
003340                 WS-EMPMSTR-STATUS
003350             GO TO ABEND-CLEANUP
003360         END-IF
003370     ELSE
003380         MOVE "PAIN001P" TO WS-TRN-FICHERO
003390         OPEN INPUT PROVEEDOR-MASTER-FILE
003400         IF NOT WS-PROVMSTR-OK
003410             DISPLAY "SEPAGEN: ERROR ABRIENDO PROVMSTR "
003420                 WS-PROVMSTR-STATUS
003430             GO TO ABEND-CLEANUP
003440         END-IF
003450         OPEN INPUT FACTURA-MASTER-FILE
003460         IF NOT WS-FACMSTR-OK
003470             DISPLAY "SEPAGEN: ERROR ABRIENDO FACMSTR "
003480                 WS-FACMSTR-STATUS
003490             GO TO ABEND-CLEANUP
003500         END-IF
003510     END-IF
003520     MOVE SPACES TO WS-MSG-ID
003530     STRING WS-TRN-FICHERO WS-FECHA-PROCESO
003540         WS-HORA-PROCESO (1:6)
003550         DELIMITED BY SIZE INTO WS-MSG-ID
003560     PERFORM 1200-ABRIR-ENTRADA THRU 1200-EXIT.
003570     OPEN I-O TRANSMISION-FILE.
003580     IF WS-TRNMSTR-NO-FILE
003590         CLOSE TRANSMISION-FILE
003600         OPEN OUTPUT TRANSMISION-FILE
003610         CLOSE TRANSMISION-FILE
003620         OPEN I-O TRANSMISION-FILE
003630     END-IF
003640     IF NOT WS-TRNMSTR-OK
003650         DISPLAY "SEPAGEN: ERROR ABRIENDO TRNMSTR "
003660             WS-TRNMSTR-STATUS
003670         GO TO ABEND-CLEANUP
003680     END-IF
003690     OPEN OUTPUT SEPA-RPT-FILE.
003700     IF NOT WS-SEPARPT-OK
003710         DISPLAY "SEPAGEN: ERROR ABRIENDO SEPARPT "
003720             WS-SEPARPT-STATUS
003730         GO TO ABEND-CLEANUP
003740     END-IF
003750     MOVE SPACES TO SEPA-RPT-LINE
003760     STRING "SEPAGEN - MENSAJE " WS-MSG-ID
003770         DELIMITED BY SIZE INTO SEPA-RPT-LINE
003780     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
003790     MOVE WS-HDR-LINE TO SEPA-RPT-LINE
003800     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
003810 1000-EXIT.
003820     EXIT.
003830
003840*----------------------------------------------------------*
003850* SEPAPARM: ORIGEN N (PAGOFILE) O P (PROVPAGO); FECHA DE     *
003860* PAGO A TOMAR (EN BLANCO: EN NOMINA TODO PAGOFILE, QUE SE   *
003870* REHACE CADA NOCHE E INCLUYE LAS REEMISIONES DE PAGORECI,   *
003880* Y EN PROVEEDORES LOS PAGOS DE HOY, PORQUE PROVPAGO SE      *
003890* ACUMULA); FECHA DE EJECUCION PEDIDA AL BANCO (EN BLANCO,   *
003900* HOY); MONEDA DEL FICHERO (EN BLANCO, EUR); NOMBRE, IBAN Y  *
003910* BIC (OPCIONAL) DE LA CUENTA DEUDORA.                       *
003920*----------------------------------------------------------*
003930 1100-LEER-PARM.
003940     OPEN INPUT PARM-FILE.
003950     IF NOT WS-SEPAPARM-OK
003960         DISPLAY "SEPAGEN: ERROR ABRIENDO SEPAPARM "
003970             WS-SEPAPARM-STATUS
003980         GO TO ABEND-CLEANUP
003990     END-IF
004000     READ PARM-FILE
004010         AT END
004020             DISPLAY "SEPAGEN: SEPAPARM VACIO"
004030             GO TO ABEND-CLEANUP
004040     END-READ
004050     IF NOT PI-ORIGEN-NOMINA AND NOT PI-ORIGEN-PROVEEDORES
004060         DISPLAY "SEPAGEN: ORIGEN DE SEPAPARM INVALIDO ("
004070             PI-ORIGEN ")"
004080         GO TO ABEND-CLEANUP
004090     END-IF
004100     IF PI-DEUDOR-NOMBRE = SPACES OR PI-DEUDOR-IBAN = SPACES
004110         DISPLAY "SEPAGEN: FALTA LA CUENTA DEUDORA EN SEPAPARM"
004120         GO TO ABEND-CLEANUP
004130     END-IF
004140     EVALUATE TRUE
004150         WHEN PI-FECHA-PAGO = SPACES AND PI-ORIGEN-NOMINA
004160             MOVE ZERO TO WS-FECHA-PAGO
004170         WHEN PI-FECHA-PAGO = SPACES
004180             MOVE WS-FECHA-PROCESO TO WS-FECHA-PAGO
004190         WHEN PI-FECHA-PAGO-N IS NUMERIC
004200             MOVE PI-FECHA-PAGO-N TO WS-FECHA-PAGO
004210         WHEN OTHER
004220             DISPLAY "SEPAGEN: FECHA DE PAGO INVALIDA "
004230                 PI-FECHA-PAGO
004240             GO TO ABEND-CLEANUP
004250     END-EVALUATE
004260     EVALUATE TRUE
004270         WHEN PI-FECHA-EJECUCION = SPACES
004280             MOVE WS-FECHA-PROCESO TO WS-FECHA-EJECUCION
004290         WHEN PI-FECHA-EJECUCION-N IS NUMERIC
004300             MOVE PI-FECHA-EJECUCION-N TO WS-FECHA-EJECUCION
004310         WHEN OTHER
004320             DISPLAY "SEPAGEN: FECHA DE EJECUCION INVALIDA "
004330                 PI-FECHA-EJECUCION
004340             GO TO ABEND-CLEANUP
004350     END-EVALUATE
004360     IF PI-MONEDA = SPACES
004370         MOVE "EUR" TO WS-MONEDA
004380     ELSE
004390         MOVE PI-MONEDA TO WS-MONEDA
004400     END-IF
004410     CLOSE PARM-FILE.
004420 1100-EXIT.
004430     EXIT.
004440
004450 1200-ABRIR-ENTRADA.
004460     MOVE "N" TO WS-EOF-PAGO-SW
004470     IF PI-ORIGEN-NOMINA
004480         OPEN INPUT PAGO-OUT-FILE
004490         IF NOT WS-PAGOFILE-OK
004500             DISPLAY "SEPAGEN: ERROR ABRIENDO PAGOFILE "
004510                 WS-PAGOFILE-STATUS
004520             GO TO ABEND-CLEANUP
004530         END-IF
004540     ELSE
004550         OPEN INPUT PROV-PAGO-FILE
004560         IF NOT WS-PROVPAGO-OK
004570             DISPLAY "SEPAGEN: ERROR ABRIENDO PROVPAGO "
004580                 WS-PROVPAGO-STATUS
004590             GO TO ABEND-CLEANUP
004600         END-IF
004610     END-IF.
004620 1200-EXIT.
004630     EXIT.
004640
004650 1300-CERRAR-ENTRADA.
004660     IF PI-ORIGEN-NOMINA
004670         CLOSE PAGO-OUT-FILE
004680     ELSE
004690         CLOSE PROV-PAGO-FILE
004700     END-IF.
004710 1300-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------*
004750* UN PAGO DE LA ENTRADA. EN LA PRIMERA PASADA SOLO SE CUENTA *
004760* Y SUMA (Y SE LISTAN LOS EXCLUIDOS); EN LA SEGUNDA SE       *
004770* ESCRIBE LA TRANSFERENCIA DE LOS INCLUIDOS.                 *
004780*----------------------------------------------------------*
004790 2000-PROCESAR-PAGO.
004800     PERFORM 2100-LEER-PAGO THRU 2100-EXIT.
004810     IF WS-EOF-PAGO
004820         GO TO 2000-EXIT
004830     END-IF
004840     IF WS-FECHA-PAGO NOT = ZERO
004850         AND WS-PG-FECHA NOT = WS-FECHA-PAGO
004860         GO TO 2000-EXIT
004870     END-IF
004880     PERFORM 2200-VALIDAR-PAGO THRU 2200-EXIT
004890     IF WS-PASADA-XML
004900         IF WS-INCLUIR
004910             PERFORM 4000-ESCRIBIR-TX THRU 4000-EXIT
004920         END-IF
004930         GO TO 2000-EXIT
004940     END-IF
004950     ADD 1 TO WS-LEIDOS-COUNT
004960     IF WS-INCLUIR
004970         ADD 1 TO WS-TX-COUNT
004980         ADD WS-PG-IMPORTE TO WS-CTRL-SUM
004990     ELSE
005000         ADD 1 TO WS-EXCLUIDAS-COUNT
005010         ADD WS-PG-IMPORTE TO WS-TOTAL-EXCLUIDO
005020         MOVE WS-MOTIVO TO DL-IBAN
005030         PERFORM 7000-WRITE-DET THRU 7000-EXIT
005040     END-IF.
005050 2000-EXIT.
005060     EXIT.
005070
005080 2100-LEER-PAGO.
005090     IF PI-ORIGEN-NOMINA
005100         READ PAGO-OUT-FILE
005110             AT END
005120                 SET WS-EOF-PAGO TO TRUE
005130                 GO TO 2100-EXIT
005140         END-READ
005150         IF NOT WS-PAGOFILE-OK
005160             DISPLAY "SEPAGEN: ERROR LEYENDO PAGOFILE "
005170                 WS-PAGOFILE-STATUS
005180             GO TO ABEND-CLEANUP
005190         END-IF
005200         MOVE PAG-BANCO TO WS-PG-BANCO
005210         MOVE PAG-OFICINA TO WS-PG-OFICINA
005220         MOVE PAG-CUENTA TO WS-PG-CUENTA
005230         MOVE PAG-EMP-ID TO WS-PG-ID
005240         MOVE PAG-FECHA TO WS-PG-FECHA
005250         MOVE SPACES TO WS-PG-NUMERO
005260         MOVE PAG-IMPORTE TO WS-PG-IMPORTE
005270     ELSE
005280         READ PROV-PAGO-FILE
005290             AT END
005300                 SET WS-EOF-PAGO TO TRUE
005310                 GO TO 2100-EXIT
005320         END-READ
005330         IF NOT WS-PROVPAGO-OK
005340             DISPLAY "SEPAGEN: ERROR LEYENDO PROVPAGO "
005350                 WS-PROVPAGO-STATUS
005360             GO TO ABEND-CLEANUP
005370         END-IF
005380         MOVE PPG-BANCO TO WS-PG-BANCO
005390         MOVE PPG-OFICINA TO WS-PG-OFICINA
005400         MOVE PPG-CUENTA TO WS-PG-CUENTA
005410         MOVE PPG-PROV-ID TO WS-PG-ID
005420         MOVE PPG-FECHA TO WS-PG-FECHA
005430         MOVE PPG-NUMERO TO WS-PG-NUMERO
005440         MOVE PPG-IMPORTE TO WS-PG-IMPORTE
005450     END-IF.
005460 2100-EXIT.
005470     EXIT.
005480
005490*----------------------------------------------------------*
005500* REFERENCIA EXTREMO A EXTREMO (SEPAREC LA DESCOMPONE AL     *
005510* CARGAR EL PAIN.002, ASI QUE SU FORMATO ES FIJO):           *
005520*   NOMINA:      N + EMP-ID + FECHA DE NOMINA + "-" + NUMERO *
005530*                DE ORDEN EN EL FICHERO                      *
005540*   PROVEEDORES: P + PROVEEDOR + FECHA DE PAGO + "-" +       *
005550*                PRIMERA FACTURA DEL PAGO                    *
005560* SE EXCLUYE EL PAGO SIN CUENTA, SIN IMPORTE O SIN TITULAR;  *
005570* EN PROVEEDORES, TAMBIEN EL QUE NO ESTA EN LA MONEDA DEL    *
005580* FICHERO (PROVPAGO NO LA LLEVA: SE TOMA DE LA FACTURA).     *
005590*----------------------------------------------------------*
005600 2200-VALIDAR-PAGO.
005610     MOVE "N" TO WS-INCLUIR-SW
005620     MOVE SPACES TO WS-MOTIVO
005630     MOVE SPACES TO WS-PG-REFERENCIA
005640     IF PI-ORIGEN-NOMINA
005650         ADD 1 TO WS-TX-SEQ
005660         STRING "N" WS-PG-ID WS-PG-FECHA "-" WS-TX-SEQ
005670             DELIMITED BY SIZE INTO WS-PG-REFERENCIA
005680     ELSE
005690         STRING "P" WS-PG-ID WS-PG-FECHA "-" DELIMITED BY SIZE
005700             WS-PG-NUMERO DELIMITED BY SPACE
005710             INTO WS-PG-REFERENCIA
005720     END-IF
005730     MOVE WS-PG-REFERENCIA TO DL-REFERENCIA
005740     MOVE WS-PG-IMPORTE TO DL-IMPORTE
005750     IF WS-PG-IMPORTE = ZERO
005760         MOVE "IMPORTE CERO" TO WS-MOTIVO
005770         GO TO 2200-EXIT
005780     END-IF
005790     IF WS-PG-BANCO = ZERO OR WS-PG-CUENTA = ZERO
005800         MOVE "CUENTA BANCARIA VACIA" TO WS-MOTIVO
005810         GO TO 2200-EXIT
005820     END-IF
005830     IF PI-ORIGEN-NOMINA
005840         MOVE WS-PG-ID TO EMP-ID
005850         READ EMPLEADO-MASTER-FILE
005860             INVALID KEY
005870                 MOVE "EMPLEADO NO EXISTE" TO WS-MOTIVO
005880                 GO TO 2200-EXIT
005890         END-READ
005900         MOVE SPACES TO WS-PG-NOMBRE
005910         STRING NOMBRE DELIMITED BY "  "
005920             " " DELIMITED BY SIZE
005930             APELLIDO DELIMITED BY "  "
005940             INTO WS-PG-NOMBRE
005950     ELSE
005960         MOVE WS-PG-ID TO FAC-PROV-ID
005970         MOVE WS-PG-NUMERO TO FAC-NUMERO
005980         READ FACTURA-MASTER-FILE
005990             INVALID KEY
006000                 MOVE "FACTURA DEL PAGO NO EXISTE" TO WS-MOTIVO
006010                 GO TO 2200-EXIT
006020         END-READ
006030         IF FAC-MONEDA NOT = WS-MONEDA
006040             STRING "MONEDA " FAC-MONEDA " EXCLUIDA"
006050                 DELIMITED BY SIZE INTO WS-MOTIVO
006060             GO TO 2200-EXIT
006070         END-IF
006080         MOVE WS-PG-ID TO PRV-ID
006090         READ PROVEEDOR-MASTER-FILE
006100             INVALID KEY
006110                 MOVE "PROVEEDOR NO EXISTE" TO WS-MOTIVO
006120                 GO TO 2200-EXIT
006130         END-READ
006140         MOVE PRV-NOMBRE TO WS-PG-NOMBRE
006150     END-IF
006160     IF WS-PG-NOMBRE = SPACES
006170         MOVE "TITULAR SIN NOMBRE" TO WS-MOTIVO
006180         GO TO 2200-EXIT
006190     END-IF
006200     PERFORM 6000-CALCULAR-IBAN THRU 6000-EXIT
006210     MOVE WS-PG-IBAN TO DL-IBAN
006220     SET WS-INCLUIR TO TRUE.
006230 2200-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------*
006270* ESCRIBE EL MENSAJE: CABECERA DE GRUPO Y DEL BLOQUE DE PAGO *
006280* CON LAS CIFRAS DE LA PRIMERA PASADA, SEGUNDA PASADA CON    *
006290* LAS TRANSFERENCIAS Y CIERRE. UN SOLO BLOQUE DE PAGO: CADA  *
006300* CORRIDA SALE DE UNA SOLA CUENTA DEUDORA (LA DE SEPAPARM).  *
006310*----------------------------------------------------------*
006320 3000-GENERAR-XML.
006330     OPEN OUTPUT SEPA-XML-FILE.
006340     IF NOT WS-SEPAXML-OK
006350         DISPLAY "SEPAGEN: ERROR ABRIENDO SEPAXML "
006360             WS-SEPAXML-STATUS
006370         GO TO ABEND-CLEANUP
006380     END-IF
006390     MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
006400         TO WS-XML-LINEA
006410     PERFORM 7200-GRABAR-XML THRU 7200-EXIT
006420     MOVE SPACES TO WS-XML-LINEA
006430     STRING "<Document xmlns=""urn:iso:std:iso:20022:tech:xsd:"
006440         "pain.001.001.03"">"
006450         DELIMITED BY SIZE INTO WS-XML-LINEA
006460     PERFORM 7200-GRABAR-XML THRU 7200-EXIT
006470     MOVE 1 TO WS-XML-NIVEL
006480     MOVE "CstmrCdtTrfInitn" TO WS-XML-ETIQUETA
006490     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
006500     PERFORM 3100-CABECERA-GRUPO THRU 3100-EXIT
006510     PERFORM 3200-CABECERA-PAGO THRU 3200-EXIT
006520     PERFORM 1300-CERRAR-ENTRADA THRU 1300-EXIT
006530     SET WS-PASADA-XML TO TRUE
006540     MOVE ZERO TO WS-TX-SEQ
006550     PERFORM 1200-ABRIR-ENTRADA THRU 1200-EXIT
006560     PERFORM 2000-PROCESAR-PAGO THRU 2000-EXIT
006570         UNTIL WS-EOF-PAGO
006580     MOVE "PmtInf" TO WS-XML-ETIQUETA
006590     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
006600     MOVE "CstmrCdtTrfInitn" TO WS-XML-ETIQUETA
006610     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
006620     MOVE "</Document>" TO WS-XML-LINEA
006630     PERFORM 7200-GRABAR-XML THRU 7200-EXIT
006640     CLOSE SEPA-XML-FILE.
006650 3000-EXIT.
006660     EXIT.
006670
006680 3100-CABECERA-GRUPO.
006690     MOVE "GrpHdr" TO WS-XML-ETIQUETA
006700     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
006710     MOVE "MsgId" TO WS-XML-ETIQUETA
006720     MOVE WS-MSG-ID TO WS-XML-VALOR
006730     PERFORM 7300-ELEMENTO THRU 7300-EXIT
006740     MOVE WS-FECHA-PROCESO TO WS-FECHA-XML
006750     MOVE WS-HORA-PROCESO TO WS-HORA-XML
006760     MOVE SPACES TO WS-XML-VALOR
006770     STRING WS-FX-ANIO "-" WS-FX-MES "-" WS-FX-DIA "T"
006780         WS-HX-HORA ":" WS-HX-MIN ":" WS-HX-SEG
006790         DELIMITED BY SIZE INTO WS-XML-VALOR
006800     MOVE "CreDtTm" TO WS-XML-ETIQUETA
006810     PERFORM 7300-ELEMENTO THRU 7300-EXIT
006820     PERFORM 3300-CIFRAS-CONTROL THRU 3300-EXIT
006830     MOVE "InitgPty" TO WS-XML-ETIQUETA
006840     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
006850     MOVE PI-DEUDOR-NOMBRE TO WS-ESC-ORIGEN
006860     PERFORM 6200-ESCAPAR THRU 6200-EXIT
006870     MOVE "Nm" TO WS-XML-ETIQUETA
006880     PERFORM 7300-ELEMENTO THRU 7300-EXIT
006890     MOVE "InitgPty" TO WS-XML-ETIQUETA
006900     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
006910     MOVE "GrpHdr" TO WS-XML-ETIQUETA
006920     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT.
006930 3100-EXIT.
006940     EXIT.
006950
006960 3200-CABECERA-PAGO.
006970     MOVE "PmtInf" TO WS-XML-ETIQUETA
006980     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
006990     MOVE SPACES TO WS-XML-VALOR
007000     STRING WS-MSG-ID DELIMITED BY SPACE
007010         "-1" DELIMITED BY SIZE INTO WS-XML-VALOR
007020     MOVE "PmtInfId" TO WS-XML-ETIQUETA
007030     PERFORM 7300-ELEMENTO THRU 7300-EXIT
007040     MOVE "PmtMtd" TO WS-XML-ETIQUETA
007050     MOVE "TRF" TO WS-XML-VALOR
007060     PERFORM 7300-ELEMENTO THRU 7300-EXIT
007070     PERFORM 3300-CIFRAS-CONTROL THRU 3300-EXIT
007080     MOVE "PmtTpInf" TO WS-XML-ETIQUETA
007090     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007100     MOVE "SvcLvl" TO WS-XML-ETIQUETA
007110     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007120     MOVE "Cd" TO WS-XML-ETIQUETA
007130     MOVE "SEPA" TO WS-XML-VALOR
007140     PERFORM 7300-ELEMENTO THRU 7300-EXIT
007150     MOVE "SvcLvl" TO WS-XML-ETIQUETA
007160     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007170     MOVE "CtgyPurp" TO WS-XML-ETIQUETA
007180     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007190     MOVE "Cd" TO WS-XML-ETIQUETA
007200     IF PI-ORIGEN-NOMINA
007210         MOVE "SALA" TO WS-XML-VALOR
007220     ELSE
007230         MOVE "SUPP" TO WS-XML-VALOR
007240     END-IF
007250     PERFORM 7300-ELEMENTO THRU 7300-EXIT
007260     MOVE "CtgyPurp" TO WS-XML-ETIQUETA
007270     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007280     MOVE "PmtTpInf" TO WS-XML-ETIQUETA
007290     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007300     MOVE WS-FECHA-EJECUCION TO WS-FECHA-XML
007310     MOVE SPACES TO WS-XML-VALOR
007320     STRING WS-FX-ANIO "-" WS-FX-MES "-" WS-FX-DIA
007330         DELIMITED BY SIZE INTO WS-XML-VALOR
007340     MOVE "ReqdExctnDt" TO WS-XML-ETIQUETA
007350     PERFORM 7300-ELEMENTO THRU 7300-EXIT
007360     MOVE "Dbtr" TO WS-XML-ETIQUETA
007370     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007380     MOVE PI-DEUDOR-NOMBRE TO WS-ESC-ORIGEN
007390     PERFORM 6200-ESCAPAR THRU 6200-EXIT
007400     MOVE "Nm" TO WS-XML-ETIQUETA
007410     PERFORM 7300-ELEMENTO THRU 7300-EXIT
007420     MOVE "Dbtr" TO WS-XML-ETIQUETA
007430     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007440     MOVE "DbtrAcct" TO WS-XML-ETIQUETA
007450     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007460     MOVE "Id" TO WS-XML-ETIQUETA
007470     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007480     MOVE "IBAN" TO WS-XML-ETIQUETA
007490     MOVE PI-DEUDOR-IBAN TO WS-XML-VALOR
007500     PERFORM 7300-ELEMENTO THRU 7300-EXIT
007510     MOVE "Id" TO WS-XML-ETIQUETA
007520     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007530     MOVE "DbtrAcct" TO WS-XML-ETIQUETA
007540     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007550     MOVE "DbtrAgt" TO WS-XML-ETIQUETA
007560     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007570     MOVE "FinInstnId" TO WS-XML-ETIQUETA
007580     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007590     IF PI-DEUDOR-BIC = SPACES
007600         MOVE "Othr" TO WS-XML-ETIQUETA
007610         PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
007620         MOVE "Id" TO WS-XML-ETIQUETA
007630         MOVE "NOTPROVIDED" TO WS-XML-VALOR
007640         PERFORM 7300-ELEMENTO THRU 7300-EXIT
007650         MOVE "Othr" TO WS-XML-ETIQUETA
007660         PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007670     ELSE
007680         MOVE "BIC" TO WS-XML-ETIQUETA
007690         MOVE PI-DEUDOR-BIC TO WS-XML-VALOR
007700         PERFORM 7300-ELEMENTO THRU 7300-EXIT
007710     END-IF
007720     MOVE "FinInstnId" TO WS-XML-ETIQUETA
007730     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007740     MOVE "DbtrAgt" TO WS-XML-ETIQUETA
007750     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
007760     MOVE "ChrgBr" TO WS-XML-ETIQUETA
007770     MOVE "SLEV" TO WS-XML-VALOR
007780     PERFORM 7300-ELEMENTO THRU 7300-EXIT.
007790 3200-EXIT.
007800     EXIT.
007810
007820 3300-CIFRAS-CONTROL.
007830     MOVE WS-TX-COUNT TO WS-CUENTA-EDIT
007840     MOVE ZERO TO WS-BLANCOS
007850     INSPECT WS-CUENTA-EDIT TALLYING WS-BLANCOS
007860         FOR LEADING SPACES
007870     MOVE SPACES TO WS-XML-VALOR
007880     MOVE WS-CUENTA-EDIT (WS-BLANCOS + 1:) TO WS-XML-VALOR
007890     MOVE "NbOfTxs" TO WS-XML-ETIQUETA
007900     PERFORM 7300-ELEMENTO THRU 7300-EXIT
007910     MOVE WS-CTRL-SUM TO WS-IMPORTE-XML
007920     PERFORM 6300-FORMATEAR-IMPORTE THRU 6300-EXIT
007930     MOVE "CtrlSum" TO WS-XML-ETIQUETA
007940     PERFORM 7300-ELEMENTO THRU 7300-EXIT.
007950 3300-EXIT.
007960     EXIT.
007970
007980*----------------------------------------------------------*
007990* UNA TRANSFERENCIA: REFERENCIA, IMPORTE EN LA MONEDA DEL    *
008000* FICHERO, BENEFICIARIO, SU IBAN Y EL CONCEPTO.              *
008010*----------------------------------------------------------*
008020 4000-ESCRIBIR-TX.
008030     MOVE "CdtTrfTxInf" TO WS-XML-ETIQUETA
008040     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
008050     MOVE "PmtId" TO WS-XML-ETIQUETA
008060     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
008070     MOVE "EndToEndId" TO WS-XML-ETIQUETA
008080     MOVE WS-PG-REFERENCIA TO WS-XML-VALOR
008090     PERFORM 7300-ELEMENTO THRU 7300-EXIT
008100     MOVE "PmtId" TO WS-XML-ETIQUETA
008110     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
008120     MOVE "Amt" TO WS-XML-ETIQUETA
008130     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
008140     MOVE WS-PG-IMPORTE TO WS-IMPORTE-XML
008150     PERFORM 6300-FORMATEAR-IMPORTE THRU 6300-EXIT
008160     MOVE SPACES TO WS-XML-LINEA
008170     COMPUTE WS-XML-PTR = WS-XML-NIVEL * 2 + 1
008180     STRING "<InstdAmt Ccy=""" WS-MONEDA """>"
008190         DELIMITED BY SIZE
008200         WS-XML-VALOR DELIMITED BY SPACE
008210         "</InstdAmt>" DELIMITED BY SIZE
008220         INTO WS-XML-LINEA WITH POINTER WS-XML-PTR
008230     PERFORM 7200-GRABAR-XML THRU 7200-EXIT
008240     MOVE "Amt" TO WS-XML-ETIQUETA
008250     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
008260     MOVE "Cdtr" TO WS-XML-ETIQUETA
008270     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
008280     MOVE WS-PG-NOMBRE TO WS-ESC-ORIGEN
008290     PERFORM 6200-ESCAPAR THRU 6200-EXIT
008300     MOVE "Nm" TO WS-XML-ETIQUETA
008310     PERFORM 7300-ELEMENTO THRU 7300-EXIT
008320     MOVE "Cdtr" TO WS-XML-ETIQUETA
008330     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
008340     MOVE "CdtrAcct" TO WS-XML-ETIQUETA
008350     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
008360     MOVE "Id" TO WS-XML-ETIQUETA
008370     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
008380     MOVE "IBAN" TO WS-XML-ETIQUETA
008390     MOVE WS-PG-IBAN TO WS-XML-VALOR
008400     PERFORM 7300-ELEMENTO THRU 7300-EXIT
008410     MOVE "Id" TO WS-XML-ETIQUETA
008420     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
008430     MOVE "CdtrAcct" TO WS-XML-ETIQUETA
008440     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
008450     MOVE "RmtInf" TO WS-XML-ETIQUETA
008460     PERFORM 7310-ABRIR-ETIQUETA THRU 7310-EXIT
008470     MOVE SPACES TO WS-XML-VALOR
008480     IF PI-ORIGEN-NOMINA
008490         STRING "NOMINA " WS-PG-FECHA
008500             DELIMITED BY SIZE INTO WS-XML-VALOR
008510     ELSE
008520         STRING "PAGO FACTURA " DELIMITED BY SIZE
008530             WS-PG-NUMERO DELIMITED BY SPACE
008540             INTO WS-XML-VALOR
008550     END-IF
008560     MOVE "Ustrd" TO WS-XML-ETIQUETA
008570     PERFORM 7300-ELEMENTO THRU 7300-EXIT
008580     MOVE "RmtInf" TO WS-XML-ETIQUETA
008590     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
008600     MOVE "CdtTrfTxInf" TO WS-XML-ETIQUETA
008610     PERFORM 7320-CERRAR-ETIQUETA THRU 7320-EXIT
008620     PERFORM 7000-WRITE-DET THRU 7000-EXIT.
008630 4000-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------*
008670* DEJA EL FICHERO EN EL MANIFIESTO EN ESTADO E CON SUS       *
008680* OPERACIONES Y SU SUMA DE CONTROL; UN RELANCE DEL MISMO DIA *
008690* REFRESCA LAS CIFRAS (COMO TRANSREG).                       *
008700*----------------------------------------------------------*
008710 5000-REGISTRAR.
008720     MOVE WS-TRN-FICHERO TO TRN-FICHERO
008730     MOVE WS-FECHA-PROCESO TO TRN-FECHA
008740     MOVE WS-TX-COUNT TO TRN-REGS
008750     MOVE WS-CTRL-SUM TO TRN-IMPORTES
008760     MOVE "E" TO TRN-ESTADO-SW
008770     MOVE ZERO TO TRN-FECHA-ACK
008780     WRITE TRANSMISION-REC
008790     IF WS-TRNMSTR-DUPLICATE
008800         MOVE WS-TRN-FICHERO TO TRN-FICHERO
008810         MOVE WS-FECHA-PROCESO TO TRN-FECHA
008820         READ TRANSMISION-FILE
008830             INVALID KEY
008840                 DISPLAY "SEPAGEN: ERROR RELEYENDO TRNMSTR"
008850                 GO TO ABEND-CLEANUP
008860         END-READ
008870         MOVE WS-TX-COUNT TO TRN-REGS
008880         MOVE WS-CTRL-SUM TO TRN-IMPORTES
008890         MOVE "E" TO TRN-ESTADO-SW
008900         MOVE ZERO TO TRN-FECHA-ACK
008910         REWRITE TRANSMISION-REC
008920     END-IF
008930     IF NOT WS-TRNMSTR-OK
008940         DISPLAY "SEPAGEN: ERROR GRABANDO TRNMSTR "
008950             WS-TRNMSTR-STATUS
008960         GO TO ABEND-CLEANUP
008970     END-IF.
008980 5000-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------*
009020* IBAN ESPANOL DE LA CUENTA DEL PAGO. DIGITOS DE CONTROL DEL *
009030* CCC: 11 MENOS EL RESTO MODULO 11 DE LA SUMA PONDERADA      *
009040* (11 DA 0 Y 10 DA 1), EL PRIMERO SOBRE "00" + ENTIDAD +     *
009050* OFICINA Y EL SEGUNDO SOBRE LA CUENTA. EL RESTO MODULO 97   *
009060* SE SACA DIGITO A DIGITO PARA NO DESBORDAR.                 *
009070*----------------------------------------------------------*
009080 6000-CALCULAR-IBAN.
009090     MOVE WS-PG-BANCO TO WS-CCC-BANCO
009100     MOVE WS-PG-OFICINA TO WS-CCC-OFICINA
009110     MOVE ZERO TO WS-CCC-DC1
009120     MOVE ZERO TO WS-CCC-DC2
009130     MOVE WS-PG-CUENTA TO WS-CCC-CUENTA
009140     MOVE ZERO TO WS-SUMA-DC1
009150     MOVE ZERO TO WS-SUMA-DC2
009160     PERFORM 6010-PONDERAR THRU 6010-EXIT
009170         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 10
009180     DIVIDE WS-SUMA-DC1 BY 11 GIVING WS-COCIENTE
009190         REMAINDER WS-DC
009200     PERFORM 6020-AJUSTAR-DC THRU 6020-EXIT
009210     MOVE WS-DC TO WS-CCC-DC1
009220     DIVIDE WS-SUMA-DC2 BY 11 GIVING WS-COCIENTE
009230         REMAINDER WS-DC
009240     PERFORM 6020-AJUSTAR-DC THRU 6020-EXIT
009250     MOVE WS-DC TO WS-CCC-DC2
009260     MOVE ZERO TO WS-RESTO
009270     PERFORM 6030-RESTO-CCC THRU 6030-EXIT
009280         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 20
009290     PERFORM 6040-RESTO-PAIS THRU 6040-EXIT
009300         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
009310     COMPUTE WS-IBAN-DC = 98 - WS-RESTO
009320     MOVE SPACES TO WS-PG-IBAN
009330     STRING "ES" WS-IBAN-DC WS-CCC
009340         DELIMITED BY SIZE INTO WS-PG-IBAN.
009350 6000-EXIT.
009360     EXIT.
009370
009380 6010-PONDERAR.
009390     IF WS-IDX > 2
009400         COMPUTE WS-SUMA-DC1 = WS-SUMA-DC1
009410             + WS-CCC-DIGITO (WS-IDX - 2) * WS-PESO (WS-IDX)
009420     END-IF
009430     COMPUTE WS-SUMA-DC2 = WS-SUMA-DC2
009440         + WS-CCC-DIGITO (WS-IDX + 10) * WS-PESO (WS-IDX).
009450 6010-EXIT.
009460     EXIT.
009470
009480 6020-AJUSTAR-DC.
009490     COMPUTE WS-DC = 11 - WS-DC
009500     IF WS-DC = 11
009510         MOVE 0 TO WS-DC
009520     END-IF
009530     IF WS-DC = 10
009540         MOVE 1 TO WS-DC
009550     END-IF.
009560 6020-EXIT.
009570     EXIT.
009580
009590 6030-RESTO-CCC.
009600     COMPUTE WS-ACUMULADO = WS-RESTO * 10
009610         + WS-CCC-DIGITO (WS-IDX)
009620     DIVIDE WS-ACUMULADO BY 97 GIVING WS-COCIENTE
009630         REMAINDER WS-RESTO.
009640 6030-EXIT.
009650     EXIT.
009660
009670 6040-RESTO-PAIS.
009680     COMPUTE WS-ACUMULADO = WS-RESTO * 10
009690         + WS-PAIS-DIGITO (WS-IDX)
009700     DIVIDE WS-ACUMULADO BY 97 GIVING WS-COCIENTE
009710         REMAINDER WS-RESTO.
009720 6040-EXIT.
009730     EXIT.
009740
009750*----------------------------------------------------------*
009760* NOMBRE PARA EL XML: & < Y > PASAN A SU ENTIDAD.            *
009770*----------------------------------------------------------*
009780 6200-ESCAPAR.
009790     MOVE SPACES TO WS-XML-VALOR
009800     MOVE 1 TO WS-ESC-PTR
009810     PERFORM 6210-ESCAPAR-CARACTER THRU 6210-EXIT
009820         VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 35.
009830 6200-EXIT.
009840     EXIT.
009850
009860 6210-ESCAPAR-CARACTER.
009870     EVALUATE WS-ESC-ORIGEN (WS-IDX:1)
009880         WHEN "&"
009890             STRING "&amp;" DELIMITED BY SIZE
009900                 INTO WS-XML-VALOR WITH POINTER WS-ESC-PTR
009910         WHEN "<"
009920             STRING "&lt;" DELIMITED BY SIZE
009930                 INTO WS-XML-VALOR WITH POINTER WS-ESC-PTR
009940         WHEN ">"
009950             STRING "&gt;" DELIMITED BY SIZE
009960                 INTO WS-XML-VALOR WITH POINTER WS-ESC-PTR
009970         WHEN OTHER
009980             STRING WS-ESC-ORIGEN (WS-IDX:1) DELIMITED BY SIZE
009990                 INTO WS-XML-VALOR WITH POINTER WS-ESC-PTR
010000     END-EVALUATE.
010010 6210-EXIT.
010020     EXIT.
010030
010040*----------------------------------------------------------*
010050* IMPORTE PARA EL XML: PUNTO DECIMAL, SIN SEPARADOR DE       *
010060* MILES Y SIN BLANCOS A LA IZQUIERDA.                        *
010070*----------------------------------------------------------*
010080 6300-FORMATEAR-IMPORTE.
010090     MOVE WS-IMPORTE-XML TO WS-IMPORTE-EDIT
010100     INSPECT WS-IMPORTE-EDIT REPLACING ALL "," BY "."
010110     MOVE ZERO TO WS-BLANCOS
010120     INSPECT WS-IMPORTE-EDIT TALLYING WS-BLANCOS
010130         FOR LEADING SPACES
010140     MOVE SPACES TO WS-XML-VALOR
010150     MOVE WS-IMPORTE-EDIT (WS-BLANCOS + 1:) TO WS-XML-VALOR.
010160 6300-EXIT.
010170     EXIT.
010180
010190 7000-WRITE-DET.
010200     MOVE WS-DET-LINE TO SEPA-RPT-LINE
010210     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
010220 7000-EXIT.
010230     EXIT.
010240
010250 7100-CHECK-RPT.
010260     WRITE SEPA-RPT-LINE
010270     IF NOT WS-SEPARPT-OK
010280         DISPLAY "SEPAGEN: ERROR ESCRIBIENDO SEPARPT "
010290             WS-SEPARPT-STATUS
010300         GO TO ABEND-CLEANUP
010310     END-IF.
010320 7100-EXIT.
010330     EXIT.
010340
010350 7200-GRABAR-XML.
010360     MOVE WS-XML-LINEA TO SEPA-XML-REC
010370     WRITE SEPA-XML-REC
010380     IF NOT WS-SEPAXML-OK
010390         DISPLAY "SEPAGEN: ERROR ESCRIBIENDO SEPAXML "
010400             WS-SEPAXML-STATUS
010410         GO TO ABEND-CLEANUP
010420     END-IF
010430     MOVE SPACES TO WS-XML-LINEA
010440     MOVE SPACES TO WS-XML-VALOR.
010450 7200-EXIT.
010460     EXIT.
010470
010480*----------------------------------------------------------*
010490* <ETIQUETA>VALOR</ETIQUETA> EN UNA LINEA, SANGRADA SEGUN EL *
010500* NIVEL; ABRIR Y CERRAR SUBEN Y BAJAN EL NIVEL.              *
010510*----------------------------------------------------------*
010520 7300-ELEMENTO.
010530     MOVE SPACES TO WS-XML-LINEA
010540     COMPUTE WS-XML-PTR = WS-XML-NIVEL * 2 + 1
010550     STRING "<" DELIMITED BY SIZE
010560         WS-XML-ETIQUETA DELIMITED BY SPACE
010570         ">" DELIMITED BY SIZE
010580         WS-XML-VALOR DELIMITED BY "  "
010590         "</" DELIMITED BY SIZE
010600         WS-XML-ETIQUETA DELIMITED BY SPACE
010610         ">" DELIMITED BY SIZE
010620         INTO WS-XML-LINEA WITH POINTER WS-XML-PTR
010630     PERFORM 7200-GRABAR-XML THRU 7200-EXIT.
010640 7300-EXIT.
010650     EXIT.
010660
010670 7310-ABRIR-ETIQUETA.
010680     MOVE SPACES TO WS-XML-LINEA
010690     COMPUTE WS-XML-PTR = WS-XML-NIVEL * 2 + 1
010700     STRING "<" DELIMITED BY SIZE
010710         WS-XML-ETIQUETA DELIMITED BY SPACE
010720         ">" DELIMITED BY SIZE
010730         INTO WS-XML-LINEA WITH POINTER WS-XML-PTR
010740     PERFORM 7200-GRABAR-XML THRU 7200-EXIT
010750     ADD 1 TO WS-XML-NIVEL.
010760 7310-EXIT.
010770     EXIT.
010780
010790 7320-CERRAR-ETIQUETA.
010800     SUBTRACT 1 FROM WS-XML-NIVEL
010810     MOVE SPACES TO WS-XML-LINEA
010820     COMPUTE WS-XML-PTR = WS-XML-NIVEL * 2 + 1
010830     STRING "</" DELIMITED BY SIZE
010840         WS-XML-ETIQUETA DELIMITED BY SPACE
010850         ">" DELIMITED BY SIZE
010860         INTO WS-XML-LINEA WITH POINTER WS-XML-PTR
010870     PERFORM 7200-GRABAR-XML THRU 7200-EXIT.
010880 7320-EXIT.
010890     EXIT.
010900
010910 9000-TERMINATE.
010920     MOVE SPACES TO WS-TOT-LINE
010930     MOVE "TRANSFERENCIAS EN EL FICHERO" TO TL-TEXTO
010940     MOVE WS-TX-COUNT TO TL-CUENTA
010950     MOVE WS-CTRL-SUM TO TL-IMPORTE
010960     MOVE WS-TOT-LINE TO SEPA-RPT-LINE
010970     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
010980     MOVE "PAGOS EXCLUIDOS" TO TL-TEXTO
010990     MOVE WS-EXCLUIDAS-COUNT TO TL-CUENTA
011000     MOVE WS-TOTAL-EXCLUIDO TO TL-IMPORTE
011010     MOVE WS-TOT-LINE TO SEPA-RPT-LINE
011020     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
011030     PERFORM 1300-CERRAR-ENTRADA THRU 1300-EXIT.
011040     IF PI-ORIGEN-NOMINA
011050         CLOSE EMPLEADO-MASTER-FILE
011060     ELSE
011070         CLOSE PROVEEDOR-MASTER-FILE
011080         CLOSE FACTURA-MASTER-FILE
011090     END-IF
011100     CLOSE TRANSMISION-FILE.
011110     CLOSE SEPA-RPT-FILE.
011120     DISPLAY "SEPAGEN: MENSAJE       " WS-MSG-ID.
011130     DISPLAY "SEPAGEN: PAGOS LEIDOS  " WS-LEIDOS-COUNT.
011140     DISPLAY "SEPAGEN: TRANSFERENC.  " WS-TX-COUNT
011150         " SUMA " WS-CTRL-SUM.
011160     DISPLAY "SEPAGEN: EXCLUIDOS     " WS-EXCLUIDAS-COUNT.
011170     IF WS-EXCLUIDAS-COUNT > ZERO OR WS-TX-COUNT = ZERO
011180         MOVE 4 TO RETURN-CODE
011190     END-IF.
011200 9000-EXIT.
011210     EXIT.
011220
011230 ABEND-CLEANUP.
011240     DISPLAY "SEPAGEN: TERMINACION ANORMAL - CERRANDO FICHEROS".
011250     CLOSE PARM-FILE.
011260     CLOSE PAGO-OUT-FILE.
011270     CLOSE PROV-PAGO-FILE.
011280     CLOSE EMPLEADO-MASTER-FILE.
011290     CLOSE PROVEEDOR-MASTER-FILE.
011300     CLOSE FACTURA-MASTER-FILE.
011310     CLOSE SEPA-XML-FILE.
011320     CLOSE TRANSMISION-FILE.
011330     CLOSE SEPA-RPT-FILE.
011340     MOVE 16 TO RETURN-CODE.
011350     GOBACK.
011360
011370     END PROGRAM SEPAGEN.

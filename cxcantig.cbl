000010*----------------------------------------------------------*
000020* CXCANTIG - ANTIGUEDAD DE CUENTAS POR COBRAR Y LISTADO DE   *
000030*            RECLAMACIONES DE PAGO                           *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. CXCANTIG.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. CIERRE DE MES DE CUENTAS  *
000150*                POR COBRAR: RECORRE EL MAESTRO DE CLIENTES  *
000160*                Y, POR CADA UNO, SUS FACTURAS PENDIENTES EN *
000170*                FVEMSTR. LA ANTIGUEDAD SON LOS DIAS DESDE   *
000180*                EL VENCIMIENTO HASTA LA FECHA DE CORTE      *
000190*                (CXCAPARM, O LA DE PROCESO); LO AUN NO      *
000200*                VENCIDO CUENTA EN EL TRAMO 0-30. ANTIGRPT   *
000210*                LLEVA UNA LINEA POR CLIENTE CON LOS TRAMOS  *
000220*                0-30/31-60/61-90/+90 Y EL TOTAL, MAS SUS    *
000230*                COBROS A CUENTA SIN APLICAR. RECLRPT LISTA, *
000240*                CLIENTE A CLIENTE, LAS FACTURAS QUE PASAN   *
000250*                DEL UMBRAL DE DIAS DE RECLAMACION, COMO     *
000260*                BASE DE LAS CARTAS DE RECLAMACION.          *
000262* 2026-10-15 DR  LAS FACTURAS EN MONEDA DISTINTA DE LA       *
000264*                FUNCIONAL NO ENTRAN EN TRAMOS NI EN TOTALES *
000266*                (NO SE SUMAN IMPORTES DE MONEDAS DISTINTAS),*
000268*                COMO EN TESOPREV; SE CUENTAN Y EL RESUMEN   *
000269*                DE ANTIGRPT DA CUANTAS SE HAN EXCLUIDO.     *
000270*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000320     DECIMAL-POINT IS COMMA.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMSTR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS CLI-ID
000400         FILE STATUS IS WS-CLIMSTR-STATUS.
000410
000420     SELECT FACTURA-VENTA-FILE ASSIGN TO "FVEMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS FVE-CLAVE
000460         ALTERNATE RECORD KEY IS FVE-NUMERO
000470             WITH DUPLICATES
000480         FILE STATUS IS WS-FVEMSTR-STATUS.
000490
000500     SELECT PARM-FILE ASSIGN TO "CXCAPARM"
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS WS-CXCAPARM-STATUS.
000530
000540     SELECT ANTIG-RPT-FILE ASSIGN TO "ANTIGRPT"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-ANTIGRPT-STATUS.
000570
000580     SELECT RECL-RPT-FILE ASSIGN TO "RECLRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-RECLRPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  CLIENTE-MASTER-FILE
000650     LABEL RECORDS ARE STANDARD.
000660     COPY CLIENTE.
000670
000680 FD  FACTURA-VENTA-FILE
000690     LABEL RECORDS ARE STANDARD.
000700     COPY FACVENTA.
000710
000720 FD  PARM-FILE
000730     LABEL RECORDS ARE STANDARD.
000740 01  PARM-IN-REC.
000750     05 PI-FECHA-CORTE          PIC 9(08).
000760     05 PI-DIAS-RECLAMA         PIC 9(03).
000770
000780 FD  ANTIG-RPT-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  ANTIG-RPT-LINE             PIC X(80).
000810
000820 FD  RECL-RPT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  RECL-RPT-LINE              PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-CLIMSTR-STATUS          PIC X(02) VALUE SPACES.
000880     88 WS-CLIMSTR-OK               VALUE "00".
000890
000900 01  WS-FVEMSTR-STATUS          PIC X(02) VALUE SPACES.
000910     88 WS-FVEMSTR-OK               VALUE "00".
000920
000930 01  WS-CXCAPARM-STATUS         PIC X(02) VALUE SPACES.
000940     88 WS-CXCAPARM-OK              VALUE "00".
000950     88 WS-CXCAPARM-NO-FILE         VALUE "35".
000960
000970 01  WS-ANTIGRPT-STATUS         PIC X(02) VALUE SPACES.
000980     88 WS-ANTIGRPT-OK              VALUE "00".
000990
001000 01  WS-RECLRPT-STATUS          PIC X(02) VALUE SPACES.
001010     88 WS-RECLRPT-OK               VALUE "00".
001020
001030 01  WS-SWITCHES.
001040     05 WS-EOF-CLI-SW          PIC X(01) VALUE "N".
001050         88 WS-EOF-CLI              VALUE "Y".
001060     05 WS-FIN-CLIENTE-SW      PIC X(01) VALUE "N".
001070         88 WS-FIN-CLIENTE          VALUE "S".
001080     05 WS-CAB-RECLAMA-SW      PIC X(01) VALUE "N".
001090         88 WS-CAB-RECLAMA          VALUE "S".
001100
001110 01  WS-COUNTERS.
001120     05 WS-CLIENTES-COUNT      PIC 9(07) COMP VALUE ZERO.
001130     05 WS-FACTURAS-COUNT      PIC 9(07) COMP VALUE ZERO.
001140     05 WS-RECLAMADOS-COUNT    PIC 9(07) COMP VALUE ZERO.
001150     05 WS-RECLAMADAS-COUNT    PIC 9(07) COMP VALUE ZERO.
001155     05 WS-OTRA-MONEDA-COUNT   PIC 9(07) COMP VALUE ZERO.
001160
001170 01  WS-FECHA-CORTE             PIC 9(08) VALUE ZERO.
001180 01  WS-DIAS-RECLAMA            PIC 9(03) VALUE 30.
001190 01  WS-DIAS-VENCIDA            PIC S9(07) COMP VALUE ZERO.
001195 01  WS-MONEDA-FUNCIONAL        PIC X(03) VALUE "USD".
001200
001210*----------------------------------------------------------*
001220* TRAMOS DE ANTIGUEDAD: 1 = 0-30, 2 = 31-60, 3 = 61-90,      *
001230* 4 = MAS DE 90 DIAS. UNA TABLA PARA EL CLIENTE EN CURSO Y   *
001240* OTRA PARA EL TOTAL GENERAL.                                *
001250*----------------------------------------------------------*
001260 01  WS-TRAMO                   PIC 9(01) COMP VALUE ZERO.
001270 01  WS-TRAMOS-CLIENTE.
001280     05 WS-TC-IMPORTE          PIC 9(11)V99 OCCURS 4 TIMES.
001290 01  WS-TC-TOTAL                PIC 9(11)V99 VALUE ZERO.
001300 01  WS-TRAMOS-GENERAL.
001310     05 WS-TG-IMPORTE          PIC 9(11)V99 OCCURS 4 TIMES.
001320 01  WS-TG-TOTAL                PIC 9(11)V99 VALUE ZERO.
001330 01  WS-TG-A-CUENTA             PIC 9(11)V99 VALUE ZERO.
001340 01  WS-RECLAMA-TOTAL           PIC 9(11)V99 VALUE ZERO.
001350
001360 01  WS-TITULO-LINE.
001370     05 FILLER                  PIC X(40)
001380         VALUE "ANTIGUEDAD DE CUENTAS POR COBRAR AL    ".
001390     05 TT-FECHA                PIC 9(08).
001400
001410 01  WS-CABECERA-LINE.
001420     05 FILLER                  PIC X(20)
001430         VALUE "CLIENTE NOMBRE      ".
001440     05 FILLER                  PIC X(33)
001450         VALUE "       0-30      31-60      61-90".
001452     05 FILLER                  PIC X(22)
001454         VALUE "        +90      TOTAL".
001460
001470 01  WS-ANTIG-LINE.
001480     05 AL-CLI-ID               PIC 9(06).
001490     05 FILLER                  PIC X(01) VALUE SPACES.
001500     05 AL-NOMBRE               PIC X(12).
001510     05 FILLER                  PIC X(01) VALUE SPACES.
001520     05 AL-TRAMO                PIC ZZZZZZZ9,99 OCCURS 4 TIMES.
001530     05 AL-TOTAL                PIC ZZZZZZZ9,99.
001540
001550 01  WS-A-CUENTA-LINE.
001560     05 FILLER                  PIC X(20) VALUE SPACES.
001570     05 FILLER                  PIC X(33)
001580         VALUE "COBROS A CUENTA SIN APLICAR     ".
001590     05 AC-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001600
001610 01  WS-RCAB-LINE.
001620     05 FILLER                  PIC X(23)
001630         VALUE "RECLAMACION DE PAGO AL ".
001640     05 RC-CLI-ID               PIC 9(06).
001650     05 FILLER                  PIC X(01) VALUE SPACES.
001660     05 RC-NOMBRE               PIC X(30).
001670     05 FILLER                  PIC X(05) VALUE " NIF ".
001680     05 RC-NIF                  PIC X(09).
001690
001700 01  WS-RDET-LINE.
001710     05 FILLER                  PIC X(04) VALUE SPACES.
001720     05 RD-NUMERO               PIC X(12).
001730     05 FILLER                  PIC X(02) VALUE SPACES.
001740     05 RD-FECHA-FACTURA        PIC 9(08).
001750     05 FILLER                  PIC X(02) VALUE SPACES.
001760     05 RD-VENCE                PIC 9(08).
001770     05 FILLER                  PIC X(02) VALUE SPACES.
001780     05 RD-DIAS                 PIC ZZZ9.
001790     05 FILLER                  PIC X(07) VALUE " DIAS  ".
001800     05 RD-MONEDA               PIC X(03).
001810     05 FILLER                  PIC X(01) VALUE SPACES.
001820     05 RD-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
001830
001840 01  WS-RTOT-LINE.
001850     05 FILLER                  PIC X(04) VALUE SPACES.
001860     05 FILLER                  PIC X(38)
001870         VALUE "TOTAL VENCIDO A RECLAMAR".
001880     05 RT-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001890
001900 01  WS-TOTAL-LINE.
001910     05 TL-TEXTO                PIC X(28).
001920     05 TL-CUENTA               PIC ZZZ.ZZ9.
001930     05 FILLER                  PIC X(04) VALUE SPACES.
001940     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001950
001960 PROCEDURE DIVISION.
001970
001980 0000-MAINLINE.
001990     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002000     PERFORM 2000-PROCESS-CLIENTE THRU 2000-EXIT
002010         UNTIL WS-EOF-CLI.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     GOBACK.
002040
002050 1000-INITIALIZE.
002060     ACCEPT WS-FECHA-CORTE FROM DATE YYYYMMDD.
002070     OPEN INPUT CLIENTE-MASTER-FILE.
002080     IF NOT WS-CLIMSTR-OK
002090         DISPLAY "CXCANTIG: ERROR ABRIENDO CLIMSTR "
002100             WS-CLIMSTR-STATUS
002110         GO TO ABEND-CLEANUP
002120     END-IF
002130     OPEN INPUT FACTURA-VENTA-FILE.
002140     IF NOT WS-FVEMSTR-OK
002150         DISPLAY "CXCANTIG: ERROR ABRIENDO FVEMSTR "
002160             WS-FVEMSTR-STATUS
002170         GO TO ABEND-CLEANUP
002180     END-IF
002190     OPEN OUTPUT ANTIG-RPT-FILE.
002200     IF NOT WS-ANTIGRPT-OK
002210         DISPLAY "CXCANTIG: ERROR ABRIENDO ANTIGRPT "
002220             WS-ANTIGRPT-STATUS
002230         GO TO ABEND-CLEANUP
002240     END-IF
002250     OPEN OUTPUT RECL-RPT-FILE.
002260     IF NOT WS-RECLRPT-OK
002270         DISPLAY "CXCANTIG: ERROR ABRIENDO RECLRPT "
002280             WS-RECLRPT-STATUS
002290         GO TO ABEND-CLEANUP
002300     END-IF
002310     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
002320     MOVE ZERO TO WS-TG-IMPORTE (1) WS-TG-IMPORTE (2)
002330         WS-TG-IMPORTE (3) WS-TG-IMPORTE (4)
002340     MOVE WS-FECHA-CORTE TO TT-FECHA
002350     MOVE WS-TITULO-LINE TO ANTIG-RPT-LINE
002360     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
002370     MOVE SPACES TO ANTIG-RPT-LINE
002380     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
002390     MOVE WS-CABECERA-LINE TO ANTIG-RPT-LINE
002400     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
002410     PERFORM 2100-READ-CLIENTE THRU 2100-EXIT.
002420 1000-EXIT.
002430     EXIT.
002440
002450*----------------------------------------------------------*
002460* FECHA DE CORTE Y UMBRAL DE RECLAMACION DESDE CXCAPARM; SIN *
002470* FICHERO VALEN LA FECHA DE PROCESO Y 30 DIAS.               *
002480*----------------------------------------------------------*
002490 1200-LEER-PARM.
002500     OPEN INPUT PARM-FILE.
002510     IF WS-CXCAPARM-NO-FILE
002520         GO TO 1200-EXIT
002530     END-IF
002540     IF NOT WS-CXCAPARM-OK
002550         DISPLAY "CXCANTIG: ERROR ABRIENDO CXCAPARM "
002560             WS-CXCAPARM-STATUS
002570         GO TO ABEND-CLEANUP
002580     END-IF
002590     READ PARM-FILE
002600         AT END
002610             CONTINUE
002620     END-READ
002630     IF WS-CXCAPARM-OK AND PI-FECHA-CORTE IS NUMERIC
002640         AND PI-FECHA-CORTE NOT = ZERO
002650         MOVE PI-FECHA-CORTE TO WS-FECHA-CORTE
002660     END-IF
002670     IF WS-CXCAPARM-OK AND PI-DIAS-RECLAMA IS NUMERIC
002680         AND PI-DIAS-RECLAMA NOT = ZERO
002690         MOVE PI-DIAS-RECLAMA TO WS-DIAS-RECLAMA
002700     END-IF
002710     CLOSE PARM-FILE.
002720 1200-EXIT.
002730     EXIT.
002740
002750 2000-PROCESS-CLIENTE.
002760     MOVE ZERO TO WS-TC-IMPORTE (1) WS-TC-IMPORTE (2)
002770         WS-TC-IMPORTE (3) WS-TC-IMPORTE (4)
002780     MOVE ZERO TO WS-TC-TOTAL
002790     MOVE ZERO TO WS-RECLAMA-TOTAL
002800     MOVE "N" TO WS-CAB-RECLAMA-SW
002810     PERFORM 3000-FACTURAS-CLIENTE THRU 3000-EXIT
002820     IF WS-TC-TOTAL > ZERO OR CLI-COBRO-A-CUENTA > ZERO
002830         PERFORM 4000-LINEA-CLIENTE THRU 4000-EXIT
002840     END-IF
002850     IF WS-CAB-RECLAMA
002860         PERFORM 5200-TOTAL-RECLAMA THRU 5200-EXIT
002870     END-IF
002880     PERFORM 2100-READ-CLIENTE THRU 2100-EXIT.
002890 2000-EXIT.
002900     EXIT.
002910
002920 2100-READ-CLIENTE.
002930     READ CLIENTE-MASTER-FILE NEXT
002940         AT END
002950             SET WS-EOF-CLI TO TRUE
002960             GO TO 2100-EXIT
002970     END-READ
002980     IF NOT WS-CLIMSTR-OK
002990         DISPLAY "CXCANTIG: ERROR LEYENDO CLIMSTR "
003000             WS-CLIMSTR-STATUS
003010         GO TO ABEND-CLEANUP
003020     END-IF.
003030 2100-EXIT.
003040     EXIT.
003050
003060*----------------------------------------------------------*
003070* FACTURAS PENDIENTES DEL CLIENTE: DESDE LA PRIMERA CLAVE    *
003080* DEL CLIENTE HASTA QUE CAMBIA FVE-CLI-ID, COMO EL RIESGO    *
003090* VIVO DE FVEMANT.                                           *
003100*----------------------------------------------------------*
003110 3000-FACTURAS-CLIENTE.
003120     MOVE "N" TO WS-FIN-CLIENTE-SW
003130     MOVE CLI-ID TO FVE-CLI-ID
003140     MOVE LOW-VALUES TO FVE-NUMERO
003150     START FACTURA-VENTA-FILE KEY IS NOT LESS THAN FVE-CLAVE
003160         INVALID KEY
003170             GO TO 3000-EXIT
003180     END-START
003190     PERFORM 3100-LEER-FACTURA THRU 3100-EXIT
003200         UNTIL WS-FIN-CLIENTE.
003210 3000-EXIT.
003220     EXIT.
003230
003240 3100-LEER-FACTURA.
003250     READ FACTURA-VENTA-FILE NEXT RECORD
003260         AT END
003270             SET WS-FIN-CLIENTE TO TRUE
003280             GO TO 3100-EXIT
003290     END-READ
003300     IF NOT WS-FVEMSTR-OK
003310         DISPLAY "CXCANTIG: ERROR LEYENDO FVEMSTR "
003320             WS-FVEMSTR-STATUS
003330         GO TO ABEND-CLEANUP
003340     END-IF
003350     IF FVE-CLI-ID NOT = CLI-ID
003360         SET WS-FIN-CLIENTE TO TRUE
003370         GO TO 3100-EXIT
003380     END-IF
003390     IF NOT FVE-PENDIENTE
003400         GO TO 3100-EXIT
003410     END-IF
003412     IF FVE-MONEDA NOT = WS-MONEDA-FUNCIONAL
003414         ADD 1 TO WS-OTRA-MONEDA-COUNT
003416         GO TO 3100-EXIT
003418     END-IF
003420     ADD 1 TO WS-FACTURAS-COUNT
003430     COMPUTE WS-DIAS-VENCIDA =
003440         FUNCTION INTEGER-OF-DATE(WS-FECHA-CORTE)
003450         - FUNCTION INTEGER-OF-DATE(FVE-FECHA-VENCE)
003460     EVALUATE TRUE
003470         WHEN WS-DIAS-VENCIDA <= 30
003480             MOVE 1 TO WS-TRAMO
003490         WHEN WS-DIAS-VENCIDA <= 60
003500             MOVE 2 TO WS-TRAMO
003510         WHEN WS-DIAS-VENCIDA <= 90
003520             MOVE 3 TO WS-TRAMO
003530         WHEN OTHER
003540             MOVE 4 TO WS-TRAMO
003550     END-EVALUATE
003560     ADD FVE-TOTAL TO WS-TC-IMPORTE (WS-TRAMO)
003570     ADD FVE-TOTAL TO WS-TC-TOTAL
003580     IF WS-DIAS-VENCIDA > WS-DIAS-RECLAMA
003590         PERFORM 5000-RECLAMAR-FACTURA THRU 5000-EXIT
003600     END-IF.
003610 3100-EXIT.
003620     EXIT.
003630
003640 4000-LINEA-CLIENTE.
003650     ADD 1 TO WS-CLIENTES-COUNT
003660     MOVE CLI-ID TO AL-CLI-ID
003670     MOVE CLI-NOMBRE TO AL-NOMBRE
003680     MOVE WS-TC-IMPORTE (1) TO AL-TRAMO (1)
003690     MOVE WS-TC-IMPORTE (2) TO AL-TRAMO (2)
003700     MOVE WS-TC-IMPORTE (3) TO AL-TRAMO (3)
003710     MOVE WS-TC-IMPORTE (4) TO AL-TRAMO (4)
003720     MOVE WS-TC-TOTAL TO AL-TOTAL
003730     MOVE WS-ANTIG-LINE TO ANTIG-RPT-LINE
003740     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
003750     ADD WS-TC-IMPORTE (1) TO WS-TG-IMPORTE (1)
003760     ADD WS-TC-IMPORTE (2) TO WS-TG-IMPORTE (2)
003770     ADD WS-TC-IMPORTE (3) TO WS-TG-IMPORTE (3)
003780     ADD WS-TC-IMPORTE (4) TO WS-TG-IMPORTE (4)
003790     ADD WS-TC-TOTAL TO WS-TG-TOTAL
003800     IF CLI-COBRO-A-CUENTA > ZERO
003810         MOVE CLI-COBRO-A-CUENTA TO AC-IMPORTE
003820         MOVE WS-A-CUENTA-LINE TO ANTIG-RPT-LINE
003830         PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
003840         ADD CLI-COBRO-A-CUENTA TO WS-TG-A-CUENTA
003850     END-IF.
003860 4000-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900* FACTURA QUE PASA DEL UMBRAL: LA CABECERA DEL CLIENTE SALE  *
003910* CON SU PRIMERA FACTURA RECLAMADA.                          *
003920*----------------------------------------------------------*
003930 5000-RECLAMAR-FACTURA.
003940     IF NOT WS-CAB-RECLAMA
003950         PERFORM 5100-CABECERA-RECLAMA THRU 5100-EXIT
003960     END-IF
003970     ADD 1 TO WS-RECLAMADAS-COUNT
003980     ADD FVE-TOTAL TO WS-RECLAMA-TOTAL
003990     MOVE FVE-NUMERO TO RD-NUMERO
004000     MOVE FVE-FECHA-FACTURA TO RD-FECHA-FACTURA
004010     MOVE FVE-FECHA-VENCE TO RD-VENCE
004020     MOVE WS-DIAS-VENCIDA TO RD-DIAS
004030     MOVE FVE-MONEDA TO RD-MONEDA
004040     MOVE FVE-TOTAL TO RD-IMPORTE
004050     MOVE WS-RDET-LINE TO RECL-RPT-LINE
004060     PERFORM 7200-WRITE-RECLAMA THRU 7200-EXIT.
004070 5000-EXIT.
004080     EXIT.
004090
004100 5100-CABECERA-RECLAMA.
004110     SET WS-CAB-RECLAMA TO TRUE
004120     ADD 1 TO WS-RECLAMADOS-COUNT
004130     MOVE CLI-ID TO RC-CLI-ID
004140     MOVE CLI-NOMBRE TO RC-NOMBRE
004150     MOVE CLI-NIF TO RC-NIF
004160     MOVE WS-RCAB-LINE TO RECL-RPT-LINE
004170     PERFORM 7200-WRITE-RECLAMA THRU 7200-EXIT.
004180 5100-EXIT.
004190     EXIT.
004200
004210 5200-TOTAL-RECLAMA.
004220     MOVE WS-RECLAMA-TOTAL TO RT-IMPORTE
004230     MOVE WS-RTOT-LINE TO RECL-RPT-LINE
004240     PERFORM 7200-WRITE-RECLAMA THRU 7200-EXIT
004250     MOVE SPACES TO RECL-RPT-LINE
004260     PERFORM 7200-WRITE-RECLAMA THRU 7200-EXIT.
004270 5200-EXIT.
004280     EXIT.
004290
004300 7100-WRITE-ANTIG.
004310     WRITE ANTIG-RPT-LINE
004320     IF NOT WS-ANTIGRPT-OK
004330         DISPLAY "CXCANTIG: ERROR ESCRIBIENDO ANTIGRPT "
004340             WS-ANTIGRPT-STATUS
004350         GO TO ABEND-CLEANUP
004360     END-IF.
004370 7100-EXIT.
004380     EXIT.
004390
004400 7200-WRITE-RECLAMA.
004410     WRITE RECL-RPT-LINE
004420     IF NOT WS-RECLRPT-OK
004430         DISPLAY "CXCANTIG: ERROR ESCRIBIENDO RECLRPT "
004440             WS-RECLRPT-STATUS
004450         GO TO ABEND-CLEANUP
004460     END-IF.
004470 7200-EXIT.
004480     EXIT.
004490
004500 9000-TERMINATE.
004510     MOVE SPACES TO ANTIG-RPT-LINE
004520     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
004530     MOVE ZERO TO AL-CLI-ID
004540     MOVE "TOTAL" TO AL-NOMBRE
004550     MOVE WS-TG-IMPORTE (1) TO AL-TRAMO (1)
004560     MOVE WS-TG-IMPORTE (2) TO AL-TRAMO (2)
004570     MOVE WS-TG-IMPORTE (3) TO AL-TRAMO (3)
004580     MOVE WS-TG-IMPORTE (4) TO AL-TRAMO (4)
004590     MOVE WS-TG-TOTAL TO AL-TOTAL
004600     MOVE WS-ANTIG-LINE TO ANTIG-RPT-LINE
004610     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
004620     MOVE "CLIENTES CON SALDO         " TO TL-TEXTO
004630     MOVE WS-CLIENTES-COUNT TO TL-CUENTA
004640     MOVE WS-TG-TOTAL TO TL-IMPORTE
004650     MOVE WS-TOTAL-LINE TO ANTIG-RPT-LINE
004660     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
004670     MOVE "FACTURAS PENDIENTES        " TO TL-TEXTO
004680     MOVE WS-FACTURAS-COUNT TO TL-CUENTA
004690     MOVE WS-TG-TOTAL TO TL-IMPORTE
004700     MOVE WS-TOTAL-LINE TO ANTIG-RPT-LINE
004710     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
004720     MOVE "COBROS A CUENTA SIN APLICAR" TO TL-TEXTO
004730     MOVE ZERO TO TL-CUENTA
004740     MOVE WS-TG-A-CUENTA TO TL-IMPORTE
004750     MOVE WS-TOTAL-LINE TO ANTIG-RPT-LINE
004760     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
004762     MOVE "DOCUMENTOS EN OTRA MONEDA  " TO TL-TEXTO
004764     MOVE WS-OTRA-MONEDA-COUNT TO TL-CUENTA
004766     MOVE ZERO TO TL-IMPORTE
004768     MOVE WS-TOTAL-LINE TO ANTIG-RPT-LINE
004769     PERFORM 7100-WRITE-ANTIG THRU 7100-EXIT
004770     MOVE "CLIENTES A RECLAMAR        " TO TL-TEXTO
004780     MOVE WS-RECLAMADOS-COUNT TO TL-CUENTA
004790     MOVE ZERO TO TL-IMPORTE
004800     MOVE WS-TOTAL-LINE TO RECL-RPT-LINE
004810     PERFORM 7200-WRITE-RECLAMA THRU 7200-EXIT
004820     MOVE "FACTURAS RECLAMADAS        " TO TL-TEXTO
004830     MOVE WS-RECLAMADAS-COUNT TO TL-CUENTA
004840     MOVE WS-TOTAL-LINE TO RECL-RPT-LINE
004850     PERFORM 7200-WRITE-RECLAMA THRU 7200-EXIT
004860     CLOSE CLIENTE-MASTER-FILE.
004870     CLOSE FACTURA-VENTA-FILE.
004880     CLOSE ANTIG-RPT-FILE.
004890     CLOSE RECL-RPT-FILE.
004900     DISPLAY "CXCANTIG: CLIENTES " WS-CLIENTES-COUNT
004910         " A RECLAMAR " WS-RECLAMADOS-COUNT
004915         " OTRA MONEDA " WS-OTRA-MONEDA-COUNT
004920         " AL CORTE " WS-FECHA-CORTE.
004930 9000-EXIT.
004940     EXIT.
004950
004960 ABEND-CLEANUP.
004970     DISPLAY "CXCANTIG: TERMINACION ANORMAL - CERRANDO FICHEROS".
004980     CLOSE CLIENTE-MASTER-FILE.
004990     CLOSE FACTURA-VENTA-FILE.
005000     CLOSE ANTIG-RPT-FILE.
005010     CLOSE RECL-RPT-FILE.
005020     MOVE 16 TO RETURN-CODE.
005030     GOBACK.
005040
005050     END PROGRAM CXCANTIG.

000010*----------------------------------------------------------*
000020* RETDECL - RETENCIONES DE IRPF A PROFESIONALES: LISTADO     *
000030*           TRIMESTRAL, CUADRE CON EL MAYOR Y RESUMEN ANUAL  *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. RETDECL.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL ESQUEMA DE IVADECL. *
000150*                LAS RETENCIONES PRACTICADAS A LOS           *
000160*                PROFESIONALES SE LLEVABAN EN UNA HOJA DE    *
000170*                CALCULO. AHORA FACMANT LAS GUARDA EN CADA   *
000180*                FACTURA DE FACMSTR Y ESTE PASO, PARA EL     *
000190*                EJERCICIO Y TRIMESTRE DE RETDPARM, LISTA    *
000200*                POR PROVEEDOR LA BASE Y LA RETENCION DE LAS *
000210*                FACTURAS REGISTRADAS EN EL TRIMESTRE (LOS   *
000220*                ABONOS RESTAN), CUADRA EL TOTAL RETENIDO    *
000230*                CON EL MOVIMIENTO DEL TRIMESTRE EN LA       *
000240*                CUENTA DE RETENCIONES A PAGAR (LEDGDTL) Y,  *
000250*                EN EL CUARTO TRIMESTRE, DA EL RESUMEN ANUAL *
000260*                POR PERCEPTOR QUE PIDE HACIENDA, TAMBIEN    *
000270*                EN EL FICHERO RETANUAL. RC 4 SI NO CUADRA   *
000280*                O SI A ALGUN PERCEPTOR LE FALTA EL NIF.     *
000290*----------------------------------------------------------*
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT FACTURA-MASTER-FILE ASSIGN TO "FACMSTR"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS SEQUENTIAL
000410         RECORD KEY IS FAC-CLAVE
000420         FILE STATUS IS WS-FACMSTR-STATUS.
000430
000440     SELECT PROVEEDOR-MASTER-FILE ASSIGN TO "PROVMSTR"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS PRV-ID
000480         FILE STATUS IS WS-PROVMSTR-STATUS.
000490
000500     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS DT-SEQ-NO
000540         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-LEDGDTL-STATUS.
000570
000580     SELECT PARM-FILE ASSIGN TO "RETDPARM"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-RETDPARM-STATUS.
000610
000620     SELECT RET-RPT-FILE ASSIGN TO "RETDRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RETDRPT-STATUS.
000650
000660     SELECT RET-ANUAL-FILE ASSIGN TO "RETANUAL"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RETANUAL-STATUS.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  FACTURA-MASTER-FILE
000730     LABEL RECORDS ARE STANDARD.
000740     COPY FACTURA.
000750
000760 FD  PROVEEDOR-MASTER-FILE
000770     LABEL RECORDS ARE STANDARD.
000780     COPY PROVEED.
000790
000800 FD  LEDGER-DETAIL-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY LEDGDTL.
000830
000840 FD  PARM-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 01  PARM-IN-REC.
000870     05 PI-EJERCICIO            PIC 9(04).
000880     05 PI-TRIMESTRE            PIC 9(01).
000890     05 PI-CUENTA-RETENCIONES   PIC 9(06).
000900
000910 FD  RET-RPT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  RET-RPT-LINE               PIC X(80).
000940
000950*----------------------------------------------------------*
000960* RESUMEN ANUAL: UN REGISTRO POR PERCEPTOR Y EJERCICIO.      *
000970*----------------------------------------------------------*
000980 FD  RET-ANUAL-FILE
000990     LABEL RECORDS ARE STANDARD.
001000 01  RET-ANUAL-REC.
001010     05 RA-EJERCICIO            PIC 9(04).
001020     05 RA-NIF                  PIC X(09).
001030     05 RA-NOMBRE               PIC X(30).
001040     05 RA-PROV-ID              PIC 9(06).
001050     05 RA-BASE                 PIC S9(11)V99.
001060     05 RA-RETENIDO             PIC S9(11)V99.
001070
001080 WORKING-STORAGE SECTION.
001090 01  WS-FACMSTR-STATUS           PIC X(02) VALUE SPACES.
001100     88 WS-FACMSTR-OK                VALUE "00".
001110
001120 01  WS-PROVMSTR-STATUS          PIC X(02) VALUE SPACES.
001130     88 WS-PROVMSTR-OK               VALUE "00".
001140
001150 01  WS-LEDGDTL-STATUS           PIC X(02) VALUE SPACES.
001160     88 WS-LEDGDTL-OK                VALUE "00".
001170
001180 01  WS-RETDPARM-STATUS          PIC X(02) VALUE SPACES.
001190     88 WS-RETDPARM-OK               VALUE "00".
001200
001210 01  WS-RETDRPT-STATUS           PIC X(02) VALUE SPACES.
001220     88 WS-RETDRPT-OK                VALUE "00".
001230
001240 01  WS-RETANUAL-STATUS          PIC X(02) VALUE SPACES.
001250     88 WS-RETANUAL-OK               VALUE "00".
001260
001270 01  WS-SWITCHES.
001280     05 WS-EOF-FAC-SW          PIC X(01) VALUE "N".
001290         88 WS-EOF-FAC              VALUE "Y".
001300     05 WS-EOF-DTL-SW          PIC X(01) VALUE "N".
001310         88 WS-EOF-DTL              VALUE "Y".
001320     05 WS-PASADA-SW           PIC X(01) VALUE "T".
001330         88 WS-PASADA-TRIMESTRE     VALUE "T".
001340         88 WS-PASADA-ANUAL         VALUE "A".
001350
001360 01  WS-COUNTERS.
001370     05 WS-FACTURAS-COUNT      PIC 9(07) COMP VALUE ZERO.
001380     05 WS-PERCEPTORES-COUNT   PIC 9(07) COMP VALUE ZERO.
001390     05 WS-SIN-NIF-COUNT       PIC 9(07) COMP VALUE ZERO.
001400     05 WS-APUNTES-COUNT       PIC 9(07) COMP VALUE ZERO.
001410
001420 01  WS-EJERCICIO                PIC 9(04) VALUE ZERO.
001430 01  WS-TRIMESTRE                PIC 9(01) VALUE ZERO.
001440 01  WS-CUENTA-RETENCIONES       PIC 9(06) VALUE ZERO.
001450 01  WS-FECHA-DESDE              PIC 9(08) VALUE ZERO.
001460 01  WS-FECHA-HASTA              PIC 9(08) VALUE ZERO.
001470 01  WS-MES-DESDE                PIC 9(02) VALUE ZERO.
001480 01  WS-MES-HASTA                PIC 9(02) VALUE ZERO.
001490 01  WS-FECHA-RET                PIC 9(08) VALUE ZERO.
001500 01  WS-FECHA-RET-R REDEFINES WS-FECHA-RET.
001510     05 WS-FR-ANIO             PIC 9(04).
001520     05 WS-FR-MES              PIC 9(02).
001530     05 WS-FR-DIA              PIC 9(02).
001540
001550*----------------------------------------------------------*
001560* ACUMULADOS DEL PROVEEDOR EN CURSO (FACMSTR VIENE EN ORDEN  *
001570* DE PROVEEDOR), DE LA PASADA Y DEL CUADRE CON EL MAYOR.     *
001580*----------------------------------------------------------*
001590 01  WS-PROV-ACTUAL              PIC 9(06) VALUE ZERO.
001600 01  WS-PROV-BASE                PIC S9(11)V99 VALUE ZERO.
001610 01  WS-PROV-RETENIDO            PIC S9(11)V99 VALUE ZERO.
001620 01  WS-TOTAL-BASE               PIC S9(11)V99 VALUE ZERO.
001630 01  WS-TOTAL-RETENIDO           PIC S9(11)V99 VALUE ZERO.
001640 01  WS-RETENIDO-TRIMESTRE       PIC S9(11)V99 VALUE ZERO.
001650 01  WS-SALDO-CUENTA             PIC S9(11)V99 VALUE ZERO.
001660 01  WS-DIFERENCIA               PIC S9(11)V99 VALUE ZERO.
001670
001680 01  WS-TITULO-LINE.
001690     05 TT-TEXTO                PIC X(40).
001700     05 FILLER                  PIC X(10) VALUE "EJERCICIO ".
001710     05 TT-EJERCICIO            PIC 9(04).
001720     05 FILLER                  PIC X(12) VALUE "  TRIMESTRE ".
001730     05 TT-TRIMESTRE            PIC 9(01).
001740
001750 01  WS-DET-LINE.
001760     05 DL-PROV-ID              PIC 9(06).
001770     05 FILLER                  PIC X(02) VALUE SPACES.
001780     05 DL-NIF                  PIC X(09).
001790     05 FILLER                  PIC X(02) VALUE SPACES.
001800     05 DL-NOMBRE               PIC X(25).
001810     05 FILLER                  PIC X(02) VALUE SPACES.
001820     05 DL-BASE                 PIC ZZ.ZZZ.ZZ9,99-.
001830     05 FILLER                  PIC X(02) VALUE SPACES.
001840     05 DL-RETENIDO             PIC ZZ.ZZZ.ZZ9,99-.
001850
001860 01  WS-TOTAL-LINE.
001870     05 TL-TEXTO                PIC X(30).
001880     05 FILLER                  PIC X(02) VALUE SPACES.
001890     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001900
001910 PROCEDURE DIVISION.
001920
001930 0000-MAINLINE.
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001950     PERFORM 2000-PASADA THRU 2000-EXIT.
001960     MOVE WS-TOTAL-RETENIDO TO WS-RETENIDO-TRIMESTRE.
001970     PERFORM 5000-CUADRAR-MAYOR THRU 5000-EXIT.
001980     IF WS-TRIMESTRE = 4
001990         SET WS-PASADA-ANUAL TO TRUE
002000         PERFORM 2000-PASADA THRU 2000-EXIT
002010     END-IF.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     GOBACK.
002040
002050 1000-INITIALIZE.
002060     OPEN INPUT PROVEEDOR-MASTER-FILE.
002070     IF NOT WS-PROVMSTR-OK
002080         DISPLAY "RETDECL: ERROR ABRIENDO PROVMSTR "
002090             WS-PROVMSTR-STATUS
002100         GO TO ABEND-CLEANUP
002110     END-IF
002120     OPEN OUTPUT RET-RPT-FILE.
002130     IF NOT WS-RETDRPT-OK
002140         DISPLAY "RETDECL: ERROR ABRIENDO RETDRPT "
002150             WS-RETDRPT-STATUS
002160         GO TO ABEND-CLEANUP
002170     END-IF
002180     OPEN OUTPUT RET-ANUAL-FILE.
002190     IF NOT WS-RETANUAL-OK
002200         DISPLAY "RETDECL: ERROR ABRIENDO RETANUAL "
002210             WS-RETANUAL-STATUS
002220         GO TO ABEND-CLEANUP
002230     END-IF
002240     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------*
002290* EJERCICIO, TRIMESTRE (1 A 4) Y CUENTA DE RETENCIONES A     *
002300* PAGAR CONTRA LA QUE SE CUADRA; DE AHI, EL RANGO DE FECHAS  *
002310* DEL TRIMESTRE.                                             *
002320*----------------------------------------------------------*
002330 1100-LEER-PARM.
002340     OPEN INPUT PARM-FILE.
002350     IF NOT WS-RETDPARM-OK
002360         DISPLAY "RETDECL: ERROR ABRIENDO RETDPARM "
002370             WS-RETDPARM-STATUS
002380         GO TO ABEND-CLEANUP
002390     END-IF
002400     READ PARM-FILE
002410         AT END
002420             DISPLAY "RETDECL: RETDPARM VACIO"
002430             GO TO ABEND-CLEANUP
002440     END-READ
002450     IF PI-EJERCICIO IS NOT NUMERIC
002460         OR PI-TRIMESTRE IS NOT NUMERIC
002470         OR PI-TRIMESTRE < 1 OR PI-TRIMESTRE > 4
002480         DISPLAY "RETDECL: EJERCICIO O TRIMESTRE INVALIDOS"
002490         GO TO ABEND-CLEANUP
002500     END-IF
002510     IF PI-CUENTA-RETENCIONES IS NOT NUMERIC
002520         OR PI-CUENTA-RETENCIONES = ZERO
002530         DISPLAY "RETDECL: CUENTA DE RETENCIONES INVALIDA"
002540         GO TO ABEND-CLEANUP
002550     END-IF
002560     MOVE PI-EJERCICIO TO WS-EJERCICIO
002570     MOVE PI-TRIMESTRE TO WS-TRIMESTRE
002580     MOVE PI-CUENTA-RETENCIONES TO WS-CUENTA-RETENCIONES
002590     COMPUTE WS-MES-HASTA = WS-TRIMESTRE * 3
002600     COMPUTE WS-MES-DESDE = WS-MES-HASTA - 2
002610     COMPUTE WS-FECHA-DESDE =
002620         WS-EJERCICIO * 10000 + WS-MES-DESDE * 100 + 1
002630     COMPUTE WS-FECHA-HASTA =
002640         WS-EJERCICIO * 10000 + WS-MES-HASTA * 100 + 31
002650     CLOSE PARM-FILE.
002660 1100-EXIT.
002670     EXIT.
002680
002690*----------------------------------------------------------*
002700* UNA PASADA POR FACMSTR: LA DEL TRIMESTRE O, EN EL CUARTO,  *
002710* LA DEL EJERCICIO COMPLETO PARA EL RESUMEN ANUAL.           *
002720*----------------------------------------------------------*
002730 2000-PASADA.
002740     MOVE SPACES TO RET-RPT-LINE
002750     WRITE RET-RPT-LINE
002760     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002770     IF WS-PASADA-ANUAL
002780         MOVE "RESUMEN ANUAL DE RETENCIONES POR PERCEP."
002790             TO TT-TEXTO
002800     ELSE
002810         MOVE "RETENCIONES IRPF A PROFESIONALES" TO TT-TEXTO
002820     END-IF
002830     MOVE WS-EJERCICIO TO TT-EJERCICIO
002840     MOVE WS-TRIMESTRE TO TT-TRIMESTRE
002850     MOVE WS-TITULO-LINE TO RET-RPT-LINE
002860     WRITE RET-RPT-LINE
002870     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002880     MOVE ZERO TO WS-PROV-ACTUAL
002890     MOVE ZERO TO WS-TOTAL-BASE
002900     MOVE ZERO TO WS-TOTAL-RETENIDO
002910     MOVE ZERO TO WS-PERCEPTORES-COUNT
002920     MOVE "N" TO WS-EOF-FAC-SW
002930     OPEN INPUT FACTURA-MASTER-FILE.
002940     IF NOT WS-FACMSTR-OK
002950         DISPLAY "RETDECL: ERROR ABRIENDO FACMSTR "
002960             WS-FACMSTR-STATUS
002970         GO TO ABEND-CLEANUP
002980     END-IF
002990     PERFORM 2100-LEER-FACTURA THRU 2100-EXIT
003000         UNTIL WS-EOF-FAC.
003010     CLOSE FACTURA-MASTER-FILE.
003020     PERFORM 2500-CERRAR-PROVEEDOR THRU 2500-EXIT.
003030     PERFORM 3000-WRITE-TOTALES THRU 3000-EXIT.
003040 2000-EXIT.
003050     EXIT.
003060
003070*----------------------------------------------------------*
003080* SOLO CUENTAN LOS DOCUMENTOS CON RETENCION. LA FECHA ES LA  *
003090* DE REGISTRO (LA DE LOS APUNTES), O LA DE LA FACTURA SI ES  *
003100* ANTERIOR A QUE SE GUARDARA. LOS ABONOS RESTAN.             *
003110*----------------------------------------------------------*
003120 2100-LEER-FACTURA.
003130     READ FACTURA-MASTER-FILE
003140         AT END
003150             SET WS-EOF-FAC TO TRUE
003160             GO TO 2100-EXIT
003170     END-READ
003180     IF NOT WS-FACMSTR-OK
003190         DISPLAY "RETDECL: ERROR LEYENDO FACMSTR "
003200             WS-FACMSTR-STATUS
003210         GO TO ABEND-CLEANUP
003220     END-IF
003230     IF FAC-IMPORTE-RETENIDO IS NOT NUMERIC
003240         OR FAC-IMPORTE-RETENIDO = ZERO
003250         GO TO 2100-EXIT
003260     END-IF
003270     IF FAC-FECHA-REGISTRO IS NUMERIC
003280         AND FAC-FECHA-REGISTRO > ZERO
003290         MOVE FAC-FECHA-REGISTRO TO WS-FECHA-RET
003300     ELSE
003310         MOVE FAC-FECHA-FACTURA TO WS-FECHA-RET
003320     END-IF
003330     IF WS-FR-ANIO NOT = WS-EJERCICIO
003340         GO TO 2100-EXIT
003350     END-IF
003360     IF WS-PASADA-TRIMESTRE
003370         AND (WS-FECHA-RET < WS-FECHA-DESDE
003380             OR WS-FECHA-RET > WS-FECHA-HASTA)
003390         GO TO 2100-EXIT
003400     END-IF
003410     IF FAC-PROV-ID NOT = WS-PROV-ACTUAL
003420         PERFORM 2500-CERRAR-PROVEEDOR THRU 2500-EXIT
003430         MOVE FAC-PROV-ID TO WS-PROV-ACTUAL
003440     END-IF
003450     IF WS-PASADA-TRIMESTRE
003460         ADD 1 TO WS-FACTURAS-COUNT
003470     END-IF
003480     IF FAC-ES-ABONO
003490         SUBTRACT FAC-IMPORTE FROM WS-PROV-BASE
003500         SUBTRACT FAC-IMPORTE-RETENIDO FROM WS-PROV-RETENIDO
003510     ELSE
003520         ADD FAC-IMPORTE TO WS-PROV-BASE
003530         ADD FAC-IMPORTE-RETENIDO TO WS-PROV-RETENIDO
003540     END-IF.
003550 2100-EXIT.
003560     EXIT.
003570
003580*----------------------------------------------------------*
003590* LINEA DEL PERCEPTOR CON SU NIF Y NOMBRE DE PROVMSTR; EN LA *
003600* PASADA ANUAL, ADEMAS, SU REGISTRO EN RETANUAL.             *
003610*----------------------------------------------------------*
003620 2500-CERRAR-PROVEEDOR.
003630     IF WS-PROV-ACTUAL = ZERO
003640         GO TO 2500-EXIT
003650     END-IF
003660     MOVE WS-PROV-ACTUAL TO PRV-ID
003670     READ PROVEEDOR-MASTER-FILE
003680         INVALID KEY
003690             MOVE "PROVEEDOR NO EXISTE" TO PRV-NOMBRE
003700             MOVE SPACES TO PRV-NIF
003710     END-READ
003720     IF PRV-NIF = SPACES
003730         ADD 1 TO WS-SIN-NIF-COUNT
003740         DISPLAY "RETDECL: PERCEPTOR SIN NIF " WS-PROV-ACTUAL
003750     END-IF
003760     ADD 1 TO WS-PERCEPTORES-COUNT
003770     ADD WS-PROV-BASE TO WS-TOTAL-BASE
003780     ADD WS-PROV-RETENIDO TO WS-TOTAL-RETENIDO
003790     MOVE WS-PROV-ACTUAL TO DL-PROV-ID
003800     MOVE PRV-NIF TO DL-NIF
003810     MOVE PRV-NOMBRE TO DL-NOMBRE
003820     MOVE WS-PROV-BASE TO DL-BASE
003830     MOVE WS-PROV-RETENIDO TO DL-RETENIDO
003840     MOVE WS-DET-LINE TO RET-RPT-LINE
003850     WRITE RET-RPT-LINE
003860     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
003870     IF WS-PASADA-ANUAL
003880         MOVE WS-EJERCICIO TO RA-EJERCICIO
003890         MOVE PRV-NIF TO RA-NIF
003900         MOVE PRV-NOMBRE TO RA-NOMBRE
003910         MOVE WS-PROV-ACTUAL TO RA-PROV-ID
003920         MOVE WS-PROV-BASE TO RA-BASE
003930         MOVE WS-PROV-RETENIDO TO RA-RETENIDO
003940         WRITE RET-ANUAL-REC
003950         IF NOT WS-RETANUAL-OK
003960             DISPLAY "RETDECL: ERROR GRABANDO RETANUAL "
003970                 WS-RETANUAL-STATUS
003980             GO TO ABEND-CLEANUP
003990         END-IF
004000     END-IF
004010     MOVE ZERO TO WS-PROV-BASE
004020     MOVE ZERO TO WS-PROV-RETENIDO.
004030 2500-EXIT.
004040     EXIT.
004050
004060 3000-WRITE-TOTALES.
004070     MOVE SPACES TO RET-RPT-LINE
004080     WRITE RET-RPT-LINE
004090     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004100     MOVE "NUMERO DE PERCEPTORES" TO TL-TEXTO
004110     MOVE WS-PERCEPTORES-COUNT TO TL-IMPORTE
004120     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
004130     MOVE "TOTAL BASE DE RETENCIONES" TO TL-TEXTO
004140     MOVE WS-TOTAL-BASE TO TL-IMPORTE
004150     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
004160     MOVE "TOTAL RETENCIONES" TO TL-TEXTO
004170     MOVE WS-TOTAL-RETENIDO TO TL-IMPORTE
004180     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT.
004190 3000-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------*
004230* CUADRE: LO CONTABILIZADO POR FACMANT EN EL TRIMESTRE EN   *
004240* LA CUENTA DE RETENCIONES A PAGAR (SUS APUNTES "FACT" Y    *
004250* "ABONO", CREDITOS MENOS DEBITOS, SIN LOS ESTORNADOS)       *
004260* CONTRA LO RETENIDO SEGUN FACMSTR. EL INGRESO A HACIENDA Y  *
004270* LOS DEMAS APUNTES MANUALES DE LA CUENTA NO ENTRAN.         *
004280*----------------------------------------------------------*
004290 5000-CUADRAR-MAYOR.
004300     OPEN INPUT LEDGER-DETAIL-FILE.
004310     IF NOT WS-LEDGDTL-OK
004320         DISPLAY "RETDECL: ERROR ABRIENDO LEDGDTL "
004330             WS-LEDGDTL-STATUS
004340         GO TO ABEND-CLEANUP
004350     END-IF
004360     MOVE WS-CUENTA-RETENCIONES TO DT-ACCT-ID
004370     MOVE WS-FECHA-DESDE TO DT-FECHA
004380     START LEDGER-DETAIL-FILE
004390         KEY IS NOT LESS THAN DT-ACCT-FECHA
004400         INVALID KEY
004410             SET WS-EOF-DTL TO TRUE
004420     END-START
004430     PERFORM 5100-LEER-APUNTE THRU 5100-EXIT
004440         UNTIL WS-EOF-DTL.
004450     CLOSE LEDGER-DETAIL-FILE.
004460     COMPUTE WS-DIFERENCIA =
004470         WS-SALDO-CUENTA - WS-RETENIDO-TRIMESTRE
004480     MOVE "MOVIMIENTO CUENTA RETENCIONES" TO TL-TEXTO
004490     MOVE WS-SALDO-CUENTA TO TL-IMPORTE
004500     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
004510     MOVE "DIFERENCIA CON EL MAYOR" TO TL-TEXTO
004520     MOVE WS-DIFERENCIA TO TL-IMPORTE
004530     PERFORM 7000-WRITE-TOTAL THRU 7000-EXIT
004540     IF WS-DIFERENCIA NOT = ZERO
004550         DISPLAY "RETDECL: RETENCIONES NO CUADRAN CON LA "
004560             "CUENTA " WS-CUENTA-RETENCIONES
004570     END-IF.
004580 5000-EXIT.
004590     EXIT.
004600
004610 5100-LEER-APUNTE.
004620     READ LEDGER-DETAIL-FILE NEXT
004630         AT END
004640             SET WS-EOF-DTL TO TRUE
004650             GO TO 5100-EXIT
004660     END-READ
004670     IF NOT WS-LEDGDTL-OK
004680         DISPLAY "RETDECL: ERROR LEYENDO LEDGDTL "
004690             WS-LEDGDTL-STATUS
004700         GO TO ABEND-CLEANUP
004710     END-IF
004720     IF DT-ACCT-ID NOT = WS-CUENTA-RETENCIONES
004730         OR DT-FECHA > WS-FECHA-HASTA
004740         SET WS-EOF-DTL TO TRUE
004750         GO TO 5100-EXIT
004760     END-IF
004770     IF DT-ESTORNADO
004773         OR (DT-CONCEPTO (1:5) NOT = "FACT "
004777             AND DT-CONCEPTO (1:6) NOT = "ABONO ")
004780         GO TO 5100-EXIT
004790     END-IF
004800     ADD 1 TO WS-APUNTES-COUNT
004810     IF DT-TIPO-APUNTE = "C"
004820         ADD DT-IMPORTE-CONV TO WS-SALDO-CUENTA
004830     ELSE
004840         SUBTRACT DT-IMPORTE-CONV FROM WS-SALDO-CUENTA
004850     END-IF.
004860 5100-EXIT.
004870     EXIT.
004880
004890 7000-WRITE-TOTAL.
004900     MOVE WS-TOTAL-LINE TO RET-RPT-LINE
004910     WRITE RET-RPT-LINE
004920     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
004930 7000-EXIT.
004940     EXIT.
004950
004960 7100-CHECK-RPT.
004970     IF NOT WS-RETDRPT-OK
004980         DISPLAY "RETDECL: ERROR ESCRIBIENDO RETDRPT "
004990             WS-RETDRPT-STATUS
005000         GO TO ABEND-CLEANUP
005010     END-IF.
005020 7100-EXIT.
005030     EXIT.
005040
005050 9000-TERMINATE.
005060     CLOSE PROVEEDOR-MASTER-FILE.
005070     CLOSE RET-RPT-FILE.
005080     CLOSE RET-ANUAL-FILE.
005090     DISPLAY "RETDECL: FACTURAS CON RETENCION " WS-FACTURAS-COUNT
005100         " APUNTES DE LA CUENTA " WS-APUNTES-COUNT.
005110     DISPLAY "RETDECL: RETENIDO EN EL TRIMESTRE "
005120         WS-RETENIDO-TRIMESTRE " DIFERENCIA " WS-DIFERENCIA.
005130     IF WS-DIFERENCIA NOT = ZERO OR WS-SIN-NIF-COUNT > ZERO
005140         MOVE 4 TO RETURN-CODE
005150     END-IF.
005160 9000-EXIT.
005170     EXIT.
005180
005190 ABEND-CLEANUP.
005200     DISPLAY "RETDECL: TERMINACION ANORMAL - CERRANDO FICHEROS".
005210     CLOSE FACTURA-MASTER-FILE.
005220     CLOSE PROVEEDOR-MASTER-FILE.
005230     CLOSE LEDGER-DETAIL-FILE.
005240     CLOSE RET-RPT-FILE.
005250     CLOSE RET-ANUAL-FILE.
005260     MOVE 16 TO RETURN-CODE.
005270     GOBACK.
005280
005290     END PROGRAM RETDECL.

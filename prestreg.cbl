000010*----------------------------------------------------------*
000020* PRESTREG - LISTADO MENSUAL DE SALDOS DE PRESTAMOS AL       *
000030*            PERSONAL Y CUADRE CONTRA EL MAYOR               *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. PRESTREG.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. LISTA EN PRTRPT CADA      *
000150*                PRESTAMO O ANTICIPO VIVO DE PRTMSTR CON SU  *
000160*                PRINCIPAL, CUOTAS COBRADAS, CUOTA Y SALDO   *
000170*                PENDIENTE, Y CUADRA EL TOTAL DE SALDOS      *
000180*                CONTRA EL SALDO DE LA CUENTA DE PRESTAMOS   *
000190*                AL PERSONAL DE PRTPARM EN LEDGMSTR. LOS     *
000200*                CANCELADOS Y LOS COBRADOS EN FINIQUITO YA   *
000210*                NO TIENEN SALDO Y NO CUENTAN. CORRER TRAS   *
000220*                LA NOCHE QUE HAYA POSTEADO EL ULTIMO PRTOUT *
000230*                Y EL PAYGLOUT DE LA ULTIMA NOMINA; UN       *
000240*                DESCUADRE DEVUELVE CODIGO 4.                *
000250*----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PRESTAMO-MASTER-FILE ASSIGN TO "PRTMSTR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS PRT-CLAVE
000380         FILE STATUS IS WS-PRTMSTR-STATUS.
000390
000400     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS EMP-ID
000440         FILE STATUS IS WS-EMPMSTR-STATUS.
000450
000460     SELECT PARM-FILE ASSIGN TO "PRTPARM"
000470         ORGANIZATION IS SEQUENTIAL
000480         FILE STATUS IS WS-PRTPARM-STATUS.
000490
000500     SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS LEDG-ACCT-ID
000540         FILE STATUS IS WS-LEDGMSTR-STATUS.
000550
000560     SELECT PRT-RPT-FILE ASSIGN TO "PRTRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-PRTRPT-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PRESTAMO-MASTER-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY PRESTAMO.
000650
000660 FD  EMPLEADO-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY EMPLEADO.
000690
000700 FD  PARM-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  PARM-IN-REC.
000730     05 PI-CUENTA-PRESTAMOS     PIC 9(06).
000740     05 PI-CUENTA-BANCO         PIC 9(06).
000750     05 PI-MONEDA               PIC X(03).
000760
000770 FD  LEDGER-MASTER-FILE
000780     LABEL RECORDS ARE STANDARD.
000790     COPY LEDGER.
000800
000810 FD  PRT-RPT-FILE
000820     LABEL RECORDS ARE STANDARD.
000830 01  PRT-RPT-LINE               PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860 01  WS-PRTMSTR-STATUS          PIC X(02) VALUE SPACES.
000870     88 WS-PRTMSTR-OK               VALUE "00".
000880
000890 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
000900     88 WS-EMPMSTR-OK               VALUE "00".
000910
000920 01  WS-PRTPARM-STATUS          PIC X(02) VALUE SPACES.
000930     88 WS-PRTPARM-OK               VALUE "00".
000940
000950 01  WS-LEDGMSTR-STATUS         PIC X(02) VALUE SPACES.
000960     88 WS-LEDGMSTR-OK              VALUE "00".
000970
000980 01  WS-PRTRPT-STATUS           PIC X(02) VALUE SPACES.
000990     88 WS-PRTRPT-OK                VALUE "00".
001000
001010 01  WS-SWITCHES.
001020     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
001030         88 WS-EOF-MASTER           VALUE "Y".
001040
001050 01  WS-COUNTERS.
001060     05 WS-VIVOS-COUNT         PIC 9(07) COMP VALUE ZERO.
001070     05 WS-ANTICIPOS-COUNT     PIC 9(07) COMP VALUE ZERO.
001080     05 WS-CERRADOS-COUNT      PIC 9(07) COMP VALUE ZERO.
001090     05 WS-BAJAS-COUNT         PIC 9(07) COMP VALUE ZERO.
001100     05 WS-DESCUADRES-COUNT    PIC 9(05) COMP VALUE ZERO.
001110
001120 01  WS-CUENTA-PRESTAMOS        PIC 9(06) VALUE ZERO.
001130 01  WS-TOTAL-PRINCIPAL         PIC 9(11)V99 VALUE ZERO.
001140 01  WS-TOTAL-SALDO             PIC 9(11)V99 VALUE ZERO.
001150 01  WS-TOTAL-ANTICIPOS         PIC 9(11)V99 VALUE ZERO.
001160 01  WS-TOTAL-BAJAS             PIC 9(11)V99 VALUE ZERO.
001170 01  WS-SALDO-MAYOR             PIC S9(11)V99 VALUE ZERO.
001180 01  WS-DIFERENCIA              PIC S9(11)V99 VALUE ZERO.
001190
001200 01  WS-TITULO-LINE.
001210     05 FILLER                  PIC X(40)
001220         VALUE "SALDOS DE PRESTAMOS AL PERSONAL VIVOS".
001230
001240 01  WS-DET-LINE.
001250     05 DL-EMP-ID               PIC 9(06).
001260     05 FILLER                  PIC X(01) VALUE SPACES.
001270     05 DL-APELLIDO             PIC X(14).
001280     05 FILLER                  PIC X(01) VALUE SPACES.
001290     05 DL-NUMERO               PIC 9(04).
001300     05 FILLER                  PIC X(01) VALUE SPACES.
001310     05 DL-TIPO                 PIC X(01).
001320     05 FILLER                  PIC X(01) VALUE SPACES.
001330     05 DL-FECHA                PIC 9(08).
001340     05 FILLER                  PIC X(01) VALUE SPACES.
001350     05 DL-PRINCIPAL            PIC ZZZZZZ9,99.
001360     05 FILLER                  PIC X(01) VALUE SPACES.
001370     05 DL-COBRADAS             PIC ZZ9.
001380     05 FILLER                  PIC X(01) VALUE "/".
001390     05 DL-CUOTAS               PIC 999.
001400     05 FILLER                  PIC X(01) VALUE SPACES.
001410     05 DL-CUOTA                PIC ZZZZZZ9,99.
001420     05 FILLER                  PIC X(01) VALUE SPACES.
001430     05 DL-SALDO                PIC ZZZZZZ9,99.
001440     05 DL-NOTA                 PIC X(01).
001450
001460 01  WS-CUADRE-TITULO.
001470     05 FILLER                  PIC X(40)
001480         VALUE "CUADRE CONTRA EL MAYOR (LEDGMSTR)".
001490
001500 01  WS-CUADRE-LINE.
001510     05 CL-ACCT-ID              PIC 9(06).
001520     05 FILLER                  PIC X(01) VALUE SPACES.
001530     05 CL-TIPO                 PIC X(10) VALUE "PRESTAMOS".
001540     05 FILLER                  PIC X(01) VALUE SPACES.
001550     05 CL-REGISTRO             PIC ZZZZZZZZ9,99.
001560     05 FILLER                  PIC X(01) VALUE SPACES.
001570     05 CL-MAYOR                PIC -ZZZZZZZZ9,99.
001580     05 FILLER                  PIC X(01) VALUE SPACES.
001590     05 CL-DIFERENCIA           PIC -ZZZZZZZZ9,99.
001600     05 FILLER                  PIC X(01) VALUE SPACES.
001610     05 CL-NOTA                 PIC X(11).
001620
001630 01  WS-TOTAL-LINE.
001640     05 TL-TEXTO                PIC X(28).
001650     05 TL-CUENTA               PIC ZZZ.ZZ9.
001660     05 FILLER                  PIC X(04) VALUE SPACES.
001670     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001680
001690 PROCEDURE DIVISION.
001700
001710 0000-MAINLINE.
001720     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001730     PERFORM 2000-PROCESS-PRESTAMO THRU 2000-EXIT
001740         UNTIL WS-EOF-MASTER.
001750     PERFORM 8000-CUADRE-MAYOR THRU 8000-EXIT.
001760     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001770     GOBACK.
001780
001790 1000-INITIALIZE.
001800     OPEN INPUT PRESTAMO-MASTER-FILE.
001810     IF NOT WS-PRTMSTR-OK
001820         DISPLAY "PRESTREG: ERROR ABRIENDO PRTMSTR "
001830             WS-PRTMSTR-STATUS
001840         GO TO ABEND-CLEANUP
001850     END-IF
001860     OPEN INPUT EMPLEADO-MASTER-FILE.
001870     IF NOT WS-EMPMSTR-OK
001880         DISPLAY "PRESTREG: ERROR ABRIENDO EMPMSTR "
001890             WS-EMPMSTR-STATUS
001900         GO TO ABEND-CLEANUP
001910     END-IF
001920     OPEN INPUT LEDGER-MASTER-FILE.
001930     IF NOT WS-LEDGMSTR-OK
001940         DISPLAY "PRESTREG: ERROR ABRIENDO LEDGMSTR "
001950             WS-LEDGMSTR-STATUS
001960         GO TO ABEND-CLEANUP
001970     END-IF
001980     OPEN OUTPUT PRT-RPT-FILE.
001990     IF NOT WS-PRTRPT-OK
002000         DISPLAY "PRESTREG: ERROR ABRIENDO PRTRPT "
002010             WS-PRTRPT-STATUS
002020         GO TO ABEND-CLEANUP
002030     END-IF
002040     PERFORM 1200-LEER-PARM THRU 1200-EXIT.
002050     MOVE WS-TITULO-LINE TO PRT-RPT-LINE
002060     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002070     MOVE SPACES TO PRT-RPT-LINE
002080     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002090     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002100 1000-EXIT.
002110     EXIT.
002120
002130* LA CUENTA DE PRESTAMOS AL PERSONAL SE TOMA DE PRTPARM, LA  *
002140* MISMA QUE CARGA PRESTMAN Y ABONA PAYGL.                    *
002150 1200-LEER-PARM.
002160     OPEN INPUT PARM-FILE.
002170     IF NOT WS-PRTPARM-OK
002180         DISPLAY "PRESTREG: ERROR ABRIENDO PRTPARM "
002190             WS-PRTPARM-STATUS
002200         GO TO ABEND-CLEANUP
002210     END-IF
002220     READ PARM-FILE
002230         AT END
002240             DISPLAY "PRESTREG: PRTPARM VACIO"
002250             GO TO ABEND-CLEANUP
002260     END-READ
002270     IF PI-CUENTA-PRESTAMOS IS NOT NUMERIC
002280         OR PI-CUENTA-PRESTAMOS = ZERO
002290         DISPLAY "PRESTREG: CUENTA DE PRESTAMOS INVALIDA"
002300         GO TO ABEND-CLEANUP
002310     END-IF
002320     MOVE PI-CUENTA-PRESTAMOS TO WS-CUENTA-PRESTAMOS
002330     CLOSE PARM-FILE.
002340 1200-EXIT.
002350     EXIT.
002360
002370 2000-PROCESS-PRESTAMO.
002380     IF PRT-VIVO
002390         PERFORM 3000-LINEA-PRESTAMO THRU 3000-EXIT
002400     ELSE
002410         ADD 1 TO WS-CERRADOS-COUNT
002420     END-IF
002430     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002440 2000-EXIT.
002450     EXIT.
002460
002470 2100-READ-MASTER.
002480     READ PRESTAMO-MASTER-FILE NEXT
002490         AT END
002500             SET WS-EOF-MASTER TO TRUE
002510     END-READ
002520     IF NOT WS-EOF-MASTER AND NOT WS-PRTMSTR-OK
002530         DISPLAY "PRESTREG: ERROR LEYENDO PRTMSTR "
002540             WS-PRTMSTR-STATUS
002550         GO TO ABEND-CLEANUP
002560     END-IF
002570 2100-EXIT.
002580     EXIT.
002590
002600* UNA LINEA POR PRESTAMO VIVO. EL EMPLEADO DE BAJA CON       *
002610* SALDO (FINIQUITO QUE NO LO CUBRIO) SE MARCA CON "*" PARA   *
002620* RECLAMARLO.                                                *
002630 3000-LINEA-PRESTAMO.
002640     ADD 1 TO WS-VIVOS-COUNT
002650     ADD PRT-PRINCIPAL TO WS-TOTAL-PRINCIPAL
002660     ADD PRT-SALDO TO WS-TOTAL-SALDO
002670     IF PRT-ANTICIPO
002680         ADD 1 TO WS-ANTICIPOS-COUNT
002690         ADD PRT-SALDO TO WS-TOTAL-ANTICIPOS
002700     END-IF
002710     MOVE PRT-EMP-ID TO EMP-ID
002720     READ EMPLEADO-MASTER-FILE
002730         INVALID KEY
002740             MOVE "*** NO EXISTE" TO APELLIDO
002750             MOVE SPACE TO EMP-ESTADO-SW
002760     END-READ
002770     MOVE SPACE TO DL-NOTA
002780     IF EMP-BAJA
002790         MOVE "*" TO DL-NOTA
002800         ADD 1 TO WS-BAJAS-COUNT
002810         ADD PRT-SALDO TO WS-TOTAL-BAJAS
002820     END-IF
002830     MOVE PRT-EMP-ID TO DL-EMP-ID
002840     MOVE APELLIDO TO DL-APELLIDO
002850     MOVE PRT-NUMERO TO DL-NUMERO
002860     MOVE PRT-TIPO TO DL-TIPO
002870     MOVE PRT-FECHA-DESEMBOLSO TO DL-FECHA
002880     MOVE PRT-PRINCIPAL TO DL-PRINCIPAL
002890     MOVE PRT-CUOTAS-COBRADAS TO DL-COBRADAS
002900     MOVE PRT-NUM-CUOTAS TO DL-CUOTAS
002910     MOVE PRT-CUOTA TO DL-CUOTA
002920     MOVE PRT-SALDO TO DL-SALDO
002930     MOVE WS-DET-LINE TO PRT-RPT-LINE
002940     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
002950 3000-EXIT.
002960     EXIT.
002970
002980 7100-WRITE-RPT.
002990     WRITE PRT-RPT-LINE
003000     IF NOT WS-PRTRPT-OK
003010         DISPLAY "PRESTREG: ERROR ESCRIBIENDO PRTRPT "
003020             WS-PRTRPT-STATUS
003030         GO TO ABEND-CLEANUP
003040     END-IF.
003050 7100-EXIT.
003060     EXIT.
003070
003080* CUADRE: EL TOTAL DE SALDOS VIVOS CONTRA EL SALDO DEUDOR    *
003090* DE LA CUENTA DE PRESTAMOS AL PERSONAL EN EL MAYOR.         *
003100 8000-CUADRE-MAYOR.
003110     MOVE SPACES TO PRT-RPT-LINE
003120     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003130     MOVE "PRESTAMOS VIVOS / PRINCIPAL" TO TL-TEXTO
003140     MOVE WS-VIVOS-COUNT TO TL-CUENTA
003150     MOVE WS-TOTAL-PRINCIPAL TO TL-IMPORTE
003160     MOVE WS-TOTAL-LINE TO PRT-RPT-LINE
003170     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003180     MOVE "SALDO PENDIENTE            " TO TL-TEXTO
003190     MOVE WS-VIVOS-COUNT TO TL-CUENTA
003200     MOVE WS-TOTAL-SALDO TO TL-IMPORTE
003210     MOVE WS-TOTAL-LINE TO PRT-RPT-LINE
003220     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003230     MOVE "  DEL CUAL ANTICIPOS       " TO TL-TEXTO
003240     MOVE WS-ANTICIPOS-COUNT TO TL-CUENTA
003250     MOVE WS-TOTAL-ANTICIPOS TO TL-IMPORTE
003260     MOVE WS-TOTAL-LINE TO PRT-RPT-LINE
003270     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003280     MOVE "  DEL CUAL BAJAS (*)       " TO TL-TEXTO
003290     MOVE WS-BAJAS-COUNT TO TL-CUENTA
003300     MOVE WS-TOTAL-BAJAS TO TL-IMPORTE
003310     MOVE WS-TOTAL-LINE TO PRT-RPT-LINE
003320     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003330     MOVE SPACES TO PRT-RPT-LINE
003340     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003350     MOVE WS-CUADRE-TITULO TO PRT-RPT-LINE
003360     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003370     MOVE WS-CUENTA-PRESTAMOS TO CL-ACCT-ID
003380     MOVE WS-TOTAL-SALDO TO CL-REGISTRO
003390     MOVE WS-CUENTA-PRESTAMOS TO LEDG-ACCT-ID
003400     READ LEDGER-MASTER-FILE
003410         INVALID KEY
003420             MOVE ZERO TO LEDG-SALDO
003430     END-READ
003440     MOVE LEDG-SALDO TO WS-SALDO-MAYOR
003450     COMPUTE WS-DIFERENCIA = WS-TOTAL-SALDO - WS-SALDO-MAYOR
003460     MOVE WS-SALDO-MAYOR TO CL-MAYOR
003470     MOVE WS-DIFERENCIA TO CL-DIFERENCIA
003480     EVALUATE TRUE
003490         WHEN NOT WS-LEDGMSTR-OK
003500             MOVE "NO EN MAYOR" TO CL-NOTA
003510             ADD 1 TO WS-DESCUADRES-COUNT
003520         WHEN WS-DIFERENCIA NOT = ZERO
003530             MOVE "DESCUADRE" TO CL-NOTA
003540             ADD 1 TO WS-DESCUADRES-COUNT
003550         WHEN OTHER
003560             MOVE "CUADRA" TO CL-NOTA
003570     END-EVALUATE
003580     MOVE WS-CUADRE-LINE TO PRT-RPT-LINE
003590     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
003600 8000-EXIT.
003610     EXIT.
003620
003630 9000-TERMINATE.
003640     CLOSE PRESTAMO-MASTER-FILE.
003650     CLOSE EMPLEADO-MASTER-FILE.
003660     CLOSE LEDGER-MASTER-FILE.
003670     CLOSE PRT-RPT-FILE.
003680     DISPLAY "PRESTREG: VIVOS " WS-VIVOS-COUNT
003690         " CERRADOS " WS-CERRADOS-COUNT
003700         " DESCUADRES " WS-DESCUADRES-COUNT.
003710     IF WS-DESCUADRES-COUNT > ZERO
003720         MOVE 4 TO RETURN-CODE
003730     END-IF.
003740 9000-EXIT.
003750     EXIT.
003760
003770 ABEND-CLEANUP.
003780     DISPLAY "PRESTREG: TERMINACION ANORMAL - CERRANDO FICHEROS".
003790     CLOSE PRESTAMO-MASTER-FILE.
003800     CLOSE EMPLEADO-MASTER-FILE.
003810     CLOSE LEDGER-MASTER-FILE.
003820     CLOSE PRT-RPT-FILE.
003830     MOVE 16 TO RETURN-CODE.
003840     GOBACK.
003850
003860     END PROGRAM PRESTREG.

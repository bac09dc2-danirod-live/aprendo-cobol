000010*----------------------------------------------------------*
000020* ACTREG - LISTADO DEL REGISTRO DE INMOVILIZADO Y CUADRE     *
000030*          CONTRA LAS CUENTAS DEL MAYOR                      *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. ACTREG.
000070 AUTHOR. EQUIPO DE CONTABILIDAD.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. LISTA EN ACTRPT CADA      *
000150*                ELEMENTO EN USO DE ACTMSTR CON SU COSTE,    *
000160*                AMORTIZACION ACUMULADA Y VALOR NETO, Y      *
000170*                TOTALIZA EL COSTE POR CUENTA DE ACTIVO Y LA *
000180*                AMORTIZACION POR CUENTA DE AMORTIZACION     *
000190*                ACUMULADA PARA CUADRARLOS CONTRA EL SALDO   *
000200*                DE ESAS CUENTAS EN LEDGMSTR (LA ACUMULADA   *
000210*                TIENE SALDO ACREEDOR). LAS BAJAS YA HAN     *
000220*                SALIDO DEL MAYOR Y NO CUENTAN. CORRER TRAS  *
000230*                LA NOCHE QUE HAYA POSTEADO EL ULTIMO LOTE   *
000240*                ACTOUT; UN DESCUADRE DEVUELVE CODIGO 4.     *
000250*----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT ACTIVO-MASTER-FILE ASSIGN TO "ACTMSTR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS ACT-ID
000380         FILE STATUS IS WS-ACTMSTR-STATUS.
000390
000400     SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS LEDG-ACCT-ID
000440         FILE STATUS IS WS-LEDGMSTR-STATUS.
000450
000460     SELECT ACT-RPT-FILE ASSIGN TO "ACTRPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-ACTRPT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  ACTIVO-MASTER-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY ACTIVO.
000550
000560 FD  LEDGER-MASTER-FILE
000570     LABEL RECORDS ARE STANDARD.
000580     COPY LEDGER.
000590
000600 FD  ACT-RPT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  ACT-RPT-LINE               PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650 01  WS-ACTMSTR-STATUS          PIC X(02) VALUE SPACES.
000660     88 WS-ACTMSTR-OK               VALUE "00".
000670
000680 01  WS-LEDGMSTR-STATUS         PIC X(02) VALUE SPACES.
000690     88 WS-LEDGMSTR-OK              VALUE "00".
000700
000710 01  WS-ACTRPT-STATUS           PIC X(02) VALUE SPACES.
000720     88 WS-ACTRPT-OK                VALUE "00".
000730
000740 01  WS-SWITCHES.
000750     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
000760         88 WS-EOF-MASTER           VALUE "Y".
000770
000780 01  WS-COUNTERS.
000790     05 WS-EN-USO-COUNT        PIC 9(07) COMP VALUE ZERO.
000800     05 WS-BAJAS-COUNT         PIC 9(07) COMP VALUE ZERO.
000810     05 WS-DESCUADRES-COUNT    PIC 9(05) COMP VALUE ZERO.
000820
000830 01  WS-TOTAL-COSTE             PIC 9(11)V99 VALUE ZERO.
000840 01  WS-TOTAL-ACUMULADA         PIC 9(11)V99 VALUE ZERO.
000850 01  WS-SALDO-MAYOR             PIC S9(11)V99 VALUE ZERO.
000860 01  WS-DIFERENCIA              PIC S9(11)V99 VALUE ZERO.
000870 01  WS-CUENTA-BUSCADA          PIC 9(06) VALUE ZERO.
000880 01  WS-TIPO-BUSCADO            PIC X(01) VALUE SPACES.
000890 01  WS-IMPORTE-CUENTA          PIC 9(11)V99 VALUE ZERO.
000900
000910*----------------------------------------------------------*
000920* SALDO DEL REGISTRO POR CUENTA: TIPO A COSTE EN CUENTA DE   *
000930* ACTIVO, TIPO M AMORTIZACION EN CUENTA DE ACUMULADA.        *
000940*----------------------------------------------------------*
000950 01  WS-CTA-TAB-COUNT           PIC 9(04) COMP VALUE ZERO.
000960 01  WS-CTA-TABLA.
000970     05 WS-CTA-ENTRY OCCURS 1 TO 500 TIMES
000980             DEPENDING ON WS-CTA-TAB-COUNT
000990             INDEXED BY WS-CTA-IDX.
001000         10 CT-ACCT-ID           PIC 9(06).
001010         10 CT-TIPO              PIC X(01).
001020         10 CT-REGISTRO          PIC 9(11)V99.
001030
001040 01  WS-TITULO-LINE.
001050     05 FILLER                  PIC X(40)
001060         VALUE "REGISTRO DE INMOVILIZADO EN USO".
001070
001080 01  WS-DET-LINE.
001090     05 DL-ACT-ID               PIC 9(06).
001100     05 FILLER                  PIC X(01) VALUE SPACES.
001110     05 DL-DESCRIPCION          PIC X(18).
001120     05 FILLER                  PIC X(01) VALUE SPACES.
001130     05 DL-DEPTO                PIC X(04).
001140     05 FILLER                  PIC X(01) VALUE SPACES.
001150     05 DL-FECHA                PIC 9(08).
001160     05 FILLER                  PIC X(01) VALUE SPACES.
001170     05 DL-COSTE                PIC ZZZZZZZZ9,99.
001180     05 FILLER                  PIC X(01) VALUE SPACES.
001190     05 DL-ACUMULADA            PIC ZZZZZZZZ9,99.
001200     05 FILLER                  PIC X(01) VALUE SPACES.
001210     05 DL-NETO                 PIC ZZZZZZZZ9,99.
001220
001230 01  WS-CUADRE-TITULO.
001240     05 FILLER                  PIC X(40)
001250         VALUE "CUADRE CONTRA EL MAYOR (LEDGMSTR)".
001260
001270 01  WS-CUADRE-LINE.
001280     05 CL-ACCT-ID              PIC 9(06).
001290     05 FILLER                  PIC X(01) VALUE SPACES.
001300     05 CL-TIPO                 PIC X(10).
001310     05 FILLER                  PIC X(01) VALUE SPACES.
001320     05 CL-REGISTRO             PIC ZZZZZZZZ9,99.
001330     05 FILLER                  PIC X(01) VALUE SPACES.
001340     05 CL-MAYOR                PIC -ZZZZZZZZ9,99.
001350     05 FILLER                  PIC X(01) VALUE SPACES.
001360     05 CL-DIFERENCIA           PIC -ZZZZZZZZ9,99.
001370     05 FILLER                  PIC X(01) VALUE SPACES.
001380     05 CL-NOTA                 PIC X(11).
001390
001400 01  WS-TOTAL-LINE.
001410     05 TL-TEXTO                PIC X(28).
001420     05 TL-CUENTA               PIC ZZZ.ZZ9.
001430     05 FILLER                  PIC X(04) VALUE SPACES.
001440     05 TL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001450
001460 PROCEDURE DIVISION.
001470
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001500     PERFORM 2000-PROCESS-ACTIVO THRU 2000-EXIT
001510         UNTIL WS-EOF-MASTER.
001520     PERFORM 8000-CUADRE-MAYOR THRU 8000-EXIT.
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001540     GOBACK.
001550
001560 1000-INITIALIZE.
001570     OPEN INPUT ACTIVO-MASTER-FILE.
001580     IF NOT WS-ACTMSTR-OK
001590         DISPLAY "ACTREG: ERROR ABRIENDO ACTMSTR "
001600             WS-ACTMSTR-STATUS
001610         GO TO ABEND-CLEANUP
001620     END-IF
001630     OPEN INPUT LEDGER-MASTER-FILE.
001640     IF NOT WS-LEDGMSTR-OK
001650         DISPLAY "ACTREG: ERROR ABRIENDO LEDGMSTR "
001660             WS-LEDGMSTR-STATUS
001670         GO TO ABEND-CLEANUP
001680     END-IF
001690     OPEN OUTPUT ACT-RPT-FILE.
001700     IF NOT WS-ACTRPT-OK
001710         DISPLAY "ACTREG: ERROR ABRIENDO ACTRPT "
001720             WS-ACTRPT-STATUS
001730         GO TO ABEND-CLEANUP
001740     END-IF
001750     MOVE WS-TITULO-LINE TO ACT-RPT-LINE
001760     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
001770     MOVE SPACES TO ACT-RPT-LINE
001780     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
001790     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001800 1000-EXIT.
001810     EXIT.
001820
001830 2000-PROCESS-ACTIVO.
001840     IF ACT-DADO-DE-BAJA
001850         ADD 1 TO WS-BAJAS-COUNT
001860     ELSE
001870         PERFORM 3000-LINEA-ACTIVO THRU 3000-EXIT
001880     END-IF
001890     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001900 2000-EXIT.
001910     EXIT.
001920
001930 2100-READ-MASTER.
001940     READ ACTIVO-MASTER-FILE NEXT
001950         AT END
001960             SET WS-EOF-MASTER TO TRUE
001970     END-READ
001980     IF NOT WS-EOF-MASTER AND NOT WS-ACTMSTR-OK
001990         DISPLAY "ACTREG: ERROR LEYENDO ACTMSTR "
002000             WS-ACTMSTR-STATUS
002010         GO TO ABEND-CLEANUP
002020     END-IF
002030 2100-EXIT.
002040     EXIT.
002050
002060 3000-LINEA-ACTIVO.
002070     ADD 1 TO WS-EN-USO-COUNT
002080     ADD ACT-COSTE TO WS-TOTAL-COSTE
002090     ADD ACT-AMORT-ACUMULADA TO WS-TOTAL-ACUMULADA
002100     MOVE ACT-ID TO DL-ACT-ID
002110     MOVE ACT-DESCRIPCION TO DL-DESCRIPCION
002120     MOVE ACT-DEPTO TO DL-DEPTO
002130     MOVE ACT-FECHA-ADQUISICION TO DL-FECHA
002140     MOVE ACT-COSTE TO DL-COSTE
002150     MOVE ACT-AMORT-ACUMULADA TO DL-ACUMULADA
002160     COMPUTE DL-NETO = ACT-COSTE - ACT-AMORT-ACUMULADA
002170     MOVE WS-DET-LINE TO ACT-RPT-LINE
002180     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002190     MOVE ACT-CUENTA-ACTIVO TO WS-CUENTA-BUSCADA
002200     MOVE "A" TO WS-TIPO-BUSCADO
002210     MOVE ACT-COSTE TO WS-IMPORTE-CUENTA
002220     PERFORM 7000-ACUMULAR-CUENTA THRU 7000-EXIT
002230     MOVE ACT-CUENTA-AMORT-ACUM TO WS-CUENTA-BUSCADA
002240     MOVE "M" TO WS-TIPO-BUSCADO
002250     MOVE ACT-AMORT-ACUMULADA TO WS-IMPORTE-CUENTA
002260     PERFORM 7000-ACUMULAR-CUENTA THRU 7000-EXIT.
002270 3000-EXIT.
002280     EXIT.
002290
002300 7000-ACUMULAR-CUENTA.
002310     SET WS-CTA-IDX TO 1
002320     SEARCH WS-CTA-ENTRY
002330         AT END
002340             PERFORM 7050-NUEVA-ENTRADA THRU 7050-EXIT
002350             SET WS-CTA-IDX TO WS-CTA-TAB-COUNT
002360         WHEN CT-ACCT-ID (WS-CTA-IDX) = WS-CUENTA-BUSCADA
002370             AND CT-TIPO (WS-CTA-IDX) = WS-TIPO-BUSCADO
002380             CONTINUE
002390     END-SEARCH
002400     ADD WS-IMPORTE-CUENTA TO CT-REGISTRO (WS-CTA-IDX).
002410 7000-EXIT.
002420     EXIT.
002430
002440 7050-NUEVA-ENTRADA.
002450     IF WS-CTA-TAB-COUNT >= 500
002460         DISPLAY "ACTREG: TABLA DE CUENTAS LLENA"
002470         GO TO ABEND-CLEANUP
002480     END-IF
002490     ADD 1 TO WS-CTA-TAB-COUNT
002500     MOVE WS-CUENTA-BUSCADA TO CT-ACCT-ID (WS-CTA-TAB-COUNT)
002510     MOVE WS-TIPO-BUSCADO TO CT-TIPO (WS-CTA-TAB-COUNT)
002520     MOVE ZERO TO CT-REGISTRO (WS-CTA-TAB-COUNT).
002530 7050-EXIT.
002540     EXIT.
002550
002560 7100-WRITE-RPT.
002570     WRITE ACT-RPT-LINE
002580     IF NOT WS-ACTRPT-OK
002590         DISPLAY "ACTREG: ERROR ESCRIBIENDO ACTRPT "
002600             WS-ACTRPT-STATUS
002610         GO TO ABEND-CLEANUP
002620     END-IF.
002630 7100-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002670* CUADRE: POR CADA CUENTA DEL REGISTRO, SALDO DEL MAYOR (EL  *
002680* DE LA ACUMULADA CAMBIADO DE SIGNO) CONTRA EL DEL REGISTRO. *
002690*----------------------------------------------------------*
002700 8000-CUADRE-MAYOR.
002710     MOVE SPACES TO ACT-RPT-LINE
002720     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002730     MOVE "ELEMENTOS EN USO           " TO TL-TEXTO
002740     MOVE WS-EN-USO-COUNT TO TL-CUENTA
002750     MOVE WS-TOTAL-COSTE TO TL-IMPORTE
002760     MOVE WS-TOTAL-LINE TO ACT-RPT-LINE
002770     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002780     MOVE "AMORTIZACION ACUMULADA     " TO TL-TEXTO
002790     MOVE ZERO TO TL-CUENTA
002800     MOVE WS-TOTAL-ACUMULADA TO TL-IMPORTE
002810     MOVE WS-TOTAL-LINE TO ACT-RPT-LINE
002820     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002830     MOVE "VALOR NETO CONTABLE        " TO TL-TEXTO
002840     COMPUTE TL-IMPORTE = WS-TOTAL-COSTE - WS-TOTAL-ACUMULADA
002850     MOVE WS-TOTAL-LINE TO ACT-RPT-LINE
002860     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002870     MOVE SPACES TO ACT-RPT-LINE
002880     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002890     MOVE WS-CUADRE-TITULO TO ACT-RPT-LINE
002900     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
002910     PERFORM 8100-CUADRE-CUENTA THRU 8100-EXIT
002920         VARYING WS-CTA-IDX FROM 1 BY 1
002930         UNTIL WS-CTA-IDX > WS-CTA-TAB-COUNT.
002940 8000-EXIT.
002950     EXIT.
002960
002970 8100-CUADRE-CUENTA.
002980     MOVE CT-ACCT-ID (WS-CTA-IDX) TO CL-ACCT-ID
002990     MOVE CT-REGISTRO (WS-CTA-IDX) TO CL-REGISTRO
003000     IF CT-TIPO (WS-CTA-IDX) = "A"
003010         MOVE "COSTE" TO CL-TIPO
003020     ELSE
003030         MOVE "AMORT.ACUM" TO CL-TIPO
003040     END-IF
003050     MOVE CT-ACCT-ID (WS-CTA-IDX) TO LEDG-ACCT-ID
003060     READ LEDGER-MASTER-FILE
003070         INVALID KEY
003080             MOVE ZERO TO LEDG-SALDO
003090     END-READ
003100     IF CT-TIPO (WS-CTA-IDX) = "A"
003110         MOVE LEDG-SALDO TO WS-SALDO-MAYOR
003120     ELSE
003130         COMPUTE WS-SALDO-MAYOR = ZERO - LEDG-SALDO
003140     END-IF
003150     COMPUTE WS-DIFERENCIA =
003160         CT-REGISTRO (WS-CTA-IDX) - WS-SALDO-MAYOR
003170     MOVE WS-SALDO-MAYOR TO CL-MAYOR
003180     MOVE WS-DIFERENCIA TO CL-DIFERENCIA
003190     EVALUATE TRUE
003200         WHEN NOT WS-LEDGMSTR-OK
003210             MOVE "NO EN MAYOR" TO CL-NOTA
003220             ADD 1 TO WS-DESCUADRES-COUNT
003230         WHEN WS-DIFERENCIA NOT = ZERO
003240             MOVE "DESCUADRE" TO CL-NOTA
003250             ADD 1 TO WS-DESCUADRES-COUNT
003260         WHEN OTHER
003270             MOVE "CUADRA" TO CL-NOTA
003280     END-EVALUATE
003290     MOVE WS-CUADRE-LINE TO ACT-RPT-LINE
003300     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
003310 8100-EXIT.
003320     EXIT.
003330
003340 9000-TERMINATE.
003350     MOVE SPACES TO ACT-RPT-LINE
003360     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003370     MOVE "CUENTAS DESCUADRADAS       " TO TL-TEXTO
003380     MOVE WS-DESCUADRES-COUNT TO TL-CUENTA
003390     MOVE ZERO TO TL-IMPORTE
003400     MOVE WS-TOTAL-LINE TO ACT-RPT-LINE
003410     PERFORM 7100-WRITE-RPT THRU 7100-EXIT
003420     CLOSE ACTIVO-MASTER-FILE.
003430     CLOSE LEDGER-MASTER-FILE.
003440     CLOSE ACT-RPT-FILE.
003450     DISPLAY "ACTREG: EN USO " WS-EN-USO-COUNT
003460         " BAJAS " WS-BAJAS-COUNT
003470         " DESCUADRES " WS-DESCUADRES-COUNT.
003480     IF WS-DESCUADRES-COUNT > ZERO
003490         MOVE 4 TO RETURN-CODE
003500     END-IF.
003510 9000-EXIT.
003520     EXIT.
003530
003540 ABEND-CLEANUP.
003550     DISPLAY "ACTREG: TERMINACION ANORMAL - CERRANDO FICHEROS".
003560     CLOSE ACTIVO-MASTER-FILE.
003570     CLOSE LEDGER-MASTER-FILE.
003580     CLOSE ACT-RPT-FILE.
003590     MOVE 16 TO RETURN-CODE.
003600     GOBACK.
003610
003620     END PROGRAM ACTREG.

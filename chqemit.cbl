000279*                CORRIDA. DOS PAGOS DISTINTOS DEL MISMO DIA  *
000280*                RECIBEN ASI SU CHEQUE CADA UNO Y EL         *
000281*                RELANCE SIGUE SIN DUPLICAR.                 *
000282* 2026-10-15 DR  LAS ANULACIONES DE NOMINA (NETO CERO O      *
000283*                NEGATIVO) NO LLEVAN CHEQUE, Y DE LAS DEMAS  *
000284*                NOMINAS SE EMITE EL NETO MENOS LO           *
000285*                COMPENSADO CON UNA ANULACION ANTERIOR       *
000286*                (NP-COMPENSADO), CON EL MISMO CRITERIO QUE  *
000287*                PAGOBAN.                                    *
000288*----------------------------------------------------------*
000289
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
001270     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
001280     05 WS-CHEQUES-COUNT       PIC 9(07) COMP VALUE ZERO.
001284     05 WS-YA-EMITIDOS-COUNT   PIC 9(07) COMP VALUE ZERO.
001287     05 WS-SIN-ABONO-COUNT     PIC 9(07) COMP VALUE ZERO.
001290
001300 01  WS-SEQ-ACTUAL               PIC 9(08) VALUE ZERO.
001310 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001320 01  WS-TOTAL-EMITIDO            PIC 9(11)V99 VALUE ZERO.
001325 01  WS-NETO-A-PAGAR             PIC S9(07)V99 VALUE ZERO.
001330 01  WS-NOMBRE-EMP               PIC X(35) VALUE SPACES.
001340
001350 01  WS-CHQ-MARCO.
002470* CHEQUE AL NETO QUE NO TIENE NINGUNA CUENTA ACTIVA EN       *
002480* BNKMSTR, QUE ES EXACTAMENTE EL QUE PAGOBAN DESVIO A SU     *
002490* LISTADO DE EXCEPCIONES.                                    *
002493* LAS ANULACIONES Y LOS NETOS YA COMPENSADOS DEL TODO NO     *
002497* LLEVAN CHEQUE.                                             *
002500*----------------------------------------------------------*
002510 2000-PROCESS-NETO.
002520     ADD 1 TO WS-LEIDOS-COUNT
002522     COMPUTE WS-NETO-A-PAGAR = NP-NETO - NP-COMPENSADO
002523     IF NP-NETO NOT > ZERO OR WS-NETO-A-PAGAR NOT > ZERO
002525         ADD 1 TO WS-SIN-ABONO-COUNT
002527         GO TO 2000-LEER
002528     END-IF
002530     PERFORM 2500-BUSCAR-CUENTA THRU 2500-EXIT
002540     IF NOT WS-TIENE-CUENTA
002542         PERFORM 2700-CHEQUE-YA-EMITIDO THRU 2700-EXIT
002548         ELSE
002550             PERFORM 3000-EMITIR-CHEQUE THRU 3000-EXIT
002552         END-IF
002560     END-IF.
002565 2000-LEER.
002570     PERFORM 2100-READ-NETO THRU 2100-EXIT.
002580 2000-EXIT.
002590     EXIT.
003063     END-IF
003064     IF CHQ-EMP-ID = NP-EMP-ID
003065         AND CHQ-FECHA-NOMINA = NP-FECHA-NOMINA
003066         AND CHQ-IMPORTE = WS-NETO-A-PAGAR
003067         AND NOT CHQ-ANULADO
003068         MOVE "S" TO WS-CHQ-EXISTE-SW
003069     END-IF.
003140     MOVE NP-EMP-ID TO CHQ-EMP-ID
003150     MOVE WS-FECHA-PROCESO TO CHQ-FECHA-EMISION
003160     MOVE NP-FECHA-NOMINA TO CHQ-FECHA-NOMINA
003170     MOVE WS-NETO-A-PAGAR TO CHQ-IMPORTE
003180     MOVE "E" TO CHQ-ESTADO-SW
003190     MOVE WS-FECHA-PROCESO TO CHQ-FECHA-ESTADO
003200     WRITE CHEQUE-REG-REC
003250     END-IF
003260     PERFORM 3200-IMPRIMIR-CHEQUE THRU 3200-EXIT
003270     ADD 1 TO WS-CHEQUES-COUNT
003280     ADD WS-NETO-A-PAGAR TO WS-TOTAL-EMITIDO.
003290 3000-EXIT.
003300     EXIT.
003310
003550     MOVE NP-EMP-ID TO CH2-EMP-ID
003560     MOVE WS-CHQ-LINEA2 TO CHEQUE-RPT-LINE
003570     PERFORM 3300-WRITE-RPT THRU 3300-EXIT
003580     MOVE WS-NETO-A-PAGAR TO CH3-IMPORTE
003590     MOVE NP-FECHA-NOMINA TO CH3-FECHA-NOM
003600     MOVE WS-CHQ-LINEA3 TO CHEQUE-RPT-LINE
003610     PERFORM 3300-WRITE-RPT THRU 3300-EXIT
003874     MOVE WS-YA-EMITIDOS-COUNT TO TL-CUENTA
003876     MOVE ZERO TO TL-IMPORTE
003878     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003879     MOVE "ANULADOS/COMPENSADOS  " TO TL-TEXTO
003880     MOVE WS-SIN-ABONO-COUNT TO TL-CUENTA
003881     MOVE ZERO TO TL-IMPORTE
003882     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
003886     PERFORM 9200-GRABAR-SEQ THRU 9200-EXIT.
003890     CLOSE NETO-PAGO-FILE.
003900     CLOSE BANCO-MASTER-FILE.
003910     CLOSE EMPLEADO-MASTER-FILE.

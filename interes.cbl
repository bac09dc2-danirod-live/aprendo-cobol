000254*                COMPARTIDO RUNSTATS (COPY RUNSTATS) PARA    *
000256*                QUE EL CONTROL PREVIO AL CIERRE PUEDA       *
000258*                COMPROBAR QUE EL DEVENGO DEL MES CORRIO.    *
000259* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000260*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000261*                COSTE, VER COPY LEDGTRAN).                  *
000262* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000263*                SISTEMA INTERES Y COMO CLAVE LA CUENTA DE   *
000264*                LEDGMSTR QUE DEVENGA Y LA FECHA, PARA LA    *
000265*                TRAZA DE TRAZADTL.                          *
000267*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
001350     05 FILLER                  PIC X(26) VALUE
001360         "CUENTAS CON DEVENGO       ".
001370     05 TL-CUENTA               PIC ZZZZ9.
001371
001372*----------------------------------------------------------*
001373* ORIGEN DEL APUNTE (LT-ORIGEN): LA CUENTA DE LEDGMSTR QUE   *
001374* DEVENGA Y LA FECHA DE PROCESO. LAS DOS PATAS LLEVAN LA     *
001375* MISMA.                                                     *
001376*----------------------------------------------------------*
001377 01  WS-ORIGEN-APUNTE.
001378     05 FILLER                  PIC X(08) VALUE "INTERES".
001379     05 WS-ORG-CUENTA           PIC 9(06) VALUE ZERO.
001380     05 WS-ORG-FECHA            PIC 9(08) VALUE ZERO.
001381     05 FILLER                  PIC X(06) VALUE SPACES.
001385
001390 PROCEDURE DIVISION.
001400
001410 0000-MAINLINE.
002660     MOVE ZERO TO LT-SEQ-REF
002662     MOVE ZERO TO LT-DOC-NO
002663     MOVE SPACES TO LT-IVA-CODIGO
002666     MOVE ZERO TO LT-CENTRO-COSTE
002670     PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT
002680     MOVE WS-CTA-RESULTADO TO LT-ACCT-ID
002690     IF WS-INTERES-MES > ZERO
002830     EXIT.
002840
002850 7000-GRABAR-APUNTE.
002852     MOVE LEDG-ACCT-ID TO WS-ORG-CUENTA
002854     MOVE LT-FECHA TO WS-ORG-FECHA
002856     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
002860     WRITE LEDGER-TRANS-REC
002870     IF NOT WS-INTOUT-OK
002880         DISPLAY "INTERES: ERROR GRABANDO INTOUT "

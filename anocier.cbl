000258*                PERMSTR (LO ABRE CIERRE AL CERRAR           *
000259*                DICIEMBRE). CORRIDO EN ENERO, EL EJERCICIO  *
000260*                QUE SE CIERRA ES EL ANTERIOR.               *
000261* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000262*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000263*                COSTE, VER COPY LEDGTRAN).                  *
000264* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000265*                SISTEMA ANOCIER Y COMO CLAVE LA CUENTA DE   *
000266*                LEDGMSTR Y LA FECHA DEL AJUSTE, PARA LA     *
000267*                TRAZA DE TRAZADTL.                          *
000268*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
001500     05 RL-MONEDA               PIC X(03).
001510     05 FILLER                  PIC X(01) VALUE SPACES.
001520     05 RL-RESULTADO            PIC Z.ZZZ.ZZZ.ZZ9,99-.
001521
001522*----------------------------------------------------------*
001523* ORIGEN DEL APUNTE (LT-ORIGEN): LA CUENTA DE LEDGMSTR QUE   *
001524* SE CIERRA (O LA DE RESULTADOS) Y LA FECHA DEL AJUSTE.      *
001525*----------------------------------------------------------*
001526 01  WS-ORIGEN-APUNTE.
001527     05 FILLER                  PIC X(08) VALUE "ANOCIER".
001528     05 WS-ORG-CUENTA           PIC 9(06) VALUE ZERO.
001529     05 WS-ORG-FECHA            PIC 9(08) VALUE ZERO.
001532     05 FILLER                  PIC X(06) VALUE SPACES.
001536
001540 PROCEDURE DIVISION.
001550
001560 0000-MAINLINE.
002720     MOVE ZERO TO LT-SEQ-REF
002722     MOVE ZERO TO LT-DOC-NO
002723     MOVE SPACES TO LT-IVA-CODIGO
002726     MOVE ZERO TO LT-CENTRO-COSTE
002730     PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT
002740     PERFORM 6000-ACUMULA-RESULTADO THRU 6000-EXIT
002750     MOVE LEDG-ACCT-ID TO DET-ACCT-ID
003070     EXIT.
003080
003090 7000-GRABAR-APUNTE.
003092     MOVE LT-ACCT-ID TO WS-ORG-CUENTA
003094     MOVE LT-FECHA TO WS-ORG-FECHA
003096     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
003100     WRITE LEDGER-TRANS-REC
003110     IF NOT WS-ANOCOUT-OK
003120         DISPLAY "ANOCIER: ERROR GRABANDO ANOCOUT "
003510     MOVE ZERO TO LT-SEQ-REF
003512     MOVE ZERO TO LT-DOC-NO
003513     MOVE SPACES TO LT-IVA-CODIGO
003516     MOVE ZERO TO LT-CENTRO-COSTE
003520     PERFORM 7000-GRABAR-APUNTE THRU 7000-EXIT
003530     MOVE MT-MONEDA (WS-MONTAB-IDX) TO RL-MONEDA
003540     MOVE MT-RESULTADO (WS-MONTAB-IDX) TO RL-RESULTADO

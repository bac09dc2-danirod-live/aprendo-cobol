000256*                OVERRIDE "FORZAR" EN FICFORZ. UN FEED        *
000257*                RETRANSMITIDO SE POSTEO DOS VECES EL         *
000258*                TRIMESTRE PASADO.                            *
000259* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000260*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000261*                COSTE, VER COPY LEDGTRAN).                  *
000262* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000263*                SISTEMA FEEDPOST Y COMO CLAVE LA FEED-CLAVE *
000264*                Y LA FECHA DE PROCESO, PARA LA TRAZA DE     *
000265*                TRAZADTL.                                   *
000267*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
001280     05 XL-CLAVE                 PIC X(05).
001290     05 FILLER                   PIC X(04) VALUE SPACES.
001300     05 XL-MOTIVO                PIC X(30).
001301
001302*----------------------------------------------------------*
001303* ORIGEN DEL APUNTE (LT-ORIGEN): LA CLAVE DEL REGISTRO DEL   *
001304* FEED Y LA FECHA DE PROCESO.                                *
001305*----------------------------------------------------------*
001306 01  WS-ORIGEN-APUNTE.
001307     05 FILLER                  PIC X(08) VALUE "FEEDPOST".
001308     05 WS-ORG-FEED             PIC X(05) VALUE SPACES.
001309     05 WS-ORG-FECHA            PIC 9(08) VALUE ZERO.
001312     05 FILLER                  PIC X(07) VALUE SPACES.
001316
001320 PROCEDURE DIVISION.
001330
001340 0000-MAINLINE.
002800     MOVE ZERO TO LT-SEQ-REF
002802     MOVE ZERO TO LT-DOC-NO
002803     MOVE SPACES TO LT-IVA-CODIGO
002806     MOVE ZERO TO LT-CENTRO-COSTE
002807     MOVE FEED-CLAVE TO WS-ORG-FEED
002808     MOVE WS-FECHA-PROCESO TO WS-ORG-FECHA
002809     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
002810     WRITE LEDGER-TRANS-REC
002820     IF NOT WS-FEEDOUT-OK
002830         DISPLAY "FEEDPOST: ERROR GRABANDO FEEDOUT "

000190*                EL LISTADO RECURRPT DE LO GENERADO. EL DIA  *
000200*                DEL MES SE RECORTA AL ULTIMO DIA REAL DEL   *
000210*                MES (31 EN ABRIL PASA A 30, ETC.).          *
000213* 2026-10-15 DR  EL APUNTE LLEVA EL CENTRO DE COSTE DE LA    *
000216*                PLANTILLA (REC-CENTRO-COSTE).               *
000217* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000218*                SISTEMA RECURGEN Y COMO CLAVE LA PLANTILLA  *
000219*                DE RECURMST Y EL PERIODO, PARA LA TRAZA DE  *
000222*                TRAZADTL.                                   *
000226*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
001080     05 DL-FECHA                PIC 9(08).
001090     05 FILLER                  PIC X(02) VALUE SPACES.
001100     05 DL-NOTA                 PIC X(20).
001101
001102*----------------------------------------------------------*
001103* ORIGEN DEL APUNTE (LT-ORIGEN): LA PLANTILLA DE RECURMST Y  *
001104* EL PERIODO GENERADO.                                       *
001105*----------------------------------------------------------*
001106 01  WS-ORIGEN-APUNTE.
001107     05 FILLER                  PIC X(08) VALUE "RECURGEN".
001108     05 WS-ORG-PLANTILLA        PIC 9(04) VALUE ZERO.
001109     05 WS-ORG-ANIO             PIC 9(04) VALUE ZERO.
001110     05 WS-ORG-MES              PIC 9(02) VALUE ZERO.
001111     05 FILLER                  PIC X(10) VALUE SPACES.
001115
001120 PROCEDURE DIVISION.
001130
001140 0000-MAINLINE.
002280     MOVE ZERO TO LT-SEQ-REF
002282     MOVE ZERO TO LT-DOC-NO
002283     MOVE SPACES TO LT-IVA-CODIGO
002286     MOVE REC-CENTRO-COSTE TO LT-CENTRO-COSTE
002287     MOVE REC-PLANTILLA-ID TO WS-ORG-PLANTILLA
002288     MOVE WS-ANIO-PROCESO TO WS-ORG-ANIO
002289     MOVE WS-MES-PROCESO TO WS-ORG-MES
002292     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
002296     WRITE LEDGER-TRANS-REC
002300     IF NOT WS-RECUROUT-OK
002310         DISPLAY "RECURGEN: ERROR GRABANDO RECUROUT "
002320             WS-RECUROUT-STATUS

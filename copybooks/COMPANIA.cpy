000090*----------------------------------------------------------*
000100* 2026-09-02 DR  VERSION ORIGINAL, CREADO CON EL CIRCUITO    *
000110*                DE CONSOLIDACION.                           *
000111* 2026-10-15 DR  SE AGREGA CIA-MONEDA-FUNCIONAL: MONEDA EN QUE   *
000112*                LA COMPANIA LLEVA Y PRESENTA SUS LIBROS (EN *
000113*                BLANCO = USD, COMO HASTA AHORA). LA CADENA  *
000114*                DE CADA COMPANIA LA TOMA DE AQUI POR EL     *
000115*                CODIGO DE SU CIAPARM. EL REGISTRO PASA DE   *
000116*                38 A 41 BYTES.                              *
000120*----------------------------------------------------------*
000130 01  COMPANIA-MASTER-REC.
000140     05 CIA-CODIGO               PIC X(03).
000160     05 CIA-INTERCO-GRUPO        PIC X(04).
000170     05 CIA-ACTIVA-SW            PIC X(01).
000180         88 CIA-ACTIVA               VALUE "S".
000190     05 CIA-MONEDA-FUNCIONAL     PIC X(03).

000249* 2026-09-02 DR  CADA BORRADO DEJA LA IMAGEN BORRADA EN EL   *
000250*                DIARIO LEDGJRNL, PARA QUE LA RODADURA DE    *
000251*                LEDGRECO REPRODUZCA TAMBIEN LAS PURGAS.     *
000252* 2026-10-15 DR  EL REGISTRO DE ARCHIVO PASA DE 83 A 89 CON  *
000253*                DT-CENTRO-COSTE DEL DETALLE LEDGDTL.        *
000254* 2026-10-15 DR  ARCH-OUT-REC PASA DE 89 A 117 BYTES CON     *
000255*                DT-ORIGEN (VER LEDGDTL).                    *
000257*----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000590
000600 FD  ARCH-OUT-FILE
000610     LABEL RECORDS ARE STANDARD.
000620 01  ARCH-OUT-REC               PIC X(117).
000630
000632 FD  LEDG-JRNL-FILE
000634     LABEL RECORDS ARE STANDARD.

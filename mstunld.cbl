000244*                TRUNCABA ESOS TRES BYTES. MISMO AJUSTE EN   *
000245*                MSTCARGA; LAS DESCARGAS ANTERIORES DE 81    *
000246*                BYTES NO SE RECARGAN CON ESTA VERSION.      *
000247* 2026-10-15 DR  UN-DATOS PASA DE 83 A 89: EL DETALLE        *
000248*                LEDGDTL CRECE CON DT-CENTRO-COSTE. MISMO    *
000249*                AJUSTE EN MSTCARGA Y MSTMASK; LAS DESCARGAS *
000250*                ANTERIORES DE 84 BYTES NO SE RECARGAN CON   *
000251*                ESTA VERSION.                               *
000252* 2026-10-15 DR  UN-DATOS PASA DE 89 A 117: EL DETALLE       *
000253*                LEDGDTL CRECE CON DT-ORIGEN.                *
000240*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000950     05 UN-TIPO                 PIC X(01).
000960         88 UN-DATO                 VALUE "D".
000970         88 UN-COLA                 VALUE "T".
000980     05 UN-DATOS                PIC X(117).
000990     05 UN-COLA-DATOS REDEFINES UN-DATOS.
001000         10 UN-CUENTA-REGS      PIC 9(09).
001010         10 UN-HASH-CLAVES      PIC 9(13).
001020         10 UN-TOTAL-IMPORTES   PIC S9(13)V99.
001030         10 FILLER              PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060 01  WS-EMPMSTR-STATUS           PIC X(02) VALUE SPACES.

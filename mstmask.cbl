000372*                BYTES, AL COMPAS DE MSTUNLD/MSTCARGA        *
000373*                (UN-DATOS DE 80 A 83 POR EL CRECIMIENTO DE  *
000374*                LEDGDTL).                                   *
000375* 2026-10-15 DR  LAS DESCARGAS PASAN A 90 BYTES              *
000376*                (UE/UB/UD-DATOS DE 83 A 89), EL MISMO LARGO *
000377*                QUE LA DESCARGA DE MSTUNLD TRAS EL          *
000378*                CRECIMIENTO DE LEDGDTL, PARA QUE MSTCARGA   *
000379*                LAS SIGA RECARGANDO.                        *
000380* 2026-10-15 DR  LAS DESCARGAS PASAN A 118 BYTES (UN-DATOS   *
000381*                DE 117, COMO EN MSTUNLD).                   *
000385*----------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
001050     LABEL RECORDS ARE STANDARD.
001060 01  EMP-UNLOAD-REC.
001070     05 UE-TIPO                 PIC X(01).
001080     05 UE-DATOS                PIC X(117).
001090     05 UE-COLA-DATOS REDEFINES UE-DATOS.
001100         10 UE-CUENTA-REGS      PIC 9(09).
001110         10 UE-HASH-CLAVES      PIC 9(13).
001120         10 UE-TOTAL-IMPORTES   PIC S9(13)V99.
001130         10 FILLER              PIC X(80).
001140
001150 FD  BNK-UNLOAD-FILE
001160     LABEL RECORDS ARE STANDARD.
001170 01  BNK-UNLOAD-REC.
001180     05 UB-TIPO                 PIC X(01).
001190     05 UB-DATOS                PIC X(117).
001200     05 UB-COLA-DATOS REDEFINES UB-DATOS.
001210         10 UB-CUENTA-REGS      PIC 9(09).
001220         10 UB-HASH-CLAVES      PIC 9(13).
001230         10 UB-TOTAL-IMPORTES   PIC S9(13)V99.
001240         10 FILLER              PIC X(80).
001250
001260 FD  DED-UNLOAD-FILE
001270     LABEL RECORDS ARE STANDARD.
001280 01  DED-UNLOAD-REC.
001290     05 UD-TIPO                 PIC X(01).
001300     05 UD-DATOS                PIC X(117).
001310     05 UD-COLA-DATOS REDEFINES UD-DATOS.
001320         10 UD-CUENTA-REGS      PIC 9(09).
001330         10 UD-HASH-CLAVES      PIC 9(13).
001340         10 UD-TOTAL-IMPORTES   PIC S9(13)V99.
001350         10 FILLER              PIC X(80).
001360
001370 FD  MASK-RPT-FILE
001380     LABEL RECORDS ARE STANDARD.

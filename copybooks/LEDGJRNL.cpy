000110* HASTA LA FECHA Y HORA ELEGIDAS.                            *
000120*----------------------------------------------------------*
000130* 2026-09-02 DR  VERSION ORIGINAL, CREADO CON LEDGRECO.      *
000133* 2026-10-15 DR  JRN-IMAGEN PASA DE 83 A 89 AL CRECER EL     *
000136*                DETALLE LEDGDTL CON DT-CENTRO-COSTE.        *
000137* 2026-10-15 DR  JRN-IMAGEN PASA DE 89 A 117 AL CRECER EL    *
000138*                DETALLE LEDGDTL CON DT-ORIGEN.              *
000140*----------------------------------------------------------*
000150 01  LEDG-JRNL-REC.
000160     05 JRN-FECHA                PIC 9(08).
000230         88 JRN-ALTA                  VALUE "W".
000240         88 JRN-REESCRITURA           VALUE "R".
000250         88 JRN-BORRADO               VALUE "D".
000260     05 JRN-IMAGEN               PIC X(117).

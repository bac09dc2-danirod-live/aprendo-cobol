000094*                CON EL LARGO NUEVO Y SE RECARGA ENTERO CON  *
000095*                OPERCARG DESDE SUS TARJETAS (NO NECESITA    *
000096*                TRAMO EN ARCHMIG).                          *
000097* 2026-10-15 DR  SE AGREGA OP-EMP-ID: EL EMPLEADO (EMPMSTR)  *
000098*                QUE ES EL OPERADOR, CERO SI NO LO ES. CON   *
000099*                EL, EL INFORME MENSUAL DE SEPARACION DE     *
000100*                FUNCIONES (SEPFUNC) CAZA AL OPERADOR QUE    *
000101*                MANTIENE SU PROPIA FICHA O CUENTA O APRUEBA *
000102*                SUS PROPIAS NOTAS DE GASTOS.                *
000103* 2026-10-15 DR  CORTE: EL REGISTRO PASA DE 13 A 19 BYTES.   *
000104*                COMO EN EL CORTE ANTERIOR, EL CLUSTER       *
000105*                OPERMSTR SE REDEFINE CON EL LARGO NUEVO Y   *
000106*                SE RECARGA ENTERO CON OPERCARG, CUYA        *
000107*                TARJETA LLEVA AHORA EL EMP-ID AL FINAL.     *
000091*----------------------------------------------------------*
000100 01  OPERADOR-MASTER-REC.
000110     05 OP-ID                    PIC X(08).
000140         88 OP-NIVEL-MANTENIMIENTO   VALUE "M".
000150         88 OP-NIVEL-SUPERVISOR      VALUE "S".
000160     05 OP-DEPARTAMENTO          PIC X(04).
000170     05 OP-EMP-ID                PIC 9(06).

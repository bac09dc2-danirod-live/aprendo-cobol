000010*----------------------------------------------------------*
000020* PRESTAMO - LAYOUT COMUN DEL FICHERO DE PRESTAMOS Y         *
000030* ANTICIPOS AL PERSONAL (PRTMSTR), INDEXADO POR EMP-ID +     *
000040* NUMERO. LO MANTIENE PRESTMAN (ALTA CON SU DESEMBOLSO,      *
000050* CAMBIO DE CUOTA Y DEVOLUCION ANTICIPADA); PAYCALC COBRA    *
000060* LA CUOTA EN CADA NOMINA DENTRO DE LA PRELACION DE          *
000070* DEDUCCIONES Y FINIQUIT COBRA EL SALDO VIVO DEL FINIQUITO.  *
000080* PRESTREG LO CUADRA CONTRA LA CUENTA DE PRESTAMOS AL        *
000090* PERSONAL DEL MAYOR.                                        *
000100*----------------------------------------------------------*
000110* 2026-10-15 DR  VERSION ORIGINAL, JUNTO CON PRESTMAN.       *
000120*----------------------------------------------------------*
000130 01  PRESTAMO-MASTER-REC.
000140     05 PRT-CLAVE.
000150         10 PRT-EMP-ID           PIC 9(06).
000160         10 PRT-NUMERO           PIC 9(04).
000170     05 PRT-TIPO                 PIC X(01).
000180         88 PRT-ANTICIPO             VALUE "A".
000190         88 PRT-PRESTAMO             VALUE "P".
000200         88 PRT-TIPO-VALIDO          VALUE "A", "P".
000210     05 PRT-DESCRIPCION          PIC X(20).
000220     05 PRT-PRINCIPAL            PIC 9(07)V99.
000230     05 PRT-FECHA-DESEMBOLSO     PIC 9(08).
000240     05 PRT-NUM-CUOTAS           PIC 9(03).
000250     05 PRT-CUOTA                PIC 9(07)V99.
000260     05 PRT-SALDO                PIC 9(07)V99.
000270     05 PRT-CUOTAS-COBRADAS      PIC 9(03).
000280*    ULTIMO DESCUENTO EN NOMINA: UN RELANCE DE LA MISMA FECHA
000290*    LO DESHACE ANTES DE VOLVER A COBRAR LA CUOTA.
000300     05 PRT-FECHA-ULT-COBRO      PIC 9(08).
000310     05 PRT-IMPORTE-ULT-COBRO    PIC 9(07)V99.
000320     05 PRT-ESTADO               PIC X(01).
000330         88 PRT-VIVO                 VALUE "V".
000340         88 PRT-CANCELADO            VALUE "C".
000350         88 PRT-COBRADO-FINIQUITO    VALUE "F".
000360     05 PRT-FECHA-CANCELACION    PIC 9(08).

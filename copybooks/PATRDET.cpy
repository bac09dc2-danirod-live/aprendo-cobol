000010*----------------------------------------------------------*
000020* PATRDET - LAYOUT COMUN DEL DETALLE DE COTIZACION A LA      *
000030* SEGURIDAD SOCIAL POR EMPLEADO Y NOMINA (PATRDET), INDEXADO *
000040* POR EMP-ID + FECHA DE NOMINA. LO GRABA PAYCALC EN CADA     *
000050* CORRIDA (UN RELANCE DE LA MISMA FECHA LO REGRABA) CON LA   *
000060* BASE DE COTIZACION Y LAS CUOTAS OBRERA Y PATRONAL CON SUS  *
000070* TIPOS; PATRTOT SOLO LLEVA LA PATRONAL SUMADA POR           *
000080* DEPARTAMENTO. LO CONSUME COTIZSS PARA LA LIQUIDACION       *
000090* MENSUAL DE CUOTAS POR TRABAJADOR.                          *
000100*----------------------------------------------------------*
000110* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON COTIZSS. *
000120*----------------------------------------------------------*
000130 01  PATRONAL-DET-REC.
000140     05 PD-CLAVE.
000150         10 PD-EMP-ID            PIC 9(06).
000160         10 PD-FECHA-NOMINA      PIC 9(08).
000170     05 PD-DEPARTAMENTO          PIC X(04).
000180     05 PD-BASE-COTIZ            PIC 9(07)V99.
000190     05 PD-PCT-OBRERO            PIC 9(02)V99.
000200     05 PD-CUOTA-OBRERA          PIC 9(07)V99.
000210     05 PD-PCT-PATRONAL          PIC 9(02)V99.
000220     05 PD-CUOTA-PATRONAL        PIC 9(07)V99.

000010*----------------------------------------------------------*
000020* FACVENTA - LAYOUT COMUN DEL FICHERO DE FACTURAS DE VENTA   *
000030* ABIERTAS (FVEMSTR), INDEXADO POR CLIENTE + NUMERO DE       *
000040* FACTURA, PAREJA DE FACMSTR EN EL LADO DE COBROS. LO        *
000050* MANTIENE FVEMANT, QUE CONTABILIZA LA VENTA AL REGISTRARLA  *
000060* (DEBITO CLIENTES POR EL TOTAL, CREDITO INGRESO POR LA BASE *
000070* CON SU CODIGO DE IVA Y CREDITO IVA REPERCUTIDO POR LA      *
000080* CUOTA). ESTADOS: P PENDIENTE DE COBRO, C COBRADA.          *
000090*----------------------------------------------------------*
000100* 2026-10-15 DR  VERSION ORIGINAL, CREADO CON EL SUBSISTEMA  *
000110*                DE CUENTAS POR COBRAR.                      *
000112* 2026-10-15 DR  CLAVE ALTERNA FVE-NUMERO (CON DUPLICADOS):  *
000115*                BANCCONC BUSCA POR ELLA LA FACTURA QUE EL   *
000118*                CLIENTE CITA EN EL CONCEPTO DEL COBRO.      *
000120*----------------------------------------------------------*
000130 01  FACTURA-VENTA-REC.
000140     05 FVE-CLAVE.
000150         10 FVE-CLI-ID           PIC 9(06).
000160         10 FVE-NUMERO           PIC X(12).
000170     05 FVE-FECHA-FACTURA        PIC 9(08).
000180     05 FVE-FECHA-VENCE          PIC 9(08).
000190     05 FVE-MONEDA               PIC X(03).
000200     05 FVE-BASE                 PIC 9(09)V99.
000210     05 FVE-IVA-CODIGO           PIC X(02).
000220     05 FVE-CUOTA-IVA            PIC 9(09)V99.
000230     05 FVE-TOTAL                PIC 9(09)V99.
000240     05 FVE-CUENTA-INGRESO       PIC 9(06).
000250     05 FVE-ESTADO-SW            PIC X(01).
000260         88 FVE-PENDIENTE            VALUE "P".
000270         88 FVE-COBRADA              VALUE "C".
000280     05 FVE-FECHA-COBRO          PIC 9(08).

000010*----------------------------------------------------------*
000020* CLIENTE - LAYOUT COMUN DEL MAESTRO DE CLIENTES (CLIMSTR),  *
000030* INDEXADO POR CLI-ID. LO MANTIENE CLIMANT Y LO CONSULTA     *
000040* FVEMANT PARA VALIDAR LAS FACTURAS DE VENTA (CUENTAS POR    *
000050* COBRAR) Y CONTROLAR EL LIMITE DE CREDITO. CLI-CUENTA-COBRO *
000060* ES LA CUENTA DEL MAYOR DONDE SE CARGA LO QUE EL CLIENTE    *
000070* NOS DEBE; A CERO, VALE LA CUENTA GENERAL DE CLIENTES DE    *
000080* FVEPARM.                                                   *
000090*----------------------------------------------------------*
000100* 2026-10-15 DR  VERSION ORIGINAL, CREADO CON EL SUBSISTEMA  *
000110*                DE CUENTAS POR COBRAR.                      *
000112* 2026-10-15 DR  SE AGREGA CLI-COBRO-A-CUENTA: COBROS DEL    *
000115*                EXTRACTO QUE BANCCONC ATRIBUYE AL CLIENTE   *
000118*                SIN CASARLOS CON UNA FACTURA CONCRETA.      *
000120*----------------------------------------------------------*
000130 01  CLIENTE-MASTER-REC.
000140     05 CLI-ID                   PIC 9(06).
000150     05 CLI-NOMBRE               PIC X(30).
000160     05 CLI-NIF                  PIC X(09).
000170     05 CLI-LIMITE-CREDITO       PIC 9(09)V99.
000180     05 CLI-CUENTA-COBRO         PIC 9(06).
000190     05 CLI-ACTIVO-SW            PIC X(01).
000200         88 CLI-ACTIVO               VALUE "S".
000210     05 CLI-COBRO-A-CUENTA       PIC 9(09)V99.

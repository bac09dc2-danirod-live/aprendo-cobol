000010*----------------------------------------------------------*
000020* PEDIDO - LAYOUT COMUN DEL FICHERO DE PEDIDOS DE COMPRA     *
000030* (PEDMSTR), INDEXADO POR NUMERO DE PEDIDO + LINEA. CADA     *
000040* LINEA LLEVA PROVEEDOR, CUENTA DE GASTO, CANTIDAD PEDIDA Y  *
000050* PRECIO UNITARIO, Y ACUMULA LO RECIBIDO (ALBARANES) Y LO    *
000060* FACTURADO. LO MANTIENE PEDMANT (ALTAS, CAMBIOS, CIERRES Y  *
000070* RECEPCIONES) Y FACMANT CASA CONTRA EL CADA FACTURA DE      *
000080* PROVEEDOR. ESTADOS: A ABIERTA, C CERRADA.                  *
000090*----------------------------------------------------------*
000100* 2026-10-15 DR  VERSION ORIGINAL, CREADO CON LA CASACION    *
000110*                PEDIDO/ALBARAN/FACTURA DE FACMANT.          *
000120*----------------------------------------------------------*
000130 01  PEDIDO-MASTER-REC.
000140     05 PED-CLAVE.
000150         10 PED-NUMERO           PIC X(10).
000160         10 PED-LINEA            PIC 9(03).
000170     05 PED-PROV-ID              PIC 9(06).
000180     05 PED-FECHA-PEDIDO         PIC 9(08).
000190     05 PED-DESCRIPCION          PIC X(30).
000200     05 PED-CUENTA-GASTO         PIC 9(06).
000210     05 PED-MONEDA               PIC X(03).
000220     05 PED-CANTIDAD-PEDIDA      PIC 9(07)V99.
000230     05 PED-PRECIO-UNITARIO      PIC 9(07)V99.
000240     05 PED-CANTIDAD-RECIBIDA    PIC 9(07)V99.
000250     05 PED-FECHA-RECEPCION      PIC 9(08).
000260     05 PED-CANTIDAD-FACTURADA   PIC 9(07)V99.
000270     05 PED-ESTADO-SW            PIC X(01).
000280         88 PED-ABIERTA              VALUE "A".
000290         88 PED-CERRADA              VALUE "C".

000010*----------------------------------------------------------*
000020* TRIENIO - LAYOUT COMUN DEL MAESTRO DE IMPORTES DE          *
000030* ANTIGUEDAD (TRIMSTR), INDEXADO POR FECHA DE VIGENCIA +     *
000040* GRUPO DE PAGO, EN EL MOLDE DE IRPMSTR: EL IMPORTE          *
000050* APLICABLE A UNA FECHA ES EL DE MAYOR FECHA DE VIGENCIA     *
000060* QUE NO LA SUPERA. LO CARGA TRICARGA DESDE EL FEED DEL      *
000070* CONVENIO Y LO CONSULTA PAYCALC. TRI-IMPORTE ES EL IMPORTE  *
000080* MENSUAL DE CADA TRIENIO (TRES ANIOS COMPLETOS DE           *
000090* SERVICIO). EL GRUPO DE PAGO EN BLANCO VALE PARA TODOS LOS  *
000100* GRUPOS QUE NO TENGAN IMPORTE PROPIO EN ESA VIGENCIA.       *
000110*----------------------------------------------------------*
000120* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON          *
000130*                TRICARGA.                                   *
000140*----------------------------------------------------------*
000150 01  TRIENIO-MASTER-REC.
000160     05 TRI-CLAVE.
000170         10 TRI-FECHA-VIGENCIA   PIC 9(08).
000180         10 TRI-GRUPO-PAGO       PIC X(02).
000190     05 TRI-IMPORTE              PIC 9(05)V99.

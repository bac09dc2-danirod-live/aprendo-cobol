000010*----------------------------------------------------------*
000020* CTAVERIF - LAYOUT COMUN DEL FICHERO DE VERIFICACIONES DE   *
000030* CAMBIOS DE CUENTA BANCARIA (VERIFCTA), INDEXADO POR TIPO   *
000040* (E EMPLEADO, P PROVEEDOR) + ID + ORDEN DE LA CUENTA (CERO  *
000050* PARA PROVEEDORES). LO GRABA VERIMANT CUANDO TESORERIA      *
000060* CONFIRMA EL CAMBIO POR TELEFONO CON EL TITULAR, LLAMANDO   *
000070* AL NUMERO QUE YA CONSTABA Y NO AL DE LA PETICION; LLEVA LA *
000080* FECHA DEL CAMBIO CONFIRMADO (BNK-FECHA-CAMBIO O            *
000090* PRV-FECHA-CAMBIO), QUIEN HIZO LA LLAMADA, QUIEN CONFIRMO Y *
000100* CUANDO. PAGOBAN Y FACPAGO RETIENEN EL PAGO A UNA CUENTA    *
000110* CAMBIADA HACE MENOS DE LOS DIAS DE VERIPARM MIENTRAS ESE   *
000120* CAMBIO NO TENGA AQUI SU VERIFICACION.                      *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON VERIMANT.*
000150*----------------------------------------------------------*
000160 01  VERIF-CTA-REC.
000170     05 VRF-CLAVE.
000180         10 VRF-TIPO             PIC X(01).
000190             88 VRF-EMPLEADO         VALUE "E".
000200             88 VRF-PROVEEDOR        VALUE "P".
000210         10 VRF-ID               PIC 9(06).
000220         10 VRF-ORDEN            PIC 9(02).
000230     05 VRF-FECHA-CAMBIO         PIC 9(08).
000240     05 VRF-VERIFICADOR          PIC X(08).
000250     05 VRF-CONFIRMADO-POR       PIC X(30).
000260     05 VRF-TELEFONO             PIC X(15).
000270     05 VRF-FECHA-VERIF          PIC 9(08).
000280     05 VRF-HORA-VERIF           PIC 9(08).

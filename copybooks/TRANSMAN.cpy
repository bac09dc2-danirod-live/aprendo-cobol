000120* 2026-09-02 DR  VERSION ORIGINAL: UN MES EL BANCO NO        *
000130*                PROCESO NADA Y NOS ENTERAMOS POR LAS        *
000140*                LLAMADAS DE LOS EMPLEADOS.                  *
000142* 2026-10-15 DR  TAMBIEN LO SIEMBRA SEPAGEN CON LOS MENSAJES *
000144*                PAIN.001 (PAIN001N NOMINA, PAIN001P         *
000146*                PROVEEDORES) Y LOS ACUSA SEPAREC CON EL     *
000148*                INFORME DE ESTADO PAIN.002 DEL BANCO.       *
000149* 2026-10-15 DR  COTIZSS LO SIEMBRA CON EL FICHERO DE        *
000150*                LIQUIDACION DE CUOTAS COTIZFIL, FECHADO EL  *
000151*                ULTIMO DIA DEL MES LIQUIDADO.               *
000155*----------------------------------------------------------*
000160 01  TRANSMISION-REC.
000170     05 TRN-CLAVE.
000180         10 TRN-FICHERO          PIC X(08).

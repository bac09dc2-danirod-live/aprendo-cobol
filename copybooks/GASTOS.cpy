000010*----------------------------------------------------------*
000020* GASTOS - LAYOUT COMUN DEL FICHERO DE NOTAS DE GASTOS DE    *
000030* VIAJE DE EMPLEADOS (GASMSTR), INDEXADO POR EMP-ID + NUMERO *
000040* DE NOTA. LO MANTIENE GASTMAN (ALTA, APROBACION, RECHAZO Y  *
000050* BAJA) Y LO CONSUME PAYCALC, QUE PAGA LAS NOTAS APROBADAS   *
000060* EN LA NOMINA DEL GRUPO DE PAGO DEL EMPLEADO Y LAS MARCA    *
000070* LIQUIDADAS CON LA FECHA DE NOMINA. LAS NOTAS PAGADAS SE    *
000080* QUEDAN EN EL FICHERO COMO HISTORICO DEL EMPLEADO.          *
000090*----------------------------------------------------------*
000100* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON GASTMAN. *
000102* 2026-10-15 DR  GAS-APROBADOR PUEDE LLEVAR EL EMP-ID DEL    *
000105*                JEFE DE DEPARTAMENTO, APROBADOR POR DEFECTO *
000108*                DE GASTMAN.                                 *
000110*----------------------------------------------------------*
000120 01  GASTO-MASTER-REC.
000130     05 GAS-CLAVE.
000140         10 GAS-EMP-ID           PIC 9(06).
000150         10 GAS-NUMERO           PIC 9(04).
000160     05 GAS-TIPO                 PIC X(02).
000170         88 GAS-TIPO-TRANSPORTE      VALUE "TR".
000180         88 GAS-TIPO-ALOJAMIENTO     VALUE "AL".
000190         88 GAS-TIPO-DIETA           VALUE "DI".
000200         88 GAS-TIPO-OTROS           VALUE "OT".
000210         88 GAS-TIPO-VALIDO          VALUE "TR", "AL", "DI", "OT".
000220     05 GAS-FECHA                PIC 9(08).
000230     05 GAS-IMPORTE              PIC 9(07)V99.
000240     05 GAS-MONEDA               PIC X(03).
000250*    DIETAS: DIAS DE DESPLAZAMIENTO Y SI HUBO PERNOCTA, PARA
000260*    EL LIMITE EXENTO DIARIO QUE APLICA PAYCALC.
000270     05 GAS-DIAS                 PIC 9(03).
000280     05 GAS-PERNOCTA             PIC X(01).
000290         88 GAS-CON-PERNOCTA         VALUE "S".
000300     05 GAS-DESCRIPCION          PIC X(20).
000303*    OPERADOR DE OPERMSTR, O EMP-ID DEL JEFE DE DEPARTAMENTO
000307*    (6 DIGITOS) CUANDO GASTMAN LO TOMA POR DEFECTO DE DEPTMSTR.
000310     05 GAS-APROBADOR            PIC X(08).
000320     05 GAS-FECHA-APROBACION     PIC 9(08).
000330*    IMPORTE CONVERTIDO A LA MONEDA DE LA NOMINA CON LA TASA
000340*    VIGENTE EN GAS-FECHA, FIJADO AL APROBAR LA NOTA.
000350     05 GAS-IMPORTE-NOMINA       PIC 9(07)V99.
000360     05 GAS-ESTADO               PIC X(01).
000370         88 GAS-PENDIENTE            VALUE "P".
000380         88 GAS-APROBADA             VALUE "A".
000390         88 GAS-RECHAZADA            VALUE "R".
000400         88 GAS-LIQUIDADA            VALUE "L".
000410     05 GAS-FECHA-PAGO           PIC 9(08).
000420     05 GAS-IMPORTE-EXENTO       PIC 9(07)V99.
000430     05 GAS-IMPORTE-SUJETO       PIC 9(07)V99.

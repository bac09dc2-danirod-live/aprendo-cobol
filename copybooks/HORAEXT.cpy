000010*----------------------------------------------------------*
000020* HORAEXT - LAYOUT COMUN DEL FICHERO DE HORAS EXTRA          *
000030* (HEXMSTR), INDEXADO POR EMP-ID + FECHA DEL FICHAJE. LO     *
000040* ALIMENTA FICHAJES CON LAS HORAS TRABAJADAS POR ENCIMA DE   *
000050* LA JORNADA (DIA HABIL) O TODAS LAS DEL DIA (FESTIVO O NO   *
000060* HABIL), QUEDAN PENDIENTES DE APROBAR Y HEXTRAS LAS APRUEBA *
000070* O RECHAZA Y GENERA LAS NOVEDADES NOVTRAN DE LAS APROBADAS  *
000080* DENTRO DE LOS TOPES LEGALES. LAS PAGADAS SE QUEDAN EN EL   *
000090* FICHERO PARA EL COMPUTO DE LOS TOPES MENSUAL Y ANUAL.      *
000100*----------------------------------------------------------*
000110* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON HEXTRAS. *
000120*----------------------------------------------------------*
000130 01  HORA-EXTRA-REC.
000140     05 HEX-CLAVE.
000150         10 HEX-EMP-ID           PIC 9(06).
000160         10 HEX-FECHA            PIC 9(08).
000170     05 HEX-TIPO                 PIC X(01).
000180         88 HEX-TIPO-NORMAL          VALUE "N".
000190         88 HEX-TIPO-FESTIVO         VALUE "F".
000200     05 HEX-HORA-ENTRADA         PIC 9(04).
000210     05 HEX-HORA-SALIDA          PIC 9(04).
000220*    HORAS EXTRA DEL DIA, EN HORAS Y CENTESIMAS.
000230     05 HEX-HORAS                PIC 9(03)V99.
000240     05 HEX-ESTADO               PIC X(01).
000250         88 HEX-PENDIENTE            VALUE "P".
000260         88 HEX-APROBADA             VALUE "A".
000270         88 HEX-RECHAZADA            VALUE "R".
000280         88 HEX-LIQUIDADA            VALUE "L".
000290         88 HEX-EXCEDIDA             VALUE "X".
000300*    OPERADOR DE OPERMSTR, O EMP-ID DEL JEFE DE DEPARTAMENTO
000310*    CUANDO HEXTRAS LO TOMA POR DEFECTO DE DEPTMSTR.
000320     05 HEX-APROBADOR            PIC X(08).
000330     05 HEX-FECHA-APROBACION     PIC 9(08).
000340*    HORAS QUE ENTRARON EN NOVTRAN: TODAS EN UNA LIQUIDADA,
000350*    LAS QUE CABIAN EN EL TOPE (O NINGUNA) EN UNA EXCEDIDA.
000360     05 HEX-HORAS-PAGADAS        PIC 9(03)V99.
000370     05 HEX-FECHA-PAGO           PIC 9(08).

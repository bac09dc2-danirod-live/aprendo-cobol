000010*----------------------------------------------------------*
000020* SITFAM - LAYOUT COMUN DEL MAESTRO DE CIRCUNSTANCIAS        *
000030* PERSONALES Y FAMILIARES DEL EMPLEADO A EFECTOS DE LA       *
000040* RETENCION DE IRPF (FAMMSTR), INDEXADO POR EMP-ID. LO       *
000050* MANTIENE FAMMANT (ALTA, CAMBIO Y BAJA, CON BITACORA        *
000060* FAMAUDIT) CON LO QUE COMUNICA EL EMPLEADO A PERSONAL; LO   *
000070* CONSULTA PAYCALC PARA EL MINIMO PERSONAL Y FAMILIAR Y      *
000080* CERTIRPF LO IMPRIME EN EL CERTIFICADO ANUAL. UN EMPLEADO   *
000090* SIN REGISTRO SE RETIENE COMO SITUACION 3 SIN DESCENDIENTES.*
000100*                                                            *
000110* SF-SITUACION: 1 SOLTERO, VIUDO, DIVORCIADO O SEPARADO CON  *
000120* HIJOS A SU CARGO EXCLUSIVO; 2 CASADO CON CONYUGE A CARGO   *
000130* (RENTAS DEL CONYUGE POR DEBAJO DEL LIMITE LEGAL); 3 RESTO. *
000140* SF-NUM-HIJOS SON LOS DESCENDIENTES QUE CONVIVEN CON EL     *
000150* EMPLEADO; DE LOS SEIS PRIMEROS SE GUARDA EL ANIO DE        *
000160* NACIMIENTO PARA SABER SU EDAD (MENORES DE 3 Y MAYORES DE   *
000170* 25). SF-DEP-DISCAP-33 Y SF-DEP-DISCAP-65 CUENTAN LOS       *
000180* DESCENDIENTES O ASCENDIENTES A CARGO CON DISCAPACIDAD DEL  *
000190* 33 AL 64 POR CIENTO Y DEL 65 EN ADELANTE.                  *
000200*----------------------------------------------------------*
000210* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON FAMMANT. *
000220*----------------------------------------------------------*
000230 01  SIT-FAMILIAR-REC.
000240     05 SF-EMP-ID                PIC 9(06).
000250     05 SF-DATOS.
000260         10 SF-SITUACION         PIC X(01).
000270             88 SF-SIT-MONOPARENTAL      VALUE "1".
000280             88 SF-SIT-CONYUGE-CARGO     VALUE "2".
000290             88 SF-SIT-OTRAS             VALUE "3".
000300             88 SF-SITUACION-VALIDA      VALUE "1", "2", "3".
000310         10 SF-NUM-HIJOS         PIC 9(02).
000320         10 SF-HIJOS-NAC.
000330             15 SF-HIJO-ANIO-NAC PIC 9(04) OCCURS 6 TIMES.
000340         10 SF-DEP-DISCAP-33     PIC 9(02).
000350         10 SF-DEP-DISCAP-65     PIC 9(02).
000360*        GRADO DE DISCAPACIDAD DEL PROPIO EMPLEADO (0 A 100)
000370*        Y SI NECESITA AYUDA DE TERCERA PERSONA O TIENE LA
000380*        MOVILIDAD REDUCIDA.
000390         10 SF-GRADO-DISCAP      PIC 9(03).
000400         10 SF-AYUDA-TERCERA     PIC X(01).
000410             88 SF-CON-AYUDA             VALUE "S".
000420*        PRESTAMO PARA VIVIENDA HABITUAL ANTERIOR A 2013 CON
000430*        DERECHO A LA REDUCCION DE DOS PUNTOS DEL TIPO, Y
000440*        TRASLADO DE RESIDENCIA POR EL PUESTO DE TRABAJO
000450*        (INCREMENTO DE GASTOS DEDUCIBLES POR MOVILIDAD).
000460         10 SF-HIPOTECA          PIC X(01).
000470             88 SF-CON-HIPOTECA          VALUE "S".
000480         10 SF-MOVILIDAD         PIC X(01).
000490             88 SF-CON-MOVILIDAD         VALUE "S".
000500     05 SF-FECHA-ACTUALIZ        PIC 9(08).

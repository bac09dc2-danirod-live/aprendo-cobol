000010*----------------------------------------------------------*
000020* PLAZA - LAYOUT COMUN DEL FICHERO DE PLAZAS PRESUPUESTADAS  *
000030* POR DEPARTAMENTO (PLZMSTR), INDEXADO POR DEPARTAMENTO +    *
000040* NUMERO DE PLAZA. LO MANTIENE PLAZMANT; EMPEDIT, CAMPOS Y   *
000050* EMPLMNT NO ADMITEN UN ALTA EN UN DEPARTAMENTO SIN PLAZA    *
000060* DOTADA VACANTE Y MUEVEN EL VINCULO PLAZA-EMPLEADO EN       *
000070* ALTAS, TRASLADOS Y BAJAS. PLAZRPT SACA EL INFORME MENSUAL  *
000080* DE VACANTES.                                               *
000090*----------------------------------------------------------*
000100* 2026-10-15 DR  VERSION ORIGINAL, JUNTO CON PLAZMANT.       *
000110*----------------------------------------------------------*
000120 01  PLAZA-MASTER-REC.
000130     05 PLZ-CLAVE.
000140         10 PLZ-DEPARTAMENTO     PIC X(04).
000150         10 PLZ-NUMERO           PIC 9(04).
000160     05 PLZ-TITULO               PIC X(20).
000170     05 PLZ-FTE                  PIC 9V99.
000180     05 PLZ-SALARIO-PRESUP       PIC 9(07)V99.
000190*    UNA PLAZA CONGELADA SIGUE EN EL PRESUPUESTO PERO NO ADMITE
000200*    NUEVAS OCUPACIONES.
000210     05 PLZ-ESTADO               PIC X(01).
000220         88 PLZ-DOTADA               VALUE "D".
000230         88 PLZ-CONGELADA            VALUE "C".
000240         88 PLZ-ESTADO-VALIDO        VALUE "D", "C".
000250*    EMP-ID A CERO: PLAZA VACANTE.
000260     05 PLZ-EMP-ID               PIC 9(06).
000270         88 PLZ-VACANTE              VALUE ZERO.
000280     05 PLZ-FECHA-OCUPACION      PIC 9(08).

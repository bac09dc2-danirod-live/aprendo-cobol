000010*----------------------------------------------------------*
000020* DISTREP - COPIA PARA REPARTO DE UNA LINEA DE LISTADO. LOS  *
000030* LISTADOS POR DEPARTAMENTO (EMPLROST, PAYEXTR, AUSBAL,      *
000040* EMPMOVS, PRESVAR Y RECIBO) GRABAN (EXTEND) EN EL FICHERO   *
000050* COMPARTIDO DISTREP CADA LINEA QUE IMPRIMEN, ROTULADA CON   *
000060* EL DEPARTAMENTO AL QUE PERTENECE Y, EN LOS RECIBOS, CON EL *
000070* EMPLEADO. INFDIST LA PARTE POR SECCIONES, LA REPARTE SEGUN *
000080* LA LISTA DE DISTRIBUCION DISTLIST Y VACIA EL FICHERO.      *
000090* DR-DEPTO "****" SON LAS LINEAS COMUNES DEL INFORME         *
000100* (CABECERAS, TOTALES GENERALES); DR-FECHA Y DR-HORA, LOS DE *
000110* ARRANQUE DEL PROGRAMA, IDENTIFICAN LA CORRIDA.             *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON INFDIST. *
000140*----------------------------------------------------------*
000150 01  DIST-REP-REC.
000160     05 DR-INFORME               PIC X(08).
000170     05 DR-FECHA                 PIC 9(08).
000180     05 DR-HORA                  PIC 9(08).
000190     05 DR-SECUENCIA             PIC 9(07).
000200     05 DR-DEPTO                 PIC X(04).
000210         88 DR-COMUN                 VALUE "****".
000220     05 DR-EMP-ID                PIC 9(06).
000230     05 DR-LINEA                 PIC X(80).

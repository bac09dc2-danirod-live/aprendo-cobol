000010*----------------------------------------------------------*
000020* DEDDET - LAYOUT COMUN DEL DETALLE DE DEDUCCIONES COBRADAS  *
000030* POR EMPLEADO, NOMINA Y CODIGO DE DEDUCCION (DEDDET),       *
000040* INDEXADO POR EMP-ID + FECHA DE NOMINA + CODIGO. LO GRABA   *
000050* PAYCALC CON LO QUE REALMENTE COBRO DE CADA DEDUCCION DE    *
000060* DEDMSTR (CUOTA MAS ATRASO, RECORTADA POR LA PRELACION);    *
000070* NP-OTRAS-DEDUC SOLO LLEVA LA SUMA. LO CONSUME REMDED, QUE  *
000080* REMITE LO COBRADO A CADA DESTINATARIO (GESTORA DEL PLAN,   *
000090* SINDICATO, JUZGADO) Y LO MARCA COMO REMITIDO CON EL        *
000100* NUMERO DE LA REMESA. LOS PRESTAMOS (PR) NO SE GRABAN: SE   *
000110* COBRAN PARA LA PROPIA EMPRESA.                             *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL, CREADO JUNTO CON REMDED.  *
000140*----------------------------------------------------------*
000150 01  DEDUC-DET-REC.
000160     05 DDT-CLAVE.
000170         10 DDT-EMP-ID           PIC 9(06).
000180         10 DDT-FECHA-NOMINA     PIC 9(08).
000190         10 DDT-CODIGO           PIC X(02).
000200     05 DDT-DEPARTAMENTO         PIC X(04).
000210     05 DDT-IMPORTE              PIC 9(07)V99.
000220     05 DDT-ESTADO               PIC X(01).
000230         88 DDT-PENDIENTE            VALUE "P".
000240         88 DDT-REMITIDA             VALUE "R".
000250     05 DDT-FECHA-REMESA         PIC 9(08).
000260     05 DDT-PRV-ID               PIC 9(06).
000270     05 DDT-REMESA               PIC X(12).

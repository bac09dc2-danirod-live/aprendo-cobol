000060*           SOCIAL A CARGO DE LA EMPRESA.                    *
000070*----------------------------------------------------------*
000080* 2026-09-02 DR  VERSION ORIGINAL, EN EL MOLDE DE PAYTOT.    *
000082* 2026-10-15 DR  PA-PATRONAL-TOTAL LLEVA SIGNO, CON LA MISMA *
000083*                LONGITUD: LA ANULACION DE UNA NOMINA FUERA  *
000085*                DE CICLO DEVUELVE LA COTIZACION PATRONAL    *
000087*                QUE SE HABIA ASENTADO, Y UN DEPARTAMENTO    *
000088*                PUEDE QUEDAR EN NEGATIVO.                   *
000090*----------------------------------------------------------*
000100 01  PATRONAL-TOT-REC.
000110     05 PA-DEPARTAMENTO         PIC X(04).
000120     05 PA-EMP-COUNT            PIC 9(05).
000130     05 PA-PATRONAL-TOTAL       PIC S9(09)V99.

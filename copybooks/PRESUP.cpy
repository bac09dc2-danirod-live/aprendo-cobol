000060*----------------------------------------------------------*
000070* 2026-09-02 DR  VERSION ORIGINAL, CREADO CON EL CIRCUITO    *
000080*                DE PRESUPUESTO.                             *
000081* 2026-10-15 DR  LA CLAVE LLEVA PRE-CENTRO-COSTE DETRAS DEL  *
000082*                PERIODO: CERO = PRESUPUESTO DE LA CUENTA    *
000083*                SIN REPARTIR; DISTINTO DE CERO =            *
000084*                PRESUPUESTO DE LA CUENTA PARA ESE CENTRO DE *
000085*                COSTE. PRESVAR SUMA TODOS LOS CENTROS DE LA *
000086*                CUENTA Y PYGCCOST LOS LISTA POR CENTRO.     *
000090*----------------------------------------------------------*
000100 01  PRESUPUESTO-REC.
000110     05 PRE-CLAVE.
000120         10 PRE-ACCT-ID          PIC 9(06).
000130         10 PRE-PERIODO          PIC 9(06).
000135         10 PRE-CENTRO-COSTE     PIC 9(06).
000140     05 PRE-IMPORTE              PIC S9(11)V99.

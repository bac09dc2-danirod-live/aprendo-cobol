000070*----------------------------------------------------------*
000080* 2026-09-02 DR  VERSION ORIGINAL, CREADO CON EL PASO        *
000090*                DIGESTO PARA ALIVIAR LA VENTANA NOCTURNA.   *
000091* 2026-10-15 DR  LA CLAVE LLEVA DIG-CENTRO-COSTE DETRAS DEL  *
000092*                PERIODO: UN REGISTRO POR CUENTA, PERIODO Y  *
000093*                CENTRO DE COSTE (CERO = SIN CENTRO). QUIEN  *
000094*                LEE POR CUENTA Y PERIODO POSICIONA CON      *
000095*                CENTRO CERO Y SUMA TODOS LOS CENTROS DEL    *
000096*                PERIODO. LO LEE TAMBIEN PYGCCOST PARA LA    *
000097*                CUENTA DE RESULTADOS POR CENTRO DE COSTE.   *
000100*----------------------------------------------------------*
000110 01  DIGESTO-REC.
000120     05 DIG-CLAVE.
000130         10 DIG-ACCT-ID          PIC 9(06).
000140         10 DIG-PERIODO          PIC 9(06).
000145         10 DIG-CENTRO-COSTE     PIC 9(06).
000150     05 DIG-MOVS                 PIC 9(07).
000160     05 DIG-DEBITOS              PIC S9(13)V99.
000170     05 DIG-CREDITOS             PIC S9(13)V99.

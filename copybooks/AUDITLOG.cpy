000145*                (HUELLAS COMPARAR) USA ESA ANOTACION PARA   *
000146*                NO DENUNCIAR COMO MANIPULACION UN CAMBIO    *
000147*                EN LINEA LEGITIMO ENTRE VENTANAS.           *
000149* 2026-10-15 DR  SELLO ENCADENADO AL FINAL DEL REGISTRO: EL  *
000150*                NUMERO DE SECUENCIA Y LA HUELLA DEL SELLO   *
000152*                ANTERIOR MAS EL CONTENIDO. NINGUN PROGRAMA  *
000153*                QUE ANOTA LOS RELLENA: CADSELLO SELLA CADA  *
000155*                NOCHE LA COLA NUEVA, DENUNCIA EL PRIMER     *
000156*                ESLABON ROTO Y GUARDA LA CABEZA DE LA       *
000158*                CADENA EN HUELFILE. EL REGISTRO PASA DE 85  *
000159*                A 107 BYTES; LA BITACORA SE MIGRA CON EL    *
000161*                MODO L07 DE MIGRAMST.                       *
000162* 2026-10-15 DR  NUEVO EVENTO C (CONSULTA): DATPERS ANOTA    *
000164*                CADA INFORME DE DERECHO DE ACCESO CON EL    *
000165*                OPERADOR QUE LO PIDIO Y EL EMPLEADO.        *
000167*----------------------------------------------------------*
000168 01  AUDITLOG-REC.
000170     05 AUD-TIMESTAMP.
000180         10 AUD-FECHA            PIC 9(08).
000190         10 AUD-HORA             PIC 9(08).
000230         88 AUD-EVENTO-EXCEPCION     VALUE "E".
000240         88 AUD-EVENTO-RECHAZO       VALUE "R".
000245         88 AUD-EVENTO-MANTENIM      VALUE "M".
000246         88 AUD-EVENTO-CONSULTA      VALUE "C".
000250     05 AUD-DETALLE              PIC X(40).
000260     05 AUD-SELLO.
000270         10 AUD-SELLO-SEQ        PIC 9(09).
000280         10 AUD-SELLO-HASH       PIC 9(13).

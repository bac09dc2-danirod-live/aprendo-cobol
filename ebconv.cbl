000293*                TERMINA EL TRABAJO EN ABEND. SIN FICHERO     *
000294*                EBCLAYT SE CONVIERTE EL REGISTRO COMPLETO,   *
000295*                COMO SIEMPRE.                                *
000296* 2026-10-15 DR  LA TARJETA DE EBCLAYT PASA AL COPYBOOK      *
000297*                EBCLAYT (80 POSICIONES) CON NOMBRE, FORMATO *
000298*                Y DECIMALES DE CADA CAMPO, QUE USA MSTCOMP  *
000299*                PARA COMPARAR GENERACIONES DE UN MAESTRO.   *
000300*                EBCONV SOLO MIRA POSICION, LONGITUD Y TIPO, *
000301*                ASI QUE LOS LAYOUTS DE SIEMPRE SIRVEN IGUAL.*
000304*----------------------------------------------------------*

000307 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SPECIAL-NAMES.
000330     DECIMAL-POINT IS COMMA.

000582 FD  LAYOUT-FILE
000584     LABEL RECORDS ARE STANDARD.
000587     COPY EBCLAYT.

000590 FD  PARM-FILE
000600     LABEL RECORDS ARE STANDARD.

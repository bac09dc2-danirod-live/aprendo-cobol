000100*----------------------------------------------------------*
000110* 2026-09-02 DR  VERSION ORIGINAL: UN CAMBIO EN LINEA QUEDO  *
000120*                PISADO EN SILENCIO POR EL LOTE DE CAMPOS.   *
000121* 2026-10-15 DR  REGISTRO "I": LO PONE CADCTL (INTRADIA) AL  *
000122*                ABRIR UN CICLO INTRADIA DE CREDITO Y LO     *
000123*                QUITA (FININTRA) AL TERMINAR BIEN. NI EL    *
000124*                ARRANQUE DE LA CADENA NI OTRO CICLO PASAN   *
000125*                MIENTRAS EXISTA, Y EL CICLO NO ABRE CON EL  *
000126*                "B" PUESTO.                                 *
000130*----------------------------------------------------------*
000140 01  CERROJO-REC.
000150     05 CER-ID                   PIC X(01).
000160         88 CER-LOTE                 VALUE "B".
000170         88 CER-ONLINE               VALUE "O".
000175         88 CER-INTRADIA             VALUE "I".
000180     05 CER-TITULAR              PIC X(08).
000190     05 CER-FECHA                PIC 9(08).
000200     05 CER-HORA                 PIC 9(08).

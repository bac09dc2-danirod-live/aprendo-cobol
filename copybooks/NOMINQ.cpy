000010*----------------------------------------------------------*
000020* NOMINQ - AREA DE COMUNICACION (COMMAREA) DE LA             *
000030*          TRANSACCION ONLINE DE CONSULTA DE PAGOS DE NOMINA *
000040*          (NOMI/NOMINQ). SOLO LECTURA SOBRE NOMHIST.        *
000050*----------------------------------------------------------*
000060* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE DE LA         *
000070*                COMMAREA DE APRONLN. FUNCIONES: H MUESTRA   *
000080*                LOS ULTIMOS PAGOS DE NI-EMP-ID (EMP-ID CERO *
000090*                = PAGINA ANTERIOR, DESDE LA CLAVE TOPE      *
000100*                GUARDADA); D ENSENA EL DESGLOSE DEL PAGO    *
000110*                EMP-ID + FECHA + SECUENCIA; A DA LOS        *
000120*                ACUMULADOS DEL EJERCICIO (ANIO CERO = EL    *
000130*                DEL ULTIMO PAGO).                           *
000140*----------------------------------------------------------*
000150 01  DFHCOMMAREA.
000160     05 NI-FUNCION               PIC X(01).
000170         88 NI-FUNCION-HISTORIA      VALUE "H".
000180         88 NI-FUNCION-DETALLE       VALUE "D".
000190         88 NI-FUNCION-ACUMULADO     VALUE "A".
000200     05 NI-PRIMERA-VEZ-SW        PIC X(01) VALUE "S".
000210         88 NI-PRIMERA-VEZ           VALUE "S".
000220     05 NI-EMP-ID                PIC 9(06).
000230     05 NI-TOPE.
000240         10 NI-TOPE-FECHA        PIC 9(08).
000250         10 NI-TOPE-SECUENCIA    PIC 9(02).
000260     05 NI-FECHA-NOMINA          PIC 9(08).
000270     05 NI-SECUENCIA             PIC 9(02).
000280     05 NI-RESULTADO-SW          PIC X(01).
000290         88 NI-RESULTADO-OK          VALUE "S".
000300         88 NI-RESULTADO-ERROR       VALUE "N".
000310     05 NI-MENSAJE               PIC X(40).

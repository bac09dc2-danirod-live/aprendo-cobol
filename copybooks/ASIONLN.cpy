000010*----------------------------------------------------------*
000020* ASIONLN - AREA DE COMUNICACION (COMMAREA) DE LA            *
000030* TRANSACCION ONLINE DE ENTRADA DE ASIENTOS MANUALES         *
000040* (ASIO/ASIONLN)                                             *
000050*----------------------------------------------------------*
000060* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE DE LA         *
000070*                COMMAREA DE APRONLN. FUNCIONES SOBRE EL     *
000080*                DOCUMENTO AS-DOC-NO: N LO ABRE, L LE AGREGA *
000090*                UNA LINEA, B BORRA LA LINEA AS-LINEA, C LO  *
000100*                DA POR COMPLETO SI CUADRA Y V LO MUESTRA.   *
000110*                EL DOCUMENTO QUEDA EN LA COMMAREA:          *
000120*                DOCUMENTO CERO EN LA ENTRADA = SEGUIR CON   *
000130*                EL MISMO.                                   *
000140*----------------------------------------------------------*
000150 01  DFHCOMMAREA.
000160     05 AS-FUNCION               PIC X(01).
000170         88 AS-FUNCION-ABRIR         VALUE "N".
000180         88 AS-FUNCION-LINEA         VALUE "L".
000190         88 AS-FUNCION-BORRAR        VALUE "B".
000200         88 AS-FUNCION-COMPLETAR     VALUE "C".
000210         88 AS-FUNCION-VER           VALUE "V".
000220     05 AS-PRIMERA-VEZ-SW        PIC X(01) VALUE "S".
000230         88 AS-PRIMERA-VEZ           VALUE "S".
000240     05 AS-DOC-NO                PIC 9(06).
000250     05 AS-LINEA                 PIC 9(03).
000260     05 AS-RESULTADO-SW          PIC X(01).
000270         88 AS-RESULTADO-OK          VALUE "S".
000280         88 AS-RESULTADO-ERROR       VALUE "N".
000290     05 AS-MENSAJE               PIC X(40).

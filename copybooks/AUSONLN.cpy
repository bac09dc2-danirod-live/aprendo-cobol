000010*----------------------------------------------------------*
000020* AUSONLN - AREA DE COMUNICACION (COMMAREA) DE LA            *
000030* TRANSACCION ONLINE DE SOLICITUD Y APROBACION DE AUSENCIAS  *
000040* (AUSO/AUSONLN)                                             *
000050*----------------------------------------------------------*
000060* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE DE LA         *
000070*                COMMAREA DE APRONLN. FUNCIONES: S GRABA LA  *
000080*                SOLICITUD DE AO-EMP-ID DESDE/HASTA DE TIPO  *
000090*                V O P; L PASEA LAS SOLICITUDES PENDIENTES   *
000100*                QUE DECIDE EL OPERADOR DESDE                *
000110*                AO-BROWSE-CLAVE (EMP-ID CERO = CONTINUAR LA *
000120*                PAGINA); A APRUEBA Y R RECHAZA LA SOLICITUD *
000130*                EMP-ID + DESDE.                             *
000140*----------------------------------------------------------*
000150 01  DFHCOMMAREA.
000160     05 AO-FUNCION               PIC X(01).
000170         88 AO-FUNCION-SOLICITAR     VALUE "S".
000180         88 AO-FUNCION-LISTAR        VALUE "L".
000190         88 AO-FUNCION-APROBAR       VALUE "A".
000200         88 AO-FUNCION-RECHAZAR      VALUE "R".
000210     05 AO-PRIMERA-VEZ-SW        PIC X(01) VALUE "S".
000220         88 AO-PRIMERA-VEZ           VALUE "S".
000230     05 AO-EMP-ID                PIC 9(06).
000240     05 AO-FECHA-DESDE           PIC 9(08).
000250     05 AO-FECHA-HASTA           PIC 9(08).
000260     05 AO-TIPO                  PIC X(01).
000270     05 AO-BROWSE-CLAVE.
000280         10 AO-BROWSE-EMP-ID     PIC 9(06).
000290         10 AO-BROWSE-FECHA      PIC 9(08).
000300     05 AO-RESULTADO-SW          PIC X(01).
000310         88 AO-RESULTADO-OK          VALUE "S".
000320         88 AO-RESULTADO-ERROR       VALUE "N".
000330     05 AO-MENSAJE               PIC X(40).

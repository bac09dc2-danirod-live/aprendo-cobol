000217*                CIERRE, Y SOLO EL RESTO DEL PERIODO DEL     *
000218*                CIERRE SE LEE DEL DETALLE. SIN DIGMSTR SE   *
000219*                CAE AL BARRIDO DE LEDGDTL DE SIEMPRE.       *
000221* 2026-10-15 DR  DIGMSTR LLEVA EL CENTRO DE COSTE EN LA      *
000223*                CLAVE: EL START POSICIONA CON CENTRO CERO Y *
000225*                LA LECTURA SUMA TODOS LOS CENTROS DE LA     *
000227*                CUENTA.                                     *
000230*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
003460 4100-EXIT.
003470     EXIT.

003471 4500-SUMAR-DIGESTO.
003472     MOVE "N" TO WS-FIN-DIGESTO-SW
003473     MOVE LEDG-ACCT-ID TO DIG-ACCT-ID
003474     COMPUTE DIG-PERIODO = WS-PERIODO-BASE + 1
003475     MOVE ZERO TO DIG-CENTRO-COSTE
003476     START DIGESTO-FILE
003477         KEY IS NOT LESS THAN DIG-CLAVE
003478         INVALID KEY

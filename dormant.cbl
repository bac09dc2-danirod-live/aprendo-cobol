000225*                DE REGISTROS POR CUENTA EN VEZ DE BARRER    *
000226*                TODO EL DETALLE. SIN DIGMSTR SE CAE AL      *
000227*                BARRIDO DE LEDGDTL DE SIEMPRE.              *
000228* 2026-10-15 DR  DIGMSTR LLEVA EL CENTRO DE COSTE EN LA      *
000229*                CLAVE: EL START POSICIONA CON CENTRO CERO Y *
000230*                LA LECTURA SUMA TODOS LOS CENTROS DE LA     *
000231*                CUENTA.                                     *
000235*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
002720 3100-EXIT.
002730     EXIT.

002731 3500-ULTIMA-DEL-DIGESTO.
002732     MOVE "N" TO WS-FIN-DIGESTO-SW
002733     MOVE LEDG-ACCT-ID TO DIG-ACCT-ID
002734     MOVE ZERO TO DIG-PERIODO
002735     MOVE ZERO TO DIG-CENTRO-COSTE
002736     START DIGESTO-FILE
002737         KEY IS NOT LESS THAN DIG-CLAVE
002738         INVALID KEY

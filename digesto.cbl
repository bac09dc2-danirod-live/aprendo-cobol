000230*                TOTAL DEBITOS, TOTAL CREDITOS Y ULTIMA      *
000240*                FECHA DE ACTIVIDAD. DORMANT Y BALEXTR LEEN  *
000250*                EL AGREGADO EN VEZ DEL DETALLE COMPLETO.    *
000251* 2026-10-15 DR  EL AGREGADO SE LLEVA POR CUENTA, PERIODO Y  *
000252*                CENTRO DE COSTE (DT-CENTRO-COSTE; LOS       *
000253*                RENGLONES ANTERIORES AL CAMPO CUENTAN COMO  *
000254*                CENTRO CERO). LA SUMA DE LOS CENTROS DE UNA *
000255*                CUENTA Y PERIODO DA LO MISMO QUE ANTES.     *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000910 01  WS-FECHA-DESGLOSE.
000920     05 WS-FD-PERIODO          PIC 9(06).
000930     05 WS-FD-DIA              PIC 9(02).
000935 01  WS-CCOSTE-APUNTE            PIC 9(06) VALUE ZERO.
000940
000950 PROCEDURE DIVISION.
000960
001760
001770 3000-ACUMULAR.
001780     MOVE DT-FECHA TO WS-FECHA-DESGLOSE
001781     IF DT-CENTRO-COSTE IS NUMERIC
001782         MOVE DT-CENTRO-COSTE TO WS-CCOSTE-APUNTE
001783     ELSE
001784         MOVE ZERO TO WS-CCOSTE-APUNTE
001785     END-IF
001790     MOVE DT-ACCT-ID TO DIG-ACCT-ID
001800     MOVE WS-FD-PERIODO TO DIG-PERIODO
001805     MOVE WS-CCOSTE-APUNTE TO DIG-CENTRO-COSTE
001810     READ DIGESTO-FILE
001820         INVALID KEY
001830             MOVE DT-ACCT-ID TO DIG-ACCT-ID
001840             MOVE WS-FD-PERIODO TO DIG-PERIODO
001845             MOVE WS-CCOSTE-APUNTE TO DIG-CENTRO-COSTE
001850             MOVE ZERO TO DIG-MOVS
001860             MOVE ZERO TO DIG-DEBITOS
001870             MOVE ZERO TO DIG-CREDITOS

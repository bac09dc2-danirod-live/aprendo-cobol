000241*                CRECIERON EN LEDGDTL. LAS DESCARGAS         *
000242*                ANTERIORES DE 81 BYTES NO SE RECARGAN CON   *
000243*                ESTA VERSION.                               *
000244* 2026-10-15 DR  EL REGISTRO EMP PASA DE 66 A 75 CON LA      *
000245*                JORNADA PARCIAL DEL MAESTRO; CABE EN        *
000246*                UN-DATOS SIN CAMBIAR LA DESCARGA.           *
000247* 2026-10-15 DR  UN-DATOS PASA DE 83 A 89, COMO EN MSTUNLD,  *
000248*                POR DT-CENTRO-COSTE. SE CORRIGE ADEMAS LA   *
000249*                RECARGA DTL, QUE SEGUIA MOVIENDO SOLO 80    *
000250*                BYTES AL DETALLE Y PERDIA LA MARCA DE       *
000251*                CONCILIACION Y EL CODIGO DE IVA.            *
000252* 2026-10-15 DR  UN-DATOS PASA DE 89 A 117, COMO EN MSTUNLD, *
000253*                POR DT-ORIGEN EN EL DETALLE LEDGDTL.        *
000240*----------------------------------------------------------*
000250
000260 ENVIRONMENT DIVISION.
000830     05 UN-TIPO                 PIC X(01).
000840         88 UN-DATO                 VALUE "D".
000850         88 UN-COLA                 VALUE "T".
000860     05 UN-DATOS                PIC X(117).
000870     05 UN-COLA-DATOS REDEFINES UN-DATOS.
000880         10 UN-CUENTA-REGS      PIC 9(09).
000890         10 UN-HASH-CLAVES      PIC 9(13).
000900         10 UN-TOTAL-IMPORTES   PIC S9(13)V99.
000910         10 FILLER              PIC X(80).
000920
000930 WORKING-STORAGE SECTION.
000940 01  WS-EMPMSTR-STATUS           PIC X(02) VALUE SPACES.
001940     ADD 1 TO WS-CUENTA-REGS
001950     EVALUATE TRUE
001960         WHEN WS-MAESTRO-EMP
001970             MOVE UN-DATOS (1:75) TO EMPLEADO-MASTER-REC
001980             ADD EMP-ID TO WS-HASH-CLAVES
001990             ADD SALARIO TO WS-TOTAL-IMPORTES
002000             WRITE EMPLEADO-MASTER-REC
002140                 GO TO ABEND-CLEANUP
002150             END-IF
002160         WHEN WS-MAESTRO-DTL
002170             MOVE UN-DATOS (1:117) TO LEDGER-DETAIL-REC
002180             ADD DT-SEQ-NO TO WS-HASH-CLAVES
002190             ADD DT-IMPORTE-CONV TO WS-TOTAL-IMPORTES
002200             WRITE LEDGER-DETAIL-REC

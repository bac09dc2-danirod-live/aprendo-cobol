000230*                D BORRA. EL RESULTADO SE VERIFICA           *
000240*                CORRIENDO TRIALBAL Y COMPARANDO CONTRA EL   *
000250*                BALANCE EMITIDO ANTES DEL FALLO.            *
000252* 2026-10-15 DR  LA IMAGEN DE DETALLE SE TOMA A 89 BYTES AL  *
000254*                CRECER LEDGDTL CON DT-CENTRO-COSTE (VER     *
000256*                COPY LEDGJRNL).                             *
000257* 2026-10-15 DR  LA IMAGEN DE DETALLE SE TOMA A 117 BYTES AL *
000258*                CRECER LEDGDTL CON DT-ORIGEN.               *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
002070     EXIT.
002080
002090 4000-APLICA-DETALLE.
002100     MOVE JRN-IMAGEN (1:117) TO LEDGER-DETAIL-REC
002110     EVALUATE TRUE
002120         WHEN JRN-BORRADO
002130             DELETE LEDGER-DETAIL-FILE

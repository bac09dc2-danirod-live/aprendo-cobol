000250*                PARTIDA QUEDA MARCADA C CON SU CUENTA       *
000260*                DESTINO Y FECHA; LEDGMERG INCORPORA EL      *
000270*                LOTE Y CREDITO LO POSTEA ESA NOCHE.         *
000272* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000274*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000276*                COSTE, VER COPY LEDGTRAN).                  *
000277* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000278*                SISTEMA SUSPCLR Y COMO CLAVE EL SUS-ITEM-NO *
000279*                DE SUSPMSTR, PARA LA TRAZA DE TRAZADTL.     *
000280*----------------------------------------------------------*
000290
000300 ENVIRONMENT DIVISION.
002640     MOVE ZERO TO LT-SEQ-REF
002650     MOVE SUS-ITEM-NO TO LT-DOC-NO
002652     MOVE SPACES TO LT-IVA-CODIGO
002656     MOVE ZERO TO LT-CENTRO-COSTE
002657     MOVE "SUSPCLR" TO LT-ORIGEN-SISTEMA
002658     MOVE SUS-ITEM-NO TO LT-ORIGEN-CLAVE
002660     WRITE LEDGER-TRANS-REC
002670     PERFORM 7200-CHECK-SUSPCOUT THRU 7200-EXIT
002680     ADD 1 TO WS-LOTE-REGS

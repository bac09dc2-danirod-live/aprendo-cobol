000219* 2026-09-02 DR  CADA VISTA DE CUENTA QUEDA EN LA BITACORA   *
000219*                DE ACCESOS ACCJRNL (COPY ACCESOJ) CON EL    *
000219*                OPERADOR, PARA EL INFORME MENSUAL ACCREV.   *
000220* 2026-10-15 DR  CADA MOVIMIENTO DEL ANILLO MUESTRA TAMBIEN  *
000221*                SU ORIGEN: EL SISTEMA Y LA CLAVE DEL        *
000222*                REGISTRO FUENTE (DT-ORIGEN, VER COPY        *
000223*                LEDGDTL). EN BLANCO PARA LOS MOVIMIENTOS    *
000224*                ANTERIORES AL ORIGEN.                       *
000227*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000760         10 PM-CONCEPTO          PIC X(20).
000770         10 FILLER               PIC X(01).
000780         10 PM-IMPORTE           PIC ZZZ.ZZZ.ZZ9,99.
000782         10 FILLER               PIC X(01).
000784         10 PM-ORIGEN-SISTEMA    PIC X(08).
000786         10 FILLER               PIC X(01).
000788         10 PM-ORIGEN-CLAVE      PIC X(20).
000790
000800*----------------------------------------------------------*
000810* ANILLO DE LOS ULTIMOS CINCO MOVIMIENTOS LEIDOS: LA CLAVE   *
000890         10 AN-TIPO              PIC X(01).
000900         10 AN-CONCEPTO          PIC X(20).
000910         10 AN-IMPORTE           PIC 9(09)V99.
000913         10 AN-ORIGEN-SISTEMA    PIC X(08).
000916         10 AN-ORIGEN-CLAVE      PIC X(20).
000920
000930 01  WS-PANTALLA-RESULT.
000940     05 FILLER                    PIC X(10) VALUE "RESULTADO:".
002180     MOVE ZERO   TO PM-FECHA (WS-MOV-IDX)
002190     MOVE SPACES TO PM-TIPO (WS-MOV-IDX)
002200     MOVE SPACES TO PM-CONCEPTO (WS-MOV-IDX)
002210     MOVE ZERO   TO PM-IMPORTE (WS-MOV-IDX)
002213     MOVE SPACES TO PM-ORIGEN-SISTEMA (WS-MOV-IDX)
002216     MOVE SPACES TO PM-ORIGEN-CLAVE (WS-MOV-IDX).
002220 4050-EXIT.
002230     EXIT.
002240
002460     MOVE DT-FECHA TO AN-FECHA (WS-ANILLO-IDX)
002470     MOVE DT-TIPO-APUNTE TO AN-TIPO (WS-ANILLO-IDX)
002480     MOVE DT-CONCEPTO TO AN-CONCEPTO (WS-ANILLO-IDX)
002490     MOVE DT-IMPORTE-CONV TO AN-IMPORTE (WS-ANILLO-IDX)
002493     MOVE DT-ORIGEN-SISTEMA TO AN-ORIGEN-SISTEMA (WS-ANILLO-IDX)
002496     MOVE DT-ORIGEN-CLAVE TO AN-ORIGEN-CLAVE (WS-ANILLO-IDX).
002500 4100-EXIT.
002510     EXIT.
002520
002720         TO PM-CONCEPTO (WS-MOV-IDX)
002730     MOVE AN-IMPORTE (WS-ANILLO-IDX)
002740         TO PM-IMPORTE (WS-MOV-IDX)
002742     MOVE AN-ORIGEN-SISTEMA (WS-ANILLO-IDX)
002744         TO PM-ORIGEN-SISTEMA (WS-MOV-IDX)
002746     MOVE AN-ORIGEN-CLAVE (WS-ANILLO-IDX)
002748         TO PM-ORIGEN-CLAVE (WS-MOV-IDX)
002750     IF WS-SLOT = 1
002760         MOVE 5 TO WS-SLOT
002770     ELSE

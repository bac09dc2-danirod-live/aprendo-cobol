000230*                UNA SOLA VEZ POR PERIODO AAAAMM: EL CAMPO   *
000240*                VAC-ULTIMO-DEVENGO HACE EL PASO IDEMPOTENTE *
000250*                AUNQUE CORRA CADA NOCHE EN LA CADENA.       *
000252* 2026-10-15 DR  JORNADA PARCIAL: EL DEVENGO DEL MES SE      *
000254*                REDUCE AL PORCENTAJE DE JORNADA DEL         *
000256*                EMPLEADO (EMP-JORNADA-PCT); A CERO O AL 100 *
000258*                SE DEVENGA ENTERO.                          *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
002640
002650*----------------------------------------------------------*
002660* DEVENGA 1/12 DEL DERECHO ANUAL SI ESTE PERIODO AAAAMM AUN  *
002670* NO SE HABIA DEVENGADO PARA EL EMPLEADO, EN PROPORCION A SU *
002675* JORNADA SI ES A TIEMPO PARCIAL.                            *
002680*----------------------------------------------------------*
002690 4000-DEVENGAR.
002700     IF VAC-ULTIMO-DEVENGO NOT < WS-PERIODO-PROCESO
002730     END-IF
002740     COMPUTE WS-DEVENGO-MES ROUNDED =
002750         (VAC-DIAS-BASE + VAC-DIAS-EXTRA) / 12
002751     IF EMP-JORNADA-PCT IS NUMERIC
002753         AND EMP-JORNADA-PCT > ZERO
002754         AND EMP-JORNADA-PCT < 100
002756         COMPUTE WS-DEVENGO-MES ROUNDED =
002757             (VAC-DIAS-BASE + VAC-DIAS-EXTRA) * EMP-JORNADA-PCT
002758             / 1200
002759     END-IF
002760     ADD WS-DEVENGO-MES TO VAC-DEVENGADO
002770     MOVE WS-PERIODO-PROCESO TO VAC-ULTIMO-DEVENGO
002780     REWRITE VACACION-MASTER-REC

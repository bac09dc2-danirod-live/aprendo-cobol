000161*                LA PRIMERA CORRIDA: REDEFINIRLO EN VACIO    *
000162*                TIRARIA LOS REBOTES ABIERTOS QUE PAGORECI   *
000163*                NECESITA.                                   *
000164* 2026-10-15 DR  SEPAREC TAMBIEN MARCA R LOS ABONOS QUE EL   *
000165*                BANCO RECHAZA EN EL PAIN.002.               *
000167*----------------------------------------------------------*
000170 01  PAGO-STAT-REC.
000175     05 PS-CLAVE.
000180         10 PS-EMP-ID            PIC 9(06).

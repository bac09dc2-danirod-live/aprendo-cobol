000192* 2026-08-22 DR  EL REGISTRO DE CARGA INCORPORA LA MARCA Y   *
000194*                LA TASA ANUAL DE INTERES DE LA CUENTA, QUE  *
000196*                CONSUME EL TRABAJO MENSUAL INTERES.         *
000197* 2026-10-15 DR  EL REGISTRO DE CARGA TRAE AL FINAL LA MARCA *
000198*                DE CENTRO DE COSTE OBLIGATORIO (S;          *
000199*                CUALQUIER OTRO VALOR = N), QUE SOLO SE      *
000200*                ADMITE EN CUENTAS DE INGRESO Y GASTO.       *
000201* 2026-10-15 DR  EL REGISTRO DE CARGA TRAE DETRAS LA MARCA DE *
000202*                CUENTA BLOQUEADA (S; CUALQUIER OTRO VALOR = *
000203*                N) Y LA CUENTA SUCESORA QUE DEJA CTARENUM,  *
000204*                PARA QUE LA RECARGA NO DESBLOQUEE LAS       *
000205*                CUENTAS RETIRADAS. UNA CUENTA BLOQUEADA     *
000206*                DEBE NOMBRAR UNA SUCESORA NUMERICA.         *
000208*----------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000504     05 PL-TASA-INTERES          PIC X(06).
000506     05 PL-TASA-INTERES-NUM REDEFINES PL-TASA-INTERES
000508                                 PIC 9(02)V9(04).
000509     05 PL-CCOSTE-SW             PIC X(01).
000510     05 PL-BLOQUEO-SW            PIC X(01).
000511     05 PL-CUENTA-SUCESORA       PIC X(06).
000512     05 PL-CUENTA-SUCESORA-NUM REDEFINES PL-CUENTA-SUCESORA
000513                                 PIC 9(06).
000516
000520 FD  PLAN-CUENTA-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CUENTAS.
001359         PERFORM 2200-WRITE-RECHAZO THRU 2200-EXIT
001360         GO TO 2000-SIGUE
001361     END-IF
001362     IF PL-CCOSTE-SW = "S"
001363         AND PL-CLASE NOT = "I" AND PL-CLASE NOT = "G"
001364         ADD 1 TO WS-RECHAZADOS-COUNT
001365         MOVE PL-ACCT-ID TO DL-ACCT-ID
001366         MOVE "CENTRO DE COSTE SOLO EN CLASE I/G" TO DL-MOTIVO
001367         PERFORM 2200-WRITE-RECHAZO THRU 2200-EXIT
001368         GO TO 2000-SIGUE
001369     END-IF
001370     IF PL-BLOQUEO-SW = "S"
001371         AND PL-CUENTA-SUCESORA IS NOT NUMERIC
001372         ADD 1 TO WS-RECHAZADOS-COUNT
001373         MOVE PL-ACCT-ID TO DL-ACCT-ID
001374         MOVE "BLOQUEADA SIN CUENTA SUCESORA" TO DL-MOTIVO
001375         PERFORM 2200-WRITE-RECHAZO THRU 2200-EXIT
001376         GO TO 2000-SIGUE
001377     END-IF
001378     MOVE PL-ACCT-ID TO CTA-ACCT-ID
001379     MOVE PL-CLASE   TO CTA-CLASE
001380     MOVE PL-GRUPO   TO CTA-GRUPO
001382     MOVE PL-INTERES-SW TO CTA-INTERES-SW
001384     IF PL-TASA-INTERES IS NUMERIC
001388     ELSE
001390         MOVE ZERO TO CTA-TASA-INTERES
001392     END-IF
001393     IF PL-CCOSTE-SW = "S"
001394         MOVE "S" TO CTA-CCOSTE-SW
001395     ELSE
001396         MOVE "N" TO CTA-CCOSTE-SW
001397     END-IF
001398     IF PL-BLOQUEO-SW = "S"
001399         MOVE "S" TO CTA-BLOQUEO-SW
001400         MOVE PL-CUENTA-SUCESORA-NUM TO CTA-CUENTA-SUCESORA
001401     ELSE
001402         MOVE "N" TO CTA-BLOQUEO-SW
001403         MOVE ZERO TO CTA-CUENTA-SUCESORA
001404     END-IF
001406     WRITE PLAN-CUENTA-REC
001408     IF WS-PLANCTAS-OK
001410         ADD 1 TO WS-CARGADOS-COUNT
001420     ELSE
001430         IF WS-PLANCTAS-DUPLICATE

000190*                ACTUALIZACION SI YA EXISTE. LA CUENTA DEBE  *
000200*                EXISTIR EN PLANCTAS; CUENTA O PERIODO NO    *
000210*                NUMERICOS SE RECHAZAN AL LISTADO.           *
000211* 2026-10-15 DR  PRESFEED TRAE AL FINAL EL CENTRO DE COSTE   *
000212*                (EN BLANCO = CERO, PRESUPUESTO DE LA CUENTA *
000213*                SIN REPARTIR), QUE ENTRA EN LA CLAVE DE     *
000214*                PRESMSTR. UN CENTRO NO NUMERICO, O UN       *
000215*                CENTRO EN UNA CUENTA QUE NO ES DE INGRESO O *
000216*                GASTO, SE RECHAZA.                          *
000220*----------------------------------------------------------*
000230
000240 ENVIRONMENT DIVISION.
000630     05 PF-IMPORTE               PIC X(13).
000640     05 PF-IMPORTE-N REDEFINES PF-IMPORTE
000650                                 PIC 9(11)V99.
000652     05 PF-CENTRO-COSTE          PIC X(06).
000654     05 PF-CENTRO-COSTE-N REDEFINES PF-CENTRO-COSTE
000656                                 PIC 9(06).
000660
000670 FD  PRESUPUESTO-FILE
000680     LABEL RECORDS ARE STANDARD.
001030     05 WS-RECHAZADOS-COUNT    PIC 9(05) COMP VALUE ZERO.
001040
001050 01  WS-IMPORTE-SIGNED           PIC S9(11)V99 VALUE ZERO.
001055 01  WS-CCOSTE-PRES              PIC 9(06) VALUE ZERO.
001060
001070 01  WS-DET-LINE.
001080     05 DL-ACCT                 PIC X(06).
001090     05 FILLER                  PIC X(02) VALUE SPACES.
001100     05 DL-PERIODO              PIC X(06).
001103     05 FILLER                  PIC X(02) VALUE SPACES.
001106     05 DL-CCOSTE               PIC X(06).
001110     05 FILLER                  PIC X(02) VALUE SPACES.
001120     05 DL-IMPORTE              PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001130     05 FILLER                  PIC X(02) VALUE SPACES.
001650         PERFORM 2300-RECHAZAR THRU 2300-EXIT
001660         GO TO 2000-SIGUE
001670     END-IF
001671     MOVE ZERO TO WS-CCOSTE-PRES
001672     IF PF-CENTRO-COSTE NOT = SPACES
001673         IF PF-CENTRO-COSTE-N IS NOT NUMERIC
001674             PERFORM 2300-RECHAZAR THRU 2300-EXIT
001675             GO TO 2000-SIGUE
001676         END-IF
001677         MOVE PF-CENTRO-COSTE-N TO WS-CCOSTE-PRES
001678     END-IF
001680     MOVE PF-ACCT-ID-N TO CTA-ACCT-ID
001690     READ PLAN-CUENTA-FILE
001700         INVALID KEY
001710             PERFORM 2300-RECHAZAR THRU 2300-EXIT
001720             GO TO 2000-SIGUE
001730     END-READ
001731*    SOLO LAS CUENTAS DE INGRESO Y GASTO SE PRESUPUESTAN POR *
001732*    CENTRO DE COSTE.                                        *
001733     IF WS-CCOSTE-PRES NOT = ZERO
001734         AND NOT CTA-CLASE-INGRESO AND NOT CTA-CLASE-GASTO
001735         PERFORM 2300-RECHAZAR THRU 2300-EXIT
001736         GO TO 2000-SIGUE
001737     END-IF
001740     MOVE PF-IMPORTE-N TO WS-IMPORTE-SIGNED
001750     IF PF-SIGNO = "-"
001760         MULTIPLY WS-IMPORTE-SIGNED BY -1
001780     END-IF
001790     MOVE PF-ACCT-ID-N TO PRE-ACCT-ID
001800     MOVE PF-PERIODO-N TO PRE-PERIODO
001805     MOVE WS-CCOSTE-PRES TO PRE-CENTRO-COSTE
001810     MOVE WS-IMPORTE-SIGNED TO PRE-IMPORTE
001820     WRITE PRESUPUESTO-REC
001830     IF WS-PRESMSTR-DUPLICATE
001840         MOVE PF-ACCT-ID-N TO PRE-ACCT-ID
001850         MOVE PF-PERIODO-N TO PRE-PERIODO
001855         MOVE WS-CCOSTE-PRES TO PRE-CENTRO-COSTE
001860         READ PRESUPUESTO-FILE
001870             INVALID KEY
001880                 DISPLAY "PRESCARG: ERROR RELEYENDO PRESMSTR"
002080     END-IF
002090     MOVE PF-ACCT-ID TO DL-ACCT
002100     MOVE PF-PERIODO TO DL-PERIODO
002105     MOVE WS-CCOSTE-PRES TO DL-CCOSTE
002110     MOVE WS-IMPORTE-SIGNED TO DL-IMPORTE
002120     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
002130 2000-SIGUE.
002320     ADD 1 TO WS-RECHAZADOS-COUNT
002330     MOVE PF-ACCT-ID TO DL-ACCT
002340     MOVE PF-PERIODO TO DL-PERIODO
002345     MOVE PF-CENTRO-COSTE TO DL-CCOSTE
002350     MOVE ZERO TO DL-IMPORTE
002360     MOVE "RECHAZADO: CAMPOS INVALIDOS" TO DL-ACCION
002370     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.

000210*                FILA CON MARCA F SE CARGA SIN CONTROL. UNA  *
000211*                TASA DESORBITADA REVALUO UNA VEZ LOS        *
000212*                SALDOS EN DIVISA POR UN ORDEN DE MAGNITUD.  *
000213* 2026-10-15 DR  TASAS CRUZADAS: EL FEED TRAE AL FINAL LA     *
000214*                MONEDA BASE DE LA TASA (EN BLANCO, USD COMO *
000215*                SIEMPRE) Y SE GRABA EN TAS-MONEDA-BASE. UNA *
000216*                FILA CON BASE IGUAL A LA MONEDA SE RECHAZA. *
000217*                EL FEED Y TASAHOLD PASAN DE 19 A 22 BYTES;  *
000218*                EL CONTROL DE RAZONABILIDAD COMPARA CON LA  *
000219*                ULTIMA TASA DE LA MISMA BASE Y MONEDA.      *
000222*----------------------------------------------------------*
000226
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000530                                 PIC 9(03)V9(04).
000532     05 TF-FORZAR-SW             PIC X(01).
000534         88 TF-FORZADA               VALUE "F".
000536     05 TF-MONEDA-BASE           PIC X(03).
000540
000550 FD  TASA-MASTER-FILE
000560     LABEL RECORDS ARE STANDARD.

000612 FD  TASA-HOLD-FILE
000613     LABEL RECORDS ARE STANDARD.
000614 01  TASA-HOLD-REC               PIC X(22).

000616 FD  PARM-FILE
000617     LABEL RECORDS ARE STANDARD.
000848 01  WS-FIN-PREVIA-SW            PIC X(01) VALUE "N".
000849     88 WS-FIN-PREVIA                VALUE "S".
000850 01  WS-MOVIMIENTO-PCT           PIC S9(07)V99 VALUE ZERO.
000851 01  WS-BASE-FEED                PIC X(03) VALUE SPACES.
000855
000860 01  WS-DET-LINE.
000865     05 DL-BASE                  PIC X(03).
000867     05 FILLER                   PIC X(01) VALUE "/".
000870     05 DL-MONEDA                PIC X(03).
000880     05 FILLER                   PIC X(01) VALUE SPACES.
000890     05 DL-FECHA                 PIC X(08).
001320
001330 2000-PROCESS-FEED.
001340     ADD 1 TO WS-LEIDOS-COUNT
001342     MOVE TF-MONEDA-BASE TO WS-BASE-FEED
001344     IF WS-BASE-FEED = SPACES
001346         MOVE "USD" TO WS-BASE-FEED
001348     END-IF
001349     MOVE WS-BASE-FEED TO DL-BASE
001350     MOVE TF-MONEDA TO DL-MONEDA
001360     MOVE TF-FECHA-VIGENCIA TO DL-FECHA
001370     IF TF-MONEDA = SPACES
001430         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
001440         GO TO 2000-SIGUE
001450     END-IF
001452     IF TF-MONEDA = WS-BASE-FEED
001453         ADD 1 TO WS-RECHAZADOS-COUNT
001454         MOVE ZERO TO DL-TASA
001455         MOVE "RECHAZADO: BASE IGUAL A MONEDA" TO DL-ACCION
001456         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
001457         GO TO 2000-SIGUE
001458     END-IF
001460     IF TF-TASA-USD-NUM = ZERO
001470         ADD 1 TO WS-RECHAZADOS-COUNT
001480         MOVE ZERO TO DL-TASA
001537             GO TO 2000-SIGUE
001538         END-IF
001539     END-IF
001542     MOVE WS-BASE-FEED TO TAS-MONEDA-BASE
001546     MOVE TF-MONEDA TO TAS-MONEDA
001550     MOVE TF-FECHA-VIGENCIA TO TAS-FECHA-VIGENCIA
001560     MOVE TF-TASA-USD-NUM TO TAS-TASA
001570     WRITE TASA-MASTER-REC
001580     IF WS-TASAMSTR-OK
001590         ADD 1 TO WS-ALTAS-COUNT
001870     EXIT.
001880
001890 3000-ACTUALIZAR.
001895     MOVE WS-BASE-FEED TO TAS-MONEDA-BASE
001900     MOVE TF-MONEDA TO TAS-MONEDA
001910     MOVE TF-FECHA-VIGENCIA TO TAS-FECHA-VIGENCIA
001920     READ TASA-MASTER-FILE
001950                 WS-TASAMSTR-STATUS
001960             GO TO ABEND-CLEANUP
001970     END-READ
001980     MOVE TF-TASA-USD-NUM TO TAS-TASA
001990     REWRITE TASA-MASTER-REC
002000     IF NOT WS-TASAMSTR-OK
002010         DISPLAY "RATECARG: ERROR REESCRIBIENDO TASAMSTR "
002113 1200-EXIT.
002114     EXIT.

002115*----------------------------------------------------------*
002116* BUSCA LA ULTIMA TASA VIGENTE DE LA MONEDA (EN LA MISMA     *
002117* BASE) ANTERIOR A LA FECHA DEL FEED Y CALCULA EL MOVIMIENTO *
002118* EN POR CIENTO.                                             *
002119*----------------------------------------------------------*
002120 2500-RAZONABILIDAD.
002121     MOVE "N" TO WS-HAY-PREVIA-SW
002122     MOVE "N" TO WS-FIN-PREVIA-SW
002123     MOVE ZERO TO WS-TASA-PREVIA
002124     MOVE WS-BASE-FEED TO TAS-MONEDA-BASE
002125     MOVE TF-MONEDA TO TAS-MONEDA
002126     MOVE ZERO TO TAS-FECHA-VIGENCIA
002127     START TASA-MASTER-FILE
002128         KEY IS NOT LESS THAN TAS-CLAVE
002129         INVALID KEY
002130             SET WS-FIN-PREVIA TO TRUE
002131     END-START
002132     PERFORM 2550-LEER-PREVIA THRU 2550-EXIT
002133         UNTIL WS-FIN-PREVIA
002134     IF WS-HAY-PREVIA
002135         COMPUTE WS-MOVIMIENTO-PCT ROUNDED =
002136             (TF-TASA-USD-NUM - WS-TASA-PREVIA) * 100
002137             / WS-TASA-PREVIA
002138         IF WS-MOVIMIENTO-PCT < ZERO
002139             MULTIPLY WS-MOVIMIENTO-PCT BY -1
002140                 GIVING WS-MOVIMIENTO-PCT
002141         END-IF
002142     END-IF.
002143 2500-EXIT.
002144     EXIT.

002145 2550-LEER-PREVIA.
002146     READ TASA-MASTER-FILE NEXT
002148             SET WS-FIN-PREVIA TO TRUE
002149             GO TO 2550-EXIT
002150     END-READ
002151     IF TAS-MONEDA-BASE NOT = WS-BASE-FEED
002152         OR TAS-MONEDA NOT = TF-MONEDA
002153         OR TAS-FECHA-VIGENCIA >= TF-FECHA-VIGENCIA
002154         SET WS-FIN-PREVIA TO TRUE
002155         GO TO 2550-EXIT
002156     END-IF
002157     MOVE TAS-TASA TO WS-TASA-PREVIA
002158     SET WS-HAY-PREVIA TO TRUE.
002159 2550-EXIT.
002160     EXIT.

002161*----------------------------------------------------------*
002162* RETIENE LA FILA EN TASAHOLD CON LA MARCA F YA PUESTA: EL   *

000290*                JUSTIFICADO Y SALE COMO AVISO SIN RC 4 NI   *
000291*                EXCEPCION. LOS DEMAS MAESTROS NO TIENEN     *
000292*                MANTENIMIENTO EN LINEA Y SIGUEN IGUAL.      *
000294* 2026-10-15 DR  LEDGMSTR MOVIDO POR LA RENUMERACION DE       *
000295*                CUENTAS: CTARENUM ANOTA EL EVENTO M EN      *
000296*                AUDITLOG Y COMPARAR LO ACEPTA IGUAL QUE EL  *
000297*                DE EMPLMNT PARA EMPMSTR.                    *
000298* 2026-10-15 DR  AUDITIN CRECE A 107 BYTES CON EL SELLO      *
000299*                ENCADENADO DE AUDITLOG (CADSELLO).          *
000302*----------------------------------------------------------*
000306
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
001259     05 AIN-CLAVE               PIC X(20).
001260     05 AIN-EVENTO              PIC X(01).
001261     05 AIN-DETALLE             PIC X(40).
001263     05 FILLER                  PIC X(22).
001265
001267 FD  AUDIT-LOG-FILE
001270     LABEL RECORDS ARE STANDARD.
001280     COPY AUDITLOG.
001290
005310     ELSE
005312         PERFORM 5500-MANTENIM-EN-LINEA THRU 5500-EXIT
005314         IF WS-LINEA-ANOTADA
005315             AND WS-MAESTRO-ACTUAL = "LEDGMSTR"
005316             MOVE "MOVIDA: RENUMERACION ANOTADA" TO DL-NOTA
005318             PERFORM 7000-WRITE-DET THRU 7000-EXIT
005319             GO TO 5200-EXIT
005321         END-IF
005322         IF WS-LINEA-ANOTADA
005324             MOVE "MOVIDA: MANTENIM. EN LINEA OK" TO DL-NOTA
005325             PERFORM 7000-WRITE-DET THRU 7000-EXIT
005327         ELSE
005328             ADD 1 TO WS-DESVIOS-COUNT
005330             MOVE "*** HUELLA MOVIDA FUERA DE VEN" TO DL-NOTA
005340             PERFORM 7000-WRITE-DET THRU 7000-EXIT
005350             PERFORM 6000-WRITE-AUDITLOG THRU 6000-EXIT
005352         END-IF
005360     END-IF.
005370 5200-EXIT.
005371     EXIT.
005372
005374*----------------------------------------------------------*
005375* SOLO EMPMSTR TIENE MANTENIMIENTO EN LINEA: SI LA BITACORA  *
005376* AUDITLOG (DD AUDITIN, EN LECTURA) TRAE UNA ANOTACION M DE  *
005378* EMPLMNT POSTERIOR A LA HUELLA GRABADA, EL MOVIMIENTO ESTA  *
005379* JUSTIFICADO Y NO ES MANIPULACION. SIN DD AUDITIN MONTADO   *
005380* LA EXCUSA QUEDA INACTIVA Y TODO MOVIMIENTO SE DENUNCIA.    *
005382* LEDGMSTR SE JUSTIFICA IGUAL CON LA ANOTACION M DE LA       *
005383* RENUMERACION DE CUENTAS CTARENUM.                          *
005384*----------------------------------------------------------*
005386 5500-MANTENIM-EN-LINEA.
005387     MOVE "N" TO WS-LINEA-ANOTADA-SW
005388     IF WS-MAESTRO-ACTUAL NOT = "EMPMSTR "
005390         AND WS-MAESTRO-ACTUAL NOT = "LEDGMSTR"
005391         GO TO 5500-EXIT
005392     END-IF
005394     MOVE "N" TO WS-EOF-AUDITIN-SW
005395     OPEN INPUT AUDIT-IN-FILE.
005397     IF WS-AUDITIN-NO-FILE
005398         GO TO 5500-EXIT
005399     END-IF
005419             WS-AUDITIN-STATUS
005420         GO TO ABEND-CLEANUP
005421     END-IF
005422     IF ((WS-MAESTRO-ACTUAL = "EMPMSTR "
005423             AND AIN-PROGRAMA = "EMPLMNT ")
005424         OR (WS-MAESTRO-ACTUAL = "LEDGMSTR"
005425             AND AIN-PROGRAMA = "CTARENUM"))
005426         AND AIN-EVENTO = "M"
005427         AND (AIN-FECHA > HUE-FECHA
005428             OR (AIN-FECHA = HUE-FECHA
005429                 AND AIN-HORA > HUE-HORA))
005430         MOVE "S" TO WS-LINEA-ANOTADA-SW
005431     END-IF.
005432 5550-EXIT.
005433     EXIT.
005434
005435 6000-WRITE-AUDITLOG.
005436     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
005437     ACCEPT AUD-HORA FROM TIME.
005438     MOVE "HUELLAS " TO AUD-PROGRAMA
005440     MOVE WS-MAESTRO-ACTUAL TO AUD-CLAVE
005450     SET AUD-EVENTO-EXCEPCION TO TRUE
005460     MOVE "MAESTRO MODIFICADO FUERA DE LA VENTANA"

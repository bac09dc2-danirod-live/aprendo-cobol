000200*                EMITE EL EXTRACTO EXTRRPT CON SALDO         *
000210*                CORRIDO. ES LA SALIDA MAS PEDIDA POR EL     *
000220*                MOSTRADOR DE CONTABILIDAD.                  *
000221* 2026-10-15 DR  BAJO CADA MOVIMIENTO CON ORIGEN CONOCIDO SE *
000222*                IMPRIME UNA LINEA CON EL DT-SEQ-NO Y EL     *
000223*                SISTEMA Y LA CLAVE DEL REGISTRO FUENTE      *
000224*                (DT-ORIGEN, VER COPY LEDGDTL); EL DT-SEQ-NO *
000225*                ES LO QUE PIDE TRAZADTL PARA LISTAR EL      *
000226*                REGISTRO FUENTE. LOS MOVIMIENTOS ANTERIORES *
000227*                AL ORIGEN (EN BLANCO) SALEN COMO SIEMPRE.   *
000230*----------------------------------------------------------*
000240
000250 ENVIRONMENT DIVISION.
001300     05 DET-IMPORTE             PIC ZZZ.ZZZ.ZZ9,99.
001310     05 FILLER                  PIC X(01) VALUE SPACES.
001320     05 DET-SALDO               PIC Z.ZZZ.ZZZ.ZZ9,99-.
001321
001322*----------------------------------------------------------*
001323* LINEA DE ORIGEN BAJO CADA MOVIMIENTO CON ORIGEN CONOCIDO:  *
001324* EL DT-SEQ-NO (LO QUE PIDE TRAZADTL) Y EL SISTEMA Y LA      *
001325* CLAVE DEL REGISTRO FUENTE.                                 *
001326*----------------------------------------------------------*
001327 01  WS-ORIGEN-LINE.
001328     05 FILLER                  PIC X(10) VALUE SPACES.
001329     05 FILLER                  PIC X(05) VALUE "SEQ. ".
001330     05 OL-SEQ-NO               PIC 9(08).
001331     05 FILLER                  PIC X(09) VALUE "  ORIGEN ".
001332     05 OL-SISTEMA              PIC X(08).
001333     05 FILLER                  PIC X(01) VALUE SPACES.
001334     05 OL-CLAVE                PIC X(20).
001337
001340 01  WS-TOTAL-LINE.
001350     05 FILLER                  PIC X(22) VALUE
001360         "MOVIMIENTOS LISTADOS  ".
003050         MOVE WS-SALDO-CORRIDO TO DET-SALDO
003060         MOVE WS-DET-LINE TO EXTR-RPT-LINE
003070         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003071         IF DT-ORIGEN-SISTEMA NOT = SPACES
003072             MOVE DT-SEQ-NO TO OL-SEQ-NO
003073             MOVE DT-ORIGEN-SISTEMA TO OL-SISTEMA
003074             MOVE DT-ORIGEN-CLAVE TO OL-CLAVE
003075             MOVE WS-ORIGEN-LINE TO EXTR-RPT-LINE
003076             PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003077         END-IF
003080     END-IF
003090 3100-EXIT.
003100     EXIT.

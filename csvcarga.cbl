000290*                PARA EL CUADRE POR LT-DOC-NO DE CREDITO.    *
000300*                LAS FILAS MALAS SALEN AL LISTADO CSVERR     *
000310*                CON SU NUMERO DE LINEA Y MOTIVO.            *
000311* 2026-10-15 DR  NUEVO FICHERO OPCIONAL CSVPARM CON EL       *
000312*                USERID DE QUIEN PREPARO LOS ASIENTOS, QUE   *
000313*                VA A LC-OPERADOR DE LA CABECERA DEL LOTE    *
000314*                (VER COPY LEDGTRAN). SI EL LOTE SE RETIENE  *
000316*                PARA APROBACION, EL INFORME SEPFUNC         *
000317*                COMPRUEBA QUE NO LO APRUEBE LA MISMA        *
000318*                PERSONA. SIN CSVPARM EL LOTE SALE SIN       *
000319*                OPERADOR, COMO ANTES.                       *
000320* 2026-10-15 DR  NOVENA COLUMNA OPCIONAL DE CSVIN: CENTRO DE *
000321*                COSTE (SEIS CIFRAS, EN BLANCO = NINGUNO),   *
000322*                QUE VA A LT-CENTRO-COSTE. SE RECHAZA LA     *
000323*                FILA SI NO ES NUMERICO O SI LA CUENTA LO    *
000324*                EXIGE EN PLANCTAS Y VIENE EN BLANCO; LA     *
000325*                EXISTENCIA EN DEPTMSTR LA VALIDA CREDITO.   *
000326* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000327*                SISTEMA CSVCARGA Y COMO CLAVE EL NUMERO DE  *
000328*                LINEA DEL CSV, PARA LA TRAZA DE TRAZADTL.   *
000329* 2026-10-15 DR  DECIMA COLUMNA OPCIONAL DE CSVIN: MARCA DE  *
000330*                PERIODIFICACION (S = PERIODIFICACION, EN    *
000331*                BLANCO O N = APUNTE NORMAL; OTRO VALOR      *
000332*                RECHAZA LA FILA). LAS FILAS MARCADAS SALEN  *
000333*                CON SISTEMA DE ORIGEN PERIODIF EN VEZ DE    *
000334*                CSVCARGA (VER COPY LEDGTRAN): CREDITO LAS   *
000335*                DEJA PENDIENTES DE ESTORNO Y PERIREV GENERA *
000336*                EL ESTORNO EL DIA 1 DEL SIGUIENTE PERIODO   *
000337*                ABIERTO.                                    *
000338*----------------------------------------------------------*
000339
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000550     SELECT ERR-RPT-FILE ASSIGN TO "CSVERR"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CSVERR-STATUS.
000572
000574     SELECT CSV-PARM-FILE ASSIGN TO "CSVPARM"
000576         ORGANIZATION IS SEQUENTIAL
000578         FILE STATUS IS WS-CSVPARM-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000730 FD  ERR-RPT-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  ERR-RPT-LINE               PIC X(80).
000752
000753 FD  CSV-PARM-FILE
000755     LABEL RECORDS ARE STANDARD.
000757 01  CSV-PARM-REC.
000758     05 CP-OPERADOR             PIC X(08).
000760
000770 WORKING-STORAGE SECTION.
000780 01  WS-CSVIN-STATUS             PIC X(02) VALUE SPACES.
000880
000890 01  WS-CSVERR-STATUS            PIC X(02) VALUE SPACES.
000900     88 WS-CSVERR-OK                  VALUE "00".
000902
000904 01  WS-CSVPARM-STATUS           PIC X(02) VALUE SPACES.
000906     88 WS-CSVPARM-OK                 VALUE "00".
000908     88 WS-CSVPARM-NO-FILE            VALUE "35".
000910
000920 01  WS-SWITCHES.
000930     05 WS-EOF-CSV-SW          PIC X(01) VALUE "N".
001010     05 WS-RECHAZADAS-COUNT    PIC 9(07) COMP VALUE ZERO.
001020
001030 01  WS-FECHA-PROCESO            PIC 9(08) VALUE ZERO.
001035 01  WS-OPERADOR-LOTE            PIC X(08) VALUE SPACES.
001040
001050*----------------------------------------------------------*
001060* CAMPOS DE LA FILA TRAS EL UNSTRING, TODOS EN TEXTO HASTA   *
001150     05 WS-CSV-FECHA           PIC X(08) VALUE SPACES.
001160     05 WS-CSV-DOC             PIC X(06) VALUE SPACES.
001165     05 WS-CSV-IVA             PIC X(02) VALUE SPACES.
001167     05 WS-CSV-CCOSTE          PIC X(06) VALUE SPACES.
001168     05 WS-CSV-PERIODIF        PIC X(01) VALUE SPACE.
001170
001180 01  WS-IMP-ENTERO-N             PIC 9(15) VALUE ZERO.
001190 01  WS-IMP-DECIMALES-N          PIC 9(02) VALUE ZERO.
001290     05 WS-FN-MES              PIC 9(02).
001300     05 WS-FN-DIA              PIC 9(02).
001310 01  WS-DOC-N                    PIC 9(06) VALUE ZERO.
001315 01  WS-CCOSTE-N                 PIC 9(06) VALUE ZERO.
001320
001330 01  WS-MOTIVO                   PIC X(30) VALUE SPACES.
001340
001560     05 FILLER                  PIC X(02) VALUE SPACES.
001570     05 EL-MOTIVO               PIC X(30).
001580     05 FILLER                  PIC X(02) VALUE SPACES.
001581     05 EL-FILA                 PIC X(34).
001583
001585*----------------------------------------------------------*
001587* ORIGEN DEL APUNTE (LT-ORIGEN): EL NUMERO DE LINEA EN EL    *
001589* FICHERO CSV. LAS PERIODIFICACIONES SALEN CON SISTEMA       *
001590* PERIODIF.                                                  *
001592*----------------------------------------------------------*
001594 01  WS-ORIGEN-APUNTE.
001596     05 WS-ORG-SISTEMA          PIC X(08) VALUE "CSVCARGA".
001598     05 WS-ORG-LINEA            PIC 9(07) VALUE ZERO.
001599     05 FILLER                  PIC X(13) VALUE SPACES.
001600
001610 PROCEDURE DIVISION.
001620
001930             WS-CSVERR-STATUS
001940         GO TO ABEND-CLEANUP
001950     END-IF
001955     PERFORM 1100-LEER-PARM THRU 1100-EXIT
001960     MOVE SPACES TO LEDGER-CTL-REC
001970     MOVE "HDR" TO LC-TIPO-REG
001980     MOVE WS-FECHA-PROCESO TO LC-FECHA-LOTE
001985     MOVE WS-OPERADOR-LOTE TO LC-OPERADOR
001990     WRITE LEDGER-CTL-REC
002000     PERFORM 7200-CHECK-CSVOUT THRU 7200-EXIT
002010     PERFORM 2100-READ-FILA THRU 2100-EXIT.
002020 1000-EXIT.
002030     EXIT.
002031
002032*----------------------------------------------------------*
002033* CSVPARM ES OPCIONAL: EL USERID DE QUIEN PREPARO LOS        *
002034* ASIENTOS. SIN EL FICHERO O VACIO, EL LOTE VA SIN OPERADOR. *
002035*----------------------------------------------------------*
002036 1100-LEER-PARM.
002037     OPEN INPUT CSV-PARM-FILE.
002038     IF WS-CSVPARM-NO-FILE
002039         GO TO 1100-EXIT
002040     END-IF
002041     IF NOT WS-CSVPARM-OK
002042         DISPLAY "CSVCARGA: ERROR ABRIENDO CSVPARM "
002043             WS-CSVPARM-STATUS
002044         GO TO ABEND-CLEANUP
002045     END-IF
002046     READ CSV-PARM-FILE
002047         AT END
002048             MOVE SPACES TO CP-OPERADOR
002049     END-READ
002050     MOVE CP-OPERADOR TO WS-OPERADOR-LOTE
002051     CLOSE CSV-PARM-FILE.
002052 1100-EXIT.
002054     EXIT.
002056
002058 2000-PROCESS-FILA.
002060     ADD 1 TO WS-LINEAS-COUNT
002070     IF CSV-IN-REC = SPACES
002080         GO TO 2000-SIGUE
002430              WS-CSV-FECHA
002440              WS-CSV-DOC
002445              WS-CSV-IVA
002447              WS-CSV-CCOSTE
002448              WS-CSV-PERIODIF
002450     END-UNSTRING.
002460 2200-EXIT.
002470     EXIT.
002940         END-IF
002950         MOVE WS-CSV-DOC TO WS-DOC-N
002960     END-IF
002961     IF WS-CSV-CCOSTE = SPACES
002962         MOVE ZERO TO WS-CCOSTE-N
002963     ELSE
002964         IF WS-CSV-CCOSTE IS NOT NUMERIC
002965             MOVE "CENTRO DE COSTE NO NUMERICO" TO WS-MOTIVO
002966             GO TO 2300-EXIT
002967         END-IF
002968         MOVE WS-CSV-CCOSTE TO WS-CCOSTE-N
002969     END-IF
002970     IF CTA-CCOSTE-OBLIGATORIO AND WS-CCOSTE-N = ZERO
002971         MOVE "CUENTA EXIGE CENTRO DE COSTE" TO WS-MOTIVO
002972         GO TO 2300-EXIT
002973     END-IF
002974     IF WS-CSV-PERIODIF NOT = SPACE AND WS-CSV-PERIODIF NOT = "N"
002975         AND WS-CSV-PERIODIF NOT = "S"
002976         MOVE "MARCA DE PERIODIF. INVALIDA" TO WS-MOTIVO
002977         GO TO 2300-EXIT
002978     END-IF
002979     MOVE "S" TO WS-FILA-VALIDA-SW.
002980 2300-EXIT.
002990     EXIT.
003000
003870     MOVE ZERO TO LT-SEQ-REF
003880     MOVE WS-DOC-N TO LT-DOC-NO
003885     MOVE WS-CSV-IVA TO LT-IVA-CODIGO
003887     MOVE WS-CCOSTE-N TO LT-CENTRO-COSTE
003888     MOVE WS-LINEAS-COUNT TO WS-ORG-LINEA
003889     IF WS-CSV-PERIODIF = "S"
003890         MOVE "PERIODIF" TO WS-ORG-SISTEMA
003891     ELSE
003892         MOVE "CSVCARGA" TO WS-ORG-SISTEMA
003893     END-IF
003895     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
003897     WRITE LEDGER-TRANS-REC
003900     PERFORM 7200-CHECK-CSVOUT THRU 7200-EXIT
003910     ADD 1 TO WS-CARGADAS-COUNT
003920     ADD 1 TO WS-LOTE-REGS

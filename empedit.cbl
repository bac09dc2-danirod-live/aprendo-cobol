000244*                (GRUPO DE FRECUENCIA DE PAGO); EL CAMPO     *
000246*                VIAJA TAL CUAL AL FICHERO LIMPIO Y LOS      *
000248*                REGISTROS PASAN DE 72 A 74 POSICIONES.      *
000249* 2026-10-15 DR  CONTROL DE PLAZAS: UN ALTA SOLO PASA SI SU  *
000250*                DEPARTAMENTO TIENE EN PLZMSTR UNA PLAZA     *
000251*                DOTADA VACANTE QUE NO HAYA CONSUMIDO YA     *
000252*                OTRA ALTA DE LA MISMA PASADA; SI NO, VA A   *
000253*                EMPTRANR CON MOTIVO SIN PLAZA VACANTE       *
000254*                DOTADA. SIN PLZMSTR NO SE CONTROLA.         *
000255* 2026-10-15 DR  EMPTRAN LLEVA AL FINAL TRANS-JORNADA-PCT Y  *
000256*                TRANS-HORAS-SEMANA (JORNADA PARCIAL) Y LOS  *
000257*                REGISTROS PASAN DE 74 A 83 POSICIONES. SI   *
000258*                VIENEN INFORMADOS, EL PORCENTAJE HA DE SER  *
000259*                NUMERICO Y DE 0,01 A 100 Y LAS HORAS        *
000260*                NUMERICAS Y HASTA 40; SI NO, LA TRANSACCION *
000261*                VA A EMPTRANR.                              *
000264*----------------------------------------------------------*
000267
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000520     SELECT EDIT-RPT-FILE ASSIGN TO "EDITRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-EDITRPT-STATUS.
000541
000543     SELECT PLAZA-MASTER-FILE ASSIGN TO "PLZMSTR"
000544         ORGANIZATION IS INDEXED
000546         ACCESS MODE IS DYNAMIC
000547         RECORD KEY IS PLZ-CLAVE
000549         FILE STATUS IS WS-PLZMSTR-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000750         10 TRANS-DIA           PIC 9(02).
000760     05 TRANS-FECHA-EFECTIVA    PIC X(08).
000762     05 TRANS-GRUPO-PAGO        PIC X(02).
000763     05 TRANS-JORNADA-PCT       PIC X(05).
000764     05 TRANS-JORNADA-PCT-N     REDEFINES TRANS-JORNADA-PCT
000765                                PIC 9(03)V99.
000767     05 TRANS-HORAS-SEMANA      PIC X(04).
000768     05 TRANS-HORAS-SEMANA-N    REDEFINES TRANS-HORAS-SEMANA
000769                                PIC 9(02)V99.
000770
000780 FD  EMP-CLEAN-FILE
000790     LABEL RECORDS ARE STANDARD.
000800 01  EMP-CLEAN-REC              PIC X(83).
000810
000820 FD  EMP-REJECT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  EMP-REJECT-REC             PIC X(83).
000850
000860 FD  DEPTO-MASTER-FILE
000870     LABEL RECORDS ARE STANDARD.
000900 FD  EDIT-RPT-FILE
000910     LABEL RECORDS ARE STANDARD.
000920 01  EDIT-RPT-LINE              PIC X(80).
000922
000924 FD  PLAZA-MASTER-FILE
000926     LABEL RECORDS ARE STANDARD.
000928     COPY PLAZA.
000930
000940 WORKING-STORAGE SECTION.
000950 01  WS-EMPTRAN-STATUS          PIC X(02) VALUE SPACES.
001090
001100 01  WS-EDITRPT-STATUS          PIC X(02) VALUE SPACES.
001110     88 WS-EDITRPT-OK               VALUE "00".
001112
001114 01  WS-PLZMSTR-STATUS          PIC X(02) VALUE SPACES.
001116     88 WS-PLZMSTR-OK               VALUE "00".
001118     88 WS-PLZMSTR-NO-FILE          VALUE "35".
001120
001130 01  WS-SWITCHES.
001140     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001170         88 WS-SIN-DEPTMSTR         VALUE "S".
001180     05 WS-DEPTO-VALIDO-SW     PIC X(01) VALUE "N".
001190         88 WS-DEPTO-VALIDO         VALUE "S".
001191     05 WS-SIN-PLZMSTR-SW      PIC X(01) VALUE "N".
001193         88 WS-SIN-PLZMSTR          VALUE "S".
001194     05 WS-FIN-PLAZAS-SW       PIC X(01) VALUE "N".
001196         88 WS-FIN-PLAZAS           VALUE "S".
001197     05 WS-PLAZA-LIBRE-SW      PIC X(01) VALUE "N".
001199         88 WS-PLAZA-LIBRE          VALUE "S".
001200
001210 01  WS-COUNTERS.
001220     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
001230     05 WS-LIMPIOS-COUNT       PIC 9(07) COMP VALUE ZERO.
001240     05 WS-RECHAZOS-COUNT      PIC 9(07) COMP VALUE ZERO.
001245     05 WS-VACANTES-COUNT      PIC 9(05) COMP VALUE ZERO.
001250
001260 01  WS-MOTIVO                  PIC X(34) VALUE SPACES.
001261
001262*----------------------------------------------------------*
001263* ALTAS YA ADMITIDAS EN ESTA PASADA POR DEPARTAMENTO, PARA   *
001264* QUE DOS ALTAS NO SE QUEDEN CON LA MISMA PLAZA VACANTE.     *
001265*----------------------------------------------------------*
001267 01  WS-ALTA-TAB-COUNT          PIC 9(04) COMP VALUE ZERO.
001268 01  WS-ALTA-TABLE.
001269     05 WS-ALTA-ENTRY OCCURS 1 TO 500 TIMES
001270             DEPENDING ON WS-ALTA-TAB-COUNT
001271             INDEXED BY WS-ALTA-IDX.
001272         10 AT-DEPTO             PIC X(04).
001273         10 AT-ALTAS             PIC 9(05) COMP.
001276
001280 01  WS-FECHA-VALIDA-SW        PIC X(01) VALUE "N".
001290     88 WS-FECHA-VALIDA            VALUE "S".
001300
001970             GO TO ABEND-CLEANUP
001980         END-IF
001990     END-IF
001991     OPEN INPUT PLAZA-MASTER-FILE.
001992     IF WS-PLZMSTR-NO-FILE
001993         MOVE "S" TO WS-SIN-PLZMSTR-SW
001994         DISPLAY "EMPEDIT: PLZMSTR NO EXISTE, PLAZAS SIN "
001995             "CONTROLAR"
001996     ELSE
001997         IF NOT WS-PLZMSTR-OK
001998             DISPLAY "EMPEDIT: ERROR ABRIENDO PLZMSTR "
001999                 WS-PLZMSTR-STATUS
002000             GO TO ABEND-CLEANUP
002001         END-IF
002002     END-IF
002006     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002010 1000-EXIT.
002020     EXIT.
002030
002460* FALLO (ESPACIOS = TRANSACCION LIMPIA): EMP-ID NUMERICO,    *
002470* CODIGO A/C/D, SALARIO NUMERICO Y FECHA VALIDA EN ALTAS Y   *
002480* CAMBIOS, Y DEPARTAMENTO EXISTENTE EN DEPTMSTR.             *
002483* EN ALTAS, ADEMAS, PLAZA DOTADA VACANTE EN EL               *
002487* DEPARTAMENTO. PORCENTAJE DE JORNADA Y HORAS SEMANALES, SI  *
002489* VIENEN, EN RANGO.                                          *
002490*----------------------------------------------------------*
002500 2300-VALIDAR.
002510     MOVE SPACES TO WS-MOTIVO
002760     PERFORM 2370-VALIDA-DEPTO THRU 2370-EXIT
002770     IF NOT WS-DEPTO-VALIDO
002780         MOVE "DEPARTAMENTO DESCONOCIDO" TO WS-MOTIVO
002785         GO TO 2300-EXIT
002790     END-IF
002791     IF TRANS-JORNADA-PCT NOT = SPACES
002792         IF TRANS-JORNADA-PCT-N NOT NUMERIC
002793             OR TRANS-JORNADA-PCT-N = ZERO
002794             OR TRANS-JORNADA-PCT-N > 100
002795             MOVE "PORCENTAJE DE JORNADA INVALIDO" TO WS-MOTIVO
002796             GO TO 2300-EXIT
002797         END-IF
002798     END-IF
002799     IF TRANS-HORAS-SEMANA NOT = SPACES
002800         IF TRANS-HORAS-SEMANA-N NOT NUMERIC
002801             OR TRANS-HORAS-SEMANA-N > 40
002802             MOVE "HORAS SEMANALES INVALIDAS" TO WS-MOTIVO
002803             GO TO 2300-EXIT
002804         END-IF
002805     END-IF
002806     IF TRANS-ADD
002808         PERFORM 2380-VALIDA-PLAZA THRU 2380-EXIT
002810         IF NOT WS-PLAZA-LIBRE
002811             MOVE "SIN PLAZA VACANTE DOTADA" TO WS-MOTIVO
002813         END-IF
002815     END-IF
002816 2300-EXIT.
002818     EXIT.
002820
002830*----------------------------------------------------------*
002840* VALIDACION DE FECHA DE CALENDARIO, CALCADA DE LA RUTINA    *
003330     END-READ
003340 2370-EXIT.
003350     EXIT.
003351
003352*----------------------------------------------------------*
003353* CUENTA LAS PLAZAS DOTADAS VACANTES DEL DEPARTAMENTO Y LAS  *
003354* COMPARA CON LAS ALTAS YA ADMITIDAS EN ESTA PASADA; SI      *
003355* QUEDA HUECO, LO RESERVA PARA ESTA ALTA.                    *
003356*----------------------------------------------------------*
003357 2380-VALIDA-PLAZA.
003358     MOVE "N" TO WS-PLAZA-LIBRE-SW
003359     IF WS-SIN-PLZMSTR
003360         MOVE "S" TO WS-PLAZA-LIBRE-SW
003361         GO TO 2380-EXIT
003362     END-IF
003363     MOVE ZERO TO WS-VACANTES-COUNT
003364     MOVE "N" TO WS-FIN-PLAZAS-SW
003365     MOVE TRANS-DEPARTAMENTO TO PLZ-DEPARTAMENTO
003366     MOVE ZERO               TO PLZ-NUMERO
003367     START PLAZA-MASTER-FILE
003368         KEY IS NOT LESS THAN PLZ-CLAVE
003369         INVALID KEY
003370             SET WS-FIN-PLAZAS TO TRUE
003371     END-START
003372     PERFORM 2385-LEER-PLAZA THRU 2385-EXIT
003373         UNTIL WS-FIN-PLAZAS
003374     SET WS-ALTA-IDX TO 1
003375     SEARCH WS-ALTA-ENTRY
003376         AT END
003377             IF WS-ALTA-TAB-COUNT >= 500
003378                 DISPLAY "EMPEDIT: TABLA DE ALTAS POR "
003379                     "DEPARTAMENTO LLENA"
003380                 GO TO ABEND-CLEANUP
003381             END-IF
003382             ADD 1 TO WS-ALTA-TAB-COUNT
003383             SET WS-ALTA-IDX TO WS-ALTA-TAB-COUNT
003384             MOVE TRANS-DEPARTAMENTO TO AT-DEPTO (WS-ALTA-IDX)
003385             MOVE ZERO TO AT-ALTAS (WS-ALTA-IDX)
003386         WHEN AT-DEPTO (WS-ALTA-IDX) = TRANS-DEPARTAMENTO
003387             CONTINUE
003388     END-SEARCH
003389     IF AT-ALTAS (WS-ALTA-IDX) < WS-VACANTES-COUNT
003390         ADD 1 TO AT-ALTAS (WS-ALTA-IDX)
003391         MOVE "S" TO WS-PLAZA-LIBRE-SW
003392     END-IF
003393 2380-EXIT.
003394     EXIT.
003395
003396 2385-LEER-PLAZA.
003397     READ PLAZA-MASTER-FILE NEXT
003398         AT END
003399             SET WS-FIN-PLAZAS TO TRUE
003400             GO TO 2385-EXIT
003401     END-READ
003402     IF PLZ-DEPARTAMENTO NOT = TRANS-DEPARTAMENTO
003403         SET WS-FIN-PLAZAS TO TRUE
003404         GO TO 2385-EXIT
003405     END-IF
003406     IF PLZ-DOTADA AND PLZ-VACANTE
003407         ADD 1 TO WS-VACANTES-COUNT
003408     END-IF
003409 2385-EXIT.
003410     EXIT.
003411
003413 2400-WRITE-RECHAZO.
003414     MOVE TRANS-CODE   TO RL-TRANS-CODE
003415     MOVE TRANS-EMP-ID TO RL-EMP-ID
003417     MOVE WS-MOTIVO    TO RL-MOTIVO
003418     MOVE WS-RECHAZO-LINE TO EDIT-RPT-LINE
003420     WRITE EDIT-RPT-LINE
003430     IF NOT WS-EDITRPT-OK
003440         DISPLAY "EMPEDIT: ERROR ESCRIBIENDO EDITRPT "
003640     IF NOT WS-SIN-DEPTMSTR
003650         CLOSE DEPTO-MASTER-FILE
003660     END-IF
003662     IF NOT WS-SIN-PLZMSTR
003665         CLOSE PLAZA-MASTER-FILE
003668     END-IF
003670     CLOSE EDIT-RPT-FILE.
003680     DISPLAY "EMPEDIT: LEIDAS " WS-LEIDOS-COUNT
003690         " LIMPIAS " WS-LIMPIOS-COUNT
003890     CLOSE EMP-REJECT-FILE.
003900     CLOSE DEPTO-MASTER-FILE.
003910     CLOSE EDIT-RPT-FILE.
003915     CLOSE PLAZA-MASTER-FILE.
003920     MOVE 16 TO RETURN-CODE.
003930     GOBACK.
003940

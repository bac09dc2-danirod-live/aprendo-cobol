000586*                NO ARRANCA (RC 8) Y EL BLOQUEO QUEDA EN      *
000587*                AUDITLOG. UN CAMBIO EN LINEA QUEDO PISADO    *
000588*                EN SILENCIO POR ESTE LOTE.                   *
000589* 2026-10-15 DR  CONTROL DE PLAZAS (PLZMSTR, COPY PLAZA): EL *
000590*                ALTA OCUPA UNA PLAZA DOTADA VACANTE DE SU   *
000591*                DEPARTAMENTO, EL TRASLADO VACIA LA PLAZA    *
000592*                DEL DEPARTAMENTO VIEJO Y OCUPA UNA DEL      *
000593*                NUEVO Y LA BAJA LA VACIA. UN ALTA O         *
000594*                TRASLADO SIN PLAZA LIBRE NO SE APLICA:      *
000595*                QUEDA RETENIDO EN EL PENDIENTE (EMPPENDN)   *
000596*                CON EL MOTIVO EN EMPPENRP Y SE REINTENTA    *
000597*                CADA NOCHE. SIN PLZMSTR NO SE CONTROLA.     *
000598* 2026-10-15 DR  JORNADA PARCIAL: EMPTRAN LLEVA AL FINAL     *
000599*                TRANS-JORNADA-PCT Y TRANS-HORAS-SEMANA (83  *
000600*                POSICIONES; LA COLA DE PENDIENTES CRECE     *
000601*                IGUAL). EL ALTA SIN PORCENTAJE GRABA        *
000602*                JORNADA COMPLETA (100) Y EL CAMBIO SOLO     *
000603*                PISA LOS CAMPOS QUE VIENEN INFORMADOS. UN   *
000604*                PORCENTAJE FUERA DE 0-100 O UNAS HORAS NO   *
000605*                NUMERICAS O DE MAS DE 40 RECHAZAN LA        *
000606*                TRANSACCION. EMPAUDIT LLEVA LA JORNADA EN   *
000607*                LAS IMAGENES ANTES/DESPUES.                 *
000608*----------------------------------------------------------*

000609 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SPECIAL-NAMES.
000630     DECIMAL-POINT IS COMMA.
000910         ORGANIZATION IS SEQUENTIAL
000911         FILE STATUS IS WS-AUDITLOG-STATUS.

000912     SELECT PLAZA-MASTER-FILE ASSIGN TO "PLZMSTR"
000913         ORGANIZATION IS INDEXED
000914         ACCESS MODE IS DYNAMIC
000915         RECORD KEY IS PLZ-CLAVE
000916         FILE STATUS IS WS-PLZMSTR-STATUS.

000918     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
000920         ORGANIZATION IS SEQUENTIAL
000930         FILE STATUS IS WS-RUNSTATS-STATUS.

001160         10 TRANS-DIA           PIC 9(02).
001170     05 TRANS-FECHA-EFECTIVA    PIC 9(08).
001172     05 TRANS-GRUPO-PAGO        PIC X(02).
001173     05 TRANS-JORNADA-PCT       PIC X(05).
001174     05 TRANS-JORNADA-PCT-N     REDEFINES TRANS-JORNADA-PCT
001175                                PIC 9(03)V99.
001177     05 TRANS-HORAS-SEMANA      PIC X(04).
001178     05 TRANS-HORAS-SEMANA-N    REDEFINES TRANS-HORAS-SEMANA
001179                                PIC 9(02)V99.

001180 FD  EMP-PEND-IN-FILE
001190     LABEL RECORDS ARE STANDARD.
001200 01  EMP-PEND-IN-REC            PIC X(83).

001210 FD  EMP-PEND-OUT-FILE
001220     LABEL RECORDS ARE STANDARD.
001230 01  EMP-PEND-OUT-REC           PIC X(83).

001240 FD  EMP-PEND-RPT-FILE
001250     LABEL RECORDS ARE STANDARD.
001357 FD  AUDIT-LOG-FILE
001358     LABEL RECORDS ARE STANDARD.
001359     COPY AUDITLOG.

001360 FD  PLAZA-MASTER-FILE
001361     LABEL RECORDS ARE STANDARD.
001362     COPY PLAZA.
001366
001370 WORKING-STORAGE SECTION.
001372 01  WS-CERROJO-STATUS          PIC X(02) VALUE SPACES.
001373     88 WS-CERROJO-OK               VALUE "00".
001700     05 WS-EMP-OLD-MES          PIC 9(02).
001710     05 WS-EMP-OLD-DIA          PIC 9(02).
001712 01  WS-EMP-OLD-GRUPO           PIC X(02) VALUE SPACES.
001714 01  WS-EMP-OLD-JORNADA.
001716     05 WS-EMP-OLD-JORNADA-PCT  PIC 9(03)V99 VALUE ZERO.
001718     05 WS-EMP-OLD-HORAS-SEMANA PIC 9(02)V99 VALUE ZERO.

001720 01  WS-SWITCHES.
001730     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001780         88 WS-SIN-DEPTMSTR         VALUE "S".
001790     05 WS-DEPTO-VALIDO-SW     PIC X(01) VALUE "N".
001800         88 WS-DEPTO-VALIDO         VALUE "S".
001801     05 WS-SIN-PLZMSTR-SW      PIC X(01) VALUE "N".
001802         88 WS-SIN-PLZMSTR          VALUE "S".
001803     05 WS-FIN-PLAZAS-SW       PIC X(01) VALUE "N".
001804         88 WS-FIN-PLAZAS           VALUE "S".
001805     05 WS-PLAZA-LIBRE-SW      PIC X(01) VALUE "N".
001806         88 WS-PLAZA-LIBRE          VALUE "S".
001807     05 WS-PLAZA-HALLADA-SW    PIC X(01) VALUE "N".
001808         88 WS-PLAZA-HALLADA        VALUE "S".
001809     05 WS-TRASLADO-SW         PIC X(01) VALUE "N".
001810         88 WS-TRASLADO             VALUE "S".
001811     05 WS-JORNADA-VALIDA-SW   PIC X(01) VALUE "N".
001812         88 WS-JORNADA-VALIDA       VALUE "S".

001816 01  WS-COUNTERS.
001820     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001830     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001840     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001850     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001860     05 WS-PENDIENTES-COUNT    PIC 9(05) COMP VALUE ZERO.
001862     05 WS-RETROS-COUNT        PIC 9(05) COMP VALUE ZERO.
001866     05 WS-SIN-PLAZA-COUNT     PIC 9(05) COMP VALUE ZERO.

001870 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.

001871 01  WS-PLZMSTR-STATUS          PIC X(02) VALUE SPACES.
001872     88 WS-PLZMSTR-OK               VALUE "00".
001873     88 WS-PLZMSTR-NO-FILE          VALUE "35".

001874*----------------------------------------------------------*
001875* PLAZA LIBRE HALLADA PARA EL ALTA O EL TRASLADO, PLAZA QUE  *
001876* OCUPABA EL EMPLEADO Y CRITERIOS DE LAS BUSQUEDAS.          *
001877*----------------------------------------------------------*
001878 01  WS-PLAZA-NUEVA             PIC X(08) VALUE SPACES.
001879 01  WS-PLAZA-VIEJA             PIC X(08) VALUE SPACES.
001880 01  WS-PLZ-DEPTO-BUSCA         PIC X(04) VALUE SPACES.
001881 01  WS-PLZ-EMP-BUSCA           PIC 9(06) VALUE ZERO.

001885 01  WS-PEND-LINE.
001890     05 FILLER                  PIC X(10) VALUE "PENDIENTE ".
001900     05 PL-TRANS-CODE           PIC X(01).
001910     05 FILLER                  PIC X(02) VALUE SPACES.
001940     05 FILLER                  PIC X(16) VALUE
001950         "FECHA EFECTIVA  ".
001960     05 PL-FECHA-EFECTIVA       PIC 9(08).
001963     05 FILLER                  PIC X(02) VALUE SPACES.
001967     05 PL-MOTIVO               PIC X(24) VALUE SPACES.

001970 01  WS-FECHA-VALIDA-SW        PIC X(01) VALUE "N".
001980     88 WS-FECHA-VALIDA            VALUE "S".
002760             GO TO ABEND-CLEANUP
002770         END-IF
002780     END-IF
002781     OPEN I-O PLAZA-MASTER-FILE.
002782     IF WS-PLZMSTR-NO-FILE
002783         MOVE "S" TO WS-SIN-PLZMSTR-SW
002784         DISPLAY "CAMPOS: PLZMSTR NO EXISTE, PLAZAS SIN CONTROLAR"
002785     ELSE
002786         IF NOT WS-PLZMSTR-OK
002787             DISPLAY "CAMPOS: ERROR ABRIENDO PLZMSTR "
002788                 WS-PLZMSTR-STATUS
002789             GO TO ABEND-CLEANUP
002790         END-IF
002791     END-IF
002795     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002800 1000-EXIT.
002810     EXIT.

002930 2060-APLICA-O-DIFIERE.
002940     IF TRANS-FECHA-EFECTIVA IS NUMERIC
002950         AND TRANS-FECHA-EFECTIVA > WS-FECHA-PROCESO
002955         MOVE SPACES TO PL-MOTIVO
002960         PERFORM 2070-ENCOLAR-PENDIENTE THRU 2070-EXIT
002970     ELSE
002980         PERFORM 2050-APLICA-TRANS THRU 2050-EXIT
003870         ADD 1 TO WS-ERRORES-COUNT
003880         GO TO 3000-EXIT
003890     END-IF
003891     MOVE TRANS-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
003892     PERFORM 2400-BUSCA-VACANTE THRU 2400-EXIT
003893     IF NOT WS-PLAZA-LIBRE
003894         DISPLAY "CAMPOS: ALTA RETENIDA, SIN PLAZA VACANTE EN "
003895             "DEPARTAMENTO " TRANS-DEPARTAMENTO " PARA EMPLEADO "
003896             TRANS-EMP-ID
003897         PERFORM 2480-RETENER-SIN-PLAZA THRU 2480-EXIT
003898         GO TO 3000-EXIT
003899     PERFORM 2270-VALIDA-JORNADA THRU 2270-EXIT
003900     IF NOT WS-JORNADA-VALIDA
003901         DISPLAY "CAMPOS: ALTA RECHAZADA, JORNADA INVALIDA "
003902             TRANS-JORNADA-PCT "/" TRANS-HORAS-SEMANA
003903             " PARA EMPLEADO " TRANS-EMP-ID
003904         ADD 1 TO WS-ERRORES-COUNT
003905         GO TO 3000-EXIT
003906     END-IF
003907     END-IF
003908     MOVE TRANS-EMP-ID   TO EMP-ID
003910     MOVE TRANS-DATOS    TO DATOS
003920     MOVE TRANS-FECHA    TO FECHA
003930     MOVE "A"            TO EMP-ESTADO-SW
003940     MOVE ZERO           TO EMP-FECHA-BAJA
003942     MOVE TRANS-GRUPO-PAGO TO EMP-GRUPO-PAGO
003943     IF TRANS-JORNADA-PCT = SPACES
003944         MOVE 100 TO EMP-JORNADA-PCT
003945     ELSE
003946         MOVE TRANS-JORNADA-PCT-N TO EMP-JORNADA-PCT
003947     END-IF
003948     IF TRANS-HORAS-SEMANA = SPACES
003949         MOVE ZERO TO EMP-HORAS-SEMANA
003950     ELSE
003951         MOVE TRANS-HORAS-SEMANA-N TO EMP-HORAS-SEMANA
003952     END-IF
003956     WRITE EMPLEADO-MASTER-REC
003960     IF WS-EMPMSTR-OK
003970         ADD 1 TO WS-ALTAS-COUNT
003980         MOVE SPACES TO WS-EMP-OLD-DATOS
003990         MOVE ZERO   TO WS-EMP-OLD-FECHA
003992         MOVE SPACES TO WS-EMP-OLD-GRUPO
003995         MOVE ZERO   TO WS-EMP-OLD-JORNADA-PCT
003997         MOVE ZERO   TO WS-EMP-OLD-HORAS-SEMANA
004000         PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
004005         PERFORM 2500-OCUPAR-PLAZA THRU 2500-EXIT
004010     ELSE
004020         DISPLAY "CAMPOS: ALTA RECHAZADA PARA EMPLEADO "
004030             TRANS-EMP-ID " STATUS " WS-EMPMSTR-STATUS
004150         NOT INVALID KEY
004160             PERFORM 2200-VALIDA-FECHA THRU 2200-EXIT
004170             PERFORM 2250-VALIDA-DEPTO THRU 2250-EXIT
004175             PERFORM 2420-PREPARA-TRASLADO THRU 2420-EXIT
004177             PERFORM 2270-VALIDA-JORNADA THRU 2270-EXIT
004180             IF NOT WS-FECHA-VALIDA
004190                 DISPLAY "CAMPOS: CAMBIO RECHAZADO, FECHA "
004200                     "INVALIDA " TRANS-ANIO "/" TRANS-MES "/"
004270                     " DESCONOCIDO PARA EMPLEADO " TRANS-EMP-ID
004280                 ADD 1 TO WS-ERRORES-COUNT
004290             ELSE
004291             IF WS-TRASLADO AND NOT WS-PLAZA-LIBRE
004293                 DISPLAY "CAMPOS: TRASLADO RETENIDO, SIN PLAZA "
004294                     "VACANTE EN DEPARTAMENTO " TRANS-DEPARTAMENTO
004296                     " PARA EMPLEADO " TRANS-EMP-ID
004297                 PERFORM 2480-RETENER-SIN-PLAZA THRU 2480-EXIT
004299             ELSE
004300             IF NOT WS-JORNADA-VALIDA
004301                 DISPLAY "CAMPOS: CAMBIO RECHAZADO, JORNADA "
004302                     "INVALIDA " TRANS-JORNADA-PCT "/"
004303                     TRANS-HORAS-SEMANA " PARA EMPLEADO "
004304                     TRANS-EMP-ID
004305                 ADD 1 TO WS-ERRORES-COUNT
004306             ELSE
004308             MOVE DATOS TO WS-EMP-OLD-DATOS
004310             MOVE FECHA TO WS-EMP-OLD-FECHA
004312             MOVE EMP-GRUPO-PAGO TO WS-EMP-OLD-GRUPO
004315             MOVE EMP-JORNADA-PCT TO WS-EMP-OLD-JORNADA-PCT
004317             MOVE EMP-HORAS-SEMANA TO WS-EMP-OLD-HORAS-SEMANA
004320             MOVE TRANS-DATOS TO DATOS
004330             MOVE TRANS-FECHA TO FECHA
004332             IF TRANS-GRUPO-PAGO NOT = SPACES
004334                 MOVE TRANS-GRUPO-PAGO TO EMP-GRUPO-PAGO
004336             END-IF
004337             IF TRANS-JORNADA-PCT NOT = SPACES
004338                 MOVE TRANS-JORNADA-PCT-N TO EMP-JORNADA-PCT
004339             END-IF
004340             IF TRANS-HORAS-SEMANA NOT = SPACES
004341                 MOVE TRANS-HORAS-SEMANA-N TO EMP-HORAS-SEMANA
004342             END-IF
004346             REWRITE EMPLEADO-MASTER-REC
004350             IF WS-EMPMSTR-OK
004360                 ADD 1 TO WS-CAMBIOS-COUNT
004362                 PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
004364                 IF WS-TRASLADO
004366                     PERFORM 2600-MOVER-PLAZA THRU 2600-EXIT
004368                 END-IF
004370                 IF TRANS-FECHA-EFECTIVA IS NUMERIC
004372                     AND TRANS-FECHA-EFECTIVA > ZERO
004374                     AND TRANS-FECHA-EFECTIVA < WS-FECHA-PROCESO
004375                     AND TRANS-SALARIO NOT = WS-EMP-OLD-SALARIO
004376                     PERFORM 4500-GRABAR-RETRO THRU 4500-EXIT
004420             END-IF
004430             END-IF
004440             END-IF
004445             END-IF
004447             END-IF
004450     END-READ
004460 4000-EXIT.
004470     EXIT.
004610             MOVE DATOS TO WS-EMP-OLD-DATOS
004620             MOVE FECHA TO WS-EMP-OLD-FECHA
004622             MOVE EMP-GRUPO-PAGO TO WS-EMP-OLD-GRUPO
004625             MOVE EMP-JORNADA-PCT TO WS-EMP-OLD-JORNADA-PCT
004627             MOVE EMP-HORAS-SEMANA TO WS-EMP-OLD-HORAS-SEMANA
004630             MOVE "B" TO EMP-ESTADO-SW
004640             IF TRANS-FECHA-EFECTIVA IS NUMERIC
004650                 AND TRANS-FECHA-EFECTIVA > ZERO
004710             IF WS-EMPMSTR-OK
004720                 ADD 1 TO WS-BAJAS-COUNT
004730                 PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
004735                 PERFORM 2550-LIBERAR-PLAZA THRU 2550-EXIT
004740             ELSE
004750                 DISPLAY "CAMPOS: ERROR EN BAJA DE EMPLEADO "
004760                     TRANS-EMP-ID " STATUS " WS-EMPMSTR-STATUS
004890     MOVE WS-EMP-OLD-DATOS TO AUD-ANTES-DATOS.
004900     MOVE WS-EMP-OLD-FECHA TO AUD-ANTES-FECHA.
004902     MOVE WS-EMP-OLD-GRUPO TO AUD-ANTES-GRUPO.
004905     MOVE WS-EMP-OLD-JORNADA-PCT TO AUD-ANTES-JORNADA-PCT.
004907     MOVE WS-EMP-OLD-HORAS-SEMANA TO AUD-ANTES-HORAS-SEMANA.
004910     MOVE DATOS          TO AUD-DESPUES-DATOS.
004920     MOVE FECHA          TO AUD-DESPUES-FECHA.
004922     MOVE EMP-GRUPO-PAGO TO AUD-DESPUES-GRUPO.
004925     MOVE EMP-JORNADA-PCT TO AUD-DESPUES-JORNADA-PCT.
004927     MOVE EMP-HORAS-SEMANA TO AUD-DESPUES-HORAS-SEMANA.
004930     WRITE EMP-AUDIT-REC.
004940     IF NOT WS-EMPAUDIT-OK
004950         DISPLAY "CAMPOS: ERROR ESCRIBIENDO EMPAUDIT "
005160         NOT INVALID KEY
005170             MOVE "S" TO WS-DEPTO-VALIDO-SW
005180     END-READ
005181 2250-EXIT.
005182     EXIT.
005183
005184*----------------------------------------------------------*
005185* VALIDA LA JORNADA DE LA TRANSACCION. EN BLANCO NO SE       *
005186* INFORMA (EL ALTA TOMA JORNADA COMPLETA); SI VIENE, EL      *
005187* PORCENTAJE HA DE SER NUMERICO, MAYOR QUE CERO Y HASTA 100  *
005188* Y LAS HORAS SEMANALES NUMERICAS Y HASTA 40.                *
005189*----------------------------------------------------------*
005190 2270-VALIDA-JORNADA.
005191     MOVE "N" TO WS-JORNADA-VALIDA-SW
005192     IF TRANS-JORNADA-PCT NOT = SPACES
005193         IF TRANS-JORNADA-PCT-N NOT NUMERIC
005194             OR TRANS-JORNADA-PCT-N = ZERO
005195             OR TRANS-JORNADA-PCT-N > 100
005196             GO TO 2270-EXIT
005197         END-IF
005198     END-IF
005199     IF TRANS-HORAS-SEMANA NOT = SPACES
005201         IF TRANS-HORAS-SEMANA-N NOT NUMERIC
005202             OR TRANS-HORAS-SEMANA-N > 40
005203             GO TO 2270-EXIT
005204         END-IF
005205     END-IF
005206     MOVE "S" TO WS-JORNADA-VALIDA-SW.
005207 2270-EXIT.
005208     EXIT.
005209
005210*----------------------------------------------------------*
005211* BUSCA EN PLZMSTR UNA PLAZA DOTADA Y VACANTE DEL            *
005212* DEPARTAMENTO WS-PLZ-DEPTO-BUSCA Y DEJA SU CLAVE EN         *
005213* WS-PLAZA-NUEVA. SIN PLZMSTR TODO DEPARTAMENTO TIENE PLAZA. *
005214*----------------------------------------------------------*
005215 2400-BUSCA-VACANTE.
005216     MOVE "N" TO WS-PLAZA-LIBRE-SW
005217     MOVE SPACES TO WS-PLAZA-NUEVA
005218     IF WS-SIN-PLZMSTR
005219         MOVE "S" TO WS-PLAZA-LIBRE-SW
005221         GO TO 2400-EXIT
005222     END-IF
005223     MOVE "N" TO WS-FIN-PLAZAS-SW
005224     MOVE WS-PLZ-DEPTO-BUSCA TO PLZ-DEPARTAMENTO
005225     MOVE ZERO               TO PLZ-NUMERO
005226     START PLAZA-MASTER-FILE
005227         KEY IS NOT LESS THAN PLZ-CLAVE
005228         INVALID KEY
005229             SET WS-FIN-PLAZAS TO TRUE
005230     END-START
005231     PERFORM 2410-LEER-VACANTE THRU 2410-EXIT
005232         UNTIL WS-FIN-PLAZAS OR WS-PLAZA-LIBRE.
005233 2400-EXIT.
005234     EXIT.

005235 2410-LEER-VACANTE.
005236     READ PLAZA-MASTER-FILE NEXT
005237         AT END
005238             SET WS-FIN-PLAZAS TO TRUE
005239             GO TO 2410-EXIT
005240     END-READ
005241     IF PLZ-DEPARTAMENTO NOT = WS-PLZ-DEPTO-BUSCA
005242         SET WS-FIN-PLAZAS TO TRUE
005243         GO TO 2410-EXIT
005244     END-IF
005245     IF PLZ-DOTADA AND PLZ-VACANTE
005246         MOVE PLZ-CLAVE TO WS-PLAZA-NUEVA
005247         MOVE "S" TO WS-PLAZA-LIBRE-SW
005248     END-IF
005249 2410-EXIT.
005250     EXIT.

005251*----------------------------------------------------------*
005252* UN CAMBIO ES TRASLADO SI EL EMPLEADO ACTIVO CAMBIA DE      *
005253* DEPARTAMENTO; ENTONCES HACE FALTA PLAZA LIBRE EN EL        *
005254* NUEVO. SE LLAMA CON EL REGISTRO DEL MAESTRO TODAVIA SIN    *
005255* TOCAR.                                                     *
005256*----------------------------------------------------------*
005257 2420-PREPARA-TRASLADO.
005258     MOVE "N" TO WS-TRASLADO-SW
005259     MOVE "S" TO WS-PLAZA-LIBRE-SW
005260     IF WS-SIN-PLZMSTR OR NOT EMP-ACTIVO
005261         OR TRANS-DEPARTAMENTO = DEPARTAMENTO
005262         GO TO 2420-EXIT
005263     END-IF
005264     MOVE "S" TO WS-TRASLADO-SW
005265     MOVE TRANS-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
005266     PERFORM 2400-BUSCA-VACANTE THRU 2400-EXIT.
005267 2420-EXIT.
005268     EXIT.

005269*----------------------------------------------------------*
005270* BUSCA LA PLAZA QUE OCUPA WS-PLZ-EMP-BUSCA EN EL            *
005271* DEPARTAMENTO WS-PLZ-DEPTO-BUSCA Y DEJA SU CLAVE EN         *
005272* WS-PLAZA-VIEJA. UN EMPLEADO ANTERIOR A LA CARGA DE PLAZAS  *
005273* PUEDE NO TENER NINGUNA.                                    *
005274*----------------------------------------------------------*
005275 2450-BUSCA-OCUPADA.
005276     MOVE "N" TO WS-PLAZA-HALLADA-SW
005277     MOVE SPACES TO WS-PLAZA-VIEJA
005278     MOVE "N" TO WS-FIN-PLAZAS-SW
005279     MOVE WS-PLZ-DEPTO-BUSCA TO PLZ-DEPARTAMENTO
005280     MOVE ZERO               TO PLZ-NUMERO
005281     START PLAZA-MASTER-FILE
005282         KEY IS NOT LESS THAN PLZ-CLAVE
005283         INVALID KEY
005284             SET WS-FIN-PLAZAS TO TRUE
005285     END-START
005286     PERFORM 2460-LEER-OCUPADA THRU 2460-EXIT
005287         UNTIL WS-FIN-PLAZAS OR WS-PLAZA-HALLADA.
005288 2450-EXIT.
005289     EXIT.

005290 2460-LEER-OCUPADA.
005291     READ PLAZA-MASTER-FILE NEXT
005292         AT END
005293             SET WS-FIN-PLAZAS TO TRUE
005294             GO TO 2460-EXIT
005295     END-READ
005296     IF PLZ-DEPARTAMENTO NOT = WS-PLZ-DEPTO-BUSCA
005297         SET WS-FIN-PLAZAS TO TRUE
005298         GO TO 2460-EXIT
005299     END-IF
005300     IF PLZ-EMP-ID = WS-PLZ-EMP-BUSCA
005301         MOVE PLZ-CLAVE TO WS-PLAZA-VIEJA
005302         MOVE "S" TO WS-PLAZA-HALLADA-SW
005303     END-IF
005304 2460-EXIT.
005305     EXIT.

005306*----------------------------------------------------------*
005307* ALTA O TRASLADO SIN PLAZA LIBRE: LA TRANSACCION VUELVE AL  *
005308* PENDIENTE CON SU MOTIVO Y SE REINTENTA LA NOCHE            *
005309* SIGUIENTE.                                                 *
005310*----------------------------------------------------------*
005311 2480-RETENER-SIN-PLAZA.
005312     ADD 1 TO WS-SIN-PLAZA-COUNT
005313     MOVE "SIN PLAZA VACANTE DOTADA" TO PL-MOTIVO
005314     PERFORM 2070-ENCOLAR-PENDIENTE THRU 2070-EXIT.
005315 2480-EXIT.
005316     EXIT.

005317*----------------------------------------------------------*
005318* OCUPA LA PLAZA WS-PLAZA-NUEVA CON EL EMPLEADO EN CURSO,    *
005319* CON FECHA LA EFECTIVA DE LA TRANSACCION O LA DEL PROCESO.  *
005320*----------------------------------------------------------*
005321 2500-OCUPAR-PLAZA.
005322     IF WS-SIN-PLZMSTR
005323         GO TO 2500-EXIT
005324     END-IF
005325     MOVE WS-PLAZA-NUEVA TO PLZ-CLAVE
005326     READ PLAZA-MASTER-FILE
005327         INVALID KEY
005328             DISPLAY "CAMPOS: PLAZA " WS-PLAZA-NUEVA
005329                 " DESAPARECIDA DE PLZMSTR"
005330             GO TO ABEND-CLEANUP
005331     END-READ
005332     MOVE TRANS-EMP-ID TO PLZ-EMP-ID
005333     IF TRANS-FECHA-EFECTIVA IS NUMERIC
005334         AND TRANS-FECHA-EFECTIVA > ZERO
005335         MOVE TRANS-FECHA-EFECTIVA TO PLZ-FECHA-OCUPACION
005336     ELSE
005337         MOVE WS-FECHA-PROCESO TO PLZ-FECHA-OCUPACION
005338     END-IF
005339     REWRITE PLAZA-MASTER-REC
005340     IF NOT WS-PLZMSTR-OK
005341         DISPLAY "CAMPOS: ERROR REESCRIBIENDO PLZMSTR "
005342             WS-PLZMSTR-STATUS
005343         GO TO ABEND-CLEANUP
005344     END-IF
005345 2500-EXIT.
005346     EXIT.

005347*----------------------------------------------------------*
005348* BAJA: DEJA VACANTE LA PLAZA QUE OCUPABA EL EMPLEADO EN SU  *
005349* DEPARTAMENTO.                                              *
005350*----------------------------------------------------------*
005351 2550-LIBERAR-PLAZA.
005352     IF WS-SIN-PLZMSTR
005353         GO TO 2550-EXIT
005354     END-IF
005355     MOVE DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
005356     MOVE EMP-ID       TO WS-PLZ-EMP-BUSCA
005357     PERFORM 2450-BUSCA-OCUPADA THRU 2450-EXIT
005358     IF WS-PLAZA-HALLADA
005359         PERFORM 2560-VACIAR-PLAZA THRU 2560-EXIT
005360     END-IF
005361 2550-EXIT.
005362     EXIT.

005363 2560-VACIAR-PLAZA.
005364     MOVE WS-PLAZA-VIEJA TO PLZ-CLAVE
005365     READ PLAZA-MASTER-FILE
005366         INVALID KEY
005367             DISPLAY "CAMPOS: PLAZA " WS-PLAZA-VIEJA
005368                 " DESAPARECIDA DE PLZMSTR"
005369             GO TO ABEND-CLEANUP
005370     END-READ
005371     MOVE ZERO TO PLZ-EMP-ID
005372     MOVE ZERO TO PLZ-FECHA-OCUPACION
005373     REWRITE PLAZA-MASTER-REC
005374     IF NOT WS-PLZMSTR-OK
005375         DISPLAY "CAMPOS: ERROR REESCRIBIENDO PLZMSTR "
005376             WS-PLZMSTR-STATUS
005377         GO TO ABEND-CLEANUP
005378     END-IF
005379 2560-EXIT.
005380     EXIT.

005381*----------------------------------------------------------*
005382* TRASLADO YA GRABADO: VACIA LA PLAZA DEL DEPARTAMENTO       *
005383* VIEJO Y OCUPA LA RESERVADA EN EL NUEVO.                    *
005384*----------------------------------------------------------*
005385 2600-MOVER-PLAZA.
005386     MOVE WS-EMP-OLD-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
005387     MOVE EMP-ID                  TO WS-PLZ-EMP-BUSCA
005388     PERFORM 2450-BUSCA-OCUPADA THRU 2450-EXIT
005389     IF WS-PLAZA-HALLADA
005390         PERFORM 2560-VACIAR-PLAZA THRU 2560-EXIT
005391     END-IF
005392     PERFORM 2500-OCUPAR-PLAZA THRU 2500-EXIT.
005393 2600-EXIT.
005394     EXIT.
005395 2200-VALIDA-FECHA.
005396     MOVE "N" TO WS-FECHA-VALIDA-SW
005397     MOVE "N" TO WS-BISIESTO-SW
005399     IF TRANS-MES < 1 OR TRANS-MES > 12
005400         GO TO 2200-EXIT
005401     END-IF
005402     DIVIDE TRANS-ANIO BY 4 GIVING WS-ANIO-DIV
005404         REMAINDER WS-ANIO-RESTO-4
005405     DIVIDE TRANS-ANIO BY 100 GIVING WS-ANIO-DIV
005406         REMAINDER WS-ANIO-RESTO-100
005407     DIVIDE TRANS-ANIO BY 400 GIVING WS-ANIO-DIV
005408         REMAINDER WS-ANIO-RESTO-400
005410     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
005411         OR WS-ANIO-RESTO-400 = 0
005412         MOVE "S" TO WS-BISIESTO-SW
005413     END-IF
005415     EVALUATE TRANS-MES
005416         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
005417             MOVE 31 TO WS-DIAS-EN-MES
005418         WHEN 4 WHEN 6 WHEN 9 WHEN 11
005420             MOVE 30 TO WS-DIAS-EN-MES
005430         WHEN 2
005440             IF WS-ANIO-BISIESTO
005650     IF NOT WS-SIN-DEPTMSTR
005660         CLOSE DEPTO-MASTER-FILE
005670     END-IF
005672     IF NOT WS-SIN-PLZMSTR
005675         CLOSE PLAZA-MASTER-FILE
005678     END-IF
005680     DISPLAY "CAMPOS: ALTAS    " WS-ALTAS-COUNT.
005690     DISPLAY "CAMPOS: CAMBIOS  " WS-CAMBIOS-COUNT.
005700     DISPLAY "CAMPOS: BAJAS    " WS-BAJAS-COUNT.
005710     DISPLAY "CAMPOS: ERRORES  " WS-ERRORES-COUNT.
005720     DISPLAY "CAMPOS: PENDIENTES " WS-PENDIENTES-COUNT.
005725     DISPLAY "CAMPOS: ATRASOS    " WS-RETROS-COUNT.
005727     DISPLAY "CAMPOS: SIN PLAZA  " WS-SIN-PLAZA-COUNT.
005730 9000-EXIT.
005740     EXIT.

006155     CLOSE RETRO-PEND-FILE.
006160     CLOSE EMP-PEND-RPT-FILE.
006170     CLOSE DEPTO-MASTER-FILE.
006175     CLOSE PLAZA-MASTER-FILE.
006180     MOVE 16 TO RETURN-CODE.
006190     GOBACK.


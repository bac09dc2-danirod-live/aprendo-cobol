000270*                SALIDA), Y (3) LISTA COMO EXCEPCION EL     *
000280*                FICHAJE DE UN EMP-BAJA Y EL FICHAJE EN DIA *
000290*                FESTIVO, PARA REVISION DEL SUPERVISOR.     *
000291* 2026-10-15 DR  HORAS EXTRA DESDE LOS FICHAJES: CON HORA DE *
000292*                ENTRADA Y DE SALIDA SE CALCULAN LAS HORAS   *
000293*                TRABAJADAS; EN DIA HABIL LO QUE PASA DE LA  *
000294*                JORNADA ESTANDAR (FICHPARM, 0800 POR        *
000295*                DEFECTO) ES HORA EXTRA NORMAL Y EN FESTIVO  *
000296*                O DIA NO HABIL TODO EL DIA ES HORA EXTRA    *
000297*                FESTIVA. SE GRABAN PENDIENTES DE APROBAR EN *
000298*                HEXMSTR (COPY HORAEXT) PARA QUE HEXTRAS LAS *
000299*                APRUEBE Y GENERE LAS NOVEDADES; HASTA AHORA *
000300*                LOS SUPERVISORES LAS SUMABAN EN PAPEL Y SE  *
000301*                TECLEABAN EN NOVTRAN.                       *
000302* 2026-10-15 DR  JORNADA PARCIAL: LA JORNADA ESPERADA DE     *
000303*                CADA EMPLEADO SALE DE SUS HORAS SEMANALES   *
000304*                DEL MAESTRO (ENTRE 5 DIAS) O, SI NO LAS     *
000305*                TIENE, DE LA JORNADA ESTANDAR POR SU        *
000306*                PORCENTAJE DE JORNADA. LAS HORAS EXTRA SE   *
000307*                CUENTAN SOBRE ESA JORNADA Y UN DIA HABIL    *
000308*                CON MENOS MINUTOS QUE LOS ESPERADOS SALE    *
000309*                COMO DIA PARCIAL (JORNADA INCOMPLETA).      *
000310*                EMPMSTR PASA A ACCESO DINAMICO PARA LEER EL *
000311*                EMPLEADO DE CADA FICHAJE.                   *
000314*----------------------------------------------------------*
000317
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000420
000430     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS EMP-ID
000470         FILE STATUS IS WS-EMPMSTR-STATUS.
000480
000620         ORGANIZATION IS SEQUENTIAL
000630         FILE STATUS IS WS-FICHPARM-STATUS.
000640
000641     SELECT HORA-EXTRA-FILE ASSIGN TO "HEXMSTR"
000643         ORGANIZATION IS INDEXED
000644         ACCESS MODE IS RANDOM
000646         RECORD KEY IS HEX-CLAVE
000647         FILE STATUS IS WS-HEXMSTR-STATUS.
000649
000650     SELECT FICH-RPT-FILE ASSIGN TO "FICHRPT"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-FICHRPT-STATUS.
000920     LABEL RECORDS ARE STANDARD.
000930 01  PARM-IN-REC.
000940     05 PI-FECHA-FICHAJE        PIC 9(08).
000942     05 PI-JORNADA              PIC X(04).
000944     05 PI-JORNADA-NUM REDEFINES PI-JORNADA.
000946         10 PI-JORNADA-HH       PIC 9(02).
000948         10 PI-JORNADA-MM       PIC 9(02).
000950
000952 FD  HORA-EXTRA-FILE
000954     LABEL RECORDS ARE STANDARD.
000956     COPY HORAEXT.
000958
000960 FD  FICH-RPT-FILE
000970     LABEL RECORDS ARE STANDARD.
000980 01  FICH-RPT-LINE              PIC X(80).
001210
001220 01  WS-FICHRPT-STATUS           PIC X(02) VALUE SPACES.
001230     88 WS-FICHRPT-OK                VALUE "00".
001232
001233 01  WS-HEXMSTR-STATUS           PIC X(02) VALUE SPACES.
001235     88 WS-HEXMSTR-OK                VALUE "00".
001237     88 WS-HEXMSTR-DUPLICATE         VALUE "22".
001238     88 WS-HEXMSTR-NO-FILE           VALUE "35".
001240
001250 01  WS-SWITCHES.
001260     05 WS-EOF-FICH-SW         PIC X(01) VALUE "N".
001400     05 WS-AUSENCIAS-COUNT     PIC 9(07) COMP VALUE ZERO.
001410     05 WS-YA-REGISTRADAS-COUNT PIC 9(07) COMP VALUE ZERO.
001420     05 WS-EXCEPCIONES-COUNT   PIC 9(07) COMP VALUE ZERO.
001423     05 WS-EXTRAS-COUNT        PIC 9(07) COMP VALUE ZERO.
001427     05 WS-EXTRAS-YA-COUNT     PIC 9(07) COMP VALUE ZERO.
001430
001431 01  WS-FECHA-FICHAJE            PIC 9(08) VALUE ZERO.
001432
001434*----------------------------------------------------------*
001435* JORNADA ESTANDAR DIARIA EN MINUTOS (FICHPARM, HHMM; 8      *
001437* HORAS SI NO VIENE), JORNADA ESPERADA DEL EMPLEADO DEL      *
001438* FICHAJE SEGUN SU JORNADA PARCIAL Y CALCULO DE LAS HORAS    *
001440* DEL FICHAJE.                                               *
001441* UNA SALIDA ANTERIOR A LA ENTRADA ES UN TURNO QUE CRUZA     *
001442* LA MEDIANOCHE.                                             *
001444*----------------------------------------------------------*
001445 01  WS-JORNADA-MIN              PIC 9(04) COMP VALUE 480.
001447 01  WS-JORNADA-EMP-MIN          PIC 9(04) COMP VALUE 480.
001448 01  WS-HORA-TRABAJO.
001450     05 WS-HORA-HH               PIC 9(02).
001451     05 WS-HORA-MM               PIC 9(02).
001452 01  WS-MIN-ENTRADA              PIC 9(04) COMP VALUE ZERO.
001453 01  WS-MIN-SALIDA               PIC 9(04) COMP VALUE ZERO.
001454 01  WS-MIN-TRABAJADOS           PIC 9(04) COMP VALUE ZERO.
001455 01  WS-MIN-EXTRA                PIC 9(04) COMP VALUE ZERO.
001457
001460*----------------------------------------------------------*
001470* TABLA EN MEMORIA DE LOS FICHAJES DEL DIA, EN EL ESTILO DE  *
001480* WS-MAPA-TABLE DE PAYGL, PARA CRUZARLA DESPUES CON EL       *
002160             WS-FICHRPT-STATUS
002170         GO TO ABEND-CLEANUP
002180     END-IF
002181     OPEN I-O HORA-EXTRA-FILE.
002182     IF WS-HEXMSTR-NO-FILE
002183         CLOSE HORA-EXTRA-FILE
002184         OPEN OUTPUT HORA-EXTRA-FILE
002185         CLOSE HORA-EXTRA-FILE
002186         OPEN I-O HORA-EXTRA-FILE
002187     END-IF
002188     IF NOT WS-HEXMSTR-OK
002189         DISPLAY "FICHAJES: ERROR ABRIENDO HEXMSTR "
002190             WS-HEXMSTR-STATUS
002191         GO TO ABEND-CLEANUP
002192     END-IF
002196     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
002200     PERFORM 1200-LEER-CALENDARIO THRU 1200-EXIT.
002210     PERFORM 2100-READ-FICHAJE THRU 2100-EXIT.
002220 1000-EXIT.
002240
002250*----------------------------------------------------------*
002260* FECHA DE LOS FICHAJES A IMPORTAR DESDE FICHPARM; SIN       *
002267* FICHERO SE IMPORTA LA FECHA DE PROCESO. LA JORNADA         *
002273* ESTANDAR (HHMM) ES OPCIONAL EN EL MISMO REGISTRO.          *
002280*----------------------------------------------------------*
002290 1100-LEER-PARM.
002300     OPEN INPUT PARM-FILE.
002440         AND PI-FECHA-FICHAJE NOT = ZERO
002450         MOVE PI-FECHA-FICHAJE TO WS-FECHA-FICHAJE
002460     END-IF
002461     IF WS-FICHPARM-OK AND PI-JORNADA IS NUMERIC
002463         AND PI-JORNADA-MM < 60
002464         AND PI-JORNADA NOT = "0000"
002466         COMPUTE WS-JORNADA-MIN =
002467             PI-JORNADA-HH * 60 + PI-JORNADA-MM
002469     END-IF
002470     CLOSE PARM-FILE.
002480 1100-EXIT.
002490     EXIT.
002900         MOVE "DIA PARCIAL: SIN HORA DE SALIDA" TO DL-MOTIVO
002910         PERFORM 2350-WRITE-RPT-DET THRU 2350-EXIT
002920     END-IF
002925     PERFORM 2400-HORAS-EXTRA THRU 2400-EXIT
002930     IF WS-FICH-COUNT >= 2000
002940         DISPLAY "FICHAJES: TABLA DE FICHAJES LLENA"
002950         GO TO ABEND-CLEANUP
003320     END-IF.
003330 2350-EXIT.
003340     EXIT.
003341
003342*----------------------------------------------------------*
003343* HORAS EXTRA DEL FICHAJE: EN DIA HABIL, LOS MINUTOS QUE     *
003344* PASAN DE LA JORNADA ESPERADA DEL EMPLEADO (TIPO N), Y SI   *
003345* NO LA CUMPLE EL DIA SALE COMO PARCIAL; EN FESTIVO O DIA NO *
003346* HABIL, TODOS LOS MINUTOS TRABAJADOS (TIPO F). SE GRABAN    *
003347* PENDIENTES EN HEXMSTR; EN UN RELANCE EL DIA YA GRABADO SE  *
003348* CUENTA Y NO SE TOCA (PUEDE ESTAR YA APROBADO O PAGADO).    *
003349*----------------------------------------------------------*
003350 2400-HORAS-EXTRA.
003351     IF FCH-HORA-SALIDA = ZERO
003352         OR FCH-HORA-ENTRADA NOT NUMERIC
003353         OR FCH-HORA-SALIDA NOT NUMERIC
003354         GO TO 2400-EXIT
003355     END-IF
003356     MOVE FCH-HORA-ENTRADA TO WS-HORA-TRABAJO
003357     COMPUTE WS-MIN-ENTRADA = WS-HORA-HH * 60 + WS-HORA-MM
003358     MOVE FCH-HORA-SALIDA TO WS-HORA-TRABAJO
003359     COMPUTE WS-MIN-SALIDA = WS-HORA-HH * 60 + WS-HORA-MM
003360     IF WS-MIN-SALIDA < WS-MIN-ENTRADA
003361         ADD 1440 TO WS-MIN-SALIDA
003362     END-IF
003363     COMPUTE WS-MIN-TRABAJADOS = WS-MIN-SALIDA - WS-MIN-ENTRADA
003364     PERFORM 2450-JORNADA-EMPLEADO THRU 2450-EXIT
003365     IF WS-DIA-HABIL AND NOT WS-DIA-FESTIVO
003366         IF WS-MIN-TRABAJADOS < WS-JORNADA-EMP-MIN
003367             ADD 1 TO WS-PARCIALES-COUNT
003368             MOVE "DIA PARCIAL: JORNADA INCOMPLETA" TO DL-MOTIVO
003369             PERFORM 2350-WRITE-RPT-DET THRU 2350-EXIT
003370             GO TO 2400-EXIT
003371         END-IF
003372         IF WS-MIN-TRABAJADOS <= WS-JORNADA-EMP-MIN
003373             GO TO 2400-EXIT
003374         END-IF
003375         COMPUTE WS-MIN-EXTRA =
003376             WS-MIN-TRABAJADOS - WS-JORNADA-EMP-MIN
003377         SET HEX-TIPO-NORMAL TO TRUE
003378     ELSE
003379         IF WS-MIN-TRABAJADOS = ZERO
003380             GO TO 2400-EXIT
003381         END-IF
003382         MOVE WS-MIN-TRABAJADOS TO WS-MIN-EXTRA
003383         SET HEX-TIPO-FESTIVO TO TRUE
003384     END-IF
003385     MOVE FCH-EMP-ID       TO HEX-EMP-ID
003386     MOVE FCH-FECHA        TO HEX-FECHA
003387     MOVE FCH-HORA-ENTRADA TO HEX-HORA-ENTRADA
003388     MOVE FCH-HORA-SALIDA  TO HEX-HORA-SALIDA
003389     COMPUTE HEX-HORAS ROUNDED = WS-MIN-EXTRA / 60
003390     SET HEX-PENDIENTE     TO TRUE
003391     MOVE SPACES           TO HEX-APROBADOR
003392     MOVE ZERO             TO HEX-FECHA-APROBACION
003393     MOVE ZERO             TO HEX-HORAS-PAGADAS
003394     MOVE ZERO             TO HEX-FECHA-PAGO
003395     WRITE HORA-EXTRA-REC
003396     IF WS-HEXMSTR-DUPLICATE
003397         ADD 1 TO WS-EXTRAS-YA-COUNT
003398         GO TO 2400-EXIT
003399     END-IF
003400     IF NOT WS-HEXMSTR-OK
003401         DISPLAY "FICHAJES: ERROR GRABANDO HEXMSTR "
003402             WS-HEXMSTR-STATUS
003403         GO TO ABEND-CLEANUP
003404     END-IF
003405     ADD 1 TO WS-EXTRAS-COUNT
003406     IF HEX-TIPO-NORMAL
003407         MOVE "HORAS EXTRA PENDIENTES DE APROBAR" TO DL-MOTIVO
003408     ELSE
003409         MOVE "HORAS EXTRA FESTIVAS PEND. APROBAR" TO DL-MOTIVO
003410     END-IF
003411     PERFORM 2350-WRITE-RPT-DET THRU 2350-EXIT.
003412 2400-EXIT.
003413     EXIT.
003414
003415*----------------------------------------------------------*
003416* JORNADA ESPERADA DEL EMPLEADO DEL FICHAJE EN MINUTOS:      *
003417* SUS HORAS SEMANALES ENTRE 5 DIAS SI LAS TIENE; SI NO, LA   *
003418* JORNADA ESTANDAR POR SU PORCENTAJE DE JORNADA. UN          *
003419* EMPLEADO QUE NO ESTA EN EL MAESTRO O A JORNADA COMPLETA    *
003420* SE QUEDA CON LA ESTANDAR.                                  *
003421*----------------------------------------------------------*
003422 2450-JORNADA-EMPLEADO.
003423     MOVE WS-JORNADA-MIN TO WS-JORNADA-EMP-MIN
003424     MOVE FCH-EMP-ID TO EMP-ID
003425     READ EMPLEADO-MASTER-FILE
003426         INVALID KEY
003427             GO TO 2450-EXIT
003428     END-READ
003429     IF NOT WS-EMPMSTR-OK
003430         DISPLAY "FICHAJES: ERROR LEYENDO EMPMSTR "
003431             WS-EMPMSTR-STATUS
003432         GO TO ABEND-CLEANUP
003433     END-IF
003434     IF EMP-HORAS-SEMANA IS NUMERIC
003435         AND EMP-HORAS-SEMANA > ZERO
003436         COMPUTE WS-JORNADA-EMP-MIN ROUNDED =
003437             EMP-HORAS-SEMANA * 60 / 5
003438         GO TO 2450-EXIT
003439     END-IF
003440     IF EMP-JORNADA-PCT IS NUMERIC
003441         AND EMP-JORNADA-PCT > ZERO
003442         AND EMP-JORNADA-PCT < 100
003443         COMPUTE WS-JORNADA-EMP-MIN ROUNDED =
003444             WS-JORNADA-MIN * EMP-JORNADA-PCT / 100
003445     END-IF.
003446 2450-EXIT.
003447     EXIT.
003448
003449*----------------------------------------------------------*
003450* BARRIDO DEL MAESTRO: A CADA ACTIVO SIN FICHAJE EN EL DIA   *
003451* HABIL SE LE GRABA LA AUSENCIA "P" SIN FICHAJE, SALVO QUE   *
003452* YA TUVIERA UNA AUSENCIA REGISTRADA ESE DIA. EL FICHAJE DE  *
003454* UN EMP-BAJA SE DENUNCIA AQUI, CON EL MAESTRO EN LA MANO.   *
003455*----------------------------------------------------------*
003456 5000-BARRER-MAESTRO.
003457     MOVE ZERO TO EMP-ID
003458     START EMPLEADO-MASTER-FILE
003459         KEY IS NOT LESS THAN EMP-ID
003460         INVALID KEY
003462             SET WS-EOF-MASTER TO TRUE
003463             GO TO 5000-EXIT
003464     END-START
003465     PERFORM 5100-READ-MASTER THRU 5100-EXIT.
003466     PERFORM 5200-CRUZAR-EMPLEADO THRU 5200-EXIT
003467         UNTIL WS-EOF-MASTER.
003468 5000-EXIT.
003470     EXIT.
003480
003490 5100-READ-MASTER.
003500     READ EMPLEADO-MASTER-FILE NEXT
003510         AT END
003520             SET WS-EOF-MASTER TO TRUE
003530     END-READ
004410     MOVE "EXCEPCIONES               " TO RS-TEXTO
004420     MOVE WS-EXCEPCIONES-COUNT TO RS-CUENTA
004430     PERFORM 9100-WRITE-RESUMEN THRU 9100-EXIT
004431     MOVE "HORAS EXTRA REGISTRADAS   " TO RS-TEXTO
004433     MOVE WS-EXTRAS-COUNT TO RS-CUENTA
004434     PERFORM 9100-WRITE-RESUMEN THRU 9100-EXIT
004436     MOVE "HORAS EXTRA YA REGISTRADAS" TO RS-TEXTO
004437     MOVE WS-EXTRAS-YA-COUNT TO RS-CUENTA
004439     PERFORM 9100-WRITE-RESUMEN THRU 9100-EXIT
004440     CLOSE FICHAJE-FILE.
004450     CLOSE EMPLEADO-MASTER-FILE.
004460     CLOSE AUSENCIA-MASTER-FILE.
004470     CLOSE CALENDARIO-MASTER-FILE.
004475     CLOSE HORA-EXTRA-FILE.
004480     CLOSE FICH-RPT-FILE.
004490     DISPLAY "FICHAJES: LEIDOS " WS-FICHAJES-COUNT
004500         " AUSENCIAS " WS-AUSENCIAS-COUNT
004505         " HORAS EXTRA " WS-EXTRAS-COUNT
004510         " EXCEPCIONES " WS-EXCEPCIONES-COUNT.
004520 9000-EXIT.
004530     EXIT.
004690     CLOSE EMPLEADO-MASTER-FILE.
004700     CLOSE AUSENCIA-MASTER-FILE.
004710     CLOSE CALENDARIO-MASTER-FILE.
004715     CLOSE HORA-EXTRA-FILE.
004720     CLOSE FICH-RPT-FILE.
004730     MOVE 16 TO RETURN-CODE.
004740     GOBACK.

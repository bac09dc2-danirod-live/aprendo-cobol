000010*----------------------------------------------------------*
000020* AUSONLN - SOLICITUD Y APROBACION ONLINE DE AUSENCIAS       *
000030* (CICS)                                                     *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. AUSONLN.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE               *
000150*                PSEUDO-CONVERSACIONAL DE APRONLN            *
000160*                (TRANSACCION AUSO). LAS VACACIONES Y        *
000170*                PERMISOS LLEGABAN POR CORREO Y SE TECLEABAN *
000180*                EN AUSENMAN A TORO PASADO, SIN VER EL SALDO *
000190*                NI LOS SOLAPES DEL EQUIPO. AQUI SE GRABA LA *
000200*                SOLICITUD DE UN TRAMO DE FECHAS EN SOLMSTR  *
000210*                (COPY SOLAUS) Y SE COMPRUEBA AL ENTRAR:     *
000220*                SOLO CUENTAN LOS DIAS HABILES DE CALMSTR;   *
000230*                EL SALDO ES VAC-DEVENGADO MAS VAC-ARRASTRE  *
000240*                MENOS LO TOMADO EN AUSMSTR EN EL ANIO Y LO  *
000250*                YA SOLICITADO PENDIENTE; Y SE AVISA SI      *
000260*                ALGUN DIA HAY MAS AUSENTES EN EL            *
000270*                DEPARTAMENTO QUE DEPT-MAX-AUSENTES (DOS SI  *
000280*                NO ESTA INFORMADO). EL JEFE DEL             *
000290*                DEPARTAMENTO APRUEBA O RECHAZA EN LINEA; LA *
000300*                APROBACION PASA CADA DIA HABIL A AUSMSTR    *
000310*                CON EL TIPO DE LA SOLICITUD.                *
000320*----------------------------------------------------------*
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SPECIAL-NAMES.
000370     DECIMAL-POINT IS COMMA.
000380
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410 01  WS-RESP                     PIC S9(08) COMP.
000420 01  WS-RESP2                    PIC S9(08) COMP.
000430
000440 01  WS-ENTRADA-LINE.
000450     05 EL-FUNCION                PIC X(01).
000460     05 FILLER                    PIC X(01).
000470     05 EL-EMP-ID                 PIC 9(06).
000480     05 FILLER                    PIC X(01).
000490     05 EL-FECHA-DESDE            PIC 9(08).
000500     05 FILLER                    PIC X(01).
000510     05 EL-FECHA-HASTA            PIC 9(08).
000520     05 FILLER                    PIC X(01).
000530     05 EL-TIPO                   PIC X(01).
000540
000550 01  WS-PANTALLA-INICIAL.
000560     05 FILLER                    PIC X(44) VALUE
000570         "AUSONLN - SOLICITUD DE AUSENCIAS".
000580     05 FILLER                    PIC X(44) VALUE
000590         "S,EMPID,DESDE,HASTA,V/P  L,EMPID  A/R,EMPID,".
000600     05 FILLER                    PIC X(44) VALUE
000610         "DESDE (FECHAS AAAAMMDD)".
000620
000630 01  WS-PANTALLA-RESULT.
000640     05 FILLER                    PIC X(10) VALUE "RESULTADO:".
000650     05 WPR-MENSAJE               PIC X(40).
000660
000670     COPY SOLAUS.
000680
000690     COPY AUSENC.
000700
000710     COPY EMPLEADO.
000720
000730     COPY VACENT.
000740
000750     COPY CALENDA.
000760
000770     COPY DEPTO.
000780
000790     COPY OPERAUT.
000800
000810     COPY AUDITLOG.
000820
000830 01  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000840 01  WS-SUPERVISOR-SW            PIC X(01) VALUE "N".
000850     88 WS-ES-SUPERVISOR            VALUE "S".
000860 01  WS-AUTORIZADO-SW            PIC X(01) VALUE "N".
000870     88 WS-AUTORIZADO                VALUE "S".
000880 01  WS-MOTIVO-DENEGADO          PIC X(40) VALUE SPACES.
000890 01  WS-DEPTO-EMPLEADO           PIC X(04) VALUE SPACES.
000900 01  WS-FECHA-HOY                PIC 9(08) VALUE ZERO.
000910 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
000920     05 WS-ANIO-HOY              PIC 9(04).
000930     05 WS-MMDD-HOY              PIC 9(04).
000940
000950*----------------------------------------------------------*
000960* CLAVES DE LOS RECORRIDOS: AUSMSTR Y SOLMSTR POR EMP-ID +   *
000970* FECHA, CALMSTR POR FECHA Y EMPMSTR POR EMP-ID.             *
000980*----------------------------------------------------------*
000990 01  WS-AUS-RID.
001000     05 WS-AUS-RID-EMP-ID        PIC 9(06).
001010     05 WS-AUS-RID-FECHA         PIC 9(08).
001020 01  WS-SOL-RID.
001030     05 WS-SOL-RID-EMP-ID        PIC 9(06).
001040     05 WS-SOL-RID-FECHA         PIC 9(08).
001050 01  WS-CAL-RID                  PIC 9(08) VALUE ZERO.
001060 01  WS-EMP-RID                  PIC 9(06) VALUE ZERO.
001070
001080*----------------------------------------------------------*
001090* TRAMO DE AUSMSTR A RECORRER PARA UN EMPLEADO.              *
001100*----------------------------------------------------------*
001110 01  WS-RANGO-EMP-ID             PIC 9(06) VALUE ZERO.
001120 01  WS-RANGO-DESDE              PIC 9(08) VALUE ZERO.
001130 01  WS-RANGO-HASTA              PIC 9(08) VALUE ZERO.
001140
001150 01  WS-SWITCHES.
001160     05 WS-FIN-AUS-SW            PIC X(01) VALUE "N".
001170         88 WS-FIN-AUS               VALUE "S".
001180     05 WS-FIN-SOL-SW            PIC X(01) VALUE "N".
001190         88 WS-FIN-SOL               VALUE "S".
001200     05 WS-FIN-CAL-SW            PIC X(01) VALUE "N".
001210         88 WS-FIN-CAL               VALUE "S".
001220     05 WS-FIN-EMP-SW            PIC X(01) VALUE "N".
001230         88 WS-FIN-EMP               VALUE "S".
001240     05 WS-FIN-BROWSE-SW         PIC X(01) VALUE "N".
001250         88 WS-FIN-BROWSE            VALUE "S".
001260     05 WS-SOLICITUD-VALIDA-SW   PIC X(01) VALUE "N".
001270         88 WS-SOLICITUD-VALIDA      VALUE "S".
001280     05 WS-REUSAR-CLAVE-SW       PIC X(01) VALUE "N".
001290         88 WS-REUSAR-CLAVE          VALUE "S".
001300     05 WS-JEFE-HALLADO-SW       PIC X(01) VALUE "N".
001310         88 WS-JEFE-HALLADO          VALUE "S".
001320     05 WS-DIA-DUPLICADO-SW      PIC X(01) VALUE "N".
001330         88 WS-DIA-DUPLICADO         VALUE "S".
001340
001350 01  WS-COUNTERS.
001360     05 WS-DIAS-HABILES          PIC 9(03) COMP VALUE ZERO.
001370     05 WS-DIAS-TOMADOS          PIC 9(03) COMP VALUE ZERO.
001380     05 WS-DIAS-PENDIENTES       PIC 9(03) COMP VALUE ZERO.
001390     05 WS-DIAS-GRABADOS         PIC 9(03) COMP VALUE ZERO.
001400     05 WS-TOPE-AUSENTES         PIC 9(03) COMP VALUE ZERO.
001410     05 WS-PICO-AUSENTES         PIC 9(03) COMP VALUE ZERO.
001420     05 WS-NIVELES-JEFE          PIC 9(02) COMP VALUE ZERO.
001430     05 WS-LISTA-MOSTRADOS       PIC 9(02) COMP VALUE ZERO.
001440
001450*----------------------------------------------------------*
001460* TOPE POR DEFECTO DE AUSENTES A LA VEZ EN UN DEPARTAMENTO   *
001470* CUANDO DEPTMSTR NO TRAE DEPT-MAX-AUSENTES.                 *
001480*----------------------------------------------------------*
001490 01  WS-TOPE-DEFECTO             PIC 9(03) COMP VALUE 2.
001500
001510 01  WS-SALDO-DISPONIBLE         PIC S9(03)V99 VALUE ZERO.
001520 01  WS-SALDO-DESPUES            PIC S9(03)V99 VALUE ZERO.
001530 01  WS-SALDO-ED                 PIC -ZZ9,99.
001540 01  WS-FECHA-PICO               PIC 9(08) VALUE ZERO.
001550 01  WS-APROBADOR                PIC 9(06) VALUE ZERO.
001560 01  WS-DEPTO-SUBE               PIC X(04) VALUE SPACES.
001570 01  WS-FECHA-CONFLICTO          PIC 9(08) VALUE ZERO.
001580
001590*----------------------------------------------------------*
001600* DIAS DEL TRAMO SOLICITADO (HASTA 31 DIAS DE CALENDARIO),   *
001610* CON LA MARCA DE HABIL DE CALMSTR Y CUANTOS COMPANEROS DEL  *
001620* DEPARTAMENTO ESTAN AUSENTES CADA DIA. DIA-MARCA SENALA     *
001630* LOS DIAS DEL COMPANERO EN CURSO PARA NO CONTARLO DOS       *
001640* VECES.                                                     *
001650*----------------------------------------------------------*
001660 01  WS-DIAS-TAB-COUNT           PIC 9(02) COMP VALUE ZERO.
001670 01  WS-DIAS-TABLE.
001680     05 WS-DIA-ENTRY OCCURS 31 TIMES
001690             INDEXED BY WS-DIA-IDX.
001700         10 DIA-FECHA            PIC 9(08).
001710         10 DIA-HABIL-SW         PIC X(01).
001720             88 DIA-HABIL            VALUE "S".
001730         10 DIA-AUSENTES         PIC 9(03) COMP.
001740         10 DIA-MARCA-SW         PIC X(01).
001750             88 DIA-MARCADO          VALUE "S".
001760
001770*----------------------------------------------------------*
001780* PANTALLA DE SOLICITUD GRABADA: TRAMO, DIAS HABILES,        *
001790* SALDO, APROBADOR Y EL AVISO DE SOLAPE DEL DEPARTAMENTO.    *
001800*----------------------------------------------------------*
001810 01  WS-PANTALLA-SOLICITUD.
001820     05 WS-SOL-TITULO.
001830         10 FILLER               PIC X(30) VALUE
001840             "AUSONLN - SOLICITUD GRABADA".
001850         10 PS-EMP-ID            PIC 9(06).
001860         10 FILLER               PIC X(08) VALUE SPACES.
001870     05 WS-SOL-TRAMO.
001880         10 FILLER               PIC X(06) VALUE "DESDE ".
001890         10 PS-DESDE             PIC 9(08).
001900         10 FILLER               PIC X(07) VALUE " HASTA ".
001910         10 PS-HASTA             PIC 9(08).
001920         10 FILLER               PIC X(06) VALUE " TIPO ".
001930         10 PS-TIPO              PIC X(01).
001940         10 FILLER               PIC X(06) VALUE " DIAS ".
001950         10 PS-DIAS              PIC ZZ9.
001960     05 WS-SOL-SALDO.
001970         10 FILLER               PIC X(12) VALUE "SALDO ANTES ".
001980         10 PS-SALDO-ANTES       PIC -ZZ9,99.
001990         10 FILLER               PIC X(09) VALUE " DESPUES ".
002000         10 PS-SALDO-DESPUES     PIC -ZZ9,99.
002010         10 FILLER               PIC X(09) VALUE SPACES.
002020     05 WS-SOL-SALDO-X REDEFINES WS-SOL-SALDO
002030                                 PIC X(44).
002040     05 WS-SOL-APROB.
002050         10 FILLER               PIC X(10) VALUE "APROBADOR ".
002060         10 PS-APROBADOR         PIC 9(06).
002070         10 FILLER               PIC X(28) VALUE SPACES.
002080     05 WS-SOL-APROB-X REDEFINES WS-SOL-APROB
002090                                 PIC X(44).
002100     05 WS-SOL-AVISO.
002110         10 FILLER               PIC X(07) VALUE "AVISO: ".
002120         10 PS-PICO              PIC ZZ9.
002130         10 FILLER               PIC X(19) VALUE
002140             " AUSENTES EN DEPTO ".
002150         10 PS-DEPTO             PIC X(04).
002160         10 FILLER               PIC X(03) VALUE " EL".
002170         10 FILLER               PIC X(01) VALUE SPACES.
002180         10 PS-FECHA-PICO        PIC 9(08).
002190     05 WS-SOL-AVISO-X REDEFINES WS-SOL-AVISO
002200                                 PIC X(45).
002210
002220*----------------------------------------------------------*
002230* PANTALLA DE PENDIENTES: SEIS SOLICITUDES POR PAGINA CON    *
002240* EMPLEADO, TRAMO, TIPO, DIAS HABILES, DEPARTAMENTO Y PICO   *
002250* DE AUSENTES VISTO AL GRABARLA.                             *
002260*----------------------------------------------------------*
002270 01  WS-PANTALLA-LISTA.
002280     05 WS-LISTA-TITULO          PIC X(44) VALUE
002290         "AUSONLN - SOLICITUDES PENDIENTES".
002300     05 WS-LISTA-DET OCCURS 6 TIMES
002310             INDEXED BY WS-LISTA-IDX.
002320         10 LST-EMP-ID           PIC 9(06).
002330         10 FILLER               PIC X(01).
002340         10 LST-DESDE            PIC 9(08).
002350         10 FILLER               PIC X(01).
002360         10 LST-HASTA            PIC 9(08).
002370         10 FILLER               PIC X(01).
002380         10 LST-TIPO             PIC X(01).
002390         10 FILLER               PIC X(01).
002400         10 LST-DIAS             PIC ZZ9.
002410         10 FILLER               PIC X(01).
002420         10 LST-DEPTO            PIC X(04).
002430         10 FILLER               PIC X(01).
002440         10 LST-PICO             PIC ZZ9.
002450         10 FILLER               PIC X(05).
002460     05 WS-LISTA-PIE             PIC X(44).
002470
002480 LINKAGE SECTION.
002490     COPY AUSONLN.
002500
002510 PROCEDURE DIVISION.
002520
002530 0000-MAINLINE.
002540     EXEC CICS HANDLE CONDITION
002550         ERROR(9999-CICS-ERROR)
002560     END-EXEC.
002570     IF EIBCALEN = 0
002580         PERFORM 1000-PRIMERA-PANTALLA THRU 1000-EXIT
002590     ELSE
002600         PERFORM 2000-PROCESAR-ENTRADA THRU 2000-EXIT
002610     END-IF.
002620
002630 1000-PRIMERA-PANTALLA.
002640     EXEC CICS SEND TEXT
002650         FROM(WS-PANTALLA-INICIAL)
002660         LENGTH(LENGTH OF WS-PANTALLA-INICIAL)
002670         ERASE
002680     END-EXEC.
002690     MOVE "N" TO AO-PRIMERA-VEZ-SW.
002700     EXEC CICS RETURN
002710         TRANSID("AUSO")
002720         COMMAREA(DFHCOMMAREA)
002730         LENGTH(LENGTH OF DFHCOMMAREA)
002740     END-EXEC.
002750 1000-EXIT.
002760     EXIT.
002770
002780 2000-PROCESAR-ENTRADA.
002790     EXEC CICS RECEIVE
002800         INTO(WS-ENTRADA-LINE)
002810         LENGTH(LENGTH OF WS-ENTRADA-LINE)
002820         RESP(WS-RESP)
002830     END-EXEC.
002840     IF WS-RESP NOT = DFHRESP(NORMAL)
002850         EXEC CICS RETURN END-EXEC
002860     END-IF
002870     MOVE EL-FUNCION TO AO-FUNCION
002880*    EN LA LISTA, EMP-ID CERO CONTINUA DESDE LA PAGINA
002890*    ANTERIOR GUARDADA EN LA COMMAREA.
002900     IF AO-FUNCION-LISTAR AND EL-EMP-ID = ZERO
002910         CONTINUE
002920     ELSE
002930         MOVE EL-EMP-ID TO AO-EMP-ID
002940         MOVE EL-FECHA-DESDE TO AO-FECHA-DESDE
002950         MOVE EL-FECHA-HASTA TO AO-FECHA-HASTA
002960         MOVE EL-TIPO TO AO-TIPO
002970         MOVE EL-EMP-ID TO AO-BROWSE-EMP-ID
002980         MOVE ZERO TO AO-BROWSE-FECHA
002990     END-IF
003000     PERFORM 2500-VALIDA-AUTORIDAD THRU 2500-EXIT
003010     IF NOT WS-AUTORIZADO
003020         GO TO 2150-ENVIAR-RESULTADO
003030     END-IF
003040     EVALUATE TRUE
003050         WHEN AO-FUNCION-SOLICITAR
003060             PERFORM 3000-SOLICITAR THRU 3000-EXIT
003070         WHEN AO-FUNCION-LISTAR
003080             PERFORM 4000-LISTAR THRU 4000-EXIT
003090         WHEN AO-FUNCION-APROBAR
003100             PERFORM 5000-DECIDIR THRU 5000-EXIT
003110         WHEN AO-FUNCION-RECHAZAR
003120             PERFORM 5000-DECIDIR THRU 5000-EXIT
003130         WHEN OTHER
003140             SET AO-RESULTADO-ERROR TO TRUE
003150             MOVE "FUNCION NO RECONOCIDA (USE S/L/A/R)"
003160                 TO AO-MENSAJE
003170     END-EVALUATE.
003180 2150-ENVIAR-RESULTADO.
003190     MOVE AO-MENSAJE TO WPR-MENSAJE
003200     EXEC CICS SEND TEXT
003210         FROM(WS-PANTALLA-RESULT)
003220         LENGTH(LENGTH OF WS-PANTALLA-RESULT)
003230         ERASE
003240     END-EXEC
003250     EXEC CICS RETURN
003260         TRANSID("AUSO")
003270         COMMAREA(DFHCOMMAREA)
003280         LENGTH(LENGTH OF DFHCOMMAREA)
003290     END-EXEC.
003300 2000-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340* AUTORIDAD: SIN REGISTRO EN OPERMSTR NO HAY ACCESO. CADA    *
003350* FUNCION COMPRUEBA DESPUES LO SUYO (3050 PARA SOLICITAR,    *
003360* 5050 PARA DECIDIR) CON EL EMPLEADO O LA SOLICITUD YA       *
003370* LEIDOS.                                                    *
003380*----------------------------------------------------------*
003390 2500-VALIDA-AUTORIDAD.
003400     MOVE "N" TO WS-AUTORIZADO-SW
003410     MOVE "N" TO WS-SUPERVISOR-SW
003420     EXEC CICS ASSIGN
003430         USERID(WS-OPERADOR)
003440     END-EXEC
003450     EXEC CICS READ
003460         DATASET("OPERMSTR")
003470         INTO(OPERADOR-MASTER-REC)
003480         RIDFLD(WS-OPERADOR)
003490         RESP(WS-RESP)
003500     END-EXEC
003510     IF WS-RESP NOT = DFHRESP(NORMAL)
003520         SET AO-RESULTADO-ERROR TO TRUE
003530         MOVE "OPERADOR NO AUTORIZADO" TO AO-MENSAJE
003540         MOVE "INTENTO DE FUNCION NO AUTORIZADA"
003550             TO WS-MOTIVO-DENEGADO
003560         PERFORM 2600-LOG-DENEGADO THRU 2600-EXIT
003570         GO TO 2500-EXIT
003580     END-IF
003590     IF OP-NIVEL-SUPERVISOR
003600         MOVE "S" TO WS-SUPERVISOR-SW
003610     END-IF
003620     MOVE "S" TO WS-AUTORIZADO-SW.
003630 2500-EXIT.
003640     EXIT.
003650
003660 2600-LOG-DENEGADO.
003670     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
003680     ACCEPT AUD-HORA FROM TIME
003690     MOVE "AUSONLN " TO AUD-PROGRAMA
003700     MOVE SPACES TO AUD-CLAVE
003710     STRING WS-OPERADOR DELIMITED BY SIZE
003720            " "         DELIMITED BY SIZE
003730            AO-FUNCION  DELIMITED BY SIZE
003740            " "         DELIMITED BY SIZE
003750            AO-EMP-ID   DELIMITED BY SIZE
003760         INTO AUD-CLAVE
003770     END-STRING
003780     SET AUD-EVENTO-RECHAZO TO TRUE
003790     MOVE WS-MOTIVO-DENEGADO TO AUD-DETALLE
003800     EXEC CICS WRITE
003810         DATASET("AUDITLOG")
003820         FROM(AUDITLOG-REC)
003830         RESP(WS-RESP2)
003840     END-EXEC.
003850 2600-EXIT.
003860     EXIT.
003870
003880*----------------------------------------------------------*
003890* SOLICITUD: TIPO Y FECHAS, EMPLEADO ACTIVO, AUTORIDAD,      *
003900* DIAS DE CALMSTR, SOLAPE CON AUSENCIAS Y SOLICITUDES        *
003910* PROPIAS, SALDO (SOLO VACACIONES), AUSENTES DEL             *
003920* DEPARTAMENTO Y APROBADOR. EL AVISO DE AUSENTES NO IMPIDE   *
003930* GRABAR: QUEDA EN LA SOLICITUD PARA QUE LO VEA EL JEFE.     *
003940*----------------------------------------------------------*
003950 3000-SOLICITAR.
003960     MOVE "N" TO WS-SOLICITUD-VALIDA-SW
003970     SET AO-RESULTADO-ERROR TO TRUE
003980     IF AO-TIPO NOT = "V" AND AO-TIPO NOT = "P"
003990         MOVE "TIPO DE AUSENCIA INVALIDO (USE V/P)" TO AO-MENSAJE
004000         GO TO 3000-EXIT
004010     END-IF
004020     IF AO-FECHA-DESDE NOT NUMERIC OR AO-FECHA-HASTA NOT NUMERIC
004030         OR AO-FECHA-HASTA < AO-FECHA-DESDE
004040         MOVE "FECHAS DESDE/HASTA INVALIDAS" TO AO-MENSAJE
004050         GO TO 3000-EXIT
004060     END-IF
004070     MOVE AO-EMP-ID TO EMP-ID
004080     EXEC CICS READ
004090         DATASET("EMPMSTR")
004100         INTO(EMPLEADO-MASTER-REC)
004110         RIDFLD(EMP-ID)
004120         RESP(WS-RESP)
004130     END-EXEC
004140     IF WS-RESP NOT = DFHRESP(NORMAL)
004150         MOVE "EMPLEADO NO EXISTE" TO AO-MENSAJE
004160         GO TO 3000-EXIT
004170     END-IF
004180     IF EMP-BAJA
004190         MOVE "EMPLEADO DE BAJA" TO AO-MENSAJE
004200         GO TO 3000-EXIT
004210     END-IF
004220     MOVE DEPARTAMENTO TO WS-DEPTO-EMPLEADO
004230     PERFORM 3050-AUTORIDAD-SOLICITAR THRU 3050-EXIT
004240     IF NOT WS-AUTORIZADO
004250         GO TO 3000-EXIT
004260     END-IF
004270     PERFORM 3100-CARGAR-DIAS THRU 3100-EXIT
004280     IF NOT WS-SOLICITUD-VALIDA
004290         GO TO 3000-EXIT
004300     END-IF
004310     PERFORM 3200-SOLAPE-PROPIO THRU 3200-EXIT
004320     IF NOT WS-SOLICITUD-VALIDA
004330         GO TO 3000-EXIT
004340     END-IF
004350     PERFORM 3300-SOLICITUDES-PROPIAS THRU 3300-EXIT
004360     IF NOT WS-SOLICITUD-VALIDA
004370         GO TO 3000-EXIT
004380     END-IF
004390     IF AO-TIPO = "V"
004400         PERFORM 3400-SALDO THRU 3400-EXIT
004410         IF NOT WS-SOLICITUD-VALIDA
004420             GO TO 3000-EXIT
004430         END-IF
004440     END-IF
004450     PERFORM 3500-AUSENTES-DEPTO THRU 3500-EXIT
004460     PERFORM 3600-BUSCAR-JEFE THRU 3600-EXIT
004470     PERFORM 3700-GRABAR-SOLICITUD THRU 3700-EXIT
004480     IF NOT WS-SOLICITUD-VALIDA
004490         GO TO 3000-EXIT
004500     END-IF
004510     PERFORM 3750-PANTALLA-SOLICITUD THRU 3750-EXIT
004520     SET AO-RESULTADO-OK TO TRUE
004530     MOVE "SOLICITUD GRABADA" TO AO-MENSAJE
004540     EXEC CICS SEND TEXT
004550         FROM(WS-PANTALLA-SOLICITUD)
004560         LENGTH(LENGTH OF WS-PANTALLA-SOLICITUD)
004570         ERASE
004580     END-EXEC
004590     EXEC CICS RETURN
004600         TRANSID("AUSO")
004610         COMMAREA(DFHCOMMAREA)
004620         LENGTH(LENGTH OF DFHCOMMAREA)
004630     END-EXEC.
004640 3000-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------*
004680* PUEDE SOLICITAR EL PROPIO EMPLEADO (OP-EMP-ID), UN NIVEL   *
004690* M DE SU MISMO DEPARTAMENTO O CUALQUIER SUPERVISOR. EL      *
004700* INTENTO DENEGADO QUEDA EN AUDITLOG.                        *
004710*----------------------------------------------------------*
004720 3050-AUTORIDAD-SOLICITAR.
004730     MOVE "S" TO WS-AUTORIZADO-SW
004740     IF WS-ES-SUPERVISOR
004750         GO TO 3050-EXIT
004760     END-IF
004770     IF OP-EMP-ID = AO-EMP-ID
004780         GO TO 3050-EXIT
004790     END-IF
004800     IF OP-NIVEL-MANTENIMIENTO
004810         AND OP-DEPARTAMENTO = WS-DEPTO-EMPLEADO
004820         GO TO 3050-EXIT
004830     END-IF
004840     MOVE "N" TO WS-AUTORIZADO-SW
004850     MOVE "EMPLEADO FUERA DE SU DEPARTAMENTO" TO AO-MENSAJE
004860     MOVE "INTENTO DE SOLICITUD NO AUTORIZADA"
004870         TO WS-MOTIVO-DENEGADO
004880     PERFORM 2600-LOG-DENEGADO THRU 2600-EXIT.
004890 3050-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------*
004930* DIAS DEL TRAMO SEGUN CALMSTR: EL PRIMERO Y EL ULTIMO       *
004940* DEBEN ESTAR EN EL CALENDARIO (ESO VALIDA TAMBIEN LAS       *
004950* FECHAS), COMO MUCHO 31 DIAS, Y AL MENOS UNO HABIL.         *
004960*----------------------------------------------------------*
004970 3100-CARGAR-DIAS.
004980     MOVE ZERO TO WS-DIAS-TAB-COUNT
004990     MOVE ZERO TO WS-DIAS-HABILES
005000     MOVE "N" TO WS-FIN-CAL-SW
005010     MOVE AO-FECHA-DESDE TO WS-CAL-RID
005020     EXEC CICS STARTBR
005030         DATASET("CALMSTR")
005040         RIDFLD(WS-CAL-RID)
005050         GTEQ
005060         RESP(WS-RESP)
005070     END-EXEC
005080     IF WS-RESP NOT = DFHRESP(NORMAL)
005090         SET WS-FIN-CAL TO TRUE
005100     END-IF
005110     PERFORM 3150-LEER-CALENDARIO THRU 3150-EXIT
005120         UNTIL WS-FIN-CAL
005130     EXEC CICS ENDBR
005140         DATASET("CALMSTR")
005150         RESP(WS-RESP2)
005160     END-EXEC
005170     IF WS-DIAS-TAB-COUNT > 31
005180         MOVE "MAXIMO 31 DIAS POR SOLICITUD" TO AO-MENSAJE
005190         GO TO 3100-EXIT
005200     END-IF
005210     IF WS-DIAS-TAB-COUNT = ZERO
005220         MOVE "FECHAS FUERA DEL CALENDARIO CALMSTR" TO AO-MENSAJE
005230         GO TO 3100-EXIT
005240     END-IF
005250     IF DIA-FECHA (1) NOT = AO-FECHA-DESDE
005260         OR DIA-FECHA (WS-DIAS-TAB-COUNT) NOT = AO-FECHA-HASTA
005270         MOVE "FECHAS FUERA DEL CALENDARIO CALMSTR" TO AO-MENSAJE
005280         GO TO 3100-EXIT
005290     END-IF
005300     IF WS-DIAS-HABILES = ZERO
005310         MOVE "EL TRAMO NO TIENE DIAS HABILES" TO AO-MENSAJE
005320         GO TO 3100-EXIT
005330     END-IF
005340     MOVE "S" TO WS-SOLICITUD-VALIDA-SW.
005350 3100-EXIT.
005360     EXIT.
005370
005380 3150-LEER-CALENDARIO.
005390     EXEC CICS READNEXT
005400         DATASET("CALMSTR")
005410         INTO(CALENDARIO-REC)
005420         RIDFLD(WS-CAL-RID)
005430         RESP(WS-RESP)
005440     END-EXEC
005450     IF WS-RESP NOT = DFHRESP(NORMAL)
005460         SET WS-FIN-CAL TO TRUE
005470         GO TO 3150-EXIT
005480     END-IF
005490     IF CAL-FECHA > AO-FECHA-HASTA
005500         SET WS-FIN-CAL TO TRUE
005510         GO TO 3150-EXIT
005520     END-IF
005530*    UN TRAMO DE MAS DE 31 DIAS SE CORTA AQUI Y SE RECHAZA.
005540     IF WS-DIAS-TAB-COUNT >= 31
005550         ADD 1 TO WS-DIAS-TAB-COUNT
005560         SET WS-FIN-CAL TO TRUE
005570         GO TO 3150-EXIT
005580     END-IF
005590     ADD 1 TO WS-DIAS-TAB-COUNT
005600     SET WS-DIA-IDX TO WS-DIAS-TAB-COUNT
005610     MOVE CAL-FECHA TO DIA-FECHA (WS-DIA-IDX)
005620     MOVE "N" TO DIA-HABIL-SW (WS-DIA-IDX)
005630     MOVE ZERO TO DIA-AUSENTES (WS-DIA-IDX)
005640     MOVE "N" TO DIA-MARCA-SW (WS-DIA-IDX)
005650     IF CAL-HABIL
005660         SET DIA-HABIL (WS-DIA-IDX) TO TRUE
005670         ADD 1 TO WS-DIAS-HABILES
005680     END-IF.
005690 3150-EXIT.
005700     EXIT.
005710
005720*----------------------------------------------------------*
005730* EL EMPLEADO NO DEBE TENER YA NINGUNA AUSENCIA EN AUSMSTR   *
005740* DENTRO DEL TRAMO.                                          *
005750*----------------------------------------------------------*
005760 3200-SOLAPE-PROPIO.
005770     MOVE AO-EMP-ID TO WS-RANGO-EMP-ID
005780     MOVE AO-FECHA-DESDE TO WS-RANGO-DESDE
005790     MOVE AO-FECHA-HASTA TO WS-RANGO-HASTA
005800     PERFORM 3800-ABRIR-AUSENCIAS THRU 3800-EXIT
005810     IF NOT WS-FIN-AUS
005820         PERFORM 3810-SIGUIENTE-AUSENCIA THRU 3810-EXIT
005830     END-IF
005840     IF NOT WS-FIN-AUS
005850         MOVE "N" TO WS-SOLICITUD-VALIDA-SW
005860         MOVE SPACES TO AO-MENSAJE
005870         STRING "YA HAY AUSENCIA EL " DELIMITED BY SIZE
005880                AUS-FECHA             DELIMITED BY SIZE
005890             INTO AO-MENSAJE
005900         END-STRING
005910     END-IF
005920     PERFORM 3890-CERRAR-AUSENCIAS THRU 3890-EXIT.
005930 3200-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------*
005970* SOLICITUDES DEL PROPIO EMPLEADO EN SOLMSTR: UNA PENDIENTE  *
005980* QUE SE CRUCE CON EL TRAMO LO IMPIDE; LAS PENDIENTES DE     *
005990* VACACIONES SE SUMAN COMO DIAS YA SOLICITADOS. UNA          *
006000* RECHAZADA CON EL MISMO PRIMER DIA SE REUTILIZA.            *
006010*----------------------------------------------------------*
006020 3300-SOLICITUDES-PROPIAS.
006030     MOVE ZERO TO WS-DIAS-PENDIENTES
006040     MOVE ZERO TO WS-FECHA-CONFLICTO
006050     MOVE "N" TO WS-REUSAR-CLAVE-SW
006060     MOVE AO-EMP-ID TO WS-RANGO-EMP-ID
006070     PERFORM 3900-ABRIR-SOLICITUDES THRU 3900-EXIT
006080     PERFORM 3350-SOLICITUD-PROPIA THRU 3350-EXIT
006090         UNTIL WS-FIN-SOL
006100     PERFORM 3990-CERRAR-SOLICITUDES THRU 3990-EXIT
006110     IF WS-FECHA-CONFLICTO NOT = ZERO
006120         MOVE "N" TO WS-SOLICITUD-VALIDA-SW
006130         MOVE SPACES TO AO-MENSAJE
006140         STRING "SOLAPA CON SOLICITUD DEL " DELIMITED BY SIZE
006150                WS-FECHA-CONFLICTO          DELIMITED BY SIZE
006160             INTO AO-MENSAJE
006170         END-STRING
006180     END-IF.
006190 3300-EXIT.
006200     EXIT.
006210
006220 3350-SOLICITUD-PROPIA.
006230     PERFORM 3910-SIGUIENTE-SOLICITUD THRU 3910-EXIT
006240     IF WS-FIN-SOL
006250         GO TO 3350-EXIT
006260     END-IF
006270     IF SOL-FECHA-DESDE = AO-FECHA-DESDE
006280         IF SOL-RECHAZADA
006290             SET WS-REUSAR-CLAVE TO TRUE
006300         ELSE
006310             MOVE SOL-FECHA-DESDE TO WS-FECHA-CONFLICTO
006320         END-IF
006330     END-IF
006340     IF NOT SOL-PENDIENTE
006350         GO TO 3350-EXIT
006360     END-IF
006370     IF SOL-VACACIONES
006380         ADD SOL-DIAS TO WS-DIAS-PENDIENTES
006390     END-IF
006400     IF SOL-FECHA-DESDE NOT > AO-FECHA-HASTA
006410         AND SOL-FECHA-HASTA NOT < AO-FECHA-DESDE
006420         MOVE SOL-FECHA-DESDE TO WS-FECHA-CONFLICTO
006430     END-IF.
006440 3350-EXIT.
006450     EXIT.
006460
006470*----------------------------------------------------------*
006480* SALDO DE VACACIONES: VAC-DEVENGADO MAS VAC-ARRASTRE DE     *
006490* VACMSTR, MENOS LOS DIAS V DE AUSMSTR DEL ANIO EN CURSO     *
006500* (COMO AUSBAL) Y LOS YA SOLICITADOS PENDIENTES. LA          *
006510* SOLICITUD NO PUEDE PASAR DEL SALDO.                        *
006520*----------------------------------------------------------*
006530 3400-SALDO.
006540     MOVE AO-EMP-ID TO VAC-EMP-ID
006550     EXEC CICS READ
006560         DATASET("VACMSTR")
006570         INTO(VACACION-MASTER-REC)
006580         RIDFLD(VAC-EMP-ID)
006590         RESP(WS-RESP)
006600     END-EXEC
006610     IF WS-RESP NOT = DFHRESP(NORMAL)
006620         MOVE "N" TO WS-SOLICITUD-VALIDA-SW
006630         MOVE "EMPLEADO SIN DERECHOS EN VACMSTR" TO AO-MENSAJE
006640         GO TO 3400-EXIT
006650     END-IF
006660     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
006670     MOVE ZERO TO WS-DIAS-TOMADOS
006680     MOVE AO-EMP-ID TO WS-RANGO-EMP-ID
006690     COMPUTE WS-RANGO-DESDE = WS-ANIO-HOY * 10000 + 0101
006700     COMPUTE WS-RANGO-HASTA = WS-ANIO-HOY * 10000 + 1231
006710     PERFORM 3800-ABRIR-AUSENCIAS THRU 3800-EXIT
006720     PERFORM 3450-CONTAR-TOMADO THRU 3450-EXIT
006730         UNTIL WS-FIN-AUS
006740     PERFORM 3890-CERRAR-AUSENCIAS THRU 3890-EXIT
006750     COMPUTE WS-SALDO-DISPONIBLE =
006760         VAC-DEVENGADO + VAC-ARRASTRE
006770             - WS-DIAS-TOMADOS - WS-DIAS-PENDIENTES
006780     IF WS-DIAS-HABILES > WS-SALDO-DISPONIBLE
006790         MOVE "N" TO WS-SOLICITUD-VALIDA-SW
006800         MOVE WS-SALDO-DISPONIBLE TO WS-SALDO-ED
006810         MOVE SPACES TO AO-MENSAJE
006820         STRING "SALDO INSUFICIENTE, DISPONIBLE "
006830                    DELIMITED BY SIZE
006840                WS-SALDO-ED DELIMITED BY SIZE
006850             INTO AO-MENSAJE
006860         END-STRING
006870     END-IF.
006880 3400-EXIT.
006890     EXIT.
006900
006910 3450-CONTAR-TOMADO.
006920     PERFORM 3810-SIGUIENTE-AUSENCIA THRU 3810-EXIT
006930     IF NOT WS-FIN-AUS AND AUS-VACACIONES
006940         ADD 1 TO WS-DIAS-TOMADOS
006950     END-IF.
006960 3450-EXIT.
006970     EXIT.
006980
006990*----------------------------------------------------------*
007000* AUSENTES DEL DEPARTAMENTO: SE RECORRE EMPMSTR Y, PARA      *
007010* CADA COMPANERO ACTIVO DEL MISMO DEPARTAMENTO, SE MARCAN    *
007020* LOS DIAS DEL TRAMO EN QUE YA ESTA AUSENTE (AUSMSTR) O      *
007030* TIENE UNA SOLICITUD PENDIENTE (SOLMSTR). EL PICO ES EL     *
007040* DIA HABIL CON MAS AUSENTES, CONTANDO AL SOLICITANTE.       *
007050*----------------------------------------------------------*
007060 3500-AUSENTES-DEPTO.
007070     MOVE WS-TOPE-DEFECTO TO WS-TOPE-AUSENTES
007080     MOVE WS-DEPTO-EMPLEADO TO DEPT-CODIGO
007090     EXEC CICS READ
007100         DATASET("DEPTMSTR")
007110         INTO(DEPTO-MASTER-REC)
007120         RIDFLD(DEPT-CODIGO)
007130         RESP(WS-RESP)
007140     END-EXEC
007150     IF WS-RESP = DFHRESP(NORMAL)
007160         AND DEPT-MAX-AUSENTES IS NUMERIC
007170         AND DEPT-MAX-AUSENTES > ZERO
007180         MOVE DEPT-MAX-AUSENTES TO WS-TOPE-AUSENTES
007190     END-IF
007200     MOVE "N" TO WS-FIN-EMP-SW
007210     MOVE ZERO TO WS-EMP-RID
007220     EXEC CICS STARTBR
007230         DATASET("EMPMSTR")
007240         RIDFLD(WS-EMP-RID)
007250         GTEQ
007260         RESP(WS-RESP)
007270     END-EXEC
007280     IF WS-RESP NOT = DFHRESP(NORMAL)
007290         SET WS-FIN-EMP TO TRUE
007300     END-IF
007310     PERFORM 3550-COMPANERO THRU 3550-EXIT
007320         UNTIL WS-FIN-EMP
007330     EXEC CICS ENDBR
007340         DATASET("EMPMSTR")
007350         RESP(WS-RESP2)
007360     END-EXEC
007370     MOVE ZERO TO WS-PICO-AUSENTES
007380     MOVE ZERO TO WS-FECHA-PICO
007390     PERFORM 3590-PICO THRU 3590-EXIT
007400         VARYING WS-DIA-IDX FROM 1 BY 1
007410         UNTIL WS-DIA-IDX > WS-DIAS-TAB-COUNT.
007420 3500-EXIT.
007430     EXIT.
007440
007450 3550-COMPANERO.
007460     EXEC CICS READNEXT
007470         DATASET("EMPMSTR")
007480         INTO(EMPLEADO-MASTER-REC)
007490         RIDFLD(WS-EMP-RID)
007500         RESP(WS-RESP)
007510     END-EXEC
007520     IF WS-RESP NOT = DFHRESP(NORMAL)
007530         SET WS-FIN-EMP TO TRUE
007540         GO TO 3550-EXIT
007550     END-IF
007560     IF EMP-ID = AO-EMP-ID OR EMP-BAJA
007570         OR DEPARTAMENTO NOT = WS-DEPTO-EMPLEADO
007580         GO TO 3550-EXIT
007590     END-IF
007600     PERFORM 3555-LIMPIAR-MARCA THRU 3555-EXIT
007610         VARYING WS-DIA-IDX FROM 1 BY 1
007620         UNTIL WS-DIA-IDX > WS-DIAS-TAB-COUNT
007630     MOVE EMP-ID TO WS-RANGO-EMP-ID
007640     MOVE AO-FECHA-DESDE TO WS-RANGO-DESDE
007650     MOVE AO-FECHA-HASTA TO WS-RANGO-HASTA
007660     PERFORM 3800-ABRIR-AUSENCIAS THRU 3800-EXIT
007670     PERFORM 3560-MARCAR-AUSENCIA THRU 3560-EXIT
007680         UNTIL WS-FIN-AUS
007690     PERFORM 3890-CERRAR-AUSENCIAS THRU 3890-EXIT
007700     PERFORM 3900-ABRIR-SOLICITUDES THRU 3900-EXIT
007710     PERFORM 3570-MARCAR-SOLICITUD THRU 3570-EXIT
007720         UNTIL WS-FIN-SOL
007730     PERFORM 3990-CERRAR-SOLICITUDES THRU 3990-EXIT
007740     PERFORM 3580-SUMAR-MARCA THRU 3580-EXIT
007750         VARYING WS-DIA-IDX FROM 1 BY 1
007760         UNTIL WS-DIA-IDX > WS-DIAS-TAB-COUNT.
007770 3550-EXIT.
007780     EXIT.
007790
007800 3555-LIMPIAR-MARCA.
007810     MOVE "N" TO DIA-MARCA-SW (WS-DIA-IDX).
007820 3555-EXIT.
007830     EXIT.
007840
007850 3560-MARCAR-AUSENCIA.
007860     PERFORM 3810-SIGUIENTE-AUSENCIA THRU 3810-EXIT
007870     IF WS-FIN-AUS
007880         GO TO 3560-EXIT
007890     END-IF
007900     PERFORM 3565-MARCAR-FECHA THRU 3565-EXIT
007910         VARYING WS-DIA-IDX FROM 1 BY 1
007920         UNTIL WS-DIA-IDX > WS-DIAS-TAB-COUNT.
007930 3560-EXIT.
007940     EXIT.
007950
007960 3565-MARCAR-FECHA.
007970     IF DIA-FECHA (WS-DIA-IDX) = AUS-FECHA
007980         SET DIA-MARCADO (WS-DIA-IDX) TO TRUE
007990     END-IF.
008000 3565-EXIT.
008010     EXIT.
008020
008030 3570-MARCAR-SOLICITUD.
008040     PERFORM 3910-SIGUIENTE-SOLICITUD THRU 3910-EXIT
008050     IF WS-FIN-SOL
008060         GO TO 3570-EXIT
008070     END-IF
008080     IF NOT SOL-PENDIENTE
008090         GO TO 3570-EXIT
008100     END-IF
008110     PERFORM 3575-MARCAR-DIA THRU 3575-EXIT
008120         VARYING WS-DIA-IDX FROM 1 BY 1
008130         UNTIL WS-DIA-IDX > WS-DIAS-TAB-COUNT.
008140 3570-EXIT.
008150     EXIT.
008160
008170 3575-MARCAR-DIA.
008180     IF DIA-FECHA (WS-DIA-IDX) NOT < SOL-FECHA-DESDE
008190         AND DIA-FECHA (WS-DIA-IDX) NOT > SOL-FECHA-HASTA
008200         SET DIA-MARCADO (WS-DIA-IDX) TO TRUE
008210     END-IF.
008220 3575-EXIT.
008230     EXIT.
008240
008250 3580-SUMAR-MARCA.
008260     IF DIA-MARCADO (WS-DIA-IDX)
008270         ADD 1 TO DIA-AUSENTES (WS-DIA-IDX)
008280     END-IF.
008290 3580-EXIT.
008300     EXIT.
008310
008320 3590-PICO.
008330     IF NOT DIA-HABIL (WS-DIA-IDX)
008340         GO TO 3590-EXIT
008350     END-IF
008360     IF DIA-AUSENTES (WS-DIA-IDX) + 1 > WS-PICO-AUSENTES
008370         COMPUTE WS-PICO-AUSENTES = DIA-AUSENTES (WS-DIA-IDX) + 1
008380         MOVE DIA-FECHA (WS-DIA-IDX) TO WS-FECHA-PICO
008390     END-IF.
008400 3590-EXIT.
008410     EXIT.
008420
008430*----------------------------------------------------------*
008440* APROBADOR, CALCADO DE 2550-JEFE-POR-DEFECTO DE AUSENMAN:   *
008450* EL JEFE DEL DEPARTAMENTO DEL EMPLEADO O, SI NO TIENE,      *
008460* ESTA DE BAJA O ES EL PROPIO EMPLEADO, EL DEL PRIMER        *
008470* DEPARTAMENTO PADRE QUE LO TENGA (HASTA 10 NIVELES). SIN    *
008480* JEFE QUEDA A CERO Y DECIDE UN SUPERVISOR.                  *
008490*----------------------------------------------------------*
008500 3600-BUSCAR-JEFE.
008510     MOVE ZERO TO WS-APROBADOR
008520     MOVE "N" TO WS-JEFE-HALLADO-SW
008530     MOVE WS-DEPTO-EMPLEADO TO WS-DEPTO-SUBE
008540     MOVE ZERO TO WS-NIVELES-JEFE
008550     PERFORM 3650-SUBIR-DEPTO THRU 3650-EXIT
008560         UNTIL WS-JEFE-HALLADO OR WS-DEPTO-SUBE = SPACES
008570             OR WS-NIVELES-JEFE >= 10.
008580 3600-EXIT.
008590     EXIT.
008600
008610 3650-SUBIR-DEPTO.
008620     ADD 1 TO WS-NIVELES-JEFE
008630     MOVE WS-DEPTO-SUBE TO DEPT-CODIGO
008640     EXEC CICS READ
008650         DATASET("DEPTMSTR")
008660         INTO(DEPTO-MASTER-REC)
008670         RIDFLD(DEPT-CODIGO)
008680         RESP(WS-RESP)
008690     END-EXEC
008700     IF WS-RESP NOT = DFHRESP(NORMAL)
008710         MOVE SPACES TO WS-DEPTO-SUBE
008720         GO TO 3650-EXIT
008730     END-IF
008740     MOVE DEPT-PADRE TO WS-DEPTO-SUBE
008750     IF DEPT-JEFE-EMP-ID NOT NUMERIC
008760         OR DEPT-JEFE-EMP-ID = ZERO
008770         OR DEPT-JEFE-EMP-ID = AO-EMP-ID
008780         GO TO 3650-EXIT
008790     END-IF
008800     MOVE DEPT-JEFE-EMP-ID TO EMP-ID
008810     EXEC CICS READ
008820         DATASET("EMPMSTR")
008830         INTO(EMPLEADO-MASTER-REC)
008840         RIDFLD(EMP-ID)
008850         RESP(WS-RESP)
008860     END-EXEC
008870     IF WS-RESP NOT = DFHRESP(NORMAL) OR EMP-BAJA
008880         GO TO 3650-EXIT
008890     END-IF
008900     MOVE DEPT-JEFE-EMP-ID TO WS-APROBADOR
008910     SET WS-JEFE-HALLADO TO TRUE.
008920 3650-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------*
008960* GRABA LA SOLICITUD PENDIENTE. SI YA HABIA UNA RECHAZADA    *
008970* CON EL MISMO PRIMER DIA SE REESCRIBE ENCIMA.               *
008980*----------------------------------------------------------*
008990 3700-GRABAR-SOLICITUD.
009000     IF WS-REUSAR-CLAVE
009010         MOVE AO-EMP-ID TO SOL-EMP-ID
009020         MOVE AO-FECHA-DESDE TO SOL-FECHA-DESDE
009030         EXEC CICS READ
009040             DATASET("SOLMSTR")
009050             INTO(SOLICITUD-AUS-REC)
009060             RIDFLD(SOL-CLAVE)
009070             UPDATE
009080             RESP(WS-RESP)
009090         END-EXEC
009100         IF WS-RESP NOT = DFHRESP(NORMAL)
009110             MOVE "N" TO WS-SOLICITUD-VALIDA-SW
009120             MOVE "ERROR AL LEER LA SOLICITUD ANTERIOR"
009130                 TO AO-MENSAJE
009140             GO TO 3700-EXIT
009150         END-IF
009160     END-IF
009170     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
009180     MOVE AO-EMP-ID TO SOL-EMP-ID
009190     MOVE AO-FECHA-DESDE TO SOL-FECHA-DESDE
009200     MOVE AO-FECHA-HASTA TO SOL-FECHA-HASTA
009210     MOVE AO-TIPO TO SOL-TIPO
009220     MOVE WS-DIAS-HABILES TO SOL-DIAS
009230     MOVE WS-DEPTO-EMPLEADO TO SOL-DEPARTAMENTO
009240     SET SOL-PENDIENTE TO TRUE
009250     MOVE WS-FECHA-HOY TO SOL-FECHA-ALTA
009260     MOVE WS-OPERADOR TO SOL-OPERADOR-ALTA
009270     MOVE WS-APROBADOR TO SOL-APROBADOR
009280     MOVE SPACES TO SOL-OPERADOR-DECISION
009290     MOVE ZERO TO SOL-FECHA-DECISION
009300     MOVE WS-PICO-AUSENTES TO SOL-PICO-AUSENTES
009310     MOVE WS-FECHA-PICO TO SOL-FECHA-PICO
009320     IF WS-REUSAR-CLAVE
009330         EXEC CICS REWRITE
009340             DATASET("SOLMSTR")
009350             FROM(SOLICITUD-AUS-REC)
009360             RESP(WS-RESP)
009370         END-EXEC
009380     ELSE
009390         EXEC CICS WRITE
009400             DATASET("SOLMSTR")
009410             FROM(SOLICITUD-AUS-REC)
009420             RIDFLD(SOL-CLAVE)
009430             RESP(WS-RESP)
009440         END-EXEC
009450     END-IF
009460     IF WS-RESP = DFHRESP(DUPREC)
009470         MOVE "N" TO WS-SOLICITUD-VALIDA-SW
009480         MOVE "YA EXISTE SOLICITUD CON ESE PRIMER DIA"
009490             TO AO-MENSAJE
009500         GO TO 3700-EXIT
009510     END-IF
009520     IF WS-RESP NOT = DFHRESP(NORMAL)
009530         MOVE "N" TO WS-SOLICITUD-VALIDA-SW
009540         MOVE "ERROR AL GRABAR LA SOLICITUD" TO AO-MENSAJE
009550     END-IF.
009560 3700-EXIT.
009570     EXIT.
009580
009590 3750-PANTALLA-SOLICITUD.
009600     MOVE AO-EMP-ID TO PS-EMP-ID
009610     MOVE AO-FECHA-DESDE TO PS-DESDE
009620     MOVE AO-FECHA-HASTA TO PS-HASTA
009630     MOVE AO-TIPO TO PS-TIPO
009640     MOVE WS-DIAS-HABILES TO PS-DIAS
009650     IF AO-TIPO = "V"
009660         COMPUTE WS-SALDO-DESPUES =
009670             WS-SALDO-DISPONIBLE - WS-DIAS-HABILES
009680         MOVE WS-SALDO-DISPONIBLE TO PS-SALDO-ANTES
009690         MOVE WS-SALDO-DESPUES TO PS-SALDO-DESPUES
009700     ELSE
009710         MOVE "PERMISO: NO CONSUME SALDO DE VACACIONES"
009720             TO WS-SOL-SALDO-X
009730     END-IF
009740     IF WS-APROBADOR = ZERO
009750         MOVE "SIN JEFE DE DEPARTAMENTO: DECIDE SUPERVISOR"
009760             TO WS-SOL-APROB-X
009770     ELSE
009780         MOVE WS-APROBADOR TO PS-APROBADOR
009790     END-IF
009800     IF WS-PICO-AUSENTES > WS-TOPE-AUSENTES
009810         MOVE WS-PICO-AUSENTES TO PS-PICO
009820         MOVE WS-DEPTO-EMPLEADO TO PS-DEPTO
009830         MOVE WS-FECHA-PICO TO PS-FECHA-PICO
009840     ELSE
009850         MOVE SPACES TO WS-SOL-AVISO-X
009860     END-IF.
009870 3750-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------*
009910* RECORRIDO DE AUSMSTR DE WS-RANGO-EMP-ID ENTRE              *
009920* WS-RANGO-DESDE Y WS-RANGO-HASTA. 3810 DEJA EL REGISTRO EN  *
009930* AUSENCIA-MASTER-REC O MARCA EL FIN.                        *
009940*----------------------------------------------------------*
009950 3800-ABRIR-AUSENCIAS.
009960     MOVE "N" TO WS-FIN-AUS-SW
009970     MOVE WS-RANGO-EMP-ID TO WS-AUS-RID-EMP-ID
009980     MOVE WS-RANGO-DESDE TO WS-AUS-RID-FECHA
009990     EXEC CICS STARTBR
010000         DATASET("AUSMSTR")
010010         RIDFLD(WS-AUS-RID)
010020         GTEQ
010030         RESP(WS-RESP)
010040     END-EXEC
010050     IF WS-RESP NOT = DFHRESP(NORMAL)
010060         SET WS-FIN-AUS TO TRUE
010070     END-IF.
010080 3800-EXIT.
010090     EXIT.
010100
010110 3810-SIGUIENTE-AUSENCIA.
010120     EXEC CICS READNEXT
010130         DATASET("AUSMSTR")
010140         INTO(AUSENCIA-MASTER-REC)
010150         RIDFLD(WS-AUS-RID)
010160         RESP(WS-RESP)
010170     END-EXEC
010180     IF WS-RESP NOT = DFHRESP(NORMAL)
010190         SET WS-FIN-AUS TO TRUE
010200         GO TO 3810-EXIT
010210     END-IF
010220     IF AUS-EMP-ID NOT = WS-RANGO-EMP-ID
010230         OR AUS-FECHA > WS-RANGO-HASTA
010240         SET WS-FIN-AUS TO TRUE
010250     END-IF.
010260 3810-EXIT.
010270     EXIT.
010280
010290 3890-CERRAR-AUSENCIAS.
010300     EXEC CICS ENDBR
010310         DATASET("AUSMSTR")
010320         RESP(WS-RESP2)
010330     END-EXEC.
010340 3890-EXIT.
010350     EXIT.
010360
010370*----------------------------------------------------------*
010380* RECORRIDO DE TODAS LAS SOLICITUDES DE WS-RANGO-EMP-ID EN   *
010390* SOLMSTR.                                                   *
010400*----------------------------------------------------------*
010410 3900-ABRIR-SOLICITUDES.
010420     MOVE "N" TO WS-FIN-SOL-SW
010430     MOVE WS-RANGO-EMP-ID TO WS-SOL-RID-EMP-ID
010440     MOVE ZERO TO WS-SOL-RID-FECHA
010450     EXEC CICS STARTBR
010460         DATASET("SOLMSTR")
010470         RIDFLD(WS-SOL-RID)
010480         GTEQ
010490         RESP(WS-RESP)
010500     END-EXEC
010510     IF WS-RESP NOT = DFHRESP(NORMAL)
010520         SET WS-FIN-SOL TO TRUE
010530     END-IF.
010540 3900-EXIT.
010550     EXIT.
010560
010570 3910-SIGUIENTE-SOLICITUD.
010580     EXEC CICS READNEXT
010590         DATASET("SOLMSTR")
010600         INTO(SOLICITUD-AUS-REC)
010610         RIDFLD(WS-SOL-RID)
010620         RESP(WS-RESP)
010630     END-EXEC
010640     IF WS-RESP NOT = DFHRESP(NORMAL)
010650         SET WS-FIN-SOL TO TRUE
010660         GO TO 3910-EXIT
010670     END-IF
010680     IF SOL-EMP-ID NOT = WS-RANGO-EMP-ID
010690         SET WS-FIN-SOL TO TRUE
010700     END-IF.
010710 3910-EXIT.
010720     EXIT.
010730
010740 3990-CERRAR-SOLICITUDES.
010750     EXEC CICS ENDBR
010760         DATASET("SOLMSTR")
010770         RESP(WS-RESP2)
010780     END-EXEC.
010790 3990-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------*
010830* LISTA DE PENDIENTES DESDE AO-BROWSE-CLAVE, SEIS POR        *
010840* PAGINA: EL JEFE VE LAS QUE LE TOCA DECIDIR; UN SUPERVISOR  *
010850* LAS VE TODAS. LA CLAVE DE ARRANQUE DE LA PAGINA SIGUIENTE  *
010860* QUEDA EN LA COMMAREA.                                      *
010870*----------------------------------------------------------*
010880 4000-LISTAR.
010890     MOVE "N" TO WS-FIN-BROWSE-SW
010900     MOVE ZERO TO WS-LISTA-MOSTRADOS
010910     PERFORM 4050-LIMPIAR-LISTA THRU 4050-EXIT
010920         VARYING WS-LISTA-IDX FROM 1 BY 1
010930         UNTIL WS-LISTA-IDX > 6
010940     MOVE AO-BROWSE-CLAVE TO WS-SOL-RID
010950     EXEC CICS STARTBR
010960         DATASET("SOLMSTR")
010970         RIDFLD(WS-SOL-RID)
010980         GTEQ
010990         RESP(WS-RESP)
011000     END-EXEC
011010     IF WS-RESP NOT = DFHRESP(NORMAL)
011020         SET AO-RESULTADO-ERROR TO TRUE
011030         MOVE "NO HAY SOLICITUDES" TO AO-MENSAJE
011040         GO TO 4000-EXIT
011050     END-IF
011060     PERFORM 4100-LEER-PENDIENTE THRU 4100-EXIT
011070         UNTIL WS-FIN-BROWSE
011080             OR WS-LISTA-MOSTRADOS = 6
011090     EXEC CICS ENDBR
011100         DATASET("SOLMSTR")
011110         RESP(WS-RESP2)
011120     END-EXEC
011130     IF WS-LISTA-MOSTRADOS = ZERO
011140         SET AO-RESULTADO-ERROR TO TRUE
011150         MOVE "NO HAY (MAS) SOLICITUDES PENDIENTES" TO AO-MENSAJE
011160         GO TO 4000-EXIT
011170     END-IF
011180     SET AO-RESULTADO-OK TO TRUE
011190     MOVE "LISTA EMITIDA" TO AO-MENSAJE
011200     MOVE "L,0 PARA SEGUIR O A/R,EMPID,DESDE"
011210         TO WS-LISTA-PIE
011220     EXEC CICS SEND TEXT
011230         FROM(WS-PANTALLA-LISTA)
011240         LENGTH(LENGTH OF WS-PANTALLA-LISTA)
011250         ERASE
011260     END-EXEC
011270     EXEC CICS RETURN
011280         TRANSID("AUSO")
011290         COMMAREA(DFHCOMMAREA)
011300         LENGTH(LENGTH OF DFHCOMMAREA)
011310     END-EXEC.
011320 4000-EXIT.
011330     EXIT.
011340
011350 4050-LIMPIAR-LISTA.
011360     MOVE ZERO TO LST-EMP-ID (WS-LISTA-IDX)
011370     MOVE ZERO TO LST-DESDE (WS-LISTA-IDX)
011380     MOVE ZERO TO LST-HASTA (WS-LISTA-IDX)
011390     MOVE SPACE TO LST-TIPO (WS-LISTA-IDX)
011400     MOVE ZERO TO LST-DIAS (WS-LISTA-IDX)
011410     MOVE SPACES TO LST-DEPTO (WS-LISTA-IDX)
011420     MOVE ZERO TO LST-PICO (WS-LISTA-IDX).
011430 4050-EXIT.
011440     EXIT.
011450
011460 4100-LEER-PENDIENTE.
011470     EXEC CICS READNEXT
011480         DATASET("SOLMSTR")
011490         INTO(SOLICITUD-AUS-REC)
011500         RIDFLD(WS-SOL-RID)
011510         RESP(WS-RESP)
011520     END-EXEC
011530     IF WS-RESP NOT = DFHRESP(NORMAL)
011540         SET WS-FIN-BROWSE TO TRUE
011550         GO TO 4100-EXIT
011560     END-IF
011570*    LA COMMAREA GUARDA EL ARRANQUE DE LA PAGINA SIGUIENTE.
011580     MOVE SOL-EMP-ID TO AO-BROWSE-EMP-ID
011590     COMPUTE AO-BROWSE-FECHA = SOL-FECHA-DESDE + 1
011600     IF NOT SOL-PENDIENTE
011610         GO TO 4100-EXIT
011620     END-IF
011630     IF NOT WS-ES-SUPERVISOR
011640         AND (SOL-APROBADOR = ZERO
011650             OR SOL-APROBADOR NOT = OP-EMP-ID)
011660         GO TO 4100-EXIT
011670     END-IF
011680     ADD 1 TO WS-LISTA-MOSTRADOS
011690     SET WS-LISTA-IDX TO WS-LISTA-MOSTRADOS
011700     MOVE SOL-EMP-ID TO LST-EMP-ID (WS-LISTA-IDX)
011710     MOVE SOL-FECHA-DESDE TO LST-DESDE (WS-LISTA-IDX)
011720     MOVE SOL-FECHA-HASTA TO LST-HASTA (WS-LISTA-IDX)
011730     MOVE SOL-TIPO TO LST-TIPO (WS-LISTA-IDX)
011740     MOVE SOL-DIAS TO LST-DIAS (WS-LISTA-IDX)
011750     MOVE SOL-DEPARTAMENTO TO LST-DEPTO (WS-LISTA-IDX)
011760     MOVE SOL-PICO-AUSENTES TO LST-PICO (WS-LISTA-IDX).
011770 4100-EXIT.
011780     EXIT.
011790
011800*----------------------------------------------------------*
011810* DECISION SOBRE LA SOLICITUD EMP-ID + DESDE, SOLO SI SIGUE  *
011820* PENDIENTE. LA APROBACION GRABA EN AUSMSTR CADA DIA HABIL   *
011830* DEL TRAMO; SI ALGUNO YA ESTA OCUPADO SE DESHACE TODO       *
011840* (SYNCPOINT ROLLBACK) Y LA SOLICITUD SIGUE PENDIENTE.       *
011850*----------------------------------------------------------*
011860 5000-DECIDIR.
011870     MOVE AO-EMP-ID TO SOL-EMP-ID
011880     MOVE AO-FECHA-DESDE TO SOL-FECHA-DESDE
011890     EXEC CICS READ
011900         DATASET("SOLMSTR")
011910         INTO(SOLICITUD-AUS-REC)
011920         RIDFLD(SOL-CLAVE)
011930         UPDATE
011940         RESP(WS-RESP)
011950     END-EXEC
011960     IF WS-RESP NOT = DFHRESP(NORMAL)
011970         SET AO-RESULTADO-ERROR TO TRUE
011980         MOVE "SOLICITUD DESCONOCIDA" TO AO-MENSAJE
011990         GO TO 5000-EXIT
012000     END-IF
012010     IF NOT SOL-PENDIENTE
012020         SET AO-RESULTADO-ERROR TO TRUE
012030         MOVE "SOLICITUD YA DECIDIDA" TO AO-MENSAJE
012040         EXEC CICS UNLOCK
012050             DATASET("SOLMSTR")
012060         END-EXEC
012070         GO TO 5000-EXIT
012080     END-IF
012090     PERFORM 5050-AUTORIDAD-DECIDIR THRU 5050-EXIT
012100     IF NOT WS-AUTORIZADO
012110         EXEC CICS UNLOCK
012120             DATASET("SOLMSTR")
012130         END-EXEC
012140         GO TO 5000-EXIT
012150     END-IF
012160     IF AO-FUNCION-APROBAR
012170         PERFORM 5100-PASAR-A-AUSMSTR THRU 5100-EXIT
012180         IF WS-DIA-DUPLICADO
012190             GO TO 5000-EXIT
012200         END-IF
012210         SET SOL-APROBADA TO TRUE
012220     ELSE
012230         SET SOL-RECHAZADA TO TRUE
012240     END-IF
012250     MOVE WS-OPERADOR TO SOL-OPERADOR-DECISION
012260     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
012270     MOVE WS-FECHA-HOY TO SOL-FECHA-DECISION
012280     EXEC CICS REWRITE
012290         DATASET("SOLMSTR")
012300         FROM(SOLICITUD-AUS-REC)
012310         RESP(WS-RESP)
012320     END-EXEC
012330     IF WS-RESP NOT = DFHRESP(NORMAL)
012340         SET AO-RESULTADO-ERROR TO TRUE
012350         MOVE "ERROR AL GRABAR LA DECISION" TO AO-MENSAJE
012360         EXEC CICS SYNCPOINT ROLLBACK
012370         END-EXEC
012380         GO TO 5000-EXIT
012390     END-IF
012400     SET AO-RESULTADO-OK TO TRUE
012410     IF AO-FUNCION-APROBAR
012420         MOVE "SOLICITUD APROBADA, DIAS EN AUSMSTR" TO AO-MENSAJE
012430     ELSE
012440         MOVE "SOLICITUD RECHAZADA" TO AO-MENSAJE
012450     END-IF.
012460 5000-EXIT.
012470     EXIT.
012480
012490*----------------------------------------------------------*
012500* DECIDE EL JEFE GUARDADO EN SOL-APROBADOR (SU OP-EMP-ID);   *
012510* SI LA SOLICITUD NO TIENE JEFE, UN SUPERVISOR. NADIE        *
012520* DECIDE SU PROPIA SOLICITUD. EL INTENTO DENEGADO QUEDA EN   *
012530* AUDITLOG.                                                  *
012540*----------------------------------------------------------*
012550 5050-AUTORIDAD-DECIDIR.
012560     MOVE "S" TO WS-AUTORIZADO-SW
012570     IF OP-EMP-ID NOT = SOL-EMP-ID
012580         IF SOL-APROBADOR NOT = ZERO
012590             AND OP-EMP-ID = SOL-APROBADOR
012600             GO TO 5050-EXIT
012610         END-IF
012620         IF SOL-APROBADOR = ZERO AND WS-ES-SUPERVISOR
012630             GO TO 5050-EXIT
012640         END-IF
012650     END-IF
012660     MOVE "N" TO WS-AUTORIZADO-SW
012670     SET AO-RESULTADO-ERROR TO TRUE
012680     MOVE "SOLO DECIDE EL JEFE DEL DEPARTAMENTO" TO AO-MENSAJE
012690     MOVE "INTENTO DE DECISION NO AUTORIZADA"
012700         TO WS-MOTIVO-DENEGADO
012710     PERFORM 2600-LOG-DENEGADO THRU 2600-EXIT.
012720 5050-EXIT.
012730     EXIT.
012740
012750 5100-PASAR-A-AUSMSTR.
012760     MOVE "N" TO WS-DIA-DUPLICADO-SW
012770     MOVE ZERO TO WS-DIAS-GRABADOS
012780     MOVE "N" TO WS-FIN-CAL-SW
012790     MOVE SOL-FECHA-DESDE TO WS-CAL-RID
012800     EXEC CICS STARTBR
012810         DATASET("CALMSTR")
012820         RIDFLD(WS-CAL-RID)
012830         GTEQ
012840         RESP(WS-RESP)
012850     END-EXEC
012860     IF WS-RESP NOT = DFHRESP(NORMAL)
012870         SET WS-FIN-CAL TO TRUE
012880     END-IF
012890     PERFORM 5150-GRABAR-DIA THRU 5150-EXIT
012900         UNTIL WS-FIN-CAL
012910     EXEC CICS ENDBR
012920         DATASET("CALMSTR")
012930         RESP(WS-RESP2)
012940     END-EXEC
012950     IF WS-DIA-DUPLICADO
012960         EXEC CICS SYNCPOINT ROLLBACK
012970         END-EXEC
012980         SET AO-RESULTADO-ERROR TO TRUE
012990         MOVE SPACES TO AO-MENSAJE
013000         STRING "YA HAY AUSENCIA EL " DELIMITED BY SIZE
013010                WS-FECHA-CONFLICTO    DELIMITED BY SIZE
013020                ", NO APROBADA"       DELIMITED BY SIZE
013030             INTO AO-MENSAJE
013040         END-STRING
013050     END-IF.
013060 5100-EXIT.
013070     EXIT.
013080
013090 5150-GRABAR-DIA.
013100     EXEC CICS READNEXT
013110         DATASET("CALMSTR")
013120         INTO(CALENDARIO-REC)
013130         RIDFLD(WS-CAL-RID)
013140         RESP(WS-RESP)
013150     END-EXEC
013160     IF WS-RESP NOT = DFHRESP(NORMAL)
013170         SET WS-FIN-CAL TO TRUE
013180         GO TO 5150-EXIT
013190     END-IF
013200     IF CAL-FECHA > SOL-FECHA-HASTA
013210         SET WS-FIN-CAL TO TRUE
013220         GO TO 5150-EXIT
013230     END-IF
013240     IF NOT CAL-HABIL
013250         GO TO 5150-EXIT
013260     END-IF
013270     MOVE SOL-EMP-ID TO AUS-EMP-ID
013280     MOVE CAL-FECHA TO AUS-FECHA
013290     MOVE SOL-TIPO TO AUS-TIPO
013300     MOVE "SOLICITUD AUSONLN" TO AUS-DESCRIPCION
013310     EXEC CICS WRITE
013320         DATASET("AUSMSTR")
013330         FROM(AUSENCIA-MASTER-REC)
013340         RIDFLD(AUS-CLAVE)
013350         RESP(WS-RESP)
013360     END-EXEC
013370     IF WS-RESP NOT = DFHRESP(NORMAL)
013380         SET WS-DIA-DUPLICADO TO TRUE
013390         MOVE CAL-FECHA TO WS-FECHA-CONFLICTO
013400         SET WS-FIN-CAL TO TRUE
013410         GO TO 5150-EXIT
013420     END-IF
013430     ADD 1 TO WS-DIAS-GRABADOS.
013440 5150-EXIT.
013450     EXIT.
013460
013470 9999-CICS-ERROR.
013480     MOVE "ERROR CICS EN AUSONLN" TO WPR-MENSAJE.
013490     EXEC CICS SEND TEXT
013500         FROM(WS-PANTALLA-RESULT)
013510         LENGTH(LENGTH OF WS-PANTALLA-RESULT)
013520         ERASE
013530     END-EXEC.
013540     EXEC CICS RETURN END-EXEC.

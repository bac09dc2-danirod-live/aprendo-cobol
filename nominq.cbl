000010*----------------------------------------------------------*
000020* NOMINQ - CONSULTA ONLINE DE PAGOS DE NOMINA (CICS)         *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. NOMINQ.
000060 AUTHOR. EQUIPO DE NOMINA.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                                *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE PSEUDO-       *
000140*                CONVERSACIONAL DE LEDGINQ/APRONLN           *
000150*                (TRANSACCION NOMI). PARA CONTESTAR "CUANTO  *
000160*                COBRE EN MARZO" HABIA QUE RELANZAR RECIBO O *
000170*                LEER NOMHIST CON UNA UTILIDAD. AQUI EL      *
000180*                OPERADOR TECLEA UN EMP-ID Y VE SUS ULTIMOS  *
000190*                PAGOS (BRUTO, IRPF, SEG.SOCIAL, OTRAS Y     *
000200*                NETO), PASA A PAGINAS ANTERIORES            *
000210*                RECORRIENDO NOMHIST HACIA ATRAS, ENTRA EN   *
000220*                UN PAGO PARA VER EL DESGLOSE (SUELDO,       *
000230*                ATRASOS, AUSENCIAS, NOVEDADES, TRIENIOS Y   *
000240*                DIETAS, NH-DESGLOSE) Y PIDE LOS ACUMULADOS  *
000250*                DEL EJERCICIO. ACCESO POR OPERMSTR:         *
000260*                CUALQUIER NIVEL REGISTRADO VE SOLO          *
000270*                EMPLEADOS DE SU DEPARTAMENTO (EMPMSTR); EL  *
000280*                NIVEL S VE TODOS. EL INTENTO DENEGADO VA A  *
000290*                AUDITLOG Y CADA VISTA A ACCJRNL. SOLO       *
000300*                LECTURA: NO SE TOCA NINGUN FICHERO.         *
000310*----------------------------------------------------------*
000320
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 SPECIAL-NAMES.
000360     DECIMAL-POINT IS COMMA.
000370
000380 DATA DIVISION.
000390 WORKING-STORAGE SECTION.
000400 01  WS-RESP                     PIC S9(08) COMP.
000410 01  WS-RESP2                    PIC S9(08) COMP.
000420
000430 01  WS-ENTRADA-LINE.
000440     05 EL-FUNCION                PIC X(01).
000450     05 FILLER                    PIC X(01).
000460     05 EL-EMP-ID                 PIC 9(06).
000470     05 FILLER                    PIC X(01).
000480     05 EL-FECHA                  PIC 9(08).
000490     05 EL-FECHA-R REDEFINES EL-FECHA.
000500         10 EL-ANIO               PIC 9(04).
000510         10 EL-MES-DIA            PIC 9(04).
000520     05 FILLER                    PIC X(01).
000530     05 EL-SECUENCIA              PIC 9(02).
000540
000550 01  WS-PANTALLA-INICIAL.
000560     05 FILLER                    PIC X(40) VALUE
000570         "NOMINQ - CONSULTA DE PAGOS DE NOMINA".
000580     05 FILLER                    PIC X(44) VALUE
000590         "TECLEE H,EMPID  D,EMPID,FECHA,SEC  A,EMPID".
000600
000610 01  WS-PANTALLA-RESULT.
000620     05 FILLER                    PIC X(10) VALUE "RESULTADO:".
000630     05 WPR-MENSAJE               PIC X(40).
000640
000650     COPY NOMHIST.
000660
000670     COPY EMPLEADO.
000680
000690     COPY OPERAUT.
000700
000710     COPY AUDITLOG.
000720
000730     COPY ACCESOJ.
000740
000750 01  WS-OPERADOR                 PIC X(08) VALUE SPACES.
000760 01  WS-AUTORIZADO-SW            PIC X(01) VALUE "N".
000770     88 WS-AUTORIZADO                VALUE "S".
000780 01  WS-DEPTO-EMPLEADO           PIC X(04) VALUE SPACES.
000790
000800*----------------------------------------------------------*
000810* CLAVE DEL RECORRIDO HACIA ATRAS POR NOMHIST (EMP-ID +      *
000820* FECHA + SECUENCIA). TODO VALOR ALTO DEJA EL RECORRIDO AL   *
000830* FINAL DEL FICHERO.                                         *
000840*----------------------------------------------------------*
000850 01  WS-RID.
000860     05 WS-RID-EMP-ID            PIC 9(06).
000870     05 WS-RID-FECHA             PIC 9(08).
000880     05 WS-RID-SECUENCIA         PIC 9(02).
000890 01  WS-RID-X REDEFINES WS-RID   PIC X(16).
000900
000910 01  WS-FIN-BROWSE-SW            PIC X(01) VALUE "N".
000920     88 WS-FIN-BROWSE                VALUE "S".
000930 01  WS-PAGO-HALLADO-SW          PIC X(01) VALUE "N".
000940     88 WS-PAGO-HALLADO              VALUE "S".
000950 01  WS-PAGOS-MOSTRADOS          PIC 9(02) COMP VALUE ZERO.
000960 01  WS-FECHA-DESGLOSE.
000970     05 WS-FD-ANIO               PIC 9(04).
000980     05 WS-FD-MES-DIA            PIC 9(04).
000990
001000*----------------------------------------------------------*
001010* PANTALLA DE HISTORIAL: SEIS PAGOS POR PAGINA, DEL MAS      *
001020* RECIENTE AL MAS ANTIGUO.                                   *
001030*----------------------------------------------------------*
001040 01  WS-PANTALLA-HISTORIA.
001050     05 WS-HIS-TITULO.
001060         10 FILLER               PIC X(30) VALUE
001070             "NOMINQ - PAGOS DEL EMPLEADO".
001080         10 PH-EMP-ID            PIC 9(06).
001090         10 FILLER               PIC X(08) VALUE SPACES.
001100     05 WS-HIS-COLUMNAS.
001110         10 FILLER               PIC X(38) VALUE
001120             "FECHA    SC T       BRUTO        IRPF ".
001130         10 FILLER               PIC X(36) VALUE
001140             "     SEG.SOC       OTRAS        NETO".
001150     05 WS-HIS-DET OCCURS 6 TIMES
001160             INDEXED BY WS-HIS-IDX.
001170         10 PH-FECHA             PIC 9(08).
001180         10 FILLER               PIC X(01).
001190         10 PH-SECUENCIA         PIC 9(02).
001200         10 FILLER               PIC X(01).
001210         10 PH-TIPO              PIC X(01).
001220         10 FILLER               PIC X(01).
001230         10 PH-BRUTO             PIC -ZZZZZZ9,99.
001240         10 FILLER               PIC X(01).
001250         10 PH-IRPF              PIC -ZZZZZZ9,99.
001260         10 FILLER               PIC X(01).
001270         10 PH-SEG-SOCIAL        PIC -ZZZZZZ9,99.
001280         10 FILLER               PIC X(01).
001290         10 PH-OTRAS             PIC -ZZZZZZ9,99.
001300         10 FILLER               PIC X(01).
001310         10 PH-NETO              PIC -ZZZZZZ9,99.
001320     05 WS-HIS-PIE               PIC X(44).
001330
001340*----------------------------------------------------------*
001350* PANTALLA DE DETALLE DE UN PAGO: DESGLOSE DEL BRUTO,        *
001360* DESCUENTOS, NETO Y ACUMULADOS DEL EJERCICIO A ESA FECHA.   *
001370*----------------------------------------------------------*
001380 01  WS-PANTALLA-DETALLE.
001390     05 WS-DET-TITULO.
001400         10 FILLER               PIC X(16) VALUE
001410             "NOMINQ - PAGO ".
001420         10 PD-EMP-ID            PIC 9(06).
001430         10 FILLER               PIC X(01) VALUE SPACES.
001440         10 PD-FECHA             PIC 9(08).
001450         10 FILLER               PIC X(01) VALUE "/".
001460         10 PD-SECUENCIA         PIC 9(02).
001470         10 FILLER               PIC X(06) VALUE " TIPO ".
001480         10 PD-TIPO              PIC X(01).
001490         10 FILLER               PIC X(08) VALUE " MOTIVO ".
001500         10 PD-MOTIVO            PIC X(02).
001510         10 FILLER               PIC X(07) VALUE " PAGO ".
001520         10 PD-FECHA-PAGO        PIC 9(08).
001530     05 FILLER                   PIC X(20) VALUE
001540         "SUELDO BASE".
001550     05 PD-SUELDO-BASE           PIC -ZZZZZZ9,99.
001560     05 FILLER                   PIC X(09) VALUE SPACES.
001570     05 FILLER                   PIC X(20) VALUE
001580         "ATRASOS (RETRO)".
001590     05 PD-AJUSTE-RETRO          PIC -ZZZZZZ9,99.
001600     05 FILLER                   PIC X(09) VALUE SPACES.
001610     05 FILLER                   PIC X(20) VALUE
001620         "AJUSTE AUSENCIAS".
001630     05 PD-AJUSTE-AUSEN          PIC -ZZZZZZ9,99.
001640     05 FILLER                   PIC X(09) VALUE SPACES.
001650     05 FILLER                   PIC X(20) VALUE
001660         "NOVEDADES".
001670     05 PD-NOVEDADES             PIC -ZZZZZZ9,99.
001680     05 FILLER                   PIC X(09) VALUE SPACES.
001690     05 FILLER                   PIC X(20) VALUE
001700         "TRIENIOS".
001710     05 PD-TRIENIOS              PIC -ZZZZZZ9,99.
001720     05 FILLER                   PIC X(09) VALUE SPACES.
001730     05 FILLER                   PIC X(20) VALUE
001740         "DIETAS SUJETAS".
001750     05 PD-GASTOS-SUJETO         PIC -ZZZZZZ9,99.
001760     05 FILLER                   PIC X(09) VALUE SPACES.
001770     05 FILLER                   PIC X(20) VALUE
001780         "TOTAL BRUTO".
001790     05 PD-BRUTO                 PIC -ZZZZZZ9,99.
001800     05 FILLER                   PIC X(09) VALUE SPACES.
001810     05 FILLER                   PIC X(20) VALUE
001820         "IRPF".
001830     05 PD-IRPF                  PIC -ZZZZZZ9,99.
001840     05 FILLER                   PIC X(09) VALUE SPACES.
001850     05 FILLER                   PIC X(20) VALUE
001860         "SEGURIDAD SOCIAL".
001870     05 PD-SEG-SOCIAL            PIC -ZZZZZZ9,99.
001880     05 FILLER                   PIC X(09) VALUE SPACES.
001890     05 FILLER                   PIC X(20) VALUE
001900         "OTRAS DEDUCCIONES".
001910     05 PD-OTRAS                 PIC -ZZZZZZ9,99.
001920     05 FILLER                   PIC X(09) VALUE SPACES.
001930     05 FILLER                   PIC X(20) VALUE
001940         "NETO".
001950     05 PD-NETO                  PIC -ZZZZZZ9,99.
001960     05 FILLER                   PIC X(09) VALUE SPACES.
001970     05 FILLER                   PIC X(20) VALUE
001980         "DIETAS EXENTAS".
001990     05 PD-GASTOS-EXENTO         PIC -ZZZZZZ9,99.
002000     05 FILLER                   PIC X(09) VALUE SPACES.
002010     05 WS-DET-ACUMULADOS.
002020         10 FILLER               PIC X(10) VALUE "ACUM. ANIO".
002030         10 FILLER               PIC X(07) VALUE " BRUTO ".
002040         10 PD-ACUM-BRUTO        PIC -ZZZZZZZZ9,99.
002050         10 FILLER               PIC X(06) VALUE " IRPF ".
002060         10 PD-ACUM-IRPF         PIC -ZZZZZZZZ9,99.
002070         10 FILLER               PIC X(04) VALUE " SS ".
002080         10 PD-ACUM-SEGSOC       PIC -ZZZZZZZZ9,99.
002090         10 FILLER               PIC X(06) VALUE " NETO ".
002100         10 PD-ACUM-NETO         PIC -ZZZZZZZZ9,99.
002110
002120*----------------------------------------------------------*
002130* PANTALLA DE ACUMULADOS DEL EJERCICIO: LOS DEL ULTIMO PAGO  *
002140* DEL ANIO, QUE YA TRAE LOS TOTALES SIN SUMAR NADA.          *
002150*----------------------------------------------------------*
002160 01  WS-PANTALLA-ACUMULADO.
002170     05 WS-ACU-TITULO.
002180         10 FILLER               PIC X(24) VALUE
002190             "NOMINQ - ACUMULADOS EMP ".
002200         10 PA-EMP-ID            PIC 9(06).
002210         10 FILLER               PIC X(10) VALUE " EJERCICIO".
002220         10 FILLER               PIC X(01) VALUE SPACES.
002230         10 PA-ANIO              PIC 9(04).
002240         10 FILLER               PIC X(15) VALUE " ULTIMO PAGO ".
002250         10 PA-FECHA             PIC 9(08).
002260         10 FILLER               PIC X(12) VALUE SPACES.
002270     05 FILLER                   PIC X(20) VALUE
002280         "BRUTO ACUMULADO".
002290     05 PA-ACUM-BRUTO            PIC -ZZZZZZZZ9,99.
002300     05 FILLER                   PIC X(07) VALUE SPACES.
002310     05 FILLER                   PIC X(20) VALUE
002320         "IRPF ACUMULADO".
002330     05 PA-ACUM-IRPF             PIC -ZZZZZZZZ9,99.
002340     05 FILLER                   PIC X(07) VALUE SPACES.
002350     05 FILLER                   PIC X(20) VALUE
002360         "SEG.SOC. ACUMULADA".
002370     05 PA-ACUM-SEGSOC           PIC -ZZZZZZZZ9,99.
002380     05 FILLER                   PIC X(07) VALUE SPACES.
002390     05 FILLER                   PIC X(20) VALUE
002400         "NETO ACUMULADO".
002410     05 PA-ACUM-NETO             PIC -ZZZZZZZZ9,99.
002420     05 FILLER                   PIC X(07) VALUE SPACES.
002430
002440 LINKAGE SECTION.
002450     COPY NOMINQ.
002460
002470 PROCEDURE DIVISION.
002480
002490 0000-MAINLINE.
002500     EXEC CICS HANDLE CONDITION
002510         ERROR(9999-CICS-ERROR)
002520     END-EXEC.
002530     IF EIBCALEN = 0
002540         PERFORM 1000-PRIMERA-PANTALLA THRU 1000-EXIT
002550     ELSE
002560         PERFORM 2000-PROCESAR-ENTRADA THRU 2000-EXIT
002570     END-IF.
002580
002590 1000-PRIMERA-PANTALLA.
002600     EXEC CICS SEND TEXT
002610         FROM(WS-PANTALLA-INICIAL)
002620         LENGTH(LENGTH OF WS-PANTALLA-INICIAL)
002630         ERASE
002640     END-EXEC.
002650     MOVE "N" TO NI-PRIMERA-VEZ-SW.
002660     EXEC CICS RETURN
002670         TRANSID("NOMI")
002680         COMMAREA(DFHCOMMAREA)
002690         LENGTH(LENGTH OF DFHCOMMAREA)
002700     END-EXEC.
002710 1000-EXIT.
002720     EXIT.
002730
002740 2000-PROCESAR-ENTRADA.
002750     EXEC CICS RECEIVE
002760         INTO(WS-ENTRADA-LINE)
002770         LENGTH(LENGTH OF WS-ENTRADA-LINE)
002780         RESP(WS-RESP)
002790     END-EXEC.
002800     IF WS-RESP NOT = DFHRESP(NORMAL)
002810         EXEC CICS RETURN END-EXEC
002820     END-IF
002830     MOVE EL-FUNCION TO NI-FUNCION
002840*    EN EL HISTORIAL, EMP-ID CERO PASA A LA PAGINA ANTERIOR
002850*    DESDE LA CLAVE TOPE GUARDADA EN LA COMMAREA.
002860     IF NI-FUNCION-HISTORIA AND EL-EMP-ID = ZERO
002870         CONTINUE
002880     ELSE
002890         MOVE EL-EMP-ID TO NI-EMP-ID
002900         MOVE 99999999 TO NI-TOPE-FECHA
002910         MOVE 99 TO NI-TOPE-SECUENCIA
002920     END-IF
002930     IF NOT NI-FUNCION-HISTORIA AND NOT NI-FUNCION-DETALLE
002940         AND NOT NI-FUNCION-ACUMULADO
002950         SET NI-RESULTADO-ERROR TO TRUE
002960         MOVE "FUNCION NO RECONOCIDA (USE H/D/A)" TO NI-MENSAJE
002970         GO TO 2150-ENVIAR-RESULTADO
002980     END-IF
002990     IF NI-EMP-ID = ZERO
003000         SET NI-RESULTADO-ERROR TO TRUE
003010         MOVE "TECLEE EL EMP-ID" TO NI-MENSAJE
003020         GO TO 2150-ENVIAR-RESULTADO
003030     END-IF
003040     PERFORM 2500-VALIDA-AUTORIDAD THRU 2500-EXIT
003050     IF NOT WS-AUTORIZADO
003060         GO TO 2150-ENVIAR-RESULTADO
003070     END-IF
003080     EVALUATE TRUE
003090         WHEN NI-FUNCION-HISTORIA
003100             PERFORM 3000-HISTORIA THRU 3000-EXIT
003110         WHEN NI-FUNCION-DETALLE
003120             MOVE EL-FECHA TO NI-FECHA-NOMINA
003130             MOVE EL-SECUENCIA TO NI-SECUENCIA
003140             PERFORM 4000-DETALLE THRU 4000-EXIT
003150         WHEN NI-FUNCION-ACUMULADO
003160             PERFORM 5000-ACUMULADO THRU 5000-EXIT
003170     END-EVALUATE.
003180 2150-ENVIAR-RESULTADO.
003190     MOVE NI-MENSAJE TO WPR-MENSAJE
003200     EXEC CICS SEND TEXT
003210         FROM(WS-PANTALLA-RESULT)
003220         LENGTH(LENGTH OF WS-PANTALLA-RESULT)
003230         ERASE
003240     END-EXEC
003250     EXEC CICS RETURN
003260         TRANSID("NOMI")
003270         COMMAREA(DFHCOMMAREA)
003280         LENGTH(LENGTH OF DFHCOMMAREA)
003290     END-EXEC.
003300 2000-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------*
003340* AUTORIDAD: SIN REGISTRO EN OPERMSTR NO HAY ACCESO. EL      *
003350* NIVEL S VE CUALQUIER EMPLEADO; LOS DEMAS SOLO LOS DE SU    *
003360* DEPARTAMENTO (EL DE EMPMSTR HOY). EL INTENTO DENEGADO      *
003370* QUEDA EN AUDITLOG.                                         *
003380*----------------------------------------------------------*
003390 2500-VALIDA-AUTORIDAD.
003400     MOVE "N" TO WS-AUTORIZADO-SW
003410     MOVE SPACES TO WS-DEPTO-EMPLEADO
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
003520         SET NI-RESULTADO-ERROR TO TRUE
003530         MOVE "OPERADOR NO AUTORIZADO" TO NI-MENSAJE
003540         PERFORM 2600-LOG-DENEGADO THRU 2600-EXIT
003550         GO TO 2500-EXIT
003560     END-IF
003570     MOVE NI-EMP-ID TO EMP-ID
003580     EXEC CICS READ
003590         DATASET("EMPMSTR")
003600         INTO(EMPLEADO-MASTER-REC)
003610         RIDFLD(EMP-ID)
003620         RESP(WS-RESP)
003630     END-EXEC
003640     IF WS-RESP = DFHRESP(NORMAL)
003650         MOVE DEPARTAMENTO TO WS-DEPTO-EMPLEADO
003660     END-IF
003670     IF OP-NIVEL-SUPERVISOR
003680         MOVE "S" TO WS-AUTORIZADO-SW
003690         GO TO 2500-EXIT
003700     END-IF
003710     IF WS-DEPTO-EMPLEADO NOT = SPACES
003720         AND WS-DEPTO-EMPLEADO = OP-DEPARTAMENTO
003730         MOVE "S" TO WS-AUTORIZADO-SW
003740         GO TO 2500-EXIT
003750     END-IF
003760     SET NI-RESULTADO-ERROR TO TRUE
003770     MOVE "EMPLEADO FUERA DE SU DEPARTAMENTO" TO NI-MENSAJE
003780     PERFORM 2600-LOG-DENEGADO THRU 2600-EXIT.
003790 2500-EXIT.
003800     EXIT.
003810
003820 2600-LOG-DENEGADO.
003830     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
003840     ACCEPT AUD-HORA FROM TIME
003850     MOVE "NOMINQ" TO AUD-PROGRAMA
003860     MOVE SPACES TO AUD-CLAVE
003870     STRING WS-OPERADOR DELIMITED BY SIZE
003880            " "         DELIMITED BY SIZE
003890            NI-FUNCION  DELIMITED BY SIZE
003900            " "         DELIMITED BY SIZE
003910            NI-EMP-ID   DELIMITED BY SIZE
003920         INTO AUD-CLAVE
003930     END-STRING
003940     SET AUD-EVENTO-RECHAZO TO TRUE
003950     MOVE "INTENTO DE CONSULTA DE NOMINA DENEGADO" TO AUD-DETALLE
003960     EXEC CICS WRITE
003970         DATASET("AUDITLOG")
003980         FROM(AUDITLOG-REC)
003990         RESP(WS-RESP2)
004000     END-EXEC.
004010 2600-EXIT.
004020     EXIT.
004030
004040*----------------------------------------------------------*
004050* BITACORA DE ACCESOS: CADA VISTA DEJA OPERADOR,             *
004060* TRANSACCION, CLAVE VISTA (EMP-ID, FUNCION Y                *
004070* FECHA+SECUENCIA O ANIO) Y EL DEPARTAMENTO DEL EMPLEADO EN  *
004080* ACCJRNL, PARA ACCREV.                                      *
004090*----------------------------------------------------------*
004100 2900-JRN-ACCESO.
004110     ACCEPT ACC-FECHA FROM DATE YYYYMMDD
004120     ACCEPT ACC-HORA FROM TIME
004130     MOVE "NOMI" TO ACC-TRANSACCION
004140     MOVE WS-OPERADOR TO ACC-OPERADOR
004150     MOVE SPACES TO ACC-CLAVE
004160     MOVE NI-EMP-ID TO ACC-CLAVE (1:6)
004170     MOVE NI-FUNCION TO ACC-CLAVE (8:1)
004180     IF NI-FUNCION-DETALLE
004190         MOVE NI-FECHA-NOMINA TO ACC-CLAVE (10:8)
004200         MOVE NI-SECUENCIA TO ACC-CLAVE (18:2)
004210     END-IF
004220     IF NI-FUNCION-ACUMULADO
004230         MOVE WS-FD-ANIO TO ACC-CLAVE (10:4)
004240     END-IF
004250     MOVE WS-DEPTO-EMPLEADO TO ACC-DEPARTAMENTO
004260     EXEC CICS WRITE
004270         DATASET("ACCJRNL")
004280         FROM(ACCESO-JRNL-REC)
004290         RESP(WS-RESP2)
004300     END-EXEC.
004310 2900-EXIT.
004320     EXIT.
004330
004340*----------------------------------------------------------*
004350* HISTORIAL: SEIS PAGOS HACIA ATRAS DESDE LA CLAVE TOPE; LA  *
004360* CLAVE DEL MAS ANTIGUO MOSTRADO QUEDA COMO TOPE DE LA       *
004370* PAGINA SIGUIENTE.                                          *
004380*----------------------------------------------------------*
004390 3000-HISTORIA.
004400     MOVE NI-EMP-ID TO PH-EMP-ID
004410     MOVE ZERO TO WS-PAGOS-MOSTRADOS
004420     PERFORM 3050-LIMPIAR-LINEA THRU 3050-EXIT
004430         VARYING WS-HIS-IDX FROM 1 BY 1
004440         UNTIL WS-HIS-IDX > 6
004450     PERFORM 3800-ABRIR-ATRAS THRU 3800-EXIT
004460     PERFORM 3100-LINEA-PAGO THRU 3100-EXIT
004470         UNTIL WS-FIN-BROWSE
004480             OR WS-PAGOS-MOSTRADOS = 6
004490     PERFORM 3890-CERRAR-ATRAS THRU 3890-EXIT
004500     IF WS-PAGOS-MOSTRADOS = ZERO
004510         SET NI-RESULTADO-ERROR TO TRUE
004520         MOVE "NO HAY (MAS) PAGOS EN NOMHIST" TO NI-MENSAJE
004530         GO TO 3000-EXIT
004540     END-IF
004550     PERFORM 2900-JRN-ACCESO THRU 2900-EXIT
004560     SET NI-RESULTADO-OK TO TRUE
004570     MOVE "HISTORIAL EMITIDO" TO NI-MENSAJE
004580     MOVE "H,0 ANTERIORES  D,EMPID,FECHA,SEC DETALLE"
004590         TO WS-HIS-PIE
004600     EXEC CICS SEND TEXT
004610         FROM(WS-PANTALLA-HISTORIA)
004620         LENGTH(LENGTH OF WS-PANTALLA-HISTORIA)
004630         ERASE
004640     END-EXEC
004650     EXEC CICS RETURN
004660         TRANSID("NOMI")
004670         COMMAREA(DFHCOMMAREA)
004680         LENGTH(LENGTH OF DFHCOMMAREA)
004690     END-EXEC.
004700 3000-EXIT.
004710     EXIT.
004720
004730 3050-LIMPIAR-LINEA.
004740     MOVE ZERO TO PH-FECHA (WS-HIS-IDX)
004750     MOVE ZERO TO PH-SECUENCIA (WS-HIS-IDX)
004760     MOVE SPACE TO PH-TIPO (WS-HIS-IDX)
004770     MOVE ZERO TO PH-BRUTO (WS-HIS-IDX)
004780     MOVE ZERO TO PH-IRPF (WS-HIS-IDX)
004790     MOVE ZERO TO PH-SEG-SOCIAL (WS-HIS-IDX)
004800     MOVE ZERO TO PH-OTRAS (WS-HIS-IDX)
004810     MOVE ZERO TO PH-NETO (WS-HIS-IDX).
004820 3050-EXIT.
004830     EXIT.
004840
004850 3100-LINEA-PAGO.
004860     PERFORM 3850-ANTERIOR THRU 3850-EXIT
004870     IF NOT WS-PAGO-HALLADO
004880         GO TO 3100-EXIT
004890     END-IF
004900     ADD 1 TO WS-PAGOS-MOSTRADOS
004910     SET WS-HIS-IDX TO WS-PAGOS-MOSTRADOS
004920     MOVE NH-FECHA-NOMINA TO PH-FECHA (WS-HIS-IDX)
004930     MOVE NH-SECUENCIA TO PH-SECUENCIA (WS-HIS-IDX)
004940     MOVE NH-TIPO-PAGO TO PH-TIPO (WS-HIS-IDX)
004950     MOVE NH-SALARIO-BRUTO TO PH-BRUTO (WS-HIS-IDX)
004960     MOVE NH-IRPF TO PH-IRPF (WS-HIS-IDX)
004970     MOVE NH-SEG-SOCIAL TO PH-SEG-SOCIAL (WS-HIS-IDX)
004980     MOVE NH-OTRAS-DEDUC TO PH-OTRAS (WS-HIS-IDX)
004990     MOVE NH-NETO TO PH-NETO (WS-HIS-IDX)
005000*    LA COMMAREA GUARDA EL TOPE DE LA PAGINA SIGUIENTE.
005010     MOVE NH-FECHA-NOMINA TO NI-TOPE-FECHA
005020     MOVE NH-SECUENCIA TO NI-TOPE-SECUENCIA.
005030 3100-EXIT.
005040     EXIT.
005050
005060*----------------------------------------------------------*
005070* RECORRIDO HACIA ATRAS: STARTBR EN EMP-ID + TOPE; SI NO     *
005080* HAY NADA DETRAS (NOTFND) SE ARRANCA DESDE EL FINAL DEL     *
005090* FICHERO. LO QUE QUEDE POR ENCIMA DEL TOPE O SEA DE OTRO    *
005100* EMPLEADO MAYOR SE SALTA; UN EMPLEADO MENOR TERMINA EL      *
005110* RECORRIDO.                                                 *
005120*----------------------------------------------------------*
005130 3800-ABRIR-ATRAS.
005140     MOVE "N" TO WS-FIN-BROWSE-SW
005150     MOVE NI-EMP-ID TO WS-RID-EMP-ID
005160     MOVE NI-TOPE-FECHA TO WS-RID-FECHA
005170     MOVE NI-TOPE-SECUENCIA TO WS-RID-SECUENCIA
005180     EXEC CICS STARTBR
005190         DATASET("NOMHIST")
005200         RIDFLD(WS-RID)
005210         GTEQ
005220         RESP(WS-RESP)
005230     END-EXEC
005240     IF WS-RESP = DFHRESP(NOTFND)
005250         MOVE HIGH-VALUES TO WS-RID-X
005260         EXEC CICS STARTBR
005270             DATASET("NOMHIST")
005280             RIDFLD(WS-RID)
005290             GTEQ
005300             RESP(WS-RESP)
005310         END-EXEC
005320     END-IF
005330     IF WS-RESP NOT = DFHRESP(NORMAL)
005340         SET WS-FIN-BROWSE TO TRUE
005350     END-IF.
005360 3800-EXIT.
005370     EXIT.
005380
005390 3850-ANTERIOR.
005400     MOVE "N" TO WS-PAGO-HALLADO-SW
005410     PERFORM 3860-LEER-ANTERIOR THRU 3860-EXIT
005420         UNTIL WS-PAGO-HALLADO OR WS-FIN-BROWSE.
005430 3850-EXIT.
005440     EXIT.
005450
005460 3860-LEER-ANTERIOR.
005470     EXEC CICS READPREV
005480         DATASET("NOMHIST")
005490         INTO(NOMINA-HIST-REC)
005500         RIDFLD(WS-RID)
005510         RESP(WS-RESP)
005520     END-EXEC
005530     IF WS-RESP NOT = DFHRESP(NORMAL)
005540         SET WS-FIN-BROWSE TO TRUE
005550         GO TO 3860-EXIT
005560     END-IF
005570     IF NH-EMP-ID > NI-EMP-ID
005580         GO TO 3860-EXIT
005590     END-IF
005600     IF NH-EMP-ID < NI-EMP-ID
005610         SET WS-FIN-BROWSE TO TRUE
005620         GO TO 3860-EXIT
005630     END-IF
005640     IF NH-FECHA-NOMINA > NI-TOPE-FECHA
005650         GO TO 3860-EXIT
005660     END-IF
005670     IF NH-FECHA-NOMINA = NI-TOPE-FECHA
005680         AND NH-SECUENCIA NOT < NI-TOPE-SECUENCIA
005690         GO TO 3860-EXIT
005700     END-IF
005710     SET WS-PAGO-HALLADO TO TRUE.
005720 3860-EXIT.
005730     EXIT.
005740
005750 3890-CERRAR-ATRAS.
005760     EXEC CICS ENDBR
005770         DATASET("NOMHIST")
005780         RESP(WS-RESP2)
005790     END-EXEC.
005800 3890-EXIT.
005810     EXIT.
005820
005830*----------------------------------------------------------*
005840* DETALLE DE UN PAGO POR SU CLAVE COMPLETA.                  *
005850*----------------------------------------------------------*
005860 4000-DETALLE.
005870     MOVE NI-EMP-ID TO NH-EMP-ID
005880     MOVE NI-FECHA-NOMINA TO NH-FECHA-NOMINA
005890     MOVE NI-SECUENCIA TO NH-SECUENCIA
005900     EXEC CICS READ
005910         DATASET("NOMHIST")
005920         INTO(NOMINA-HIST-REC)
005930         RIDFLD(NH-CLAVE)
005940         RESP(WS-RESP)
005950     END-EXEC
005960     IF WS-RESP NOT = DFHRESP(NORMAL)
005970         SET NI-RESULTADO-ERROR TO TRUE
005980         MOVE "PAGO NO ENCONTRADO EN NOMHIST" TO NI-MENSAJE
005990         GO TO 4000-EXIT
006000     END-IF
006010     MOVE NH-EMP-ID TO PD-EMP-ID
006020     MOVE NH-FECHA-NOMINA TO PD-FECHA
006030     MOVE NH-SECUENCIA TO PD-SECUENCIA
006040     MOVE NH-TIPO-PAGO TO PD-TIPO
006050     MOVE NH-MOTIVO TO PD-MOTIVO
006060     MOVE NH-FECHA-PAGO TO PD-FECHA-PAGO
006070     MOVE NH-SUELDO-BASE TO PD-SUELDO-BASE
006080     MOVE NH-AJUSTE-RETRO TO PD-AJUSTE-RETRO
006090     MOVE NH-AJUSTE-AUSEN TO PD-AJUSTE-AUSEN
006100     MOVE NH-NOVEDADES TO PD-NOVEDADES
006110     MOVE NH-TRIENIOS TO PD-TRIENIOS
006120     MOVE NH-GASTOS-SUJETO TO PD-GASTOS-SUJETO
006130     MOVE NH-SALARIO-BRUTO TO PD-BRUTO
006140     MOVE NH-IRPF TO PD-IRPF
006150     MOVE NH-SEG-SOCIAL TO PD-SEG-SOCIAL
006160     MOVE NH-OTRAS-DEDUC TO PD-OTRAS
006170     MOVE NH-NETO TO PD-NETO
006180     MOVE NH-GASTOS-EXENTO TO PD-GASTOS-EXENTO
006190     MOVE NH-ACUM-BRUTO TO PD-ACUM-BRUTO
006200     MOVE NH-ACUM-IRPF TO PD-ACUM-IRPF
006210     MOVE NH-ACUM-SEGSOC TO PD-ACUM-SEGSOC
006220     MOVE NH-ACUM-NETO TO PD-ACUM-NETO
006230     PERFORM 2900-JRN-ACCESO THRU 2900-EXIT
006240     SET NI-RESULTADO-OK TO TRUE
006250     MOVE "DETALLE EMITIDO" TO NI-MENSAJE
006260     EXEC CICS SEND TEXT
006270         FROM(WS-PANTALLA-DETALLE)
006280         LENGTH(LENGTH OF WS-PANTALLA-DETALLE)
006290         ERASE
006300     END-EXEC
006310     EXEC CICS RETURN
006320         TRANSID("NOMI")
006330         COMMAREA(DFHCOMMAREA)
006340         LENGTH(LENGTH OF DFHCOMMAREA)
006350     END-EXEC.
006360 4000-EXIT.
006370     EXIT.
006380
006390*----------------------------------------------------------*
006400* ACUMULADOS DEL EJERCICIO: EL ULTIMO PAGO DEL ANIO PEDIDO   *
006410* (O EL ULTIMO PAGO SIN MAS, CON ANIO CERO) TRAE LOS         *
006420* ACUMULADOS HASTA ESA FECHA.                                *
006430*----------------------------------------------------------*
006440 5000-ACUMULADO.
006450     IF EL-ANIO NOT = ZERO
006460         COMPUTE NI-TOPE-FECHA = EL-ANIO * 10000 + 9999
006470     END-IF
006480     PERFORM 3800-ABRIR-ATRAS THRU 3800-EXIT
006490     MOVE "N" TO WS-PAGO-HALLADO-SW
006500     IF NOT WS-FIN-BROWSE
006510         PERFORM 3850-ANTERIOR THRU 3850-EXIT
006520     END-IF
006530     PERFORM 3890-CERRAR-ATRAS THRU 3890-EXIT
006540     IF NOT WS-PAGO-HALLADO
006550         SET NI-RESULTADO-ERROR TO TRUE
006560         MOVE "SIN PAGOS EN EL EJERCICIO" TO NI-MENSAJE
006570         GO TO 5000-EXIT
006580     END-IF
006590     MOVE NH-FECHA-NOMINA TO WS-FECHA-DESGLOSE
006600     IF EL-ANIO NOT = ZERO AND WS-FD-ANIO NOT = EL-ANIO
006610         SET NI-RESULTADO-ERROR TO TRUE
006620         MOVE "SIN PAGOS EN EL EJERCICIO" TO NI-MENSAJE
006630         GO TO 5000-EXIT
006640     END-IF
006650     MOVE NI-EMP-ID TO PA-EMP-ID
006660     MOVE WS-FD-ANIO TO PA-ANIO
006670     MOVE NH-FECHA-NOMINA TO PA-FECHA
006680     MOVE NH-ACUM-BRUTO TO PA-ACUM-BRUTO
006690     MOVE NH-ACUM-IRPF TO PA-ACUM-IRPF
006700     MOVE NH-ACUM-SEGSOC TO PA-ACUM-SEGSOC
006710     MOVE NH-ACUM-NETO TO PA-ACUM-NETO
006720     PERFORM 2900-JRN-ACCESO THRU 2900-EXIT
006730     SET NI-RESULTADO-OK TO TRUE
006740     MOVE "ACUMULADOS EMITIDOS" TO NI-MENSAJE
006750     EXEC CICS SEND TEXT
006760         FROM(WS-PANTALLA-ACUMULADO)
006770         LENGTH(LENGTH OF WS-PANTALLA-ACUMULADO)
006780         ERASE
006790     END-EXEC
006800     EXEC CICS RETURN
006810         TRANSID("NOMI")
006820         COMMAREA(DFHCOMMAREA)
006830         LENGTH(LENGTH OF DFHCOMMAREA)
006840     END-EXEC.
006850 5000-EXIT.
006860     EXIT.
006870
006880 9999-CICS-ERROR.
006890     MOVE "ERROR CICS EN NOMINQ" TO WPR-MENSAJE.
006900     EXEC CICS SEND TEXT
006910         FROM(WS-PANTALLA-RESULT)
006920         LENGTH(LENGTH OF WS-PANTALLA-RESULT)
006930         ERASE
006940     END-EXEC.
006950     EXEC CICS RETURN END-EXEC.

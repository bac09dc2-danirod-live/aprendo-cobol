000010*----------------------------------------------------------*
000020* ASIONLN - ENTRADA ONLINE DE ASIENTOS MANUALES (CICS)       *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. ASIONLN.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                                *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE               *
000140*                PSEUDO-CONVERSACIONAL DE APRONLN            *
000150*                (TRANSACCION ASIO). LOS ASIENTOS MANUALES   *
000160*                LLEGABAN EN FICHEROS CSVCARGA PREPARADOS EN *
000170*                UN PC Y SOLO SE VALIDABAN DE NOCHE: UNA     *
000180*                CUENTA MAL TECLEADA VOLVIA A LA MANANA      *
000190*                SIGUIENTE COMO RECHAZO O PARTIDA EN         *
000200*                SUSPENSE. AQUI EL OPERADOR ABRE UN          *
000210*                DOCUMENTO (LT-DOC-NO) Y LE AGREGA LINEAS    *
000220*                QUE SE VALIDAN AL TECLEARLAS CONTRA         *
000230*                PLANCTAS, PERMSTR, IVAMSTR Y TASAMSTR, CON  *
000240*                LAS MISMAS REGLAS QUE CREDITO; SOLO SE DA   *
000250*                POR COMPLETO SI DEBE Y HABER CUADRAN EN     *
000260*                USD. LAS LINEAS QUEDAN EN ASIMSTR (COPY     *
000270*                ASIENTO) CON EL OPERADOR QUE LAS TECLEO, Y  *
000280*                ASILOTE LAS PASA DE NOCHE A UN LOTE HDR/TRL *
000290*                O A PENDMSTR SEGUN EL UMBRAL DE APROBACION. *
000300* 2026-10-15 DR  LA LINEA LLEVA EL CENTRO DE COSTE (EN       *
000310*                BLANCO = SIN CENTRO) QUE PASA A             *
000320*                ASI-CENTRO-COSTE. SE VALIDA COMO EN         *
000330*                CREDITO: OBLIGATORIO EN LAS CUENTAS DE      *
000340*                INGRESO Y GASTO QUE LO EXIGEN Y, SI VIENE,  *
000350*                DEBE SER EL CENTRO DE UN DEPARTAMENTO DE    *
000360*                DEPTMSTR. LA CABECERA GUARDADA CRECE CON EL *
000370*                REGISTRO DE ASIMSTR.                        *
000380* 2026-10-15 DR  TASAMSTR LLEVA LA MONEDA BASE EN LA CLAVE:  *
000390*                SE BUSCAN LAS TASAS DE BASE USD (TAS-TASA,  *
000400*                ANTES TAS-TASA-USD).                        *
000410*----------------------------------------------------------*
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SPECIAL-NAMES.
000460     DECIMAL-POINT IS COMMA.
000470
000480 DATA DIVISION.
000490 WORKING-STORAGE SECTION.
000500 01  WS-RESP                     PIC S9(08) COMP.
000510 01  WS-RESP2                    PIC S9(08) COMP.
000520
000530 01  WS-ENTRADA-LINE.
000540     05 EL-FUNCION                PIC X(01).
000550     05 FILLER                    PIC X(01).
000560     05 EL-DOC-NO                 PIC 9(06).
000570     05 FILLER                    PIC X(01).
000580     05 EL-DATOS                  PIC X(64).
000590     05 EL-LINEA-DATOS REDEFINES EL-DATOS.
000600         10 EL-ACCT-ID            PIC 9(06).
000610         10 FILLER                PIC X(01).
000620         10 EL-TIPO               PIC X(01).
000630         10 FILLER                PIC X(01).
000640         10 EL-MONEDA             PIC X(03).
000650         10 FILLER                PIC X(01).
000660         10 EL-IMPORTE            PIC 9(09)V99.
000670         10 FILLER                PIC X(01).
000680         10 EL-FECHA              PIC 9(08).
000690         10 FILLER                PIC X(01).
000700         10 EL-IVA                PIC X(02).
000710         10 FILLER                PIC X(01).
000720         10 EL-CCOSTE             PIC X(06).
000730         10 EL-CCOSTE-N REDEFINES EL-CCOSTE
000740                                  PIC 9(06).
000750         10 FILLER                PIC X(01).
000760         10 EL-CONCEPTO           PIC X(20).
000770     05 EL-BORRAR-DATOS REDEFINES EL-DATOS.
000780         10 EL-LINEA              PIC 9(03).
000790         10 FILLER                PIC X(61).
000800
000810 01  WS-PANTALLA-INICIAL.
000820     05 FILLER                    PIC X(44) VALUE
000830         "ASIONLN - ENTRADA DE ASIENTOS MANUALES".
000840     05 FILLER                    PIC X(44) VALUE
000850         "N,DOC  V,DOC  C,DOC  B,DOC,LINEA".
000860     05 FILLER                    PIC X(44) VALUE
000870         "L,DOC,CUENTA,D/C,MON,IMPORTE(11),FECHA,IV,".
000880     05 FILLER                    PIC X(44) VALUE
000890         "CC(6),CONCEPTO (DOC 0 = EL MISMO DOCUMENTO)".
000900
000910 01  WS-PANTALLA-RESULT.
000920     05 FILLER                    PIC X(10) VALUE "RESULTADO:".
000930     05 WPR-MENSAJE               PIC X(40).
000940
000950     COPY ASIENTO.
000960
000970     COPY CUENTAS.
000980
000990     COPY PERIODO.
001000
001010     COPY IVACOD.
001020
001030     COPY TASAS.
001040
001050     COPY DEPTO.
001060
001070     COPY OPERAUT.
001080
001090     COPY AUDITLOG.
001100
001110 01  WS-OPERADOR                 PIC X(08) VALUE SPACES.
001120 01  WS-AUTORIZADO-SW            PIC X(01) VALUE "N".
001130     88 WS-AUTORIZADO                VALUE "S".
001140 01  WS-MOTIVO-DENEGADO          PIC X(40) VALUE SPACES.
001150 01  WS-FECHA-HOY                PIC 9(08) VALUE ZERO.
001160
001170 01  WS-SWITCHES.
001180     05 WS-CABECERA-LEIDA-SW     PIC X(01) VALUE "N".
001190         88 WS-CABECERA-LEIDA        VALUE "S".
001200     05 WS-EDITABLE-SW           PIC X(01) VALUE "N".
001210         88 WS-EDITABLE              VALUE "S".
001220     05 WS-LINEA-VALIDA-SW       PIC X(01) VALUE "N".
001230         88 WS-LINEA-VALIDA          VALUE "S".
001240     05 WS-TASA-HALLADA-SW       PIC X(01) VALUE "N".
001250         88 WS-TASA-HALLADA          VALUE "S".
001260     05 WS-FIN-TASAS-SW          PIC X(01) VALUE "N".
001270         88 WS-FIN-TASAS             VALUE "S".
001280     05 WS-CCOSTE-HALLADO-SW     PIC X(01) VALUE "N".
001290         88 WS-CCOSTE-HALLADO        VALUE "S".
001300     05 WS-FIN-DEPTOS-SW         PIC X(01) VALUE "N".
001310         88 WS-FIN-DEPTOS            VALUE "S".
001320
001330*----------------------------------------------------------*
001340* CABECERA DEL DOCUMENTO (LINEA 000) GUARDADA MIENTRAS EL    *
001350* AREA DEL REGISTRO SE USA PARA GRABAR O BORRAR UNA LINEA.   *
001360*----------------------------------------------------------*
001370 01  WS-CABECERA-GUARDADA        PIC X(111) VALUE SPACES.
001380
001390 01  WS-LINEA-NUEVA              PIC 9(03) VALUE ZERO.
001400 01  WS-TIPO-LINEA               PIC X(01) VALUE SPACE.
001410 01  WS-IMPORTE-USD              PIC 9(11)V99 VALUE ZERO.
001420 01  WS-TASA-VIGENTE             PIC 9(03)V9(04) VALUE ZERO.
001430 01  WS-DIFERENCIA-USD           PIC S9(11)V99 VALUE ZERO.
001440 01  WS-TAS-RID.
001450     05 WS-TAS-RID-BASE          PIC X(03).
001460     05 WS-TAS-RID-MONEDA        PIC X(03).
001470     05 WS-TAS-RID-FECHA         PIC 9(08).
001480 01  WS-DEP-RID                  PIC X(04) VALUE LOW-VALUES.
001490 01  WS-CCOSTE-LINEA             PIC 9(06) VALUE ZERO.
001500
001510 01  WS-FECHA-APUNTE             PIC 9(08) VALUE ZERO.
001520 01  WS-FECHA-APUNTE-ED REDEFINES WS-FECHA-APUNTE.
001530     05 WS-FA-PERIODO            PIC 9(06).
001540     05 WS-FA-PERIODO-ED REDEFINES WS-FA-PERIODO.
001550         10 WS-FA-ANIO           PIC 9(04).
001560         10 WS-FA-MES            PIC 9(02).
001570     05 WS-FA-DIA                PIC 9(02).
001580
001590*----------------------------------------------------------*
001600* PANTALLA DEL DOCUMENTO: ESTADO, LINEAS, TOTALES USD Y      *
001610* DIFERENCIA, CON EL RESULTADO DE LA ULTIMA FUNCION.         *
001620*----------------------------------------------------------*
001630 01  WS-PANTALLA-DOC.
001640     05 WS-DOC-TITULO.
001650         10 FILLER               PIC X(20) VALUE
001660             "ASIONLN - DOCUMENTO ".
001670         10 PD-DOC-NO            PIC 9(06).
001680         10 FILLER               PIC X(08) VALUE " ESTADO ".
001690         10 PD-ESTADO            PIC X(01).
001700         10 FILLER               PIC X(09) VALUE SPACES.
001710     05 WS-DOC-LINEAS.
001720         10 FILLER               PIC X(07) VALUE "LINEAS ".
001730         10 PD-LINEAS            PIC ZZ9.
001740         10 FILLER               PIC X(09) VALUE "  ULTIMA ".
001750         10 PD-ULTIMA            PIC ZZ9.
001760         10 FILLER               PIC X(22) VALUE SPACES.
001770     05 WS-DOC-DEBE.
001780         10 FILLER               PIC X(12) VALUE "DEBE USD".
001790         10 PD-DEBE              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001800         10 FILLER               PIC X(15) VALUE SPACES.
001810     05 WS-DOC-HABER.
001820         10 FILLER               PIC X(12) VALUE "HABER USD".
001830         10 PD-HABER             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
001840         10 FILLER               PIC X(15) VALUE SPACES.
001850     05 WS-DOC-DIFERENCIA.
001860         10 FILLER               PIC X(12) VALUE "DIFERENCIA".
001870         10 PD-DIFERENCIA        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
001880         10 FILLER               PIC X(14) VALUE SPACES.
001890     05 WS-DOC-MENSAJE.
001900         10 PD-MENSAJE           PIC X(40).
001910         10 FILLER               PIC X(04) VALUE SPACES.
001920     05 WS-DOC-PIE               PIC X(44) VALUE
001930         "L PARA OTRA LINEA, C PARA COMPLETAR".
001940
001950 LINKAGE SECTION.
001960     COPY ASIONLN.
001970
001980 PROCEDURE DIVISION.
001990
002000 0000-MAINLINE.
002010     EXEC CICS HANDLE CONDITION
002020         ERROR(9999-CICS-ERROR)
002030     END-EXEC.
002040     IF EIBCALEN = 0
002050         PERFORM 1000-PRIMERA-PANTALLA THRU 1000-EXIT
002060     ELSE
002070         PERFORM 2000-PROCESAR-ENTRADA THRU 2000-EXIT
002080     END-IF.
002090
002100 1000-PRIMERA-PANTALLA.
002110     EXEC CICS SEND TEXT
002120         FROM(WS-PANTALLA-INICIAL)
002130         LENGTH(LENGTH OF WS-PANTALLA-INICIAL)
002140         ERASE
002150     END-EXEC.
002160     MOVE "N" TO AS-PRIMERA-VEZ-SW.
002170     MOVE ZERO TO AS-DOC-NO.
002180     EXEC CICS RETURN
002190         TRANSID("ASIO")
002200         COMMAREA(DFHCOMMAREA)
002210         LENGTH(LENGTH OF DFHCOMMAREA)
002220     END-EXEC.
002230 1000-EXIT.
002240     EXIT.
002250
002260 2000-PROCESAR-ENTRADA.
002270     EXEC CICS RECEIVE
002280         INTO(WS-ENTRADA-LINE)
002290         LENGTH(LENGTH OF WS-ENTRADA-LINE)
002300         RESP(WS-RESP)
002310     END-EXEC.
002320     IF WS-RESP NOT = DFHRESP(NORMAL)
002330         EXEC CICS RETURN END-EXEC
002340     END-IF
002350     MOVE "N" TO WS-CABECERA-LEIDA-SW
002360     MOVE EL-FUNCION TO AS-FUNCION
002370*    DOCUMENTO CERO O EN BLANCO SIGUE CON EL DE LA COMMAREA.
002380     IF EL-DOC-NO IS NUMERIC AND EL-DOC-NO NOT = ZERO
002390         MOVE EL-DOC-NO TO AS-DOC-NO
002400     END-IF
002410     IF AS-FUNCION-BORRAR
002420         MOVE EL-LINEA TO AS-LINEA
002430     END-IF
002440     PERFORM 2500-VALIDA-AUTORIDAD THRU 2500-EXIT
002450     IF NOT WS-AUTORIZADO
002460         GO TO 2150-ENVIAR-RESULTADO
002470     END-IF
002480     IF AS-DOC-NO NOT NUMERIC OR AS-DOC-NO = ZERO
002490         SET AS-RESULTADO-ERROR TO TRUE
002500         MOVE "TECLEE EL NUMERO DE DOCUMENTO" TO AS-MENSAJE
002510         GO TO 2150-ENVIAR-RESULTADO
002520     END-IF
002530     EVALUATE TRUE
002540         WHEN AS-FUNCION-ABRIR
002550             PERFORM 3000-ABRIR-DOCUMENTO THRU 3000-EXIT
002560         WHEN AS-FUNCION-LINEA
002570             PERFORM 4000-AGREGAR-LINEA THRU 4000-EXIT
002580         WHEN AS-FUNCION-BORRAR
002590             PERFORM 5000-BORRAR-LINEA THRU 5000-EXIT
002600         WHEN AS-FUNCION-COMPLETAR
002610             PERFORM 6000-COMPLETAR THRU 6000-EXIT
002620         WHEN AS-FUNCION-VER
002630             PERFORM 7000-VER THRU 7000-EXIT
002640         WHEN OTHER
002650             SET AS-RESULTADO-ERROR TO TRUE
002660             MOVE "FUNCION NO RECONOCIDA (USE N/L/B/C/V)"
002670                 TO AS-MENSAJE
002680     END-EVALUATE.
002690 2150-ENVIAR-RESULTADO.
002700     IF WS-CABECERA-LEIDA
002710         PERFORM 8000-ENVIAR-DOCUMENTO THRU 8000-EXIT
002720     END-IF
002730     MOVE AS-MENSAJE TO WPR-MENSAJE
002740     EXEC CICS SEND TEXT
002750         FROM(WS-PANTALLA-RESULT)
002760         LENGTH(LENGTH OF WS-PANTALLA-RESULT)
002770         ERASE
002780     END-EXEC
002790     EXEC CICS RETURN
002800         TRANSID("ASIO")
002810         COMMAREA(DFHCOMMAREA)
002820         LENGTH(LENGTH OF DFHCOMMAREA)
002830     END-EXEC.
002840 2000-EXIT.
002850     EXIT.
002860
002870*----------------------------------------------------------*
002880* AUTORIDAD: SIN REGISTRO EN OPERMSTR NO HAY ACCESO; EL      *
002890* NIVEL C SOLO PUEDE VER DOCUMENTOS. EL INTENTO DENEGADO     *
002900* QUEDA EN AUDITLOG.                                         *
002910*----------------------------------------------------------*
002920 2500-VALIDA-AUTORIDAD.
002930     MOVE "N" TO WS-AUTORIZADO-SW
002940     EXEC CICS ASSIGN
002950         USERID(WS-OPERADOR)
002960     END-EXEC
002970     EXEC CICS READ
002980         DATASET("OPERMSTR")
002990         INTO(OPERADOR-MASTER-REC)
003000         RIDFLD(WS-OPERADOR)
003010         RESP(WS-RESP)
003020     END-EXEC
003030     IF WS-RESP NOT = DFHRESP(NORMAL)
003040         SET AS-RESULTADO-ERROR TO TRUE
003050         MOVE "OPERADOR NO AUTORIZADO" TO AS-MENSAJE
003060         MOVE "INTENTO DE FUNCION NO AUTORIZADA"
003070             TO WS-MOTIVO-DENEGADO
003080         PERFORM 2600-LOG-DENEGADO THRU 2600-EXIT
003090         GO TO 2500-EXIT
003100     END-IF
003110     IF OP-NIVEL-CONSULTA AND NOT AS-FUNCION-VER
003120         SET AS-RESULTADO-ERROR TO TRUE
003130         MOVE "NIVEL DE CONSULTA: SOLO FUNCION V" TO AS-MENSAJE
003140         MOVE "INTENTO DE ENTRADA DE ASIENTO SIN NIVEL"
003150             TO WS-MOTIVO-DENEGADO
003160         PERFORM 2600-LOG-DENEGADO THRU 2600-EXIT
003170         GO TO 2500-EXIT
003180     END-IF
003190     MOVE "S" TO WS-AUTORIZADO-SW.
003200 2500-EXIT.
003210     EXIT.
003220
003230 2600-LOG-DENEGADO.
003240     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
003250     ACCEPT AUD-HORA FROM TIME
003260     MOVE "ASIONLN " TO AUD-PROGRAMA
003270     MOVE SPACES TO AUD-CLAVE
003280     STRING WS-OPERADOR DELIMITED BY SIZE
003290            " "         DELIMITED BY SIZE
003300            AS-FUNCION  DELIMITED BY SIZE
003310            " "         DELIMITED BY SIZE
003320            AS-DOC-NO   DELIMITED BY SIZE
003330         INTO AUD-CLAVE
003340     END-STRING
003350     SET AUD-EVENTO-RECHAZO TO TRUE
003360     MOVE WS-MOTIVO-DENEGADO TO AUD-DETALLE
003370     EXEC CICS WRITE
003380         DATASET("AUDITLOG")
003390         FROM(AUDITLOG-REC)
003400         RESP(WS-RESP2)
003410     END-EXEC.
003420 2600-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------*
003460* LEE LA CABECERA (LINEA 000) DEL DOCUMENTO AS-DOC-NO Y LA   *
003470* GUARDA PARA LA PANTALLA.                                   *
003480*----------------------------------------------------------*
003490 2700-LEER-CABECERA.
003500     MOVE "N" TO WS-CABECERA-LEIDA-SW
003510     MOVE AS-DOC-NO TO ASI-DOC-NO
003520     MOVE ZERO TO ASI-LINEA
003530     EXEC CICS READ
003540         DATASET("ASIMSTR")
003550         INTO(ASIENTO-REC)
003560         RIDFLD(ASI-CLAVE)
003570         RESP(WS-RESP)
003580     END-EXEC
003590     IF WS-RESP NOT = DFHRESP(NORMAL)
003600         SET AS-RESULTADO-ERROR TO TRUE
003610         MOVE "DOCUMENTO NO EXISTE (ABRALO CON N)" TO AS-MENSAJE
003620         GO TO 2700-EXIT
003630     END-IF
003640     MOVE ASIENTO-REC TO WS-CABECERA-GUARDADA
003650     SET WS-CABECERA-LEIDA TO TRUE.
003660 2700-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------*
003700* SOLO SE TOCA UN DOCUMENTO EN CURSO, Y SOLO LO TOCA EL      *
003710* OPERADOR QUE LO ABRIO: ASI TODAS SUS LINEAS LLEVAN EL      *
003720* MISMO OPERADOR DE ALTA.                                    *
003730*----------------------------------------------------------*
003740 2750-COMPROBAR-EDICION.
003750     MOVE "N" TO WS-EDITABLE-SW
003760     SET AS-RESULTADO-ERROR TO TRUE
003770     IF NOT ASI-EN-CURSO
003780         MOVE "DOCUMENTO YA COMPLETADO, NO SE TOCA" TO AS-MENSAJE
003790         GO TO 2750-EXIT
003800     END-IF
003810     IF ASI-OPERADOR-CAB NOT = WS-OPERADOR
003820         MOVE "DOCUMENTO ABIERTO POR OTRO OPERADOR" TO AS-MENSAJE
003830         GO TO 2750-EXIT
003840     END-IF
003850     MOVE "S" TO WS-EDITABLE-SW.
003860 2750-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------*
003900* ABRE EL DOCUMENTO: GRABA SU CABECERA EN CURSO CON EL       *
003910* OPERADOR. UN NUMERO YA USADO (EN CURSO O YA COSECHADO) NO  *
003920* SE REUTILIZA.                                              *
003930*----------------------------------------------------------*
003940 3000-ABRIR-DOCUMENTO.
003950     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
003960     MOVE AS-DOC-NO TO ASI-DOC-NO
003970     MOVE ZERO TO ASI-LINEA
003980     MOVE SPACES TO ASI-DATOS
003990     SET ASI-EN-CURSO TO TRUE
004000     MOVE WS-OPERADOR TO ASI-OPERADOR-CAB
004010     MOVE WS-FECHA-HOY TO ASI-FECHA-CAB
004020     MOVE ZERO TO ASI-NUM-LINEAS
004030     MOVE ZERO TO ASI-ULTIMA-LINEA
004040     MOVE ZERO TO ASI-TOTAL-DEBE-USD
004050     MOVE ZERO TO ASI-TOTAL-HABER-USD
004060     MOVE ZERO TO ASI-FECHA-COMPLETO
004070     MOVE ZERO TO ASI-FECHA-COSECHA
004080     EXEC CICS WRITE
004090         DATASET("ASIMSTR")
004100         FROM(ASIENTO-REC)
004110         RIDFLD(ASI-CLAVE)
004120         RESP(WS-RESP)
004130     END-EXEC
004140     IF WS-RESP = DFHRESP(DUPREC)
004150         SET AS-RESULTADO-ERROR TO TRUE
004160         MOVE "EL DOCUMENTO YA EXISTE" TO AS-MENSAJE
004170         GO TO 3000-EXIT
004180     END-IF
004190     IF WS-RESP NOT = DFHRESP(NORMAL)
004200         SET AS-RESULTADO-ERROR TO TRUE
004210         MOVE "ERROR AL GRABAR EL DOCUMENTO" TO AS-MENSAJE
004220         GO TO 3000-EXIT
004230     END-IF
004240     MOVE ASIENTO-REC TO WS-CABECERA-GUARDADA
004250     SET WS-CABECERA-LEIDA TO TRUE
004260     SET AS-RESULTADO-OK TO TRUE
004270     MOVE "DOCUMENTO ABIERTO" TO AS-MENSAJE.
004280 3000-EXIT.
004290     EXIT.
004300
004310*----------------------------------------------------------*
004320* AGREGA UNA LINEA: SE VALIDA ENTERA ANTES DE TOCAR NADA,    *
004330* SE GRABA CON EL SIGUIENTE NUMERO DE LINEA Y SE SUMA EN LA  *
004340* CABECERA. SI LA CABECERA NO SE PUEDE REESCRIBIR SE         *
004350* DESHACE LA LINEA (SYNCPOINT ROLLBACK).                     *
004360*----------------------------------------------------------*
004370 4000-AGREGAR-LINEA.
004380     PERFORM 2700-LEER-CABECERA THRU 2700-EXIT
004390     IF NOT WS-CABECERA-LEIDA
004400         GO TO 4000-EXIT
004410     END-IF
004420     PERFORM 2750-COMPROBAR-EDICION THRU 2750-EXIT
004430     IF NOT WS-EDITABLE
004440         GO TO 4000-EXIT
004450     END-IF
004460     IF ASI-ULTIMA-LINEA >= 999
004470         MOVE "DOCUMENTO LLENO (999 LINEAS)" TO AS-MENSAJE
004480         GO TO 4000-EXIT
004490     END-IF
004500     PERFORM 4100-VALIDAR-LINEA THRU 4100-EXIT
004510     IF NOT WS-LINEA-VALIDA
004520         GO TO 4000-EXIT
004530     END-IF
004540     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
004550     COMPUTE WS-LINEA-NUEVA = ASI-ULTIMA-LINEA + 1
004560     MOVE AS-DOC-NO TO ASI-DOC-NO
004570     MOVE WS-LINEA-NUEVA TO ASI-LINEA
004580     MOVE SPACES TO ASI-DATOS
004590     MOVE EL-ACCT-ID TO ASI-ACCT-ID
004600     MOVE EL-TIPO TO ASI-TIPO-APUNTE
004610     MOVE EL-MONEDA TO ASI-MONEDA
004620     MOVE EL-IMPORTE TO ASI-IMPORTE
004630     MOVE EL-CONCEPTO TO ASI-CONCEPTO
004640     MOVE EL-FECHA TO ASI-FECHA-APUNTE
004650     MOVE ZERO TO ASI-SEQ-REF
004660     MOVE AS-DOC-NO TO ASI-APU-DOC-NO
004670     MOVE EL-IVA TO ASI-IVA-CODIGO
004680     MOVE WS-CCOSTE-LINEA TO ASI-CENTRO-COSTE
004690     MOVE WS-IMPORTE-USD TO ASI-IMPORTE-USD
004700     MOVE WS-OPERADOR TO ASI-OPERADOR
004710     MOVE WS-FECHA-HOY TO ASI-FECHA-ALTA
004720     EXEC CICS WRITE
004730         DATASET("ASIMSTR")
004740         FROM(ASIENTO-REC)
004750         RIDFLD(ASI-CLAVE)
004760         RESP(WS-RESP)
004770     END-EXEC
004780     IF WS-RESP NOT = DFHRESP(NORMAL)
004790         MOVE WS-CABECERA-GUARDADA TO ASIENTO-REC
004800         MOVE "ERROR AL GRABAR LA LINEA" TO AS-MENSAJE
004810         GO TO 4000-EXIT
004820     END-IF
004830     PERFORM 4500-LEER-CABECERA-UPD THRU 4500-EXIT
004840     IF NOT WS-CABECERA-LEIDA
004850         GO TO 4000-EXIT
004860     END-IF
004870     MOVE WS-LINEA-NUEVA TO ASI-ULTIMA-LINEA
004880     ADD 1 TO ASI-NUM-LINEAS
004890     IF EL-TIPO = "D"
004900         ADD WS-IMPORTE-USD TO ASI-TOTAL-DEBE-USD
004910     ELSE
004920         ADD WS-IMPORTE-USD TO ASI-TOTAL-HABER-USD
004930     END-IF
004940     PERFORM 4600-REESCRIBIR-CABECERA THRU 4600-EXIT
004950     IF NOT WS-CABECERA-LEIDA
004960         GO TO 4000-EXIT
004970     END-IF
004980     SET AS-RESULTADO-OK TO TRUE
004990     MOVE SPACES TO AS-MENSAJE
005000     STRING "LINEA "       DELIMITED BY SIZE
005010            WS-LINEA-NUEVA DELIMITED BY SIZE
005020            " GRABADA"     DELIMITED BY SIZE
005030         INTO AS-MENSAJE
005040     END-STRING.
005050 4000-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------*
005090* VALIDACION DE LA LINEA CON LAS REGLAS DE CREDITO: TIPO D   *
005100* O C, IMPORTE, CUENTA EN PLANCTAS, FECHA EN PERIODO         *
005110* ABIERTO DE PERMSTR, CODIGO DE IVA EN IVAMSTR (BLANCO =     *
005120* SIN IVA) Y MONEDA CON TASA VIGENTE EN TASAMSTR. DEJA EL    *
005130* IMPORTE EN USD PARA EL CUADRE.                             *
005140* EL CENTRO DE COSTE SE VALIDA EN 4400-VALIDA-CCOSTE.       *
005150*----------------------------------------------------------*
005160 4100-VALIDAR-LINEA.
005170     MOVE "N" TO WS-LINEA-VALIDA-SW
005180     IF EL-TIPO NOT = "D" AND EL-TIPO NOT = "C"
005190         MOVE "TIPO DE APUNTE INVALIDO (USE D/C)" TO AS-MENSAJE
005200         GO TO 4100-EXIT
005210     END-IF
005220     IF EL-IMPORTE NOT NUMERIC OR EL-IMPORTE = ZERO
005230         MOVE "IMPORTE INVALIDO (11 DIGITOS, 2 DEC.)"
005240             TO AS-MENSAJE
005250         GO TO 4100-EXIT
005260     END-IF
005270     IF EL-ACCT-ID NOT NUMERIC
005280         MOVE "CUENTA INVALIDA" TO AS-MENSAJE
005290         GO TO 4100-EXIT
005300     END-IF
005310     MOVE EL-ACCT-ID TO CTA-ACCT-ID
005320     EXEC CICS READ
005330         DATASET("PLANCTAS")
005340         INTO(PLAN-CUENTA-REC)
005350         RIDFLD(CTA-ACCT-ID)
005360         RESP(WS-RESP)
005370     END-EXEC
005380     IF WS-RESP NOT = DFHRESP(NORMAL)
005390         MOVE "CUENTA NO ESTA EN EL PLAN DE CUENTAS" TO AS-MENSAJE
005400         GO TO 4100-EXIT
005410     END-IF
005420     PERFORM 4200-VALIDA-PERIODO THRU 4200-EXIT
005430     IF NOT WS-LINEA-VALIDA
005440         GO TO 4100-EXIT
005450     END-IF
005460     PERFORM 4400-VALIDA-CCOSTE THRU 4400-EXIT
005470     IF NOT WS-LINEA-VALIDA
005480         GO TO 4100-EXIT
005490     END-IF
005500     MOVE "N" TO WS-LINEA-VALIDA-SW
005510     IF EL-IVA NOT = SPACES
005520         MOVE EL-IVA TO IVA-CODIGO
005530         EXEC CICS READ
005540             DATASET("IVAMSTR")
005550             INTO(IVA-CODIGO-REC)
005560             RIDFLD(IVA-CODIGO)
005570             RESP(WS-RESP)
005580         END-EXEC
005590         IF WS-RESP NOT = DFHRESP(NORMAL)
005600             MOVE "CODIGO DE IVA DESCONOCIDO" TO AS-MENSAJE
005610             GO TO 4100-EXIT
005620         END-IF
005630     END-IF
005640     PERFORM 4300-BUSCAR-TASA THRU 4300-EXIT
005650     IF NOT WS-TASA-HALLADA
005660         MOVE "MONEDA SIN TASA EN TASAMSTR A ESA FECHA"
005670             TO AS-MENSAJE
005680         GO TO 4100-EXIT
005690     END-IF
005700     COMPUTE WS-IMPORTE-USD ROUNDED =
005710         EL-IMPORTE * WS-TASA-VIGENTE
005720         ON SIZE ERROR
005730             MOVE "IMPORTE DESBORDA AL PASAR A USD" TO AS-MENSAJE
005740             GO TO 4100-EXIT
005750     END-COMPUTE
005760     MOVE "S" TO WS-LINEA-VALIDA-SW.
005770 4100-EXIT.
005780     EXIT.
005790
005800*----------------------------------------------------------*
005810* FECHA Y PERIODO, COMO 2310-VALIDA-PERIODO DE CREDITO: UN   *
005820* PERIODO SIN REGISTRO EN PERMSTR ESTA ABIERTO, SALVO EL 13  *
005830* DE AJUSTE, QUE SOLO ADMITE APUNTES SI SU REGISTRO AAAA13   *
005840* EXISTE ABIERTO.                                            *
005850*----------------------------------------------------------*
005860 4200-VALIDA-PERIODO.
005870     MOVE "N" TO WS-LINEA-VALIDA-SW
005880     IF EL-FECHA NOT NUMERIC
005890         MOVE "FECHA DEL APUNTE INVALIDA" TO AS-MENSAJE
005900         GO TO 4200-EXIT
005910     END-IF
005920     MOVE EL-FECHA TO WS-FECHA-APUNTE
005930     IF WS-FA-MES < 1 OR WS-FA-MES > 13
005940         OR WS-FA-DIA < 1 OR WS-FA-DIA > 31
005950         MOVE "FECHA DEL APUNTE INVALIDA" TO AS-MENSAJE
005960         GO TO 4200-EXIT
005970     END-IF
005980     MOVE WS-FA-PERIODO TO PER-PERIODO
005990     EXEC CICS READ
006000         DATASET("PERMSTR")
006010         INTO(PERIODO-MASTER-REC)
006020         RIDFLD(PER-PERIODO)
006030         RESP(WS-RESP)
006040     END-EXEC
006050     IF WS-FA-MES = 13
006060         IF WS-RESP NOT = DFHRESP(NORMAL) OR NOT PER-ABIERTO
006070             MOVE "PERIODO 13 DE AJUSTE NO ABIERTO" TO AS-MENSAJE
006080             GO TO 4200-EXIT
006090         END-IF
006100     END-IF
006110     IF WS-RESP = DFHRESP(NORMAL) AND PER-CERRADO
006120         MOVE "PERIODO CONTABLE CERRADO" TO AS-MENSAJE
006130         GO TO 4200-EXIT
006140     END-IF
006150     MOVE "S" TO WS-LINEA-VALIDA-SW.
006160 4200-EXIT.
006170     EXIT.
006180
006190*----------------------------------------------------------*
006200* TASA DE EL-MONEDA VIGENTE A LA FECHA DEL APUNTE, COMO      *
006210* 2360-BUSCAR-TASA DE CREDITO: LA ULTIMA VIGENCIA QUE NO     *
006220* SUPERA LA FECHA. USD VALE 1 SIN CONSULTAR EL MAESTRO.      *
006230*----------------------------------------------------------*
006240 4300-BUSCAR-TASA.
006250     MOVE "N" TO WS-TASA-HALLADA-SW
006260     IF EL-MONEDA = "USD"
006270         MOVE 1 TO WS-TASA-VIGENTE
006280         SET WS-TASA-HALLADA TO TRUE
006290         GO TO 4300-EXIT
006300     END-IF
006310     MOVE "N" TO WS-FIN-TASAS-SW
006320     MOVE "USD" TO WS-TAS-RID-BASE
006330     MOVE EL-MONEDA TO WS-TAS-RID-MONEDA
006340     MOVE ZERO TO WS-TAS-RID-FECHA
006350     EXEC CICS STARTBR
006360         DATASET("TASAMSTR")
006370         RIDFLD(WS-TAS-RID)
006380         GTEQ
006390         RESP(WS-RESP)
006400     END-EXEC
006410     IF WS-RESP NOT = DFHRESP(NORMAL)
006420         GO TO 4300-EXIT
006430     END-IF
006440     PERFORM 4350-LEER-TASA THRU 4350-EXIT
006450         UNTIL WS-FIN-TASAS
006460     EXEC CICS ENDBR
006470         DATASET("TASAMSTR")
006480         RESP(WS-RESP2)
006490     END-EXEC.
006500 4300-EXIT.
006510     EXIT.
006520
006530 4350-LEER-TASA.
006540     EXEC CICS READNEXT
006550         DATASET("TASAMSTR")
006560         INTO(TASA-MASTER-REC)
006570         RIDFLD(WS-TAS-RID)
006580         RESP(WS-RESP)
006590     END-EXEC
006600     IF WS-RESP NOT = DFHRESP(NORMAL)
006610         SET WS-FIN-TASAS TO TRUE
006620         GO TO 4350-EXIT
006630     END-IF
006640     IF TAS-MONEDA-BASE NOT = "USD"
006650         OR TAS-MONEDA NOT = EL-MONEDA
006660         OR TAS-FECHA-VIGENCIA > EL-FECHA
006670         SET WS-FIN-TASAS TO TRUE
006680     ELSE
006690         MOVE TAS-TASA TO WS-TASA-VIGENTE
006700         SET WS-TASA-HALLADA TO TRUE
006710     END-IF.
006720 4350-EXIT.
006730     EXIT.
006740
006750*----------------------------------------------------------*
006760* CENTRO DE COSTE, COMO 2340-VALIDA-CCOSTE DE CREDITO: EN    *
006770* BLANCO VALE CERO; SOLO CUENTA EN LAS CUENTAS DE INGRESO Y  *
006780* GASTO, DONDE ES OBLIGATORIO SI LA CUENTA LO EXIGE (SALVO   *
006790* EN EL PERIODO 13) Y, SI VIENE, DEBE SER EL CENTRO DE       *
006800* ALGUN DEPARTAMENTO DE DEPTMSTR.                            *
006810*----------------------------------------------------------*
006820 4400-VALIDA-CCOSTE.
006830     MOVE "N" TO WS-LINEA-VALIDA-SW
006840     MOVE ZERO TO WS-CCOSTE-LINEA
006850     IF EL-CCOSTE NOT = SPACES
006860         IF EL-CCOSTE-N NOT NUMERIC
006870             MOVE "CENTRO DE COSTE INVALIDO" TO AS-MENSAJE
006880             GO TO 4400-EXIT
006890         END-IF
006900         MOVE EL-CCOSTE-N TO WS-CCOSTE-LINEA
006910     END-IF
006920     MOVE "S" TO WS-LINEA-VALIDA-SW
006930     IF NOT CTA-CLASE-INGRESO AND NOT CTA-CLASE-GASTO
006940         GO TO 4400-EXIT
006950     END-IF
006960     IF WS-CCOSTE-LINEA = ZERO
006970         IF CTA-CCOSTE-OBLIGATORIO AND WS-FA-MES NOT = 13
006980             MOVE "N" TO WS-LINEA-VALIDA-SW
006990             MOVE "FALTA EL CENTRO DE COSTE" TO AS-MENSAJE
007000         END-IF
007010         GO TO 4400-EXIT
007020     END-IF
007030     MOVE "N" TO WS-CCOSTE-HALLADO-SW
007040     MOVE "N" TO WS-FIN-DEPTOS-SW
007050     MOVE LOW-VALUES TO WS-DEP-RID
007060     EXEC CICS STARTBR
007070         DATASET("DEPTMSTR")
007080         RIDFLD(WS-DEP-RID)
007090         GTEQ
007100         RESP(WS-RESP)
007110     END-EXEC
007120     IF WS-RESP = DFHRESP(NORMAL)
007130         PERFORM 4450-LEER-DEPTO THRU 4450-EXIT
007140             UNTIL WS-FIN-DEPTOS
007150         EXEC CICS ENDBR
007160             DATASET("DEPTMSTR")
007170             RESP(WS-RESP2)
007180         END-EXEC
007190     END-IF
007200     IF NOT WS-CCOSTE-HALLADO
007210         MOVE "N" TO WS-LINEA-VALIDA-SW
007220         MOVE "CENTRO DE COSTE DESCONOCIDO" TO AS-MENSAJE
007230     END-IF.
007240 4400-EXIT.
007250     EXIT.
007260
007270 4450-LEER-DEPTO.
007280     EXEC CICS READNEXT
007290         DATASET("DEPTMSTR")
007300         INTO(DEPTO-MASTER-REC)
007310         RIDFLD(WS-DEP-RID)
007320         RESP(WS-RESP)
007330     END-EXEC
007340     IF WS-RESP NOT = DFHRESP(NORMAL)
007350         SET WS-FIN-DEPTOS TO TRUE
007360         GO TO 4450-EXIT
007370     END-IF
007380     IF DEPT-CENTRO-COSTE = WS-CCOSTE-LINEA
007390         SET WS-CCOSTE-HALLADO TO TRUE
007400         SET WS-FIN-DEPTOS TO TRUE
007410     END-IF.
007420 4450-EXIT.
007430     EXIT.
007440
007450*----------------------------------------------------------*
007460* CABECERA PARA ACTUALIZAR TOTALES. SI NO SE PUEDE LEER SE   *
007470* DESHACE LO GRABADO EN LA TAREA Y LA PANTALLA QUEDA EN EL   *
007480* RESULTADO.                                                 *
007490*----------------------------------------------------------*
007500 4500-LEER-CABECERA-UPD.
007510     MOVE AS-DOC-NO TO ASI-DOC-NO
007520     MOVE ZERO TO ASI-LINEA
007530     EXEC CICS READ
007540         DATASET("ASIMSTR")
007550         INTO(ASIENTO-REC)
007560         RIDFLD(ASI-CLAVE)
007570         UPDATE
007580         RESP(WS-RESP)
007590     END-EXEC
007600     IF WS-RESP NOT = DFHRESP(NORMAL)
007610         EXEC CICS SYNCPOINT ROLLBACK
007620         END-EXEC
007630         MOVE "N" TO WS-CABECERA-LEIDA-SW
007640         SET AS-RESULTADO-ERROR TO TRUE
007650         MOVE "ERROR AL LEER LA CABECERA, NO GRABADO"
007660             TO AS-MENSAJE
007670     END-IF.
007680 4500-EXIT.
007690     EXIT.
007700
007710 4600-REESCRIBIR-CABECERA.
007720     EXEC CICS REWRITE
007730         DATASET("ASIMSTR")
007740         FROM(ASIENTO-REC)
007750         RESP(WS-RESP)
007760     END-EXEC
007770     IF WS-RESP NOT = DFHRESP(NORMAL)
007780         EXEC CICS SYNCPOINT ROLLBACK
007790         END-EXEC
007800         MOVE "N" TO WS-CABECERA-LEIDA-SW
007810         SET AS-RESULTADO-ERROR TO TRUE
007820         MOVE "ERROR AL GRABAR LA CABECERA, NO GRABADO"
007830             TO AS-MENSAJE
007840         GO TO 4600-EXIT
007850     END-IF
007860     MOVE ASIENTO-REC TO WS-CABECERA-GUARDADA.
007870 4600-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------*
007910* BORRA LA LINEA AS-LINEA DE UN DOCUMENTO EN CURSO Y LA      *
007920* DESCUENTA DE LOS TOTALES DE LA CABECERA. EL NUMERO DE      *
007930* LINEA NO SE REUTILIZA.                                     *
007940*----------------------------------------------------------*
007950 5000-BORRAR-LINEA.
007960     PERFORM 2700-LEER-CABECERA THRU 2700-EXIT
007970     IF NOT WS-CABECERA-LEIDA
007980         GO TO 5000-EXIT
007990     END-IF
008000     PERFORM 2750-COMPROBAR-EDICION THRU 2750-EXIT
008010     IF NOT WS-EDITABLE
008020         GO TO 5000-EXIT
008030     END-IF
008040     IF AS-LINEA NOT NUMERIC OR AS-LINEA = ZERO
008050         MOVE "TECLEE EL NUMERO DE LINEA A BORRAR" TO AS-MENSAJE
008060         GO TO 5000-EXIT
008070     END-IF
008080     MOVE AS-DOC-NO TO ASI-DOC-NO
008090     MOVE AS-LINEA TO ASI-LINEA
008100     EXEC CICS READ
008110         DATASET("ASIMSTR")
008120         INTO(ASIENTO-REC)
008130         RIDFLD(ASI-CLAVE)
008140         UPDATE
008150         RESP(WS-RESP)
008160     END-EXEC
008170     IF WS-RESP NOT = DFHRESP(NORMAL)
008180         MOVE WS-CABECERA-GUARDADA TO ASIENTO-REC
008190         MOVE "LA LINEA NO EXISTE" TO AS-MENSAJE
008200         GO TO 5000-EXIT
008210     END-IF
008220     MOVE ASI-IMPORTE-USD TO WS-IMPORTE-USD
008230     MOVE ASI-TIPO-APUNTE TO WS-TIPO-LINEA
008240     EXEC CICS DELETE
008250         DATASET("ASIMSTR")
008260         RESP(WS-RESP)
008270     END-EXEC
008280     IF WS-RESP NOT = DFHRESP(NORMAL)
008290         MOVE WS-CABECERA-GUARDADA TO ASIENTO-REC
008300         MOVE "ERROR AL BORRAR LA LINEA" TO AS-MENSAJE
008310         GO TO 5000-EXIT
008320     END-IF
008330     PERFORM 4500-LEER-CABECERA-UPD THRU 4500-EXIT
008340     IF NOT WS-CABECERA-LEIDA
008350         GO TO 5000-EXIT
008360     END-IF
008370     SUBTRACT 1 FROM ASI-NUM-LINEAS
008380     IF WS-TIPO-LINEA = "D"
008390         SUBTRACT WS-IMPORTE-USD FROM ASI-TOTAL-DEBE-USD
008400     ELSE
008410         SUBTRACT WS-IMPORTE-USD FROM ASI-TOTAL-HABER-USD
008420     END-IF
008430     PERFORM 4600-REESCRIBIR-CABECERA THRU 4600-EXIT
008440     IF NOT WS-CABECERA-LEIDA
008450         GO TO 5000-EXIT
008460     END-IF
008470     SET AS-RESULTADO-OK TO TRUE
008480     MOVE SPACES TO AS-MENSAJE
008490     STRING "LINEA "  DELIMITED BY SIZE
008500            AS-LINEA  DELIMITED BY SIZE
008510            " BORRADA" DELIMITED BY SIZE
008520         INTO AS-MENSAJE
008530     END-STRING.
008540 5000-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------*
008580* DA EL DOCUMENTO POR COMPLETO: AL MENOS DOS LINEAS Y DEBE   *
008590* IGUAL A HABER EN USD, QUE ES LO QUE EXIGE EL NETEO POR     *
008600* DOCUMENTO DE CREDITO. DESDE AQUI YA NO SE TOCA Y LO        *
008610* RECOGE ASILOTE ESA NOCHE.                                  *
008620*----------------------------------------------------------*
008630 6000-COMPLETAR.
008640     PERFORM 2700-LEER-CABECERA THRU 2700-EXIT
008650     IF NOT WS-CABECERA-LEIDA
008660         GO TO 6000-EXIT
008670     END-IF
008680     PERFORM 2750-COMPROBAR-EDICION THRU 2750-EXIT
008690     IF NOT WS-EDITABLE
008700         GO TO 6000-EXIT
008710     END-IF
008720     IF ASI-NUM-LINEAS < 2
008730         MOVE "EL DOCUMENTO NECESITA DOS LINEAS O MAS"
008740             TO AS-MENSAJE
008750         GO TO 6000-EXIT
008760     END-IF
008770     IF ASI-TOTAL-DEBE-USD NOT = ASI-TOTAL-HABER-USD
008780         MOVE "NO CUADRA EN USD (VER DIFERENCIA)" TO AS-MENSAJE
008790         GO TO 6000-EXIT
008800     END-IF
008810     PERFORM 4500-LEER-CABECERA-UPD THRU 4500-EXIT
008820     IF NOT WS-CABECERA-LEIDA
008830         GO TO 6000-EXIT
008840     END-IF
008850     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD
008860     SET ASI-COMPLETO TO TRUE
008870     MOVE WS-FECHA-HOY TO ASI-FECHA-COMPLETO
008880     PERFORM 4600-REESCRIBIR-CABECERA THRU 4600-EXIT
008890     IF NOT WS-CABECERA-LEIDA
008900         GO TO 6000-EXIT
008910     END-IF
008920     SET AS-RESULTADO-OK TO TRUE
008930     MOVE "DOCUMENTO COMPLETO, SALE CON LA NOCHE" TO AS-MENSAJE.
008940 6000-EXIT.
008950     EXIT.
008960
008970 7000-VER.
008980     PERFORM 2700-LEER-CABECERA THRU 2700-EXIT
008990     IF WS-CABECERA-LEIDA
009000         SET AS-RESULTADO-OK TO TRUE
009010         MOVE "CONSULTA DEL DOCUMENTO" TO AS-MENSAJE
009020     END-IF.
009030 7000-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------*
009070* PANTALLA DEL DOCUMENTO CON LA CABECERA GUARDADA Y EL       *
009080* MENSAJE DE LA FUNCION.                                     *
009090*----------------------------------------------------------*
009100 8000-ENVIAR-DOCUMENTO.
009110     MOVE WS-CABECERA-GUARDADA TO ASIENTO-REC
009120     MOVE ASI-DOC-NO TO PD-DOC-NO
009130     MOVE ASI-ESTADO-SW TO PD-ESTADO
009140     MOVE ASI-NUM-LINEAS TO PD-LINEAS
009150     MOVE ASI-ULTIMA-LINEA TO PD-ULTIMA
009160     MOVE ASI-TOTAL-DEBE-USD TO PD-DEBE
009170     MOVE ASI-TOTAL-HABER-USD TO PD-HABER
009180     COMPUTE WS-DIFERENCIA-USD =
009190         ASI-TOTAL-DEBE-USD - ASI-TOTAL-HABER-USD
009200     MOVE WS-DIFERENCIA-USD TO PD-DIFERENCIA
009210     MOVE AS-MENSAJE TO PD-MENSAJE
009220     EXEC CICS SEND TEXT
009230         FROM(WS-PANTALLA-DOC)
009240         LENGTH(LENGTH OF WS-PANTALLA-DOC)
009250         ERASE
009260     END-EXEC
009270     EXEC CICS RETURN
009280         TRANSID("ASIO")
009290         COMMAREA(DFHCOMMAREA)
009300         LENGTH(LENGTH OF DFHCOMMAREA)
009310     END-EXEC.
009320 8000-EXIT.
009330     EXIT.
009340
009350 9999-CICS-ERROR.
009360     MOVE "ERROR CICS EN ASIONLN" TO WPR-MENSAJE.
009370     EXEC CICS SEND TEXT
009380         FROM(WS-PANTALLA-RESULT)
009390         LENGTH(LENGTH OF WS-PANTALLA-RESULT)
009400         ERASE
009410     END-EXEC.
009420     EXEC CICS RETURN END-EXEC.

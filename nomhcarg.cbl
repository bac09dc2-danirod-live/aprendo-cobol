000506*                BRUTO - IRPF - SEG.SOCIAL - OTRAS NO        *
000507*                CASABA CON EL NETO Y EL CERTIFICADO DE      *
000508*                RETENCIONES SUBDECLARABA LO PAGADO.         *
000509* 2026-10-15 DR  GASTOS DE VIAJE PAGADOS EN NOMINA: EL       *
000510*                EXCESO SUJETO DE LAS DIETAS (NP-GASTOS-     *
000511*                SUJETO) ENTRA EN EL BRUTO DEL HISTORICO; EL *
000512*                REEMBOLSO EXENTO (NP-GASTOS-EXENTO) NO ES   *
000513*                PERCEPCION SALARIAL Y SE DESCUENTA DEL NETO *
000514*                DEL HISTORICO, PARA QUE BRUTO - IRPF -      *
000515*                SEG.SOCIAL - OTRAS SIGA CASANDO CON EL      *
000516*                NETO.                                       *
000517* 2026-10-15 DR  EL COMPLEMENTO DE ANTIGUEDAD (NP-TRIENIOS)  *
000518*                ENTRA EN EL BRUTO DEL HISTORICO, COMO LAS   *
000519*                NOVEDADES.                                  *
000520* 2026-10-15 DR  NOMINA EXTRAORDINARIA FUERA DE CICLO DE     *
000521*                PAYCALC: EMPNETO TRAE AHORA EL TIPO DE PAGO *
000522*                (SUPLEMENTARIA, REEMPLAZO O ANULACION), EL  *
000523*                MOTIVO, LA SECUENCIA ANULADA Y LA FECHA DE  *
000524*                PAGO, Y SE LLEVAN A NOMHIST. UN PAGO        *
000525*                EXTRAORDINARIO SE CARGA CON LA FECHA DE     *
000526*                NOMINA DEL PERIODO QUE CORRIGE Y TOMA LA    *
000527*                SIGUIENTE SECUENCIA LIBRE DE ESA FECHA, SIN *
000528*                PISAR LO YA CARGADO; UN RELANCE DE LA MISMA *
000529*                CORRIDA REUTILIZA LA SECUENCIA DEL REGISTRO *
000530*                CON EL MISMO TIPO, MOTIVO, SECUENCIA        *
000531*                ANULADA Y FECHA DE PAGO. COMO PUEDE CAER    *
000532*                ANTES DE OTRAS NOMINAS YA CARGADAS DEL      *
000533*                EJERCICIO, DESPUES DE CARGARLO SE REHACEN   *
000534*                LOS ACUMULADOS DE LAS POSTERIORES DEL       *
000535*                EMPLEADO EN EL ANIO. LOS IMPORTES LLEVAN    *
000536*                SIGNO (LA ANULACION VA EN NEGATIVO) Y EL    *
000537*                TOTAL DE PAYTOTAN SE ANEXA POR FECHA DE     *
000538*                NOMINA Y FECHA DE PAGO.                     *
000539* 2026-10-15 DR  EL DESGLOSE DEL BRUTO DE EMPNETO (SUELDO,   *
000540*                ATRASOS, AUSENCIAS, NOVEDADES, TRIENIOS,    *
000541*                DIETAS SUJETAS) Y EL REEMBOLSO EXENTO SE    *
000542*                GUARDAN TAMBIEN EN NH-DESGLOSE, PARA QUE LA *
000543*                CONSULTA EN LINEA NOMINQ ENSENE DE QUE SE   *
000544*                COMPONE CADA PAGO.                          *
000545*----------------------------------------------------------*
000546
000547 ENVIRONMENT DIVISION.
000548 CONFIGURATION SECTION.
000550 SPECIAL-NAMES.
000560     DECIMAL-POINT IS COMMA.
000570
000880     05 SN-EMP-ID                PIC 9(06).
000890     05 SN-FECHA-NOMINA          PIC 9(08).
000900     05 SN-DEPARTAMENTO          PIC X(04).
000910     05 SN-SALARIO-BRUTO         PIC S9(07)V99.
000920     05 SN-IRPF                  PIC S9(07)V99.
000930     05 SN-SEG-SOCIAL            PIC S9(07)V99.
000940     05 SN-OTRAS-DEDUC           PIC S9(07)V99.
000950     05 SN-NETO                  PIC S9(07)V99.
000952     05 SN-TIPO-PAGO             PIC X(01).
000954     05 SN-MOTIVO                PIC X(02).
000956     05 SN-ANULA-SECUENCIA       PIC 9(02).
000958     05 SN-FECHA-PAGO            PIC 9(08).
000959     05 SN-DESGLOSE.
000960         10 SN-SUELDO-BASE       PIC S9(07)V99.
000961         10 SN-AJUSTE-RETRO      PIC S9(07)V99.
000962         10 SN-AJUSTE-AUSEN      PIC S9(07)V99.
000963         10 SN-NOVEDADES         PIC S9(07)V99.
000964         10 SN-TRIENIOS          PIC S9(07)V99.
000965         10 SN-GASTOS-SUJETO     PIC S9(07)V99.
000966         10 SN-GASTOS-EXENTO     PIC S9(07)V99.
000968
000970 FD  NOMINA-HIST-FILE
000980     LABEL RECORDS ARE STANDARD.
000990     COPY NOMHIST.
001310         88 WS-EOF-SORT             VALUE "Y".
001320     05 WS-FIN-HIST-SW         PIC X(01) VALUE "N".
001330         88 WS-FIN-HIST             VALUE "S".
001332     05 WS-FIN-POST-SW         PIC X(01) VALUE "N".
001334         88 WS-FIN-POST             VALUE "S".
001336     05 WS-SEC-HALLADA-SW      PIC X(01) VALUE "N".
001338         88 WS-SEC-HALLADA          VALUE "S".
001340
001350 01  WS-COUNTERS.
001360     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
001370     05 WS-ALTAS-COUNT         PIC 9(07) COMP VALUE ZERO.
001380     05 WS-RECARGAS-COUNT      PIC 9(07) COMP VALUE ZERO.
001383     05 WS-EXTRAS-COUNT        PIC 9(07) COMP VALUE ZERO.
001387     05 WS-REACUM-COUNT        PIC 9(07) COMP VALUE ZERO.
001390
001400*----------------------------------------------------------*
001410* ACUMULADOS DEL EJERCICIO DEL REGISTRO EN CURSO, SEMBRADOS  *
001420* DESDE EL HISTORICO DEL ANIO ANTERIOR AL PROPIO REGISTRO    *
001430* (FECHAS PREVIAS Y SECUENCIAS PREVIAS DE LA MISMA FECHA).   *
001440*----------------------------------------------------------*
001450 01  WS-ACUM-BRUTO               PIC S9(09)V99 VALUE ZERO.
001460 01  WS-ACUM-IRPF                PIC S9(09)V99 VALUE ZERO.
001470 01  WS-ACUM-SEGSOC              PIC S9(09)V99 VALUE ZERO.
001480 01  WS-ACUM-NETO                PIC S9(09)V99 VALUE ZERO.
001490
001500 01  WS-FECHA-NOMINA             PIC 9(08) VALUE ZERO.
001510 01  WS-FECHA-NOMINA-ED REDEFINES WS-FECHA-NOMINA.
001600 01  WS-SEC-ACTUAL               PIC 9(02) VALUE ZERO.
001610 01  WS-ULT-EMP-ID               PIC 9(06) VALUE ZERO.
001620 01  WS-ULT-FECHA                PIC 9(08) VALUE ZERO.
001623 01  WS-SEC-MAXIMA               PIC 9(02) VALUE ZERO.
001627 01  WS-ANIO-POST                PIC 9(04) VALUE ZERO.
001630
001640*----------------------------------------------------------*
001650* TOTALES DE CORRIDA POR FECHA DE NOMINA, PARA EL REGISTRO   *
001670*----------------------------------------------------------*
001680 01  WS-TOT-COUNT                PIC 9(03) COMP VALUE ZERO.
001690 01  WS-TOT-TABLE.
001700     05 WS-TOT-ENTRY OCCURS 1 TO 100 TIMES
001710             DEPENDING ON WS-TOT-COUNT
001720             INDEXED BY WS-TOT-IDX.
001730         10 TT-FECHA             PIC 9(08).
001735         10 TT-FECHA-PAGO        PIC 9(08).
001740         10 TT-PAGOS             PIC 9(05).
001750         10 TT-BRUTO             PIC S9(11)V99.
001760         10 TT-IRPF              PIC S9(11)V99.
001770         10 TT-SEGSOC            PIC S9(11)V99.
001780         10 TT-NETO              PIC S9(11)V99.
001790
001800 PROCEDURE DIVISION.
001810
002260         COMPUTE SN-SALARIO-BRUTO =
002262             NP-SALARIO-BRUTO + NP-AJUSTE-RETRO
002264             + NP-AJUSTE-AUSEN + NP-NOVEDADES
002267             + NP-GASTOS-SUJETO + NP-TRIENIOS
002270         MOVE NP-IRPF          TO SN-IRPF
002280         MOVE NP-SEG-SOCIAL    TO SN-SEG-SOCIAL
002290         MOVE NP-OTRAS-DEDUC   TO SN-OTRAS-DEDUC
002300         COMPUTE SN-NETO = NP-NETO - NP-GASTOS-EXENTO
002301         MOVE NP-TIPO-PAGO     TO SN-TIPO-PAGO
002302         MOVE NP-MOTIVO        TO SN-MOTIVO
002303         MOVE NP-ANULA-SECUENCIA TO SN-ANULA-SECUENCIA
002304         IF NP-FECHA-PAGO IS NUMERIC AND NP-FECHA-PAGO > ZERO
002306             MOVE NP-FECHA-PAGO TO SN-FECHA-PAGO
002307         ELSE
002308             MOVE NP-FECHA-NOMINA TO SN-FECHA-PAGO
002309         END-IF
002310         MOVE NP-SALARIO-BRUTO TO SN-SUELDO-BASE
002311         MOVE NP-AJUSTE-RETRO  TO SN-AJUSTE-RETRO
002312         MOVE NP-AJUSTE-AUSEN  TO SN-AJUSTE-AUSEN
002313         MOVE NP-NOVEDADES     TO SN-NOVEDADES
002314         MOVE NP-TRIENIOS      TO SN-TRIENIOS
002315         MOVE NP-GASTOS-SUJETO TO SN-GASTOS-SUJETO
002316         MOVE NP-GASTOS-EXENTO TO SN-GASTOS-EXENTO
002318         RELEASE SORT-NETO-REC
002320         PERFORM 2100-READ-NETO THRU 2100-EXIT
002330     END-PERFORM.
002340     CLOSE NETO-PAGO-FILE.
002620             GO TO 2200-EXIT
002630     END-RETURN
002640     ADD 1 TO WS-LEIDOS-COUNT
002642     IF SN-TIPO-PAGO NOT = SPACE
002644         PERFORM 2300-SECUENCIA-EXTRA THRU 2300-EXIT
002646         GO TO 2200-CARGAR
002648     END-IF
002650     IF SN-EMP-ID = WS-ULT-EMP-ID
002660         AND SN-FECHA-NOMINA = WS-ULT-FECHA
002670         ADD 1 TO WS-SEC-ACTUAL
002690         MOVE 1 TO WS-SEC-ACTUAL
002700         MOVE SN-EMP-ID TO WS-ULT-EMP-ID
002710         MOVE SN-FECHA-NOMINA TO WS-ULT-FECHA
002720     END-IF.
002725 2200-CARGAR.
002730     PERFORM 3000-BUSCAR-ACUMULADO THRU 3000-EXIT
002740     PERFORM 4000-GRABAR-HISTORICO THRU 4000-EXIT
002742     IF SN-TIPO-PAGO NOT = SPACE
002744         ADD 1 TO WS-EXTRAS-COUNT
002746         PERFORM 4500-REACUMULAR-POSTERIORES THRU 4500-EXIT
002748     END-IF
002750     PERFORM 5000-ACUMULAR-CORRIDA THRU 5000-EXIT.
002760 2200-EXIT.
002770     EXIT.
002780
002781*----------------------------------------------------------*
002782* SECUENCIA DE UN PAGO EXTRAORDINARIO: SE CARGA CON LA       *
002783* FECHA DE NOMINA DEL PERIODO QUE CORRIGE, DONDE YA PUEDE    *
002784* HABER NOMINAS CARGADAS, ASI QUE TOMA LA SIGUIENTE          *
002785* SECUENCIA LIBRE DE EMP-ID + FECHA. SI YA HAY UN REGISTRO   *
002786* CON EL MISMO TIPO, MOTIVO, SECUENCIA ANULADA Y FECHA DE    *
002787* PAGO ES UN RELANCE DE LA MISMA CORRIDA Y SE REUTILIZA SU   *
002788* SECUENCIA. LOS PAGOS ORDINARIOS QUE LE SIGAN EN LA MISMA   *
002789* FECHA NUMERAN DESDE ELLA.                                  *
002790*----------------------------------------------------------*
002791 2300-SECUENCIA-EXTRA.
002792     MOVE ZERO TO WS-SEC-MAXIMA
002793     MOVE "N" TO WS-SEC-HALLADA-SW
002794     MOVE "N" TO WS-FIN-HIST-SW
002795     MOVE SN-EMP-ID TO NH-EMP-ID
002796     MOVE SN-FECHA-NOMINA TO NH-FECHA-NOMINA
002797     MOVE ZERO TO NH-SECUENCIA
002798     START NOMINA-HIST-FILE
002799         KEY IS NOT LESS THAN NH-CLAVE
002800         INVALID KEY
002801             MOVE "S" TO WS-FIN-HIST-SW
002802     END-START
002803     PERFORM 2350-LEER-SECUENCIA THRU 2350-EXIT
002804         UNTIL WS-FIN-HIST
002805     IF NOT WS-SEC-HALLADA
002806         IF WS-SEC-MAXIMA >= 99
002807             DISPLAY "NOMHCARG: SIN SECUENCIA LIBRE PARA "
002808                 SN-EMP-ID " " SN-FECHA-NOMINA
002809             GO TO ABEND-CLEANUP
002810         END-IF
002811         COMPUTE WS-SEC-ACTUAL = WS-SEC-MAXIMA + 1
002812     END-IF
002813     MOVE SN-EMP-ID TO WS-ULT-EMP-ID
002814     MOVE SN-FECHA-NOMINA TO WS-ULT-FECHA.
002815 2300-EXIT.
002816     EXIT.
002817
002818 2350-LEER-SECUENCIA.
002819     READ NOMINA-HIST-FILE NEXT
002820         AT END
002821             MOVE "S" TO WS-FIN-HIST-SW
002822             GO TO 2350-EXIT
002823     END-READ
002824     IF NOT WS-NOMHIST-OK
002825         DISPLAY "NOMHCARG: ERROR LEYENDO NOMHIST "
002826             WS-NOMHIST-STATUS
002827         GO TO ABEND-CLEANUP
002828     END-IF
002829     IF NH-EMP-ID NOT = SN-EMP-ID
002830         OR NH-FECHA-NOMINA NOT = SN-FECHA-NOMINA
002831         MOVE "S" TO WS-FIN-HIST-SW
002832         GO TO 2350-EXIT
002833     END-IF
002834     MOVE NH-SECUENCIA TO WS-SEC-MAXIMA
002835     IF NH-TIPO-PAGO = SN-TIPO-PAGO
002836         AND NH-MOTIVO = SN-MOTIVO
002837         AND NH-ANULA-SECUENCIA = SN-ANULA-SECUENCIA
002838         AND NH-FECHA-PAGO = SN-FECHA-PAGO
002839         MOVE NH-SECUENCIA TO WS-SEC-ACTUAL
002840         MOVE "S" TO WS-SEC-HALLADA-SW
002841         MOVE "S" TO WS-FIN-HIST-SW
002842     END-IF.
002843 2350-EXIT.
002844     EXIT.
002846*----------------------------------------------------------*
002848* SIEMBRA LOS ACUMULADOS DEL EJERCICIO CON EL ULTIMO         *
002850* REGISTRO DEL EMPLEADO ANTERIOR AL QUE SE CARGA: FECHAS     *
002852* PREVIAS DEL ANIO Y SECUENCIAS PREVIAS DE LA MISMA FECHA    *
002854* (ASI UNA RECARGA NO SE SUMA A SI MISMA PERO EL FINIQUITO   *
002856* SI ACUMULA SOBRE EL SUELDO DE SU MISMO DIA). SE POSICIONA  *
002858* CON START EN EL 1 DE ENERO Y LEE HACIA ADELANTE.           *
002860*----------------------------------------------------------*
002870 3000-BUSCAR-ACUMULADO.
002880     MOVE ZERO TO WS-ACUM-BRUTO
003410     MOVE SN-SEG-SOCIAL      TO NH-SEG-SOCIAL
003420     MOVE SN-OTRAS-DEDUC     TO NH-OTRAS-DEDUC
003430     MOVE SN-NETO            TO NH-NETO
003432     MOVE SN-TIPO-PAGO       TO NH-TIPO-PAGO
003434     MOVE SN-MOTIVO          TO NH-MOTIVO
003436     MOVE SN-ANULA-SECUENCIA TO NH-ANULA-SECUENCIA
003438     MOVE SN-FECHA-PAGO      TO NH-FECHA-PAGO
003439     MOVE SN-DESGLOSE        TO NH-DESGLOSE
003440     COMPUTE NH-ACUM-BRUTO  = WS-ACUM-BRUTO  + SN-SALARIO-BRUTO
003450     COMPUTE NH-ACUM-IRPF   = WS-ACUM-IRPF   + SN-IRPF
003460     COMPUTE NH-ACUM-SEGSOC = WS-ACUM-SEGSOC + SN-SEG-SOCIAL
003640     END-IF
003650 4000-EXIT.
003660     EXIT.
003661
003662*----------------------------------------------------------*
003663* UN PAGO EXTRAORDINARIO PUEDE CAER ANTES DE NOMINAS YA      *
003664* CARGADAS DEL MISMO EJERCICIO: SE RECORREN LAS POSTERIORES  *
003665* DEL EMPLEADO EN EL ANIO Y SE REHACEN SUS ACUMULADOS A      *
003666* PARTIR DE LOS DEL REGISTRO RECIEN CARGADO.                 *
003667*----------------------------------------------------------*
003668 4500-REACUMULAR-POSTERIORES.
003669     MOVE NH-ACUM-BRUTO  TO WS-ACUM-BRUTO
003670     MOVE NH-ACUM-IRPF   TO WS-ACUM-IRPF
003671     MOVE NH-ACUM-SEGSOC TO WS-ACUM-SEGSOC
003672     MOVE NH-ACUM-NETO   TO WS-ACUM-NETO
003673     MOVE WS-ANIO-NOMINA TO WS-ANIO-POST
003674     MOVE "N" TO WS-FIN-POST-SW
003675     START NOMINA-HIST-FILE
003676         KEY IS GREATER THAN NH-CLAVE
003677         INVALID KEY
003678             MOVE "S" TO WS-FIN-POST-SW
003679     END-START
003680     PERFORM 4550-REACUMULAR-UNO THRU 4550-EXIT
003681         UNTIL WS-FIN-POST.
003682 4500-EXIT.
003683     EXIT.
003684
003685 4550-REACUMULAR-UNO.
003686     READ NOMINA-HIST-FILE NEXT
003687         AT END
003688             MOVE "S" TO WS-FIN-POST-SW
003689             GO TO 4550-EXIT
003690     END-READ
003691     IF NOT WS-NOMHIST-OK
003692         DISPLAY "NOMHCARG: ERROR LEYENDO NOMHIST "
003693             WS-NOMHIST-STATUS
003694         GO TO ABEND-CLEANUP
003695     END-IF
003696     MOVE NH-FECHA-NOMINA TO WS-FECHA-NOMINA
003697     IF NH-EMP-ID NOT = SN-EMP-ID
003698         OR WS-ANIO-NOMINA NOT = WS-ANIO-POST
003699         MOVE "S" TO WS-FIN-POST-SW
003700         GO TO 4550-EXIT
003701     END-IF
003702     COMPUTE NH-ACUM-BRUTO  = WS-ACUM-BRUTO  + NH-SALARIO-BRUTO
003703     COMPUTE NH-ACUM-IRPF   = WS-ACUM-IRPF   + NH-IRPF
003704     COMPUTE NH-ACUM-SEGSOC = WS-ACUM-SEGSOC + NH-SEG-SOCIAL
003705     COMPUTE NH-ACUM-NETO   = WS-ACUM-NETO   + NH-NETO
003706     REWRITE NOMINA-HIST-REC
003707     IF NOT WS-NOMHIST-OK
003708         DISPLAY "NOMHCARG: ERROR REESCRIBIENDO NOMHIST "
003709             WS-NOMHIST-STATUS
003710         GO TO ABEND-CLEANUP
003711     END-IF
003712     MOVE NH-ACUM-BRUTO  TO WS-ACUM-BRUTO
003713     MOVE NH-ACUM-IRPF   TO WS-ACUM-IRPF
003714     MOVE NH-ACUM-SEGSOC TO WS-ACUM-SEGSOC
003715     MOVE NH-ACUM-NETO   TO WS-ACUM-NETO
003716     ADD 1 TO WS-REACUM-COUNT.
003717 4550-EXIT.
003718     EXIT.
003719
003721*----------------------------------------------------------*
003723* ACUMULA EL REGISTRO EN EL TOTAL DE CORRIDA DE SU FECHA DE  *
003724* NOMINA, PARA EL REGISTRO NOMTOT DEL FINAL.                 *
003726*----------------------------------------------------------*
003728 5000-ACUMULAR-CORRIDA.
003730     SET WS-TOT-IDX TO 1
003740     SEARCH WS-TOT-ENTRY
003750         AT END
003760             IF WS-TOT-COUNT >= 100
003770                 DISPLAY "NOMHCARG: TABLA DE TOTALES LLENA"
003780                 GO TO ABEND-CLEANUP
003790             END-IF
003800             ADD 1 TO WS-TOT-COUNT
003810             SET WS-TOT-IDX TO WS-TOT-COUNT
003820             MOVE SN-FECHA-NOMINA TO TT-FECHA (WS-TOT-IDX)
003825             MOVE SN-FECHA-PAGO TO TT-FECHA-PAGO (WS-TOT-IDX)
003830             MOVE ZERO TO TT-PAGOS  (WS-TOT-IDX)
003840             MOVE ZERO TO TT-BRUTO  (WS-TOT-IDX)
003850             MOVE ZERO TO TT-IRPF   (WS-TOT-IDX)
003860             MOVE ZERO TO TT-SEGSOC (WS-TOT-IDX)
003870             MOVE ZERO TO TT-NETO   (WS-TOT-IDX)
003880         WHEN TT-FECHA (WS-TOT-IDX) = SN-FECHA-NOMINA
003885             AND TT-FECHA-PAGO (WS-TOT-IDX) = SN-FECHA-PAGO
003890             CONTINUE
003900     END-SEARCH
003910     ADD 1                TO TT-PAGOS  (WS-TOT-IDX)
004270     MOVE TT-IRPF   (WS-TOT-IDX) TO NT-IRPF-TOTAL
004280     MOVE TT-SEGSOC (WS-TOT-IDX) TO NT-SEGSOC-TOTAL
004290     MOVE TT-NETO   (WS-TOT-IDX) TO NT-NETO-TOTAL
004295     MOVE TT-FECHA-PAGO (WS-TOT-IDX) TO NT-FECHA-PAGO
004300     WRITE NOMINA-TOT-REC
004310     IF NOT WS-PAYTOTAN-OK
004320         DISPLAY "NOMHCARG: ERROR ESCRIBIENDO PAYTOTAN "
004430     DISPLAY "NOMHCARG: ALTAS          " WS-ALTAS-COUNT.
004440     DISPLAY "NOMHCARG: RECARGAS       " WS-RECARGAS-COUNT.
004450     DISPLAY "NOMHCARG: FECHAS PAGADAS " WS-TOT-COUNT.
004453     DISPLAY "NOMHCARG: PAGOS EXTRA    " WS-EXTRAS-COUNT.
004457     DISPLAY "NOMHCARG: REACUMULADOS   " WS-REACUM-COUNT.
004460 9000-EXIT.
004470     EXIT.
004480

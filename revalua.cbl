000268*                COMPARTIDO RUNSTATS (COPY RUNSTATS) PARA    *
000269*                QUE EL CONTROL PREVIO AL CIERRE PUEDA       *
000271*                COMPROBAR QUE LA REVALUACION DEL MES CORRIO.*
000272* 2026-10-15 DR  LOS APUNTES GENERADOS LLEVAN                *
000273*                LT-CENTRO-COSTE A CERO (SIN CENTRO DE       *
000274*                COSTE, VER COPY LEDGTRAN).                  *
000275* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000276*                SISTEMA REVALUA Y COMO CLAVE LA CUENTA DE   *
000277*                LEDGMSTR REVALUADA Y LA FECHA, PARA LA      *
000278*                TRAZA DE TRAZADTL.                          *
000279* 2026-10-15 DR  SE REVALUAN LAS CUENTAS CUYA MONEDA NO ES LA *
000280*                FUNCIONAL DE LA COMPANIA (CIAPARM + CIAMSTR, *
000281*                USD SI NO HAY CIAPARM), CON TASAS EN ESA     *
000282*                MONEDA: LA DIRECTA CONTRA ELLA EN TASAMSTR O *
000283*                EL CRUCE DE LAS DOS TASAS USD. EL PAR DE     *
000284*                APUNTES SALE EN LA MONEDA FUNCIONAL.         *
000286*----------------------------------------------------------*
000288
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-REVAPARM-STATUS.
000550
000552     SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
000554         ORGANIZATION IS SEQUENTIAL
000556         FILE STATUS IS WS-CIAPARM-STATUS.
000557
000558     SELECT COMPANIA-MASTER-FILE ASSIGN TO "CIAMSTR"
000559         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000561         RECORD KEY IS CIA-CODIGO
000562         FILE STATUS IS WS-CIAMSTR-STATUS.
000563
000566     SELECT LEDGER-TRANS-FILE ASSIGN TO "REVAOUT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-REVAOUT-STATUS.
000590
000810     05 PI-CTA-RESULTADO        PIC 9(06).
000820     05 PI-CTA-AJUSTE           PIC 9(06).
000830
000832 FD  CIA-PARM-FILE
000834     LABEL RECORDS ARE STANDARD.
000836 01  CIA-PARM-REC.
000838     05 CP-CIA-CODIGO           PIC X(03).
000839
000840 FD  COMPANIA-MASTER-FILE
000841     LABEL RECORDS ARE STANDARD.
000842     COPY COMPANIA.
000843
000846 FD  LEDGER-TRANS-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY LEDGTRAN.
000870
001050 01  WS-REVAPARM-STATUS          PIC X(02) VALUE SPACES.
001060     88 WS-REVAPARM-OK               VALUE "00".
001070
001072 01  WS-CIAPARM-STATUS           PIC X(02) VALUE SPACES.
001074     88 WS-CIAPARM-OK                VALUE "00".
001076     88 WS-CIAPARM-NO-FILE           VALUE "35".
001078
001080 01  WS-CIAMSTR-STATUS           PIC X(02) VALUE SPACES.
001082     88 WS-CIAMSTR-OK                VALUE "00".
001084
001087 01  WS-REVAOUT-STATUS           PIC X(02) VALUE SPACES.
001090     88 WS-REVAOUT-OK                VALUE "00".
001100
001110 01  WS-REVARPT-STATUS           PIC X(02) VALUE SPACES.
001320 01  WS-CTA-AJUSTE              PIC 9(06) VALUE ZERO.
001330
001340 01  WS-MONEDA-BUSCADA          PIC X(03) VALUE SPACES.
001342 01  WS-MONEDA-FUNCIONAL        PIC X(03) VALUE "USD".
001344 01  WS-CIA-CODIGO              PIC X(03) VALUE SPACES.
001346 01  WS-BASE-BUSCADA            PIC X(03) VALUE SPACES.
001348 01  WS-MONEDA-CRUCE            PIC X(03) VALUE SPACES.
001349 01  WS-TASA-CRUCE              PIC 9(03)V9(04) VALUE ZERO.
001350 01  WS-FECHA-TASA              PIC 9(08) VALUE ZERO.
001360 01  WS-TASA-VIGENTE            PIC 9(03)V9(04) VALUE ZERO.
001370 01  WS-TASA-HOY                PIC 9(03)V9(04) VALUE ZERO.
001840     05 MNL-NUEVO               PIC ZZZ.ZZZ.ZZ9,99-.
001850     05 FILLER                  PIC X(01) VALUE SPACES.
001860     05 MNL-DIF                 PIC ZZZ.ZZZ.ZZ9,99-.
001861
001862*----------------------------------------------------------*
001863* ORIGEN DEL APUNTE (LT-ORIGEN): LA CUENTA DE LEDGMSTR       *
001864* REVALUADA Y LA FECHA DE PROCESO. LAS DOS PATAS LLEVAN LA   *
001865* MISMA.                                                     *
001866*----------------------------------------------------------*
001867 01  WS-ORIGEN-APUNTE.
001868     05 FILLER                  PIC X(08) VALUE "REVALUA".
001869     05 WS-ORG-CUENTA           PIC 9(06) VALUE ZERO.
001870     05 WS-ORG-FECHA            PIC 9(08) VALUE ZERO.
001871     05 FILLER                  PIC X(06) VALUE SPACES.
001875
001880 PROCEDURE DIVISION.
001890
001900 0000-MAINLINE.
002180     MOVE PI-CTA-RESULTADO TO WS-CTA-RESULTADO
002190     MOVE PI-CTA-AJUSTE TO WS-CTA-AJUSTE
002200     CLOSE PARM-FILE.
002205     PERFORM 1100-LEER-COMPANIA THRU 1100-EXIT.
002210     OPEN INPUT LEDGER-MASTER-FILE.
002220     IF NOT WS-LEDGMSTR-OK
002230         DISPLAY "REVALUA: ERROR ABRIENDO LEDGMSTR "
002480     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002490 1000-EXIT.
002500     EXIT.
002501
002502*----------------------------------------------------------*
002503* COMPANIA DE LA CADENA (CIAPARM, OPCIONAL) Y SU MONEDA      *
002504* FUNCIONAL EN CIAMSTR, COMO 1125-LEER-COMPANIA DE CREDITO.  *
002505*----------------------------------------------------------*
002506 1100-LEER-COMPANIA.
002507     OPEN INPUT CIA-PARM-FILE.
002508     IF WS-CIAPARM-NO-FILE
002509         GO TO 1100-EXIT
002510     END-IF
002511     IF NOT WS-CIAPARM-OK
002512         DISPLAY "REVALUA: ERROR ABRIENDO CIAPARM "
002513             WS-CIAPARM-STATUS
002514         GO TO ABEND-CLEANUP
002515     END-IF
002516     READ CIA-PARM-FILE
002517         AT END
002518             MOVE SPACES TO CP-CIA-CODIGO
002519     END-READ
002520     MOVE CP-CIA-CODIGO TO WS-CIA-CODIGO
002521     CLOSE CIA-PARM-FILE
002522     IF WS-CIA-CODIGO = SPACES
002523         GO TO 1100-EXIT
002524     END-IF
002525     OPEN INPUT COMPANIA-MASTER-FILE.
002526     IF NOT WS-CIAMSTR-OK
002527         DISPLAY "REVALUA: ERROR ABRIENDO CIAMSTR "
002528             WS-CIAMSTR-STATUS
002529         GO TO ABEND-CLEANUP
002530     END-IF
002531     MOVE WS-CIA-CODIGO TO CIA-CODIGO
002532     READ COMPANIA-MASTER-FILE
002533         INVALID KEY
002534             DISPLAY "REVALUA: COMPANIA " WS-CIA-CODIGO
002535                 " DE CIAPARM NO EXISTE EN CIAMSTR"
002536             CLOSE COMPANIA-MASTER-FILE
002537             GO TO ABEND-CLEANUP
002538     END-READ
002539     IF CIA-MONEDA-FUNCIONAL NOT = SPACES
002540         MOVE CIA-MONEDA-FUNCIONAL TO WS-MONEDA-FUNCIONAL
002541     END-IF
002542     CLOSE COMPANIA-MASTER-FILE.
002543 1100-EXIT.
002544     EXIT.
002545
002546 2000-PROCESS-CUENTA.
002547     ADD 1 TO WS-CUENTAS-COUNT
002548     IF LEDG-MONEDA NOT = WS-MONEDA-FUNCIONAL
002550         PERFORM 3000-REVALUAR THRU 3000-EXIT
002560     END-IF
002570     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------*
003310* DEVUELVE EN WS-TASA-VIGENTE LAS UNIDADES DE MONEDA         *
003320* FUNCIONAL POR UNIDAD DE WS-MONEDA-BUSCADA VIGENTES A       *
003322* WS-FECHA-TASA, COMO 2360-BUSCAR-TASA DE CREDITO: LA TASA   *
003324* DIRECTA CON LA MONEDA FUNCIONAL COMO BASE O, SI NO LA HAY, *
003326* EL CRUCE DE LAS TASAS USD DE AMBAS MONEDAS.                *
003330*----------------------------------------------------------*
003340 4000-BUSCAR-TASA.
003350     MOVE "N" TO WS-TASA-HALLADA-SW
003352     IF WS-MONEDA-BUSCADA = WS-MONEDA-FUNCIONAL
003354         MOVE 1 TO WS-TASA-VIGENTE
003356         SET WS-TASA-HALLADA TO TRUE
003358         GO TO 4000-EXIT
003360     END-IF
003362     MOVE WS-MONEDA-FUNCIONAL TO WS-BASE-BUSCADA
003364     PERFORM 4050-BUSCAR-VIGENCIA THRU 4050-EXIT
003366     IF WS-TASA-HALLADA OR WS-MONEDA-FUNCIONAL = "USD"
003368         GO TO 4000-EXIT
003370     END-IF
003372     MOVE "USD" TO WS-BASE-BUSCADA
003374     MOVE 1 TO WS-TASA-CRUCE
003376     IF WS-MONEDA-BUSCADA NOT = "USD"
003378         PERFORM 4050-BUSCAR-VIGENCIA THRU 4050-EXIT
003380         IF NOT WS-TASA-HALLADA
003382             GO TO 4000-EXIT
003384         END-IF
003386         MOVE WS-TASA-VIGENTE TO WS-TASA-CRUCE
003388     END-IF
003390     MOVE WS-MONEDA-BUSCADA TO WS-MONEDA-CRUCE
003392     MOVE WS-MONEDA-FUNCIONAL TO WS-MONEDA-BUSCADA
003394     PERFORM 4050-BUSCAR-VIGENCIA THRU 4050-EXIT
003396     MOVE WS-MONEDA-CRUCE TO WS-MONEDA-BUSCADA
003398     IF NOT WS-TASA-HALLADA OR WS-TASA-VIGENTE = ZERO
003400         MOVE "N" TO WS-TASA-HALLADA-SW
003402         GO TO 4000-EXIT
003404     END-IF
003406     COMPUTE WS-TASA-VIGENTE ROUNDED =
003408         WS-TASA-CRUCE / WS-TASA-VIGENTE
003410         ON SIZE ERROR
003412             MOVE "N" TO WS-TASA-HALLADA-SW
003414     END-COMPUTE.
003460 4000-EXIT.
003470     EXIT.
003472
003474 4050-BUSCAR-VIGENCIA.
003476     MOVE "N" TO WS-TASA-HALLADA-SW
003478     MOVE "N" TO WS-FIN-TASAS-SW
003480     MOVE WS-BASE-BUSCADA TO TAS-MONEDA-BASE
003482     MOVE WS-MONEDA-BUSCADA TO TAS-MONEDA
003484     MOVE ZERO TO TAS-FECHA-VIGENCIA
003486     START TASA-MASTER-FILE
003488         KEY IS NOT LESS THAN TAS-CLAVE
003490         INVALID KEY
003492             MOVE "S" TO WS-FIN-TASAS-SW
003494     END-START
003496     PERFORM 4100-LEER-TASA THRU 4100-EXIT
003498         UNTIL WS-FIN-TASAS.
003499 4050-EXIT.
003500     EXIT.
003501
003502 4100-LEER-TASA.
003503     READ TASA-MASTER-FILE NEXT
003510         AT END
003520             MOVE "S" TO WS-FIN-TASAS-SW
003530     END-READ
003590             WS-TASAMSTR-STATUS
003600         GO TO ABEND-CLEANUP
003610     END-IF
003620     IF TAS-MONEDA-BASE NOT = WS-BASE-BUSCADA
003625         OR TAS-MONEDA NOT = WS-MONEDA-BUSCADA
003630         OR TAS-FECHA-VIGENCIA > WS-FECHA-TASA
003640         MOVE "S" TO WS-FIN-TASAS-SW
003650     ELSE
003660         MOVE TAS-TASA TO WS-TASA-VIGENTE
003670         SET WS-TASA-HALLADA TO TRUE
003680     END-IF
003690 4100-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------*
004480* GENERA EL PAR DE APUNTES EN MONEDA FUNCIONAL POR LA       *
004490* DIFERENCIA: CON GANANCIA SE DEBITA LA CUENTA DE AJUSTE Y   *
004500* SE ACREDITA LA DE RESULTADO; CON PERDIDA, AL REVES.        *
004510*----------------------------------------------------------*
004520 7000-GRABAR-APUNTES.
004530     IF WS-DIFERENCIA > ZERO
004620         MOVE WS-CTA-AJUSTE TO LT-ACCT-ID
004630         MOVE "C" TO LT-TIPO-APUNTE
004640     END-IF
004650     MOVE WS-MONEDA-FUNCIONAL TO LT-MONEDA
004660     MOVE WS-DIFERENCIA-ABS TO LT-IMPORTE
004670     MOVE SPACES TO LT-CONCEPTO
004680     STRING "REVAL " LEDG-MONEDA " CTA " LEDG-ACCT-ID
004705     MOVE ZERO TO LT-SEQ-REF
004706     MOVE ZERO TO LT-DOC-NO
004707     MOVE SPACES TO LT-IVA-CODIGO
004708     MOVE ZERO TO LT-CENTRO-COSTE
004710     PERFORM 7100-GRABAR-APUNTE THRU 7100-EXIT
004720     MOVE WS-CTA-RESULTADO TO LT-ACCT-ID
004730     IF WS-DIFERENCIA > ZERO
004800     EXIT.
004810
004820 7100-GRABAR-APUNTE.
004822     MOVE LEDG-ACCT-ID TO WS-ORG-CUENTA
004824     MOVE LT-FECHA TO WS-ORG-FECHA
004826     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
004830     WRITE LEDGER-TRANS-REC
004840     IF NOT WS-REVAOUT-OK
004850         DISPLAY "REVALUA: ERROR GRABANDO REVAOUT "

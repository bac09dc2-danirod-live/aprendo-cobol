000190*                EL NOMBRE DEL PROVEEDOR PARA QUE UN         *
000200*                RESPONSABLE APRUEBE O RECHACE CADA UNA CON  *
000210*                LAS DECISIONES PAGODEC QUE APLICA FACPAGO.  *
000212* 2026-10-15 DR  LAS FACTURAS BLOQUEADAS POR NO CASAR CON SU *
000215*                PEDIDO NO SE PROPONEN; SE CUENTAN Y SE DA   *
000218*                SU TOTAL AL PIE DE PROPRPT.                 *
000219* 2026-10-15 DR  COMPENSACION DE ABONOS: LOS DOCUMENTOS SE   *
000220*                RECOGEN POR PROVEEDOR (LAS FACTURAS         *
000221*                VENCIDAS Y TODOS LOS ABONOS PENDIENTES) Y,  *
000222*                POR CADA MONEDA, SI LAS FACTURAS CUBREN LOS *
000223*                ABONOS SE SELECCIONAN TODOS Y SE DA EL NETO *
000224*                A PAGAR, QUE ES LO QUE FACPAGO TRANSFIERE.  *
000225*                SI LOS ABONOS SUPERAN A LAS FACTURAS NO SE  *
000226*                SELECCIONA NADA: EL PROVEEDOR SALE MARCADO  *
000227*                CON SU SALDO A FAVOR Y EL PASO TERMINA CON  *
000228*                RC 4.                                       *
000229* 2026-10-15 DR  LOS IMPORTES DE LA PROPUESTA SON LOS QUE SE *
000230*                PAGAN AL PROVEEDOR: EL DEL DOCUMENTO MENOS  *
000231*                LA RETENCION DE IRPF.                       *
000234*----------------------------------------------------------*
000237
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SPECIAL-NAMES.
000880 01  WS-COUNTERS.
000890     05 WS-LEIDAS-COUNT        PIC 9(07) COMP VALUE ZERO.
000900     05 WS-SELECCIONADAS-COUNT PIC 9(07) COMP VALUE ZERO.
000905     05 WS-BLOQUEADAS-COUNT    PIC 9(07) COMP VALUE ZERO.
000906     05 WS-ABONOS-COUNT        PIC 9(07) COMP VALUE ZERO.
000907     05 WS-PAGOS-COUNT         PIC 9(07) COMP VALUE ZERO.
000909     05 WS-A-FAVOR-COUNT       PIC 9(07) COMP VALUE ZERO.
000910
000920 01  WS-FECHA-CORTE             PIC 9(08) VALUE ZERO.
000930 01  WS-TOTAL-PROPUESTO         PIC 9(11)V99 VALUE ZERO.
000935 01  WS-TOTAL-BLOQUEADO         PIC 9(11)V99 VALUE ZERO.
000936 01  WS-TOTAL-ABONOS            PIC 9(11)V99 VALUE ZERO.
000937 01  WS-TOTAL-NETO              PIC 9(11)V99 VALUE ZERO.
000938 01  WS-TOTAL-A-FAVOR           PIC 9(11)V99 VALUE ZERO.
000939
000940*----------------------------------------------------------*
000941* DOCUMENTOS CANDIDATOS DEL PROVEEDOR EN CURSO. FACMSTR VA   *
000942* POR PROVEEDOR + NUMERO, ASI QUE AL CAMBIAR DE PROVEEDOR LA *
000943* TABLA ESTA COMPLETA Y SE DECIDE MONEDA A MONEDA.           *
000944*----------------------------------------------------------*
000945 01  WS-PROV-ACTUAL             PIC 9(06) VALUE ZERO.
000946 01  WS-CLAVE-SIGUIENTE         PIC X(18) VALUE SPACES.
000947 01  WS-MONEDA-ACTUAL           PIC X(03) VALUE SPACES.
000948 01  WS-SUMA-FACTURAS           PIC 9(11)V99 VALUE ZERO.
000950 01  WS-SUMA-ABONOS             PIC 9(11)V99 VALUE ZERO.
000951 01  WS-NETO                    PIC S9(11)V99 VALUE ZERO.
000952 01  WS-IMPORTE-A-PAGAR         PIC 9(09)V99 VALUE ZERO.
000953 01  WS-DOC-TAB-COUNT           PIC 9(04) COMP VALUE ZERO.
000954 01  WS-DOC-TABLA.
000955     05 WS-DOC-ENTRY OCCURS 1 TO 500 TIMES
000956             DEPENDING ON WS-DOC-TAB-COUNT
000957             INDEXED BY WS-DOC-IDX WS-DOC-IDX2.
000958         10 DT-NUMERO           PIC X(12).
000960         10 DT-TIPO-DOC         PIC X(01).
000961             88 DT-ES-ABONO         VALUE "A".
000962         10 DT-MONEDA           PIC X(03).
000963         10 DT-IMPORTE          PIC 9(09)V99.
000964         10 DT-HECHO-SW         PIC X(01).
000965             88 DT-HECHO            VALUE "S".
000966
000967 01  WS-DET-LINE.
000968     05 DL-PROV-ID              PIC 9(06).
000970     05 FILLER                  PIC X(02) VALUE SPACES.
000980     05 DL-NOMBRE               PIC X(20).
000990     05 FILLER                  PIC X(02) VALUE SPACES.
001020     05 DL-VENCE                PIC 9(08).
001030     05 FILLER                  PIC X(02) VALUE SPACES.
001040     05 DL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
001041     05 FILLER                  PIC X(01) VALUE SPACES.
001042     05 DL-TIPO                 PIC X(05).
001043
001044 01  WS-NETO-LINE.
001045     05 FILLER                  PIC X(08) VALUE SPACES.
001046     05 FILLER                  PIC X(36)
001047         VALUE "NETO A PAGAR AL PROVEEDOR EN".
001048     05 NL-MONEDA               PIC X(03).
001049     05 FILLER                  PIC X(07) VALUE SPACES.
001050     05 NL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
001051
001052 01  WS-A-FAVOR-LINE.
001053     05 AF-PROV-ID              PIC 9(06).
001054     05 FILLER                  PIC X(02) VALUE SPACES.
001055     05 AF-NOMBRE               PIC X(20).
001056     05 FILLER                  PIC X(01) VALUE SPACES.
001057     05 FILLER                  PIC X(22)
001058         VALUE "SALDO A NUESTRO FAVOR".
001059     05 AF-MONEDA               PIC X(03).
001060     05 AF-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
001061     05 FILLER                  PIC X(01) VALUE SPACES.
001062     05 FILLER                  PIC X(07) VALUE "NO PAGO".
001064
001067 01  WS-TOTAL-LINE.
001070     05 TL-TEXTO                PIC X(24).
001080     05 TL-CUENTA               PIC ZZZ.ZZ9.
001090     05 FILLER                  PIC X(04) VALUE SPACES.
001730 2000-BARRER-FACTURAS.
001740     PERFORM 2100-LEER-FACTURA THRU 2100-EXIT
001750         UNTIL WS-EOF-FAC.
001755     PERFORM 2500-CERRAR-PROVEEDOR THRU 2500-EXIT.
001760 2000-EXIT.
001770     EXIT.
001780
001880         GO TO ABEND-CLEANUP
001890     END-IF
001900     ADD 1 TO WS-LEIDAS-COUNT
001903     IF FAC-PROV-ID NOT = WS-PROV-ACTUAL
001907         PERFORM 2500-CERRAR-PROVEEDOR THRU 2500-EXIT
001910         MOVE FAC-PROV-ID TO WS-PROV-ACTUAL
001913     END-IF
001917     IF FAC-PENDIENTE
001920         IF FAC-ES-ABONO OR FAC-FECHA-VENCE <= WS-FECHA-CORTE
001923             PERFORM 2200-GUARDAR-DOC THRU 2200-EXIT
001927         END-IF
001930     END-IF
001932     IF FAC-BLOQUEADA
001934         ADD 1 TO WS-BLOQUEADAS-COUNT
001936         ADD FAC-IMPORTE TO WS-TOTAL-BLOQUEADO
001938     END-IF.
001940 2100-EXIT.
001950     EXIT.
001951
001952 2200-GUARDAR-DOC.
001953     IF WS-DOC-TAB-COUNT >= 500
001955         DISPLAY "FACPROP: TABLA DE DOCUMENTOS LLENA, "
001956             "PROVEEDOR " FAC-PROV-ID
001957         GO TO ABEND-CLEANUP
001959     END-IF
001960     ADD 1 TO WS-DOC-TAB-COUNT
001961     MOVE FAC-NUMERO TO DT-NUMERO (WS-DOC-TAB-COUNT)
001963     MOVE FAC-TIPO-DOC TO DT-TIPO-DOC (WS-DOC-TAB-COUNT)
001964     MOVE FAC-MONEDA TO DT-MONEDA (WS-DOC-TAB-COUNT)
001965     COMPUTE DT-IMPORTE (WS-DOC-TAB-COUNT) =
001967         FAC-IMPORTE - FAC-IMPORTE-RETENIDO
001968     MOVE "N" TO DT-HECHO-SW (WS-DOC-TAB-COUNT).
001969 2200-EXIT.
001970     EXIT.
001972
001973*----------------------------------------------------------*
001974* FIN DE PROVEEDOR: DECIDE MONEDA A MONEDA. LA SELECCION LEE *
001976* Y REESCRIBE POR CLAVE, ASI QUE DESPUES SE REPOSICIONA EL   *
001977* BARRIDO EN EL PRIMER DOCUMENTO DEL PROVEEDOR SIGUIENTE,    *
001978* QUE YA ESTABA LEIDO.                                       *
001980*----------------------------------------------------------*
001981 2500-CERRAR-PROVEEDOR.
001982     IF WS-DOC-TAB-COUNT = ZERO
001984         GO TO 2500-EXIT
001985     END-IF
001986     MOVE FAC-CLAVE TO WS-CLAVE-SIGUIENTE
001987     PERFORM 2600-CERRAR-MONEDA THRU 2600-EXIT
001988         VARYING WS-DOC-IDX FROM 1 BY 1
001989         UNTIL WS-DOC-IDX > WS-DOC-TAB-COUNT
001990     MOVE ZERO TO WS-DOC-TAB-COUNT
001991     IF WS-EOF-FAC
001992         GO TO 2500-EXIT
001993     END-IF
001994     MOVE WS-CLAVE-SIGUIENTE TO FAC-CLAVE
001995     START FACTURA-MASTER-FILE
001996         KEY IS EQUAL TO FAC-CLAVE
001997         INVALID KEY
001998             DISPLAY "FACPROP: ERROR REPOSICIONANDO FACMSTR "
001999                 WS-CLAVE-SIGUIENTE
002000             GO TO ABEND-CLEANUP
002001     END-START
002002     READ FACTURA-MASTER-FILE NEXT
002003         AT END
002004             DISPLAY "FACPROP: ERROR REPOSICIONANDO FACMSTR "
002005                 WS-CLAVE-SIGUIENTE
002006             GO TO ABEND-CLEANUP
002007     END-READ
002008     IF NOT WS-FACMSTR-OK
002009         DISPLAY "FACPROP: ERROR LEYENDO FACMSTR "
002010             WS-FACMSTR-STATUS
002011         GO TO ABEND-CLEANUP
002012     END-IF.
002013 2500-EXIT.
002014     EXIT.
002015
002016*----------------------------------------------------------*
002017* UNA MONEDA DEL PROVEEDOR: SI LAS FACTURAS VENCIDAS CUBREN  *
002018* LOS ABONOS SE SELECCIONA TODO Y SE DA EL NETO; SI NO, NO   *
002019* SE SELECCIONA NADA Y EL PROVEEDOR SE MARCA CON SU SALDO A  *
002020* FAVOR.                                                     *
002021*----------------------------------------------------------*
002022 2600-CERRAR-MONEDA.
002023     IF DT-HECHO (WS-DOC-IDX)
002024         GO TO 2600-EXIT
002025     END-IF
002026     MOVE DT-MONEDA (WS-DOC-IDX) TO WS-MONEDA-ACTUAL
002027     MOVE ZERO TO WS-SUMA-FACTURAS
002028     MOVE ZERO TO WS-SUMA-ABONOS
002029     PERFORM 2610-SUMAR-DOC THRU 2610-EXIT
002030         VARYING WS-DOC-IDX2 FROM WS-DOC-IDX BY 1
002031         UNTIL WS-DOC-IDX2 > WS-DOC-TAB-COUNT
002032     COMPUTE WS-NETO = WS-SUMA-FACTURAS - WS-SUMA-ABONOS
002033     IF WS-NETO < ZERO
002034         ADD 1 TO WS-A-FAVOR-COUNT
002035         COMPUTE WS-NETO = ZERO - WS-NETO
002036         ADD WS-NETO TO WS-TOTAL-A-FAVOR
002037         MOVE WS-PROV-ACTUAL TO AF-PROV-ID
002038         MOVE WS-PROV-ACTUAL TO FAC-PROV-ID
002039         PERFORM 3100-BUSCAR-NOMBRE THRU 3100-EXIT
002040         MOVE DL-NOMBRE TO AF-NOMBRE
002041         MOVE WS-MONEDA-ACTUAL TO AF-MONEDA
002042         MOVE WS-NETO TO AF-IMPORTE
002043         MOVE WS-A-FAVOR-LINE TO PROP-RPT-LINE
002044         WRITE PROP-RPT-LINE
002045         PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002046         GO TO 2600-EXIT
002047     END-IF
002048     PERFORM 2620-SELECCIONAR-DOC THRU 2620-EXIT
002049         VARYING WS-DOC-IDX2 FROM WS-DOC-IDX BY 1
002050         UNTIL WS-DOC-IDX2 > WS-DOC-TAB-COUNT
002051     ADD 1 TO WS-PAGOS-COUNT
002052     ADD WS-NETO TO WS-TOTAL-NETO
002053     IF WS-SUMA-ABONOS > ZERO
002054         MOVE WS-MONEDA-ACTUAL TO NL-MONEDA
002055         MOVE WS-NETO TO NL-IMPORTE
002056         MOVE WS-NETO-LINE TO PROP-RPT-LINE
002057         WRITE PROP-RPT-LINE
002058         PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002059     END-IF.
002060 2600-EXIT.
002061     EXIT.
002062
002063 2610-SUMAR-DOC.
002064     IF DT-HECHO (WS-DOC-IDX2)
002065         OR DT-MONEDA (WS-DOC-IDX2) NOT = WS-MONEDA-ACTUAL
002066         GO TO 2610-EXIT
002067     END-IF
002068     MOVE "S" TO DT-HECHO-SW (WS-DOC-IDX2)
002069     IF DT-ES-ABONO (WS-DOC-IDX2)
002070         ADD DT-IMPORTE (WS-DOC-IDX2) TO WS-SUMA-ABONOS
002071     ELSE
002072         ADD DT-IMPORTE (WS-DOC-IDX2) TO WS-SUMA-FACTURAS
002073     END-IF.
002074 2610-EXIT.
002075     EXIT.
002076
002077 2620-SELECCIONAR-DOC.
002078     IF DT-MONEDA (WS-DOC-IDX2) NOT = WS-MONEDA-ACTUAL
002079         GO TO 2620-EXIT
002080     END-IF
002081     MOVE WS-PROV-ACTUAL TO FAC-PROV-ID
002082     MOVE DT-NUMERO (WS-DOC-IDX2) TO FAC-NUMERO
002083     READ FACTURA-MASTER-FILE
002084         INVALID KEY
002085             DISPLAY "FACPROP: DOCUMENTO DESAPARECIDO "
002086                 FAC-CLAVE
002087             GO TO ABEND-CLEANUP
002088     END-READ
002089     PERFORM 3000-SELECCIONAR THRU 3000-EXIT.
002090 2620-EXIT.
002091     EXIT.
002092
002093 3000-SELECCIONAR.
002094     MOVE "S" TO FAC-ESTADO-SW
002095     REWRITE FACTURA-MASTER-REC
002096     IF NOT WS-FACMSTR-OK
002097         DISPLAY "FACPROP: ERROR REESCRIBIENDO FACMSTR "
002098             WS-FACMSTR-STATUS
002099         GO TO ABEND-CLEANUP
002101     END-IF
002102     COMPUTE WS-IMPORTE-A-PAGAR =
002103         FAC-IMPORTE - FAC-IMPORTE-RETENIDO
002104     IF FAC-ES-ABONO
002105         ADD 1 TO WS-ABONOS-COUNT
002106         ADD WS-IMPORTE-A-PAGAR TO WS-TOTAL-ABONOS
002107         MOVE "ABONO" TO DL-TIPO
002108     ELSE
002109         ADD 1 TO WS-SELECCIONADAS-COUNT
002111         ADD WS-IMPORTE-A-PAGAR TO WS-TOTAL-PROPUESTO
002112         MOVE SPACES TO DL-TIPO
002113     END-IF
002114     MOVE FAC-PROV-ID TO DL-PROV-ID
002115     PERFORM 3100-BUSCAR-NOMBRE THRU 3100-EXIT
002116     MOVE FAC-NUMERO TO DL-NUMERO
002117     MOVE FAC-FECHA-VENCE TO DL-VENCE
002118     MOVE WS-IMPORTE-A-PAGAR TO DL-IMPORTE
002120     MOVE WS-DET-LINE TO PROP-RPT-LINE
002130     WRITE PROP-RPT-LINE
002140     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
002510     MOVE WS-TOTAL-LINE TO PROP-RPT-LINE
002520     WRITE PROP-RPT-LINE
002530     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002531     MOVE "ABONOS COMPENSADOS      " TO TL-TEXTO
002532     MOVE WS-ABONOS-COUNT TO TL-CUENTA
002533     MOVE WS-TOTAL-ABONOS TO TL-IMPORTE
002534     MOVE WS-TOTAL-LINE TO PROP-RPT-LINE
002535     WRITE PROP-RPT-LINE
002536     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002537     MOVE "PAGOS NETOS PROPUESTOS  " TO TL-TEXTO
002538     MOVE WS-PAGOS-COUNT TO TL-CUENTA
002539     MOVE WS-TOTAL-NETO TO TL-IMPORTE
002540     MOVE WS-TOTAL-LINE TO PROP-RPT-LINE
002541     WRITE PROP-RPT-LINE
002542     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002543     MOVE "PROV. CON SALDO A FAVOR " TO TL-TEXTO
002544     MOVE WS-A-FAVOR-COUNT TO TL-CUENTA
002545     MOVE WS-TOTAL-A-FAVOR TO TL-IMPORTE
002546     MOVE WS-TOTAL-LINE TO PROP-RPT-LINE
002547     WRITE PROP-RPT-LINE
002548     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002549     MOVE "FACTURAS BLOQUEADAS     " TO TL-TEXTO
002550     MOVE WS-BLOQUEADAS-COUNT TO TL-CUENTA
002552     MOVE WS-TOTAL-BLOQUEADO TO TL-IMPORTE
002553     MOVE WS-TOTAL-LINE TO PROP-RPT-LINE
002554     WRITE PROP-RPT-LINE
002556     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
002557     CLOSE FACTURA-MASTER-FILE.
002558     CLOSE PROVEEDOR-MASTER-FILE.
002560     CLOSE PROP-RPT-FILE.
002570     DISPLAY "FACPROP: PROPUESTAS " WS-SELECCIONADAS-COUNT
002580         " AL CORTE " WS-FECHA-CORTE.
002582     IF WS-A-FAVOR-COUNT > ZERO
002583         DISPLAY "FACPROP: PROVEEDORES CON SALDO A FAVOR "
002585             WS-A-FAVOR-COUNT
002587         MOVE 4 TO RETURN-CODE
002588     END-IF.
002590 9000-EXIT.
002600     EXIT.
002610

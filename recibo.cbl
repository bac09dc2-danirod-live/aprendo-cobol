000287* 2026-09-02 DR  IDEM PARA EL AJUSTE POR AUSENCIAS           *
000288*                (NP-AJUSTE-AUSEN) Y LAS NOVEDADES DEL       *
000289*                PERIODO (NP-NOVEDADES).                     *
000290* 2026-10-15 DR  GASTOS DE VIAJE PAGADOS EN NOMINA: EL       *
000291*                EXCESO DE DIETAS SUJETO (NP-GASTOS-SUJETO)  *
000292*                Y EL REEMBOLSO EXENTO (NP-GASTOS-EXENTO)    *
000293*                SALEN COMO LINEAS PROPIAS DE DEVENGO.       *
000294* 2026-10-15 DR  LA AMORTIZACION DE PRESTAMOS Y ANTICIPOS AL *
000295*                PERSONAL (NP-AMORT-PRESTAMO) SALE COMO      *
000296*                LINEA PROPIA DE DEDUCCION, ANTES DEL AJUSTE *
000297*                DE OTRAS DEDUCCIONES.                       *
000298* 2026-10-15 DR  EL COMPLEMENTO DE ANTIGUEDAD (NP-TRIENIOS)  *
000299*                SALE COMO LINEA PROPIA DE DEVENGO, DEBAJO   *
000300*                DEL SALARIO.                                *
000301* 2026-10-15 DR  LA LINEA DE RETENCION IRPF LLEVA EL TIPO    *
000302*                APLICADO EN EL PERIODO (NP-TIPO-IRPF).      *
000303* 2026-10-15 DR  NOMINAS FUERA DE CICLO: DEBAJO DEL TITULO   *
000304*                UNA LINEA DICE SI EL RECIBO ES DE UNA       *
000305*                NOMINA COMPLEMENTARIA, DE REEMPLAZO O UNA   *
000306*                ANULACION, CON SU MOTIVO. EN ELLAS NO SE    *
000307*                DESGLOSA DEDMSTR (LA CUOTA DEL MES NO ES LO *
000308*                COBRADO) Y LAS OTRAS DEDUCCIONES VAN EN UNA *
000309*                SOLA LINEA. LOS IMPORTES PUEDEN SER         *
000310*                NEGATIVOS. SI PARTE DEL LIQUIDO SE COMPENSO *
000311*                CON UNA ANULACION ANTERIOR (NP-COMPENSADO)  *
000312*                SALE LA COMPENSACION Y EL IMPORTE QUE SE    *
000313*                ABONA, Y SI UNA ANULACION DEJA SALDO A      *
000314*                DEVOLVER POR EL EMPLEADO (NP-A-RECLAMAR)    *
000315*                SALE COMO PENDIENTE DE REINTEGRO.           *
000316* 2026-10-15 DR  CADA LINEA DEL RECIBO SE COPIA ADEMAS AL    *
000317*                FICHERO COMPARTIDO DISTREP (COPY DISTREP)   *
000318*                ROTULADA CON EL DEPARTAMENTO Y EL EMPLEADO, *
000319*                PARA QUE INFDIST ENVIE CADA RECIBO A SU     *
000320*                DESTINATARIO; LA LINEA RESUMEN VA COMUN.    *
000322*----------------------------------------------------------*
000324
000326 ENVIRONMENT DIVISION.
000328 CONFIGURATION SECTION.
000330 SPECIAL-NAMES.
000340     DECIMAL-POINT IS COMMA.
000350
000600     SELECT RECIBO-RPT-FILE ASSIGN TO "RECIBRPT"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RECIBRPT-STATUS.
000622
000624     SELECT DIST-REP-FILE ASSIGN TO "DISTREP"
000626         ORGANIZATION IS SEQUENTIAL
000628         FILE STATUS IS WS-DISTREP-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000820 FD  RECIBO-RPT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  RECIBO-RPT-LINE            PIC X(80).
000842
000844 FD  DIST-REP-FILE
000846     LABEL RECORDS ARE STANDARD.
000848     COPY DISTREP.
000850
000860 WORKING-STORAGE SECTION.
000870 01  WS-EMPNETO-STATUS           PIC X(02) VALUE SPACES.
001030
001040 01  WS-RECIBRPT-STATUS          PIC X(02) VALUE SPACES.
001050     88 WS-RECIBRPT-OK               VALUE "00".
001051
001052 01  WS-DISTREP-STATUS           PIC X(02) VALUE SPACES.
001053     88 WS-DISTREP-OK                VALUE "00".
001054     88 WS-DISTREP-NO-FILE           VALUE "35".
001055
001056*----------------------------------------------------------*
001057* ROTULO DE LA COPIA PARA REPARTO: DEPARTAMENTO ("****" =    *
001058* COMUN) Y EMPLEADO DEL RECIBO EN CURSO, Y CORRIDA.          *
001059*----------------------------------------------------------*
001060 01  WS-DIST-DEPTO               PIC X(04) VALUE "****".
001061     88 WS-DIST-COMUN                VALUE "****".
001062 01  WS-DIST-EMP-ID              PIC 9(06) VALUE ZERO.
001063 01  WS-DIST-FECHA               PIC 9(08) VALUE ZERO.
001064 01  WS-DIST-HORA                PIC 9(08) VALUE ZERO.
001065 01  WS-DIST-SECUENCIA           PIC 9(07) COMP VALUE ZERO.
001067
001070 01  WS-SWITCHES.
001080     05 WS-EOF-NETO-SW         PIC X(01) VALUE "N".
001090         88 WS-EOF-NETO             VALUE "Y".
001170 01  WS-COUNTERS.
001180     05 WS-RECIBOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001190
001200 01  WS-DEDUC-LISTADAS           PIC S9(07)V99 VALUE ZERO.
001210 01  WS-DEDUC-AJUSTE             PIC S9(07)V99 VALUE ZERO.
001220 01  WS-TOTAL-DEDUCCIONES        PIC S9(07)V99 VALUE ZERO.
001225 01  WS-NETO-A-PAGAR             PIC S9(07)V99 VALUE ZERO.
001230
001231 01  WS-TEXTO-IRPF.
001233     05 FILLER                  PIC X(18) VALUE
001234         "RETENCION IRPF AL ".
001236     05 TX-TIPO-IRPF            PIC ZZ9,99.
001237     05 FILLER                  PIC X(04) VALUE " %".
001239
001240 01  WS-SEPARADOR-LINE           PIC X(60) VALUE ALL "=".
001250
001260 01  WS-TITULO-LINE.
001290     05 TI-ANIO                 PIC 9(04).
001300     05 FILLER                  PIC X(01) VALUE "/".
001310     05 TI-MES                  PIC 9(02).
001312
001313 01  WS-TIPO-LINE.
001315     05 TP-TEXTO                PIC X(24).
001317     05 FILLER                  PIC X(08) VALUE " MOTIVO ".
001318     05 TP-MOTIVO               PIC X(02).
001320
001330 01  WS-FECHA-NOMINA-ED.
001340     05 FE-ANIO                 PIC 9(04).
002090             WS-RECIBRPT-STATUS
002100         GO TO ABEND-CLEANUP
002110     END-IF
002115     PERFORM 1300-ABRIR-DISTREP THRU 1300-EXIT
002120     PERFORM 2100-READ-NETO THRU 2100-EXIT.
002130 1000-EXIT.
002140     EXIT.
002141
002142*----------------------------------------------------------*
002143* ABRE LA COPIA PARA REPARTO EN EXTEND (LA PRIMERA VEZ SE    *
002144* CREA) Y FIJA LA FECHA Y HORA QUE IDENTIFICAN LA CORRIDA.   *
002145*----------------------------------------------------------*
002146 1300-ABRIR-DISTREP.
002147     OPEN EXTEND DIST-REP-FILE.
002148     IF WS-DISTREP-NO-FILE
002149         OPEN OUTPUT DIST-REP-FILE
002150     END-IF
002151     IF NOT WS-DISTREP-OK
002152         DISPLAY "RECIBO: ERROR ABRIENDO DISTREP "
002153             WS-DISTREP-STATUS
002154         GO TO ABEND-CLEANUP
002155     END-IF
002156     ACCEPT WS-DIST-FECHA FROM DATE YYYYMMDD
002157     ACCEPT WS-DIST-HORA FROM TIME.
002158 1300-EXIT.
002159     EXIT.
002162
002166 2000-PROCESS-NETO.
002170     PERFORM 3000-EMITIR-RECIBO THRU 3000-EXIT.
002180     ADD 1 TO WS-RECIBOS-COUNT
002190     PERFORM 2100-READ-NETO THRU 2100-EXIT.
002390* LINEA A LINEA Y NETO FINAL.                                *
002400*----------------------------------------------------------*
002410 3000-EMITIR-RECIBO.
002413     MOVE NP-DEPARTAMENTO TO WS-DIST-DEPTO
002416     MOVE NP-EMP-ID TO WS-DIST-EMP-ID
002420     MOVE WS-SEPARADOR-LINE TO RECIBO-RPT-LINE
002430     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002440     MOVE NP-FECHA-NOMINA TO WS-FECHA-NOMINA-ED
002460     MOVE FE-MES  TO TI-MES
002470     MOVE WS-TITULO-LINE TO RECIBO-RPT-LINE
002480     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002482     IF NOT NP-ORDINARIA
002485         PERFORM 3050-ROTULAR-TIPO THRU 3050-EXIT
002488     END-IF
002490     PERFORM 3100-ROTULAR-EMPLEADO THRU 3100-EXIT
002500     PERFORM 3200-ROTULAR-DEPTO THRU 3200-EXIT
002510     MOVE SPACES TO RECIBO-RPT-LINE
002550     MOVE "SALARIO BRUTO DEL PERIODO   " TO CL-TEXTO
002560     MOVE NP-SALARIO-BRUTO TO CL-IMPORTE
002570     PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002571     IF NP-TRIENIOS NOT = ZERO
002572         MOVE "COMPLEMENTO ANTIGUEDAD      " TO CL-TEXTO
002573         MOVE NP-TRIENIOS TO CL-IMPORTE
002583         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002593     END-IF
002603     IF NP-AJUSTE-RETRO NOT = ZERO
002613         MOVE "AJUSTE RETROACTIVO SALARIO  " TO CL-TEXTO
002623         MOVE NP-AJUSTE-RETRO TO CL-IMPORTE
002633         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002643     END-IF
002579     IF NP-AJUSTE-AUSEN NOT = ZERO
002579         MOVE "AJUSTE POR AUSENCIAS        " TO CL-TEXTO
002579         MOVE NP-AJUSTE-AUSEN TO CL-IMPORTE
002579         MOVE NP-NOVEDADES TO CL-IMPORTE
002579         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002579     END-IF
002580     IF NP-GASTOS-SUJETO NOT = ZERO
002581         MOVE "DIETAS SUJETAS (EXCESO)     " TO CL-TEXTO
002582         MOVE NP-GASTOS-SUJETO TO CL-IMPORTE
002583         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002584     END-IF
002585     IF NP-GASTOS-EXENTO NOT = ZERO
002586         MOVE "GASTOS DE VIAJE (EXENTOS)   " TO CL-TEXTO
002587         MOVE NP-GASTOS-EXENTO TO CL-IMPORTE
002588         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002589     END-IF
002591     MOVE "DEDUCCIONES" TO RECIBO-RPT-LINE
002594     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002597     MOVE NP-TIPO-IRPF TO TX-TIPO-IRPF
002603     MOVE WS-TEXTO-IRPF TO CL-TEXTO
002610     MOVE NP-IRPF TO CL-IMPORTE
002620     PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002630     MOVE "SEGURIDAD SOCIAL            " TO CL-TEXTO
002720     MOVE "LIQUIDO A PERCIBIR          " TO CL-TEXTO
002730     MOVE NP-NETO TO CL-IMPORTE
002740     PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002741     IF NP-COMPENSADO NOT = ZERO
002742         MOVE "COMPENSADO CON ANULACION    " TO CL-TEXTO
002743         COMPUTE CL-IMPORTE = ZERO - NP-COMPENSADO
002744         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002745         COMPUTE WS-NETO-A-PAGAR = NP-NETO - NP-COMPENSADO
002746         MOVE "IMPORTE A ABONAR            " TO CL-TEXTO
002747         MOVE WS-NETO-A-PAGAR TO CL-IMPORTE
002748         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002749     END-IF
002750     IF NP-A-RECLAMAR NOT = ZERO
002751         MOVE "PENDIENTE DE REINTEGRO      " TO CL-TEXTO
002752         MOVE NP-A-RECLAMAR TO CL-IMPORTE
002753         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
002754     END-IF
002756     MOVE SPACES TO RECIBO-RPT-LINE
002758     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
002760     SET WS-DIST-COMUN TO TRUE
002765     MOVE ZERO TO WS-DIST-EMP-ID.
002770 3000-EXIT.
002780     EXIT.
002781
002782 3050-ROTULAR-TIPO.
002783     EVALUATE TRUE
002784         WHEN NP-SUPLEMENTARIA
002785             MOVE "NOMINA COMPLEMENTARIA" TO TP-TEXTO
002786         WHEN NP-REEMPLAZO
002787             MOVE "NOMINA DE REEMPLAZO" TO TP-TEXTO
002788         WHEN NP-ANULACION
002789             MOVE "ANULACION DE NOMINA" TO TP-TEXTO
002790         WHEN OTHER
002791             MOVE "NOMINA FUERA DE CICLO" TO TP-TEXTO
002792     END-EVALUATE
002793     MOVE NP-MOTIVO TO TP-MOTIVO
002794     MOVE WS-TIPO-LINE TO RECIBO-RPT-LINE
002795     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
002796 3050-EXIT.
002797     EXIT.
002798
002800 3100-ROTULAR-EMPLEADO.
002810     MOVE NP-EMP-ID TO EL-EMP-ID
002820     MOVE NP-EMP-ID TO EMP-ID
003140* LISTA CADA ELECCION ACTIVA DEL EMPLEADO EN DEDMSTR, EN EL  *
003150* MISMO RECORRIDO START/READ NEXT QUE USA PAYCALC, Y CIERRA  *
003160* CON UNA LINEA DE AJUSTE SI LO LISTADO NO CUADRA CON        *
003170* NP-OTRAS-DEDUC. FUERA DE CICLO NO SE DESGLOSA DEDMSTR.     *
003180*----------------------------------------------------------*
003190 4000-LISTAR-DEDUCCIONES.
003200     MOVE ZERO TO WS-DEDUC-LISTADAS
003210     IF WS-SIN-DEDMSTR OR NOT NP-ORDINARIA
003220         GO TO 4000-AJUSTE
003230     END-IF
003240     MOVE "N" TO WS-FIN-DEDUCC-SW
003320     PERFORM 4100-LEER-DEDUCCION THRU 4100-EXIT
003330         UNTIL WS-FIN-DEDUCC.
003340 4000-AJUSTE.
003341     IF NP-AMORT-PRESTAMO NOT = ZERO
003343         MOVE "AMORTIZACION PRESTAMOS      " TO CL-TEXTO
003344         MOVE NP-AMORT-PRESTAMO TO CL-IMPORTE
003346         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
003347         ADD NP-AMORT-PRESTAMO TO WS-DEDUC-LISTADAS
003349     END-IF
003350     COMPUTE WS-DEDUC-AJUSTE =
003360         NP-OTRAS-DEDUC - WS-DEDUC-LISTADAS
003370     IF WS-DEDUC-AJUSTE NOT = ZERO
003380         MOVE "AJUSTE OTRAS DEDUCCIONES    " TO CL-TEXTO
003382         IF NOT NP-ORDINARIA
003385             MOVE "OTRAS DEDUCCIONES           " TO CL-TEXTO
003388         END-IF
003390         MOVE WS-DEDUC-AJUSTE TO CL-IMPORTE
003400         PERFORM 8400-WRITE-CONCEPTO THRU 8400-EXIT
003410     END-IF
003760     EXIT.
003770
003780 8500-WRITE-LINEA.
003785     PERFORM 8550-COPIA-DISTRIB THRU 8550-EXIT
003790     WRITE RECIBO-RPT-LINE
003800     IF NOT WS-RECIBRPT-OK
003810         DISPLAY "RECIBO: ERROR ESCRIBIENDO RECIBRPT "
003840     END-IF.
003850 8500-EXIT.
003860     EXIT.
003861
003862*----------------------------------------------------------*
003863* COPIA LA LINEA QUE SE VA A ESCRIBIR EN RECIBRPT AL FICHERO *
003864* DE REPARTO, CON EL DEPARTAMENTO Y EL EMPLEADO DEL RECIBO.  *
003865*----------------------------------------------------------*
003866 8550-COPIA-DISTRIB.
003867     ADD 1 TO WS-DIST-SECUENCIA
003868     MOVE "RECIBO  " TO DR-INFORME
003869     MOVE WS-DIST-FECHA TO DR-FECHA
003870     MOVE WS-DIST-HORA TO DR-HORA
003871     MOVE WS-DIST-SECUENCIA TO DR-SECUENCIA
003872     MOVE WS-DIST-DEPTO TO DR-DEPTO
003873     MOVE WS-DIST-EMP-ID TO DR-EMP-ID
003874     MOVE RECIBO-RPT-LINE TO DR-LINEA
003875     WRITE DIST-REP-REC
003876     IF NOT WS-DISTREP-OK
003877         DISPLAY "RECIBO: ERROR ESCRIBIENDO DISTREP "
003878             WS-DISTREP-STATUS
003879         GO TO ABEND-CLEANUP
003880     END-IF.
003881 8550-EXIT.
003882     EXIT.
003884
003887 9000-TERMINATE.
003890     MOVE WS-RECIBOS-COUNT TO RL-RECIBOS
003900     MOVE WS-RESUMEN-LINE TO RECIBO-RPT-LINE
003910     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
003980         CLOSE DEPTO-MASTER-FILE
003990     END-IF
004000     CLOSE RECIBO-RPT-FILE.
004005     CLOSE DIST-REP-FILE.
004010     DISPLAY "RECIBO: RECIBOS EMITIDOS " WS-RECIBOS-COUNT.
004020 9000-EXIT.
004030     EXIT.
004090     CLOSE DEDUCCION-MASTER-FILE.
004100     CLOSE DEPTO-MASTER-FILE.
004110     CLOSE RECIBO-RPT-FILE.
004115     CLOSE DIST-REP-FILE.
004120     MOVE 16 TO RETURN-CODE.
004130     GOBACK.
004140

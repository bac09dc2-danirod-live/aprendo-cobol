000327*                EMP-ID Y CADA CORTE GRABA SU GRUPO EN           *
000328*                PT-GRUPO-PAGO, PARA QUE DOS CICLOS DE NOMINA    *
000329*                CONVIVAN SIN CONFUNDIR TOTALES NI APUNTES.      *
000330* 2026-10-15 DR  EL LISTADO TERMINA CON UN RESUMEN POR LA    *
000331*                JERARQUIA DE DEPARTAMENTOS DE DEPTMSTR      *
000332*                (DEPT-PADRE, COPY DEPTJER): CADA            *
000333*                DEPARTAMENTO SALE SANGRADO BAJO SU PADRE    *
000334*                CON LOS EMPLEADOS Y EL SALARIO PROPIOS MAS  *
000335*                LOS DE TODOS SUS SUBORDINADOS, Y EL TOTAL   *
000336*                GENERAL HACE DE TOTAL DE LA COMPANIA.       *
000337* 2026-10-15 DR  EL CORTE POR DEPARTAMENTO Y EL TOTAL        *
000338*                GENERAL INFORMAN, ADEMAS DE LOS EMPLEADOS,  *
000339*                LA PLANTILLA EN EQUIVALENTES A TIEMPO       *
000340*                COMPLETO (FTE): CADA EMPLEADO SUMA SU       *
000341*                PORCENTAJE DE JORNADA ENTRE 100, O UNO      *
000342*                ENTERO SI ES A JORNADA COMPLETA. EL ROTULO  *
000343*                DE EMPLEADOS DEL CORTE SE ACORTA A EMPL     *
000344*                PARA QUE QUEPA EN LA LINEA.                 *
000345* 2026-10-15 DR  CADA LINEA DEL LISTADO SE COPIA ADEMAS AL   *
000346*                FICHERO COMPARTIDO DISTREP (COPY DISTREP)   *
000347*                ROTULADA CON SU DEPARTAMENTO: EL CORTE CON  *
000348*                EL DEPARTAMENTO DEL CORTE, CADA LINEA DEL   *
000349*                RESUMEN POR JERARQUIA CON EL SUYO, Y EL     *
000350*                TITULO Y EL TOTAL GENERAL COMO LINEAS       *
000351*                COMUNES "****". INFDIST REPARTE CADA        *
000352*                DEPARTAMENTO A SU DESTINATARIO.             *
000362*----------------------------------------------------------*

000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000462         ACCESS MODE IS SEQUENTIAL
000464         RECORD KEY IS DEPT-CODIGO
000466         FILE STATUS IS WS-DEPTMSTR-STATUS.
000467
000468     SELECT DIST-REP-FILE ASSIGN TO "DISTREP"
000469         ORGANIZATION IS SEQUENTIAL
000471         FILE STATUS IS WS-DISTREP-STATUS.

000474 DATA DIVISION.
000477 FILE SECTION.
000480 FD  EMPLEADO-MASTER-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY EMPLEADO.
000535     05 SW-GRUPO-PAGO           PIC X(02).
000540     05 SW-EMP-ID               PIC 9(06).
000550     05 SW-SALARIO              PIC 9(07)V99.
000555     05 SW-FTE                  PIC 9(01)V9(04).

000560 FD  PAYROLL-RPT-FILE
000570     LABEL RECORDS ARE STANDARD.
000594 FD  DEPTO-MASTER-FILE
000596     LABEL RECORDS ARE STANDARD.
000598     COPY DEPTO.
000599
000600 FD  DIST-REP-FILE
000601     LABEL RECORDS ARE STANDARD.
000602     COPY DISTREP.

000604 WORKING-STORAGE SECTION.
000607 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
000610     88 WS-EMPMSTR-OK               VALUE "00".
000620     88 WS-EMPMSTR-EOF              VALUE "10".

000648     88 WS-DEPTMSTR-OK              VALUE "00".
000650     88 WS-DEPTMSTR-EOF             VALUE "10".
000652     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
000653
000654 01  WS-DISTREP-STATUS          PIC X(02) VALUE SPACES.
000655     88 WS-DISTREP-OK               VALUE "00".
000656     88 WS-DISTREP-NO-FILE          VALUE "35".
000657
000658*----------------------------------------------------------*
000659* ROTULO DE LA COPIA PARA REPARTO: DEPARTAMENTO DE LA LINEA  *
000660* QUE SE VA A ESCRIBIR ("****" = COMUN) Y CORRIDA.           *
000661*----------------------------------------------------------*
000662 01  WS-DIST-DEPTO              PIC X(04) VALUE "****".
000663     88 WS-DIST-COMUN               VALUE "****".
000664 01  WS-DIST-FECHA              PIC 9(08) VALUE ZERO.
000665 01  WS-DIST-HORA               PIC 9(08) VALUE ZERO.
000666 01  WS-DIST-SECUENCIA          PIC 9(07) COMP VALUE ZERO.

000667 01  WS-SWITCHES.
000668     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
000670         88 WS-EOF-MASTER           VALUE "Y".
000680     05 WS-EOF-SORT-SW         PIC X(01) VALUE "N".
000690         88 WS-EOF-SORT              VALUE "Y".
000728 01  WS-GRUPO-ACTUAL            PIC X(02) VALUE SPACES.
000730 01  WS-DEPTO-EMP-COUNT         PIC 9(05) COMP VALUE ZERO.
000740 01  WS-DEPTO-SALARIO-TOTAL     PIC 9(09)V99 VALUE ZERO.
000745 01  WS-DEPTO-FTE-TOTAL         PIC 9(05)V9(04) VALUE ZERO.

000750 01  WS-GRAN-EMP-COUNT          PIC 9(05) COMP VALUE ZERO.
000760 01  WS-GRAN-SALARIO-TOTAL      PIC 9(09)V99 VALUE ZERO.
000761 01  WS-GRAN-FTE-TOTAL          PIC 9(05)V9(04) VALUE ZERO.

000762 01  WS-JER-LINE.
000763     05 JL-SANGRIA              PIC X(22).
000764     05 JL-NOMBRE               PIC X(16).
000765     05 FILLER                  PIC X(06) VALUE " EMPL ".
000766     05 JL-EMP-COUNT            PIC ZZZZ9.
000767     05 FILLER                  PIC X(09) VALUE " SALARIO ".
000768     05 JL-SALARIO-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.

000770 01  WS-JER-TITULO              PIC X(80) VALUE
000771     "RESUMEN POR JERARQUIA DE DEPARTAMENTOS (CON SUBORDINADOS)".

000773     COPY DEPTJER.

000776 01  WS-DEPTO-LINE.
000780     05 FILLER                  PIC X(12) VALUE "DEPARTAMENTO".
000790     05 DL-DEPTO                PIC X(04).
000800     05 FILLER                  PIC X(01) VALUE SPACES.
000802     05 DL-DEPTO-NOMBRE         PIC X(16).
000804     05 FILLER                  PIC X(01) VALUE SPACES.
000810     05 FILLER                  PIC X(05) VALUE "EMPL ".
000820     05 DL-EMP-COUNT            PIC ZZZZ9.
000823     05 FILLER                  PIC X(04) VALUE " FTE".
000827     05 DL-FTE-TOTAL            PIC ZZZ9,99.
000830     05 FILLER                  PIC X(01) VALUE SPACES.
000840     05 FILLER                  PIC X(08) VALUE "SALARIO ".
000850     05 DL-SALARIO-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.
000870     05 FILLER                  PIC X(26) VALUE
000880         "TOTAL GENERAL  EMPLEADOS  ".
000890     05 GT-EMP-COUNT             PIC ZZZZ9.
000893     05 FILLER                  PIC X(06) VALUE "  FTE ".
000897     05 GT-FTE-TOTAL            PIC ZZZZ9,99.
000900     05 FILLER                  PIC X(04) VALUE SPACES.
000910     05 FILLER                  PIC X(08) VALUE "SALARIO ".
000920     05 GT-SALARIO-TOTAL        PIC Z.ZZZ.ZZZ.ZZ9,99.
001098             WS-PAYTOT-STATUS
001100         GO TO ABEND-CLEANUP
001102     END-IF
001103     PERFORM 1300-ABRIR-DISTREP THRU 1300-EXIT.
001104     PERFORM 1200-CARGAR-DEPTOS THRU 1200-EXIT.
001105     PERFORM 8600-CARGAR-JERARQUIA THRU 8600-EXIT.
001107 1000-EXIT.
001110     EXIT.

001112*----------------------------------------------------------*
001156 1260-EXIT.
001157     EXIT.
001158
001159*----------------------------------------------------------*
001160* ABRE LA COPIA PARA REPARTO EN EXTEND (LA PRIMERA VEZ SE    *
001161* CREA) Y FIJA LA FECHA Y HORA QUE IDENTIFICAN LA CORRIDA.   *
001162*----------------------------------------------------------*
001163 1300-ABRIR-DISTREP.
001164     OPEN EXTEND DIST-REP-FILE.
001165     IF WS-DISTREP-NO-FILE
001166         OPEN OUTPUT DIST-REP-FILE
001167     END-IF
001168     IF NOT WS-DISTREP-OK
001169         DISPLAY "PAYEXTR: ERROR ABRIENDO DISTREP "
001170             WS-DISTREP-STATUS
001171         GO TO ABEND-CLEANUP
001172     END-IF
001173     ACCEPT WS-DIST-FECHA FROM DATE YYYYMMDD
001174     ACCEPT WS-DIST-HORA FROM TIME.
001175 1300-EXIT.
001176     EXIT.
001186
001196*----------------------------------------------------------*
001206* PROCEDIMIENTO DE ENTRADA DEL SORT: LEE EMPMSTR EN SU ORDEN  *
001140* FISICO (POR EMP-ID) Y LIBERA CADA REGISTRO AL TRABAJO DE    *
001150* ORDENAMIENTO POR DEPARTAMENTO/EMP-ID.                       *
001160*----------------------------------------------------------*
001268             END-IF
001270             MOVE EMP-ID       TO SW-EMP-ID
001280             MOVE SALARIO      TO SW-SALARIO
001281             IF EMP-JORNADA-PCT IS NUMERIC
001282                 AND EMP-JORNADA-PCT > ZERO
001284                 AND EMP-JORNADA-PCT < 100
001285                 COMPUTE SW-FTE = EMP-JORNADA-PCT / 100
001286             ELSE
001288                 MOVE 1 TO SW-FTE
001289             END-IF
001290             RELEASE SORT-WORK-REC
001295         END-IF
001300         PERFORM 2100-READ-MASTER THRU 2100-EXIT
001660     END-IF
001670     ADD 1 TO WS-DEPTO-EMP-COUNT
001680     ADD SW-SALARIO TO WS-DEPTO-SALARIO-TOTAL
001685     ADD SW-FTE TO WS-DEPTO-FTE-TOTAL
001690     ADD 1 TO WS-GRAN-EMP-COUNT
001700     ADD SW-SALARIO TO WS-GRAN-SALARIO-TOTAL
001705     ADD SW-FTE TO WS-GRAN-FTE-TOTAL
001710 3200-EXIT.
001720     EXIT.

001779     END-SEARCH
001780     MOVE WS-DEPTO-EMP-COUNT     TO DL-EMP-COUNT
001790     MOVE WS-DEPTO-SALARIO-TOTAL TO DL-SALARIO-TOTAL
001795     MOVE WS-DEPTO-FTE-TOTAL     TO DL-FTE-TOTAL
001800     MOVE WS-DEPTO-LINE TO PAYROLL-RPT-LINE
001805     MOVE WS-DEPTO-ACTUAL TO WS-DIST-DEPTO
001807     PERFORM 8150-COPIA-DISTRIB THRU 8150-EXIT
001810     WRITE PAYROLL-RPT-LINE
001820     PERFORM 8100-CHECK-PAYRPT THRU 8100-EXIT
001821     SET WS-DIST-COMUN TO TRUE
001822     MOVE WS-DEPTO-ACTUAL        TO PT-DEPARTAMENTO
001823     MOVE WS-GRUPO-ACTUAL        TO PT-GRUPO-PAGO
001824     MOVE WS-DEPTO-EMP-COUNT     TO PT-EMP-COUNT
001834             WS-PAYTOT-STATUS
001836         GO TO ABEND-CLEANUP
001838     END-IF
001839     MOVE WS-DEPTO-ACTUAL TO JER-BUSCA
001840     PERFORM 8635-UBICAR-JER THRU 8635-EXIT
001841     ADD WS-DEPTO-EMP-COUNT TO JER-PROPIO (JER-IDX, 1)
001842     ADD WS-DEPTO-SALARIO-TOTAL TO JER-PROPIO (JER-IDX, 2)
001852     MOVE ZERO TO WS-DEPTO-EMP-COUNT
001840     MOVE ZERO TO WS-DEPTO-SALARIO-TOTAL
001845     MOVE ZERO TO WS-DEPTO-FTE-TOTAL
001850 8000-EXIT.
001860     EXIT.

001890         DISPLAY "PAYEXTR: ERROR ESCRIBIENDO PAYRPT "
001900             WS-PAYRPT-STATUS
001910         GO TO ABEND-CLEANUP
001911     END-IF.
001912 8100-EXIT.
001913     EXIT.
001914
001916*----------------------------------------------------------*
001917* COPIA LA LINEA QUE SE VA A ESCRIBIR EN PAYRPT AL FICHERO   *
001918* DE REPARTO, CON EL DEPARTAMENTO DE WS-DIST-DEPTO.          *
001919*----------------------------------------------------------*
001920 8150-COPIA-DISTRIB.
001922     ADD 1 TO WS-DIST-SECUENCIA
001923     MOVE "PAYEXTR " TO DR-INFORME
001924     MOVE WS-DIST-FECHA TO DR-FECHA
001925     MOVE WS-DIST-HORA TO DR-HORA
001926     MOVE WS-DIST-SECUENCIA TO DR-SECUENCIA
001928     MOVE WS-DIST-DEPTO TO DR-DEPTO
001929     MOVE ZERO TO DR-EMP-ID
001930     MOVE PAYROLL-RPT-LINE TO DR-LINEA
001931     WRITE DIST-REP-REC
001932     IF NOT WS-DISTREP-OK
001934         DISPLAY "PAYEXTR: ERROR ESCRIBIENDO DISTREP "
001935             WS-DISTREP-STATUS
001936         GO TO ABEND-CLEANUP
001937     END-IF.
001938 8150-EXIT.
001940     EXIT.

001941*----------------------------------------------------------*
001942* JERARQUIA DE DEPARTAMENTOS (COPY DEPTJER): SE CARGA DE     *
001943* DEPTMSTR CODIGO, NOMBRE Y PADRE DE CADA DEPARTAMENTO. SIN  *
001944* DEPTMSTR LA TABLA SE LLENA SOLO CON LOS DEPARTAMENTOS QUE  *
001946* TRAEN DATOS, TODOS COLGANDO DE LA COMPANIA.                *
001947*----------------------------------------------------------*
001948 8600-CARGAR-JERARQUIA.
001949     MOVE ZERO TO JER-TAB-COUNT
001950     OPEN INPUT DEPTO-MASTER-FILE.
001951     IF WS-DEPTMSTR-NO-FILE
001952         SET JER-SIN-DEPTMSTR TO TRUE
001953         GO TO 8600-EXIT
001954     END-IF
001955     IF NOT WS-DEPTMSTR-OK
001956         DISPLAY "PAYEXTR: ERROR ABRIENDO DEPTMSTR "
001957             WS-DEPTMSTR-STATUS
001958         GO TO ABEND-CLEANUP
001959     END-IF
001960     MOVE "N" TO WS-EOF-DEPTO-SW
001961     PERFORM 1250-LEER-DEPTO THRU 1250-EXIT
001962     PERFORM 8620-AGREGAR-DEPTO THRU 8620-EXIT
001963         UNTIL WS-EOF-DEPTO
001964     CLOSE DEPTO-MASTER-FILE.
001965 8600-EXIT.
001966     EXIT.

001968 8620-AGREGAR-DEPTO.
001969     MOVE DEPT-CODIGO TO JER-BUSCA
001970     PERFORM 8640-ALTA-JER THRU 8640-EXIT
001971     MOVE DEPT-NOMBRE TO JER-NOMBRE (JER-TAB-COUNT)
001972     IF DEPT-PADRE NOT = LOW-VALUES
001973         MOVE DEPT-PADRE TO JER-PADRE (JER-TAB-COUNT)
001974     END-IF
001975     PERFORM 1250-LEER-DEPTO THRU 1250-EXIT.
001976 8620-EXIT.
001977     EXIT.

001979 8630-BUSCAR-JER.
001980     MOVE "N" TO JER-HALLADO-SW
001981     IF JER-TAB-COUNT = ZERO
001982         GO TO 8630-EXIT
001983     END-IF
001984     SET JER-IDX TO 1
001985     SEARCH JER-ENTRY
001986         AT END
001987             CONTINUE
001988         WHEN JER-CODIGO (JER-IDX) = JER-BUSCA
001989             SET JER-HALLADO TO TRUE
001990     END-SEARCH.
001991 8630-EXIT.
001992     EXIT.

001994*----------------------------------------------------------*
001995* DEJA JER-IDX EN LA ENTRADA DEL DEPARTAMENTO DE JER-BUSCA   *
001996* Y LA MARCA CON DATOS. UN CODIGO QUE NO ESTA EN DEPTMSTR    *
001997* SE AGREGA COLGANDO DE LA COMPANIA.                         *
001998*----------------------------------------------------------*
001999 8635-UBICAR-JER.
002000     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
002001     IF NOT JER-HALLADO
002002         PERFORM 8640-ALTA-JER THRU 8640-EXIT
002003         MOVE "*** SIN DEPTMSTR" TO JER-NOMBRE (JER-TAB-COUNT)
002004         SET JER-IDX TO JER-TAB-COUNT
002005     END-IF
002006     SET JER-CON-DATOS (JER-IDX) TO TRUE.
002007 8635-EXIT.
002008     EXIT.

002010 8640-ALTA-JER.
002011     IF JER-TAB-COUNT >= 500
002012         DISPLAY "PAYEXTR: TABLA DE JERARQUIA LLENA"
002013         GO TO ABEND-CLEANUP
002014     END-IF
002015     ADD 1 TO JER-TAB-COUNT
002016     INITIALIZE JER-ENTRY (JER-TAB-COUNT)
002017     MOVE JER-BUSCA TO JER-CODIGO (JER-TAB-COUNT)
002018     MOVE "N" TO JER-DATOS-SW (JER-TAB-COUNT)
002019     MOVE "N" TO JER-IMPRIMIR-SW (JER-TAB-COUNT).
002020 8640-EXIT.
002021     EXIT.

002023*----------------------------------------------------------*
002024* PREPARA EL RESUMEN: RUTA Y NIVEL DE CADA DEPARTAMENTO      *
002025* SUBIENDO POR SUS PADRES (COMO MUCHO 10 NIVELES), ORDEN     *
002026* POR RUTA, QUE DEJA CADA HIJO DEBAJO DE SU PADRE, Y SUBIDA  *
002027* DE LO PROPIO DE CADA DEPARTAMENTO AL TOTAL DE EL MISMO Y   *
002028* DE TODOS SUS ASCENDIENTES. JER-COMPANIA QUEDA CON EL       *
002029* TOTAL DE LA COMPANIA.                                      *
002030*----------------------------------------------------------*
002031 8650-PREPARAR-JER.
002032     MOVE ZERO TO JER-COMPANIA (1)
002033     MOVE ZERO TO JER-COMPANIA (2)
002034     MOVE ZERO TO JER-COMPANIA (3)
002035     MOVE ZERO TO JER-COMPANIA (4)
002036     MOVE ZERO TO JER-COMPANIA (5)
002037     IF JER-TAB-COUNT = ZERO
002038         GO TO 8650-EXIT
002039     END-IF
002040     PERFORM 8655-RUTA THRU 8655-EXIT
002041         VARYING JER-I FROM 1 BY 1
002042         UNTIL JER-I > JER-TAB-COUNT
002043     PERFORM 8660-PASADA THRU 8660-EXIT
002044         VARYING JER-I FROM 1 BY 1
002045         UNTIL JER-I >= JER-TAB-COUNT
002046     PERFORM 8670-SUBIR-TOTALES THRU 8670-EXIT
002047         VARYING JER-I FROM 1 BY 1
002048         UNTIL JER-I > JER-TAB-COUNT.
002049 8650-EXIT.
002050     EXIT.

002052 8655-RUTA.
002053     MOVE JER-CODIGO (JER-I) TO JER-RUTA (JER-I)
002054     MOVE 1 TO JER-NIVEL (JER-I)
002055     MOVE JER-PADRE (JER-I) TO JER-BUSCA
002056     PERFORM 8657-SUBIR-RUTA THRU 8657-EXIT
002057         UNTIL JER-BUSCA = SPACES OR JER-NIVEL (JER-I) >= 10.
002058 8655-EXIT.
002059     EXIT.

002061 8657-SUBIR-RUTA.
002062     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
002063     IF NOT JER-HALLADO
002064         MOVE SPACES TO JER-BUSCA
002065         GO TO 8657-EXIT
002066     END-IF
002067     MOVE JER-RUTA (JER-I) TO JER-RUTA-AUX
002068     MOVE SPACES TO JER-RUTA (JER-I)
002069     STRING JER-BUSCA DELIMITED BY SIZE
002070            JER-RUTA-AUX DELIMITED BY SIZE
002071         INTO JER-RUTA (JER-I)
002072     END-STRING
002073     ADD 1 TO JER-NIVEL (JER-I)
002074     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
002075 8657-EXIT.
002076     EXIT.

002078 8660-PASADA.
002079     MOVE JER-I TO JER-MIN
002080     PERFORM 8665-COMPARA THRU 8665-EXIT
002081         VARYING JER-J FROM JER-I BY 1
002082         UNTIL JER-J > JER-TAB-COUNT
002083     IF JER-MIN NOT = JER-I
002084         MOVE JER-ENTRY (JER-I) TO JER-ENTRY-HOLD
002085         MOVE JER-ENTRY (JER-MIN) TO JER-ENTRY (JER-I)
002086         MOVE JER-ENTRY-HOLD TO JER-ENTRY (JER-MIN)
002087     END-IF.
002088 8660-EXIT.
002089     EXIT.

002091 8665-COMPARA.
002092     IF JER-RUTA (JER-J) < JER-RUTA (JER-MIN)
002093         MOVE JER-J TO JER-MIN
002094     END-IF.
002095 8665-EXIT.
002096     EXIT.

002098 8670-SUBIR-TOTALES.
002099     IF NOT JER-CON-DATOS (JER-I)
002100         GO TO 8670-EXIT
002101     END-IF
002102     ADD JER-PROPIO (JER-I, 1) TO JER-COMPANIA (1)
002103     ADD JER-PROPIO (JER-I, 2) TO JER-COMPANIA (2)
002104     ADD JER-PROPIO (JER-I, 3) TO JER-COMPANIA (3)
002105     ADD JER-PROPIO (JER-I, 4) TO JER-COMPANIA (4)
002106     ADD JER-PROPIO (JER-I, 5) TO JER-COMPANIA (5)
002107     MOVE JER-CODIGO (JER-I) TO JER-BUSCA
002108     MOVE ZERO TO JER-PASOS
002109     PERFORM 8675-SUMAR-ARRIBA THRU 8675-EXIT
002110         UNTIL JER-BUSCA = SPACES OR JER-PASOS >= 10.
002120 8670-EXIT.
002130     EXIT.

002140 8675-SUMAR-ARRIBA.
002150     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
002160     IF NOT JER-HALLADO
002170         MOVE SPACES TO JER-BUSCA
002180         GO TO 8675-EXIT
002190     END-IF
002200     ADD JER-PROPIO (JER-I, 1) TO JER-TOTAL (JER-IDX, 1)
002210     ADD JER-PROPIO (JER-I, 2) TO JER-TOTAL (JER-IDX, 2)
002220     ADD JER-PROPIO (JER-I, 3) TO JER-TOTAL (JER-IDX, 3)
002230     ADD JER-PROPIO (JER-I, 4) TO JER-TOTAL (JER-IDX, 4)
002240     ADD JER-PROPIO (JER-I, 5) TO JER-TOTAL (JER-IDX, 5)
002250     SET JER-IMPRIMIR (JER-IDX) TO TRUE
002260     ADD 1 TO JER-PASOS
002270     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
002280 8675-EXIT.
002290     EXIT.

002300*----------------------------------------------------------*
002310* RESUMEN POR JERARQUIA: UNA LINEA POR DEPARTAMENTO CON      *
002320* DATOS O CON SUBORDINADOS CON DATOS, SANGRADA DOS           *
002330* POSICIONES POR NIVEL. EL TOTAL GENERAL QUE SIGUE ES EL DE  *
002340* LA COMPANIA.                                               *
002350*----------------------------------------------------------*
002360 8680-IMPRIMIR-JER.
002370     IF JER-TAB-COUNT = ZERO
002380         GO TO 8680-EXIT
002390     END-IF
002400     MOVE SPACES TO PAYROLL-RPT-LINE
002410     PERFORM 8150-COPIA-DISTRIB THRU 8150-EXIT
002420     WRITE PAYROLL-RPT-LINE
002430     PERFORM 8100-CHECK-PAYRPT THRU 8100-EXIT
002440     MOVE WS-JER-TITULO TO PAYROLL-RPT-LINE
002450     PERFORM 8150-COPIA-DISTRIB THRU 8150-EXIT
002460     WRITE PAYROLL-RPT-LINE
002470     PERFORM 8100-CHECK-PAYRPT THRU 8100-EXIT
002480     PERFORM 8685-LINEA-JER THRU 8685-EXIT
002490         VARYING JER-I FROM 1 BY 1
002500         UNTIL JER-I > JER-TAB-COUNT
002510     MOVE SPACES TO PAYROLL-RPT-LINE
002520     PERFORM 8150-COPIA-DISTRIB THRU 8150-EXIT
002530     WRITE PAYROLL-RPT-LINE
002540     PERFORM 8100-CHECK-PAYRPT THRU 8100-EXIT.
002550 8680-EXIT.
002560     EXIT.

002570 8685-LINEA-JER.
002580     IF NOT JER-IMPRIMIR (JER-I)
002590         GO TO 8685-EXIT
002600     END-IF
002610     MOVE SPACES TO JL-SANGRIA
002620     COMPUTE JER-POS = JER-NIVEL (JER-I) * 2 - 1
002630     MOVE JER-CODIGO (JER-I) TO JL-SANGRIA (JER-POS:4)
002640     MOVE JER-NOMBRE (JER-I) TO JL-NOMBRE
002650     MOVE JER-TOTAL (JER-I, 1) TO JL-EMP-COUNT
002660     MOVE JER-TOTAL (JER-I, 2) TO JL-SALARIO-TOTAL
002670     MOVE WS-JER-LINE TO PAYROLL-RPT-LINE
002680     MOVE JER-CODIGO (JER-I) TO WS-DIST-DEPTO
002690     PERFORM 8150-COPIA-DISTRIB THRU 8150-EXIT
002700     WRITE PAYROLL-RPT-LINE
002710     PERFORM 8100-CHECK-PAYRPT THRU 8100-EXIT
002720     SET WS-DIST-COMUN TO TRUE.
002730 8685-EXIT.
002740     EXIT.

002750 9000-TERMINATE.
002760     PERFORM 8650-PREPARAR-JER THRU 8650-EXIT
002770     PERFORM 8680-IMPRIMIR-JER THRU 8680-EXIT
002780     MOVE WS-GRAN-EMP-COUNT     TO GT-EMP-COUNT
002790     MOVE WS-GRAN-SALARIO-TOTAL TO GT-SALARIO-TOTAL
002800     MOVE WS-GRAN-FTE-TOTAL     TO GT-FTE-TOTAL
002810     MOVE WS-GRAN-TOTAL-LINE TO PAYROLL-RPT-LINE
002820     PERFORM 8150-COPIA-DISTRIB THRU 8150-EXIT
002830     WRITE PAYROLL-RPT-LINE
002840     PERFORM 8100-CHECK-PAYRPT THRU 8100-EXIT
002850     CLOSE PAYROLL-RPT-FILE.
002860     CLOSE PAYROLL-TOT-FILE.
002870     CLOSE DIST-REP-FILE.
002880     DISPLAY "PAYEXTR: EMPLEADOS PROCESADOS " WS-GRAN-EMP-COUNT.
002890     DISPLAY "PAYEXTR: EQUIVALENTES T.COMPLETO " GT-FTE-TOTAL.
002900 9000-EXIT.
002910     EXIT.

002920 ABEND-CLEANUP.
002930     DISPLAY "PAYEXTR: TERMINACION ANORMAL - CERRANDO FICHEROS".
002940     CLOSE EMPLEADO-MASTER-FILE.
002950     CLOSE PAYROLL-RPT-FILE.
002960     CLOSE PAYROLL-TOT-FILE.
002970     CLOSE DIST-REP-FILE.
002980     MOVE 16 TO RETURN-CODE.
002990     GOBACK.

003000     END PROGRAM PAYEXTR.




000240*                BALANCE CLASIFICADO DE TRIALBAL. LA CUENTA  *
000250*                CUYA DESVIACION SUPERA EL PORCENTAJE DE     *
000260*                PRESPARM SE MARCA CON ASTERISCO.            *
000261* 2026-10-15 DR  AL FINAL, RESUMEN POR LA JERARQUIA DE       *
000262*                DEPARTAMENTOS DE DEPTMSTR (DEPT-PADRE, COPY *
000263*                DEPTJER). CADA CUENTA SE ATRIBUYE AL        *
000264*                DEPARTAMENTO QUE LA TIENE COMO CUENTA DE    *
000265*                GASTO EN DEPTGL; LAS CUENTAS QUE NO ESTAN   *
000266*                EN DEPTGL NO ENTRAN EN EL RESUMEN Y LAS QUE *
000267*                COMPARTEN VARIOS DEPARTAMENTOS SE CUENTAN   *
000268*                APARTE. CADA DEPARTAMENTO SALE SANGRADO     *
000269*                BAJO SU PADRE CON LO PROPIO MAS LO DE SUS   *
000270*                SUBORDINADOS, HASTA EL TOTAL DE LA          *
000271*                COMPANIA.                                   *
000272* 2026-10-15 DR  EL REGISTRO "%%%%" DE DEPTGL (CUENTA DE     *
000273*                RETENCIONES DE IRPF A PAGAR QUE USA PAYGL)  *
000274*                NO ES UN DEPARTAMENTO Y SE SALTA COMO LOS   *
000275*                DEMAS REGISTROS ESPECIALES.                 *
000276* 2026-10-15 DR  PRESMSTR LLEVA EL CENTRO DE COSTE EN LA     *
000277*                CLAVE: EL PRESUPUESTO DE LA CUENTA EN CADA  *
000278*                MES ES LA SUMA DE SUS CENTROS, LEIDA CON    *
000279*                START Y LECTURA SECUENCIAL EN VEZ DE LA     *
000280*                LECTURA DIRECTA.                            *
000281* 2026-10-15 DR  CADA LINEA DEL INFORME SE COPIA ADEMAS AL   *
000282*                FICHERO COMPARTIDO DISTREP (COPY DISTREP):  *
000283*                LAS CUENTAS ATRIBUIDAS POR DEPTGL Y LAS     *
000284*                LINEAS DE LA JERARQUIA LLEVAN SU            *
000285*                DEPARTAMENTO (SRT-DEPTO EN EL SORT), EL     *
000286*                RESTO VA COMO LINEA COMUN "****". INFDIST   *
000287*                REPARTE CADA DEPARTAMENTO A SU DESTINATARIO.*
000288*----------------------------------------------------------*
000289
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SPECIAL-NAMES.
000450
000460     SELECT PRESUPUESTO-FILE ASSIGN TO "PRESMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS PRE-CLAVE
000500         FILE STATUS IS WS-PRESMSTR-STATUS.
000510
000560     SELECT VAR-RPT-FILE ASSIGN TO "VARRPT"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-VARRPT-STATUS.
000581
000582     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000583         ORGANIZATION IS INDEXED
000584         ACCESS MODE IS SEQUENTIAL
000585         RECORD KEY IS DEPT-CODIGO
000586         FILE STATUS IS WS-DEPTMSTR-STATUS.
000587
000588     SELECT DEPT-GL-FILE ASSIGN TO "DEPTGL"
000589         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS WS-DEPTGL-STATUS.
000591
000592     SELECT DIST-REP-FILE ASSIGN TO "DISTREP"
000593         ORGANIZATION IS SEQUENTIAL
000594         FILE STATUS IS WS-DISTREP-STATUS.
000597
000600     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000610
000620 DATA DIVISION.
000820 FD  VAR-RPT-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 01  VAR-RPT-LINE               PIC X(80).
000841
000842 FD  DEPTO-MASTER-FILE
000843     LABEL RECORDS ARE STANDARD.
000844     COPY DEPTO.
000845
000846 FD  DEPT-GL-FILE
000847     LABEL RECORDS ARE STANDARD.
000848 01  DEPT-GL-REC.
000849     05 GLM-DEPARTAMENTO        PIC X(04).
000850     05 GLM-ACCT-ID             PIC 9(06).
000851     05 GLM-MONEDA              PIC X(03).
000852
000853 FD  DIST-REP-FILE
000854     LABEL RECORDS ARE STANDARD.
000856     COPY DISTREP.
000858
000860 SD  SORT-WORK-FILE.
000870 01  SORT-WORK-REC.
000880     05 SRT-CLASE               PIC X(01).
000930     05 SRT-MOV-YTD             PIC S9(11)V99.
000940     05 SRT-PPTO-YTD            PIC S9(11)V99.
000950     05 SRT-MARCA               PIC X(01).
000955     05 SRT-DEPTO               PIC X(04).
000960
000970 WORKING-STORAGE SECTION.
000980 01  WS-LEDGHIST-STATUS          PIC X(02) VALUE SPACES.
001110
001120 01  WS-VARRPT-STATUS            PIC X(02) VALUE SPACES.
001130     88 WS-VARRPT-OK                  VALUE "00".
001131
001132 01  WS-DEPTMSTR-STATUS          PIC X(02) VALUE SPACES.
001133     88 WS-DEPTMSTR-OK                VALUE "00".
001134     88 WS-DEPTMSTR-EOF               VALUE "10".
001135     88 WS-DEPTMSTR-NO-FILE           VALUE "35".
001136
001137 01  WS-DEPTGL-STATUS            PIC X(02) VALUE SPACES.
001138     88 WS-DEPTGL-OK                  VALUE "00".
001139     88 WS-DEPTGL-EOF                 VALUE "10".
001140     88 WS-DEPTGL-NO-FILE             VALUE "35".
001141
001142 01  WS-DISTREP-STATUS           PIC X(02) VALUE SPACES.
001143     88 WS-DISTREP-OK                 VALUE "00".
001144     88 WS-DISTREP-NO-FILE            VALUE "35".
001145
001146*----------------------------------------------------------*
001147* ROTULO DE LA COPIA PARA REPARTO: DEPARTAMENTO DE LA LINEA  *
001148* QUE SE VA A ESCRIBIR ("****" = COMUN) Y CORRIDA.           *
001149*----------------------------------------------------------*
001150 01  WS-DIST-DEPTO               PIC X(04) VALUE "****".
001151     88 WS-DIST-COMUN                 VALUE "****".
001152 01  WS-DIST-FECHA               PIC 9(08) VALUE ZERO.
001153 01  WS-DIST-HORA                PIC 9(08) VALUE ZERO.
001154 01  WS-DIST-SECUENCIA           PIC 9(07) COMP VALUE ZERO.
001156
001158 01  WS-SWITCHES.
001160     05 WS-EOF-HIST-SW         PIC X(01) VALUE "N".
001170         88 WS-EOF-HIST             VALUE "Y".
001180     05 WS-EOF-SORT-SW         PIC X(01) VALUE "N".
001230         88 WS-SIN-PRESMSTR         VALUE "S".
001240     05 WS-PRIMER-GRUPO-SW     PIC X(01) VALUE "S".
001250         88 WS-PRIMER-GRUPO         VALUE "S".
001252     05 WS-EOF-DEPTO-SW        PIC X(01) VALUE "N".
001254         88 WS-EOF-DEPTO            VALUE "Y".
001256     05 WS-EOF-DEPTGL-SW       PIC X(01) VALUE "N".
001258         88 WS-EOF-DEPTGL           VALUE "Y".
001259     05 WS-FIN-PPTO-SW         PIC X(01) VALUE "N".
001262         88 WS-FIN-PPTO             VALUE "Y".
001266
001270 01  WS-PERIODO                  PIC 9(06) VALUE ZERO.
001280 01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
001290     05 WS-PER-ANIO            PIC 9(04).
001370
001380 01  WS-MES-IDX                  PIC 9(02) COMP VALUE ZERO.
001390 01  WS-PERIODO-BUSCA            PIC 9(06) VALUE ZERO.
001395 01  WS-PPTO-MES                 PIC S9(11)V99 VALUE ZERO.
001400 01  WS-DESVIACION               PIC S9(11)V99 VALUE ZERO.
001410 01  WS-DESV-PCT                 PIC S9(07)V99 VALUE ZERO.
001420 01  WS-MARCADAS-COUNT           PIC 9(05) COMP VALUE ZERO.
001425 01  WS-COMPARTIDAS-COUNT        PIC 9(05) COMP VALUE ZERO.
001430
001440*----------------------------------------------------------*
001450* TABLA DE CUENTAS RECONSTRUIDA DE LEDGHIST: SALDO AL CIERRE *
001590         10 CTB-SALDO-INI        PIC S9(09)V99.
001600         10 CTB-TIENE-PER-SW     PIC X(01).
001610             88 CTB-TIENE-PER        VALUE "S".
001611
001612*----------------------------------------------------------*
001613* CUENTA DE GASTO -> DEPARTAMENTO SEGUN DEPTGL, PARA EL      *
001614* RESUMEN POR JERARQUIA. UNA CUENTA QUE DEPTGL ASIGNA A MAS  *
001615* DE UN DEPARTAMENTO QUEDA CON "????" Y NO SE ATRIBUYE.      *
001616*----------------------------------------------------------*
001617 01  WS-CTADEP-COUNT             PIC 9(04) COMP VALUE ZERO.
001618 01  WS-CTADEP-TABLE.
001619     05 WS-CTADEP-ENTRY OCCURS 1 TO 500 TIMES
001620             DEPENDING ON WS-CTADEP-COUNT
001621             INDEXED BY WS-CTADEP-IDX.
001622         10 CDP-ACCT             PIC 9(06).
001623         10 CDP-DEPTO            PIC X(04).
001626
001630 01  WS-GRUPO-ACTUAL             PIC X(04) VALUE SPACES.
001640 01  WS-CLASE-ACTUAL             PIC X(01) VALUE SPACE.
001650 01  WS-TOT-GRUPO-MOV            PIC S9(13)V99 VALUE ZERO.
001930     05 TL-MOV                  PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001940     05 FILLER                  PIC X(02) VALUE SPACES.
001950     05 TL-PPTO                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001951
001952 01  WS-JER-TITULO               PIC X(80) VALUE
001953     "RESUMEN POR JERARQUIA DE DEPARTAMENTOS (CON SUBORDINADOS)".
001954
001955 01  WS-JER-HDR.
001956     05 FILLER                  PIC X(16) VALUE "DEPARTAMENTO".
001957     05 FILLER                  PIC X(16) VALUE
001958         "     MOVIMIENTO ".
001959     05 FILLER                  PIC X(16) VALUE
001960         "    PRESUPUESTO ".
001961     05 FILLER                  PIC X(16) VALUE
001962         "  MOVIM. EJERC. ".
001963     05 FILLER                  PIC X(16) VALUE
001964         "   PPTO. EJERC. ".
001965
001966 01  WS-JER-LINE.
001967     05 JL-SANGRIA              PIC X(16).
001968     05 FILLER                  PIC X(01) VALUE SPACES.
001969     05 JL-MOV                  PIC ZZZ.ZZZ.ZZ9,99-.
001970     05 FILLER                  PIC X(01) VALUE SPACES.
001971     05 JL-PPTO                 PIC ZZZ.ZZZ.ZZ9,99-.
001972     05 FILLER                  PIC X(01) VALUE SPACES.
001973     05 JL-MOV-YTD              PIC ZZZ.ZZZ.ZZ9,99-.
001974     05 FILLER                  PIC X(01) VALUE SPACES.
001975     05 JL-PPTO-YTD             PIC ZZZ.ZZZ.ZZ9,99-.
001976
001977     COPY DEPTJER.
001978
001979 PROCEDURE DIVISION.
001980
001990 0000-MAINLINE.
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002040         ON ASCENDING KEY SRT-CLASE SRT-GRUPO SRT-ACCT
002050         INPUT PROCEDURE IS 3000-RELEASE-CUENTAS
002060         OUTPUT PROCEDURE IS 5000-WRITE-INFORME.
002063     PERFORM 8650-PREPARAR-JER THRU 8650-EXIT.
002067     PERFORM 8680-IMPRIMIR-JER THRU 8680-EXIT.
002070     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002080     GOBACK.
002090
002380             WS-VARRPT-STATUS
002390         GO TO ABEND-CLEANUP
002400     END-IF
002405     PERFORM 1300-ABRIR-DISTREP THRU 1300-EXIT
002410     PERFORM 1100-LEER-PARM THRU 1100-EXIT
002415     COMPUTE WS-PERIODO-INICIO = WS-PER-ANIO * 100 + 1
002420     PERFORM 1200-CARGAR-DEPTGL THRU 1200-EXIT
002425     PERFORM 8600-CARGAR-JERARQUIA THRU 8600-EXIT.
002430 1000-EXIT.
002440     EXIT.
002450
002630     IF PI-VAR-PCT IS NUMERIC AND PI-VAR-PCT > ZERO
002640         MOVE PI-VAR-PCT TO WS-VAR-PCT
002650     END-IF
002651     CLOSE PARM-FILE.
002652 1100-EXIT.
002653     EXIT.
002654
002655*----------------------------------------------------------*
002656* CARGA DE DEPTGL LA CUENTA DE GASTO DE CADA DEPARTAMENTO,   *
002657* SIN LAS CUENTAS ESPECIALES DE NOMINA (****, ++++, ====).   *
002658* SIN DEPTGL NO HAY ATRIBUCION Y EL RESUMEN NO SE IMPRIME.   *
002660*----------------------------------------------------------*
002661 1200-CARGAR-DEPTGL.
002662     OPEN INPUT DEPT-GL-FILE.
002663     IF WS-DEPTGL-NO-FILE
002664         DISPLAY "PRESVAR: DEPTGL NO EXISTE, SIN RESUMEN POR "
002665             "JERARQUIA"
002666         GO TO 1200-EXIT
002667     END-IF
002668     IF NOT WS-DEPTGL-OK
002670         DISPLAY "PRESVAR: ERROR ABRIENDO DEPTGL "
002671             WS-DEPTGL-STATUS
002672         GO TO ABEND-CLEANUP
002673     END-IF
002674     PERFORM 1250-LEER-DEPTGL THRU 1250-EXIT
002675         UNTIL WS-EOF-DEPTGL
002676     CLOSE DEPT-GL-FILE.
002677 1200-EXIT.
002678     EXIT.
002680
002681*----------------------------------------------------------*
002682* ABRE LA COPIA PARA REPARTO EN EXTEND (LA PRIMERA VEZ SE    *
002683* CREA) Y FIJA LA FECHA Y HORA QUE IDENTIFICAN LA CORRIDA.   *
002684*----------------------------------------------------------*
002685 1300-ABRIR-DISTREP.
002686     OPEN EXTEND DIST-REP-FILE.
002687     IF WS-DISTREP-NO-FILE
002688         OPEN OUTPUT DIST-REP-FILE
002690     END-IF
002691     IF NOT WS-DISTREP-OK
002692         DISPLAY "PRESVAR: ERROR ABRIENDO DISTREP "
002693             WS-DISTREP-STATUS
002694         GO TO ABEND-CLEANUP
002695     END-IF
002696     ACCEPT WS-DIST-FECHA FROM DATE YYYYMMDD
002697     ACCEPT WS-DIST-HORA FROM TIME.
002698 1300-EXIT.
002700     EXIT.
002701
002702 1250-LEER-DEPTGL.
002703     READ DEPT-GL-FILE
002704         AT END
002705             SET WS-EOF-DEPTGL TO TRUE
002706             GO TO 1250-EXIT
002707     END-READ
002708     IF NOT WS-DEPTGL-OK
002710         DISPLAY "PRESVAR: ERROR LEYENDO DEPTGL "
002711             WS-DEPTGL-STATUS
002712         GO TO ABEND-CLEANUP
002713     END-IF
002714     IF GLM-DEPARTAMENTO = "****" OR "++++" OR "====" OR "%%%%"
002715         GO TO 1250-EXIT
002716     END-IF
002717     IF WS-CTADEP-COUNT > ZERO
002718         SET WS-CTADEP-IDX TO 1
002720         SEARCH WS-CTADEP-ENTRY
002721             AT END
002722                 CONTINUE
002723             WHEN CDP-ACCT (WS-CTADEP-IDX) = GLM-ACCT-ID
002724                 IF CDP-DEPTO (WS-CTADEP-IDX)
002725                         NOT = GLM-DEPARTAMENTO
002726                     AND CDP-DEPTO (WS-CTADEP-IDX) NOT = "????"
002727                     MOVE "????" TO CDP-DEPTO (WS-CTADEP-IDX)
002728                     ADD 1 TO WS-COMPARTIDAS-COUNT
002730                 END-IF
002731                 GO TO 1250-EXIT
002732         END-SEARCH
002733     END-IF
002734     IF WS-CTADEP-COUNT >= 500
002735         DISPLAY "PRESVAR: TABLA DE CUENTAS DE DEPTGL LLENA"
002736         GO TO ABEND-CLEANUP
002737     END-IF
002738     ADD 1 TO WS-CTADEP-COUNT
002739     MOVE GLM-ACCT-ID TO CDP-ACCT (WS-CTADEP-COUNT)
002740     MOVE GLM-DEPARTAMENTO TO CDP-DEPTO (WS-CTADEP-COUNT).
002741 1250-EXIT.
002742     EXIT.
002743
002744 2000-CARGAR-HISTORICO.
002745     READ LEDGER-HIST-FILE
002746         AT END
002747             SET WS-EOF-HIST TO TRUE
002748             GO TO 2000-EXIT
002750     END-READ
002760     IF NOT WS-LEDGHIST-OK
002770         DISPLAY "PRESVAR: ERROR LEYENDO LEDGHIST "
003580         - CTB-SALDO-INI (WS-CTA-IDX)
003590     PERFORM 4000-BUSCAR-PPTO THRU 4000-EXIT
003600     PERFORM 4500-MARCAR-DESVIACION THRU 4500-EXIT
003602     MOVE "****" TO SRT-DEPTO
003605     PERFORM 3200-ATRIBUIR-DEPTO THRU 3200-EXIT
003610     RELEASE SORT-WORK-REC.
003620 3100-EXIT.
003630     EXIT.
003631
003632*----------------------------------------------------------*
003633* SUMA LA CUENTA A LO PROPIO DE SU DEPARTAMENTO DE DEPTGL.   *
003634*----------------------------------------------------------*
003635 3200-ATRIBUIR-DEPTO.
003636     IF WS-CTADEP-COUNT = ZERO
003637         GO TO 3200-EXIT
003638     END-IF
003639     SET WS-CTADEP-IDX TO 1
003640     SEARCH WS-CTADEP-ENTRY
003641         AT END
003642             GO TO 3200-EXIT
003643         WHEN CDP-ACCT (WS-CTADEP-IDX) = SRT-ACCT
003644             CONTINUE
003645     END-SEARCH
003646     IF CDP-DEPTO (WS-CTADEP-IDX) = "????"
003647         GO TO 3200-EXIT
003648     END-IF
003649     MOVE CDP-DEPTO (WS-CTADEP-IDX) TO SRT-DEPTO
003650     MOVE CDP-DEPTO (WS-CTADEP-IDX) TO JER-BUSCA
003651     PERFORM 8635-UBICAR-JER THRU 8635-EXIT
003652     ADD SRT-MOV      TO JER-PROPIO (JER-IDX, 1)
003653     ADD SRT-PPTO     TO JER-PROPIO (JER-IDX, 2)
003654     ADD SRT-MOV-YTD  TO JER-PROPIO (JER-IDX, 3)
003655     ADD SRT-PPTO-YTD TO JER-PROPIO (JER-IDX, 4).
003656 3200-EXIT.
003657     EXIT.
003658
003659 4000-BUSCAR-PPTO.
003660     MOVE ZERO TO SRT-PPTO
003670     MOVE ZERO TO SRT-PPTO-YTD
003680     IF WS-SIN-PRESMSTR
003790         WS-PER-ANIO * 100 + WS-MES-IDX
003800     MOVE SRT-ACCT TO PRE-ACCT-ID
003810     MOVE WS-PERIODO-BUSCA TO PRE-PERIODO
003814     MOVE ZERO TO PRE-CENTRO-COSTE
003818     MOVE ZERO TO WS-PPTO-MES
003822     MOVE "N" TO WS-FIN-PPTO-SW
003826     START PRESUPUESTO-FILE
003830         KEY IS NOT LESS THAN PRE-CLAVE
003834         INVALID KEY
003838             GO TO 4100-EXIT
003842     END-START
003846     PERFORM 4150-LEER-PPTO THRU 4150-EXIT
003850         UNTIL WS-FIN-PPTO
003860     ADD WS-PPTO-MES TO SRT-PPTO-YTD
003870     IF WS-PERIODO-BUSCA = WS-PERIODO
003880         MOVE WS-PPTO-MES TO SRT-PPTO
003890     END-IF.
003900 4100-EXIT.
003910     EXIT.
003911
003912*----------------------------------------------------------*
003913* PRESUPUESTO DE LA CUENTA EN EL MES: SUMA DE TODOS SUS      *
003914* CENTROS DE COSTE (EL CENTRO CERO ES EL PRESUPUESTO SIN     *
003915* REPARTIR).                                                 *
003916*----------------------------------------------------------*
003917 4150-LEER-PPTO.
003918     READ PRESUPUESTO-FILE NEXT
003919         AT END
003920             SET WS-FIN-PPTO TO TRUE
003921             GO TO 4150-EXIT
003922     END-READ
003923     IF PRE-ACCT-ID NOT = SRT-ACCT
003924         OR PRE-PERIODO NOT = WS-PERIODO-BUSCA
003925         SET WS-FIN-PPTO TO TRUE
003926         GO TO 4150-EXIT
003927     END-IF
003928     ADD PRE-IMPORTE TO WS-PPTO-MES.
003929 4150-EXIT.
003931     EXIT.
003934
003937*----------------------------------------------------------*
003940* MARCA LA CUENTA CUYA DESVIACION DEL PERIODO SUPERA EL      *
003950* PORCENTAJE DEL PARAMETRO (O QUE SE MUEVE SIN PRESUPUESTO). *
003960*----------------------------------------------------------*
004600     MOVE SRT-PPTO-YTD TO DL-PPTO-YTD
004610     MOVE SRT-MARCA TO DL-MARCA
004620     MOVE WS-DET-LINE TO VAR-RPT-LINE
004625     MOVE SRT-DEPTO TO WS-DIST-DEPTO
004627     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
004630     WRITE VAR-RPT-LINE
004640     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004645     SET WS-DIST-COMUN TO TRUE
004650     ADD SRT-MOV TO WS-TOT-GRUPO-MOV
004660     ADD SRT-PPTO TO WS-TOT-GRUPO-PPTO
004670     ADD SRT-MOV TO WS-TOT-CLASE-MOV
004730     MOVE WS-CLASE-ACTUAL TO CB-CLASE
004740     MOVE WS-GRUPO-ACTUAL TO CB-GRUPO
004750     MOVE SPACES TO VAR-RPT-LINE
004755     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
004760     WRITE VAR-RPT-LINE
004770     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004780     MOVE WS-CAB-LINE TO VAR-RPT-LINE
004785     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
004790     WRITE VAR-RPT-LINE
004800     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
004810 5500-EXIT.
004870     MOVE WS-TOT-GRUPO-MOV TO TL-MOV
004880     MOVE WS-TOT-GRUPO-PPTO TO TL-PPTO
004890     MOVE WS-TOT-LINE TO VAR-RPT-LINE
004895     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
004900     WRITE VAR-RPT-LINE
004910     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
004920     MOVE ZERO TO WS-TOT-GRUPO-MOV
005000     MOVE WS-TOT-CLASE-MOV TO TL-MOV
005010     MOVE WS-TOT-CLASE-PPTO TO TL-PPTO
005020     MOVE WS-TOT-LINE TO VAR-RPT-LINE
005025     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
005030     WRITE VAR-RPT-LINE
005040     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005050     MOVE ZERO TO WS-TOT-CLASE-MOV
005120         DISPLAY "PRESVAR: ERROR ESCRIBIENDO VARRPT "
005130             WS-VARRPT-STATUS
005140         GO TO ABEND-CLEANUP
005141     END-IF.
005142 7100-EXIT.
005143     EXIT.
005144
005145*----------------------------------------------------------*
005147* COPIA LA LINEA QUE SE VA A ESCRIBIR EN VARRPT AL FICHERO   *
005148* DE REPARTO, CON EL DEPARTAMENTO DE WS-DIST-DEPTO.          *
005149*----------------------------------------------------------*
005150 7150-COPIA-DISTRIB.
005151     ADD 1 TO WS-DIST-SECUENCIA
005152     MOVE "PRESVAR " TO DR-INFORME
005154     MOVE WS-DIST-FECHA TO DR-FECHA
005155     MOVE WS-DIST-HORA TO DR-HORA
005156     MOVE WS-DIST-SECUENCIA TO DR-SECUENCIA
005157     MOVE WS-DIST-DEPTO TO DR-DEPTO
005158     MOVE ZERO TO DR-EMP-ID
005159     MOVE VAR-RPT-LINE TO DR-LINEA
005161     WRITE DIST-REP-REC
005162     IF NOT WS-DISTREP-OK
005163         DISPLAY "PRESVAR: ERROR ESCRIBIENDO DISTREP "
005164             WS-DISTREP-STATUS
005165         GO TO ABEND-CLEANUP
005166     END-IF.
005168 7150-EXIT.
005169     EXIT.
005170
005171*----------------------------------------------------------*
005172* JERARQUIA DE DEPARTAMENTOS (COPY DEPTJER): SE CARGA DE     *
005174* DEPTMSTR CODIGO, NOMBRE Y PADRE DE CADA DEPARTAMENTO. SIN  *
005175* DEPTMSTR LA TABLA SE LLENA SOLO CON LOS DEPARTAMENTOS QUE  *
005176* TRAEN DATOS, TODOS COLGANDO DE LA COMPANIA.                *
005177*----------------------------------------------------------*
005178 8600-CARGAR-JERARQUIA.
005179     MOVE ZERO TO JER-TAB-COUNT
005180     OPEN INPUT DEPTO-MASTER-FILE.
005181     IF WS-DEPTMSTR-NO-FILE
005182         SET JER-SIN-DEPTMSTR TO TRUE
005183         GO TO 8600-EXIT
005184     END-IF
005185     IF NOT WS-DEPTMSTR-OK
005186         DISPLAY "PRESVAR: ERROR ABRIENDO DEPTMSTR "
005187             WS-DEPTMSTR-STATUS
005188         GO TO ABEND-CLEANUP
005189     END-IF
005190     MOVE "N" TO WS-EOF-DEPTO-SW
005191     PERFORM 8610-LEER-DEPTO THRU 8610-EXIT
005192     PERFORM 8620-AGREGAR-DEPTO THRU 8620-EXIT
005193         UNTIL WS-EOF-DEPTO
005194     CLOSE DEPTO-MASTER-FILE.
005195 8600-EXIT.
005196     EXIT.
005197
005198 8610-LEER-DEPTO.
005199     READ DEPTO-MASTER-FILE NEXT
005200         AT END
005201             SET WS-EOF-DEPTO TO TRUE
005202     END-READ
005203     IF NOT WS-EOF-DEPTO AND NOT WS-DEPTMSTR-OK
005204         DISPLAY "PRESVAR: ERROR LEYENDO DEPTMSTR "
005205             WS-DEPTMSTR-STATUS
005206         GO TO ABEND-CLEANUP
005207     END-IF
005208 8610-EXIT.
005209     EXIT.
005210
005211 8620-AGREGAR-DEPTO.
005212     MOVE DEPT-CODIGO TO JER-BUSCA
005213     PERFORM 8640-ALTA-JER THRU 8640-EXIT
005214     MOVE DEPT-NOMBRE TO JER-NOMBRE (JER-TAB-COUNT)
005215     IF DEPT-PADRE NOT = LOW-VALUES
005216         MOVE DEPT-PADRE TO JER-PADRE (JER-TAB-COUNT)
005217     END-IF
005218     PERFORM 8610-LEER-DEPTO THRU 8610-EXIT.
005219 8620-EXIT.
005220     EXIT.
005221
005222 8630-BUSCAR-JER.
005223     MOVE "N" TO JER-HALLADO-SW
005224     IF JER-TAB-COUNT = ZERO
005225         GO TO 8630-EXIT
005226     END-IF
005227     SET JER-IDX TO 1
005228     SEARCH JER-ENTRY
005229         AT END
005230             CONTINUE
005231         WHEN JER-CODIGO (JER-IDX) = JER-BUSCA
005232             SET JER-HALLADO TO TRUE
005233     END-SEARCH.
005234 8630-EXIT.
005235     EXIT.
005236
005237*----------------------------------------------------------*
005238* DEJA JER-IDX EN LA ENTRADA DEL DEPARTAMENTO DE JER-BUSCA   *
005239* Y LA MARCA CON DATOS. UN CODIGO QUE NO ESTA EN DEPTMSTR    *
005240* SE AGREGA COLGANDO DE LA COMPANIA.                         *
005241*----------------------------------------------------------*
005242 8635-UBICAR-JER.
005243     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
005244     IF NOT JER-HALLADO
005245         PERFORM 8640-ALTA-JER THRU 8640-EXIT
005246         MOVE "*** SIN DEPTMSTR" TO JER-NOMBRE (JER-TAB-COUNT)
005247         SET JER-IDX TO JER-TAB-COUNT
005248     END-IF
005249     SET JER-CON-DATOS (JER-IDX) TO TRUE.
005250 8635-EXIT.
005251     EXIT.
005252
005253 8640-ALTA-JER.
005254     IF JER-TAB-COUNT >= 500
005255         DISPLAY "PRESVAR: TABLA DE JERARQUIA LLENA"
005256         GO TO ABEND-CLEANUP
005257     END-IF
005258     ADD 1 TO JER-TAB-COUNT
005259     INITIALIZE JER-ENTRY (JER-TAB-COUNT)
005260     MOVE JER-BUSCA TO JER-CODIGO (JER-TAB-COUNT)
005261     MOVE "N" TO JER-DATOS-SW (JER-TAB-COUNT)
005262     MOVE "N" TO JER-IMPRIMIR-SW (JER-TAB-COUNT).
005263 8640-EXIT.
005264     EXIT.
005265
005266*----------------------------------------------------------*
005267* PREPARA EL RESUMEN: RUTA Y NIVEL DE CADA DEPARTAMENTO      *
005268* SUBIENDO POR SUS PADRES (COMO MUCHO 10 NIVELES), ORDEN     *
005269* POR RUTA, QUE DEJA CADA HIJO DEBAJO DE SU PADRE, Y SUBIDA  *
005270* DE LO PROPIO DE CADA DEPARTAMENTO AL TOTAL DE EL MISMO Y   *
005271* DE TODOS SUS ASCENDIENTES. JER-COMPANIA QUEDA CON EL       *
005272* TOTAL DE LA COMPANIA.                                      *
005273*----------------------------------------------------------*
005274 8650-PREPARAR-JER.
005275     MOVE ZERO TO JER-COMPANIA (1)
005276     MOVE ZERO TO JER-COMPANIA (2)
005277     MOVE ZERO TO JER-COMPANIA (3)
005278     MOVE ZERO TO JER-COMPANIA (4)
005279     MOVE ZERO TO JER-COMPANIA (5)
005280     IF JER-TAB-COUNT = ZERO
005281         GO TO 8650-EXIT
005282     END-IF
005283     PERFORM 8655-RUTA THRU 8655-EXIT
005284         VARYING JER-I FROM 1 BY 1
005285         UNTIL JER-I > JER-TAB-COUNT
005286     PERFORM 8660-PASADA THRU 8660-EXIT
005287         VARYING JER-I FROM 1 BY 1
005288         UNTIL JER-I >= JER-TAB-COUNT
005289     PERFORM 8670-SUBIR-TOTALES THRU 8670-EXIT
005290         VARYING JER-I FROM 1 BY 1
005291         UNTIL JER-I > JER-TAB-COUNT.
005292 8650-EXIT.
005293     EXIT.
005294
005295 8655-RUTA.
005296     MOVE JER-CODIGO (JER-I) TO JER-RUTA (JER-I)
005297     MOVE 1 TO JER-NIVEL (JER-I)
005298     MOVE JER-PADRE (JER-I) TO JER-BUSCA
005299     PERFORM 8657-SUBIR-RUTA THRU 8657-EXIT
005300         UNTIL JER-BUSCA = SPACES OR JER-NIVEL (JER-I) >= 10.
005301 8655-EXIT.
005302     EXIT.
005303
005304 8657-SUBIR-RUTA.
005305     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
005306     IF NOT JER-HALLADO
005307         MOVE SPACES TO JER-BUSCA
005308         GO TO 8657-EXIT
005309     END-IF
005310     MOVE JER-RUTA (JER-I) TO JER-RUTA-AUX
005311     MOVE SPACES TO JER-RUTA (JER-I)
005312     STRING JER-BUSCA DELIMITED BY SIZE
005313            JER-RUTA-AUX DELIMITED BY SIZE
005314         INTO JER-RUTA (JER-I)
005315     END-STRING
005316     ADD 1 TO JER-NIVEL (JER-I)
005317     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
005318 8657-EXIT.
005319     EXIT.
005320
005321 8660-PASADA.
005322     MOVE JER-I TO JER-MIN
005323     PERFORM 8665-COMPARA THRU 8665-EXIT
005324         VARYING JER-J FROM JER-I BY 1
005325         UNTIL JER-J > JER-TAB-COUNT
005326     IF JER-MIN NOT = JER-I
005327         MOVE JER-ENTRY (JER-I) TO JER-ENTRY-HOLD
005328         MOVE JER-ENTRY (JER-MIN) TO JER-ENTRY (JER-I)
005329         MOVE JER-ENTRY-HOLD TO JER-ENTRY (JER-MIN)
005330     END-IF.
005331 8660-EXIT.
005332     EXIT.
005333
005334 8665-COMPARA.
005335     IF JER-RUTA (JER-J) < JER-RUTA (JER-MIN)
005336         MOVE JER-J TO JER-MIN
005337     END-IF.
005338 8665-EXIT.
005339     EXIT.
005340
005341 8670-SUBIR-TOTALES.
005342     IF NOT JER-CON-DATOS (JER-I)
005352         GO TO 8670-EXIT
005362     END-IF
005372     ADD JER-PROPIO (JER-I, 1) TO JER-COMPANIA (1)
005382     ADD JER-PROPIO (JER-I, 2) TO JER-COMPANIA (2)
005392     ADD JER-PROPIO (JER-I, 3) TO JER-COMPANIA (3)
005402     ADD JER-PROPIO (JER-I, 4) TO JER-COMPANIA (4)
005412     ADD JER-PROPIO (JER-I, 5) TO JER-COMPANIA (5)
005422     MOVE JER-CODIGO (JER-I) TO JER-BUSCA
005432     MOVE ZERO TO JER-PASOS
005442     PERFORM 8675-SUMAR-ARRIBA THRU 8675-EXIT
005452         UNTIL JER-BUSCA = SPACES OR JER-PASOS >= 10.
005462 8670-EXIT.
005472     EXIT.
005482
005492 8675-SUMAR-ARRIBA.
005502     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
005512     IF NOT JER-HALLADO
005522         MOVE SPACES TO JER-BUSCA
005532         GO TO 8675-EXIT
005542     END-IF
005552     ADD JER-PROPIO (JER-I, 1) TO JER-TOTAL (JER-IDX, 1)
005562     ADD JER-PROPIO (JER-I, 2) TO JER-TOTAL (JER-IDX, 2)
005572     ADD JER-PROPIO (JER-I, 3) TO JER-TOTAL (JER-IDX, 3)
005582     ADD JER-PROPIO (JER-I, 4) TO JER-TOTAL (JER-IDX, 4)
005592     ADD JER-PROPIO (JER-I, 5) TO JER-TOTAL (JER-IDX, 5)
005602     SET JER-IMPRIMIR (JER-IDX) TO TRUE
005612     ADD 1 TO JER-PASOS
005622     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
005632 8675-EXIT.
005642     EXIT.
005652
005662*----------------------------------------------------------*
005672* RESUMEN POR JERARQUIA: UNA LINEA POR DEPARTAMENTO CON      *
005682* CUENTAS PROPIAS O DE SUS SUBORDINADOS, SANGRADA DOS        *
005692* POSICIONES POR NIVEL (A PARTIR DEL SEPTIMO NIVEL YA NO SE  *
005702* SANGRA MAS), Y AL FINAL EL TOTAL DE LA COMPANIA.           *
005712*----------------------------------------------------------*
005722 8680-IMPRIMIR-JER.
005732     IF WS-CTADEP-COUNT = ZERO
005742         GO TO 8680-EXIT
005752     END-IF
005762     MOVE SPACES TO VAR-RPT-LINE
005772     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
005782     WRITE VAR-RPT-LINE
005792     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005802     MOVE WS-JER-TITULO TO VAR-RPT-LINE
005812     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
005822     WRITE VAR-RPT-LINE
005832     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005842     MOVE WS-JER-HDR TO VAR-RPT-LINE
005852     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
005862     WRITE VAR-RPT-LINE
005872     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
005882     PERFORM 8685-LINEA-JER THRU 8685-EXIT
005892         VARYING JER-I FROM 1 BY 1
005902         UNTIL JER-I > JER-TAB-COUNT
005912     MOVE "TOTAL COMPANIA" TO JL-SANGRIA
005922     MOVE JER-COMPANIA (1) TO JL-MOV
005932     MOVE JER-COMPANIA (2) TO JL-PPTO
005942     MOVE JER-COMPANIA (3) TO JL-MOV-YTD
005952     MOVE JER-COMPANIA (4) TO JL-PPTO-YTD
005962     MOVE WS-JER-LINE TO VAR-RPT-LINE
005972     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
005982     WRITE VAR-RPT-LINE
005992     PERFORM 7100-CHECK-RPT THRU 7100-EXIT.
006002 8680-EXIT.
006012     EXIT.
006022
006032 8685-LINEA-JER.
006042     IF NOT JER-IMPRIMIR (JER-I)
006052         GO TO 8685-EXIT
006062     END-IF
006072     MOVE SPACES TO JL-SANGRIA
006082     COMPUTE JER-POS = JER-NIVEL (JER-I) * 2 - 1
006092     IF JER-POS > 13
006102         MOVE 13 TO JER-POS
006112     END-IF
006122     MOVE JER-CODIGO (JER-I) TO JL-SANGRIA (JER-POS:4)
006132     MOVE JER-TOTAL (JER-I, 1) TO JL-MOV
006142     MOVE JER-TOTAL (JER-I, 2) TO JL-PPTO
006152     MOVE JER-TOTAL (JER-I, 3) TO JL-MOV-YTD
006162     MOVE JER-TOTAL (JER-I, 4) TO JL-PPTO-YTD
006172     MOVE WS-JER-LINE TO VAR-RPT-LINE
006182     MOVE JER-CODIGO (JER-I) TO WS-DIST-DEPTO
006192     PERFORM 7150-COPIA-DISTRIB THRU 7150-EXIT
006202     WRITE VAR-RPT-LINE
006212     PERFORM 7100-CHECK-RPT THRU 7100-EXIT
006222     SET WS-DIST-COMUN TO TRUE.
006232 8685-EXIT.
006242     EXIT.
006252
006262 9000-TERMINATE.
006272     CLOSE LEDGER-HIST-FILE.
006282     CLOSE PLAN-CUENTA-FILE.
006292     IF NOT WS-SIN-PRESMSTR
006302         CLOSE PRESUPUESTO-FILE
006312     END-IF
006322     CLOSE VAR-RPT-FILE.
006332     CLOSE DIST-REP-FILE.
006342     DISPLAY "PRESVAR: PERIODO " WS-PERIODO
006352         " CUENTAS " WS-CTA-COUNT
006362         " MARCADAS " WS-MARCADAS-COUNT.
006372     IF WS-COMPARTIDAS-COUNT > ZERO
006382         DISPLAY "PRESVAR: CUENTAS COMPARTIDAS EN DEPTGL, "
006392             "FUERA DEL RESUMEN " WS-COMPARTIDAS-COUNT
006402     END-IF.
006412 9000-EXIT.
006422     EXIT.
006432
006442 ABEND-CLEANUP.
006452     DISPLAY "PRESVAR: TERMINACION ANORMAL - CERRANDO FICHEROS".
006462     CLOSE LEDGER-HIST-FILE.
006472     CLOSE PLAN-CUENTA-FILE.
006482     CLOSE PRESUPUESTO-FILE.
006492     CLOSE VAR-RPT-FILE.
006502     CLOSE DEPTO-MASTER-FILE.
006512     CLOSE DEPT-GL-FILE.
006522     CLOSE DIST-REP-FILE.
006532     MOVE 16 TO RETURN-CODE.
006542     GOBACK.
006552
006562     END PROGRAM PRESVAR.

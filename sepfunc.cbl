000010*----------------------------------------------------------*
000020* SEPFUNC - INFORME MENSUAL DE SEGREGACION DE FUNCIONES      *
000030*           SOBRE LOS RASTROS DE APROBACION Y MANTENIMIENTO  *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. SEPFUNC.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. OPERAUT DICE QUE NIVEL    *
000150*                TIENE CADA OPERADOR, PERO NADIE MIRABA LO   *
000160*                QUE DE VERDAD HIZO. PARA EL PERIODO AAAAMM  *
000170*                DE SEPPARM SE BUSCAN TRES CASOS: (APU) EL   *
000180*                MISMO OPERADOR PREPARO EL LOTE DE UN APUNTE *
000190*                RETENIDO Y LO APROBO (RASTRO DE APROBAR Y   *
000200*                DE LA COSECHA APROLIB EN AUDITLOG, CON EL   *
000210*                OPERADOR DE ALTA DE PENDMSTR); (FIC) UN     *
000220*                OPERADOR MANTUVO SU PROPIA FICHA DE         *
000230*                EMPLEADO O SU PROPIA CUENTA DE BNKMSTR      *
000240*                (EMPAUDIT, MANTENIMIENTOS DE EMPLMNT EN     *
000250*                AUDITLOG Y BNKAUDIT DE BANCMANT); (GAS) UN  *
000260*                OPERADOR DIO DE ALTA UN GASTO Y LO APROBO,  *
000270*                O APROBO UN GASTO SUYO (GASAUDIT). EL CRUCE *
000280*                ES POR OPERADOR Y, DONDE HACE FALTA, POR EL *
000290*                EMPLEADO VINCULADO AL OPERADOR (OP-EMP-ID DE*
000300*                OPERMSTR). CADA CASO SALE EN SEPFRPT CON    *
000310*                SUS REGISTROS DE EVIDENCIA (Y LAS CONSULTAS *
000320*                DE ACCJRNL A LA PROPIA FICHA DE QUIEN LA    *
000330*                MANTUVO) Y QUEDA EN AUDITLOG COMO EXCEPCION.*
000340*                RC 4 SI HAY ALGUN CASO.                     *
000350*----------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     DECIMAL-POINT IS COMMA.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-AUDITLOG-STATUS.
000470
000480     SELECT EMP-AUDIT-FILE ASSIGN TO "EMPAUDIT"
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-EMPAUDIT-STATUS.
000510
000520     SELECT BNK-AUDIT-FILE ASSIGN TO "BNKAUDIT"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-BNKAUDIT-STATUS.
000550
000560     SELECT GAS-AUDIT-FILE ASSIGN TO "GASAUDIT"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-GASAUDIT-STATUS.
000590
000600     SELECT ACCESO-JRNL-FILE ASSIGN TO "ACCJRNL"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-ACCJRNL-STATUS.
000630
000640     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS RANDOM
000670         RECORD KEY IS OP-ID
000680         FILE STATUS IS WS-OPERMSTR-STATUS.
000690
000700     SELECT PARM-FILE ASSIGN TO "SEPPARM"
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-SEPPARM-STATUS.
000730
000740     SELECT SEP-RPT-FILE ASSIGN TO "SEPFRPT"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-SEPFRPT-STATUS.
000770
000780 DATA DIVISION.
000790 FILE SECTION.
000800 FD  AUDIT-LOG-FILE
000810     LABEL RECORDS ARE STANDARD.
000820     COPY AUDITLOG.
000830
000840 FD  EMP-AUDIT-FILE
000850     LABEL RECORDS ARE STANDARD.
000860     COPY EMPAUDIT.
000870
000880*----------------------------------------------------------*
000890* IMAGEN DE BNKAUDIT, MISMO LAYOUT QUE GRABA BANCMANT.       *
000900*----------------------------------------------------------*
000910 FD  BNK-AUDIT-FILE
000920     LABEL RECORDS ARE STANDARD.
000930 01  BNK-AUDIT-REC.
000940     05 BAU-TIMESTAMP.
000950         10 BAU-FECHA-HOY       PIC 9(08).
000960         10 BAU-HORA-HOY        PIC 9(08).
000970     05 BAU-USER-ID             PIC X(08).
000980     05 BAU-TRANS-CODE          PIC X(01).
000990     05 BAU-EMP-ID              PIC 9(06).
001000     05 BAU-ORDEN               PIC 9(02).
001010     05 BAU-ANTES.
001020         10 BAU-ANTES-DATOS     PIC X(18).
001030         10 BAU-ANTES-REPARTO   PIC X(08).
001040         10 BAU-ANTES-ACTIVA-SW PIC X(01).
001050     05 BAU-DESPUES.
001060         10 BAU-DESPUES-DATOS   PIC X(18).
001070         10 BAU-DESPUES-REPARTO PIC X(08).
001080         10 BAU-DESPUES-ACTIVA-SW PIC X(01).
001090
001100*----------------------------------------------------------*
001110* IMAGEN DE GASAUDIT, MISMO LAYOUT QUE GRABA GASTMAN.        *
001120*----------------------------------------------------------*
001130 FD  GAS-AUDIT-FILE
001140     LABEL RECORDS ARE STANDARD.
001150 01  GAS-AUDIT-REC.
001160     05 GAU-TIMESTAMP.
001170         10 GAU-FECHA-HOY       PIC 9(08).
001180         10 GAU-HORA-HOY        PIC 9(08).
001190     05 GAU-USER-ID             PIC X(08).
001200     05 GAU-TRANS-CODE          PIC X(01).
001210     05 GAU-EMP-ID              PIC 9(06).
001220     05 GAU-NUMERO              PIC 9(04).
001230     05 GAU-ANTES.
001240         10 GAU-ANTES-ESTADO        PIC X(01).
001250         10 GAU-ANTES-IMPORTE       PIC 9(07)V99.
001260         10 GAU-ANTES-MONEDA        PIC X(03).
001270         10 GAU-ANTES-APROBADOR     PIC X(08).
001280     05 GAU-DESPUES.
001290         10 GAU-DESPUES-ESTADO      PIC X(01).
001300         10 GAU-DESPUES-IMPORTE     PIC 9(07)V99.
001310         10 GAU-DESPUES-MONEDA      PIC X(03).
001320         10 GAU-DESPUES-APROBADOR   PIC X(08).
001330         10 GAU-DESPUES-NOMINA      PIC 9(07)V99.
001340
001350 FD  ACCESO-JRNL-FILE
001360     LABEL RECORDS ARE STANDARD.
001370     COPY ACCESOJ.
001380
001390 FD  OPERADOR-MASTER-FILE
001400     LABEL RECORDS ARE STANDARD.
001410     COPY OPERAUT.
001420
001430 FD  PARM-FILE
001440     LABEL RECORDS ARE STANDARD.
001450 01  PARM-IN-REC.
001460     05 PI-PERIODO              PIC 9(06).
001470
001480 FD  SEP-RPT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  SEP-RPT-LINE               PIC X(80).
001510
001520 WORKING-STORAGE SECTION.
001530 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
001540     88 WS-AUDITLOG-OK               VALUE "00".
001550     88 WS-AUDITLOG-NO-FILE          VALUE "05", "35".
001560
001570 01  WS-EMPAUDIT-STATUS          PIC X(02) VALUE SPACES.
001580     88 WS-EMPAUDIT-OK               VALUE "00".
001590     88 WS-EMPAUDIT-NO-FILE          VALUE "35".
001600
001610 01  WS-BNKAUDIT-STATUS          PIC X(02) VALUE SPACES.
001620     88 WS-BNKAUDIT-OK               VALUE "00".
001630     88 WS-BNKAUDIT-NO-FILE          VALUE "35".
001640
001650 01  WS-GASAUDIT-STATUS          PIC X(02) VALUE SPACES.
001660     88 WS-GASAUDIT-OK               VALUE "00".
001670     88 WS-GASAUDIT-NO-FILE          VALUE "35".
001680
001690 01  WS-ACCJRNL-STATUS           PIC X(02) VALUE SPACES.
001700     88 WS-ACCJRNL-OK                VALUE "00".
001710     88 WS-ACCJRNL-NO-FILE           VALUE "35".
001720
001730 01  WS-OPERMSTR-STATUS          PIC X(02) VALUE SPACES.
001740     88 WS-OPERMSTR-OK                VALUE "00".
001750     88 WS-OPERMSTR-NO-FILE           VALUE "35".
001760
001770 01  WS-SEPPARM-STATUS           PIC X(02) VALUE SPACES.
001780     88 WS-SEPPARM-OK                 VALUE "00".
001790
001800 01  WS-SEPFRPT-STATUS           PIC X(02) VALUE SPACES.
001810     88 WS-SEPFRPT-OK                 VALUE "00".
001820
001830 01  WS-SWITCHES.
001840     05 WS-EOF-SW              PIC X(01) VALUE "N".
001850         88 WS-EOF                  VALUE "Y".
001860     05 WS-SIN-OPERMSTR-SW     PIC X(01) VALUE "N".
001870         88 WS-SIN-OPERMSTR         VALUE "S".
001880     05 WS-GASTO-HALLADO-SW    PIC X(01) VALUE "N".
001890         88 WS-GASTO-HALLADO        VALUE "S".
001900     05 WS-CASO-HALLADO-SW     PIC X(01) VALUE "N".
001910         88 WS-CASO-HALLADO         VALUE "S".
001920
001930 01  WS-COUNTERS.
001940     05 WS-APU-COUNT           PIC 9(05) COMP VALUE ZERO.
001950     05 WS-FIC-COUNT           PIC 9(05) COMP VALUE ZERO.
001960     05 WS-GAS-COUNT           PIC 9(05) COMP VALUE ZERO.
001970     05 WS-CONSULTAS-COUNT     PIC 9(05) COMP VALUE ZERO.
001980
001990 01  WS-PERIODO                  PIC 9(06) VALUE ZERO.
002000 01  WS-FECHA-DESGLOSE.
002010     05 WS-FD-PERIODO          PIC 9(06).
002020     05 WS-FD-DIA              PIC 9(02).
002030
002040*----------------------------------------------------------*
002050* OPERADOR A RESOLVER CONTRA OPERMSTR Y EMPLEADO VINCULADO   *
002060* (CERO SI EL OPERADOR NO ESTA O NO TIENE EMPLEADO).         *
002070*----------------------------------------------------------*
002080 01  WS-BUSCA-OPERADOR           PIC X(08) VALUE SPACES.
002090 01  WS-BUSCA-EMP-ID             PIC 9(06) VALUE ZERO.
002100
002110*----------------------------------------------------------*
002120* CAMPOS DE TRABAJO DEL CRUCE DE APUNTES RETENIDOS.          *
002130*----------------------------------------------------------*
002140 01  WS-REF-APUNTE               PIC X(08) VALUE SPACES.
002150 01  WS-DECISOR                  PIC X(08) VALUE SPACES.
002160 01  WS-OPERADOR-ALTA            PIC X(08) VALUE SPACES.
002170 01  WS-EMP-DECISOR              PIC 9(06) VALUE ZERO.
002180 01  WS-EMP-ALTA                 PIC 9(06) VALUE ZERO.
002190
002200*----------------------------------------------------------*
002210* CLAVE DE EMPLMNT EN AUDITLOG: OPERADOR, FUNCION Y EMP-ID.  *
002220*----------------------------------------------------------*
002230 01  WS-CLAVE-EMPLMNT.
002240     05 WCE-OPERADOR           PIC X(08).
002250     05 FILLER                 PIC X(01).
002260     05 WCE-FUNCION            PIC X(01).
002270     05 FILLER                 PIC X(01).
002280     05 WCE-EMP-ID             PIC X(06).
002290     05 WCE-EMP-ID-N REDEFINES WCE-EMP-ID
002300                               PIC 9(06).
002310     05 FILLER                 PIC X(03).
002320
002330*----------------------------------------------------------*
002340* GASTOS DADOS DE ALTA (CUALQUIER FECHA), PARA SABER QUIEN   *
002350* LEVANTO CADA UNO CUANDO LLEGA SU APROBACION.               *
002360*----------------------------------------------------------*
002370 01  WS-GASTO-COUNT              PIC 9(05) COMP VALUE ZERO.
002380 01  WS-GASTO-SUB                PIC 9(05) COMP VALUE ZERO.
002390 01  WS-GASTO-POS                PIC 9(05) COMP VALUE ZERO.
002400 01  WS-GASTO-TABLE.
002410     05 WS-GASTO-ENTRY OCCURS 1 TO 5000 TIMES
002420             DEPENDING ON WS-GASTO-COUNT
002430             INDEXED BY WS-GASTO-IDX.
002440         10 GT-EMP-ID            PIC 9(06).
002450         10 GT-NUMERO            PIC 9(04).
002460         10 GT-USER-ID           PIC X(08).
002470         10 GT-FECHA             PIC 9(08).
002480         10 GT-HORA              PIC 9(08).
002490
002500*----------------------------------------------------------*
002510* CASOS HALLADOS EN EL PERIODO, QUE AL FINAL SE VUELCAN A    *
002520* AUDITLOG (QUE MIENTRAS TANTO SE ESTA LEYENDO).             *
002530*----------------------------------------------------------*
002540 01  WS-CASO-COUNT               PIC 9(04) COMP VALUE ZERO.
002550 01  WS-CASO-TABLE.
002560     05 WS-CASO-ENTRY OCCURS 1 TO 500 TIMES
002570             DEPENDING ON WS-CASO-COUNT
002580             INDEXED BY WS-CASO-IDX.
002590         10 CT-OPERADOR          PIC X(08).
002600         10 CT-TIPO              PIC X(03).
002610         10 CT-REF               PIC X(08).
002620         10 CT-NOTA              PIC X(40).
002630
002640 01  WS-CASO-NUEVO.
002650     05 CN-OPERADOR             PIC X(08).
002660     05 CN-TIPO                 PIC X(03).
002670     05 CN-REF                  PIC X(08).
002680     05 CN-NOTA                 PIC X(40).
002690
002700 01  WS-AUD-CLAVE.
002710     05 WAC-OPERADOR            PIC X(08).
002720     05 WAC-TIPO                PIC X(03).
002730     05 FILLER                  PIC X(01) VALUE SPACES.
002740     05 WAC-REF                 PIC X(08).
002750
002760 01  WS-TITULO-LINE.
002770     05 FILLER                  PIC X(36)
002780             VALUE "SEPFUNC - SEGREGACION DE FUNCIONES ".
002790     05 FILLER                  PIC X(08) VALUE "PERIODO ".
002800     05 TL-PERIODO              PIC 9(06).
002810
002820 01  WS-COLUMNAS-LINE.
002830     05 FILLER                  PIC X(16)
002840             VALUE "OPERADOR  TIP   ".
002850     05 FILLER                  PIC X(14)
002860             VALUE "REFERENC  NOTA".
002870
002880 01  WS-DET-LINE.
002890     05 DL-OPERADOR             PIC X(08).
002900     05 FILLER                  PIC X(02) VALUE SPACES.
002910     05 DL-TIPO                 PIC X(03).
002920     05 FILLER                  PIC X(03) VALUE SPACES.
002930     05 DL-REF                  PIC X(08).
002940     05 FILLER                  PIC X(02) VALUE SPACES.
002950     05 DL-NOTA                 PIC X(40).
002960
002970 01  WS-EVID-LINE.
002980     05 FILLER                  PIC X(04) VALUE SPACES.
002990     05 EL-FUENTE               PIC X(08).
003000     05 FILLER                  PIC X(01) VALUE SPACES.
003010     05 EL-FECHA                PIC 9(08).
003020     05 FILLER                  PIC X(01) VALUE SPACES.
003030     05 EL-HORA                 PIC 9(08).
003040     05 FILLER                  PIC X(01) VALUE SPACES.
003050     05 EL-DATOS                PIC X(49).
003060
003070 01  WS-TOTAL-LINE.
003080     05 TT-TEXTO                PIC X(36).
003090     05 TT-CUENTA               PIC ZZ.ZZ9.
003100
003110 PROCEDURE DIVISION.
003120
003130 0000-MAINLINE.
003140     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003150     PERFORM 2000-PASE-AUDITLOG THRU 2000-EXIT.
003160     PERFORM 3000-PASE-EMPAUDIT THRU 3000-EXIT.
003170     PERFORM 4000-PASE-BNKAUDIT THRU 4000-EXIT.
003180     PERFORM 5000-PASE-GASAUDIT THRU 5000-EXIT.
003190     PERFORM 6000-PASE-ACCJRNL THRU 6000-EXIT.
003200     PERFORM 8000-GRABAR-AUDITLOG THRU 8000-EXIT.
003210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003220     GOBACK.
003230
003240 1000-INITIALIZE.
003250     OPEN INPUT OPERADOR-MASTER-FILE.
003260     IF WS-OPERMSTR-NO-FILE
003270         MOVE "S" TO WS-SIN-OPERMSTR-SW
003280         DISPLAY "SEPFUNC: OPERMSTR NO EXISTE, SOLO SE CRUZA "
003290             "POR OPERADOR"
003300     ELSE
003310         IF NOT WS-OPERMSTR-OK
003320             DISPLAY "SEPFUNC: ERROR ABRIENDO OPERMSTR "
003330                 WS-OPERMSTR-STATUS
003340             GO TO ABEND-CLEANUP
003350         END-IF
003360     END-IF
003370     OPEN OUTPUT SEP-RPT-FILE.
003380     IF NOT WS-SEPFRPT-OK
003390         DISPLAY "SEPFUNC: ERROR ABRIENDO SEPFRPT "
003400             WS-SEPFRPT-STATUS
003410         GO TO ABEND-CLEANUP
003420     END-IF
003430     PERFORM 1100-LEER-PARM THRU 1100-EXIT
003440     MOVE WS-PERIODO TO TL-PERIODO
003450     MOVE WS-TITULO-LINE TO SEP-RPT-LINE
003460     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
003470     MOVE SPACES TO SEP-RPT-LINE
003480     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
003490     MOVE WS-COLUMNAS-LINE TO SEP-RPT-LINE
003500     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
003510 1000-EXIT.
003520     EXIT.
003530
003540 1100-LEER-PARM.
003550     OPEN INPUT PARM-FILE.
003560     IF NOT WS-SEPPARM-OK
003570         DISPLAY "SEPFUNC: ERROR ABRIENDO SEPPARM "
003580             WS-SEPPARM-STATUS
003590         GO TO ABEND-CLEANUP
003600     END-IF
003610     READ PARM-FILE
003620         AT END
003630             DISPLAY "SEPFUNC: SEPPARM VACIO"
003640             GO TO ABEND-CLEANUP
003650     END-READ
003660     IF PI-PERIODO IS NOT NUMERIC OR PI-PERIODO = ZERO
003670         DISPLAY "SEPFUNC: PERIODO DE SEPPARM INVALIDO"
003680         GO TO ABEND-CLEANUP
003690     END-IF
003700     MOVE PI-PERIODO TO WS-PERIODO
003710     CLOSE PARM-FILE.
003720 1100-EXIT.
003730     EXIT.
003740
003750*----------------------------------------------------------*
003760* AUDITLOG: DECISIONES SOBRE APUNTES RETENIDOS (APROBAR Y    *
003770* APROLIB) Y MANTENIMIENTOS EN LINEA DE EMPLMNT.             *
003780*----------------------------------------------------------*
003790 2000-PASE-AUDITLOG.
003800     OPEN INPUT AUDIT-LOG-FILE.
003810     IF WS-AUDITLOG-NO-FILE
003820         DISPLAY "SEPFUNC: AUDITLOG NO EXISTE"
003830         GO TO 2000-EXIT
003840     END-IF
003850     IF NOT WS-AUDITLOG-OK
003860         DISPLAY "SEPFUNC: ERROR ABRIENDO AUDITLOG "
003870             WS-AUDITLOG-STATUS
003880         GO TO ABEND-CLEANUP
003890     END-IF
003900     MOVE "N" TO WS-EOF-SW
003910     PERFORM 2100-LEER-AUDITLOG THRU 2100-EXIT
003920         UNTIL WS-EOF.
003930     CLOSE AUDIT-LOG-FILE.
003940 2000-EXIT.
003950     EXIT.
003960
003970 2100-LEER-AUDITLOG.
003980     READ AUDIT-LOG-FILE
003990         AT END
004000             SET WS-EOF TO TRUE
004010             GO TO 2100-EXIT
004020     END-READ
004030     IF NOT WS-AUDITLOG-OK
004040         DISPLAY "SEPFUNC: ERROR LEYENDO AUDITLOG "
004050             WS-AUDITLOG-STATUS
004060         GO TO ABEND-CLEANUP
004070     END-IF
004080     MOVE AUD-FECHA TO WS-FECHA-DESGLOSE
004090     IF WS-FD-PERIODO NOT = WS-PERIODO
004100         GO TO 2100-EXIT
004110     END-IF
004120     IF (AUD-PROGRAMA = "APROBAR" OR AUD-PROGRAMA = "APROLIB")
004130         AND AUD-EVENTO-EXCEPCION
004140         PERFORM 2200-CRUZA-APUNTE THRU 2200-EXIT
004150         GO TO 2100-EXIT
004160     END-IF
004170     IF AUD-PROGRAMA = "EMPLMNT" AND AUD-EVENTO-MANTENIM
004180         PERFORM 2300-CRUZA-EMPLMNT THRU 2300-EXIT
004190     END-IF.
004200 2100-EXIT.
004210     EXIT.
004220
004230*----------------------------------------------------------*
004240* APUNTE RETENIDO LIBERADO: LA CLAVE TRAE LA REFERENCIA Y EL *
004250* OPERADOR QUE DECIDIO; EL DETALLE, DETRAS DE "ALTA", EL QUE *
004260* PREPARO EL LOTE. CASO SI ES EL MISMO OPERADOR O SI AMBOS   *
004270* OPERADORES SON EL MISMO EMPLEADO.                          *
004280*----------------------------------------------------------*
004290 2200-CRUZA-APUNTE.
004300     IF AUD-DETALLE (27:5) NOT = "ALTA "
004310         GO TO 2200-EXIT
004320     END-IF
004330     MOVE AUD-DETALLE (32:8) TO WS-OPERADOR-ALTA
004340     IF WS-OPERADOR-ALTA = SPACES
004350         GO TO 2200-EXIT
004360     END-IF
004370     MOVE SPACES TO WS-REF-APUNTE
004380     MOVE SPACES TO WS-DECISOR
004390     UNSTRING AUD-CLAVE DELIMITED BY ALL " "
004400         INTO WS-REF-APUNTE WS-DECISOR
004410     END-UNSTRING
004420     IF WS-DECISOR = SPACES
004430         GO TO 2200-EXIT
004440     END-IF
004450     MOVE SPACES TO CN-NOTA
004460     IF WS-DECISOR = WS-OPERADOR-ALTA
004470         MOVE "PREPARO Y APROBO EL MISMO APUNTE" TO CN-NOTA
004480     ELSE
004490         MOVE WS-DECISOR TO WS-BUSCA-OPERADOR
004500         PERFORM 3900-EMP-OPERADOR THRU 3900-EXIT
004510         MOVE WS-BUSCA-EMP-ID TO WS-EMP-DECISOR
004520         MOVE WS-OPERADOR-ALTA TO WS-BUSCA-OPERADOR
004530         PERFORM 3900-EMP-OPERADOR THRU 3900-EXIT
004540         MOVE WS-BUSCA-EMP-ID TO WS-EMP-ALTA
004550         IF WS-EMP-DECISOR NOT = ZERO
004560             AND WS-EMP-DECISOR = WS-EMP-ALTA
004570             MOVE "PREPARO Y APROBO (MISMO EMPLEADO)" TO CN-NOTA
004580         END-IF
004590     END-IF
004600     IF CN-NOTA = SPACES
004610         GO TO 2200-EXIT
004620     END-IF
004630     MOVE WS-DECISOR TO CN-OPERADOR
004640     MOVE "APU" TO CN-TIPO
004650     MOVE WS-REF-APUNTE TO CN-REF
004660     PERFORM 7100-ANOTAR-CASO THRU 7100-EXIT
004670     ADD 1 TO WS-APU-COUNT
004680     MOVE "AUDITLOG" TO EL-FUENTE
004690     MOVE AUD-FECHA TO EL-FECHA
004700     MOVE AUD-HORA TO EL-HORA
004710     MOVE SPACES TO EL-DATOS
004720     STRING AUD-PROGRAMA " " AUD-CLAVE " ALTA " WS-OPERADOR-ALTA
004730         DELIMITED BY SIZE INTO EL-DATOS
004740     END-STRING
004750     PERFORM 7200-WRITE-EVIDENCIA THRU 7200-EXIT.
004760 2200-EXIT.
004770     EXIT.
004780
004790*----------------------------------------------------------*
004800* ALTA, CAMBIO O BAJA EN LINEA DE EMPLMNT: CASO SI EL EMP-ID *
004810* DE LA CLAVE ES EL EMPLEADO VINCULADO AL OPERADOR.          *
004820*----------------------------------------------------------*
004830 2300-CRUZA-EMPLMNT.
004840     MOVE AUD-CLAVE TO WS-CLAVE-EMPLMNT
004850     IF WCE-EMP-ID IS NOT NUMERIC
004860         GO TO 2300-EXIT
004870     END-IF
004880     MOVE WCE-OPERADOR TO WS-BUSCA-OPERADOR
004890     PERFORM 3900-EMP-OPERADOR THRU 3900-EXIT
004900     IF WS-BUSCA-EMP-ID = ZERO
004910         OR WS-BUSCA-EMP-ID NOT = WCE-EMP-ID-N
004920         GO TO 2300-EXIT
004930     END-IF
004940     MOVE WCE-OPERADOR TO CN-OPERADOR
004950     MOVE "FIC" TO CN-TIPO
004960     MOVE WCE-EMP-ID TO CN-REF
004970     MOVE "MANTUVO SU PROPIA FICHA EN EMPLMNT" TO CN-NOTA
004980     PERFORM 7100-ANOTAR-CASO THRU 7100-EXIT
004990     ADD 1 TO WS-FIC-COUNT
005000     MOVE "AUDITLOG" TO EL-FUENTE
005010     MOVE AUD-FECHA TO EL-FECHA
005020     MOVE AUD-HORA TO EL-HORA
005030     MOVE SPACES TO EL-DATOS
005040     STRING AUD-PROGRAMA " " AUD-CLAVE
005050         DELIMITED BY SIZE INTO EL-DATOS
005060     END-STRING
005070     PERFORM 7200-WRITE-EVIDENCIA THRU 7200-EXIT.
005080 2300-EXIT.
005090     EXIT.
005100
005110*----------------------------------------------------------*
005120* EMPAUDIT: MANTENIMIENTO EN LOTE DE EMPMSTR (CAMPOS).       *
005130*----------------------------------------------------------*
005140 3000-PASE-EMPAUDIT.
005150     OPEN INPUT EMP-AUDIT-FILE.
005160     IF WS-EMPAUDIT-NO-FILE
005170         DISPLAY "SEPFUNC: EMPAUDIT NO EXISTE"
005180         GO TO 3000-EXIT
005190     END-IF
005200     IF NOT WS-EMPAUDIT-OK
005210         DISPLAY "SEPFUNC: ERROR ABRIENDO EMPAUDIT "
005220             WS-EMPAUDIT-STATUS
005230         GO TO ABEND-CLEANUP
005240     END-IF
005250     MOVE "N" TO WS-EOF-SW
005260     PERFORM 3100-LEER-EMPAUDIT THRU 3100-EXIT
005270         UNTIL WS-EOF.
005280     CLOSE EMP-AUDIT-FILE.
005290 3000-EXIT.
005300     EXIT.
005310
005320 3100-LEER-EMPAUDIT.
005330     READ EMP-AUDIT-FILE
005340         AT END
005350             SET WS-EOF TO TRUE
005360             GO TO 3100-EXIT
005370     END-READ
005380     IF NOT WS-EMPAUDIT-OK
005390         DISPLAY "SEPFUNC: ERROR LEYENDO EMPAUDIT "
005400             WS-EMPAUDIT-STATUS
005410         GO TO ABEND-CLEANUP
005420     END-IF
005430     MOVE AUD-FECHA-HOY TO WS-FECHA-DESGLOSE
005440     IF WS-FD-PERIODO NOT = WS-PERIODO
005450         GO TO 3100-EXIT
005460     END-IF
005470     MOVE AUD-USER-ID TO WS-BUSCA-OPERADOR
005480     PERFORM 3900-EMP-OPERADOR THRU 3900-EXIT
005490     IF WS-BUSCA-EMP-ID = ZERO
005500         OR WS-BUSCA-EMP-ID NOT = AUD-EMP-ID
005510         GO TO 3100-EXIT
005520     END-IF
005530     MOVE AUD-USER-ID TO CN-OPERADOR
005540     MOVE "FIC" TO CN-TIPO
005550     MOVE AUD-EMP-ID TO CN-REF
005560     MOVE "MANTUVO SU PROPIA FICHA EN LOTE" TO CN-NOTA
005570     PERFORM 7100-ANOTAR-CASO THRU 7100-EXIT
005580     ADD 1 TO WS-FIC-COUNT
005590     MOVE "EMPAUDIT" TO EL-FUENTE
005600     MOVE AUD-FECHA-HOY TO EL-FECHA
005610     MOVE AUD-HORA-HOY TO EL-HORA
005620     MOVE SPACES TO EL-DATOS
005630     STRING "COD " AUD-TRANS-CODE " EMP " AUD-EMP-ID " "
005640            AUD-DESPUES-APELLIDO
005650         DELIMITED BY SIZE INTO EL-DATOS
005660     END-STRING
005670     PERFORM 7200-WRITE-EVIDENCIA THRU 7200-EXIT.
005680 3100-EXIT.
005690     EXIT.
005700
005710*----------------------------------------------------------*
005720* EMPLEADO VINCULADO AL OPERADOR DE WS-BUSCA-OPERADOR.       *
005730*----------------------------------------------------------*
005740 3900-EMP-OPERADOR.
005750     MOVE ZERO TO WS-BUSCA-EMP-ID
005760     IF WS-SIN-OPERMSTR OR WS-BUSCA-OPERADOR = SPACES
005770         GO TO 3900-EXIT
005780     END-IF
005790     MOVE WS-BUSCA-OPERADOR TO OP-ID
005800     READ OPERADOR-MASTER-FILE
005810         INVALID KEY
005820             CONTINUE
005830         NOT INVALID KEY
005840             IF OP-EMP-ID IS NUMERIC
005850                 MOVE OP-EMP-ID TO WS-BUSCA-EMP-ID
005860             END-IF
005870     END-READ.
005880 3900-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920* BNKAUDIT: MANTENIMIENTO DE CUENTAS DE BNKMSTR (BANCMANT).  *
005930*----------------------------------------------------------*
005940 4000-PASE-BNKAUDIT.
005950     OPEN INPUT BNK-AUDIT-FILE.
005960     IF WS-BNKAUDIT-NO-FILE
005970         DISPLAY "SEPFUNC: BNKAUDIT NO EXISTE"
005980         GO TO 4000-EXIT
005990     END-IF
006000     IF NOT WS-BNKAUDIT-OK
006010         DISPLAY "SEPFUNC: ERROR ABRIENDO BNKAUDIT "
006020             WS-BNKAUDIT-STATUS
006030         GO TO ABEND-CLEANUP
006040     END-IF
006050     MOVE "N" TO WS-EOF-SW
006060     PERFORM 4100-LEER-BNKAUDIT THRU 4100-EXIT
006070         UNTIL WS-EOF.
006080     CLOSE BNK-AUDIT-FILE.
006090 4000-EXIT.
006100     EXIT.
006110
006120 4100-LEER-BNKAUDIT.
006130     READ BNK-AUDIT-FILE
006140         AT END
006150             SET WS-EOF TO TRUE
006160             GO TO 4100-EXIT
006170     END-READ
006180     IF NOT WS-BNKAUDIT-OK
006190         DISPLAY "SEPFUNC: ERROR LEYENDO BNKAUDIT "
006200             WS-BNKAUDIT-STATUS
006210         GO TO ABEND-CLEANUP
006220     END-IF
006230     MOVE BAU-FECHA-HOY TO WS-FECHA-DESGLOSE
006240     IF WS-FD-PERIODO NOT = WS-PERIODO
006250         GO TO 4100-EXIT
006260     END-IF
006270     MOVE BAU-USER-ID TO WS-BUSCA-OPERADOR
006280     PERFORM 3900-EMP-OPERADOR THRU 3900-EXIT
006290     IF WS-BUSCA-EMP-ID = ZERO
006300         OR WS-BUSCA-EMP-ID NOT = BAU-EMP-ID
006310         GO TO 4100-EXIT
006320     END-IF
006330     MOVE BAU-USER-ID TO CN-OPERADOR
006340     MOVE "FIC" TO CN-TIPO
006350     MOVE BAU-EMP-ID TO CN-REF
006360     MOVE "MANTUVO SU PROPIA CUENTA EN BNKMSTR" TO CN-NOTA
006370     PERFORM 7100-ANOTAR-CASO THRU 7100-EXIT
006380     ADD 1 TO WS-FIC-COUNT
006390     MOVE "BNKAUDIT" TO EL-FUENTE
006400     MOVE BAU-FECHA-HOY TO EL-FECHA
006410     MOVE BAU-HORA-HOY TO EL-HORA
006420     MOVE SPACES TO EL-DATOS
006430     STRING "COD " BAU-TRANS-CODE " EMP " BAU-EMP-ID
006440            " CUENTA " BAU-ORDEN " " BAU-DESPUES-DATOS
006450         DELIMITED BY SIZE INTO EL-DATOS
006460     END-STRING
006470     PERFORM 7200-WRITE-EVIDENCIA THRU 7200-EXIT.
006480 4100-EXIT.
006490     EXIT.
006500
006510*----------------------------------------------------------*
006520* GASAUDIT SE LEE ENTERO EN ORDEN CRONOLOGICO: LAS ALTAS (A) *
006530* DE CUALQUIER FECHA SIEMBRAN QUIEN LEVANTO CADA GASTO Y LAS *
006540* APROBACIONES (P) DEL PERIODO SE CRUZAN CONTRA ELLAS.       *
006550*----------------------------------------------------------*
006560 5000-PASE-GASAUDIT.
006570     OPEN INPUT GAS-AUDIT-FILE.
006580     IF WS-GASAUDIT-NO-FILE
006590         DISPLAY "SEPFUNC: GASAUDIT NO EXISTE"
006600         GO TO 5000-EXIT
006610     END-IF
006620     IF NOT WS-GASAUDIT-OK
006630         DISPLAY "SEPFUNC: ERROR ABRIENDO GASAUDIT "
006640             WS-GASAUDIT-STATUS
006650         GO TO ABEND-CLEANUP
006660     END-IF
006670     MOVE "N" TO WS-EOF-SW
006680     PERFORM 5100-LEER-GASAUDIT THRU 5100-EXIT
006690         UNTIL WS-EOF.
006700     CLOSE GAS-AUDIT-FILE.
006710 5000-EXIT.
006720     EXIT.
006730
006740 5100-LEER-GASAUDIT.
006750     READ GAS-AUDIT-FILE
006760         AT END
006770             SET WS-EOF TO TRUE
006780             GO TO 5100-EXIT
006790     END-READ
006800     IF NOT WS-GASAUDIT-OK
006810         DISPLAY "SEPFUNC: ERROR LEYENDO GASAUDIT "
006820             WS-GASAUDIT-STATUS
006830         GO TO ABEND-CLEANUP
006840     END-IF
006850     IF GAU-TRANS-CODE = "A"
006860         PERFORM 5200-GUARDAR-ALTA THRU 5200-EXIT
006870         GO TO 5100-EXIT
006880     END-IF
006890     IF GAU-TRANS-CODE NOT = "P"
006900         GO TO 5100-EXIT
006910     END-IF
006920     MOVE GAU-FECHA-HOY TO WS-FECHA-DESGLOSE
006930     IF WS-FD-PERIODO NOT = WS-PERIODO
006940         GO TO 5100-EXIT
006950     END-IF
006960     PERFORM 5300-CRUZA-APROBACION THRU 5300-EXIT.
006970 5100-EXIT.
006980     EXIT.
006990
007000 5200-GUARDAR-ALTA.
007010     IF WS-GASTO-COUNT >= 5000
007020         DISPLAY "SEPFUNC: TABLA DE GASTOS LLENA"
007030         GO TO ABEND-CLEANUP
007040     END-IF
007050     ADD 1 TO WS-GASTO-COUNT
007060     SET WS-GASTO-IDX TO WS-GASTO-COUNT
007070     MOVE GAU-EMP-ID TO GT-EMP-ID (WS-GASTO-IDX)
007080     MOVE GAU-NUMERO TO GT-NUMERO (WS-GASTO-IDX)
007090     MOVE GAU-USER-ID TO GT-USER-ID (WS-GASTO-IDX)
007100     MOVE GAU-FECHA-HOY TO GT-FECHA (WS-GASTO-POS)
007110     MOVE GAU-HORA-HOY TO GT-HORA (WS-GASTO-IDX).
007120 5200-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------*
007160* APROBACION DE UN GASTO: CASO SI QUIEN APRUEBA LO DIO DE    *
007170* ALTA O SI EL GASTO ES DEL EMPLEADO VINCULADO A QUIEN       *
007180* APRUEBA. LA ALTA SE BUSCA DESDE LA MAS RECIENTE.           *
007190*----------------------------------------------------------*
007200 5300-CRUZA-APROBACION.
007210     MOVE "N" TO WS-GASTO-HALLADO-SW
007220     IF WS-GASTO-COUNT > ZERO
007230         PERFORM 5310-BUSCA-ALTA THRU 5310-EXIT
007240             VARYING WS-GASTO-SUB FROM WS-GASTO-COUNT BY -1
007250             UNTIL WS-GASTO-SUB < 1 OR WS-GASTO-HALLADO
007260     END-IF
007270     MOVE GAU-USER-ID TO WS-BUSCA-OPERADOR
007280     PERFORM 3900-EMP-OPERADOR THRU 3900-EXIT
007290     MOVE SPACES TO CN-NOTA
007300     IF WS-GASTO-HALLADO
007310         IF GT-USER-ID (WS-GASTO-POS) = GAU-USER-ID
007320             STRING "DIO DE ALTA Y APROBO EL GASTO "
007330                    GAU-NUMERO
007340                 DELIMITED BY SIZE INTO CN-NOTA
007350             END-STRING
007360         END-IF
007370     END-IF
007380     IF CN-NOTA = SPACES
007390         AND WS-BUSCA-EMP-ID NOT = ZERO
007400         AND WS-BUSCA-EMP-ID = GAU-EMP-ID
007410         STRING "APROBO SU PROPIO GASTO " GAU-NUMERO
007420             DELIMITED BY SIZE INTO CN-NOTA
007430         END-STRING
007440     END-IF
007450     IF CN-NOTA = SPACES
007460         GO TO 5300-EXIT
007470     END-IF
007480     MOVE GAU-USER-ID TO CN-OPERADOR
007490     MOVE "GAS" TO CN-TIPO
007500     MOVE GAU-EMP-ID TO CN-REF
007510     PERFORM 7100-ANOTAR-CASO THRU 7100-EXIT
007520     ADD 1 TO WS-GAS-COUNT
007530     IF WS-GASTO-HALLADO
007540         MOVE "GASAUDIT" TO EL-FUENTE
007550         MOVE GT-FECHA (WS-GASTO-POS) TO EL-FECHA
007560         MOVE GT-HORA (WS-GASTO-POS) TO EL-HORA
007570         MOVE SPACES TO EL-DATOS
007580         STRING "ALTA POR " GT-USER-ID (WS-GASTO-POS)
007590                " EMP " GAU-EMP-ID " GASTO " GAU-NUMERO
007600             DELIMITED BY SIZE INTO EL-DATOS
007610         END-STRING
007620         PERFORM 7200-WRITE-EVIDENCIA THRU 7200-EXIT
007630     END-IF
007640     MOVE "GASAUDIT" TO EL-FUENTE
007650     MOVE GAU-FECHA-HOY TO EL-FECHA
007660     MOVE GAU-HORA-HOY TO EL-HORA
007670     MOVE SPACES TO EL-DATOS
007680     STRING "APROBADO POR " GAU-USER-ID
007690            " EMP " GAU-EMP-ID " GASTO " GAU-NUMERO
007700         DELIMITED BY SIZE INTO EL-DATOS
007710     END-STRING
007720     PERFORM 7200-WRITE-EVIDENCIA THRU 7200-EXIT.
007730 5300-EXIT.
007740     EXIT.
007750
007760 5310-BUSCA-ALTA.
007770     IF GT-EMP-ID (WS-GASTO-SUB) = GAU-EMP-ID
007780         AND GT-NUMERO (WS-GASTO-SUB) = GAU-NUMERO
007790         SET WS-GASTO-HALLADO TO TRUE
007800         MOVE WS-GASTO-SUB TO WS-GASTO-POS
007810     END-IF.
007820 5310-EXIT.
007830     EXIT.
007840
007850*----------------------------------------------------------*
007860* ACCJRNL: CONSULTAS DE EMPLMNT DEL PERIODO A LA PROPIA FICHA*
007870* DE UN OPERADOR QUE YA TIENE UN CASO FIC SOBRE ESA FICHA. SE*
007880* LISTAN COMO EVIDENCIA DE APOYO; NO SON CASOS POR SI SOLAS. *
007890*----------------------------------------------------------*
007900 6000-PASE-ACCJRNL.
007910     IF WS-FIC-COUNT = ZERO
007920         GO TO 6000-EXIT
007930     END-IF
007940     OPEN INPUT ACCESO-JRNL-FILE.
007950     IF WS-ACCJRNL-NO-FILE
007960         DISPLAY "SEPFUNC: ACCJRNL NO EXISTE"
007970         GO TO 6000-EXIT
007980     END-IF
007990     IF NOT WS-ACCJRNL-OK
008000         DISPLAY "SEPFUNC: ERROR ABRIENDO ACCJRNL "
008010             WS-ACCJRNL-STATUS
008020         GO TO ABEND-CLEANUP
008030     END-IF
008040     MOVE SPACES TO SEP-RPT-LINE
008050     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
008060     MOVE "CONSULTAS A SU PROPIA FICHA (ACCJRNL)" TO SEP-RPT-LINE
008070     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
008080     MOVE "N" TO WS-EOF-SW
008090     PERFORM 6100-LEER-ACCJRNL THRU 6100-EXIT
008100         UNTIL WS-EOF.
008110     CLOSE ACCESO-JRNL-FILE.
008120 6000-EXIT.
008130     EXIT.
008140
008150 6100-LEER-ACCJRNL.
008160     READ ACCESO-JRNL-FILE
008170         AT END
008180             SET WS-EOF TO TRUE
008190             GO TO 6100-EXIT
008200     END-READ
008210     IF NOT WS-ACCJRNL-OK
008220         DISPLAY "SEPFUNC: ERROR LEYENDO ACCJRNL "
008230             WS-ACCJRNL-STATUS
008240         GO TO ABEND-CLEANUP
008250     END-IF
008260     MOVE ACC-FECHA TO WS-FECHA-DESGLOSE
008270     IF WS-FD-PERIODO NOT = WS-PERIODO
008280         OR ACC-TRANSACCION NOT = "EMPM"
008290         GO TO 6100-EXIT
008300     END-IF
008310     MOVE "N" TO WS-CASO-HALLADO-SW
008320     SET WS-CASO-IDX TO 1
008330     SEARCH WS-CASO-ENTRY
008340         AT END
008350             CONTINUE
008360         WHEN CT-OPERADOR (WS-CASO-IDX) = ACC-OPERADOR
008370             AND CT-TIPO (WS-CASO-IDX) = "FIC"
008380             AND CT-REF (WS-CASO-IDX) (1:6) = ACC-CLAVE (1:6)
008390             SET WS-CASO-HALLADO TO TRUE
008400     END-SEARCH
008410     IF NOT WS-CASO-HALLADO
008420         GO TO 6100-EXIT
008430     END-IF
008440     ADD 1 TO WS-CONSULTAS-COUNT
008450     MOVE "ACCJRNL" TO EL-FUENTE
008460     MOVE ACC-FECHA TO EL-FECHA
008470     MOVE ACC-HORA TO EL-HORA
008480     MOVE SPACES TO EL-DATOS
008490     STRING ACC-OPERADOR " " ACC-TRANSACCION " " ACC-CLAVE
008500         DELIMITED BY SIZE INTO EL-DATOS
008510     END-STRING
008520     PERFORM 7200-WRITE-EVIDENCIA THRU 7200-EXIT.
008530 6100-EXIT.
008540     EXIT.
008550
008560 7000-WRITE-RPT.
008570     WRITE SEP-RPT-LINE
008580     IF NOT WS-SEPFRPT-OK
008590         DISPLAY "SEPFUNC: ERROR ESCRIBIENDO SEPFRPT "
008600             WS-SEPFRPT-STATUS
008610         GO TO ABEND-CLEANUP
008620     END-IF.
008630 7000-EXIT.
008640     EXIT.
008650
008660*----------------------------------------------------------*
008670* ANOTA EL CASO DE WS-CASO-NUEVO EN LA TABLA Y EN EL INFORME;*
008680* SUS EVIDENCIAS SE LISTAN DEBAJO.                           *
008690*----------------------------------------------------------*
008700 7100-ANOTAR-CASO.
008710     IF WS-CASO-COUNT >= 500
008720         DISPLAY "SEPFUNC: TABLA DE CASOS LLENA"
008730         GO TO ABEND-CLEANUP
008740     END-IF
008750     ADD 1 TO WS-CASO-COUNT
008760     SET WS-CASO-IDX TO WS-CASO-COUNT
008770     MOVE WS-CASO-NUEVO TO WS-CASO-ENTRY (WS-CASO-IDX)
008780     MOVE SPACES TO SEP-RPT-LINE
008790     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
008800     MOVE CN-OPERADOR TO DL-OPERADOR
008810     MOVE CN-TIPO TO DL-TIPO
008820     MOVE CN-REF TO DL-REF
008830     MOVE CN-NOTA TO DL-NOTA
008840     MOVE WS-DET-LINE TO SEP-RPT-LINE
008850     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
008860 7100-EXIT.
008870     EXIT.
008880
008890 7200-WRITE-EVIDENCIA.
008900     MOVE WS-EVID-LINE TO SEP-RPT-LINE
008910     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
008920 7200-EXIT.
008930     EXIT.
008940
008950*----------------------------------------------------------*
008960* CADA CASO QUEDA EN AUDITLOG COMO EXCEPCION, CON OPERADOR,  *
008970* TIPO Y REFERENCIA EN LA CLAVE Y LA NOTA EN EL DETALLE.     *
008980*----------------------------------------------------------*
008990 8000-GRABAR-AUDITLOG.
009000     IF WS-CASO-COUNT = ZERO
009010         GO TO 8000-EXIT
009020     END-IF
009030     OPEN EXTEND AUDIT-LOG-FILE.
009040     IF WS-AUDITLOG-NO-FILE
009050         OPEN OUTPUT AUDIT-LOG-FILE
009060     END-IF
009070     IF NOT WS-AUDITLOG-OK
009080         DISPLAY "SEPFUNC: ERROR ABRIENDO AUDITLOG "
009090             WS-AUDITLOG-STATUS
009100         GO TO ABEND-CLEANUP
009110     END-IF
009120     PERFORM 8100-GRABAR-CASO THRU 8100-EXIT
009130         VARYING WS-CASO-IDX FROM 1 BY 1
009140         UNTIL WS-CASO-IDX > WS-CASO-COUNT.
009150     CLOSE AUDIT-LOG-FILE.
009160 8000-EXIT.
009170     EXIT.
009180
009190 8100-GRABAR-CASO.
009200     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
009210     ACCEPT AUD-HORA FROM TIME
009220     MOVE "SEPFUNC" TO AUD-PROGRAMA
009230     MOVE CT-OPERADOR (WS-CASO-IDX) TO WAC-OPERADOR
009240     MOVE CT-TIPO (WS-CASO-IDX) TO WAC-TIPO
009250     MOVE CT-REF (WS-CASO-IDX) TO WAC-REF
009260     MOVE WS-AUD-CLAVE TO AUD-CLAVE
009270     SET AUD-EVENTO-EXCEPCION TO TRUE
009280     MOVE CT-NOTA (WS-CASO-IDX) TO AUD-DETALLE
009290     WRITE AUDITLOG-REC
009300     IF NOT WS-AUDITLOG-OK
009310         DISPLAY "SEPFUNC: ERROR ESCRIBIENDO AUDITLOG "
009320             WS-AUDITLOG-STATUS
009330         GO TO ABEND-CLEANUP
009340     END-IF.
009350 8100-EXIT.
009360     EXIT.
009370
009380 9000-TERMINATE.
009390     MOVE SPACES TO SEP-RPT-LINE
009400     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
009410     MOVE "APUNTES PREPARADOS Y APROBADOS" TO TT-TEXTO
009420     MOVE WS-APU-COUNT TO TT-CUENTA
009430     MOVE WS-TOTAL-LINE TO SEP-RPT-LINE
009440     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
009450     MOVE "MANTENIMIENTOS DE LA PROPIA FICHA" TO TT-TEXTO
009460     MOVE WS-FIC-COUNT TO TT-CUENTA
009470     MOVE WS-TOTAL-LINE TO SEP-RPT-LINE
009480     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
009490     MOVE "GASTOS LEVANTADOS Y APROBADOS" TO TT-TEXTO
009500     MOVE WS-GAS-COUNT TO TT-CUENTA
009510     MOVE WS-TOTAL-LINE TO SEP-RPT-LINE
009520     PERFORM 7000-WRITE-RPT THRU 7000-EXIT
009530     IF NOT WS-SIN-OPERMSTR
009540         CLOSE OPERADOR-MASTER-FILE
009550     END-IF
009560     CLOSE SEP-RPT-FILE.
009570     DISPLAY "SEPFUNC: PERIODO " WS-PERIODO
009580         " APU " WS-APU-COUNT
009590         " FIC " WS-FIC-COUNT
009600         " GAS " WS-GAS-COUNT
009610         " CONSULTAS " WS-CONSULTAS-COUNT.
009620     IF WS-CASO-COUNT > ZERO
009630         MOVE 4 TO RETURN-CODE
009640     END-IF.
009650 9000-EXIT.
009660     EXIT.
009670
009680 ABEND-CLEANUP.
009690     DISPLAY "SEPFUNC: TERMINACION ANORMAL - CERRANDO FICHEROS".
009700     CLOSE AUDIT-LOG-FILE.
009710     CLOSE EMP-AUDIT-FILE.
009720     CLOSE BNK-AUDIT-FILE.
009730     CLOSE GAS-AUDIT-FILE.
009740     CLOSE ACCESO-JRNL-FILE.
009750     CLOSE OPERADOR-MASTER-FILE.
009760     CLOSE SEP-RPT-FILE.
009770     MOVE 16 TO RETURN-CODE.
009780     GOBACK.
009790
009800     END PROGRAM SEPFUNC.

000010*----------------------------------------------------------*
000020* PAGOREV - REVISION PREVIA DE LOS NETOS ANTES DEL ABONO     *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. PAGOREV.
000060 AUTHOR. EQUIPO DE NOMINA.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                                *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. PAGOBAN Y CHQEMIT PAGABAN *
000140*                TODO LO QUE DEJABA PAYCALC EN EMPNETO SIN   *
000150*                QUE NADIE LO MIRASE ANTES DE SALIR AL       *
000160*                BANCO. ESTE PASO, TRAS FINIQUIT, COMPARA    *
000170*                CADA NETO CON LA ULTIMA NOMINA ORDINARIA    *
000180*                DEL EMPLEADO EN NOMHIST Y RETIENE LOS QUE   *
000190*                VARIAN (NETO O BRUTO) MAS DEL PORCENTAJE O  *
000200*                DEL IMPORTE DE REVPARM, LOS PRIMEROS PAGOS, *
000210*                LOS PAGOS A EMPLEADOS DE BAJA DE UN PERIODO *
000220*                ANTERIOR Y LOS NETOS CERO O NEGATIVOS. LO   *
000230*                RETENIDO PASA A LA COLA PAGORET (GDG) Y LO  *
000240*                DEMAS A NETOPAGO, QUE ES LO QUE LEEN        *
000250*                PAGOBAN Y CHQEMIT. EL SUPERVISOR DE NOMINA  *
000260*                DECIDE EN PAGODEC (EMPLEADO + FECHA DE      *
000270*                NOMINA, L=LIBERAR / R=RECHAZAR, USERID): LO *
000280*                LIBERADO SALE EN EL NETOPAGO DE ESA         *
000290*                CORRIDA, LO RECHAZADO SE DESCARTA (SE       *
000300*                REHACE POR UNA NOMINA FUERA DE CICLO) Y LO  *
000310*                NO DECIDIDO SIGUE EN LA COLA. CADA          *
000320*                RETENCION, LIBERACION O RECHAZO QUEDA EN    *
000330*                AUDITLOG COMO EN APROBAR. RC 4 SI QUEDA     *
000340*                ALGO RETENIDO.                              *
000350* 2026-10-15 DR  UN NETO RECHAZADO YA HABIA PASADO POR       *
000360*                RECIBO, NOMHCARG Y PAYGL CON EL EMPNETO DE  *
000370*                SU NOCHE. AHORA EL RECHAZO GRABA EN PAGOANU *
000380*                (GDG, CON EL LAYOUT DE NOMEXTRA) UNA        *
000390*                PETICION DE ANULACION (A) DE ESA NOMINA CON *
000400*                EL MOTIVO RV, QUE LA PAYCALC DE LA NOCHE    *
000410*                SIGUIENTE APLICA COMO CUALQUIER ANULACION   *
000420*                SOLA (RECIBO, NOMHIST, APUNTES, PRESTAMOS Y *
000430*                DEDUCCIONES) SIN SALDO A RECLAMAR, PORQUE   *
000440*                NO SE ABONO. LA SECUENCIA SE TOMA DE        *
000450*                NOMHIST; SI LA NOMINA AUN NO ESTA CARGADA   *
000460*                (RETENIDA Y RECHAZADA LA MISMA NOCHE) EL    *
000470*                NETO SIGUE EN LA COLA Y EL RECHAZO SE       *
000480*                APLICA LA NOCHE SIGUIENTE.                  *
000490*----------------------------------------------------------*
000500
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 SPECIAL-NAMES.
000540     DECIMAL-POINT IS COMMA.
000550
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT NETO-PAGO-FILE ASSIGN TO "EMPNETO"
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS WS-EMPNETO-STATUS.
000610
000620     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS RANDOM
000650         RECORD KEY IS EMP-ID
000660         FILE STATUS IS WS-EMPMSTR-STATUS.
000670
000680     SELECT NOMINA-HIST-FILE ASSIGN TO "NOMHIST"
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS DYNAMIC
000710         RECORD KEY IS NH-CLAVE
000720         FILE STATUS IS WS-NOMHIST-STATUS.
000730
000740     SELECT PARM-FILE ASSIGN TO "REVPARM"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-REVPARM-STATUS.
000770
000780     SELECT DECISION-FILE ASSIGN TO "PAGODEC"
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-PAGODEC-STATUS.
000810
000820     SELECT RETEN-ANT-FILE ASSIGN TO "PAGORETA"
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-PAGORETA-STATUS.
000850
000860     SELECT RETEN-NUEVO-FILE ASSIGN TO "PAGORETN"
000870         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-PAGORETN-STATUS.
000890
000900     SELECT NETO-OUT-FILE ASSIGN TO "NETOPAGO"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-NETOPAGO-STATUS.
000930
000940     SELECT ANULA-FILE ASSIGN TO "PAGOANU"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-PAGOANU-STATUS.
000970
000980     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000990         ORGANIZATION IS SEQUENTIAL
001000         FILE STATUS IS WS-AUDITLOG-STATUS.
001010
001020     SELECT REV-RPT-FILE ASSIGN TO "REVRPT"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS WS-REVRPT-STATUS.
001050
001060 DATA DIVISION.
001070 FILE SECTION.
001080 FD  NETO-PAGO-FILE
001090     LABEL RECORDS ARE STANDARD.
001100     COPY NETPAY.
001110
001120 FD  EMPLEADO-MASTER-FILE
001130     LABEL RECORDS ARE STANDARD.
001140     COPY EMPLEADO.
001150
001160 FD  NOMINA-HIST-FILE
001170     LABEL RECORDS ARE STANDARD.
001180     COPY NOMHIST.
001190
001200*----------------------------------------------------------*
001210* UMBRALES DE VARIACION: PORCENTAJE SOBRE LA ULTIMA NOMINA E *
001220* IMPORTE ABSOLUTO. BASTA CON SUPERAR UNO DE LOS DOS; UN     *
001230* UMBRAL A CERO NO SE APLICA. SIN REVPARM, 25% Y 1.000,00.   *
001240*----------------------------------------------------------*
001250 FD  PARM-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  PARM-IN-REC.
001280     05 PI-PCT-UMBRAL           PIC 9(03)V99.
001290     05 PI-IMPORTE-UMBRAL       PIC 9(07)V99.
001300
001310*----------------------------------------------------------*
001320* DECISIONES DEL SUPERVISOR: EMPLEADO Y FECHA DE NOMINA DEL  *
001330* NETO RETENIDO, L=LIBERAR / R=RECHAZAR Y SU USERID.         *
001340*----------------------------------------------------------*
001350 FD  DECISION-FILE
001360     LABEL RECORDS ARE STANDARD.
001370 01  DECISION-REC.
001380     05 DEC-EMP-ID              PIC 9(06).
001390     05 DEC-FECHA-NOMINA        PIC 9(08).
001400     05 DEC-DECISION            PIC X(01).
001410     05 DEC-SUPERVISOR          PIC X(08).
001420
001430*----------------------------------------------------------*
001440* COLA DE NETOS RETENIDOS: EL REGISTRO DE EMPNETO TAL CUAL,  *
001450* EL MOTIVO DE LA RETENCION Y LA FECHA EN QUE SE RETUVO.     *
001460* SE LEE LA GENERACION ANTERIOR Y SE GRABA LA NUEVA.         *
001470*----------------------------------------------------------*
001480 FD  RETEN-ANT-FILE
001490     LABEL RECORDS ARE STANDARD.
001500 01  RETEN-ANT-REC.
001510     05 RA-NETO                 PIC X(164).
001520     05 RA-MOTIVO               PIC X(20).
001530     05 RA-FECHA-RETEN          PIC 9(08).
001540
001550 FD  RETEN-NUEVO-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  RETEN-NUEVO-REC.
001580     05 RN-NETO                 PIC X(164).
001590     05 RN-MOTIVO               PIC X(20).
001600     05 RN-FECHA-RETEN          PIC 9(08).
001610
001620 FD  NETO-OUT-FILE
001630     LABEL RECORDS ARE STANDARD.
001640 01  NETO-OUT-REC               PIC X(164).
001650
001660*----------------------------------------------------------*
001670* PETICIONES DE ANULACION DE LOS NETOS RECHAZADOS, CON EL    *
001680* LAYOUT DE NOMEXTRA, PARA LA PAYCALC DE LA NOCHE SIGUIENTE. *
001690*----------------------------------------------------------*
001700 FD  ANULA-FILE
001710     LABEL RECORDS ARE STANDARD.
001720 01  ANULA-REC.
001730     05 AN-EMP-ID               PIC 9(06).
001740     05 AN-ACCION               PIC X(01).
001750     05 AN-MOTIVO               PIC X(02).
001760     05 AN-FECHA-NOMINA         PIC 9(08).
001770     05 AN-SECUENCIA            PIC 9(02).
001780
001790 FD  AUDIT-LOG-FILE
001800     LABEL RECORDS ARE STANDARD.
001810     COPY AUDITLOG.
001820
001830 FD  REV-RPT-FILE
001840     LABEL RECORDS ARE STANDARD.
001850 01  REV-RPT-LINE               PIC X(80).
001860
001870 WORKING-STORAGE SECTION.
001880 01  WS-EMPNETO-STATUS           PIC X(02) VALUE SPACES.
001890     88 WS-EMPNETO-OK                VALUE "00".
001900
001910 01  WS-EMPMSTR-STATUS           PIC X(02) VALUE SPACES.
001920     88 WS-EMPMSTR-OK                VALUE "00".
001930
001940 01  WS-NOMHIST-STATUS           PIC X(02) VALUE SPACES.
001950     88 WS-NOMHIST-OK                VALUE "00".
001960
001970 01  WS-REVPARM-STATUS           PIC X(02) VALUE SPACES.
001980     88 WS-REVPARM-OK                VALUE "00".
001990     88 WS-REVPARM-NO-FILE           VALUE "35".
002000
002010 01  WS-PAGODEC-STATUS           PIC X(02) VALUE SPACES.
002020     88 WS-PAGODEC-OK                VALUE "00".
002030     88 WS-PAGODEC-NO-FILE           VALUE "35".
002040
002050 01  WS-PAGORETA-STATUS          PIC X(02) VALUE SPACES.
002060     88 WS-PAGORETA-OK               VALUE "00".
002070     88 WS-PAGORETA-NO-FILE          VALUE "35".
002080
002090 01  WS-PAGORETN-STATUS          PIC X(02) VALUE SPACES.
002100     88 WS-PAGORETN-OK               VALUE "00".
002110
002120 01  WS-NETOPAGO-STATUS          PIC X(02) VALUE SPACES.
002130     88 WS-NETOPAGO-OK               VALUE "00".
002140
002150 01  WS-PAGOANU-STATUS           PIC X(02) VALUE SPACES.
002160     88 WS-PAGOANU-OK                VALUE "00".
002170
002180 01  WS-AUDITLOG-STATUS          PIC X(02) VALUE SPACES.
002190     88 WS-AUDITLOG-OK               VALUE "00".
002200     88 WS-AUDITLOG-NO-FILE          VALUE "05", "35".
002210
002220 01  WS-REVRPT-STATUS            PIC X(02) VALUE SPACES.
002230     88 WS-REVRPT-OK                 VALUE "00".
002240
002250 01  WS-SWITCHES.
002260     05 WS-EOF-NETO-SW         PIC X(01) VALUE "N".
002270         88 WS-EOF-NETO             VALUE "Y".
002280     05 WS-EOF-RETEN-SW        PIC X(01) VALUE "N".
002290         88 WS-EOF-RETEN            VALUE "Y".
002300     05 WS-EOF-DEC-SW          PIC X(01) VALUE "N".
002310         88 WS-EOF-DEC              VALUE "Y".
002320     05 WS-FIN-HIST-SW         PIC X(01) VALUE "N".
002330         88 WS-FIN-HIST             VALUE "Y".
002340     05 WS-CON-HIST-SW         PIC X(01) VALUE "N".
002350         88 WS-CON-HIST             VALUE "S".
002360     05 WS-SEC-HALLADA-SW      PIC X(01) VALUE "N".
002370         88 WS-SEC-HALLADA          VALUE "S".
002380
002390 01  WS-COUNTERS.
002400     05 WS-NETOS-COUNT         PIC 9(05) COMP VALUE ZERO.
002410     05 WS-PASAN-COUNT         PIC 9(05) COMP VALUE ZERO.
002420     05 WS-RETENIDOS-COUNT     PIC 9(05) COMP VALUE ZERO.
002430     05 WS-COLA-COUNT          PIC 9(05) COMP VALUE ZERO.
002440     05 WS-LIBERADOS-COUNT     PIC 9(05) COMP VALUE ZERO.
002450     05 WS-RECHAZADOS-COUNT    PIC 9(05) COMP VALUE ZERO.
002460     05 WS-SIGUEN-COUNT        PIC 9(05) COMP VALUE ZERO.
002470     05 WS-DIFERIDOS-COUNT     PIC 9(05) COMP VALUE ZERO.
002480
002490 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
002500
002510 01  WS-PCT-UMBRAL              PIC 9(03)V99 VALUE 25.
002520 01  WS-IMPORTE-UMBRAL          PIC 9(07)V99 VALUE 1000.
002530
002540*----------------------------------------------------------*
002550* TABLA EN MEMORIA DE DECISIONES DEL SUPERVISOR, SEMBRADA AL *
002560* ARRANQUE DESDE PAGODEC: EMPLEADO, FECHA, L/R Y SUPERVISOR. *
002570*----------------------------------------------------------*
002580 01  WS-DEC-TAB-COUNT           PIC 9(04) COMP VALUE ZERO.
002590 01  WS-DEC-TABLE.
002600     05 WS-DEC-ENTRY OCCURS 1 TO 1000 TIMES
002610             DEPENDING ON WS-DEC-TAB-COUNT
002620             INDEXED BY WS-DEC-IDX.
002630         10 DTB-EMP-ID           PIC 9(06).
002640         10 DTB-FECHA-NOMINA     PIC 9(08).
002650         10 DTB-DECISION         PIC X(01).
002660         10 DTB-SUPERVISOR       PIC X(08).
002670
002680 01  WS-DECISION-HALLADA-SW     PIC X(01) VALUE "N".
002690     88 WS-DECISION-HALLADA         VALUE "S".
002700 01  WS-DECISION                PIC X(01) VALUE SPACE.
002710 01  WS-SUPERVISOR              PIC X(08) VALUE SPACES.
002720
002730 01  WS-MOTIVO                  PIC X(20) VALUE SPACES.
002740 01  WS-FECHA-RETEN             PIC 9(08) VALUE ZERO.
002750
002760 01  WS-FECHA-AUX               PIC 9(08) VALUE ZERO.
002770 01  WS-FECHA-AUX-R REDEFINES WS-FECHA-AUX.
002780     05 WS-AUX-ANIO-MES         PIC 9(06).
002790     05 WS-AUX-DIA              PIC 9(02).
002800 01  WS-MES-NOMINA              PIC 9(06) VALUE ZERO.
002810
002820 01  WS-ULT-NETO                PIC S9(07)V99 VALUE ZERO.
002830 01  WS-ULT-BRUTO               PIC S9(07)V99 VALUE ZERO.
002840 01  WS-ACTUAL                  PIC S9(07)V99 VALUE ZERO.
002850 01  WS-ANTERIOR                PIC S9(07)V99 VALUE ZERO.
002860 01  WS-DIFERENCIA              PIC S9(07)V99 VALUE ZERO.
002870 01  WS-LIMITE-PCT              PIC S9(07)V99 VALUE ZERO.
002880 01  WS-VARIA-SW                PIC X(01) VALUE "N".
002890     88 WS-VARIA                    VALUE "S".
002900
002910*----------------------------------------------------------*
002920* NOMINA DE NOMHIST QUE SE PIDE ANULAR: LA QUE NOMHCARG      *
002930* CARGO DEL NETO RECHAZADO (MISMO TIPO, FECHA DE PAGO Y NETO *
002940* SIN EL REEMBOLSO EXENTO DE GASTOS).                        *
002950*----------------------------------------------------------*
002960 01  WS-SEC-ANULAR              PIC 9(02) VALUE ZERO.
002970 01  WS-FECHA-PAGO-NH           PIC 9(08) VALUE ZERO.
002980 01  WS-NETO-NH                 PIC S9(07)V99 VALUE ZERO.
002990
003000 01  WS-DET-LINE.
003010     05 DL-EMP-ID               PIC 9(06).
003020     05 FILLER                  PIC X(02) VALUE SPACES.
003030     05 DL-FECHA                PIC 9(08).
003040     05 FILLER                  PIC X(02) VALUE SPACES.
003050     05 DL-NETO                 PIC -Z.ZZZ.ZZ9,99.
003060     05 FILLER                  PIC X(02) VALUE SPACES.
003070     05 DL-MOTIVO               PIC X(20).
003080     05 FILLER                  PIC X(01) VALUE SPACES.
003090     05 DL-ACCION               PIC X(14).
003100     05 FILLER                  PIC X(01) VALUE SPACES.
003110     05 DL-SUPERVISOR           PIC X(08).
003120
003130 PROCEDURE DIVISION.
003140
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003170     PERFORM 2000-PROCESS-COLA THRU 2000-EXIT
003180         UNTIL WS-EOF-RETEN.
003190     PERFORM 3000-PROCESS-NETO THRU 3000-EXIT
003200         UNTIL WS-EOF-NETO.
003210     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003220     GOBACK.
003230
003240 1000-INITIALIZE.
003250     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
003260     OPEN INPUT NETO-PAGO-FILE.
003270     IF NOT WS-EMPNETO-OK
003280         DISPLAY "PAGOREV: ERROR ABRIENDO EMPNETO "
003290             WS-EMPNETO-STATUS
003300         GO TO ABEND-CLEANUP
003310     END-IF
003320     OPEN INPUT EMPLEADO-MASTER-FILE.
003330     IF NOT WS-EMPMSTR-OK
003340         DISPLAY "PAGOREV: ERROR ABRIENDO EMPMSTR "
003350             WS-EMPMSTR-STATUS
003360         GO TO ABEND-CLEANUP
003370     END-IF
003380     OPEN INPUT NOMINA-HIST-FILE.
003390     IF NOT WS-NOMHIST-OK
003400         DISPLAY "PAGOREV: ERROR ABRIENDO NOMHIST "
003410             WS-NOMHIST-STATUS
003420         GO TO ABEND-CLEANUP
003430     END-IF
003440     OPEN INPUT RETEN-ANT-FILE.
003450     IF WS-PAGORETA-NO-FILE
003460         SET WS-EOF-RETEN TO TRUE
003470     ELSE
003480         IF NOT WS-PAGORETA-OK
003490             DISPLAY "PAGOREV: ERROR ABRIENDO PAGORETA "
003500                 WS-PAGORETA-STATUS
003510             GO TO ABEND-CLEANUP
003520         END-IF
003530     END-IF
003540     OPEN OUTPUT RETEN-NUEVO-FILE.
003550     IF NOT WS-PAGORETN-OK
003560         DISPLAY "PAGOREV: ERROR ABRIENDO PAGORETN "
003570             WS-PAGORETN-STATUS
003580         GO TO ABEND-CLEANUP
003590     END-IF
003600     OPEN OUTPUT NETO-OUT-FILE.
003610     IF NOT WS-NETOPAGO-OK
003620         DISPLAY "PAGOREV: ERROR ABRIENDO NETOPAGO "
003630             WS-NETOPAGO-STATUS
003640         GO TO ABEND-CLEANUP
003650     END-IF
003660     OPEN OUTPUT ANULA-FILE.
003670     IF NOT WS-PAGOANU-OK
003680         DISPLAY "PAGOREV: ERROR ABRIENDO PAGOANU "
003690             WS-PAGOANU-STATUS
003700         GO TO ABEND-CLEANUP
003710     END-IF
003720     OPEN OUTPUT REV-RPT-FILE.
003730     IF NOT WS-REVRPT-OK
003740         DISPLAY "PAGOREV: ERROR ABRIENDO REVRPT "
003750             WS-REVRPT-STATUS
003760         GO TO ABEND-CLEANUP
003770     END-IF
003780     OPEN EXTEND AUDIT-LOG-FILE.
003790     IF WS-AUDITLOG-NO-FILE
003800         OPEN OUTPUT AUDIT-LOG-FILE
003810     END-IF
003820     IF NOT WS-AUDITLOG-OK
003830         DISPLAY "PAGOREV: ERROR ABRIENDO AUDITLOG "
003840             WS-AUDITLOG-STATUS
003850         GO TO ABEND-CLEANUP
003860     END-IF
003870     PERFORM 1100-LEER-PARM THRU 1100-EXIT
003880     PERFORM 1200-CARGAR-DECISIONES THRU 1200-EXIT
003890     IF NOT WS-EOF-RETEN
003900         PERFORM 2100-READ-COLA THRU 2100-EXIT
003910     END-IF
003920     PERFORM 3100-READ-NETO THRU 3100-EXIT.
003930 1000-EXIT.
003940     EXIT.
003950
003960 1100-LEER-PARM.
003970     OPEN INPUT PARM-FILE.
003980     IF WS-REVPARM-NO-FILE
003990         GO TO 1100-EXIT
004000     END-IF
004010     IF NOT WS-REVPARM-OK
004020         DISPLAY "PAGOREV: ERROR ABRIENDO REVPARM "
004030             WS-REVPARM-STATUS
004040         GO TO ABEND-CLEANUP
004050     END-IF
004060     READ PARM-FILE
004070         AT END
004080             CONTINUE
004090     END-READ
004100     IF WS-REVPARM-OK
004110         IF PI-PCT-UMBRAL IS NUMERIC
004120             MOVE PI-PCT-UMBRAL TO WS-PCT-UMBRAL
004130         END-IF
004140         IF PI-IMPORTE-UMBRAL IS NUMERIC
004150             MOVE PI-IMPORTE-UMBRAL TO WS-IMPORTE-UMBRAL
004160         END-IF
004170     END-IF
004180     CLOSE PARM-FILE.
004190 1100-EXIT.
004200     EXIT.
004210
004220 1200-CARGAR-DECISIONES.
004230     OPEN INPUT DECISION-FILE.
004240     IF WS-PAGODEC-NO-FILE
004250         DISPLAY "PAGOREV: PAGODEC NO EXISTE, LO RETENIDO SIGUE "
004260             "RETENIDO"
004270         GO TO 1200-EXIT
004280     END-IF
004290     IF NOT WS-PAGODEC-OK
004300         DISPLAY "PAGOREV: ERROR ABRIENDO PAGODEC "
004310             WS-PAGODEC-STATUS
004320         GO TO ABEND-CLEANUP
004330     END-IF
004340     PERFORM 1250-LEER-DECISION THRU 1250-EXIT
004350     PERFORM 1260-AGREGAR-DECISION THRU 1260-EXIT
004360         UNTIL WS-EOF-DEC
004370     CLOSE DECISION-FILE.
004380 1200-EXIT.
004390     EXIT.
004400
004410 1250-LEER-DECISION.
004420     READ DECISION-FILE
004430         AT END
004440             SET WS-EOF-DEC TO TRUE
004450     END-READ
004460     IF NOT WS-EOF-DEC AND NOT WS-PAGODEC-OK
004470         DISPLAY "PAGOREV: ERROR LEYENDO PAGODEC "
004480             WS-PAGODEC-STATUS
004490         GO TO ABEND-CLEANUP
004500     END-IF.
004510 1250-EXIT.
004520     EXIT.
004530
004540 1260-AGREGAR-DECISION.
004550     IF WS-DEC-TAB-COUNT >= 1000
004560         DISPLAY "PAGOREV: TABLA DE DECISIONES LLENA"
004570         GO TO ABEND-CLEANUP
004580     END-IF
004590     ADD 1 TO WS-DEC-TAB-COUNT
004600     MOVE DEC-EMP-ID       TO DTB-EMP-ID (WS-DEC-TAB-COUNT)
004610     MOVE DEC-FECHA-NOMINA TO DTB-FECHA-NOMINA (WS-DEC-TAB-COUNT)
004620     MOVE DEC-DECISION     TO DTB-DECISION (WS-DEC-TAB-COUNT)
004630     MOVE DEC-SUPERVISOR   TO DTB-SUPERVISOR (WS-DEC-TAB-COUNT)
004640     PERFORM 1250-LEER-DECISION THRU 1250-EXIT.
004650 1260-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------*
004690* COLA DE NOCHES ANTERIORES: CADA NETO RETENIDO SE LIBERA,   *
004700* SE DESCARTA O VUELVE A LA COLA SEGUN LA DECISION.          *
004710*----------------------------------------------------------*
004720 2000-PROCESS-COLA.
004730     ADD 1 TO WS-COLA-COUNT
004740     MOVE RA-NETO TO NETO-PAGO-REC
004750     MOVE RA-MOTIVO TO WS-MOTIVO
004760     MOVE RA-FECHA-RETEN TO WS-FECHA-RETEN
004770     MOVE "SIGUE RETENIDO" TO DL-ACCION
004780     PERFORM 5000-APLICAR-DECISION THRU 5000-EXIT
004790     PERFORM 2100-READ-COLA THRU 2100-EXIT.
004800 2000-EXIT.
004810     EXIT.
004820
004830 2100-READ-COLA.
004840     READ RETEN-ANT-FILE
004850         AT END
004860             SET WS-EOF-RETEN TO TRUE
004870     END-READ
004880     IF NOT WS-EOF-RETEN AND NOT WS-PAGORETA-OK
004890         DISPLAY "PAGOREV: ERROR LEYENDO PAGORETA "
004900             WS-PAGORETA-STATUS
004910         GO TO ABEND-CLEANUP
004920     END-IF.
004930 2100-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------*
004970* NETOS DE LA NOCHE: LAS ANULACIONES NO SE ABONAN Y PASAN    *
004980* SIN REVISAR (PAGOBAN Y CHQEMIT LAS SALTAN); EL RESTO PASA  *
004990* A NETOPAGO SI NO TIENE MOTIVO DE RETENCION. UN NETO        *
005000* RETENIDO CON DECISION YA EN PAGODEC SE RESUELVE EN EL ACTO.*
005010*----------------------------------------------------------*
005020 3000-PROCESS-NETO.
005030     ADD 1 TO WS-NETOS-COUNT
005040     MOVE SPACES TO WS-MOTIVO
005050     IF NOT NP-ANULACION
005060         PERFORM 4000-REVISAR THRU 4000-EXIT
005070     END-IF
005080     IF WS-MOTIVO = SPACES
005090         ADD 1 TO WS-PASAN-COUNT
005100         PERFORM 6000-WRITE-NETO THRU 6000-EXIT
005110     ELSE
005120         ADD 1 TO WS-RETENIDOS-COUNT
005130         MOVE WS-FECHA-PROCESO TO WS-FECHA-RETEN
005140         MOVE "RETENIDO" TO DL-ACCION
005150         MOVE "H" TO WS-DECISION
005160         PERFORM 7000-WRITE-AUDITLOG THRU 7000-EXIT
005170         PERFORM 5000-APLICAR-DECISION THRU 5000-EXIT
005180     END-IF
005190     PERFORM 3100-READ-NETO THRU 3100-EXIT.
005200 3000-EXIT.
005210     EXIT.
005220
005230 3100-READ-NETO.
005240     READ NETO-PAGO-FILE
005250         AT END
005260             SET WS-EOF-NETO TO TRUE
005270     END-READ
005280     IF NOT WS-EOF-NETO AND NOT WS-EMPNETO-OK
005290         DISPLAY "PAGOREV: ERROR LEYENDO EMPNETO "
005300             WS-EMPNETO-STATUS
005310         GO TO ABEND-CLEANUP
005320     END-IF.
005330 3100-EXIT.
005340     EXIT.
005350
005360*----------------------------------------------------------*
005370* MOTIVOS DE RETENCION, EN ESTE ORDEN: NETO CERO O NEGATIVO, *
005380* EMPLEADO INEXISTENTE, BAJA DE UN MES ANTERIOR AL DE LA     *
005390* NOMINA, PRIMER PAGO (SIN NOMINA ORDINARIA PREVIA EN        *
005400* NOMHIST) Y VARIACION DE NETO O BRUTO. LA VARIACION SOLO SE *
005410* MIDE EN LA NOMINA ORDINARIA Y NO EN LA BAJA DEL PROPIO     *
005420* MES, CUYO ULTIMO PAGO Y FINIQUITO DIFIEREN POR NATURALEZA. *
005430*----------------------------------------------------------*
005440 4000-REVISAR.
005450     IF NP-NETO NOT > ZERO
005460         MOVE "NETO CERO O NEGATIVO" TO WS-MOTIVO
005470         GO TO 4000-EXIT
005480     END-IF
005490     MOVE NP-EMP-ID TO EMP-ID
005500     READ EMPLEADO-MASTER-FILE
005510         INVALID KEY
005520             MOVE "EMPLEADO NO EXISTE" TO WS-MOTIVO
005530             GO TO 4000-EXIT
005540     END-READ
005550     IF NOT WS-EMPMSTR-OK
005560         DISPLAY "PAGOREV: ERROR LEYENDO EMPMSTR "
005570             WS-EMPMSTR-STATUS
005580         GO TO ABEND-CLEANUP
005590     END-IF
005600     MOVE NP-FECHA-NOMINA TO WS-FECHA-AUX
005610     MOVE WS-AUX-ANIO-MES TO WS-MES-NOMINA
005620     MOVE EMP-FECHA-BAJA TO WS-FECHA-AUX
005630     IF EMP-BAJA AND WS-AUX-ANIO-MES < WS-MES-NOMINA
005640         MOVE "EMPLEADO DE BAJA" TO WS-MOTIVO
005650         GO TO 4000-EXIT
005660     END-IF
005670     PERFORM 4100-ULTIMA-NOMINA THRU 4100-EXIT
005680     IF NOT WS-CON-HIST
005690         MOVE "PRIMER PAGO" TO WS-MOTIVO
005700         GO TO 4000-EXIT
005710     END-IF
005720     IF NOT NP-ORDINARIA OR EMP-BAJA
005730         GO TO 4000-EXIT
005740     END-IF
005750     MOVE NP-NETO TO WS-ACTUAL
005760     MOVE WS-ULT-NETO TO WS-ANTERIOR
005770     PERFORM 4200-MEDIR-VARIACION THRU 4200-EXIT
005780     IF WS-VARIA
005790         MOVE "VARIACION NETO" TO WS-MOTIVO
005800         GO TO 4000-EXIT
005810     END-IF
005820     MOVE NP-SALARIO-BRUTO TO WS-ACTUAL
005830     MOVE WS-ULT-BRUTO TO WS-ANTERIOR
005840     PERFORM 4200-MEDIR-VARIACION THRU 4200-EXIT
005850     IF WS-VARIA
005860         MOVE "VARIACION BRUTO" TO WS-MOTIVO
005870     END-IF.
005880 4000-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------*
005920* ULTIMA NOMINA ORDINARIA DEL EMPLEADO EN NOMHIST ANTERIOR A *
005930* LA FECHA DEL NETO (LA CLAVE VA POR FECHA Y SECUENCIA, ASI  *
005940* QUE ES LA ULTIMA QUE SE LEE), COMO EN TESOPREV.            *
005950*----------------------------------------------------------*
005960 4100-ULTIMA-NOMINA.
005970     MOVE "N" TO WS-CON-HIST-SW
005980     MOVE "N" TO WS-FIN-HIST-SW
005990     MOVE NP-EMP-ID TO NH-EMP-ID
006000     MOVE ZERO TO NH-FECHA-NOMINA
006010     MOVE ZERO TO NH-SECUENCIA
006020     START NOMINA-HIST-FILE
006030         KEY IS NOT LESS THAN NH-CLAVE
006040         INVALID KEY
006050             GO TO 4100-EXIT
006060     END-START
006070     PERFORM 4110-LEER-NOMHIST THRU 4110-EXIT
006080         UNTIL WS-FIN-HIST.
006090 4100-EXIT.
006100     EXIT.
006110
006120 4110-LEER-NOMHIST.
006130     READ NOMINA-HIST-FILE NEXT
006140         AT END
006150             SET WS-FIN-HIST TO TRUE
006160             GO TO 4110-EXIT
006170     END-READ
006180     IF NOT WS-NOMHIST-OK
006190         DISPLAY "PAGOREV: ERROR LEYENDO NOMHIST "
006200             WS-NOMHIST-STATUS
006210         GO TO ABEND-CLEANUP
006220     END-IF
006230     IF NH-EMP-ID NOT = NP-EMP-ID
006240         OR NH-FECHA-NOMINA NOT < NP-FECHA-NOMINA
006250         SET WS-FIN-HIST TO TRUE
006260         GO TO 4110-EXIT
006270     END-IF
006280     IF NOT NH-ORDINARIA
006290         GO TO 4110-EXIT
006300     END-IF
006310     SET WS-CON-HIST TO TRUE
006320     MOVE NH-NETO TO WS-ULT-NETO
006330     MOVE NH-SALARIO-BRUTO TO WS-ULT-BRUTO.
006340 4110-EXIT.
006350     EXIT.
006360
006370*----------------------------------------------------------*
006380* VARIACION DE WS-ACTUAL SOBRE WS-ANTERIOR, EN VALOR         *
006390* ABSOLUTO, CONTRA EL IMPORTE Y CONTRA EL PORCENTAJE DE LA   *
006400* NOMINA ANTERIOR. SIN NOMINA ANTERIOR POSITIVA EL           *
006410* PORCENTAJE NO SE PUEDE MEDIR Y SOLO CUENTA EL IMPORTE.     *
006420*----------------------------------------------------------*
006430 4200-MEDIR-VARIACION.
006440     MOVE "N" TO WS-VARIA-SW
006450     COMPUTE WS-DIFERENCIA = WS-ACTUAL - WS-ANTERIOR
006460     IF WS-DIFERENCIA < ZERO
006470         COMPUTE WS-DIFERENCIA = ZERO - WS-DIFERENCIA
006480     END-IF
006490     IF WS-IMPORTE-UMBRAL > ZERO
006500         AND WS-DIFERENCIA > WS-IMPORTE-UMBRAL
006510         SET WS-VARIA TO TRUE
006520         GO TO 4200-EXIT
006530     END-IF
006540     IF WS-PCT-UMBRAL > ZERO AND WS-ANTERIOR > ZERO
006550         COMPUTE WS-LIMITE-PCT ROUNDED =
006560             WS-ANTERIOR * WS-PCT-UMBRAL / 100
006570         IF WS-DIFERENCIA > WS-LIMITE-PCT
006580             SET WS-VARIA TO TRUE
006590         END-IF
006600     END-IF.
006610 4200-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------*
006650* DECISION DEL SUPERVISOR SOBRE EL NETO RETENIDO EN          *
006660* NETO-PAGO-REC: L LO PASA A NETOPAGO, R LO DESCARTA Y PIDE  *
006670* SU ANULACION EN PAGOANU (SI LA NOMINA NO ESTA AUN EN       *
006680* NOMHIST SIGUE EN LA COLA HASTA MANANA) Y SIN DECISION (O   *
006690* CON UNA INVALIDA) VUELVE A LA COLA.                        *
006700*----------------------------------------------------------*
006710 5000-APLICAR-DECISION.
006720     PERFORM 5100-BUSCAR-DECISION THRU 5100-EXIT
006730     EVALUATE TRUE
006740         WHEN NOT WS-DECISION-HALLADA
006750             ADD 1 TO WS-SIGUEN-COUNT
006760             PERFORM 6100-WRITE-COLA THRU 6100-EXIT
006770         WHEN WS-DECISION = "L"
006780             ADD 1 TO WS-LIBERADOS-COUNT
006790             PERFORM 6000-WRITE-NETO THRU 6000-EXIT
006800             MOVE "LIBERADO" TO DL-ACCION
006810             PERFORM 7000-WRITE-AUDITLOG THRU 7000-EXIT
006820         WHEN WS-DECISION = "R"
006830             PERFORM 5200-BUSCAR-SECUENCIA THRU 5200-EXIT
006840             IF WS-SEC-HALLADA
006850                 ADD 1 TO WS-RECHAZADOS-COUNT
006860                 PERFORM 6200-WRITE-ANULACION THRU 6200-EXIT
006870                 MOVE "RECHAZADO" TO DL-ACCION
006880                 PERFORM 7000-WRITE-AUDITLOG THRU 7000-EXIT
006890             ELSE
006900                 ADD 1 TO WS-DIFERIDOS-COUNT
006910                 PERFORM 6100-WRITE-COLA THRU 6100-EXIT
006920                 MOVE "RECHAZO DIFER." TO DL-ACCION
006930             END-IF
006940         WHEN OTHER
006950             ADD 1 TO WS-SIGUEN-COUNT
006960             PERFORM 6100-WRITE-COLA THRU 6100-EXIT
006970             MOVE "DEC. INVALIDA" TO DL-ACCION
006980     END-EVALUATE
006990     PERFORM 7100-WRITE-RPT THRU 7100-EXIT.
007000 5000-EXIT.
007010     EXIT.
007020
007030 5100-BUSCAR-DECISION.
007040     MOVE "N" TO WS-DECISION-HALLADA-SW
007050     MOVE SPACE TO WS-DECISION
007060     MOVE SPACES TO WS-SUPERVISOR
007070     IF WS-DEC-TAB-COUNT = ZERO
007080         GO TO 5100-EXIT
007090     END-IF
007100     SET WS-DEC-IDX TO 1
007110     SEARCH WS-DEC-ENTRY
007120         AT END
007130             CONTINUE
007140         WHEN DTB-EMP-ID (WS-DEC-IDX) = NP-EMP-ID
007150             AND DTB-FECHA-NOMINA (WS-DEC-IDX) = NP-FECHA-NOMINA
007160             SET WS-DECISION-HALLADA TO TRUE
007170             MOVE DTB-DECISION (WS-DEC-IDX) TO WS-DECISION
007180             MOVE DTB-SUPERVISOR (WS-DEC-IDX) TO WS-SUPERVISOR
007190     END-SEARCH.
007200 5100-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------*
007240* SECUENCIA EN NOMHIST DE LA NOMINA DEL NETO RECHAZADO: LA   *
007250* ULTIMA DE EMP-ID + FECHA CON SU TIPO, SU FECHA DE PAGO Y   *
007260* SU NETO TAL COMO LOS CARGA NOMHCARG.                       *
007270*----------------------------------------------------------*
007280 5200-BUSCAR-SECUENCIA.
007290     MOVE "N" TO WS-SEC-HALLADA-SW
007300     MOVE "N" TO WS-FIN-HIST-SW
007310     MOVE ZERO TO WS-SEC-ANULAR
007320     IF NP-FECHA-PAGO IS NUMERIC AND NP-FECHA-PAGO > ZERO
007330         MOVE NP-FECHA-PAGO TO WS-FECHA-PAGO-NH
007340     ELSE
007350         MOVE NP-FECHA-NOMINA TO WS-FECHA-PAGO-NH
007360     END-IF
007370     COMPUTE WS-NETO-NH = NP-NETO - NP-GASTOS-EXENTO
007380     MOVE NP-EMP-ID TO NH-EMP-ID
007390     MOVE NP-FECHA-NOMINA TO NH-FECHA-NOMINA
007400     MOVE ZERO TO NH-SECUENCIA
007410     START NOMINA-HIST-FILE
007420         KEY IS NOT LESS THAN NH-CLAVE
007430         INVALID KEY
007440             GO TO 5200-EXIT
007450     END-START
007460     PERFORM 5210-LEER-SECUENCIA THRU 5210-EXIT
007470         UNTIL WS-FIN-HIST.
007480 5200-EXIT.
007490     EXIT.
007500
007510 5210-LEER-SECUENCIA.
007520     READ NOMINA-HIST-FILE NEXT
007530         AT END
007540             SET WS-FIN-HIST TO TRUE
007550             GO TO 5210-EXIT
007560     END-READ
007570     IF NOT WS-NOMHIST-OK
007580         DISPLAY "PAGOREV: ERROR LEYENDO NOMHIST "
007590             WS-NOMHIST-STATUS
007600         GO TO ABEND-CLEANUP
007610     END-IF
007620     IF NH-EMP-ID NOT = NP-EMP-ID
007630         OR NH-FECHA-NOMINA NOT = NP-FECHA-NOMINA
007640         SET WS-FIN-HIST TO TRUE
007650         GO TO 5210-EXIT
007660     END-IF
007670     IF NH-TIPO-PAGO = NP-TIPO-PAGO
007680         AND NH-FECHA-PAGO = WS-FECHA-PAGO-NH
007690         AND NH-NETO = WS-NETO-NH
007700         SET WS-SEC-HALLADA TO TRUE
007710         MOVE NH-SECUENCIA TO WS-SEC-ANULAR
007720     END-IF.
007730 5210-EXIT.
007740     EXIT.
007750
007760 6000-WRITE-NETO.
007770     MOVE NETO-PAGO-REC TO NETO-OUT-REC
007780     WRITE NETO-OUT-REC
007790     IF NOT WS-NETOPAGO-OK
007800         DISPLAY "PAGOREV: ERROR GRABANDO NETOPAGO "
007810             WS-NETOPAGO-STATUS
007820         GO TO ABEND-CLEANUP
007830     END-IF.
007840 6000-EXIT.
007850     EXIT.
007860
007870 6100-WRITE-COLA.
007880     MOVE NETO-PAGO-REC TO RN-NETO
007890     MOVE WS-MOTIVO TO RN-MOTIVO
007900     MOVE WS-FECHA-RETEN TO RN-FECHA-RETEN
007910     WRITE RETEN-NUEVO-REC
007920     IF NOT WS-PAGORETN-OK
007930         DISPLAY "PAGOREV: ERROR GRABANDO PAGORETN "
007940             WS-PAGORETN-STATUS
007950         GO TO ABEND-CLEANUP
007960     END-IF.
007970 6100-EXIT.
007980     EXIT.
007990
008000*----------------------------------------------------------*
008010* PETICION DE ANULACION SOLA (A) DE LA NOMINA RECHAZADA CON  *
008020* EL MOTIVO RV: PAYCALC NO DEJA SALDO A RECLAMAR.            *
008030*----------------------------------------------------------*
008040 6200-WRITE-ANULACION.
008050     MOVE NP-EMP-ID TO AN-EMP-ID
008060     MOVE "A" TO AN-ACCION
008070     MOVE "RV" TO AN-MOTIVO
008080     MOVE NP-FECHA-NOMINA TO AN-FECHA-NOMINA
008090     MOVE WS-SEC-ANULAR TO AN-SECUENCIA
008100     WRITE ANULA-REC
008110     IF NOT WS-PAGOANU-OK
008120         DISPLAY "PAGOREV: ERROR GRABANDO PAGOANU "
008130             WS-PAGOANU-STATUS
008140         GO TO ABEND-CLEANUP
008150     END-IF.
008160 6200-EXIT.
008170     EXIT.
008180
008190*----------------------------------------------------------*
008200* BITACORA: WS-DECISION "H" ES LA RETENCION (EXCEPCION CON   *
008210* SU MOTIVO), "L" LA LIBERACION (EXCEPCION) Y "R" EL RECHAZO,*
008220* ESTAS DOS CON EL USERID DEL SUPERVISOR.                    *
008230*----------------------------------------------------------*
008240 7000-WRITE-AUDITLOG.
008250     ACCEPT AUD-FECHA FROM DATE YYYYMMDD
008260     ACCEPT AUD-HORA FROM TIME
008270     MOVE "PAGOREV" TO AUD-PROGRAMA
008280     MOVE SPACES TO AUD-CLAVE
008290     STRING NP-EMP-ID " " NP-FECHA-NOMINA
008300         DELIMITED BY SIZE INTO AUD-CLAVE
008310     END-STRING
008320     MOVE SPACES TO AUD-DETALLE
008330     EVALUATE WS-DECISION
008340         WHEN "H"
008350             SET AUD-EVENTO-EXCEPCION TO TRUE
008360             STRING "NETO RETENIDO: " WS-MOTIVO
008370                 DELIMITED BY SIZE INTO AUD-DETALLE
008380             END-STRING
008390         WHEN "L"
008400             SET AUD-EVENTO-EXCEPCION TO TRUE
008410             STRING "NETO RETENIDO LIBERADO " WS-SUPERVISOR
008420                 DELIMITED BY SIZE INTO AUD-DETALLE
008430             END-STRING
008440         WHEN OTHER
008450             SET AUD-EVENTO-RECHAZO TO TRUE
008460             STRING "NETO RETENIDO RECHAZADO " WS-SUPERVISOR
008470                 DELIMITED BY SIZE INTO AUD-DETALLE
008480             END-STRING
008490     END-EVALUATE
008500     WRITE AUDITLOG-REC
008510     IF NOT WS-AUDITLOG-OK
008520         DISPLAY "PAGOREV: ERROR ESCRIBIENDO AUDITLOG "
008530             WS-AUDITLOG-STATUS
008540         GO TO ABEND-CLEANUP
008550     END-IF.
008560 7000-EXIT.
008570     EXIT.
008580
008590 7100-WRITE-RPT.
008600     MOVE NP-EMP-ID TO DL-EMP-ID
008610     MOVE NP-FECHA-NOMINA TO DL-FECHA
008620     MOVE NP-NETO TO DL-NETO
008630     MOVE WS-MOTIVO TO DL-MOTIVO
008640     MOVE WS-SUPERVISOR TO DL-SUPERVISOR
008650     MOVE WS-DET-LINE TO REV-RPT-LINE
008660     WRITE REV-RPT-LINE
008670     IF NOT WS-REVRPT-OK
008680         DISPLAY "PAGOREV: ERROR ESCRIBIENDO REVRPT "
008690             WS-REVRPT-STATUS
008700         GO TO ABEND-CLEANUP
008710     END-IF.
008720 7100-EXIT.
008730     EXIT.
008740
008750 9000-TERMINATE.
008760     CLOSE NETO-PAGO-FILE.
008770     CLOSE EMPLEADO-MASTER-FILE.
008780     CLOSE NOMINA-HIST-FILE.
008790     CLOSE RETEN-ANT-FILE.
008800     CLOSE RETEN-NUEVO-FILE.
008810     CLOSE NETO-OUT-FILE.
008820     CLOSE ANULA-FILE.
008830     CLOSE AUDIT-LOG-FILE.
008840     CLOSE REV-RPT-FILE.
008850     DISPLAY "PAGOREV: NETOS LEIDOS       " WS-NETOS-COUNT.
008860     DISPLAY "PAGOREV: PASAN AL ABONO     " WS-PASAN-COUNT.
008870     DISPLAY "PAGOREV: RETENIDOS HOY      " WS-RETENIDOS-COUNT.
008880     DISPLAY "PAGOREV: EN COLA ANTERIOR   " WS-COLA-COUNT.
008890     DISPLAY "PAGOREV: LIBERADOS          " WS-LIBERADOS-COUNT.
008900     DISPLAY "PAGOREV: RECHAZADOS         " WS-RECHAZADOS-COUNT.
008910     DISPLAY "PAGOREV: RECHAZO DIFERIDO   " WS-DIFERIDOS-COUNT.
008920     DISPLAY "PAGOREV: SIGUEN RETENIDOS   " WS-SIGUEN-COUNT.
008930     IF WS-SIGUEN-COUNT > ZERO OR WS-DIFERIDOS-COUNT > ZERO
008940         MOVE 4 TO RETURN-CODE
008950     END-IF.
008960 9000-EXIT.
008970     EXIT.
008980
008990 ABEND-CLEANUP.
009000     DISPLAY "PAGOREV: TERMINACION ANORMAL - CERRANDO FICHEROS".
009010     CLOSE NETO-PAGO-FILE.
009020     CLOSE EMPLEADO-MASTER-FILE.
009030     CLOSE NOMINA-HIST-FILE.
009040     CLOSE DECISION-FILE.
009050     CLOSE RETEN-ANT-FILE.
009060     CLOSE RETEN-NUEVO-FILE.
009070     CLOSE NETO-OUT-FILE.
009080     CLOSE ANULA-FILE.
009090     CLOSE AUDIT-LOG-FILE.
009100     CLOSE REV-RPT-FILE.
009110     MOVE 16 TO RETURN-CODE.
009120     GOBACK.
009130
009140     END PROGRAM PAGOREV.

000010*----------------------------------------------------------*
000020* REGLMANT - MANTENIMIENTO DEL MAESTRO DE REGLAS REGLMSTR    *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. REGLMANT.
000060 AUTHOR. EQUIPO DE SISTEMAS.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                                *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. LAS TABLAS DE DECISION DE *
000140*                EVALUATING (TABLA EV) Y ANOMEVAL (TABLA AN) *
000150*                VIVEN EN REGLMSTR (COPY REGLAS) POR VERSION *
000160*                Y CON FECHA DE VIGENCIA. LA TARJETA REGLPARM*
000170*                PIDE UNA FUNCION SOBRE UNA TABLA Y VERSION: *
000180*                  CARGAR  - GRABA LA VERSION EN ESTADO P    *
000190*                            DESDE LAS TARJETAS REGLIN (UNA  *
000200*                            PROPUESTA ANTERIOR DE LA MISMA  *
000210*                            VERSION SE REEMPLAZA; UNA YA    *
000220*                            APROBADA NO SE TOCA) Y LA VALIDA*
000230*                  VALIDAR - COBERTURA DE COMODINES: PRUEBA  *
000240*                            CADA COMBINACION DEL DOMINIO DE *
000250*                            LAS CUATRO DIMENSIONES; UNA SIN *
000260*                            REGLA ES ERROR (RC 8) Y UNA     *
000270*                            REGLA QUE NUNCA ES LA PRIMERA EN*
000280*                            CASAR NO PUEDE DISPARAR (AVISO, *
000290*                            RC 4)                           *
000300*                  APROBAR - VALIDA Y, SIN ERRORES, PASA LA  *
000310*                            VERSION A ESTADO A CON SU FECHA *
000320*                            DE VIGENCIA (NO ANTERIOR A HOY),*
000330*                            CON ANOTACION M EN AUDITLOG     *
000340*                  PRUEBA  - SOLO TABLA AN: PASA LA VERSION  *
000350*                            PROPUESTA Y LA VIGENTE POR LOS  *
000360*                            ULTIMOS N DIAS DE LEDGDTL, CON  *
000370*                            LAS MISMAS DIMENSIONES Y        *
000380*                            SUPRESIONES QUE ANOMEVAL, Y     *
000390*                            COMPARA LAS ALERTAS POR REGLA;  *
000400*                            LISTA ADEMAS LAS ALERTAS YA     *
000410*                            CONFIRMADAS EN ALERMSTR QUE LA  *
000420*                            PROPUESTA DEJARIA DE DAR (RC 4).*
000430*                EL DOMINIO DE AN ES FIJO (BANDAS 1-4, CLASES*
000440*                DEL PLAN MAS ?, MONEDA B/E, TIPO D/C/R); EL *
000450*                DE EV SON LOS VALORES QUE NOMBRAN LAS REGLAS*
000460*                MAS "#", CUALQUIER OTRO VALOR.              *
000470*----------------------------------------------------------*
000480
000490 ENVIRONMENT DIVISION.
000500 CONFIGURATION SECTION.
000510 SPECIAL-NAMES.
000520     DECIMAL-POINT IS COMMA.
000530
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT PARM-FILE ASSIGN TO "REGLPARM"
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS WS-REGLPARM-STATUS.
000590
000600     SELECT REGLA-IN-FILE ASSIGN TO "REGLIN"
000610         ORGANIZATION IS SEQUENTIAL
000620         FILE STATUS IS WS-REGLIN-STATUS.
000630
000640     SELECT REGLA-MASTER-FILE ASSIGN TO "REGLMSTR"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS RGL-CLAVE
000680         FILE STATUS IS WS-REGLMSTR-STATUS.
000690
000700     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS SEQUENTIAL
000730         RECORD KEY IS DT-SEQ-NO
000740         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000750             WITH DUPLICATES
000760         FILE STATUS IS WS-LEDGDTL-STATUS.
000770
000780     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000790         ORGANIZATION IS INDEXED
000800         ACCESS MODE IS DYNAMIC
000810         RECORD KEY IS CTA-ACCT-ID
000820         FILE STATUS IS WS-PLANCTAS-STATUS.
000830
000840     SELECT SUPRESION-FILE ASSIGN TO "SUPRFILE"
000850         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-SUPRFILE-STATUS.
000870
000880     SELECT ALERTA-REG-FILE ASSIGN TO "ALERMSTR"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS ALE-CLAVE
000920         FILE STATUS IS WS-ALERMSTR-STATUS.
000930
000940     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS WS-AUDITLOG-STATUS.
000970
000980     SELECT REGL-RPT-FILE ASSIGN TO "REGLRPT"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-REGLRPT-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  PARM-FILE
001050     LABEL RECORDS ARE STANDARD.
001060 01  PARM-IN-REC.
001070     05 RP-FUNCION              PIC X(08).
001080         88 RP-CARGAR               VALUE "CARGAR".
001090         88 RP-VALIDAR              VALUE "VALIDAR".
001100         88 RP-APROBAR              VALUE "APROBAR".
001110         88 RP-PRUEBA               VALUE "PRUEBA".
001120     05 RP-TABLA                PIC X(02).
001130         88 RP-TABLA-VALIDA         VALUE "EV" "AN".
001140     05 RP-VERSION              PIC X(04).
001150     05 RP-VERSION-N REDEFINES RP-VERSION
001160                                PIC 9(04).
001170     05 RP-VIGENCIA             PIC X(08).
001180     05 RP-VIGENCIA-N REDEFINES RP-VIGENCIA
001190                                PIC 9(08).
001200     05 RP-DIAS                 PIC X(03).
001210     05 RP-DIAS-N REDEFINES RP-DIAS
001220                                PIC 9(03).
001230     05 RP-OPERADOR             PIC X(08).
001240
001250 FD  REGLA-IN-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  REGLA-IN-REC.
001280     05 RI-ORDEN                PIC X(02).
001290     05 RI-ORDEN-N REDEFINES RI-ORDEN
001300                                PIC 9(02).
001310     05 RI-REGLA                PIC X(02).
001320     05 RI-REGLA-N REDEFINES RI-REGLA
001330                                PIC 9(02).
001340     05 RI-DIMENSIONES          PIC X(04).
001350     05 RI-CATEGORIA            PIC X(14).
001360
001370 FD  REGLA-MASTER-FILE
001380     LABEL RECORDS ARE STANDARD.
001390     COPY REGLAS.
001400
001410 FD  LEDGER-DETAIL-FILE
001420     LABEL RECORDS ARE STANDARD.
001430     COPY LEDGDTL.
001440
001450 FD  PLAN-CUENTA-FILE
001460     LABEL RECORDS ARE STANDARD.
001470     COPY CUENTAS.
001480
001490 FD  SUPRESION-FILE
001500     LABEL RECORDS ARE STANDARD.
001510 01  SUPRESION-REC.
001520     05 SUP-REGLA               PIC X(02).
001530     05 SUP-ACCT                PIC X(06).
001540     05 SUP-DIMENSIONES         PIC X(04).
001550     05 SUP-VENCE               PIC 9(08).
001560
001570 FD  ALERTA-REG-FILE
001580     LABEL RECORDS ARE STANDARD.
001590     COPY ALERTA.
001600
001610 FD  AUDIT-LOG-FILE
001620     LABEL RECORDS ARE STANDARD.
001630     COPY AUDITLOG.
001640
001650 FD  REGL-RPT-FILE
001660     LABEL RECORDS ARE STANDARD.
001670 01  REGL-RPT-LINE              PIC X(80).
001680
001690 WORKING-STORAGE SECTION.
001700 01  WS-REGLPARM-STATUS         PIC X(02) VALUE SPACES.
001710     88 WS-REGLPARM-OK              VALUE "00".
001720
001730 01  WS-REGLIN-STATUS           PIC X(02) VALUE SPACES.
001740     88 WS-REGLIN-OK                VALUE "00".
001750     88 WS-REGLIN-EOF               VALUE "10".
001760
001770 01  WS-REGLMSTR-STATUS         PIC X(02) VALUE SPACES.
001780     88 WS-REGLMSTR-OK              VALUE "00".
001790     88 WS-REGLMSTR-EOF             VALUE "10".
001800     88 WS-REGLMSTR-NOT-FOUND       VALUE "23".
001810     88 WS-REGLMSTR-NO-FILE         VALUE "35".
001820
001830 01  WS-LEDGDTL-STATUS          PIC X(02) VALUE SPACES.
001840     88 WS-LEDGDTL-OK               VALUE "00".
001850     88 WS-LEDGDTL-EOF              VALUE "10".
001860
001870 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
001880     88 WS-PLANCTAS-OK              VALUE "00".
001890     88 WS-PLANCTAS-NOT-FOUND       VALUE "23".
001900     88 WS-PLANCTAS-NO-FILE         VALUE "35".
001910
001920 01  WS-SUPRFILE-STATUS         PIC X(02) VALUE SPACES.
001930     88 WS-SUPRFILE-OK              VALUE "00".
001940     88 WS-SUPRFILE-EOF             VALUE "10".
001950     88 WS-SUPRFILE-NO-FILE         VALUE "35".
001960
001970 01  WS-ALERMSTR-STATUS         PIC X(02) VALUE SPACES.
001980     88 WS-ALERMSTR-OK              VALUE "00".
001990     88 WS-ALERMSTR-NOT-FOUND       VALUE "23".
002000     88 WS-ALERMSTR-NO-FILE         VALUE "35".
002010
002020 01  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
002030     88 WS-AUDITLOG-OK              VALUE "00".
002040     88 WS-AUDITLOG-NO-FILE         VALUE "05", "35".
002050
002060 01  WS-REGLRPT-STATUS          PIC X(02) VALUE SPACES.
002070     88 WS-REGLRPT-OK               VALUE "00".
002080
002090 01  WS-SWITCHES.
002100     05 WS-EOF-REGLIN-SW       PIC X(01) VALUE "N".
002110         88 WS-EOF-REGLIN           VALUE "S".
002120     05 WS-FIN-REGLAS-SW       PIC X(01) VALUE "N".
002130         88 WS-FIN-REGLAS           VALUE "S".
002140     05 WS-EOF-DETALLE-SW      PIC X(01) VALUE "N".
002150         88 WS-EOF-DETALLE          VALUE "S".
002160     05 WS-EOF-SUPR-SW         PIC X(01) VALUE "N".
002170         88 WS-EOF-SUPR             VALUE "S".
002180     05 WS-SIN-PLANCTAS-SW     PIC X(01) VALUE "N".
002190         88 WS-SIN-PLANCTAS         VALUE "S".
002200     05 WS-SIN-ALERMSTR-SW     PIC X(01) VALUE "N".
002210         88 WS-SIN-ALERMSTR         VALUE "S".
002220     05 WS-VERSION-LEIDA-SW    PIC X(01) VALUE "N".
002230         88 WS-VERSION-LEIDA        VALUE "S".
002240     05 WS-TARJETA-MALA-SW     PIC X(01) VALUE "N".
002250         88 WS-TARJETA-MALA         VALUE "S".
002260     05 WS-CASA-SW             PIC X(01) VALUE "N".
002270         88 WS-CASA                 VALUE "S".
002280     05 WS-SUPRIMIDA-SW        PIC X(01) VALUE "N".
002290         88 WS-SUPRIMIDA            VALUE "S".
002300     05 WS-DIM-CASAN-SW        PIC X(01) VALUE "N".
002310         88 WS-DIM-CASAN            VALUE "S".
002320     05 WS-ALERTA-ACTUAL-SW    PIC X(01) VALUE "N".
002330         88 WS-ALERTA-ACTUAL        VALUE "S".
002340     05 WS-ALERTA-PROP-SW      PIC X(01) VALUE "N".
002350         88 WS-ALERTA-PROP          VALUE "S".
002360
002370 01  WS-COUNTERS.
002380     05 WS-TARJETAS-COUNT      PIC 9(05) COMP VALUE ZERO.
002390     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
002400     05 WS-AVISOS-COUNT        PIC 9(05) COMP VALUE ZERO.
002410     05 WS-COMBIS-COUNT        PIC 9(07) COMP VALUE ZERO.
002420     05 WS-HUECOS-COUNT        PIC 9(07) COMP VALUE ZERO.
002430     05 WS-MUERTAS-COUNT       PIC 9(05) COMP VALUE ZERO.
002440     05 WS-GRABADAS-COUNT      PIC 9(05) COMP VALUE ZERO.
002450     05 WS-BORRADAS-COUNT      PIC 9(05) COMP VALUE ZERO.
002460     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
002470     05 WS-EN-VENTANA-COUNT    PIC 9(07) COMP VALUE ZERO.
002480     05 WS-ALE-ACTUAL-COUNT    PIC 9(07) COMP VALUE ZERO.
002490     05 WS-ALE-PROP-COUNT      PIC 9(07) COMP VALUE ZERO.
002500     05 WS-PERDIDAS-COUNT      PIC 9(07) COMP VALUE ZERO.
002510
002520 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
002530 01  WS-FECHA-DESDE             PIC 9(08) VALUE ZERO.
002540 01  WS-VIGENCIA                PIC 9(08) VALUE ZERO.
002550 01  WS-VIG-PARTES REDEFINES WS-VIGENCIA.
002560     05 WS-VIG-ANO              PIC 9(04).
002570     05 WS-VIG-MES              PIC 9(02).
002580     05 WS-VIG-DIA              PIC 9(02).
002590 01  WS-DIAS                    PIC 9(03) VALUE ZERO.
002600 01  WS-TABLA                   PIC X(02) VALUE SPACES.
002610 01  WS-VERSION                 PIC 9(04) VALUE ZERO.
002620 01  WS-VERSION-VIGOR           PIC 9(04) VALUE ZERO.
002630 01  WS-VERSION-MAYOR           PIC 9(04) VALUE ZERO.
002640 01  WS-ESTADO-VERSION          PIC X(01) VALUE SPACE.
002650     88 WS-VERSION-APROBADA         VALUE "A".
002660 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
002670 01  WS-ORDEN-ANTERIOR          PIC 9(02) VALUE ZERO.
002680 01  WS-BLANCOS                 PIC 9(02) COMP VALUE ZERO.
002690 01  WS-MOTIVO                  PIC X(40) VALUE SPACES.
002700 01  WS-REGLA-NUM               PIC 9(02) VALUE ZERO.
002710 01  WS-ACCT-TEXTO              PIC X(06) VALUE SPACES.
002720 01  WS-DIFERENCIA              PIC S9(07) VALUE ZERO.
002730 01  WS-CUENTA-EDIT             PIC ZZZZ9.
002740
002750*----------------------------------------------------------*
002760* VERSION PROPUESTA (LA DE REGLPARM) Y VERSION EN VIGOR,     *
002770* COMO LAS CARGAN LOS MOTORES: FILAS EN ORDEN, GANA LA       *
002780* PRIMERA QUE CASA. PR-COMBIS CUENTA LAS COMBINACIONES DEL   *
002790* DOMINIO EN QUE LA FILA ES LA PRIMERA EN CASAR.             *
002800*----------------------------------------------------------*
002810 01  WS-PROP-COUNT              PIC 9(02) COMP VALUE ZERO.
002820 01  WS-PROP-TABLA.
002830     05 WS-PROP OCCURS 1 TO 50 TIMES
002840             DEPENDING ON WS-PROP-COUNT
002850             INDEXED BY WS-PROP-IDX.
002860         10 PR-ORDEN            PIC 9(02).
002870         10 PR-NUMERO           PIC 9(02).
002880         10 PR-DIMENSIONES.
002890             15 PR-REGION       PIC X(01).
002900             15 PR-TIPO         PIC X(01).
002910             15 PR-SUBTIPO      PIC X(01).
002920             15 PR-PRIORIDAD    PIC X(01).
002930         10 PR-CATEGORIA        PIC X(14).
002940         10 PR-COMBIS           PIC 9(07) COMP.
002950
002960 01  WS-VIG-COUNT               PIC 9(02) COMP VALUE ZERO.
002970 01  WS-VIG-TABLA.
002980     05 WS-VIG OCCURS 1 TO 50 TIMES
002990             DEPENDING ON WS-VIG-COUNT
003000             INDEXED BY WS-VIG-IDX.
003010         10 VG-NUMERO           PIC 9(02).
003020         10 VG-REGION           PIC X(01).
003030         10 VG-TIPO             PIC X(01).
003040         10 VG-SUBTIPO          PIC X(01).
003050         10 VG-PRIORIDAD        PIC X(01).
003060         10 VG-CATEGORIA        PIC X(14).
003070
003080*----------------------------------------------------------*
003090* DOMINIO DE CADA DIMENSION PARA LA PRUEBA DE COBERTURA.     *
003100* EL DE AN ES FIJO (WS-DOM-AN-LIT: CUANTOS Y CUALES, EN EL   *
003110* MISMO ORDEN REGION/TIPO/SUBTIPO/PRIORIDAD); EL DE EV SE    *
003120* ARMA CON LAS REGLAS EN 3100.                               *
003130*----------------------------------------------------------*
003140 01  WS-DOM-AN-LIT.
003150     05 FILLER                  PIC X(12) VALUE "041234".
003160     05 FILLER                  PIC X(12) VALUE "06APNIG?".
003170     05 FILLER                  PIC X(12) VALUE "02BE".
003180     05 FILLER                  PIC X(12) VALUE "03DCR".
003190 01  WS-DOM-AN REDEFINES WS-DOM-AN-LIT.
003200     05 WS-DOM-AN-DIM OCCURS 4 TIMES.
003210         10 DA-COUNT            PIC 9(02).
003220         10 DA-VALORES          PIC X(10).
003230
003240 01  WS-DOM-TABLA.
003250     05 WS-DOM OCCURS 4 TIMES.
003260         10 DOM-COUNT           PIC 9(02) COMP.
003270         10 DOM-VALORES         PIC X(10).
003280         10 DOM-VALOR-TAB REDEFINES DOM-VALORES.
003290             15 DOM-VALOR       PIC X(01) OCCURS 10 TIMES.
003300
003310 01  WS-DIM-SUB                 PIC 9(02) COMP VALUE ZERO.
003320 01  WS-VAL-SUB                 PIC 9(02) COMP VALUE ZERO.
003330 01  WS-D1                      PIC 9(02) COMP VALUE ZERO.
003340 01  WS-D2                      PIC 9(02) COMP VALUE ZERO.
003350 01  WS-D3                      PIC 9(02) COMP VALUE ZERO.
003360 01  WS-D4                      PIC 9(02) COMP VALUE ZERO.
003370 01  WS-VALOR                   PIC X(01) VALUE SPACE.
003380 01  WS-VALOR-NUEVO-SW          PIC X(01) VALUE "N".
003390     88 WS-VALOR-NUEVO              VALUE "S".
003400
003410 01  WS-COMBI.
003420     05 WS-CB-REGION            PIC X(01).
003430     05 WS-CB-TIPO              PIC X(01).
003440     05 WS-CB-SUBTIPO           PIC X(01).
003450     05 WS-CB-PRIORIDAD         PIC X(01).
003460
003470*----------------------------------------------------------*
003480* SUPRESIONES VIGENTES DE SUPRFILE, COMO EN ANOMEVAL.        *
003490*----------------------------------------------------------*
003500 01  WS-SUP-COUNT               PIC 9(03) COMP VALUE ZERO.
003510 01  WS-SUP-TABLE.
003520     05 WS-SUP-ENTRY OCCURS 1 TO 100 TIMES
003530             DEPENDING ON WS-SUP-COUNT
003540             INDEXED BY WS-SUP-IDX.
003550         10 ST-REGLA            PIC X(02).
003560         10 ST-ACCT             PIC X(06).
003570         10 ST-DIMENSIONES      PIC X(04).
003580         10 ST-VENCE            PIC 9(08).
003590
003600*----------------------------------------------------------*
003610* ALERTAS DE LA PRUEBA POR NUMERO ESTABLE DE REGLA.          *
003620*----------------------------------------------------------*
003630 01  WS-CMP-TABLA.
003640     05 WS-CMP OCCURS 99 TIMES INDEXED BY WS-CMP-IDX.
003650         10 CMP-ACTUAL          PIC 9(07) COMP.
003660         10 CMP-PROPUESTA       PIC 9(07) COMP.
003670         10 CMP-CATEGORIA       PIC X(14).
003680         10 CMP-PRESENTE-SW     PIC X(01).
003690             88 CMP-PRESENTE        VALUE "S".
003700
003710 01  WS-TITULO-LINE.
003720     05 FILLER                  PIC X(20)
003730         VALUE "REGLAS DE DECISION  ".
003740     05 TT-FUNCION              PIC X(08).
003750     05 FILLER                  PIC X(07) VALUE " TABLA ".
003760     05 TT-TABLA                PIC X(02).
003770     05 FILLER                  PIC X(09) VALUE " VERSION ".
003780     05 TT-VERSION              PIC 9(04).
003790     05 FILLER                  PIC X(10) VALUE " OPERADOR ".
003800     05 TT-OPERADOR             PIC X(08).
003810     05 FILLER                  PIC X(01) VALUE SPACES.
003820     05 TT-FECHA                PIC 9(08).
003830
003840 01  WS-REGLA-COL-LINE          PIC X(80) VALUE
003850     "ORDEN REGLA PATRON CATEGORIA      COMBINACIONES NOTA".
003860
003870 01  WS-REGLA-LINE.
003880     05 FILLER                  PIC X(02) VALUE SPACES.
003890     05 RL-ORDEN                PIC 9(02).
003900     05 FILLER                  PIC X(04) VALUE SPACES.
003910     05 RL-REGLA                PIC 9(02).
003920     05 FILLER                  PIC X(02) VALUE SPACES.
003930     05 RL-PATRON               PIC X(04).
003940     05 FILLER                  PIC X(03) VALUE SPACES.
003950     05 RL-CATEGORIA            PIC X(14).
003960     05 FILLER                  PIC X(04) VALUE SPACES.
003970     05 RL-COMBIS               PIC ZZZ.ZZ9.
003980     05 FILLER                  PIC X(05) VALUE SPACES.
003990     05 RL-NOTA                 PIC X(31).
004000
004010 01  WS-MENSAJE-LINE.
004020     05 MSG-MARCA               PIC X(04).
004030     05 MSG-TEXTO               PIC X(76).
004040
004050 01  WS-TARJETA-LINE.
004060     05 FILLER                  PIC X(12) VALUE "*** TARJETA ".
004070     05 TJ-NUMERO               PIC ZZZ9.
004080     05 FILLER                  PIC X(02) VALUE ": ".
004090     05 TJ-IMAGEN               PIC X(22).
004100     05 FILLER                  PIC X(01) VALUE SPACES.
004110     05 TJ-MOTIVO               PIC X(39).
004120
004130 01  WS-HUECO-LINE.
004140     05 FILLER                  PIC X(30)
004150         VALUE "*** SIN REGLA LA COMBINACION ".
004160     05 HL-COMBI                PIC X(04).
004170
004180 01  WS-CMP-COL-LINE            PIC X(80) VALUE
004190     "REGLA CATEGORIA         VIGENTE  PROPUESTA  DIFERENCIA".
004200
004210 01  WS-CMP-LINE.
004220     05 FILLER                  PIC X(03) VALUE SPACES.
004230     05 CL-REGLA                PIC ZZ.
004240     05 FILLER                  PIC X(01) VALUE SPACES.
004250     05 CL-CATEGORIA            PIC X(14).
004260     05 FILLER                  PIC X(02) VALUE SPACES.
004270     05 CL-ACTUAL               PIC ZZZ.ZZ9.
004280     05 FILLER                  PIC X(04) VALUE SPACES.
004290     05 CL-PROPUESTA            PIC ZZZ.ZZ9.
004300     05 FILLER                  PIC X(04) VALUE SPACES.
004310     05 CL-DIFERENCIA           PIC ---.--9.
004320
004330 01  WS-PERDIDA-COL-LINE        PIC X(80) VALUE
004340     "FECHA    APUNTE   CUENTA DIMS       IMPORTE RG CATEG.NUEVA".
004350
004360 01  WS-PERDIDA-LINE.
004370     05 PL-FECHA                PIC 9(08).
004380     05 FILLER                  PIC X(01) VALUE SPACES.
004390     05 PL-SEQ-NO               PIC 9(08).
004400     05 FILLER                  PIC X(01) VALUE SPACES.
004410     05 PL-ACCT-ID              PIC 9(06).
004420     05 FILLER                  PIC X(01) VALUE SPACES.
004430     05 PL-DIMENSIONES          PIC X(04).
004440     05 FILLER                  PIC X(01) VALUE SPACES.
004450     05 PL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
004460     05 FILLER                  PIC X(01) VALUE SPACES.
004470     05 PL-REGLA                PIC 9(02).
004480     05 FILLER                  PIC X(01) VALUE SPACES.
004490     05 PL-CATEGORIA            PIC X(14).
004500
004510 01  WS-FIN-LINE.
004520     05 FL-TEXTO                PIC X(40).
004530     05 FL-CUENTA               PIC ZZZ.ZZZ.ZZ9.
004540
004550 PROCEDURE DIVISION.
004560
004570 0000-MAINLINE.
004580     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004590     EVALUATE TRUE
004600         WHEN RP-CARGAR
004610             PERFORM 2000-CARGAR THRU 2000-EXIT
004620         WHEN OTHER
004630             PERFORM 2900-LEER-VERSION THRU 2900-EXIT
004640     END-EVALUATE
004650     IF WS-VERSION-LEIDA
004660         PERFORM 3000-VALIDAR THRU 3000-EXIT
004670     END-IF
004680     IF WS-VERSION-LEIDA AND RP-APROBAR
004690         PERFORM 4000-APROBAR THRU 4000-EXIT
004700     END-IF
004710     IF WS-VERSION-LEIDA AND RP-PRUEBA
004720         PERFORM 5000-PRUEBA THRU 5000-EXIT
004730     END-IF
004740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004750     GOBACK.
004760
004770 1000-INITIALIZE.
004780     ACCEPT WS-FECHA-PROCESO FROM DATE YYYYMMDD.
004790     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
004800     OPEN OUTPUT REGL-RPT-FILE.
004810     IF NOT WS-REGLRPT-OK
004820         DISPLAY "REGLMANT: ERROR ABRIENDO REGLRPT "
004830             WS-REGLRPT-STATUS
004840         GO TO ABEND-CLEANUP
004850     END-IF
004860     IF RP-CARGAR OR RP-APROBAR
004870         OPEN I-O REGLA-MASTER-FILE
004880         IF WS-REGLMSTR-NO-FILE AND RP-CARGAR
004890             CLOSE REGLA-MASTER-FILE
004900             OPEN OUTPUT REGLA-MASTER-FILE
004910             CLOSE REGLA-MASTER-FILE
004920             OPEN I-O REGLA-MASTER-FILE
004930         END-IF
004940     ELSE
004950         OPEN INPUT REGLA-MASTER-FILE
004960     END-IF
004970     IF NOT WS-REGLMSTR-OK
004980         DISPLAY "REGLMANT: ERROR ABRIENDO REGLMSTR "
004990             WS-REGLMSTR-STATUS
005000         GO TO ABEND-CLEANUP
005010     END-IF
005020     OPEN EXTEND AUDIT-LOG-FILE.
005030     IF WS-AUDITLOG-NO-FILE
005040         OPEN OUTPUT AUDIT-LOG-FILE
005050     END-IF
005060     IF NOT WS-AUDITLOG-OK
005070         DISPLAY "REGLMANT: ERROR ABRIENDO AUDITLOG "
005080             WS-AUDITLOG-STATUS
005090         GO TO ABEND-CLEANUP
005100     END-IF
005110     MOVE RP-FUNCION TO TT-FUNCION
005120     MOVE WS-TABLA TO TT-TABLA
005130     MOVE WS-VERSION TO TT-VERSION
005140     MOVE WS-OPERADOR TO TT-OPERADOR
005150     MOVE WS-FECHA-PROCESO TO TT-FECHA
005160     MOVE WS-TITULO-LINE TO REGL-RPT-LINE
005170     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
005180 1000-EXIT.
005190     EXIT.
005200
005210*----------------------------------------------------------*
005220* REGLPARM: FUNCION, TABLA (EV/AN), VERSION, VIGENCIA        *
005230* AAAAMMDD (APROBAR; EN BLANCO ES HOY), DIAS DE LA PRUEBA    *
005240* Y OPERADOR, QUE QUEDA EN REGLMSTR Y EN AUDITLOG.           *
005250*----------------------------------------------------------*
005260 1100-LEER-PARM.
005270     OPEN INPUT PARM-FILE.
005280     IF NOT WS-REGLPARM-OK
005290         DISPLAY "REGLMANT: ERROR ABRIENDO REGLPARM "
005300             WS-REGLPARM-STATUS
005310         GO TO ABEND-CLEANUP
005320     END-IF
005330     READ PARM-FILE
005340         AT END
005350             DISPLAY "REGLMANT: REGLPARM VACIO"
005360             GO TO ABEND-CLEANUP
005370     END-READ
005380     IF NOT RP-CARGAR AND NOT RP-VALIDAR AND NOT RP-APROBAR
005390         AND NOT RP-PRUEBA
005400         DISPLAY "REGLMANT: FUNCION DE REGLPARM INVALIDA "
005410             RP-FUNCION
005420         GO TO ABEND-CLEANUP
005430     END-IF
005440     IF NOT RP-TABLA-VALIDA
005450         DISPLAY "REGLMANT: TABLA DE REGLPARM INVALIDA " RP-TABLA
005460         GO TO ABEND-CLEANUP
005470     END-IF
005480     IF RP-VERSION IS NOT NUMERIC OR RP-VERSION-N = ZERO
005490         DISPLAY "REGLMANT: VERSION DE REGLPARM INVALIDA"
005500         GO TO ABEND-CLEANUP
005510     END-IF
005520     IF RP-OPERADOR = SPACES
005530         DISPLAY "REGLMANT: REGLPARM SIN OPERADOR"
005540         GO TO ABEND-CLEANUP
005550     END-IF
005560     MOVE RP-TABLA TO WS-TABLA
005570     MOVE RP-VERSION-N TO WS-VERSION
005580     MOVE RP-OPERADOR TO WS-OPERADOR
005590     IF RP-APROBAR
005600         IF RP-VIGENCIA = SPACES
005610             MOVE WS-FECHA-PROCESO TO WS-VIGENCIA
005620         ELSE
005630             IF RP-VIGENCIA IS NOT NUMERIC
005640                 DISPLAY "REGLMANT: VIGENCIA DE REGLPARM INVALIDA"
005650                 GO TO ABEND-CLEANUP
005660             END-IF
005670             MOVE RP-VIGENCIA-N TO WS-VIGENCIA
005680             IF WS-VIG-MES < 1 OR WS-VIG-MES > 12
005690                 OR WS-VIG-DIA < 1 OR WS-VIG-DIA > 31
005700                 DISPLAY "REGLMANT: VIGENCIA DE REGLPARM INVALIDA"
005710                 GO TO ABEND-CLEANUP
005720             END-IF
005730         END-IF
005740     END-IF
005750     IF RP-PRUEBA
005760         IF RP-DIAS IS NOT NUMERIC OR RP-DIAS-N = ZERO
005770             DISPLAY "REGLMANT: DIAS DE PRUEBA DE REGLPARM "
005780                 "INVALIDOS"
005790             GO TO ABEND-CLEANUP
005800         END-IF
005810         MOVE RP-DIAS-N TO WS-DIAS
005820     END-IF
005830     CLOSE PARM-FILE.
005840 1100-EXIT.
005850     EXIT.
005860
005870*----------------------------------------------------------*
005880* CARGAR: LEE Y COMPRUEBA TODAS LAS TARJETAS REGLIN ANTES    *
005890* DE TOCAR REGLMSTR. ORDEN ASCENDENTE SIN REPETIR, NUMERO    *
005900* DE REGLA 01-99 SIN REPETIR, PATRON Y CATEGORIA LLENOS.     *
005910* UNA SOLA TARJETA MALA Y NO SE GRABA NADA (RC 8).           *
005920*----------------------------------------------------------*
005930 2000-CARGAR.
005940     OPEN INPUT REGLA-IN-FILE.
005950     IF NOT WS-REGLIN-OK
005960         DISPLAY "REGLMANT: ERROR ABRIENDO REGLIN "
005970             WS-REGLIN-STATUS
005980         GO TO ABEND-CLEANUP
005990     END-IF
006000     MOVE ZERO TO WS-ORDEN-ANTERIOR
006010     PERFORM 2100-LEER-TARJETA THRU 2100-EXIT
006020         UNTIL WS-EOF-REGLIN
006030     CLOSE REGLA-IN-FILE.
006040     IF WS-PROP-COUNT = ZERO AND WS-ERRORES-COUNT = ZERO
006050         MOVE "*** " TO MSG-MARCA
006060         MOVE "REGLIN NO TRAE NINGUNA REGLA" TO MSG-TEXTO
006070         PERFORM 8600-ERROR THRU 8600-EXIT
006080     END-IF
006090     IF WS-ERRORES-COUNT > ZERO
006100         MOVE "*** " TO MSG-MARCA
006110         MOVE "HAY TARJETAS RECHAZADAS: NO SE GRABA LA VERSION"
006120             TO MSG-TEXTO
006130         MOVE WS-MENSAJE-LINE TO REGL-RPT-LINE
006140         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
006150         GO TO 2000-EXIT
006160     END-IF
006170     PERFORM 2300-VERSION-ANTERIOR THRU 2300-EXIT
006180     IF WS-ERRORES-COUNT > ZERO
006190         GO TO 2000-EXIT
006200     END-IF
006210     PERFORM 2500-GRABAR-FILA THRU 2500-EXIT
006220         VARYING WS-PROP-IDX FROM 1 BY 1
006230         UNTIL WS-PROP-IDX > WS-PROP-COUNT
006240     MOVE "P" TO WS-ESTADO-VERSION
006250     SET WS-VERSION-LEIDA TO TRUE
006260     PERFORM 8000-AUDITLOG THRU 8000-EXIT.
006270 2000-EXIT.
006280     EXIT.
006290
006300 2100-LEER-TARJETA.
006310     READ REGLA-IN-FILE
006320         AT END
006330             SET WS-EOF-REGLIN TO TRUE
006340             GO TO 2100-EXIT
006350     END-READ
006360     IF NOT WS-REGLIN-OK
006370         DISPLAY "REGLMANT: ERROR LEYENDO REGLIN "
006380             WS-REGLIN-STATUS
006390         GO TO ABEND-CLEANUP
006400     END-IF
006410     ADD 1 TO WS-TARJETAS-COUNT
006420     MOVE "N" TO WS-TARJETA-MALA-SW
006430     MOVE SPACES TO WS-MOTIVO
006440     PERFORM 2200-COMPROBAR-TARJETA THRU 2200-EXIT
006450     IF WS-TARJETA-MALA
006460         MOVE WS-TARJETAS-COUNT TO TJ-NUMERO
006470         MOVE REGLA-IN-REC TO TJ-IMAGEN
006480         MOVE WS-MOTIVO TO TJ-MOTIVO
006490         MOVE WS-TARJETA-LINE TO REGL-RPT-LINE
006500         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
006510         ADD 1 TO WS-ERRORES-COUNT
006520         GO TO 2100-EXIT
006530     END-IF
006540     MOVE RI-ORDEN-N TO WS-ORDEN-ANTERIOR
006550     ADD 1 TO WS-PROP-COUNT
006560     SET WS-PROP-IDX TO WS-PROP-COUNT
006570     MOVE RI-ORDEN-N TO PR-ORDEN (WS-PROP-IDX)
006580     MOVE RI-REGLA-N TO PR-NUMERO (WS-PROP-IDX)
006590     MOVE RI-DIMENSIONES TO PR-DIMENSIONES (WS-PROP-IDX)
006600     MOVE RI-CATEGORIA TO PR-CATEGORIA (WS-PROP-IDX)
006610     MOVE ZERO TO PR-COMBIS (WS-PROP-IDX).
006620 2100-EXIT.
006630     EXIT.
006640
006650 2200-COMPROBAR-TARJETA.
006660     SET WS-TARJETA-MALA TO TRUE
006670     IF RI-ORDEN IS NOT NUMERIC OR RI-ORDEN-N = ZERO
006680         MOVE "ORDEN NO NUMERICO" TO WS-MOTIVO
006690         GO TO 2200-EXIT
006700     END-IF
006710     IF RI-ORDEN-N NOT > WS-ORDEN-ANTERIOR
006720         MOVE "ORDEN NO ASCENDENTE" TO WS-MOTIVO
006730         GO TO 2200-EXIT
006740     END-IF
006750     IF RI-REGLA IS NOT NUMERIC OR RI-REGLA-N = ZERO
006760         MOVE "NUMERO DE REGLA NO VALIDO (01-99)" TO WS-MOTIVO
006770         GO TO 2200-EXIT
006780     END-IF
006790     MOVE ZERO TO WS-BLANCOS
006800     INSPECT RI-DIMENSIONES TALLYING WS-BLANCOS FOR ALL SPACES
006810     IF WS-BLANCOS > ZERO
006820         MOVE "PATRON CON BLANCOS (USE * COMODIN)" TO WS-MOTIVO
006830         GO TO 2200-EXIT
006840     END-IF
006850     IF RI-CATEGORIA = SPACES
006860         MOVE "SIN CATEGORIA" TO WS-MOTIVO
006870         GO TO 2200-EXIT
006880     END-IF
006890     IF WS-PROP-COUNT >= 50
006900         MOVE "MAS DE 50 REGLAS EN LA VERSION" TO WS-MOTIVO
006910         GO TO 2200-EXIT
006920     END-IF
006930     IF WS-PROP-COUNT > ZERO
006940         SET WS-PROP-IDX TO 1
006950         SEARCH WS-PROP
006960             AT END
006970                 CONTINUE
006980             WHEN PR-NUMERO (WS-PROP-IDX) = RI-REGLA-N
006990                 MOVE "NUMERO DE REGLA REPETIDO" TO WS-MOTIVO
007000                 GO TO 2200-EXIT
007010         END-SEARCH
007020     END-IF
007030     MOVE "N" TO WS-TARJETA-MALA-SW.
007040 2200-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------*
007080* UNA VERSION APROBADA NO SE REESCRIBE NUNCA; UNA PROPUESTA  *
007090* DE LA MISMA TABLA Y VERSION SE BORRA ENTERA ANTES DE       *
007100* GRABAR LA NUEVA.                                           *
007110*----------------------------------------------------------*
007120 2300-VERSION-ANTERIOR.
007130     MOVE "N" TO WS-FIN-REGLAS-SW
007140     PERFORM 2350-BORRAR-FILA THRU 2350-EXIT
007150         UNTIL WS-FIN-REGLAS.
007160     IF WS-BORRADAS-COUNT > ZERO
007170         MOVE WS-BORRADAS-COUNT TO WS-CUENTA-EDIT
007180         MOVE SPACES TO WS-MENSAJE-LINE
007190         STRING "PROPUESTA ANTERIOR REEMPLAZADA, FILAS BORRADAS: "
007200                DELIMITED BY SIZE
007210                WS-CUENTA-EDIT DELIMITED BY SIZE
007220             INTO MSG-TEXTO
007230         END-STRING
007240         MOVE WS-MENSAJE-LINE TO REGL-RPT-LINE
007250         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007260     END-IF.
007270 2300-EXIT.
007280     EXIT.
007290
007300 2350-BORRAR-FILA.
007310     PERFORM 8100-POSICIONAR THRU 8100-EXIT
007320     IF WS-FIN-REGLAS
007330         GO TO 2350-EXIT
007340     END-IF
007350     PERFORM 8150-LEER-FILA THRU 8150-EXIT
007360     IF WS-FIN-REGLAS
007370         GO TO 2350-EXIT
007380     END-IF
007390     IF RGL-APROBADA
007400         MOVE "*** " TO MSG-MARCA
007410         MOVE "VERSION YA APROBADA: CARGUE OTRA VERSION"
007420             TO MSG-TEXTO
007430         PERFORM 8600-ERROR THRU 8600-EXIT
007440         SET WS-FIN-REGLAS TO TRUE
007450         GO TO 2350-EXIT
007460     END-IF
007470     DELETE REGLA-MASTER-FILE RECORD
007480     IF NOT WS-REGLMSTR-OK
007490         DISPLAY "REGLMANT: ERROR BORRANDO REGLMSTR "
007500             WS-REGLMSTR-STATUS
007510         GO TO ABEND-CLEANUP
007520     END-IF
007530     ADD 1 TO WS-BORRADAS-COUNT.
007540 2350-EXIT.
007550     EXIT.
007560
007570 2500-GRABAR-FILA.
007580     INITIALIZE REGLA-MASTER-REC
007590     MOVE WS-TABLA TO RGL-TABLA
007600     MOVE WS-VERSION TO RGL-VERSION
007610     MOVE PR-ORDEN (WS-PROP-IDX) TO RGL-ORDEN
007620     MOVE PR-NUMERO (WS-PROP-IDX) TO RGL-REGLA
007630     MOVE PR-DIMENSIONES (WS-PROP-IDX) TO RGL-DIMENSIONES
007640     MOVE PR-CATEGORIA (WS-PROP-IDX) TO RGL-CATEGORIA
007650     MOVE ZERO TO RGL-VIGENCIA
007660     MOVE "P" TO RGL-ESTADO
007670     MOVE WS-OPERADOR TO RGL-OPERADOR
007680     MOVE WS-FECHA-PROCESO TO RGL-FECHA-ALTA
007690     WRITE REGLA-MASTER-REC
007700     IF NOT WS-REGLMSTR-OK
007710         DISPLAY "REGLMANT: ERROR GRABANDO REGLMSTR "
007720             WS-REGLMSTR-STATUS
007730         GO TO ABEND-CLEANUP
007740     END-IF
007750     ADD 1 TO WS-GRABADAS-COUNT.
007760 2500-EXIT.
007770     EXIT.
007780
007790*----------------------------------------------------------*
007800* VALIDAR, APROBAR Y PRUEBA: LEE LA VERSION DE REGLPARM      *
007810* EN WS-PROP. SI NO EXISTE ES ERROR Y NO SE SIGUE.           *
007820*----------------------------------------------------------*
007830 2900-LEER-VERSION.
007840     MOVE "N" TO WS-FIN-REGLAS-SW
007850     PERFORM 8100-POSICIONAR THRU 8100-EXIT
007860     PERFORM 2950-CARGAR-FILA THRU 2950-EXIT
007870         UNTIL WS-FIN-REGLAS
007880     IF WS-PROP-COUNT = ZERO
007890         MOVE "*** " TO MSG-MARCA
007900         MOVE "LA VERSION NO EXISTE EN REGLMSTR" TO MSG-TEXTO
007910         PERFORM 8600-ERROR THRU 8600-EXIT
007920         GO TO 2900-EXIT
007930     END-IF
007940     SET WS-VERSION-LEIDA TO TRUE.
007950 2900-EXIT.
007960     EXIT.
007970
007980 2950-CARGAR-FILA.
007990     PERFORM 8150-LEER-FILA THRU 8150-EXIT
008000     IF WS-FIN-REGLAS
008010         GO TO 2950-EXIT
008020     END-IF
008030     IF WS-PROP-COUNT >= 50
008040         DISPLAY "REGLMANT: MAS DE 50 FILAS EN LA VERSION"
008050         GO TO ABEND-CLEANUP
008060     END-IF
008070     MOVE RGL-ESTADO TO WS-ESTADO-VERSION
008080     ADD 1 TO WS-PROP-COUNT
008090     SET WS-PROP-IDX TO WS-PROP-COUNT
008100     MOVE RGL-ORDEN TO PR-ORDEN (WS-PROP-IDX)
008110     MOVE RGL-REGLA TO PR-NUMERO (WS-PROP-IDX)
008120     MOVE RGL-DIMENSIONES TO PR-DIMENSIONES (WS-PROP-IDX)
008130     MOVE RGL-CATEGORIA TO PR-CATEGORIA (WS-PROP-IDX)
008140     MOVE ZERO TO PR-COMBIS (WS-PROP-IDX).
008150 2950-EXIT.
008160     EXIT.
008170
008180*----------------------------------------------------------*
008190* COBERTURA: RECORRE TODAS LAS COMBINACIONES DEL DOMINIO Y   *
008200* BUSCA LA PRIMERA FILA QUE CASA CON CADA UNA. SIN FILA ES   *
008210* UN HUECO (ERROR); UNA FILA QUE NO ES LA PRIMERA PARA       *
008220* NINGUNA COMBINACION ESTA TAPADA POR LAS ANTERIORES Y NO    *
008230* PUEDE DISPARAR (AVISO).                                    *
008240*----------------------------------------------------------*
008250 3000-VALIDAR.
008260     PERFORM 3100-ARMAR-DOMINIO THRU 3100-EXIT
008270     IF WS-ERRORES-COUNT > ZERO
008280         GO TO 3000-EXIT
008290     END-IF
008300     PERFORM 3200-COMBINAR-REGION THRU 3200-EXIT
008310         VARYING WS-D1 FROM 1 BY 1
008320         UNTIL WS-D1 > DOM-COUNT (1)
008330     MOVE SPACES TO REGL-RPT-LINE
008340     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008350     MOVE WS-REGLA-COL-LINE TO REGL-RPT-LINE
008360     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008370     PERFORM 3500-LINEA-REGLA THRU 3500-EXIT
008380         VARYING WS-PROP-IDX FROM 1 BY 1
008390         UNTIL WS-PROP-IDX > WS-PROP-COUNT
008400     MOVE SPACES TO REGL-RPT-LINE
008410     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008420     MOVE "COMBINACIONES PROBADAS" TO FL-TEXTO
008430     MOVE WS-COMBIS-COUNT TO FL-CUENTA
008440     MOVE WS-FIN-LINE TO REGL-RPT-LINE
008450     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008460     MOVE "COMBINACIONES SIN REGLA (ERROR)" TO FL-TEXTO
008470     MOVE WS-HUECOS-COUNT TO FL-CUENTA
008480     MOVE WS-FIN-LINE TO REGL-RPT-LINE
008490     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008500     MOVE "REGLAS QUE NUNCA DISPARAN (AVISO)" TO FL-TEXTO
008510     MOVE WS-MUERTAS-COUNT TO FL-CUENTA
008520     MOVE WS-FIN-LINE TO REGL-RPT-LINE
008530     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
008540 3000-EXIT.
008550     EXIT.
008560
008570*----------------------------------------------------------*
008580* AN: DOMINIO FIJO DE WS-DOM-AN-LIT. EV: LOS VALORES QUE     *
008590* NOMBRA ALGUNA FILA EN CADA DIMENSION MAS "#" (CUALQUIER    *
008600* OTRO), HASTA NUEVE VALORES POR DIMENSION.                  *
008610*----------------------------------------------------------*
008620 3100-ARMAR-DOMINIO.
008630     PERFORM 3110-DOMINIO-DIMENSION THRU 3110-EXIT
008640         VARYING WS-DIM-SUB FROM 1 BY 1
008650         UNTIL WS-DIM-SUB > 4.
008660 3100-EXIT.
008670     EXIT.
008680
008690 3110-DOMINIO-DIMENSION.
008700     IF WS-TABLA = "AN"
008710         MOVE DA-COUNT (WS-DIM-SUB) TO DOM-COUNT (WS-DIM-SUB)
008720         MOVE DA-VALORES (WS-DIM-SUB) TO DOM-VALORES (WS-DIM-SUB)
008730         GO TO 3110-EXIT
008740     END-IF
008750     MOVE ZERO TO DOM-COUNT (WS-DIM-SUB)
008760     MOVE SPACES TO DOM-VALORES (WS-DIM-SUB)
008770     PERFORM 3120-VALOR-DE-FILA THRU 3120-EXIT
008780         VARYING WS-PROP-IDX FROM 1 BY 1
008790         UNTIL WS-PROP-IDX > WS-PROP-COUNT
008800     IF DOM-COUNT (WS-DIM-SUB) >= 10
008810         MOVE "*** " TO MSG-MARCA
008820         MOVE "MAS DE NUEVE VALORES EN UNA DIMENSION" TO MSG-TEXTO
008830         PERFORM 8600-ERROR THRU 8600-EXIT
008840         GO TO 3110-EXIT
008850     END-IF
008860     ADD 1 TO DOM-COUNT (WS-DIM-SUB)
008870     MOVE DOM-COUNT (WS-DIM-SUB) TO WS-VAL-SUB
008880     MOVE "#" TO DOM-VALOR (WS-DIM-SUB, WS-VAL-SUB).
008890 3110-EXIT.
008900     EXIT.
008910
008920 3120-VALOR-DE-FILA.
008930     MOVE PR-DIMENSIONES (WS-PROP-IDX) (WS-DIM-SUB:1) TO WS-VALOR
008940     IF WS-VALOR = "*"
008950         GO TO 3120-EXIT
008960     END-IF
008970     SET WS-VALOR-NUEVO TO TRUE
008980     PERFORM 3130-BUSCAR-VALOR THRU 3130-EXIT
008990         VARYING WS-VAL-SUB FROM 1 BY 1
009000         UNTIL WS-VAL-SUB > DOM-COUNT (WS-DIM-SUB)
009010     IF NOT WS-VALOR-NUEVO
009020         GO TO 3120-EXIT
009030     END-IF
009040     IF DOM-COUNT (WS-DIM-SUB) >= 10
009050         GO TO 3120-EXIT
009060     END-IF
009070     ADD 1 TO DOM-COUNT (WS-DIM-SUB)
009080     MOVE DOM-COUNT (WS-DIM-SUB) TO WS-VAL-SUB
009090     MOVE WS-VALOR TO DOM-VALOR (WS-DIM-SUB, WS-VAL-SUB).
009100 3120-EXIT.
009110     EXIT.
009120
009130 3130-BUSCAR-VALOR.
009140     IF DOM-VALOR (WS-DIM-SUB, WS-VAL-SUB) = WS-VALOR
009150         MOVE "N" TO WS-VALOR-NUEVO-SW
009160     END-IF.
009170 3130-EXIT.
009180     EXIT.
009190
009200 3200-COMBINAR-REGION.
009210     PERFORM 3210-COMBINAR-TIPO THRU 3210-EXIT
009220         VARYING WS-D2 FROM 1 BY 1
009230         UNTIL WS-D2 > DOM-COUNT (2).
009240 3200-EXIT.
009250     EXIT.
009260
009270 3210-COMBINAR-TIPO.
009280     PERFORM 3220-COMBINAR-SUBTIPO THRU 3220-EXIT
009290         VARYING WS-D3 FROM 1 BY 1
009300         UNTIL WS-D3 > DOM-COUNT (3).
009310 3210-EXIT.
009320     EXIT.
009330
009340 3220-COMBINAR-SUBTIPO.
009350     PERFORM 3300-PROBAR-COMBINACION THRU 3300-EXIT
009360         VARYING WS-D4 FROM 1 BY 1
009370         UNTIL WS-D4 > DOM-COUNT (4).
009380 3220-EXIT.
009390     EXIT.
009400
009410 3300-PROBAR-COMBINACION.
009420     ADD 1 TO WS-COMBIS-COUNT
009430     MOVE DOM-VALOR (1, WS-D1) TO WS-CB-REGION
009440     MOVE DOM-VALOR (2, WS-D2) TO WS-CB-TIPO
009450     MOVE DOM-VALOR (3, WS-D3) TO WS-CB-SUBTIPO
009460     MOVE DOM-VALOR (4, WS-D4) TO WS-CB-PRIORIDAD
009470     PERFORM 8300-CASAR-PROPUESTA THRU 8300-EXIT
009480     IF WS-CASA
009490         ADD 1 TO PR-COMBIS (WS-PROP-IDX)
009500         GO TO 3300-EXIT
009510     END-IF
009520     ADD 1 TO WS-HUECOS-COUNT
009530     ADD 1 TO WS-ERRORES-COUNT
009540     IF WS-HUECOS-COUNT > 30
009550         GO TO 3300-EXIT
009560     END-IF
009570     MOVE WS-COMBI TO HL-COMBI
009580     MOVE WS-HUECO-LINE TO REGL-RPT-LINE
009590     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
009600 3300-EXIT.
009610     EXIT.
009620
009630 3500-LINEA-REGLA.
009640     MOVE PR-ORDEN (WS-PROP-IDX) TO RL-ORDEN
009650     MOVE PR-NUMERO (WS-PROP-IDX) TO RL-REGLA
009660     MOVE PR-DIMENSIONES (WS-PROP-IDX) TO RL-PATRON
009670     MOVE PR-CATEGORIA (WS-PROP-IDX) TO RL-CATEGORIA
009680     MOVE PR-COMBIS (WS-PROP-IDX) TO RL-COMBIS
009690     MOVE SPACES TO RL-NOTA
009700     IF PR-COMBIS (WS-PROP-IDX) = ZERO
009710         MOVE "** NUNCA DISPARA: LA TAPAN OTRAS" TO RL-NOTA
009720         ADD 1 TO WS-MUERTAS-COUNT
009730         ADD 1 TO WS-AVISOS-COUNT
009740     END-IF
009750     MOVE WS-REGLA-LINE TO REGL-RPT-LINE
009760     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
009770 3500-EXIT.
009780     EXIT.
009790
009800*----------------------------------------------------------*
009810* APROBAR: SIN ERRORES DE VALIDACION, CON VIGENCIA NO        *
009820* ANTERIOR A HOY Y POR ENCIMA DE CUALQUIER VERSION YA        *
009830* APROBADA DE LA TABLA (SI NO, NUNCA ENTRARIA EN VIGOR),     *
009840* PASA TODAS LAS FILAS A ESTADO A.                           *
009850*----------------------------------------------------------*
009860 4000-APROBAR.
009870     IF WS-VERSION-APROBADA
009880         MOVE "*** " TO MSG-MARCA
009890         MOVE "LA VERSION YA ESTABA APROBADA" TO MSG-TEXTO
009900         PERFORM 8600-ERROR THRU 8600-EXIT
009910         GO TO 4000-EXIT
009920     END-IF
009930     IF WS-ERRORES-COUNT > ZERO
009940         MOVE "*** " TO MSG-MARCA
009950         MOVE "VALIDACION CON ERRORES: NO SE APRUEBA" TO MSG-TEXTO
009960         PERFORM 8600-ERROR THRU 8600-EXIT
009970         GO TO 4000-EXIT
009980     END-IF
009990     IF WS-VIGENCIA < WS-FECHA-PROCESO
010000         MOVE "*** " TO MSG-MARCA
010010         MOVE "VIGENCIA ANTERIOR A HOY: NO SE APRUEBA"
010020             TO MSG-TEXTO
010030         PERFORM 8600-ERROR THRU 8600-EXIT
010040         GO TO 4000-EXIT
010050     END-IF
010060     PERFORM 4100-VERSION-MAYOR THRU 4100-EXIT
010070     IF WS-VERSION-MAYOR > WS-VERSION
010080         MOVE "*** " TO MSG-MARCA
010090         MOVE "HAY UNA VERSION POSTERIOR YA APROBADA" TO MSG-TEXTO
010100         PERFORM 8600-ERROR THRU 8600-EXIT
010110         GO TO 4000-EXIT
010120     END-IF
010130     MOVE "N" TO WS-FIN-REGLAS-SW
010140     PERFORM 8100-POSICIONAR THRU 8100-EXIT
010150     PERFORM 4200-APROBAR-FILA THRU 4200-EXIT
010160         UNTIL WS-FIN-REGLAS
010170     MOVE "A" TO WS-ESTADO-VERSION
010180     MOVE SPACES TO WS-MENSAJE-LINE
010190     STRING "VERSION APROBADA, EN VIGOR DESDE " DELIMITED BY SIZE
010200            WS-VIGENCIA DELIMITED BY SIZE
010210         INTO MSG-TEXTO
010220     END-STRING
010230     MOVE WS-MENSAJE-LINE TO REGL-RPT-LINE
010240     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
010250     PERFORM 8000-AUDITLOG THRU 8000-EXIT.
010260 4000-EXIT.
010270     EXIT.
010280
010290 4100-VERSION-MAYOR.
010300     MOVE ZERO TO WS-VERSION-MAYOR
010310     MOVE WS-TABLA TO RGL-TABLA
010320     MOVE ZERO TO RGL-VERSION
010330     MOVE ZERO TO RGL-ORDEN
010340     MOVE "N" TO WS-FIN-REGLAS-SW
010350     START REGLA-MASTER-FILE KEY IS NOT LESS THAN RGL-CLAVE
010360         INVALID KEY
010370             SET WS-FIN-REGLAS TO TRUE
010380     END-START
010390     PERFORM 4150-MIRAR-FILA THRU 4150-EXIT
010400         UNTIL WS-FIN-REGLAS.
010410 4100-EXIT.
010420     EXIT.
010430
010440 4150-MIRAR-FILA.
010450     READ REGLA-MASTER-FILE NEXT
010460         AT END
010470             SET WS-FIN-REGLAS TO TRUE
010480             GO TO 4150-EXIT
010490     END-READ
010500     IF NOT WS-REGLMSTR-OK
010510         DISPLAY "REGLMANT: ERROR LEYENDO REGLMSTR "
010520             WS-REGLMSTR-STATUS
010530         GO TO ABEND-CLEANUP
010540     END-IF
010550     IF RGL-TABLA NOT = WS-TABLA
010560         SET WS-FIN-REGLAS TO TRUE
010570         GO TO 4150-EXIT
010580     END-IF
010590     IF RGL-APROBADA
010600         MOVE RGL-VERSION TO WS-VERSION-MAYOR
010610     END-IF.
010620 4150-EXIT.
010630     EXIT.
010640
010650 4200-APROBAR-FILA.
010660     PERFORM 8150-LEER-FILA THRU 8150-EXIT
010670     IF WS-FIN-REGLAS
010680         GO TO 4200-EXIT
010690     END-IF
010700     MOVE "A" TO RGL-ESTADO
010710     MOVE WS-VIGENCIA TO RGL-VIGENCIA
010720     MOVE WS-OPERADOR TO RGL-OPERADOR
010730     REWRITE REGLA-MASTER-REC
010740     IF NOT WS-REGLMSTR-OK
010750         DISPLAY "REGLMANT: ERROR REGRABANDO REGLMSTR "
010760             WS-REGLMSTR-STATUS
010770         GO TO ABEND-CLEANUP
010780     END-IF.
010790 4200-EXIT.
010800     EXIT.
010810
010820*----------------------------------------------------------*
010830* PRUEBA: LOS ULTIMOS N DIAS DE LEDGDTL (HOY INCLUIDO) POR   *
010840* LA VERSION EN VIGOR Y POR LA PROPUESTA, CON LA TRADUCCION  *
010850* A DIMENSIONES Y LAS SUPRESIONES DE ANOMEVAL. LAS ALERTAS   *
010860* QUE SOLO DA LA VIGENTE SE BUSCAN EN ALERMSTR: SI YA        *
010870* ESTABAN CONFIRMADAS, LA PROPUESTA LAS PERDERIA.            *
010880*----------------------------------------------------------*
010890 5000-PRUEBA.
010900     IF WS-TABLA NOT = "AN"
010910         MOVE "*** " TO MSG-MARCA
010920         MOVE "LA PRUEBA CONTRA LEDGDTL SOLO VALE PARA AN"
010930             TO MSG-TEXTO
010940         PERFORM 8600-ERROR THRU 8600-EXIT
010950         GO TO 5000-EXIT
010960     END-IF
010970     COMPUTE WS-FECHA-DESDE = FUNCTION DATE-OF-INTEGER
010980         (FUNCTION INTEGER-OF-DATE (WS-FECHA-PROCESO)
010990          - WS-DIAS + 1)
011000     PERFORM 5100-CARGAR-VIGENTE THRU 5100-EXIT
011010     PERFORM 5150-ABRIR-PRUEBA THRU 5150-EXIT
011020     INITIALIZE WS-CMP-TABLA
011030     PERFORM 5180-MARCAR-PROPUESTA THRU 5180-EXIT
011040         VARYING WS-PROP-IDX FROM 1 BY 1
011050         UNTIL WS-PROP-IDX > WS-PROP-COUNT
011060     PERFORM 5190-MARCAR-VIGENTE THRU 5190-EXIT
011070         VARYING WS-VIG-IDX FROM 1 BY 1
011080         UNTIL WS-VIG-IDX > WS-VIG-COUNT
011090     MOVE SPACES TO REGL-RPT-LINE
011100     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011110     MOVE SPACES TO WS-MENSAJE-LINE
011120     STRING "PRUEBA DEL " DELIMITED BY SIZE
011130            WS-FECHA-DESDE DELIMITED BY SIZE
011140            " AL " DELIMITED BY SIZE
011150            WS-FECHA-PROCESO DELIMITED BY SIZE
011160            " CONTRA LA VERSION EN VIGOR " DELIMITED BY SIZE
011170            WS-VERSION-VIGOR DELIMITED BY SIZE
011180         INTO MSG-TEXTO
011190     END-STRING
011200     MOVE WS-MENSAJE-LINE TO REGL-RPT-LINE
011210     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011220     MOVE SPACES TO REGL-RPT-LINE
011230     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011240     MOVE SPACES TO WS-MENSAJE-LINE
011250     MOVE "ALERTAS CONFIRMADAS QUE LA PROPUESTA YA NO DARIA:"
011260         TO MSG-TEXTO
011270     MOVE WS-MENSAJE-LINE TO REGL-RPT-LINE
011280     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011290     MOVE WS-PERDIDA-COL-LINE TO REGL-RPT-LINE
011300     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011310     PERFORM 5300-LEER-DETALLE THRU 5300-EXIT
011320     PERFORM 5400-PROBAR-DETALLE THRU 5400-EXIT
011330         UNTIL WS-EOF-DETALLE
011340     MOVE SPACES TO REGL-RPT-LINE
011350     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011360     MOVE WS-CMP-COL-LINE TO REGL-RPT-LINE
011370     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011380     PERFORM 5800-LINEA-COMPARA THRU 5800-EXIT
011390         VARYING WS-CMP-IDX FROM 1 BY 1
011400         UNTIL WS-CMP-IDX > 99
011410     MOVE "TOTAL" TO CL-CATEGORIA
011420     MOVE WS-ALE-ACTUAL-COUNT TO CL-ACTUAL
011430     MOVE WS-ALE-PROP-COUNT TO CL-PROPUESTA
011440     COMPUTE WS-DIFERENCIA = WS-ALE-PROP-COUNT
011450         - WS-ALE-ACTUAL-COUNT
011460     MOVE WS-DIFERENCIA TO CL-DIFERENCIA
011470     MOVE ZERO TO CL-REGLA
011480     MOVE WS-CMP-LINE TO REGL-RPT-LINE
011490     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011500     MOVE SPACES TO REGL-RPT-LINE
011510     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011520     MOVE "APUNTES EN LA VENTANA DE PRUEBA" TO FL-TEXTO
011530     MOVE WS-EN-VENTANA-COUNT TO FL-CUENTA
011540     MOVE WS-FIN-LINE TO REGL-RPT-LINE
011550     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011560     MOVE "CONFIRMADAS QUE SE PERDERIAN (AVISO)" TO FL-TEXTO
011570     MOVE WS-PERDIDAS-COUNT TO FL-CUENTA
011580     MOVE WS-FIN-LINE TO REGL-RPT-LINE
011590     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011600     IF WS-PERDIDAS-COUNT > ZERO
011610         ADD WS-PERDIDAS-COUNT TO WS-AVISOS-COUNT
011620     END-IF
011630     CLOSE LEDGER-DETAIL-FILE.
011640     IF NOT WS-SIN-PLANCTAS
011650         CLOSE PLAN-CUENTA-FILE
011660     END-IF
011670     IF NOT WS-SIN-ALERMSTR
011680         CLOSE ALERTA-REG-FILE
011690     END-IF.
011700 5000-EXIT.
011710     EXIT.
011720
011730*----------------------------------------------------------*
011740* VERSION AN EN VIGOR HOY, COMO LA CARGA ANOMEVAL: LA        *
011750* APROBADA DE MAYOR NUMERO CON VIGENCIA NO POSTERIOR A HOY.  *
011760* SIN NINGUNA, TODO LO DE LA PROPUESTA SALE COMO NUEVO.      *
011770*----------------------------------------------------------*
011780 5100-CARGAR-VIGENTE.
011790     MOVE ZERO TO WS-VERSION-VIGOR
011800     MOVE WS-TABLA TO RGL-TABLA
011810     MOVE ZERO TO RGL-VERSION
011820     MOVE ZERO TO RGL-ORDEN
011830     MOVE "N" TO WS-FIN-REGLAS-SW
011840     START REGLA-MASTER-FILE KEY IS NOT LESS THAN RGL-CLAVE
011850         INVALID KEY
011860             SET WS-FIN-REGLAS TO TRUE
011870     END-START
011880     PERFORM 5110-BUSCAR-VIGOR THRU 5110-EXIT
011890         UNTIL WS-FIN-REGLAS
011900     IF WS-VERSION-VIGOR = ZERO
011910         GO TO 5100-EXIT
011920     END-IF
011930     MOVE WS-TABLA TO RGL-TABLA
011940     MOVE WS-VERSION-VIGOR TO RGL-VERSION
011950     MOVE ZERO TO RGL-ORDEN
011960     MOVE "N" TO WS-FIN-REGLAS-SW
011970     START REGLA-MASTER-FILE KEY IS NOT LESS THAN RGL-CLAVE
011980         INVALID KEY
011990             SET WS-FIN-REGLAS TO TRUE
012000     END-START
012010     PERFORM 5120-CARGAR-FILA-VIGENTE THRU 5120-EXIT
012020         UNTIL WS-FIN-REGLAS.
012030 5100-EXIT.
012040     EXIT.
012050
012060 5110-BUSCAR-VIGOR.
012070     READ REGLA-MASTER-FILE NEXT
012080         AT END
012090             SET WS-FIN-REGLAS TO TRUE
012100             GO TO 5110-EXIT
012110     END-READ
012120     IF NOT WS-REGLMSTR-OK
012130         DISPLAY "REGLMANT: ERROR LEYENDO REGLMSTR "
012140             WS-REGLMSTR-STATUS
012150         GO TO ABEND-CLEANUP
012160     END-IF
012170     IF RGL-TABLA NOT = WS-TABLA
012180         SET WS-FIN-REGLAS TO TRUE
012190         GO TO 5110-EXIT
012200     END-IF
012210     IF RGL-APROBADA AND RGL-VIGENCIA NOT > WS-FECHA-PROCESO
012220         MOVE RGL-VERSION TO WS-VERSION-VIGOR
012230     END-IF.
012240 5110-EXIT.
012250     EXIT.
012260
012270 5120-CARGAR-FILA-VIGENTE.
012280     READ REGLA-MASTER-FILE NEXT
012290         AT END
012300             SET WS-FIN-REGLAS TO TRUE
012310             GO TO 5120-EXIT
012320     END-READ
012330     IF NOT WS-REGLMSTR-OK
012340         DISPLAY "REGLMANT: ERROR LEYENDO REGLMSTR "
012350             WS-REGLMSTR-STATUS
012360         GO TO ABEND-CLEANUP
012370     END-IF
012380     IF RGL-TABLA NOT = WS-TABLA
012390         OR RGL-VERSION NOT = WS-VERSION-VIGOR
012400         SET WS-FIN-REGLAS TO TRUE
012410         GO TO 5120-EXIT
012420     END-IF
012430     IF WS-VIG-COUNT >= 50
012440         DISPLAY "REGLMANT: MAS DE 50 FILAS EN LA VERSION "
012450             "EN VIGOR"
012460         GO TO ABEND-CLEANUP
012470     END-IF
012480     ADD 1 TO WS-VIG-COUNT
012490     SET WS-VIG-IDX TO WS-VIG-COUNT
012500     MOVE RGL-REGLA TO VG-NUMERO (WS-VIG-IDX)
012510     MOVE RGL-REGION TO VG-REGION (WS-VIG-IDX)
012520     MOVE RGL-TIPO TO VG-TIPO (WS-VIG-IDX)
012530     MOVE RGL-SUBTIPO TO VG-SUBTIPO (WS-VIG-IDX)
012540     MOVE RGL-PRIORIDAD TO VG-PRIORIDAD (WS-VIG-IDX)
012550     MOVE RGL-CATEGORIA TO VG-CATEGORIA (WS-VIG-IDX).
012560 5120-EXIT.
012570     EXIT.
012580
012590 5150-ABRIR-PRUEBA.
012600     OPEN INPUT LEDGER-DETAIL-FILE.
012610     IF NOT WS-LEDGDTL-OK
012620         DISPLAY "REGLMANT: ERROR ABRIENDO LEDGDTL "
012630             WS-LEDGDTL-STATUS
012640         GO TO ABEND-CLEANUP
012650     END-IF
012660     OPEN INPUT PLAN-CUENTA-FILE.
012670     IF WS-PLANCTAS-NO-FILE
012680         MOVE "S" TO WS-SIN-PLANCTAS-SW
012690     ELSE
012700         IF NOT WS-PLANCTAS-OK
012710             DISPLAY "REGLMANT: ERROR ABRIENDO PLANCTAS "
012720                 WS-PLANCTAS-STATUS
012730             GO TO ABEND-CLEANUP
012740         END-IF
012750     END-IF
012760     OPEN INPUT ALERTA-REG-FILE.
012770     IF WS-ALERMSTR-NO-FILE
012780         MOVE "S" TO WS-SIN-ALERMSTR-SW
012790     ELSE
012800         IF NOT WS-ALERMSTR-OK
012810             DISPLAY "REGLMANT: ERROR ABRIENDO ALERMSTR "
012820                 WS-ALERMSTR-STATUS
012830             GO TO ABEND-CLEANUP
012840         END-IF
012850     END-IF
012860     OPEN INPUT SUPRESION-FILE.
012870     IF WS-SUPRFILE-NO-FILE
012880         GO TO 5150-EXIT
012890     END-IF
012900     IF NOT WS-SUPRFILE-OK
012910         DISPLAY "REGLMANT: ERROR ABRIENDO SUPRFILE "
012920             WS-SUPRFILE-STATUS
012930         GO TO ABEND-CLEANUP
012940     END-IF
012950     PERFORM 5160-LEER-SUPRESION THRU 5160-EXIT
012960         UNTIL WS-EOF-SUPR
012970     CLOSE SUPRESION-FILE.
012980 5150-EXIT.
012990     EXIT.
013000
013010 5160-LEER-SUPRESION.
013020     READ SUPRESION-FILE
013030         AT END
013040             SET WS-EOF-SUPR TO TRUE
013050             GO TO 5160-EXIT
013060     END-READ
013070     IF SUP-VENCE IS NUMERIC AND SUP-VENCE < WS-FECHA-PROCESO
013080         GO TO 5160-EXIT
013090     END-IF
013100     IF WS-SUP-COUNT >= 100
013110         DISPLAY "REGLMANT: TABLA DE SUPRESIONES LLENA"
013120         GO TO ABEND-CLEANUP
013130     END-IF
013140     ADD 1 TO WS-SUP-COUNT
013150     SET WS-SUP-IDX TO WS-SUP-COUNT
013160     MOVE SUP-REGLA TO ST-REGLA (WS-SUP-IDX)
013170     MOVE SUP-ACCT TO ST-ACCT (WS-SUP-IDX)
013180     MOVE SUP-DIMENSIONES TO ST-DIMENSIONES (WS-SUP-IDX)
013190     MOVE SUP-VENCE TO ST-VENCE (WS-SUP-IDX).
013200 5160-EXIT.
013210     EXIT.
013220
013230 5180-MARCAR-PROPUESTA.
013240     SET WS-CMP-IDX TO PR-NUMERO (WS-PROP-IDX)
013250     MOVE PR-CATEGORIA (WS-PROP-IDX) TO CMP-CATEGORIA (WS-CMP-IDX)
013260     MOVE "S" TO CMP-PRESENTE-SW (WS-CMP-IDX).
013270 5180-EXIT.
013280     EXIT.
013290
013300 5190-MARCAR-VIGENTE.
013310     SET WS-CMP-IDX TO VG-NUMERO (WS-VIG-IDX)
013320     IF NOT CMP-PRESENTE (WS-CMP-IDX)
013330         MOVE VG-CATEGORIA (WS-VIG-IDX)
013340             TO CMP-CATEGORIA (WS-CMP-IDX)
013350         MOVE "S" TO CMP-PRESENTE-SW (WS-CMP-IDX)
013360     END-IF.
013370 5190-EXIT.
013380     EXIT.
013390
013400 5300-LEER-DETALLE.
013410     READ LEDGER-DETAIL-FILE NEXT
013420         AT END
013430             SET WS-EOF-DETALLE TO TRUE
013440     END-READ
013450     IF NOT WS-EOF-DETALLE AND NOT WS-LEDGDTL-OK
013460         DISPLAY "REGLMANT: ERROR LEYENDO LEDGDTL "
013470             WS-LEDGDTL-STATUS
013480         GO TO ABEND-CLEANUP
013490     END-IF.
013500 5300-EXIT.
013510     EXIT.
013520
013530 5400-PROBAR-DETALLE.
013540     ADD 1 TO WS-LEIDOS-COUNT
013550     IF DT-FECHA < WS-FECHA-DESDE OR DT-FECHA > WS-FECHA-PROCESO
013560         PERFORM 5300-LEER-DETALLE THRU 5300-EXIT
013570         GO TO 5400-EXIT
013580     END-IF
013590     ADD 1 TO WS-EN-VENTANA-COUNT
013600     PERFORM 5500-DIMENSIONES THRU 5500-EXIT
013610     PERFORM 5410-ALERTA-VIGENTE THRU 5410-EXIT
013620     PERFORM 5420-ALERTA-PROPUESTA THRU 5420-EXIT
013630     IF NOT WS-ALERTA-PROP
013640         PERFORM 5600-MIRAR-CONFIRMADA THRU 5600-EXIT
013650     END-IF
013660     PERFORM 5300-LEER-DETALLE THRU 5300-EXIT.
013670 5400-EXIT.
013680     EXIT.
013690
013700 5410-ALERTA-VIGENTE.
013710     MOVE "N" TO WS-ALERTA-ACTUAL-SW
013720     IF WS-VIG-COUNT = ZERO
013730         GO TO 5410-EXIT
013740     END-IF
013750     PERFORM 8350-CASAR-VIGENTE THRU 8350-EXIT
013760     IF NOT WS-CASA
013770         GO TO 5410-EXIT
013780     END-IF
013790     IF VG-CATEGORIA (WS-VIG-IDX) = "NORMAL"
013800         GO TO 5410-EXIT
013810     END-IF
013820     MOVE VG-NUMERO (WS-VIG-IDX) TO WS-REGLA-NUM
013830     PERFORM 8400-MIRAR-SUPRESION THRU 8400-EXIT
013840     IF WS-SUPRIMIDA
013850         GO TO 5410-EXIT
013860     END-IF
013870     SET WS-ALERTA-ACTUAL TO TRUE
013880     SET WS-CMP-IDX TO WS-REGLA-NUM
013890     ADD 1 TO CMP-ACTUAL (WS-CMP-IDX)
013900     ADD 1 TO WS-ALE-ACTUAL-COUNT.
013910 5410-EXIT.
013920     EXIT.
013930
013940 5420-ALERTA-PROPUESTA.
013950     MOVE "N" TO WS-ALERTA-PROP-SW
013960     PERFORM 8300-CASAR-PROPUESTA THRU 8300-EXIT
013970     IF NOT WS-CASA
013980         GO TO 5420-EXIT
013990     END-IF
014000     IF PR-CATEGORIA (WS-PROP-IDX) = "NORMAL"
014010         GO TO 5420-EXIT
014020     END-IF
014030     MOVE PR-NUMERO (WS-PROP-IDX) TO WS-REGLA-NUM
014040     PERFORM 8400-MIRAR-SUPRESION THRU 8400-EXIT
014050     IF WS-SUPRIMIDA
014060         GO TO 5420-EXIT
014070     END-IF
014080     SET WS-ALERTA-PROP TO TRUE
014090     SET WS-CMP-IDX TO WS-REGLA-NUM
014100     ADD 1 TO CMP-PROPUESTA (WS-CMP-IDX)
014110     ADD 1 TO WS-ALE-PROP-COUNT.
014120 5420-EXIT.
014130     EXIT.
014140
014150*----------------------------------------------------------*
014160* MISMA TRADUCCION QUE 3000-CLASIFICAR DE ANOMEVAL.          *
014170*----------------------------------------------------------*
014180 5500-DIMENSIONES.
014190     EVALUATE TRUE
014200         WHEN DT-IMPORTE-CONV < 10000
014210             MOVE "1" TO WS-CB-REGION
014220         WHEN DT-IMPORTE-CONV < 100000
014230             MOVE "2" TO WS-CB-REGION
014240         WHEN DT-IMPORTE-CONV < 1000000
014250             MOVE "3" TO WS-CB-REGION
014260         WHEN OTHER
014270             MOVE "4" TO WS-CB-REGION
014280     END-EVALUATE
014290     MOVE "?" TO WS-CB-TIPO
014300     IF NOT WS-SIN-PLANCTAS
014310         MOVE DT-ACCT-ID TO CTA-ACCT-ID
014320         READ PLAN-CUENTA-FILE
014330             INVALID KEY
014340                 CONTINUE
014350             NOT INVALID KEY
014360                 MOVE CTA-CLASE TO WS-CB-TIPO
014370         END-READ
014380     END-IF
014390     IF DT-MONEDA-ORIG = "USD"
014400         MOVE "B" TO WS-CB-SUBTIPO
014410     ELSE
014420         MOVE "E" TO WS-CB-SUBTIPO
014430     END-IF
014440     IF DT-ESTORNADO
014450         MOVE "R" TO WS-CB-PRIORIDAD
014460     ELSE
014470         MOVE DT-TIPO-APUNTE TO WS-CB-PRIORIDAD
014480     END-IF.
014490 5500-EXIT.
014500     EXIT.
014510
014520*----------------------------------------------------------*
014530* EL APUNTE NO ALERTARIA CON LA PROPUESTA: SI ANOMEVAL LO    *
014540* SEMBRO EN ALERMSTR Y EL REVISOR LO CONFIRMO, SE PIERDE.    *
014550*----------------------------------------------------------*
014560 5600-MIRAR-CONFIRMADA.
014570     IF WS-SIN-ALERMSTR
014580         GO TO 5600-EXIT
014590     END-IF
014600     MOVE DT-FECHA TO ALE-FECHA
014610     MOVE DT-SEQ-NO TO ALE-SEQ-NO
014620     READ ALERTA-REG-FILE
014630         INVALID KEY
014640             GO TO 5600-EXIT
014650     END-READ
014660     IF NOT WS-ALERMSTR-OK
014670         DISPLAY "REGLMANT: ERROR LEYENDO ALERMSTR "
014680             WS-ALERMSTR-STATUS
014690         GO TO ABEND-CLEANUP
014700     END-IF
014710     IF NOT ALE-CONFIRMADA
014720         GO TO 5600-EXIT
014730     END-IF
014740     ADD 1 TO WS-PERDIDAS-COUNT
014750     MOVE DT-FECHA TO PL-FECHA
014760     MOVE DT-SEQ-NO TO PL-SEQ-NO
014770     MOVE DT-ACCT-ID TO PL-ACCT-ID
014780     MOVE WS-COMBI TO PL-DIMENSIONES
014790     MOVE DT-IMPORTE-CONV TO PL-IMPORTE
014800     MOVE ALE-REGLA TO PL-REGLA
014810     IF WS-CASA
014820         MOVE PR-CATEGORIA (WS-PROP-IDX) TO PL-CATEGORIA
014830     ELSE
014840         MOVE "SIN REGLA" TO PL-CATEGORIA
014850     END-IF
014860     MOVE WS-PERDIDA-LINE TO REGL-RPT-LINE
014870     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
014880 5600-EXIT.
014890     EXIT.
014900
014910 5800-LINEA-COMPARA.
014920     IF NOT CMP-PRESENTE (WS-CMP-IDX)
014930         AND CMP-ACTUAL (WS-CMP-IDX) = ZERO
014940         GO TO 5800-EXIT
014950     END-IF
014960     SET WS-REGLA-NUM TO WS-CMP-IDX
014970     MOVE WS-REGLA-NUM TO CL-REGLA
014980     MOVE CMP-CATEGORIA (WS-CMP-IDX) TO CL-CATEGORIA
014990     MOVE CMP-ACTUAL (WS-CMP-IDX) TO CL-ACTUAL
015000     MOVE CMP-PROPUESTA (WS-CMP-IDX) TO CL-PROPUESTA
015010     COMPUTE WS-DIFERENCIA = CMP-PROPUESTA (WS-CMP-IDX)
015020         - CMP-ACTUAL (WS-CMP-IDX)
015030     MOVE WS-DIFERENCIA TO CL-DIFERENCIA
015040     MOVE WS-CMP-LINE TO REGL-RPT-LINE
015050     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
015060 5800-EXIT.
015070     EXIT.
015080
015090*----------------------------------------------------------*
015100* UNA ANOTACION M POR VERSION CARGADA O APROBADA, CON EL     *
015110* OPERADOR DE REGLPARM.                                      *
015120*----------------------------------------------------------*
015130 8000-AUDITLOG.
015140     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
015150     ACCEPT AUD-HORA FROM TIME.
015160     MOVE "REGLMANT" TO AUD-PROGRAMA
015170     MOVE SPACES TO AUD-CLAVE
015180     STRING WS-TABLA DELIMITED BY SIZE
015190            WS-VERSION DELIMITED BY SIZE
015200         INTO AUD-CLAVE
015210     END-STRING
015220     SET AUD-EVENTO-MANTENIM TO TRUE
015230     MOVE SPACES TO AUD-DETALLE
015240     IF RP-APROBAR
015250         STRING "REGLAS APROBADAS VIGENCIA " DELIMITED BY SIZE
015260                WS-VIGENCIA DELIMITED BY SIZE
015270                " OPERADOR " DELIMITED BY SIZE
015280                WS-OPERADOR DELIMITED BY SIZE
015290             INTO AUD-DETALLE
015300         END-STRING
015310     ELSE
015320         STRING "REGLAS PROPUESTAS, OPERADOR " DELIMITED BY SIZE
015330                WS-OPERADOR DELIMITED BY SIZE
015340             INTO AUD-DETALLE
015350         END-STRING
015360     END-IF
015370     WRITE AUDITLOG-REC
015380     IF NOT WS-AUDITLOG-OK
015390         DISPLAY "REGLMANT: ERROR ESCRIBIENDO AUDITLOG "
015400             WS-AUDITLOG-STATUS
015410         GO TO ABEND-CLEANUP
015420     END-IF.
015430 8000-EXIT.
015440     EXIT.
015450
015460*----------------------------------------------------------*
015470* SITUA REGLMSTR EN LA PRIMERA FILA DE WS-TABLA/WS-VERSION;  *
015480* 8150 LEE LA SIGUIENTE Y PONE FIN AL SALIR DE LA VERSION.   *
015490*----------------------------------------------------------*
015500 8100-POSICIONAR.
015510     MOVE WS-TABLA TO RGL-TABLA
015520     MOVE WS-VERSION TO RGL-VERSION
015530     MOVE ZERO TO RGL-ORDEN
015540     START REGLA-MASTER-FILE KEY IS NOT LESS THAN RGL-CLAVE
015550         INVALID KEY
015560             SET WS-FIN-REGLAS TO TRUE
015570     END-START.
015580 8100-EXIT.
015590     EXIT.
015600
015610 8150-LEER-FILA.
015620     READ REGLA-MASTER-FILE NEXT
015630         AT END
015640             SET WS-FIN-REGLAS TO TRUE
015650             GO TO 8150-EXIT
015660     END-READ
015670     IF NOT WS-REGLMSTR-OK
015680         DISPLAY "REGLMANT: ERROR LEYENDO REGLMSTR "
015690             WS-REGLMSTR-STATUS
015700         GO TO ABEND-CLEANUP
015710     END-IF
015720     IF RGL-TABLA NOT = WS-TABLA
015730         OR RGL-VERSION NOT = WS-VERSION
015740         SET WS-FIN-REGLAS TO TRUE
015750     END-IF.
015760 8150-EXIT.
015770     EXIT.
015780
015790*----------------------------------------------------------*
015800* PRIMERA FILA DE LA PROPUESTA (8300) O DE LA VIGENTE        *
015810* (8350) QUE CASA CON WS-COMBI; DEJA EL INDICE EN ELLA.      *
015820*----------------------------------------------------------*
015830 8300-CASAR-PROPUESTA.
015840     MOVE "N" TO WS-CASA-SW
015850     SET WS-PROP-IDX TO 1
015860     SEARCH WS-PROP
015870         AT END
015880             CONTINUE
015890         WHEN (PR-REGION (WS-PROP-IDX) = WS-CB-REGION
015900                 OR PR-REGION (WS-PROP-IDX) = "*")
015910             AND (PR-TIPO (WS-PROP-IDX) = WS-CB-TIPO
015920                 OR PR-TIPO (WS-PROP-IDX) = "*")
015930             AND (PR-SUBTIPO (WS-PROP-IDX) = WS-CB-SUBTIPO
015940                 OR PR-SUBTIPO (WS-PROP-IDX) = "*")
015950             AND (PR-PRIORIDAD (WS-PROP-IDX) = WS-CB-PRIORIDAD
015960                 OR PR-PRIORIDAD (WS-PROP-IDX) = "*")
015970             SET WS-CASA TO TRUE
015980     END-SEARCH.
015990 8300-EXIT.
016000     EXIT.
016010
016020 8350-CASAR-VIGENTE.
016030     MOVE "N" TO WS-CASA-SW
016040     SET WS-VIG-IDX TO 1
016050     SEARCH WS-VIG
016060         AT END
016070             CONTINUE
016080         WHEN (VG-REGION (WS-VIG-IDX) = WS-CB-REGION
016090                 OR VG-REGION (WS-VIG-IDX) = "*")
016100             AND (VG-TIPO (WS-VIG-IDX) = WS-CB-TIPO
016110                 OR VG-TIPO (WS-VIG-IDX) = "*")
016120             AND (VG-SUBTIPO (WS-VIG-IDX) = WS-CB-SUBTIPO
016130                 OR VG-SUBTIPO (WS-VIG-IDX) = "*")
016140             AND (VG-PRIORIDAD (WS-VIG-IDX) = WS-CB-PRIORIDAD
016150                 OR VG-PRIORIDAD (WS-VIG-IDX) = "*")
016160             SET WS-CASA TO TRUE
016170     END-SEARCH.
016180 8350-EXIT.
016190     EXIT.
016200
016210*----------------------------------------------------------*
016220* COTEJO CON SUPRFILE DE LA REGLA WS-REGLA-NUM, COMO EN      *
016230* 3300-MIRAR-SUPRESION DE ANOMEVAL.                          *
016240*----------------------------------------------------------*
016250 8400-MIRAR-SUPRESION.
016260     MOVE "N" TO WS-SUPRIMIDA-SW
016270     IF WS-SUP-COUNT = ZERO
016280         GO TO 8400-EXIT
016290     END-IF
016300     MOVE DT-ACCT-ID TO WS-ACCT-TEXTO
016310     PERFORM 8450-PROBAR-SUPRESION THRU 8450-EXIT
016320         VARYING WS-SUP-IDX FROM 1 BY 1
016330         UNTIL WS-SUP-IDX > WS-SUP-COUNT
016340             OR WS-SUPRIMIDA.
016350 8400-EXIT.
016360     EXIT.
016370
016380 8450-PROBAR-SUPRESION.
016390     IF ST-REGLA (WS-SUP-IDX) NOT = "**"
016400         AND ST-REGLA (WS-SUP-IDX) NOT = WS-REGLA-NUM
016410         GO TO 8450-EXIT
016420     END-IF
016430     IF ST-ACCT (WS-SUP-IDX) NOT = "******"
016440         AND ST-ACCT (WS-SUP-IDX) NOT = WS-ACCT-TEXTO
016450         GO TO 8450-EXIT
016460     END-IF
016470     MOVE "S" TO WS-DIM-CASAN-SW
016480     PERFORM 8470-PROBAR-DIMENSION THRU 8470-EXIT
016490         VARYING WS-DIM-SUB FROM 1 BY 1
016500         UNTIL WS-DIM-SUB > 4
016510             OR NOT WS-DIM-CASAN
016520     IF WS-DIM-CASAN
016530         SET WS-SUPRIMIDA TO TRUE
016540     END-IF.
016550 8450-EXIT.
016560     EXIT.
016570
016580 8470-PROBAR-DIMENSION.
016590     IF ST-DIMENSIONES (WS-SUP-IDX) (WS-DIM-SUB:1) NOT = "*"
016600         AND ST-DIMENSIONES (WS-SUP-IDX) (WS-DIM-SUB:1)
016610             NOT = WS-COMBI (WS-DIM-SUB:1)
016620         MOVE "N" TO WS-DIM-CASAN-SW
016630     END-IF.
016640 8470-EXIT.
016650     EXIT.
016660
016670 8500-WRITE-LINEA.
016680     WRITE REGL-RPT-LINE
016690     IF NOT WS-REGLRPT-OK
016700         DISPLAY "REGLMANT: ERROR ESCRIBIENDO REGLRPT "
016710             WS-REGLRPT-STATUS
016720         GO TO ABEND-CLEANUP
016730     END-IF.
016740 8500-EXIT.
016750     EXIT.
016760
016770 8600-ERROR.
016780     ADD 1 TO WS-ERRORES-COUNT
016790     MOVE WS-MENSAJE-LINE TO REGL-RPT-LINE
016800     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
016810 8600-EXIT.
016820     EXIT.
016830
016840 9000-TERMINATE.
016850     MOVE SPACES TO REGL-RPT-LINE
016860     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
016870     IF RP-CARGAR
016880         MOVE "TARJETAS LEIDAS EN REGLIN" TO FL-TEXTO
016890         MOVE WS-TARJETAS-COUNT TO FL-CUENTA
016900         MOVE WS-FIN-LINE TO REGL-RPT-LINE
016910         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
016920         MOVE "FILAS GRABADAS EN REGLMSTR" TO FL-TEXTO
016930         MOVE WS-GRABADAS-COUNT TO FL-CUENTA
016940         MOVE WS-FIN-LINE TO REGL-RPT-LINE
016950         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
016960     END-IF
016970     MOVE "ERRORES" TO FL-TEXTO
016980     MOVE WS-ERRORES-COUNT TO FL-CUENTA
016990     MOVE WS-FIN-LINE TO REGL-RPT-LINE
017000     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
017010     MOVE "AVISOS" TO FL-TEXTO
017020     MOVE WS-AVISOS-COUNT TO FL-CUENTA
017030     MOVE WS-FIN-LINE TO REGL-RPT-LINE
017040     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
017050     CLOSE REGLA-MASTER-FILE.
017060     CLOSE AUDIT-LOG-FILE.
017070     CLOSE REGL-RPT-FILE.
017080     DISPLAY "REGLMANT: " RP-FUNCION " TABLA " WS-TABLA
017090         " VERSION " WS-VERSION " ERRORES " WS-ERRORES-COUNT
017100         " AVISOS " WS-AVISOS-COUNT.
017110     IF WS-ERRORES-COUNT > ZERO
017120         DISPLAY "REGLMANT: HAY ERRORES, VER REGLRPT"
017130         MOVE 8 TO RETURN-CODE
017140     ELSE
017150         IF WS-AVISOS-COUNT > ZERO
017160             MOVE 4 TO RETURN-CODE
017170         END-IF
017180     END-IF.
017190 9000-EXIT.
017200     EXIT.
017210
017220 ABEND-CLEANUP.
017230     DISPLAY "REGLMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
017240     CLOSE PARM-FILE.
017250     CLOSE REGLA-IN-FILE.
017260     CLOSE REGLA-MASTER-FILE.
017270     CLOSE LEDGER-DETAIL-FILE.
017280     CLOSE PLAN-CUENTA-FILE.
017290     CLOSE SUPRESION-FILE.
017300     CLOSE ALERTA-REG-FILE.
017310     CLOSE AUDIT-LOG-FILE.
017320     CLOSE REGL-RPT-FILE.
017330     MOVE 16 TO RETURN-CODE.
017340     GOBACK.
017350
017360     END PROGRAM REGLMANT.

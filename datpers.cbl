000010*----------------------------------------------------------*
000020* DATPERS - INFORME DE DERECHO DE ACCESO: TODOS LOS DATOS    *
000030*           PERSONALES DE UN EMPLEADO EN LOS MAESTROS        *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. DATPERS.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. CUANDO UN EMPLEADO O EX   *
000150*                EMPLEADO EJERCE SU DERECHO DE ACCESO, RRHH  *
000160*                PEDIA A SISTEMAS UNA DOCENA DE EXTRACCIONES *
000170*                SUELTAS. DATPARM TRAE EL EMP-ID (O UN       *
000180*                APELLIDO, QUE SE BUSCA POR PREFIJO EN       *
000190*                EMPMSTR COMO EN EMPBUSCA), EL OPERADOR QUE  *
000200*                LO PIDE (DADO DE ALTA EN OPERMSTR) Y LA     *
000210*                REFERENCIA DEL EXPEDIENTE. DATPRPT SACA EN  *
000220*                UN SOLO LISTADO LEGIBLE CADA REGISTRO DEL   *
000230*                EMPLEADO EN EMPMSTR, BNKMSTR, DEDMSTR,      *
000240*                DEDARR, NOMHIST, AUSMSTR, VACMSTR, FINMSTR, *
000250*                CHQMSTR, PAGOSTAT, GASMSTR Y PRTMSTR (ESTOS *
000260*                DOS SI EXISTEN), LOS CAMBIOS DE SU FICHA EN *
000270*                EMPAUDIT Y LAS CONSULTAS EN LINEA DE SUS    *
000280*                DATOS EN ACCJRNL (QUIEN, CUANDO, QUE        *
000290*                TRANSACCION). UN EMP-ID QUE YA NO ESTA EN   *
000300*                EMPMSTR (PURGADO POR EMPURGA) SE BUSCA IGUAL*
000310*                EN EL RESTO. UN APELLIDO CON VARIOS         *
000320*                CANDIDATOS SOLO LISTA LOS CANDIDATOS (RC 4) *
000330*                PARA REPETIR CON EL EMP-ID. CADA CORRIDA    *
000340*                QUEDA EN AUDITLOG COMO EVENTO C CON EL      *
000350*                OPERADOR Y LA REFERENCIA. RC 4 TAMBIEN SI   *
000360*                FALTA UN MAESTRO QUE NO ES OPCIONAL; RC 8 SI*
000370*                EL APELLIDO NO DA NINGUN CANDIDATO.         *
000380*----------------------------------------------------------*
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SPECIAL-NAMES.
000430     DECIMAL-POINT IS COMMA.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PARM-FILE ASSIGN TO "DATPARM"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-DATPARM-STATUS.
000500
000510     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMSTR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS OP-ID
000550         FILE STATUS IS WS-OPERMSTR-STATUS.
000560
000570     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS EMP-ID
000610         FILE STATUS IS WS-EMPMSTR-STATUS.
000620
000630     SELECT BANCO-MASTER-FILE ASSIGN TO "BNKMSTR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS BNK-CLAVE
000670         FILE STATUS IS WS-BNKMSTR-STATUS.
000680
000690     SELECT DEDUCCION-MASTER-FILE ASSIGN TO "DEDMSTR"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS DED-CLAVE
000730         FILE STATUS IS WS-DEDMSTR-STATUS.
000740
000750     SELECT DEDUC-ARR-FILE ASSIGN TO "DEDARR"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS DAR-CLAVE
000790         FILE STATUS IS WS-DEDARR-STATUS.
000800
000810     SELECT NOMINA-HIST-FILE ASSIGN TO "NOMHIST"
000820         ORGANIZATION IS INDEXED
000830         ACCESS MODE IS DYNAMIC
000840         RECORD KEY IS NH-CLAVE
000850         FILE STATUS IS WS-NOMHIST-STATUS.
000860
000870     SELECT AUSENCIA-MASTER-FILE ASSIGN TO "AUSMSTR"
000880         ORGANIZATION IS INDEXED
000890         ACCESS MODE IS DYNAMIC
000900         RECORD KEY IS AUS-CLAVE
000910         FILE STATUS IS WS-AUSMSTR-STATUS.
000920
000930     SELECT VACACION-MASTER-FILE ASSIGN TO "VACMSTR"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS VAC-EMP-ID
000970         FILE STATUS IS WS-VACMSTR-STATUS.
000980
000990     SELECT FINIQUITO-MASTER-FILE ASSIGN TO "FINMSTR"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS RANDOM
001020         RECORD KEY IS FIN-EMP-ID
001030         FILE STATUS IS WS-FINMSTR-STATUS.
001040
001050     SELECT CHEQUE-MASTER-FILE ASSIGN TO "CHQMSTR"
001060         ORGANIZATION IS INDEXED
001070         ACCESS MODE IS SEQUENTIAL
001080         RECORD KEY IS CHQ-NUMERO
001090         FILE STATUS IS WS-CHQMSTR-STATUS.
001100
001110     SELECT PAGO-STAT-FILE ASSIGN TO "PAGOSTAT"
001120         ORGANIZATION IS INDEXED
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS PS-CLAVE
001150         FILE STATUS IS WS-PAGOSTAT-STATUS.
001160
001170     SELECT GASTO-MASTER-FILE ASSIGN TO "GASMSTR"
001180         ORGANIZATION IS INDEXED
001190         ACCESS MODE IS DYNAMIC
001200         RECORD KEY IS GAS-CLAVE
001210         FILE STATUS IS WS-GASMSTR-STATUS.
001220
001230     SELECT PRESTAMO-MASTER-FILE ASSIGN TO "PRTMSTR"
001240         ORGANIZATION IS INDEXED
001250         ACCESS MODE IS DYNAMIC
001260         RECORD KEY IS PRT-CLAVE
001270         FILE STATUS IS WS-PRTMSTR-STATUS.
001280
001290     SELECT EMP-AUDIT-FILE ASSIGN TO "EMPAUDIT"
001300         ORGANIZATION IS SEQUENTIAL
001310         FILE STATUS IS WS-EMPAUDIT-STATUS.
001320
001330     SELECT ACCESO-JRNL-FILE ASSIGN TO "ACCJRNL"
001340         ORGANIZATION IS SEQUENTIAL
001350         FILE STATUS IS WS-ACCJRNL-STATUS.
001360
001370     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001380         ORGANIZATION IS SEQUENTIAL
001390         FILE STATUS IS WS-AUDITLOG-STATUS.
001400
001410     SELECT DATP-RPT-FILE ASSIGN TO "DATPRPT"
001420         ORGANIZATION IS LINE SEQUENTIAL
001430         FILE STATUS IS WS-DATPRPT-STATUS.
001440
001450 DATA DIVISION.
001460 FILE SECTION.
001470*----------------------------------------------------------*
001480* DATPARM: EMP-ID (O BLANCOS), APELLIDO A BUSCAR SI NO HAY   *
001490* EMP-ID, OPERADOR QUE PIDE EL INFORME Y REFERENCIA DEL      *
001500* EXPEDIENTE DE ACCESO.                                      *
001510*----------------------------------------------------------*
001520 FD  PARM-FILE
001530     LABEL RECORDS ARE STANDARD.
001540 01  PARM-IN-REC.
001550     05 PI-EMP-ID-X             PIC X(06).
001560     05 PI-EMP-ID REDEFINES PI-EMP-ID-X
001570                                PIC 9(06).
001580     05 PI-APELLIDO             PIC X(14).
001590     05 PI-OPERADOR             PIC X(08).
001600     05 PI-REFERENCIA           PIC X(12).
001610
001620 FD  OPERADOR-MASTER-FILE
001630     LABEL RECORDS ARE STANDARD.
001640     COPY OPERAUT.
001650
001660 FD  EMPLEADO-MASTER-FILE
001670     LABEL RECORDS ARE STANDARD.
001680     COPY EMPLEADO.
001690
001700 FD  BANCO-MASTER-FILE
001710     LABEL RECORDS ARE STANDARD.
001720     COPY BANCO.
001730
001740 FD  DEDUCCION-MASTER-FILE
001750     LABEL RECORDS ARE STANDARD.
001760     COPY DEDUCC.
001770
001780 FD  DEDUC-ARR-FILE
001790     LABEL RECORDS ARE STANDARD.
001800     COPY DEDARR.
001810
001820 FD  NOMINA-HIST-FILE
001830     LABEL RECORDS ARE STANDARD.
001840     COPY NOMHIST.
001850
001860 FD  AUSENCIA-MASTER-FILE
001870     LABEL RECORDS ARE STANDARD.
001880     COPY AUSENC.
001890
001900 FD  VACACION-MASTER-FILE
001910     LABEL RECORDS ARE STANDARD.
001920     COPY VACENT.
001930
001940 FD  FINIQUITO-MASTER-FILE
001950     LABEL RECORDS ARE STANDARD.
001960     COPY FINIQ.
001970
001980 FD  CHEQUE-MASTER-FILE
001990     LABEL RECORDS ARE STANDARD.
002000     COPY CHEQUE.
002010
002020 FD  PAGO-STAT-FILE
002030     LABEL RECORDS ARE STANDARD.
002040     COPY PAGOSTAT.
002050
002060 FD  GASTO-MASTER-FILE
002070     LABEL RECORDS ARE STANDARD.
002080     COPY GASTOS.
002090
002100 FD  PRESTAMO-MASTER-FILE
002110     LABEL RECORDS ARE STANDARD.
002120     COPY PRESTAMO.
002130
002140 FD  EMP-AUDIT-FILE
002150     LABEL RECORDS ARE STANDARD.
002160     COPY EMPAUDIT.
002170
002180 FD  ACCESO-JRNL-FILE
002190     LABEL RECORDS ARE STANDARD.
002200     COPY ACCESOJ.
002210
002220 FD  AUDIT-LOG-FILE
002230     LABEL RECORDS ARE STANDARD.
002240     COPY AUDITLOG.
002250
002260 FD  DATP-RPT-FILE
002270     LABEL RECORDS ARE STANDARD.
002280 01  DATP-RPT-LINE              PIC X(80).
002290
002300 WORKING-STORAGE SECTION.
002310 01  WS-DATPARM-STATUS          PIC X(02) VALUE SPACES.
002320     88 WS-DATPARM-OK               VALUE "00".
002330
002340 01  WS-OPERMSTR-STATUS         PIC X(02) VALUE SPACES.
002350     88 WS-OPERMSTR-OK              VALUE "00".
002360     88 WS-OPERMSTR-NOT-FOUND       VALUE "23".
002370
002380 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
002390     88 WS-EMPMSTR-OK               VALUE "00".
002400     88 WS-EMPMSTR-NOT-FOUND        VALUE "23".
002410
002420 01  WS-BNKMSTR-STATUS          PIC X(02) VALUE SPACES.
002430     88 WS-BNKMSTR-OK               VALUE "00".
002440     88 WS-BNKMSTR-NO-FILE          VALUE "35".
002450
002460 01  WS-DEDMSTR-STATUS          PIC X(02) VALUE SPACES.
002470     88 WS-DEDMSTR-OK               VALUE "00".
002480     88 WS-DEDMSTR-NO-FILE          VALUE "35".
002490
002500 01  WS-DEDARR-STATUS           PIC X(02) VALUE SPACES.
002510     88 WS-DEDARR-OK                VALUE "00".
002520     88 WS-DEDARR-NO-FILE           VALUE "35".
002530
002540 01  WS-NOMHIST-STATUS          PIC X(02) VALUE SPACES.
002550     88 WS-NOMHIST-OK               VALUE "00".
002560     88 WS-NOMHIST-NO-FILE          VALUE "35".
002570
002580 01  WS-AUSMSTR-STATUS          PIC X(02) VALUE SPACES.
002590     88 WS-AUSMSTR-OK               VALUE "00".
002600     88 WS-AUSMSTR-NO-FILE          VALUE "35".
002610
002620 01  WS-VACMSTR-STATUS          PIC X(02) VALUE SPACES.
002630     88 WS-VACMSTR-OK               VALUE "00".
002640     88 WS-VACMSTR-NOT-FOUND        VALUE "23".
002650     88 WS-VACMSTR-NO-FILE          VALUE "35".
002660
002670 01  WS-FINMSTR-STATUS          PIC X(02) VALUE SPACES.
002680     88 WS-FINMSTR-OK               VALUE "00".
002690     88 WS-FINMSTR-NOT-FOUND        VALUE "23".
002700     88 WS-FINMSTR-NO-FILE          VALUE "35".
002710
002720 01  WS-CHQMSTR-STATUS          PIC X(02) VALUE SPACES.
002730     88 WS-CHQMSTR-OK               VALUE "00".
002740     88 WS-CHQMSTR-NO-FILE          VALUE "35".
002750
002760 01  WS-PAGOSTAT-STATUS         PIC X(02) VALUE SPACES.
002770     88 WS-PAGOSTAT-OK              VALUE "00".
002780     88 WS-PAGOSTAT-NO-FILE         VALUE "35".
002790
002800 01  WS-GASMSTR-STATUS          PIC X(02) VALUE SPACES.
002810     88 WS-GASMSTR-OK               VALUE "00".
002820     88 WS-GASMSTR-NO-FILE          VALUE "35".
002830
002840 01  WS-PRTMSTR-STATUS          PIC X(02) VALUE SPACES.
002850     88 WS-PRTMSTR-OK               VALUE "00".
002860     88 WS-PRTMSTR-NO-FILE          VALUE "35".
002870
002880 01  WS-EMPAUDIT-STATUS         PIC X(02) VALUE SPACES.
002890     88 WS-EMPAUDIT-OK              VALUE "00".
002900     88 WS-EMPAUDIT-NO-FILE         VALUE "05", "35".
002910
002920 01  WS-ACCJRNL-STATUS          PIC X(02) VALUE SPACES.
002930     88 WS-ACCJRNL-OK               VALUE "00".
002940     88 WS-ACCJRNL-NO-FILE          VALUE "05", "35".
002950
002960 01  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
002970     88 WS-AUDITLOG-OK              VALUE "00".
002980     88 WS-AUDITLOG-NO-FILE         VALUE "05", "35".
002990
003000 01  WS-DATPRPT-STATUS          PIC X(02) VALUE SPACES.
003010     88 WS-DATPRPT-OK               VALUE "00".
003020
003030 01  WS-SWITCHES.
003040     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
003050         88 WS-EOF-MASTER           VALUE "Y".
003060     05 WS-FIN-SECCION-SW      PIC X(01) VALUE "N".
003070         88 WS-FIN-SECCION          VALUE "S".
003080     05 WS-EN-EMPMSTR-SW       PIC X(01) VALUE "N".
003090         88 WS-EN-EMPMSTR           VALUE "S".
003100     05 WS-RESULTADO-SW        PIC X(01) VALUE SPACE.
003110         88 WS-EMPLEADO-RESUELTO    VALUE "R".
003120         88 WS-VARIOS-CANDIDATOS    VALUE "V".
003130         88 WS-SIN-CANDIDATOS       VALUE "N".
003140
003150 01  WS-COUNTERS.
003160     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
003170     05 WS-HALLADOS-COUNT      PIC 9(05) COMP VALUE ZERO.
003180     05 WS-TOTAL-REGS          PIC 9(07) COMP VALUE ZERO.
003190     05 WS-FALTAN-COUNT        PIC 9(02) COMP VALUE ZERO.
003200
003210 01  WS-EMP-ID                  PIC 9(06) VALUE ZERO.
003220 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
003230 01  WS-REFERENCIA              PIC X(12) VALUE SPACES.
003240 01  WS-APELLIDO-BUSCADO        PIC X(14) VALUE SPACES.
003250 01  WS-LARGO-BUSCADO           PIC 9(02) COMP VALUE ZERO.
003260 01  WS-FECHA-HOY               PIC 9(08) VALUE ZERO.
003270 01  WS-HORA-HOY                PIC 9(08) VALUE ZERO.
003280
003290*----------------------------------------------------------*
003300* SECCIONES DEL INFORME, UNA POR FICHERO, EN EL ORDEN EN QUE *
003310* SALEN. LA MARCA S DICE QUE EL FICHERO ES OPCIONAL EN LA    *
003320* INSTALACION: SU FALTA NO SUBE EL RC.                       *
003330*----------------------------------------------------------*
003340 01  WS-SEC-LIT.
003350     05 FILLER                  PIC X(40) VALUE
003360         "EMPMSTR NFICHA DEL EMPLEADO".
003370     05 FILLER                  PIC X(40) VALUE
003380         "BNKMSTR NCUENTAS BANCARIAS DE ABONO".
003390     05 FILLER                  PIC X(40) VALUE
003400         "DEDMSTR NDEDUCCIONES FIJAS".
003410     05 FILLER                  PIC X(40) VALUE
003420         "DEDARR  NDEDUCCIONES PENDIENTES".
003430     05 FILLER                  PIC X(40) VALUE
003440         "NOMHIST NHISTORICO DE NOMINAS".
003450     05 FILLER                  PIC X(40) VALUE
003460         "AUSMSTR NAUSENCIAS".
003470     05 FILLER                  PIC X(40) VALUE
003480         "VACMSTR NDERECHO DE VACACIONES".
003490     05 FILLER                  PIC X(40) VALUE
003500         "FINMSTR NFINIQUITO".
003510     05 FILLER                  PIC X(40) VALUE
003520         "CHQMSTR NCHEQUES DE NOMINA".
003530     05 FILLER                  PIC X(40) VALUE
003540         "PAGOSTATNTRANSFERENCIAS DE NOMINA".
003550     05 FILLER                  PIC X(40) VALUE
003560         "GASMSTR SNOTAS DE GASTOS".
003570     05 FILLER                  PIC X(40) VALUE
003580         "PRTMSTR SPRESTAMOS Y ANTICIPOS".
003590     05 FILLER                  PIC X(40) VALUE
003600         "EMPAUDITNCAMBIOS EN SU FICHA".
003610     05 FILLER                  PIC X(40) VALUE
003620         "ACCJRNL NCONSULTAS EN LINEA DE SUS DATOS".
003630
003640 01  WS-SEC-NOMBRES REDEFINES WS-SEC-LIT.
003650     05 WS-SEC-NOMBRE OCCURS 14 TIMES.
003660         10 SEC-FICHERO         PIC X(08).
003670         10 SEC-OPCIONAL-SW     PIC X(01).
003680             88 SEC-OPCIONAL        VALUE "S".
003690         10 SEC-TITULO          PIC X(31).
003700
003710 01  WS-SEC-TABLE.
003720     05 WS-SEC-ENTRY OCCURS 14 TIMES.
003730         10 SEC-REGS            PIC 9(07) COMP.
003740         10 SEC-AUSENTE-SW      PIC X(01).
003750             88 SEC-AUSENTE         VALUE "S".
003760
003770 01  WS-SEC-IDX                 PIC 9(02) COMP VALUE ZERO.
003780
003790 01  WS-SEC-FILAS.
003800     05 WS-S-EMPLEADO          PIC 9(02) COMP VALUE 1.
003810     05 WS-S-BANCO             PIC 9(02) COMP VALUE 2.
003820     05 WS-S-DEDUCC            PIC 9(02) COMP VALUE 3.
003830     05 WS-S-DEDARR            PIC 9(02) COMP VALUE 4.
003840     05 WS-S-NOMHIST           PIC 9(02) COMP VALUE 5.
003850     05 WS-S-AUSENC            PIC 9(02) COMP VALUE 6.
003860     05 WS-S-VACACION          PIC 9(02) COMP VALUE 7.
003870     05 WS-S-FINIQ             PIC 9(02) COMP VALUE 8.
003880     05 WS-S-CHEQUE            PIC 9(02) COMP VALUE 9.
003890     05 WS-S-PAGOSTAT          PIC 9(02) COMP VALUE 10.
003900     05 WS-S-GASTOS            PIC 9(02) COMP VALUE 11.
003910     05 WS-S-PRESTAMO          PIC 9(02) COMP VALUE 12.
003920     05 WS-S-EMPAUDIT          PIC 9(02) COMP VALUE 13.
003930     05 WS-S-ACCJRNL           PIC 9(02) COMP VALUE 14.
003940
003950 01  WS-TITULO-LINE.
003960     05 FILLER                  PIC X(38) VALUE
003970         "INFORME DE DATOS PERSONALES - FECHA ".
003980     05 TT-FECHA                PIC 9(08).
003990     05 FILLER                  PIC X(11) VALUE " OPERADOR ".
004000     05 TT-OPERADOR             PIC X(08).
004010
004020 01  WS-SOLICITUD-LINE.
004030     05 FILLER                  PIC X(13) VALUE "REFERENCIA  ".
004040     05 SL-REFERENCIA           PIC X(12).
004050     05 FILLER                  PIC X(13) VALUE "  PEDIDO POR ".
004060     05 SL-PEDIDO               PIC X(20).
004070
004080 01  WS-EMPLEADO-LINE.
004090     05 FILLER                  PIC X(13) VALUE "EMPLEADO    ".
004100     05 EL-EMP-ID               PIC 9(06).
004110     05 FILLER                  PIC X(02) VALUE SPACES.
004120     05 EL-NOTA                 PIC X(50).
004130
004140 01  WS-SECCION-LINE.
004150     05 FILLER                  PIC X(04) VALUE "=== ".
004160     05 SE-FICHERO              PIC X(08).
004170     05 FILLER                  PIC X(03) VALUE " - ".
004180     05 SE-TITULO               PIC X(31).
004190     05 FILLER                  PIC X(04) VALUE " ===".
004200
004210 01  WS-CANDIDATO-LINE.
004220     05 FILLER                  PIC X(04) VALUE SPACES.
004230     05 CL-EMP-ID               PIC 9(06).
004240     05 FILLER                  PIC X(02) VALUE SPACES.
004250     05 CL-APELLIDO             PIC X(14).
004260     05 FILLER                  PIC X(02) VALUE SPACES.
004270     05 CL-NOMBRE               PIC X(14).
004280     05 FILLER                  PIC X(02) VALUE SPACES.
004290     05 CL-DEPTO                PIC X(04).
004300     05 FILLER                  PIC X(02) VALUE SPACES.
004310     05 CL-ESTADO               PIC X(06).
004320
004330*----------------------------------------------------------*
004340* LINEAS DE DETALLE: UNA POR REGISTRO (DOS O TRES DONDE EL   *
004350* REGISTRO NO CABE), CON LOS CAMPOS ROTULADOS.               *
004360*----------------------------------------------------------*
004370 01  WS-EMP1-LINE.
004380     05 FILLER                  PIC X(11) VALUE "  NOMBRE   ".
004390     05 E1-NOMBRE               PIC X(14).
004400     05 FILLER                  PIC X(01) VALUE SPACE.
004410     05 E1-APELLIDO             PIC X(14).
004420     05 FILLER                  PIC X(08) VALUE "  DEPTO ".
004430     05 E1-DEPTO                PIC X(04).
004440     05 FILLER                  PIC X(09) VALUE "  SALARIO".
004450     05 E1-SALARIO              PIC ZZ.ZZZ.ZZ9,99.
004460
004470 01  WS-EMP2-LINE.
004480     05 FILLER                  PIC X(11) VALUE "  ALTA     ".
004490     05 E2-ALTA                 PIC 9(08).
004500     05 FILLER                  PIC X(09) VALUE "  ESTADO ".
004510     05 E2-ESTADO               PIC X(06).
004520     05 FILLER                  PIC X(07) VALUE "  BAJA ".
004530     05 E2-BAJA                 PIC 9(08).
004540     05 FILLER                  PIC X(08) VALUE "  GRUPO ".
004550     05 E2-GRUPO                PIC X(02).
004560     05 FILLER                  PIC X(10) VALUE "  JORNADA ".
004570     05 E2-JORNADA              PIC ZZ9,99.
004580     05 FILLER                  PIC X(01) VALUE "%".
004590
004600 01  WS-BNK-LINE.
004610     05 FILLER                  PIC X(08) VALUE "  ORDEN ".
004620     05 BL-ORDEN                PIC 9(02).
004630     05 FILLER                  PIC X(08) VALUE "  CCC   ".
004640     05 BL-BANCO                PIC 9(04).
004650     05 FILLER                  PIC X(01) VALUE "-".
004660     05 BL-OFICINA              PIC 9(04).
004670     05 FILLER                  PIC X(01) VALUE "-".
004680     05 BL-CUENTA               PIC 9(10).
004690     05 FILLER                  PIC X(02) VALUE SPACES.
004700     05 BL-REPARTO              PIC X(01).
004710     05 BL-VALOR                PIC ZZ.ZZ9,99.
004720     05 FILLER                  PIC X(02) VALUE SPACES.
004730     05 BL-ACTIVA               PIC X(01).
004740     05 FILLER                  PIC X(09) VALUE "  CAMBIO ".
004750     05 BL-CAMBIO               PIC 9(08).
004760
004770 01  WS-DED-LINE.
004780     05 FILLER                  PIC X(09) VALUE "  CODIGO ".
004790     05 DL-CODIGO               PIC X(02).
004800     05 FILLER                  PIC X(02) VALUE SPACES.
004810     05 DL-DESCRIPCION          PIC X(20).
004820     05 FILLER                  PIC X(09) VALUE "  IMPORTE".
004830     05 DL-IMPORTE              PIC ZZZ.ZZ9,99.
004840     05 FILLER                  PIC X(02) VALUE SPACES.
004850     05 DL-ACTIVA               PIC X(01).
004860
004870 01  WS-NOM-COL-LINE.
004880     05 FILLER                  PIC X(20) VALUE
004890         "  NOMINA/SE T DEPT  ".
004900     05 FILLER                  PIC X(33) VALUE
004910         "      BRUTO       IRPF    SEG.SOC".
004920     05 FILLER                  PIC X(22) VALUE
004930         "      OTRAS       NETO".
004940
004950 01  WS-NOM1-LINE.
004960     05 FILLER                  PIC X(02) VALUE SPACES.
004970     05 NL-FECHA                PIC 9(08).
004980     05 FILLER                  PIC X(01) VALUE "/".
004990     05 NL-SECUENCIA            PIC 9(02).
005000     05 FILLER                  PIC X(01) VALUE SPACE.
005010     05 NL-TIPO                 PIC X(01).
005020     05 FILLER                  PIC X(01) VALUE SPACE.
005030     05 NL-DEPTO                PIC X(04).
005040     05 NL-BRUTO                PIC -ZZZZZZ9,99.
005050     05 NL-IRPF                 PIC -ZZZZZZ9,99.
005060     05 NL-SEGSOC               PIC -ZZZZZZ9,99.
005070     05 NL-OTRAS                PIC -ZZZZZZ9,99.
005080     05 NL-NETO                 PIC -ZZZZZZ9,99.
005090
005100 01  WS-NOM2-LINE.
005110     05 FILLER                  PIC X(14) VALUE
005120         "    PAGADA EL ".
005130     05 N2-PAGO                 PIC 9(08).
005140     05 FILLER                  PIC X(09) VALUE "  MOTIVO ".
005150     05 N2-MOTIVO               PIC X(02).
005160     05 FILLER                  PIC X(08) VALUE "  ANULA ".
005170     05 N2-ANULA                PIC 9(02).
005180     05 FILLER                  PIC X(12) VALUE "  ACUM.NETO".
005190     05 N2-ACUM-NETO            PIC -ZZZZZZZZ9,99.
005200
005210 01  WS-AUS-LINE.
005220     05 FILLER                  PIC X(02) VALUE SPACES.
005230     05 AL-FECHA                PIC 9(08).
005240     05 FILLER                  PIC X(02) VALUE SPACES.
005250     05 AL-TIPO                 PIC X(12).
005260     05 FILLER                  PIC X(02) VALUE SPACES.
005270     05 AL-DESCRIPCION          PIC X(20).
005280
005290 01  WS-VAC-LINE.
005300     05 FILLER                  PIC X(08) VALUE "  BASE  ".
005310     05 VL-BASE                 PIC Z9.
005320     05 FILLER                  PIC X(08) VALUE "  EXTRA ".
005330     05 VL-EXTRA                PIC Z9.
005340     05 FILLER                  PIC X(12) VALUE "  DEVENGADO ".
005350     05 VL-DEVENGADO            PIC ZZ9,99.
005360     05 FILLER                  PIC X(11) VALUE "  ARRASTRE ".
005370     05 VL-ARRASTRE             PIC ZZ9,99.
005380     05 FILLER                  PIC X(09) VALUE "  ULTIMO ".
005390     05 VL-ULTIMO               PIC 9(06).
005400
005410 01  WS-FIN-LINE.
005420     05 FILLER                  PIC X(08) VALUE "  BAJA  ".
005430     05 FL-BAJA                 PIC 9(08).
005440     05 FILLER                  PIC X(08) VALUE "  PAGO  ".
005450     05 FL-PAGO                 PIC 9(08).
005460     05 FILLER                  PIC X(11) VALUE "  DIAS VAC ".
005470     05 FL-DIAS                 PIC ZZ9,99.
005480     05 FILLER                  PIC X(10) VALUE "  IMPORTE ".
005490     05 FL-IMPORTE              PIC Z.ZZZ.ZZ9,99.
005500
005510 01  WS-CHQ-LINE.
005520     05 FILLER                  PIC X(02) VALUE SPACES.
005530     05 CQ-NUMERO               PIC 9(08).
005540     05 FILLER                  PIC X(02) VALUE SPACES.
005550     05 CQ-EMISION              PIC 9(08).
005560     05 FILLER                  PIC X(02) VALUE SPACES.
005570     05 CQ-NOMINA               PIC 9(08).
005580     05 CQ-IMPORTE              PIC Z.ZZZ.ZZ9,99.
005590     05 FILLER                  PIC X(02) VALUE SPACES.
005600     05 CQ-ESTADO               PIC X(01).
005610     05 FILLER                  PIC X(02) VALUE SPACES.
005620     05 CQ-FECHA-ESTADO         PIC 9(08).
005630
005640 01  WS-PAG-LINE.
005650     05 FILLER                  PIC X(02) VALUE SPACES.
005660     05 PL-FECHA                PIC 9(08).
005670     05 FILLER                  PIC X(01) VALUE "/".
005680     05 PL-SECUENCIA            PIC 9(02).
005690     05 FILLER                  PIC X(02) VALUE SPACES.
005700     05 PL-GRUPO                PIC X(02).
005710     05 PL-IMPORTE              PIC Z.ZZZ.ZZ9,99.
005720     05 FILLER                  PIC X(02) VALUE SPACES.
005730     05 PL-ESTADO               PIC X(01).
005740     05 FILLER                  PIC X(02) VALUE SPACES.
005750     05 PL-CONF                 PIC 9(08).
005760     05 FILLER                  PIC X(12) VALUE "  REINTENTOS".
005770     05 PL-REINTENTOS           PIC ZZ9.
005780
005790 01  WS-GAS-LINE.
005800     05 FILLER                  PIC X(02) VALUE SPACES.
005810     05 GL-NUMERO               PIC 9(04).
005820     05 FILLER                  PIC X(01) VALUE SPACE.
005830     05 GL-TIPO                 PIC X(02).
005840     05 FILLER                  PIC X(01) VALUE SPACE.
005850     05 GL-FECHA                PIC 9(08).
005860     05 GL-IMPORTE              PIC Z.ZZZ.ZZ9,99.
005870     05 FILLER                  PIC X(01) VALUE SPACE.
005880     05 GL-MONEDA               PIC X(03).
005890     05 FILLER                  PIC X(01) VALUE SPACE.
005900     05 GL-ESTADO               PIC X(01).
005910     05 FILLER                  PIC X(01) VALUE SPACE.
005920     05 GL-DESCRIPCION          PIC X(20).
005930     05 FILLER                  PIC X(01) VALUE SPACE.
005940     05 GL-APROBADOR            PIC X(08).
005950
005960 01  WS-PRT-LINE.
005970     05 FILLER                  PIC X(02) VALUE SPACES.
005980     05 RL-NUMERO               PIC 9(04).
005990     05 FILLER                  PIC X(01) VALUE SPACE.
006000     05 RL-TIPO                 PIC X(01).
006010     05 FILLER                  PIC X(01) VALUE SPACE.
006020     05 RL-FECHA                PIC 9(08).
006030     05 RL-PRINCIPAL            PIC Z.ZZZ.ZZ9,99.
006040     05 RL-SALDO                PIC Z.ZZZ.ZZ9,99.
006050     05 FILLER                  PIC X(01) VALUE SPACE.
006060     05 RL-COBRADAS             PIC ZZ9.
006070     05 FILLER                  PIC X(01) VALUE "/".
006080     05 RL-CUOTAS               PIC ZZ9.
006090     05 FILLER                  PIC X(01) VALUE SPACE.
006100     05 RL-ESTADO               PIC X(01).
006110     05 FILLER                  PIC X(01) VALUE SPACE.
006120     05 RL-DESCRIPCION          PIC X(20).
006130
006140 01  WS-EAU1-LINE.
006150     05 FILLER                  PIC X(02) VALUE SPACES.
006160     05 UL-FECHA                PIC 9(08).
006170     05 FILLER                  PIC X(01) VALUE SPACE.
006180     05 UL-HORA                 PIC 9(08).
006190     05 FILLER                  PIC X(11) VALUE "  OPERADOR ".
006200     05 UL-USUARIO              PIC X(08).
006210     05 FILLER                  PIC X(02) VALUE SPACES.
006220     05 UL-OPERACION            PIC X(06).
006230
006240 01  WS-EAU2-LINE.
006250     05 FILLER                  PIC X(04) VALUE SPACES.
006260     05 U2-ROTULO               PIC X(08).
006270     05 U2-NOMBRE               PIC X(14).
006280     05 FILLER                  PIC X(01) VALUE SPACE.
006290     05 U2-APELLIDO             PIC X(14).
006300     05 FILLER                  PIC X(01) VALUE SPACE.
006310     05 U2-DEPTO                PIC X(04).
006320     05 U2-SALARIO              PIC ZZ.ZZZ.ZZ9,99.
006330     05 FILLER                  PIC X(01) VALUE SPACE.
006340     05 U2-GRUPO                PIC X(02).
006350     05 U2-JORNADA              PIC ZZZ9,99.
006360
006370 01  WS-ACC-LINE.
006380     05 FILLER                  PIC X(02) VALUE SPACES.
006390     05 KL-FECHA                PIC 9(08).
006400     05 FILLER                  PIC X(01) VALUE SPACE.
006410     05 KL-HORA                 PIC 9(08).
006420     05 FILLER                  PIC X(11) VALUE "  OPERADOR ".
006430     05 KL-OPERADOR             PIC X(08).
006440     05 FILLER                  PIC X(02) VALUE SPACES.
006450     05 KL-TRANSACCION          PIC X(04).
006460     05 FILLER                  PIC X(02) VALUE SPACES.
006470     05 KL-CLAVE                PIC X(20).
006480
006490 01  WS-SIN-REGS-LINE.
006500     05 FILLER                  PIC X(40) VALUE
006510         "  SIN REGISTROS DEL EMPLEADO".
006520
006530 01  WS-NO-DISP-LINE.
006540     05 FILLER                  PIC X(40) VALUE
006550         "  FICHERO NO DISPONIBLE".
006560
006570 01  WS-RESUMEN-LINE.
006580     05 FILLER                  PIC X(02) VALUE SPACES.
006590     05 RS-FICHERO              PIC X(08).
006600     05 FILLER                  PIC X(02) VALUE SPACES.
006610     05 RS-TITULO               PIC X(31).
006620     05 RS-REGS                 PIC Z.ZZZ.ZZ9.
006630     05 FILLER                  PIC X(02) VALUE SPACES.
006640     05 RS-NOTA                 PIC X(14).
006650
006660 01  WS-TOTAL-LINE.
006670     05 FILLER                  PIC X(43) VALUE
006680         "  TOTAL REGISTROS DEL EMPLEADO".
006690     05 TL-REGS                 PIC Z.ZZZ.ZZ9.
006700
006710 PROCEDURE DIVISION.
006720
006730 0000-MAINLINE.
006740     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006750     PERFORM 2000-LOCALIZAR-EMPLEADO THRU 2000-EXIT.
006760     IF WS-EMPLEADO-RESUELTO
006770         PERFORM 3000-INFORME-DATOS THRU 3000-EXIT
006780     END-IF
006790     PERFORM 8000-AUDITLOG THRU 8000-EXIT.
006800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006810     GOBACK.
006820
006830*----------------------------------------------------------*
006840* DATPARM CON EMP-ID O APELLIDO Y CON OPERADOR; EL OPERADOR  *
006850* TIENE QUE ESTAR DADO DE ALTA EN OPERMSTR.                  *
006860*----------------------------------------------------------*
006870 1000-INITIALIZE.
006880     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
006890     ACCEPT WS-HORA-HOY FROM TIME.
006900     OPEN INPUT PARM-FILE.
006910     IF NOT WS-DATPARM-OK
006920         DISPLAY "DATPERS: ERROR ABRIENDO DATPARM "
006930             WS-DATPARM-STATUS
006940         GO TO ABEND-CLEANUP
006950     END-IF
006960     READ PARM-FILE
006970         AT END
006980             DISPLAY "DATPERS: DATPARM VACIO"
006990             GO TO ABEND-CLEANUP
007000     END-READ
007010     MOVE PI-OPERADOR TO WS-OPERADOR
007020     MOVE PI-REFERENCIA TO WS-REFERENCIA
007030     MOVE PI-APELLIDO TO WS-APELLIDO-BUSCADO
007040     IF PI-EMP-ID-X NOT = SPACES
007050         IF PI-EMP-ID NOT NUMERIC OR PI-EMP-ID = ZERO
007060             DISPLAY "DATPERS: EMP-ID NO VALIDO EN DATPARM "
007070                 PI-EMP-ID-X
007080             GO TO ABEND-CLEANUP
007090         END-IF
007100         MOVE PI-EMP-ID TO WS-EMP-ID
007110     END-IF
007120     CLOSE PARM-FILE.
007130     IF WS-EMP-ID = ZERO AND WS-APELLIDO-BUSCADO = SPACES
007140         DISPLAY "DATPERS: DATPARM SIN EMP-ID NI APELLIDO"
007150         GO TO ABEND-CLEANUP
007160     END-IF
007170     IF WS-OPERADOR = SPACES
007180         DISPLAY "DATPERS: DATPARM SIN OPERADOR"
007190         GO TO ABEND-CLEANUP
007200     END-IF
007210     OPEN INPUT OPERADOR-MASTER-FILE.
007220     IF NOT WS-OPERMSTR-OK
007230         DISPLAY "DATPERS: ERROR ABRIENDO OPERMSTR "
007240             WS-OPERMSTR-STATUS
007250         GO TO ABEND-CLEANUP
007260     END-IF
007270     MOVE WS-OPERADOR TO OP-ID
007280     READ OPERADOR-MASTER-FILE
007290         INVALID KEY
007300             DISPLAY "DATPERS: OPERADOR " WS-OPERADOR
007310                 " NO DADO DE ALTA EN OPERMSTR"
007320             GO TO ABEND-CLEANUP
007330     END-READ
007340     CLOSE OPERADOR-MASTER-FILE.
007350     OPEN INPUT EMPLEADO-MASTER-FILE.
007360     IF NOT WS-EMPMSTR-OK
007370         DISPLAY "DATPERS: ERROR ABRIENDO EMPMSTR "
007380             WS-EMPMSTR-STATUS
007390         GO TO ABEND-CLEANUP
007400     END-IF
007410     OPEN EXTEND AUDIT-LOG-FILE.
007420     IF WS-AUDITLOG-NO-FILE
007430         OPEN OUTPUT AUDIT-LOG-FILE
007440     END-IF
007450     IF NOT WS-AUDITLOG-OK
007460         DISPLAY "DATPERS: ERROR ABRIENDO AUDITLOG "
007470             WS-AUDITLOG-STATUS
007480         GO TO ABEND-CLEANUP
007490     END-IF
007500     OPEN OUTPUT DATP-RPT-FILE.
007510     IF NOT WS-DATPRPT-OK
007520         DISPLAY "DATPERS: ERROR ABRIENDO DATPRPT "
007530             WS-DATPRPT-STATUS
007540         GO TO ABEND-CLEANUP
007550     END-IF
007560     INITIALIZE WS-SEC-TABLE
007570     MOVE WS-FECHA-HOY TO TT-FECHA
007580     MOVE WS-OPERADOR TO TT-OPERADOR
007590     MOVE WS-TITULO-LINE TO DATP-RPT-LINE
007600     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007610     MOVE WS-REFERENCIA TO SL-REFERENCIA
007620     IF WS-EMP-ID = ZERO
007630         MOVE SPACES TO SL-PEDIDO
007640         STRING "APELLIDO " DELIMITED BY SIZE
007650                WS-APELLIDO-BUSCADO DELIMITED BY SIZE
007660             INTO SL-PEDIDO
007670         END-STRING
007680     ELSE
007690         MOVE "EMP-ID" TO SL-PEDIDO
007700     END-IF
007710     MOVE WS-SOLICITUD-LINE TO DATP-RPT-LINE
007720     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007730     MOVE SPACES TO DATP-RPT-LINE
007740     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
007750 1000-EXIT.
007760     EXIT.
007770
007780*----------------------------------------------------------*
007790* CON EMP-ID SE LEE LA FICHA DIRECTAMENTE; SI YA NO ESTA EN  *
007800* EMPMSTR SE SIGUE CON EL RESTO DE MAESTROS. CON APELLIDO SE *
007810* RECORRE EMPMSTR COMO EN EMPBUSCA: UN SOLO CANDIDATO SE     *
007820* RESUELVE, VARIOS SE LISTAN PARA REPETIR CON EL EMP-ID.     *
007830*----------------------------------------------------------*
007840 2000-LOCALIZAR-EMPLEADO.
007850     IF WS-EMP-ID NOT = ZERO
007860         SET WS-EMPLEADO-RESUELTO TO TRUE
007870         PERFORM 2500-LEER-FICHA THRU 2500-EXIT
007880         GO TO 2000-EXIT
007890     END-IF
007900     PERFORM 2100-MEDIR-APELLIDO THRU 2100-EXIT
007910     MOVE SPACES TO DATP-RPT-LINE
007920     STRING "CANDIDATOS PARA EL APELLIDO " DELIMITED BY SIZE
007930            WS-APELLIDO-BUSCADO DELIMITED BY SIZE
007940         INTO DATP-RPT-LINE
007950     END-STRING
007960     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007970     PERFORM 2300-READ-MASTER THRU 2300-EXIT
007980     PERFORM 2200-BUSCAR-APELLIDO THRU 2200-EXIT
007990         UNTIL WS-EOF-MASTER.
008000     MOVE SPACES TO DATP-RPT-LINE
008010     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008020     EVALUATE WS-HALLADOS-COUNT
008030         WHEN ZERO
008040             SET WS-SIN-CANDIDATOS TO TRUE
008050             MOVE "NINGUN EMPLEADO CON ESE APELLIDO"
008060                 TO DATP-RPT-LINE
008070             PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008080         WHEN 1
008090             SET WS-EMPLEADO-RESUELTO TO TRUE
008100             PERFORM 2500-LEER-FICHA THRU 2500-EXIT
008110         WHEN OTHER
008120             SET WS-VARIOS-CANDIDATOS TO TRUE
008130             MOVE "VARIOS CANDIDATOS: REPITA CON EL EMP-ID"
008140                 TO DATP-RPT-LINE
008150             PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008160     END-EVALUATE.
008170 2000-EXIT.
008180     EXIT.
008190
008200*----------------------------------------------------------*
008210* LARGO UTIL DEL APELLIDO BUSCADO, PARA COMPARAR POR PREFIJO.*
008220*----------------------------------------------------------*
008230 2100-MEDIR-APELLIDO.
008240     MOVE 14 TO WS-LARGO-BUSCADO
008250     PERFORM 2150-RETROCEDER THRU 2150-EXIT
008260         UNTIL WS-LARGO-BUSCADO = ZERO
008270         OR WS-APELLIDO-BUSCADO (WS-LARGO-BUSCADO:1)
008280             NOT = SPACE.
008290 2100-EXIT.
008300     EXIT.
008310
008320 2150-RETROCEDER.
008330     SUBTRACT 1 FROM WS-LARGO-BUSCADO.
008340 2150-EXIT.
008350     EXIT.
008360
008370 2200-BUSCAR-APELLIDO.
008380     ADD 1 TO WS-LEIDOS-COUNT
008390     IF APELLIDO (1:WS-LARGO-BUSCADO) =
008400             WS-APELLIDO-BUSCADO (1:WS-LARGO-BUSCADO)
008410         ADD 1 TO WS-HALLADOS-COUNT
008420         MOVE EMP-ID TO WS-EMP-ID
008430         MOVE EMP-ID TO CL-EMP-ID
008440         MOVE APELLIDO TO CL-APELLIDO
008450         MOVE NOMBRE TO CL-NOMBRE
008460         MOVE DEPARTAMENTO TO CL-DEPTO
008470         IF EMP-BAJA
008480             MOVE "BAJA  " TO CL-ESTADO
008490         ELSE
008500             MOVE "ACTIVO" TO CL-ESTADO
008510         END-IF
008520         MOVE WS-CANDIDATO-LINE TO DATP-RPT-LINE
008530         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
008540     END-IF
008550     PERFORM 2300-READ-MASTER THRU 2300-EXIT.
008560 2200-EXIT.
008570     EXIT.
008580
008590 2300-READ-MASTER.
008600     READ EMPLEADO-MASTER-FILE NEXT
008610         AT END
008620             SET WS-EOF-MASTER TO TRUE
008630     END-READ
008640     IF NOT WS-EOF-MASTER AND NOT WS-EMPMSTR-OK
008650         DISPLAY "DATPERS: ERROR LEYENDO EMPMSTR "
008660             WS-EMPMSTR-STATUS
008670         GO TO ABEND-CLEANUP
008680     END-IF.
008690 2300-EXIT.
008700     EXIT.
008710
008720 2500-LEER-FICHA.
008730     MOVE WS-EMP-ID TO EMP-ID
008740     READ EMPLEADO-MASTER-FILE
008750         INVALID KEY
008760             MOVE "N" TO WS-EN-EMPMSTR-SW
008770             GO TO 2500-EXIT
008780     END-READ
008790     IF NOT WS-EMPMSTR-OK
008800         DISPLAY "DATPERS: ERROR LEYENDO EMPMSTR "
008810             WS-EMPMSTR-STATUS
008820         GO TO ABEND-CLEANUP
008830     END-IF
008840     SET WS-EN-EMPMSTR TO TRUE.
008850 2500-EXIT.
008860     EXIT.
008870
008880*----------------------------------------------------------*
008890* UNA SECCION POR FICHERO, SIEMPRE EN EL MISMO ORDEN. UN     *
008900* MAESTRO QUE NO EXISTE SALE COMO NO DISPONIBLE.             *
008910*----------------------------------------------------------*
008920 3000-INFORME-DATOS.
008930     MOVE WS-EMP-ID TO EL-EMP-ID
008940     IF WS-EN-EMPMSTR
008950         MOVE SPACES TO EL-NOTA
008960         STRING NOMBRE DELIMITED BY "  "
008970                " " DELIMITED BY SIZE
008980                APELLIDO DELIMITED BY "  "
008990             INTO EL-NOTA
009000         END-STRING
009010     ELSE
009020         MOVE "NO FIGURA EN EMPMSTR (POSIBLE PURGA)"
009030             TO EL-NOTA
009040     END-IF
009050     MOVE WS-EMPLEADO-LINE TO DATP-RPT-LINE
009060     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
009070     PERFORM 3050-ABRIR-MAESTROS THRU 3050-EXIT
009080     PERFORM 3100-FICHA THRU 3100-EXIT
009090     PERFORM 3200-BANCOS THRU 3200-EXIT
009100     PERFORM 3300-DEDUCCIONES THRU 3300-EXIT
009110     PERFORM 3400-ARRASTRES THRU 3400-EXIT
009120     PERFORM 3500-NOMINAS THRU 3500-EXIT
009130     PERFORM 3600-AUSENCIAS THRU 3600-EXIT
009140     PERFORM 3700-VACACIONES THRU 3700-EXIT
009150     PERFORM 3800-FINIQUITO THRU 3800-EXIT
009160     PERFORM 3900-CHEQUES THRU 3900-EXIT
009170     PERFORM 4000-TRANSFERENCIAS THRU 4000-EXIT
009180     PERFORM 4100-GASTOS THRU 4100-EXIT
009190     PERFORM 4200-PRESTAMOS THRU 4200-EXIT
009200     PERFORM 4300-CAMBIOS-FICHA THRU 4300-EXIT
009210     PERFORM 4400-CONSULTAS THRU 4400-EXIT
009220     PERFORM 7500-RESUMEN THRU 7500-EXIT.
009230 3000-EXIT.
009240     EXIT.
009250
009260*----------------------------------------------------------*
009270* TODOS LOS MAESTROS SE ABREN SOLO PARA LECTURA. EL QUE NO   *
009280* EXISTE QUEDA MARCADO AUSENTE Y SU SECCION NO SE LEE.       *
009290*----------------------------------------------------------*
009300 3050-ABRIR-MAESTROS.
009310     OPEN INPUT BANCO-MASTER-FILE.
009320     IF WS-BNKMSTR-NO-FILE
009330         SET SEC-AUSENTE (WS-S-BANCO) TO TRUE
009340     ELSE
009350         IF NOT WS-BNKMSTR-OK
009360             DISPLAY "DATPERS: ERROR ABRIENDO BNKMSTR "
009370                 WS-BNKMSTR-STATUS
009380             GO TO ABEND-CLEANUP
009390         END-IF
009400     END-IF
009410     OPEN INPUT DEDUCCION-MASTER-FILE.
009420     IF WS-DEDMSTR-NO-FILE
009430         SET SEC-AUSENTE (WS-S-DEDUCC) TO TRUE
009440     ELSE
009450         IF NOT WS-DEDMSTR-OK
009460             DISPLAY "DATPERS: ERROR ABRIENDO DEDMSTR "
009470                 WS-DEDMSTR-STATUS
009480             GO TO ABEND-CLEANUP
009490         END-IF
009500     END-IF
009510     OPEN INPUT DEDUC-ARR-FILE.
009520     IF WS-DEDARR-NO-FILE
009530         SET SEC-AUSENTE (WS-S-DEDARR) TO TRUE
009540     ELSE
009550         IF NOT WS-DEDARR-OK
009560             DISPLAY "DATPERS: ERROR ABRIENDO DEDARR "
009570                 WS-DEDARR-STATUS
009580             GO TO ABEND-CLEANUP
009590         END-IF
009600     END-IF
009610     OPEN INPUT NOMINA-HIST-FILE.
009620     IF WS-NOMHIST-NO-FILE
009630         SET SEC-AUSENTE (WS-S-NOMHIST) TO TRUE
009640     ELSE
009650         IF NOT WS-NOMHIST-OK
009660             DISPLAY "DATPERS: ERROR ABRIENDO NOMHIST "
009670                 WS-NOMHIST-STATUS
009680             GO TO ABEND-CLEANUP
009690         END-IF
009700     END-IF
009710     OPEN INPUT AUSENCIA-MASTER-FILE.
009720     IF WS-AUSMSTR-NO-FILE
009730         SET SEC-AUSENTE (WS-S-AUSENC) TO TRUE
009740     ELSE
009750         IF NOT WS-AUSMSTR-OK
009760             DISPLAY "DATPERS: ERROR ABRIENDO AUSMSTR "
009770                 WS-AUSMSTR-STATUS
009780             GO TO ABEND-CLEANUP
009790         END-IF
009800     END-IF
009810     OPEN INPUT VACACION-MASTER-FILE.
009820     IF WS-VACMSTR-NO-FILE
009830         SET SEC-AUSENTE (WS-S-VACACION) TO TRUE
009840     ELSE
009850         IF NOT WS-VACMSTR-OK
009860             DISPLAY "DATPERS: ERROR ABRIENDO VACMSTR "
009870                 WS-VACMSTR-STATUS
009880             GO TO ABEND-CLEANUP
009890         END-IF
009900     END-IF
009910     OPEN INPUT FINIQUITO-MASTER-FILE.
009920     IF WS-FINMSTR-NO-FILE
009930         SET SEC-AUSENTE (WS-S-FINIQ) TO TRUE
009940     ELSE
009950         IF NOT WS-FINMSTR-OK
009960             DISPLAY "DATPERS: ERROR ABRIENDO FINMSTR "
009970                 WS-FINMSTR-STATUS
009980             GO TO ABEND-CLEANUP
009990         END-IF
010000     END-IF
010010     OPEN INPUT CHEQUE-MASTER-FILE.
010020     IF WS-CHQMSTR-NO-FILE
010030         SET SEC-AUSENTE (WS-S-CHEQUE) TO TRUE
010040     ELSE
010050         IF NOT WS-CHQMSTR-OK
010060             DISPLAY "DATPERS: ERROR ABRIENDO CHQMSTR "
010070                 WS-CHQMSTR-STATUS
010080             GO TO ABEND-CLEANUP
010090         END-IF
010100     END-IF
010110     OPEN INPUT PAGO-STAT-FILE.
010120     IF WS-PAGOSTAT-NO-FILE
010130         SET SEC-AUSENTE (WS-S-PAGOSTAT) TO TRUE
010140     ELSE
010150         IF NOT WS-PAGOSTAT-OK
010160             DISPLAY "DATPERS: ERROR ABRIENDO PAGOSTAT "
010170                 WS-PAGOSTAT-STATUS
010180             GO TO ABEND-CLEANUP
010190         END-IF
010200     END-IF
010210     OPEN INPUT GASTO-MASTER-FILE.
010220     IF WS-GASMSTR-NO-FILE
010230         SET SEC-AUSENTE (WS-S-GASTOS) TO TRUE
010240     ELSE
010250         IF NOT WS-GASMSTR-OK
010260             DISPLAY "DATPERS: ERROR ABRIENDO GASMSTR "
010270                 WS-GASMSTR-STATUS
010280             GO TO ABEND-CLEANUP
010290         END-IF
010300     END-IF
010310     OPEN INPUT PRESTAMO-MASTER-FILE.
010320     IF WS-PRTMSTR-NO-FILE
010330         SET SEC-AUSENTE (WS-S-PRESTAMO) TO TRUE
010340     ELSE
010350         IF NOT WS-PRTMSTR-OK
010360             DISPLAY "DATPERS: ERROR ABRIENDO PRTMSTR "
010370                 WS-PRTMSTR-STATUS
010380             GO TO ABEND-CLEANUP
010390         END-IF
010400     END-IF
010410     OPEN INPUT EMP-AUDIT-FILE.
010420     IF WS-EMPAUDIT-NO-FILE
010430         SET SEC-AUSENTE (WS-S-EMPAUDIT) TO TRUE
010440     ELSE
010450         IF NOT WS-EMPAUDIT-OK
010460             DISPLAY "DATPERS: ERROR ABRIENDO EMPAUDIT "
010470                 WS-EMPAUDIT-STATUS
010480             GO TO ABEND-CLEANUP
010490         END-IF
010500     END-IF
010510     OPEN INPUT ACCESO-JRNL-FILE.
010520     IF WS-ACCJRNL-NO-FILE
010530         SET SEC-AUSENTE (WS-S-ACCJRNL) TO TRUE
010540     ELSE
010550         IF NOT WS-ACCJRNL-OK
010560             DISPLAY "DATPERS: ERROR ABRIENDO ACCJRNL "
010570                 WS-ACCJRNL-STATUS
010580             GO TO ABEND-CLEANUP
010590         END-IF
010600     END-IF.
010610 3050-EXIT.
010620     EXIT.
010630
010640 3100-FICHA.
010650     MOVE WS-S-EMPLEADO TO WS-SEC-IDX
010660     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
010670     IF NOT WS-EN-EMPMSTR
010680         GO TO 3100-EXIT
010690     END-IF
010700     MOVE NOMBRE TO E1-NOMBRE
010710     MOVE APELLIDO TO E1-APELLIDO
010720     MOVE DEPARTAMENTO TO E1-DEPTO
010730     MOVE SALARIO TO E1-SALARIO
010740     MOVE WS-EMP1-LINE TO DATP-RPT-LINE
010750     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT
010760     MOVE FECHA TO E2-ALTA
010770     IF EMP-BAJA
010780         MOVE "BAJA  " TO E2-ESTADO
010790     ELSE
010800         MOVE "ACTIVO" TO E2-ESTADO
010810     END-IF
010820     MOVE EMP-FECHA-BAJA TO E2-BAJA
010830     MOVE EMP-GRUPO-PAGO TO E2-GRUPO
010840     MOVE EMP-JORNADA-PCT TO E2-JORNADA
010850     MOVE WS-EMP2-LINE TO DATP-RPT-LINE
010860     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
010870 3100-EXIT.
010880     EXIT.
010890
010900 3200-BANCOS.
010910     MOVE WS-S-BANCO TO WS-SEC-IDX
010920     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
010930     IF SEC-AUSENTE (WS-SEC-IDX)
010940         GO TO 3200-EXIT
010950     END-IF
010960     MOVE "N" TO WS-FIN-SECCION-SW
010970     MOVE WS-EMP-ID TO BNK-EMP-ID
010980     MOVE ZERO TO BNK-ORDEN
010990     START BANCO-MASTER-FILE
011000         KEY IS NOT LESS THAN BNK-CLAVE
011010         INVALID KEY
011020             SET WS-FIN-SECCION TO TRUE
011030     END-START
011040     PERFORM 3250-LEER-BANCO THRU 3250-EXIT
011050         UNTIL WS-FIN-SECCION.
011060 3200-EXIT.
011070     EXIT.
011080
011090 3250-LEER-BANCO.
011100     READ BANCO-MASTER-FILE NEXT
011110         AT END
011120             SET WS-FIN-SECCION TO TRUE
011130             GO TO 3250-EXIT
011140     END-READ
011150     IF NOT WS-BNKMSTR-OK
011160         DISPLAY "DATPERS: ERROR LEYENDO BNKMSTR "
011170             WS-BNKMSTR-STATUS
011180         GO TO ABEND-CLEANUP
011190     END-IF
011200     IF BNK-EMP-ID NOT = WS-EMP-ID
011210         SET WS-FIN-SECCION TO TRUE
011220         GO TO 3250-EXIT
011230     END-IF
011240     MOVE BNK-ORDEN TO BL-ORDEN
011250     MOVE BNK-BANCO TO BL-BANCO
011260     MOVE BNK-OFICINA TO BL-OFICINA
011270     MOVE BNK-CUENTA TO BL-CUENTA
011280     MOVE BNK-REPARTO-SW TO BL-REPARTO
011290     MOVE BNK-REPARTO-VALOR TO BL-VALOR
011300     MOVE BNK-ACTIVA-SW TO BL-ACTIVA
011310     MOVE BNK-FECHA-CAMBIO TO BL-CAMBIO
011320     MOVE WS-BNK-LINE TO DATP-RPT-LINE
011330     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
011340 3250-EXIT.
011350     EXIT.
011360
011370 3300-DEDUCCIONES.
011380     MOVE WS-S-DEDUCC TO WS-SEC-IDX
011390     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
011400     IF SEC-AUSENTE (WS-SEC-IDX)
011410         GO TO 3300-EXIT
011420     END-IF
011430     MOVE "N" TO WS-FIN-SECCION-SW
011440     MOVE WS-EMP-ID TO DED-EMP-ID
011450     MOVE LOW-VALUES TO DED-CODIGO
011460     START DEDUCCION-MASTER-FILE
011470         KEY IS NOT LESS THAN DED-CLAVE
011480         INVALID KEY
011490             SET WS-FIN-SECCION TO TRUE
011500     END-START
011510     PERFORM 3350-LEER-DEDUCCION THRU 3350-EXIT
011520         UNTIL WS-FIN-SECCION.
011530 3300-EXIT.
011540     EXIT.
011550
011560 3350-LEER-DEDUCCION.
011570     READ DEDUCCION-MASTER-FILE NEXT
011580         AT END
011590             SET WS-FIN-SECCION TO TRUE
011600             GO TO 3350-EXIT
011610     END-READ
011620     IF NOT WS-DEDMSTR-OK
011630         DISPLAY "DATPERS: ERROR LEYENDO DEDMSTR "
011640             WS-DEDMSTR-STATUS
011650         GO TO ABEND-CLEANUP
011660     END-IF
011670     IF DED-EMP-ID NOT = WS-EMP-ID
011680         SET WS-FIN-SECCION TO TRUE
011690         GO TO 3350-EXIT
011700     END-IF
011710     MOVE DED-CODIGO TO DL-CODIGO
011720     MOVE DED-DESCRIPCION TO DL-DESCRIPCION
011730     MOVE DED-IMPORTE-MES TO DL-IMPORTE
011740     MOVE DED-ACTIVA-SW TO DL-ACTIVA
011750     MOVE WS-DED-LINE TO DATP-RPT-LINE
011760     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
011770 3350-EXIT.
011780     EXIT.
011790
011800 3400-ARRASTRES.
011810     MOVE WS-S-DEDARR TO WS-SEC-IDX
011820     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
011830     IF SEC-AUSENTE (WS-SEC-IDX)
011840         GO TO 3400-EXIT
011850     END-IF
011860     MOVE "N" TO WS-FIN-SECCION-SW
011870     MOVE WS-EMP-ID TO DAR-EMP-ID
011880     MOVE LOW-VALUES TO DAR-CODIGO
011890     START DEDUC-ARR-FILE
011900         KEY IS NOT LESS THAN DAR-CLAVE
011910         INVALID KEY
011920             SET WS-FIN-SECCION TO TRUE
011930     END-START
011940     PERFORM 3450-LEER-ARRASTRE THRU 3450-EXIT
011950         UNTIL WS-FIN-SECCION.
011960 3400-EXIT.
011970     EXIT.
011980
011990 3450-LEER-ARRASTRE.
012000     READ DEDUC-ARR-FILE NEXT
012010         AT END
012020             SET WS-FIN-SECCION TO TRUE
012030             GO TO 3450-EXIT
012040     END-READ
012050     IF NOT WS-DEDARR-OK
012060         DISPLAY "DATPERS: ERROR LEYENDO DEDARR "
012070             WS-DEDARR-STATUS
012080         GO TO ABEND-CLEANUP
012090     END-IF
012100     IF DAR-EMP-ID NOT = WS-EMP-ID
012110         SET WS-FIN-SECCION TO TRUE
012120         GO TO 3450-EXIT
012130     END-IF
012140     MOVE DAR-CODIGO TO DL-CODIGO
012150     MOVE "PENDIENTE DE COBRO" TO DL-DESCRIPCION
012160     MOVE DAR-IMPORTE-PEND TO DL-IMPORTE
012170     MOVE SPACE TO DL-ACTIVA
012180     MOVE WS-DED-LINE TO DATP-RPT-LINE
012190     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
012200 3450-EXIT.
012210     EXIT.
012220
012230 3500-NOMINAS.
012240     MOVE WS-S-NOMHIST TO WS-SEC-IDX
012250     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
012260     IF SEC-AUSENTE (WS-SEC-IDX)
012270         GO TO 3500-EXIT
012280     END-IF
012290     MOVE WS-NOM-COL-LINE TO DATP-RPT-LINE
012300     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
012310     MOVE "N" TO WS-FIN-SECCION-SW
012320     MOVE WS-EMP-ID TO NH-EMP-ID
012330     MOVE ZERO TO NH-FECHA-NOMINA
012340     MOVE ZERO TO NH-SECUENCIA
012350     START NOMINA-HIST-FILE
012360         KEY IS NOT LESS THAN NH-CLAVE
012370         INVALID KEY
012380             SET WS-FIN-SECCION TO TRUE
012390     END-START
012400     PERFORM 3550-LEER-NOMINA THRU 3550-EXIT
012410         UNTIL WS-FIN-SECCION.
012420 3500-EXIT.
012430     EXIT.
012440
012450 3550-LEER-NOMINA.
012460     READ NOMINA-HIST-FILE NEXT
012470         AT END
012480             SET WS-FIN-SECCION TO TRUE
012490             GO TO 3550-EXIT
012500     END-READ
012510     IF NOT WS-NOMHIST-OK
012520         DISPLAY "DATPERS: ERROR LEYENDO NOMHIST "
012530             WS-NOMHIST-STATUS
012540         GO TO ABEND-CLEANUP
012550     END-IF
012560     IF NH-EMP-ID NOT = WS-EMP-ID
012570         SET WS-FIN-SECCION TO TRUE
012580         GO TO 3550-EXIT
012590     END-IF
012600     MOVE NH-FECHA-NOMINA TO NL-FECHA
012610     MOVE NH-SECUENCIA TO NL-SECUENCIA
012620     MOVE NH-TIPO-PAGO TO NL-TIPO
012630     MOVE NH-DEPARTAMENTO TO NL-DEPTO
012640     MOVE NH-SALARIO-BRUTO TO NL-BRUTO
012650     MOVE NH-IRPF TO NL-IRPF
012660     MOVE NH-SEG-SOCIAL TO NL-SEGSOC
012670     MOVE NH-OTRAS-DEDUC TO NL-OTRAS
012680     MOVE NH-NETO TO NL-NETO
012690     MOVE WS-NOM1-LINE TO DATP-RPT-LINE
012700     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT
012710     MOVE NH-FECHA-PAGO TO N2-PAGO
012720     MOVE NH-MOTIVO TO N2-MOTIVO
012730     MOVE NH-ANULA-SECUENCIA TO N2-ANULA
012740     MOVE NH-ACUM-NETO TO N2-ACUM-NETO
012750     MOVE WS-NOM2-LINE TO DATP-RPT-LINE
012760     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
012770 3550-EXIT.
012780     EXIT.
012790
012800 3600-AUSENCIAS.
012810     MOVE WS-S-AUSENC TO WS-SEC-IDX
012820     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
012830     IF SEC-AUSENTE (WS-SEC-IDX)
012840         GO TO 3600-EXIT
012850     END-IF
012860     MOVE "N" TO WS-FIN-SECCION-SW
012870     MOVE WS-EMP-ID TO AUS-EMP-ID
012880     MOVE ZERO TO AUS-FECHA
012890     START AUSENCIA-MASTER-FILE
012900         KEY IS NOT LESS THAN AUS-CLAVE
012910         INVALID KEY
012920             SET WS-FIN-SECCION TO TRUE
012930     END-START
012940     PERFORM 3650-LEER-AUSENCIA THRU 3650-EXIT
012950         UNTIL WS-FIN-SECCION.
012960 3600-EXIT.
012970     EXIT.
012980
012990 3650-LEER-AUSENCIA.
013000     READ AUSENCIA-MASTER-FILE NEXT
013010         AT END
013020             SET WS-FIN-SECCION TO TRUE
013030             GO TO 3650-EXIT
013040     END-READ
013050     IF NOT WS-AUSMSTR-OK
013060         DISPLAY "DATPERS: ERROR LEYENDO AUSMSTR "
013070             WS-AUSMSTR-STATUS
013080         GO TO ABEND-CLEANUP
013090     END-IF
013100     IF AUS-EMP-ID NOT = WS-EMP-ID
013110         SET WS-FIN-SECCION TO TRUE
013120         GO TO 3650-EXIT
013130     END-IF
013140     MOVE AUS-FECHA TO AL-FECHA
013150     EVALUATE TRUE
013160         WHEN AUS-VACACIONES
013170             MOVE "VACACIONES" TO AL-TIPO
013180         WHEN AUS-ENFERMEDAD
013190             MOVE "ENFERMEDAD" TO AL-TIPO
013200         WHEN AUS-PERMISO
013210             MOVE "PERMISO" TO AL-TIPO
013220         WHEN OTHER
013230             MOVE AUS-TIPO TO AL-TIPO
013240     END-EVALUATE
013250     MOVE AUS-DESCRIPCION TO AL-DESCRIPCION
013260     MOVE WS-AUS-LINE TO DATP-RPT-LINE
013270     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
013280 3650-EXIT.
013290     EXIT.
013300
013310 3700-VACACIONES.
013320     MOVE WS-S-VACACION TO WS-SEC-IDX
013330     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
013340     IF SEC-AUSENTE (WS-SEC-IDX)
013350         GO TO 3700-EXIT
013360     END-IF
013370     MOVE WS-EMP-ID TO VAC-EMP-ID
013380     READ VACACION-MASTER-FILE
013390         INVALID KEY
013400             GO TO 3700-EXIT
013410     END-READ
013420     IF NOT WS-VACMSTR-OK
013430         DISPLAY "DATPERS: ERROR LEYENDO VACMSTR "
013440             WS-VACMSTR-STATUS
013450         GO TO ABEND-CLEANUP
013460     END-IF
013470     MOVE VAC-DIAS-BASE TO VL-BASE
013480     MOVE VAC-DIAS-EXTRA TO VL-EXTRA
013490     MOVE VAC-DEVENGADO TO VL-DEVENGADO
013500     MOVE VAC-ARRASTRE TO VL-ARRASTRE
013510     MOVE VAC-ULTIMO-DEVENGO TO VL-ULTIMO
013520     MOVE WS-VAC-LINE TO DATP-RPT-LINE
013530     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
013540 3700-EXIT.
013550     EXIT.
013560
013570 3800-FINIQUITO.
013580     MOVE WS-S-FINIQ TO WS-SEC-IDX
013590     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
013600     IF SEC-AUSENTE (WS-SEC-IDX)
013610         GO TO 3800-EXIT
013620     END-IF
013630     MOVE WS-EMP-ID TO FIN-EMP-ID
013640     READ FINIQUITO-MASTER-FILE
013650         INVALID KEY
013660             GO TO 3800-EXIT
013670     END-READ
013680     IF NOT WS-FINMSTR-OK
013690         DISPLAY "DATPERS: ERROR LEYENDO FINMSTR "
013700             WS-FINMSTR-STATUS
013710         GO TO ABEND-CLEANUP
013720     END-IF
013730     MOVE FIN-FECHA-BAJA TO FL-BAJA
013740     MOVE FIN-FECHA-PAGO TO FL-PAGO
013750     MOVE FIN-DIAS-VAC TO FL-DIAS
013760     MOVE FIN-IMPORTE TO FL-IMPORTE
013770     MOVE WS-FIN-LINE TO DATP-RPT-LINE
013780     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
013790 3800-EXIT.
013800     EXIT.
013810
013820*----------------------------------------------------------*
013830* CHQMSTR VA POR NUMERO DE CHEQUE: SE RECORRE ENTERO.        *
013840*----------------------------------------------------------*
013850 3900-CHEQUES.
013860     MOVE WS-S-CHEQUE TO WS-SEC-IDX
013870     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
013880     IF SEC-AUSENTE (WS-SEC-IDX)
013890         GO TO 3900-EXIT
013900     END-IF
013910     MOVE "N" TO WS-FIN-SECCION-SW
013920     PERFORM 3950-LEER-CHEQUE THRU 3950-EXIT
013930         UNTIL WS-FIN-SECCION.
013940 3900-EXIT.
013950     EXIT.
013960
013970 3950-LEER-CHEQUE.
013980     READ CHEQUE-MASTER-FILE NEXT
013990         AT END
014000             SET WS-FIN-SECCION TO TRUE
014010             GO TO 3950-EXIT
014020     END-READ
014030     IF NOT WS-CHQMSTR-OK
014040         DISPLAY "DATPERS: ERROR LEYENDO CHQMSTR "
014050             WS-CHQMSTR-STATUS
014060         GO TO ABEND-CLEANUP
014070     END-IF
014080     IF CHQ-EMP-ID NOT = WS-EMP-ID
014090         GO TO 3950-EXIT
014100     END-IF
014110     MOVE CHQ-NUMERO TO CQ-NUMERO
014120     MOVE CHQ-FECHA-EMISION TO CQ-EMISION
014130     MOVE CHQ-FECHA-NOMINA TO CQ-NOMINA
014140     MOVE CHQ-IMPORTE TO CQ-IMPORTE
014150     MOVE CHQ-ESTADO-SW TO CQ-ESTADO
014160     MOVE CHQ-FECHA-ESTADO TO CQ-FECHA-ESTADO
014170     MOVE WS-CHQ-LINE TO DATP-RPT-LINE
014180     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
014190 3950-EXIT.
014200     EXIT.
014210
014220 4000-TRANSFERENCIAS.
014230     MOVE WS-S-PAGOSTAT TO WS-SEC-IDX
014240     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
014250     IF SEC-AUSENTE (WS-SEC-IDX)
014260         GO TO 4000-EXIT
014270     END-IF
014280     MOVE "N" TO WS-FIN-SECCION-SW
014290     MOVE WS-EMP-ID TO PS-EMP-ID
014300     MOVE ZERO TO PS-FECHA-NOMINA
014310     MOVE ZERO TO PS-SECUENCIA
014320     START PAGO-STAT-FILE
014330         KEY IS NOT LESS THAN PS-CLAVE
014340         INVALID KEY
014350             SET WS-FIN-SECCION TO TRUE
014360     END-START
014370     PERFORM 4050-LEER-TRANSFERENCIA THRU 4050-EXIT
014380         UNTIL WS-FIN-SECCION.
014390 4000-EXIT.
014400     EXIT.
014410
014420 4050-LEER-TRANSFERENCIA.
014430     READ PAGO-STAT-FILE NEXT
014440         AT END
014450             SET WS-FIN-SECCION TO TRUE
014460             GO TO 4050-EXIT
014470     END-READ
014480     IF NOT WS-PAGOSTAT-OK
014490         DISPLAY "DATPERS: ERROR LEYENDO PAGOSTAT "
014500             WS-PAGOSTAT-STATUS
014510         GO TO ABEND-CLEANUP
014520     END-IF
014530     IF PS-EMP-ID NOT = WS-EMP-ID
014540         SET WS-FIN-SECCION TO TRUE
014550         GO TO 4050-EXIT
014560     END-IF
014570     MOVE PS-FECHA-NOMINA TO PL-FECHA
014580     MOVE PS-SECUENCIA TO PL-SECUENCIA
014590     MOVE PS-GRUPO-PAGO TO PL-GRUPO
014600     MOVE PS-IMPORTE TO PL-IMPORTE
014610     MOVE PS-ESTADO-SW TO PL-ESTADO
014620     MOVE PS-FECHA-CONF TO PL-CONF
014630     MOVE PS-REINTENTOS TO PL-REINTENTOS
014640     MOVE WS-PAG-LINE TO DATP-RPT-LINE
014650     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
014660 4050-EXIT.
014670     EXIT.
014680
014690 4100-GASTOS.
014700     MOVE WS-S-GASTOS TO WS-SEC-IDX
014710     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
014720     IF SEC-AUSENTE (WS-SEC-IDX)
014730         GO TO 4100-EXIT
014740     END-IF
014750     MOVE "N" TO WS-FIN-SECCION-SW
014760     MOVE WS-EMP-ID TO GAS-EMP-ID
014770     MOVE ZERO TO GAS-NUMERO
014780     START GASTO-MASTER-FILE
014790         KEY IS NOT LESS THAN GAS-CLAVE
014800         INVALID KEY
014810             SET WS-FIN-SECCION TO TRUE
014820     END-START
014830     PERFORM 4150-LEER-GASTO THRU 4150-EXIT
014840         UNTIL WS-FIN-SECCION.
014850 4100-EXIT.
014860     EXIT.
014870
014880 4150-LEER-GASTO.
014890     READ GASTO-MASTER-FILE NEXT
014900         AT END
014910             SET WS-FIN-SECCION TO TRUE
014920             GO TO 4150-EXIT
014930     END-READ
014940     IF NOT WS-GASMSTR-OK
014950         DISPLAY "DATPERS: ERROR LEYENDO GASMSTR "
014960             WS-GASMSTR-STATUS
014970         GO TO ABEND-CLEANUP
014980     END-IF
014990     IF GAS-EMP-ID NOT = WS-EMP-ID
015000         SET WS-FIN-SECCION TO TRUE
015010         GO TO 4150-EXIT
015020     END-IF
015030     MOVE GAS-NUMERO TO GL-NUMERO
015040     MOVE GAS-TIPO TO GL-TIPO
015050     MOVE GAS-FECHA TO GL-FECHA
015060     MOVE GAS-IMPORTE TO GL-IMPORTE
015070     MOVE GAS-MONEDA TO GL-MONEDA
015080     MOVE GAS-ESTADO TO GL-ESTADO
015090     MOVE GAS-DESCRIPCION TO GL-DESCRIPCION
015100     MOVE GAS-APROBADOR TO GL-APROBADOR
015110     MOVE WS-GAS-LINE TO DATP-RPT-LINE
015120     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
015130 4150-EXIT.
015140     EXIT.
015150
015160 4200-PRESTAMOS.
015170     MOVE WS-S-PRESTAMO TO WS-SEC-IDX
015180     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
015190     IF SEC-AUSENTE (WS-SEC-IDX)
015200         GO TO 4200-EXIT
015210     END-IF
015220     MOVE "N" TO WS-FIN-SECCION-SW
015230     MOVE WS-EMP-ID TO PRT-EMP-ID
015240     MOVE ZERO TO PRT-NUMERO
015250     START PRESTAMO-MASTER-FILE
015260         KEY IS NOT LESS THAN PRT-CLAVE
015270         INVALID KEY
015280             SET WS-FIN-SECCION TO TRUE
015290     END-START
015300     PERFORM 4250-LEER-PRESTAMO THRU 4250-EXIT
015310         UNTIL WS-FIN-SECCION.
015320 4200-EXIT.
015330     EXIT.
015340
015350 4250-LEER-PRESTAMO.
015360     READ PRESTAMO-MASTER-FILE NEXT
015370         AT END
015380             SET WS-FIN-SECCION TO TRUE
015390             GO TO 4250-EXIT
015400     END-READ
015410     IF NOT WS-PRTMSTR-OK
015420         DISPLAY "DATPERS: ERROR LEYENDO PRTMSTR "
015430             WS-PRTMSTR-STATUS
015440         GO TO ABEND-CLEANUP
015450     END-IF
015460     IF PRT-EMP-ID NOT = WS-EMP-ID
015470         SET WS-FIN-SECCION TO TRUE
015480         GO TO 4250-EXIT
015490     END-IF
015500     MOVE PRT-NUMERO TO RL-NUMERO
015510     MOVE PRT-TIPO TO RL-TIPO
015520     MOVE PRT-FECHA-DESEMBOLSO TO RL-FECHA
015530     MOVE PRT-PRINCIPAL TO RL-PRINCIPAL
015540     MOVE PRT-SALDO TO RL-SALDO
015550     MOVE PRT-CUOTAS-COBRADAS TO RL-COBRADAS
015560     MOVE PRT-NUM-CUOTAS TO RL-CUOTAS
015570     MOVE PRT-ESTADO TO RL-ESTADO
015580     MOVE PRT-DESCRIPCION TO RL-DESCRIPCION
015590     MOVE WS-PRT-LINE TO DATP-RPT-LINE
015600     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
015610 4250-EXIT.
015620     EXIT.
015630
015640*----------------------------------------------------------*
015650* EMPAUDIT: CADA ALTA, CAMBIO O BAJA DE SU FICHA, CON QUIEN  *
015660* LA HIZO Y LOS DATOS ANTES Y DESPUES.                       *
015670*----------------------------------------------------------*
015680 4300-CAMBIOS-FICHA.
015690     MOVE WS-S-EMPAUDIT TO WS-SEC-IDX
015700     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
015710     IF SEC-AUSENTE (WS-SEC-IDX)
015720         GO TO 4300-EXIT
015730     END-IF
015740     MOVE "N" TO WS-FIN-SECCION-SW
015750     PERFORM 4350-LEER-CAMBIO THRU 4350-EXIT
015760         UNTIL WS-FIN-SECCION.
015770 4300-EXIT.
015780     EXIT.
015790
015800 4350-LEER-CAMBIO.
015810     READ EMP-AUDIT-FILE
015820         AT END
015830             SET WS-FIN-SECCION TO TRUE
015840             GO TO 4350-EXIT
015850     END-READ
015860     IF NOT WS-EMPAUDIT-OK
015870         DISPLAY "DATPERS: ERROR LEYENDO EMPAUDIT "
015880             WS-EMPAUDIT-STATUS
015890         GO TO ABEND-CLEANUP
015900     END-IF
015910     IF AUD-EMP-ID NOT = WS-EMP-ID
015920         GO TO 4350-EXIT
015930     END-IF
015940     MOVE AUD-FECHA-HOY TO UL-FECHA
015950     MOVE AUD-HORA-HOY TO UL-HORA
015960     MOVE AUD-USER-ID TO UL-USUARIO
015970     EVALUATE AUD-TRANS-CODE
015980         WHEN "A"
015990             MOVE "ALTA" TO UL-OPERACION
016000         WHEN "C"
016010             MOVE "CAMBIO" TO UL-OPERACION
016020         WHEN "D"
016030             MOVE "BAJA" TO UL-OPERACION
016040         WHEN OTHER
016050             MOVE AUD-TRANS-CODE TO UL-OPERACION
016060     END-EVALUATE
016070     MOVE WS-EAU1-LINE TO DATP-RPT-LINE
016080     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT
016090     IF AUD-TRANS-CODE NOT = "A"
016100         MOVE "ANTES   " TO U2-ROTULO
016110         MOVE AUD-ANTES-NOMBRE TO U2-NOMBRE
016120         MOVE AUD-ANTES-APELLIDO TO U2-APELLIDO
016130         MOVE AUD-ANTES-DEPARTAMENTO TO U2-DEPTO
016140         MOVE AUD-ANTES-SALARIO TO U2-SALARIO
016150         MOVE AUD-ANTES-GRUPO TO U2-GRUPO
016160         MOVE AUD-ANTES-JORNADA-PCT TO U2-JORNADA
016170         MOVE WS-EAU2-LINE TO DATP-RPT-LINE
016180         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
016190     END-IF
016200     IF AUD-TRANS-CODE NOT = "D"
016210         MOVE "DESPUES " TO U2-ROTULO
016220         MOVE AUD-DESPUES-NOMBRE TO U2-NOMBRE
016230         MOVE AUD-DESPUES-APELLIDO TO U2-APELLIDO
016240         MOVE AUD-DESPUES-DEPARTAMENTO TO U2-DEPTO
016250         MOVE AUD-DESPUES-SALARIO TO U2-SALARIO
016260         MOVE AUD-DESPUES-GRUPO TO U2-GRUPO
016270         MOVE AUD-DESPUES-JORNADA-PCT TO U2-JORNADA
016280         MOVE WS-EAU2-LINE TO DATP-RPT-LINE
016290         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
016300     END-IF.
016310 4350-EXIT.
016320     EXIT.
016330
016340*----------------------------------------------------------*
016350* ACCJRNL: CONSULTAS DE EMPLMNT (EMPM) Y NOMINQ (NOMI) CUYA  *
016360* CLAVE EMPIEZA POR SU EMP-ID.                               *
016370*----------------------------------------------------------*
016380 4400-CONSULTAS.
016390     MOVE WS-S-ACCJRNL TO WS-SEC-IDX
016400     PERFORM 7000-TITULO-SECCION THRU 7000-EXIT
016410     IF SEC-AUSENTE (WS-SEC-IDX)
016420         GO TO 4400-EXIT
016430     END-IF
016440     MOVE "N" TO WS-FIN-SECCION-SW
016450     PERFORM 4450-LEER-CONSULTA THRU 4450-EXIT
016460         UNTIL WS-FIN-SECCION.
016470 4400-EXIT.
016480     EXIT.
016490
016500 4450-LEER-CONSULTA.
016510     READ ACCESO-JRNL-FILE
016520         AT END
016530             SET WS-FIN-SECCION TO TRUE
016540             GO TO 4450-EXIT
016550     END-READ
016560     IF NOT WS-ACCJRNL-OK
016570         DISPLAY "DATPERS: ERROR LEYENDO ACCJRNL "
016580             WS-ACCJRNL-STATUS
016590         GO TO ABEND-CLEANUP
016600     END-IF
016610     IF ACC-TRANSACCION NOT = "EMPM"
016620         AND ACC-TRANSACCION NOT = "NOMI"
016630         GO TO 4450-EXIT
016640     END-IF
016650     IF ACC-CLAVE (1:6) NOT = WS-EMP-ID
016660         GO TO 4450-EXIT
016670     END-IF
016680     MOVE ACC-FECHA TO KL-FECHA
016690     MOVE ACC-HORA TO KL-HORA
016700     MOVE ACC-OPERADOR TO KL-OPERADOR
016710     MOVE ACC-TRANSACCION TO KL-TRANSACCION
016720     MOVE ACC-CLAVE TO KL-CLAVE
016730     MOVE WS-ACC-LINE TO DATP-RPT-LINE
016740     PERFORM 7100-LINEA-REGISTRO THRU 7100-EXIT.
016750 4450-EXIT.
016760     EXIT.
016770
016780*----------------------------------------------------------*
016790* CABECERA DE SECCION; SI EL FICHERO FALTA SE DICE AQUI.     *
016800*----------------------------------------------------------*
016810 7000-TITULO-SECCION.
016820     MOVE SPACES TO DATP-RPT-LINE
016830     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
016840     MOVE SEC-FICHERO (WS-SEC-IDX) TO SE-FICHERO
016850     MOVE SEC-TITULO (WS-SEC-IDX) TO SE-TITULO
016860     MOVE WS-SECCION-LINE TO DATP-RPT-LINE
016870     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
016880     IF SEC-AUSENTE (WS-SEC-IDX)
016890         MOVE WS-NO-DISP-LINE TO DATP-RPT-LINE
016900         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
016910     END-IF.
016920 7000-EXIT.
016930     EXIT.
016940
016950*----------------------------------------------------------*
016960* PRIMERA LINEA DE CADA REGISTRO: CUENTA PARA LA SECCION.    *
016970*----------------------------------------------------------*
016980 7100-LINEA-REGISTRO.
016990     ADD 1 TO SEC-REGS (WS-SEC-IDX)
017000     ADD 1 TO WS-TOTAL-REGS
017010     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
017020 7100-EXIT.
017030     EXIT.
017040
017050*----------------------------------------------------------*
017060* RESUMEN FINAL: REGISTROS POR FICHERO Y FICHEROS QUE        *
017070* FALTARON. UN MAESTRO NO OPCIONAL AUSENTE DEJA RC 4.        *
017080*----------------------------------------------------------*
017090 7500-RESUMEN.
017100     MOVE SPACES TO DATP-RPT-LINE
017110     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
017120     MOVE "=== RESUMEN POR FICHERO ===" TO DATP-RPT-LINE
017130     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
017140     PERFORM 7550-LINEA-RESUMEN THRU 7550-EXIT
017150         VARYING WS-SEC-IDX FROM 1 BY 1
017160         UNTIL WS-SEC-IDX > 14.
017170     MOVE WS-TOTAL-REGS TO TL-REGS
017180     MOVE WS-TOTAL-LINE TO DATP-RPT-LINE
017190     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
017200 7500-EXIT.
017210     EXIT.
017220
017230 7550-LINEA-RESUMEN.
017240     MOVE SEC-FICHERO (WS-SEC-IDX) TO RS-FICHERO
017250     MOVE SEC-TITULO (WS-SEC-IDX) TO RS-TITULO
017260     MOVE SEC-REGS (WS-SEC-IDX) TO RS-REGS
017270     MOVE SPACES TO RS-NOTA
017280     IF SEC-AUSENTE (WS-SEC-IDX)
017290         IF SEC-OPCIONAL (WS-SEC-IDX)
017300             MOVE "NO INSTALADO" TO RS-NOTA
017310         ELSE
017320             MOVE "NO DISPONIBLE" TO RS-NOTA
017330             ADD 1 TO WS-FALTAN-COUNT
017340         END-IF
017350     END-IF
017360     MOVE WS-RESUMEN-LINE TO DATP-RPT-LINE
017370     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
017380 7550-EXIT.
017390     EXIT.
017400
017410*----------------------------------------------------------*
017420* ANOTACION C EN AUDITLOG DE CADA CORRIDA, SE HAYA RESUELTO  *
017430* EL EMPLEADO O NO: QUIEN PIDIO LOS DATOS DE QUIEN.          *
017440*----------------------------------------------------------*
017450 8000-AUDITLOG.
017460     MOVE WS-FECHA-HOY TO AUD-FECHA
017470     MOVE WS-HORA-HOY TO AUD-HORA
017480     MOVE "DATPERS" TO AUD-PROGRAMA
017490     MOVE SPACES TO AUD-CLAVE
017500     IF WS-EMPLEADO-RESUELTO
017510         STRING WS-EMP-ID DELIMITED BY SIZE
017520                " " DELIMITED BY SIZE
017530                WS-REFERENCIA DELIMITED BY SIZE
017540             INTO AUD-CLAVE
017550         END-STRING
017560     ELSE
017570         MOVE WS-APELLIDO-BUSCADO TO AUD-CLAVE
017580     END-IF
017590     SET AUD-EVENTO-CONSULTA TO TRUE
017600     MOVE SPACES TO AUD-DETALLE
017610     EVALUATE TRUE
017620         WHEN WS-EMPLEADO-RESUELTO
017630             STRING "DERECHO DE ACCESO, OPERADOR "
017640                        DELIMITED BY SIZE
017650                    WS-OPERADOR DELIMITED BY SIZE
017660                 INTO AUD-DETALLE
017670             END-STRING
017680         WHEN WS-VARIOS-CANDIDATOS
017690             STRING "VARIOS CANDIDATOS, OPERADOR "
017700                        DELIMITED BY SIZE
017710                    WS-OPERADOR DELIMITED BY SIZE
017720                 INTO AUD-DETALLE
017730             END-STRING
017740         WHEN OTHER
017750             STRING "SIN CANDIDATOS, OPERADOR "
017760                        DELIMITED BY SIZE
017770                    WS-OPERADOR DELIMITED BY SIZE
017780                 INTO AUD-DETALLE
017790             END-STRING
017800     END-EVALUATE
017810     WRITE AUDITLOG-REC
017820     IF NOT WS-AUDITLOG-OK
017830         DISPLAY "DATPERS: ERROR ESCRIBIENDO AUDITLOG "
017840             WS-AUDITLOG-STATUS
017850         GO TO ABEND-CLEANUP
017860     END-IF.
017870 8000-EXIT.
017880     EXIT.
017890
017900 8500-WRITE-LINEA.
017910     WRITE DATP-RPT-LINE
017920     IF NOT WS-DATPRPT-OK
017930         DISPLAY "DATPERS: ERROR ESCRIBIENDO DATPRPT "
017940             WS-DATPRPT-STATUS
017950         GO TO ABEND-CLEANUP
017960     END-IF.
017970 8500-EXIT.
017980     EXIT.
017990
018000 9000-TERMINATE.
018010     CLOSE EMPLEADO-MASTER-FILE.
018020     CLOSE AUDIT-LOG-FILE.
018030     CLOSE DATP-RPT-FILE.
018040     IF WS-EMPLEADO-RESUELTO
018050         CLOSE BANCO-MASTER-FILE
018060         CLOSE DEDUCCION-MASTER-FILE
018070         CLOSE DEDUC-ARR-FILE
018080         CLOSE NOMINA-HIST-FILE
018090         CLOSE AUSENCIA-MASTER-FILE
018100         CLOSE VACACION-MASTER-FILE
018110         CLOSE FINIQUITO-MASTER-FILE
018120         CLOSE CHEQUE-MASTER-FILE
018130         CLOSE PAGO-STAT-FILE
018140         CLOSE GASTO-MASTER-FILE
018150         CLOSE PRESTAMO-MASTER-FILE
018160         CLOSE EMP-AUDIT-FILE
018170         CLOSE ACCESO-JRNL-FILE
018180     END-IF
018190     EVALUATE TRUE
018200         WHEN WS-SIN-CANDIDATOS
018210             MOVE 8 TO RETURN-CODE
018220         WHEN WS-VARIOS-CANDIDATOS
018230             MOVE 4 TO RETURN-CODE
018240         WHEN WS-FALTAN-COUNT > ZERO
018250             MOVE 4 TO RETURN-CODE
018260         WHEN OTHER
018270             MOVE ZERO TO RETURN-CODE
018280     END-EVALUATE
018290     DISPLAY "DATPERS: EMPLEADO " WS-EMP-ID
018300         " REGISTROS " WS-TOTAL-REGS
018310         " OPERADOR " WS-OPERADOR.
018320 9000-EXIT.
018330     EXIT.
018340
018350 ABEND-CLEANUP.
018360     DISPLAY "DATPERS: TERMINACION ANORMAL - CERRANDO FICHEROS".
018370     CLOSE PARM-FILE.
018380     CLOSE OPERADOR-MASTER-FILE.
018390     CLOSE EMPLEADO-MASTER-FILE.
018400     CLOSE BANCO-MASTER-FILE.
018410     CLOSE DEDUCCION-MASTER-FILE.
018420     CLOSE DEDUC-ARR-FILE.
018430     CLOSE NOMINA-HIST-FILE.
018440     CLOSE AUSENCIA-MASTER-FILE.
018450     CLOSE VACACION-MASTER-FILE.
018460     CLOSE FINIQUITO-MASTER-FILE.
018470     CLOSE CHEQUE-MASTER-FILE.
018480     CLOSE PAGO-STAT-FILE.
018490     CLOSE GASTO-MASTER-FILE.
018500     CLOSE PRESTAMO-MASTER-FILE.
018510     CLOSE EMP-AUDIT-FILE.
018520     CLOSE ACCESO-JRNL-FILE.
018530     CLOSE AUDIT-LOG-FILE.
018540     CLOSE DATP-RPT-FILE.
018550     MOVE 16 TO RETURN-CODE.
018560     GOBACK.
018570
018580     END PROGRAM DATPERS.

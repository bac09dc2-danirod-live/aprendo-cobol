000010*----------------------------------------------------------*
000020* INFDIST - REPARTO DE LOS LISTADOS POR DEPARTAMENTO Y       *
000030*           DESTINATARIO                                     *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. INFDIST.
000070 AUTHOR. EQUIPO DE SISTEMAS.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL. LOS LISTADOS DE LA NOCHE  *
000150*                (PAYEXTR, RECIBO, EMPLROST, EMPMOVS,        *
000160*                PRESVAR Y AUSBAL) SALIAN ENTEROS A UNA SOLA *
000170*                COLA Y ALGUIEN LOS TROCEABA A MANO. CADA    *
000180*                PROGRAMA DEJA AHORA UNA COPIA DE SUS LINEAS *
000190*                EN DISTREP (COPY DISTREP) ROTULADA CON EL   *
000200*                DEPARTAMENTO (Y EL EMPLEADO EN RECIBO).     *
000210*                INFDIST LA ORDENA, LA CORTA EN SECCIONES    *
000220*                (INFORME, DEPARTAMENTO, EMPLEADO) Y ENTREGA *
000230*                CADA SECCION A LOS DESTINATARIOS DE LAS     *
000240*                TARJETAS DISTLIST: UN OPERADOR DE OPERMSTR, *
000250*                EL JEFE DEL DEPARTAMENTO (*JEFE*) O EL      *
000260*                PROPIO EMPLEADO (*EMPL*, SOLO RECIBOS), POR *
000270*                IMPRESO (DISTIMP) O ELECTRONICO (DISTELEC). *
000280*                SOLO SE ENTREGA A QUIEN PUEDE VERLO: EL     *
000290*                SUPERVISOR TODO, EL OPERADOR SU RECIBO Y SU *
000300*                DEPARTAMENTO O LOS QUE CUELGAN DE EL        *
000310*                (DEPT-PADRE), Y LAS LINEAS COMUNES SOLO UN  *
000320*                SUPERVISOR. LO DEMAS SE RETIENE EN DISTRET. *
000330*                CADA ENTREGA QUEDA EN EL REGISTRO           *
000340*                PERMANENTE DISTLOG Y EN EL LISTADO DISTRPT. *
000350*                DE CADA INFORME SOLO SE REPARTE LA ULTIMA   *
000360*                CORRIDA; LAS ANTERIORES SE CUENTAN COMO     *
000370*                SUSTITUIDAS. AL TERMINAR DISTREP SE VACIA.  *
000380*                RC 4 SI HAY SECCIONES RETENIDAS O TARJETAS  *
000390*                INVALIDAS.                                  *
000400*----------------------------------------------------------*
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SPECIAL-NAMES.
000450     DECIMAL-POINT IS COMMA.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT DIST-REP-FILE ASSIGN TO "DISTREP"
000500         ORGANIZATION IS SEQUENTIAL
000510         FILE STATUS IS WS-DISTREP-STATUS.
000520
000530     SELECT DIST-LIST-FILE ASSIGN TO "DISTLIST"
000540         ORGANIZATION IS SEQUENTIAL
000550         FILE STATUS IS WS-DISTLIST-STATUS.
000560
000570     SELECT OPERADOR-MASTER-FILE ASSIGN TO "OPERMSTR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS OP-ID
000610         FILE STATUS IS WS-OPERMSTR-STATUS.
000620
000630     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS DEPT-CODIGO
000670         FILE STATUS IS WS-DEPTMSTR-STATUS.
000680
000690     SELECT DIST-IMP-FILE ASSIGN TO "DISTIMP"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-DISTIMP-STATUS.
000720
000730     SELECT DIST-ELEC-FILE ASSIGN TO "DISTELEC"
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS WS-DISTELEC-STATUS.
000760
000770     SELECT DIST-RET-FILE ASSIGN TO "DISTRET"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-DISTRET-STATUS.
000800
000810     SELECT DIST-LOG-FILE ASSIGN TO "DISTLOG"
000820         ORGANIZATION IS SEQUENTIAL
000830         FILE STATUS IS WS-DISTLOG-STATUS.
000840
000850     SELECT DIST-RPT-FILE ASSIGN TO "DISTRPT"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-DISTRPT-STATUS.
000880
000890     SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
000900
000910 DATA DIVISION.
000920 FILE SECTION.
000930 FD  DIST-REP-FILE
000940     LABEL RECORDS ARE STANDARD.
000950     COPY DISTREP.
000960
000970*----------------------------------------------------------*
000980* TARJETA DE REPARTO: INFORME, DEPARTAMENTO ("****" = LINEAS *
000990* COMUNES, EN BLANCO = TODOS LOS DEPARTAMENTOS), QUIEN LO    *
001000* RECIBE (OPERADOR, *JEFE* O *EMPL*), METODO (I IMPRESO, E   *
001010* ELECTRONICO) Y DIRECCION DE ENTREGA.                       *
001020*----------------------------------------------------------*
001030 FD  DIST-LIST-FILE
001040     LABEL RECORDS ARE STANDARD.
001050 01  DIST-LIST-REC.
001060     05 DL-INFORME               PIC X(08).
001070     05 DL-DEPTO                 PIC X(04).
001080     05 DL-DESTINATARIO          PIC X(08).
001090         88 DL-DEST-JEFE             VALUE "*JEFE*".
001100         88 DL-DEST-EMPL             VALUE "*EMPL*".
001110     05 DL-METODO                PIC X(01).
001120         88 DL-IMPRESO               VALUE "I".
001130         88 DL-ELECTRONICO           VALUE "E".
001140     05 DL-DIRECCION             PIC X(40).
001150     05 FILLER                   PIC X(19).
001160
001170 FD  OPERADOR-MASTER-FILE
001180     LABEL RECORDS ARE STANDARD.
001190     COPY OPERAUT.
001200
001210 FD  DEPTO-MASTER-FILE
001220     LABEL RECORDS ARE STANDARD.
001230     COPY DEPTO.
001240
001250 FD  DIST-IMP-FILE
001260     LABEL RECORDS ARE STANDARD.
001270 01  DIST-IMP-LINE               PIC X(80).
001280
001290*----------------------------------------------------------*
001300* ENTREGA ELECTRONICA: UN REGISTRO POR LINEA CON EL SOBRE    *
001310* (DESTINATARIO, DIRECCION, INFORME, CORRIDA, SECCION Y      *
001320* PAGINA) PARA LA PASARELA DE CORREO.                        *
001330*----------------------------------------------------------*
001340 FD  DIST-ELEC-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 01  DIST-ELEC-REC.
001370     05 DE-DESTINATARIO          PIC X(08).
001380     05 DE-DIRECCION             PIC X(40).
001390     05 DE-INFORME               PIC X(08).
001400     05 DE-FECHA                 PIC 9(08).
001410     05 DE-HORA                  PIC 9(08).
001420     05 DE-DEPTO                 PIC X(04).
001430     05 DE-EMP-ID                PIC 9(06).
001440     05 DE-PAGINA                PIC 9(04).
001450     05 DE-LINEA                 PIC X(80).
001460
001470 FD  DIST-RET-FILE
001480     LABEL RECORDS ARE STANDARD.
001490 01  DIST-RET-LINE               PIC X(80).
001500
001510*----------------------------------------------------------*
001520* REGISTRO PERMANENTE DE REPARTO: UNA ENTRADA POR SECCION Y  *
001530* DESTINATARIO, ENTREGADA (E) O RETENIDA (R) CON SU MOTIVO.  *
001540*----------------------------------------------------------*
001550 FD  DIST-LOG-FILE
001560     LABEL RECORDS ARE STANDARD.
001570 01  DIST-LOG-REC.
001580     05 LG-FECHA-REPARTO         PIC 9(08).
001590     05 LG-HORA-REPARTO          PIC 9(08).
001600     05 LG-INFORME               PIC X(08).
001610     05 LG-FECHA                 PIC 9(08).
001620     05 LG-HORA                  PIC 9(08).
001630     05 LG-DEPTO                 PIC X(04).
001640     05 LG-EMP-ID                PIC 9(06).
001650     05 LG-DESTINATARIO          PIC X(08).
001660     05 LG-OPERADOR              PIC X(08).
001670     05 LG-METODO                PIC X(01).
001680     05 LG-ESTADO                PIC X(01).
001690         88 LG-ENTREGADO             VALUE "E".
001700         88 LG-RETENIDO              VALUE "R".
001710     05 LG-MOTIVO                PIC X(20).
001720     05 LG-PAGINAS               PIC 9(04).
001730     05 LG-LINEAS                PIC 9(06).
001740     05 FILLER                   PIC X(02).
001750
001760 FD  DIST-RPT-FILE
001770     LABEL RECORDS ARE STANDARD.
001780 01  DIST-RPT-LINE               PIC X(80).
001790
001800 SD  SORT-WORK-FILE.
001810 01  SORT-WORK-REC.
001820     05 SRT-INFORME              PIC X(08).
001830     05 SRT-FECHA                PIC 9(08).
001840     05 SRT-HORA                 PIC 9(08).
001850     05 SRT-SECUENCIA            PIC 9(07).
001860     05 SRT-DEPTO                PIC X(04).
001870     05 SRT-EMP-ID               PIC 9(06).
001880     05 SRT-LINEA                PIC X(80).
001890
001900 WORKING-STORAGE SECTION.
001910 01  WS-DISTREP-STATUS          PIC X(02) VALUE SPACES.
001920     88 WS-DISTREP-OK               VALUE "00".
001930     88 WS-DISTREP-NO-FILE          VALUE "35".
001940
001950 01  WS-DISTLIST-STATUS         PIC X(02) VALUE SPACES.
001960     88 WS-DISTLIST-OK              VALUE "00".
001970
001980 01  WS-OPERMSTR-STATUS         PIC X(02) VALUE SPACES.
001990     88 WS-OPERMSTR-OK              VALUE "00".
002000
002010 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
002020     88 WS-DEPTMSTR-OK              VALUE "00".
002030     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
002040
002050 01  WS-DISTIMP-STATUS          PIC X(02) VALUE SPACES.
002060     88 WS-DISTIMP-OK               VALUE "00".
002070
002080 01  WS-DISTELEC-STATUS         PIC X(02) VALUE SPACES.
002090     88 WS-DISTELEC-OK              VALUE "00".
002100
002110 01  WS-DISTRET-STATUS          PIC X(02) VALUE SPACES.
002120     88 WS-DISTRET-OK               VALUE "00".
002130
002140 01  WS-DISTLOG-STATUS          PIC X(02) VALUE SPACES.
002150     88 WS-DISTLOG-OK               VALUE "00".
002160     88 WS-DISTLOG-NO-FILE          VALUE "35".
002170
002180 01  WS-DISTRPT-STATUS          PIC X(02) VALUE SPACES.
002190     88 WS-DISTRPT-OK               VALUE "00".
002200
002210 01  WS-SWITCHES.
002220     05 WS-EOF-DISTREP-SW      PIC X(01) VALUE "N".
002230         88 WS-EOF-DISTREP          VALUE "S".
002240     05 WS-EOF-DISTLIST-SW     PIC X(01) VALUE "N".
002250         88 WS-EOF-DISTLIST         VALUE "S".
002260     05 WS-EOF-OPERMSTR-SW     PIC X(01) VALUE "N".
002270         88 WS-EOF-OPERMSTR         VALUE "S".
002280     05 WS-EOF-SORT-SW         PIC X(01) VALUE "N".
002290         88 WS-EOF-SORT             VALUE "S".
002300     05 WS-SIN-DISTREP-SW      PIC X(01) VALUE "N".
002310         88 WS-SIN-DISTREP          VALUE "S".
002320     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
002330         88 WS-SIN-DEPTMSTR         VALUE "S".
002340     05 WS-SECCION-SW          PIC X(01) VALUE "N".
002350         88 WS-SECCION-ABIERTA      VALUE "S".
002360     05 WS-HALLADO-SW          PIC X(01) VALUE "N".
002370         88 WS-HALLADO              VALUE "S".
002380     05 WS-AUTORIZADO-SW       PIC X(01) VALUE "N".
002390         88 WS-AUTORIZADO           VALUE "S".
002400     05 WS-ESTADO-SW           PIC X(01) VALUE "E".
002410         88 WS-ENTREGADO            VALUE "E".
002420         88 WS-RETENIDO             VALUE "R".
002430     05 WS-SALIDA-SW           PIC X(01) VALUE "I".
002440         88 WS-SALIDA-IMPRESA       VALUE "I".
002450         88 WS-SALIDA-RETENIDA      VALUE "R".
002460
002470 01  WS-COUNTERS.
002480     05 WS-DISTREP-LEIDOS      PIC 9(09) COMP VALUE ZERO.
002490     05 WS-SUSTITUIDAS-COUNT   PIC 9(09) COMP VALUE ZERO.
002500     05 WS-SECCIONES-COUNT     PIC 9(09) COMP VALUE ZERO.
002510     05 WS-IMPRESAS-COUNT      PIC 9(09) COMP VALUE ZERO.
002520     05 WS-ELECTRONICAS-COUNT  PIC 9(09) COMP VALUE ZERO.
002530     05 WS-RETENIDAS-COUNT     PIC 9(09) COMP VALUE ZERO.
002540     05 WS-SIN-DEST-COUNT      PIC 9(09) COMP VALUE ZERO.
002550     05 WS-TARJ-LEIDAS         PIC 9(09) COMP VALUE ZERO.
002560     05 WS-TARJ-INVALIDAS      PIC 9(09) COMP VALUE ZERO.
002570     05 WS-SEC-ENTREGAS        PIC 9(04) COMP VALUE ZERO.
002580
002590 01  WS-FECHA-REPARTO           PIC 9(08) VALUE ZERO.
002600 01  WS-HORA-REPARTO            PIC 9(08) VALUE ZERO.
002610 01  WS-MOTIVO                  PIC X(20) VALUE SPACES.
002620 01  WS-DESTINATARIO            PIC X(08) VALUE SPACES.
002630 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
002640 01  WS-BUSCA-DEPTO             PIC X(04) VALUE SPACES.
002650 01  WS-NIVEL                   PIC 9(02) COMP VALUE ZERO.
002660 01  WS-SALIDA-LINE             PIC X(80) VALUE SPACES.
002670
002680*----------------------------------------------------------*
002690* CORRIDA VIGENTE DEL INFORME EN CURSO (LA PRIMERA QUE SALE  *
002700* DEL SORT, QUE VA POR FECHA Y HORA DESCENDENTES) Y ULTIMA   *
002710* CORRIDA SUSTITUIDA YA AVISADA EN EL LISTADO.               *
002720*----------------------------------------------------------*
002730 01  WS-ULT-INFORME             PIC X(08) VALUE SPACES.
002740 01  WS-ULT-FECHA               PIC 9(08) VALUE ZERO.
002750 01  WS-ULT-HORA                PIC 9(08) VALUE ZERO.
002760 01  WS-SUST-INFORME            PIC X(08) VALUE SPACES.
002770 01  WS-SUST-FECHA              PIC 9(08) VALUE ZERO.
002780 01  WS-SUST-HORA               PIC 9(08) VALUE ZERO.
002790
002800*----------------------------------------------------------*
002810* SECCION EN CURSO: CLAVE, DATOS DEL DEPARTAMENTO Y SUS      *
002820* LINEAS, GUARDADAS PARA ENTREGARLAS A CADA DESTINATARIO.    *
002830*----------------------------------------------------------*
002840 01  WS-SEC-INFORME             PIC X(08) VALUE SPACES.
002850 01  WS-SEC-FECHA               PIC 9(08) VALUE ZERO.
002860 01  WS-SEC-HORA                PIC 9(08) VALUE ZERO.
002870 01  WS-SEC-DEPTO               PIC X(04) VALUE SPACES.
002880     88 WS-SEC-COMUN                VALUE "****".
002890 01  WS-SEC-EMP-ID              PIC 9(06) VALUE ZERO.
002900 01  WS-SEC-NOMBRE              PIC X(20) VALUE SPACES.
002910 01  WS-SEC-JEFE                PIC 9(06) VALUE ZERO.
002920
002930 01  WS-BUF-MAX                 PIC 9(04) COMP VALUE 5000.
002940 01  WS-BUF-COUNT               PIC 9(04) COMP VALUE ZERO.
002950 01  WS-BUF-I                   PIC 9(04) COMP VALUE ZERO.
002960 01  WS-BUF-TABLA.
002970     05 WS-BUF-LINEA OCCURS 5000 TIMES
002980                                PIC X(80).
002990
003000*----------------------------------------------------------*
003010* PAGINACION DE CADA ENTREGA: 60 LINEAS POR PAGINA, DE LAS   *
003020* QUE 4 SON LA CABECERA DE REPARTO.                          *
003030*----------------------------------------------------------*
003040 01  WS-MAX-CUERPO              PIC 9(04) COMP VALUE 56.
003050 01  WS-LINEAS-PAG              PIC 9(04) COMP VALUE ZERO.
003060 01  WS-PAGINA                  PIC 9(04) COMP VALUE ZERO.
003070
003080*----------------------------------------------------------*
003090* TARJETAS VALIDAS DE DISTLIST                               *
003100*----------------------------------------------------------*
003110 01  WS-TARJ-MAX                PIC 9(04) COMP VALUE 500.
003120 01  WS-TARJ-COUNT              PIC 9(04) COMP VALUE ZERO.
003130 01  WS-TARJ-TABLA.
003140     05 WS-TARJ OCCURS 500 TIMES
003150             INDEXED BY WS-TARJ-IDX.
003160         10 TJ-INFORME          PIC X(08).
003170         10 TJ-DEPTO            PIC X(04).
003180         10 TJ-DESTINATARIO     PIC X(08).
003190             88 TJ-DEST-JEFE        VALUE "*JEFE*".
003200             88 TJ-DEST-EMPL        VALUE "*EMPL*".
003210         10 TJ-METODO           PIC X(01).
003220             88 TJ-IMPRESO          VALUE "I".
003230             88 TJ-ELECTRONICO      VALUE "E".
003240         10 TJ-DIRECCION        PIC X(40).
003250
003260*----------------------------------------------------------*
003270* OPERADORES DE OPERMSTR, CARGADOS PARA BUSCARLOS POR SU ID  *
003280* O POR EL EMPLEADO QUE SON (EL JEFE DE UN DEPARTAMENTO).    *
003290*----------------------------------------------------------*
003300 01  WS-OPE-MAX                 PIC 9(04) COMP VALUE 2000.
003310 01  WS-OPE-COUNT               PIC 9(04) COMP VALUE ZERO.
003320 01  WS-OPE-TABLA.
003330     05 WS-OPE OCCURS 1 TO 2000 TIMES
003340             DEPENDING ON WS-OPE-COUNT
003350             INDEXED BY WS-OPE-IDX.
003360         10 OT-ID               PIC X(08).
003370         10 OT-NIVEL            PIC X(01).
003380             88 OT-SUPERVISOR       VALUE "S".
003390         10 OT-DEPTO            PIC X(04).
003400         10 OT-EMP-ID           PIC 9(06).
003410
003420*----------------------------------------------------------*
003430* CABECERA DE REPARTO DE CADA PAGINA ENTREGADA O RETENIDA    *
003440*----------------------------------------------------------*
003450 01  WS-BAN1-LINE.
003460     05 FILLER                  PIC X(08) VALUE "INFORME ".
003470     05 BN-INFORME              PIC X(08).
003480     05 FILLER                  PIC X(10) VALUE "  CORRIDA ".
003490     05 BN-FECHA                PIC 9(08).
003500     05 FILLER                  PIC X(01) VALUE SPACE.
003510     05 BN-HORA                 PIC 9(08).
003520     05 FILLER                  PIC X(09) VALUE "  PAGINA ".
003530     05 BN-PAGINA               PIC ZZZ9.
003540     05 FILLER                  PIC X(24) VALUE SPACES.
003550
003560 01  WS-BAN2-LINE.
003570     05 FILLER                  PIC X(06) VALUE "DEPTO ".
003580     05 BN-DEPTO                PIC X(04).
003590     05 FILLER                  PIC X(01) VALUE SPACE.
003600     05 BN-NOMBRE               PIC X(20).
003610     05 FILLER                  PIC X(11) VALUE "  EMPLEADO ".
003620     05 BN-EMP-ID               PIC X(06).
003630     05 FILLER                  PIC X(32) VALUE SPACES.
003640
003650 01  WS-BAN3-LINE.
003660     05 BN-ETIQUETA             PIC X(13).
003670     05 FILLER                  PIC X(01) VALUE SPACE.
003680     05 BN-DESTINATARIO         PIC X(08).
003690     05 FILLER                  PIC X(01) VALUE SPACE.
003700     05 BN-METODO               PIC X(12).
003710     05 FILLER                  PIC X(01) VALUE SPACE.
003720     05 BN-DETALLE              PIC X(40).
003730     05 FILLER                  PIC X(04) VALUE SPACES.
003740
003750 01  WS-BAN4-LINE               PIC X(80) VALUE ALL "-".
003760
003770*----------------------------------------------------------*
003780* LINEAS DEL LISTADO DISTRPT                                 *
003790*----------------------------------------------------------*
003800 01  WS-TITULO-LINE.
003810     05 FILLER                  PIC X(35) VALUE
003820         "INFDIST - REPARTO DE INFORMES POR D".
003830     05 FILLER                  PIC X(16) VALUE
003840         "ESTINATARIO     ".
003850     05 FILLER                  PIC X(06) VALUE "FECHA ".
003860     05 TT-FECHA                PIC 9(08).
003870     05 FILLER                  PIC X(01) VALUE SPACE.
003880     05 TT-HORA                 PIC 9(08).
003890     05 FILLER                  PIC X(06) VALUE SPACES.
003900
003910 01  WS-TARJ-INV-LINE.
003920     05 FILLER                  PIC X(17) VALUE
003930         "TARJETA INVALIDA ".
003940     05 TI-MOTIVO               PIC X(20).
003950     05 FILLER                  PIC X(01) VALUE SPACE.
003960     05 TI-TARJETA              PIC X(42).
003970
003980 01  WS-SUST-LINE.
003990     05 FILLER                  PIC X(19) VALUE
004000         "CORRIDA SUSTITUIDA ".
004010     05 SL-INFORME              PIC X(08).
004020     05 FILLER                  PIC X(01) VALUE SPACE.
004030     05 SL-FECHA                PIC 9(08).
004040     05 FILLER                  PIC X(01) VALUE SPACE.
004050     05 SL-HORA                 PIC 9(08).
004060     05 FILLER                  PIC X(35) VALUE
004070         "  (HAY UNA MAS RECIENTE)".
004080
004090 01  WS-DET-HDR.
004100     05 FILLER                  PIC X(09) VALUE "INFORME".
004110     05 FILLER                  PIC X(05) VALUE "DPTO".
004120     05 FILLER                  PIC X(07) VALUE "EMPL.".
004130     05 FILLER                  PIC X(09) VALUE "DESTINAT".
004140     05 FILLER                  PIC X(09) VALUE "OPERADOR".
004150     05 FILLER                  PIC X(02) VALUE "M".
004160     05 FILLER                  PIC X(10) VALUE "ESTADO".
004170     05 FILLER                  PIC X(21) VALUE "MOTIVO".
004180     05 FILLER                  PIC X(08) VALUE "LINEAS".
004190
004200 01  WS-DET-LINE.
004210     05 DT-INFORME              PIC X(08).
004220     05 FILLER                  PIC X(01) VALUE SPACE.
004230     05 DT-DEPTO                PIC X(04).
004240     05 FILLER                  PIC X(01) VALUE SPACE.
004250     05 DT-EMP-ID               PIC X(06).
004260     05 FILLER                  PIC X(01) VALUE SPACE.
004270     05 DT-DESTINATARIO         PIC X(08).
004280     05 FILLER                  PIC X(01) VALUE SPACE.
004290     05 DT-OPERADOR             PIC X(08).
004300     05 FILLER                  PIC X(01) VALUE SPACE.
004310     05 DT-METODO               PIC X(01).
004320     05 FILLER                  PIC X(01) VALUE SPACE.
004330     05 DT-ESTADO               PIC X(09).
004340     05 FILLER                  PIC X(01) VALUE SPACE.
004350     05 DT-MOTIVO               PIC X(20).
004360     05 FILLER                  PIC X(01) VALUE SPACE.
004370     05 DT-LINEAS               PIC ZZZZZ9.
004380     05 FILLER                  PIC X(02) VALUE SPACES.
004390
004400 01  WS-FIN-LINE.
004410     05 FL-TEXTO                PIC X(40).
004420     05 FL-CUENTA               PIC ZZZ.ZZZ.ZZ9.
004430     05 FILLER                  PIC X(29) VALUE SPACES.
004440
004450 PROCEDURE DIVISION.
004460
004470 0000-MAINLINE.
004480     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004490     IF NOT WS-SIN-DISTREP
004500         SORT SORT-WORK-FILE
004510             ON ASCENDING KEY SRT-INFORME
004520             ON DESCENDING KEY SRT-FECHA SRT-HORA
004530             ON ASCENDING KEY SRT-DEPTO SRT-EMP-ID SRT-SECUENCIA
004540             INPUT PROCEDURE IS 3000-LEER-DISTREP
004550             OUTPUT PROCEDURE IS 5000-REPARTIR
004560     END-IF
004570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004580     GOBACK.
004590
004600 1000-INITIALIZE.
004610     ACCEPT WS-FECHA-REPARTO FROM DATE YYYYMMDD.
004620     ACCEPT WS-HORA-REPARTO FROM TIME.
004630     OPEN OUTPUT DIST-RPT-FILE.
004640     IF NOT WS-DISTRPT-OK
004650         DISPLAY "INFDIST: ERROR ABRIENDO DISTRPT "
004660             WS-DISTRPT-STATUS
004670         GO TO ABEND-CLEANUP
004680     END-IF
004690     MOVE WS-FECHA-REPARTO TO TT-FECHA
004700     MOVE WS-HORA-REPARTO TO TT-HORA
004710     MOVE WS-TITULO-LINE TO DIST-RPT-LINE
004720     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004730     MOVE SPACES TO DIST-RPT-LINE
004740     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004750     PERFORM 1100-CARGAR-TARJETAS THRU 1100-EXIT.
004760     PERFORM 1200-CARGAR-OPERADORES THRU 1200-EXIT.
004770     OPEN INPUT DEPTO-MASTER-FILE.
004780     IF WS-DEPTMSTR-NO-FILE
004790         MOVE "S" TO WS-SIN-DEPTMSTR-SW
004800         DISPLAY "INFDIST: DEPTMSTR NO EXISTE, SIN JEFES NI "
004810             "JERARQUIA"
004820     ELSE
004830         IF NOT WS-DEPTMSTR-OK
004840             DISPLAY "INFDIST: ERROR ABRIENDO DEPTMSTR "
004850                 WS-DEPTMSTR-STATUS
004860             GO TO ABEND-CLEANUP
004870         END-IF
004880     END-IF
004890     OPEN INPUT DIST-REP-FILE.
004900     IF WS-DISTREP-NO-FILE
004910         MOVE "S" TO WS-SIN-DISTREP-SW
004920         DISPLAY "INFDIST: DISTREP NO EXISTE, NADA QUE REPARTIR"
004930     ELSE
004940         IF NOT WS-DISTREP-OK
004950             DISPLAY "INFDIST: ERROR ABRIENDO DISTREP "
004960                 WS-DISTREP-STATUS
004970             GO TO ABEND-CLEANUP
004980         END-IF
004990     END-IF
005000     OPEN OUTPUT DIST-IMP-FILE.
005010     IF NOT WS-DISTIMP-OK
005020         DISPLAY "INFDIST: ERROR ABRIENDO DISTIMP "
005030             WS-DISTIMP-STATUS
005040         GO TO ABEND-CLEANUP
005050     END-IF
005060     OPEN OUTPUT DIST-ELEC-FILE.
005070     IF NOT WS-DISTELEC-OK
005080         DISPLAY "INFDIST: ERROR ABRIENDO DISTELEC "
005090             WS-DISTELEC-STATUS
005100         GO TO ABEND-CLEANUP
005110     END-IF
005120     OPEN OUTPUT DIST-RET-FILE.
005130     IF NOT WS-DISTRET-OK
005140         DISPLAY "INFDIST: ERROR ABRIENDO DISTRET "
005150             WS-DISTRET-STATUS
005160         GO TO ABEND-CLEANUP
005170     END-IF
005180     OPEN EXTEND DIST-LOG-FILE.
005190     IF WS-DISTLOG-NO-FILE
005200         OPEN OUTPUT DIST-LOG-FILE
005210     END-IF
005220     IF NOT WS-DISTLOG-OK
005230         DISPLAY "INFDIST: ERROR ABRIENDO DISTLOG "
005240             WS-DISTLOG-STATUS
005250         GO TO ABEND-CLEANUP
005260     END-IF
005270     MOVE SPACES TO DIST-RPT-LINE
005280     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
005290     MOVE WS-DET-HDR TO DIST-RPT-LINE
005300     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
005310 1000-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------*
005350* DISTLIST: LAS TARJETAS EN BLANCO SE SALTAN Y LAS INVALIDAS *
005360* SE LISTAN Y NO SE USAN (RC 4 AL FINAL).                    *
005370*----------------------------------------------------------*
005380 1100-CARGAR-TARJETAS.
005390     OPEN INPUT DIST-LIST-FILE.
005400     IF NOT WS-DISTLIST-OK
005410         DISPLAY "INFDIST: ERROR ABRIENDO DISTLIST "
005420             WS-DISTLIST-STATUS
005430         GO TO ABEND-CLEANUP
005440     END-IF
005450     PERFORM 1150-LEER-TARJETA THRU 1150-EXIT
005460         UNTIL WS-EOF-DISTLIST.
005470     CLOSE DIST-LIST-FILE.
005480     IF WS-TARJ-COUNT = ZERO
005490         DISPLAY "INFDIST: DISTLIST SIN TARJETAS VALIDAS, TODO "
005500             "QUEDA SIN DESTINATARIO"
005510     END-IF.
005520 1100-EXIT.
005530     EXIT.
005540
005550 1150-LEER-TARJETA.
005560     READ DIST-LIST-FILE
005570         AT END
005580             SET WS-EOF-DISTLIST TO TRUE
005590             GO TO 1150-EXIT
005600     END-READ
005610     IF NOT WS-DISTLIST-OK
005620         DISPLAY "INFDIST: ERROR LEYENDO DISTLIST "
005630             WS-DISTLIST-STATUS
005640         GO TO ABEND-CLEANUP
005650     END-IF
005660     IF DIST-LIST-REC = SPACES
005670         GO TO 1150-EXIT
005680     END-IF
005690     ADD 1 TO WS-TARJ-LEIDAS
005700     PERFORM 1160-VALIDAR-TARJETA THRU 1160-EXIT
005710     IF WS-MOTIVO NOT = SPACES
005720         ADD 1 TO WS-TARJ-INVALIDAS
005730         MOVE WS-MOTIVO TO TI-MOTIVO
005740         MOVE DIST-LIST-REC TO TI-TARJETA
005750         MOVE WS-TARJ-INV-LINE TO DIST-RPT-LINE
005760         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
005770         GO TO 1150-EXIT
005780     END-IF
005790     IF WS-TARJ-COUNT >= WS-TARJ-MAX
005800         DISPLAY "INFDIST: MAS DE " WS-TARJ-MAX
005810             " TARJETAS EN DISTLIST"
005820         GO TO ABEND-CLEANUP
005830     END-IF
005840     ADD 1 TO WS-TARJ-COUNT
005850     SET WS-TARJ-IDX TO WS-TARJ-COUNT
005860     MOVE DL-INFORME TO TJ-INFORME (WS-TARJ-IDX)
005870     MOVE DL-DEPTO TO TJ-DEPTO (WS-TARJ-IDX)
005880     MOVE DL-DESTINATARIO TO TJ-DESTINATARIO (WS-TARJ-IDX)
005890     MOVE DL-METODO TO TJ-METODO (WS-TARJ-IDX)
005900     MOVE DL-DIRECCION TO TJ-DIRECCION (WS-TARJ-IDX).
005910 1150-EXIT.
005920     EXIT.
005930
005940 1160-VALIDAR-TARJETA.
005950     MOVE SPACES TO WS-MOTIVO
005960     EVALUATE TRUE
005970         WHEN DL-INFORME = SPACES
005980             MOVE "SIN INFORME" TO WS-MOTIVO
005990         WHEN DL-DESTINATARIO = SPACES
006000             MOVE "SIN DESTINATARIO" TO WS-MOTIVO
006010         WHEN NOT DL-IMPRESO AND NOT DL-ELECTRONICO
006020             MOVE "METODO NO ES I NI E" TO WS-MOTIVO
006030         WHEN DL-DEST-JEFE AND DL-DEPTO = "****"
006040             MOVE "*JEFE* DE COMUNES" TO WS-MOTIVO
006050         WHEN DL-DEST-EMPL AND NOT DL-ELECTRONICO
006060             MOVE "*EMPL* NO ELECTRON." TO WS-MOTIVO
006070         WHEN OTHER
006080             CONTINUE
006090     END-EVALUATE.
006100 1160-EXIT.
006110     EXIT.
006120
006130 1200-CARGAR-OPERADORES.
006140     OPEN INPUT OPERADOR-MASTER-FILE.
006150     IF NOT WS-OPERMSTR-OK
006160         DISPLAY "INFDIST: ERROR ABRIENDO OPERMSTR "
006170             WS-OPERMSTR-STATUS
006180         GO TO ABEND-CLEANUP
006190     END-IF
006200     PERFORM 1250-LEER-OPERADOR THRU 1250-EXIT
006210         UNTIL WS-EOF-OPERMSTR.
006220     CLOSE OPERADOR-MASTER-FILE.
006230 1200-EXIT.
006240     EXIT.
006250
006260 1250-LEER-OPERADOR.
006270     READ OPERADOR-MASTER-FILE
006280         AT END
006290             SET WS-EOF-OPERMSTR TO TRUE
006300             GO TO 1250-EXIT
006310     END-READ
006320     IF NOT WS-OPERMSTR-OK
006330         DISPLAY "INFDIST: ERROR LEYENDO OPERMSTR "
006340             WS-OPERMSTR-STATUS
006350         GO TO ABEND-CLEANUP
006360     END-IF
006370     IF WS-OPE-COUNT >= WS-OPE-MAX
006380         DISPLAY "INFDIST: MAS DE " WS-OPE-MAX
006390             " OPERADORES EN OPERMSTR"
006400         GO TO ABEND-CLEANUP
006410     END-IF
006420     ADD 1 TO WS-OPE-COUNT
006430     SET WS-OPE-IDX TO WS-OPE-COUNT
006440     MOVE OP-ID TO OT-ID (WS-OPE-IDX)
006450     MOVE OP-NIVEL TO OT-NIVEL (WS-OPE-IDX)
006460     MOVE OP-DEPARTAMENTO TO OT-DEPTO (WS-OPE-IDX)
006470     IF OP-EMP-ID IS NUMERIC
006480         MOVE OP-EMP-ID TO OT-EMP-ID (WS-OPE-IDX)
006490     ELSE
006500         MOVE ZERO TO OT-EMP-ID (WS-OPE-IDX)
006510     END-IF.
006520 1250-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------*
006560* PROCEDIMIENTO DE ENTRADA DEL SORT: TODO DISTREP TAL CUAL.  *
006570*----------------------------------------------------------*
006580 3000-LEER-DISTREP.
006590     PERFORM 3100-RELEASE-LINEA THRU 3100-EXIT
006600         UNTIL WS-EOF-DISTREP.
006610     CLOSE DIST-REP-FILE.
006620 3000-EXIT.
006630     EXIT.
006640
006650 3100-RELEASE-LINEA.
006660     READ DIST-REP-FILE
006670         AT END
006680             SET WS-EOF-DISTREP TO TRUE
006690             GO TO 3100-EXIT
006700     END-READ
006710     IF NOT WS-DISTREP-OK
006720         DISPLAY "INFDIST: ERROR LEYENDO DISTREP "
006730             WS-DISTREP-STATUS
006740         GO TO ABEND-CLEANUP
006750     END-IF
006760     ADD 1 TO WS-DISTREP-LEIDOS
006770     MOVE DIST-REP-REC TO SORT-WORK-REC
006780     RELEASE SORT-WORK-REC.
006790 3100-EXIT.
006800     EXIT.
006810
006820*----------------------------------------------------------*
006830* PROCEDIMIENTO DE SALIDA DEL SORT: CORTE POR INFORME,       *
006840* DEPARTAMENTO Y EMPLEADO. DE CADA INFORME SOLO CUENTA LA    *
006850* PRIMERA CORRIDA (LA MAS RECIENTE); LAS LINEAS DE LAS       *
006860* DEMAS SE CUENTAN COMO SUSTITUIDAS.                         *
006870*----------------------------------------------------------*
006880 5000-REPARTIR.
006890     PERFORM 5100-RETURN-SORT THRU 5100-EXIT
006900         UNTIL WS-EOF-SORT.
006910     IF WS-SECCION-ABIERTA
006920         PERFORM 6000-ENTREGAR-SECCION THRU 6000-EXIT
006930     END-IF.
006940
006950 5100-RETURN-SORT.
006960     RETURN SORT-WORK-FILE
006970         AT END
006980             SET WS-EOF-SORT TO TRUE
006990             GO TO 5100-EXIT
007000     END-RETURN
007010     IF SRT-INFORME NOT = WS-ULT-INFORME
007020         MOVE SRT-INFORME TO WS-ULT-INFORME
007030         MOVE SRT-FECHA TO WS-ULT-FECHA
007040         MOVE SRT-HORA TO WS-ULT-HORA
007050     END-IF
007060     IF SRT-FECHA NOT = WS-ULT-FECHA OR SRT-HORA NOT = WS-ULT-HORA
007070         PERFORM 5200-SUSTITUIDA THRU 5200-EXIT
007080         GO TO 5100-EXIT
007090     END-IF
007100     IF WS-SECCION-ABIERTA
007110         IF SRT-INFORME NOT = WS-SEC-INFORME
007120             OR SRT-DEPTO NOT = WS-SEC-DEPTO
007130             OR SRT-EMP-ID NOT = WS-SEC-EMP-ID
007140             PERFORM 6000-ENTREGAR-SECCION THRU 6000-EXIT
007150         END-IF
007160     END-IF
007170     IF NOT WS-SECCION-ABIERTA
007180         PERFORM 5300-ABRIR-SECCION THRU 5300-EXIT
007190     END-IF
007200     IF WS-BUF-COUNT >= WS-BUF-MAX
007210         DISPLAY "INFDIST: SECCION " SRT-INFORME " " SRT-DEPTO
007220             " " SRT-EMP-ID " DE MAS DE " WS-BUF-MAX " LINEAS"
007230         GO TO ABEND-CLEANUP
007240     END-IF
007250     ADD 1 TO WS-BUF-COUNT
007260     MOVE SRT-LINEA TO WS-BUF-LINEA (WS-BUF-COUNT).
007270 5100-EXIT.
007280     EXIT.
007290
007300 5200-SUSTITUIDA.
007310     IF WS-SECCION-ABIERTA
007320         PERFORM 6000-ENTREGAR-SECCION THRU 6000-EXIT
007330     END-IF
007340     ADD 1 TO WS-SUSTITUIDAS-COUNT
007350     IF SRT-INFORME = WS-SUST-INFORME
007360         AND SRT-FECHA = WS-SUST-FECHA
007370         AND SRT-HORA = WS-SUST-HORA
007380         GO TO 5200-EXIT
007390     END-IF
007400     MOVE SRT-INFORME TO WS-SUST-INFORME
007410     MOVE SRT-FECHA TO WS-SUST-FECHA
007420     MOVE SRT-HORA TO WS-SUST-HORA
007430     MOVE SRT-INFORME TO SL-INFORME
007440     MOVE SRT-FECHA TO SL-FECHA
007450     MOVE SRT-HORA TO SL-HORA
007460     MOVE WS-SUST-LINE TO DIST-RPT-LINE
007470     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
007480 5200-EXIT.
007490     EXIT.
007500
007510 5300-ABRIR-SECCION.
007520     MOVE SRT-INFORME TO WS-SEC-INFORME
007530     MOVE SRT-FECHA TO WS-SEC-FECHA
007540     MOVE SRT-HORA TO WS-SEC-HORA
007550     MOVE SRT-DEPTO TO WS-SEC-DEPTO
007560     MOVE SRT-EMP-ID TO WS-SEC-EMP-ID
007570     MOVE ZERO TO WS-BUF-COUNT
007580     SET WS-SECCION-ABIERTA TO TRUE.
007590 5300-EXIT.
007600     EXIT.
007610
007620*----------------------------------------------------------*
007630* ENTREGA LA SECCION EN CURSO A CADA TARJETA QUE LE TOCA.    *
007640* UNA SECCION SIN NINGUNA TARJETA SOLO SE AVISA EN DISTRPT.  *
007650*----------------------------------------------------------*
007660 6000-ENTREGAR-SECCION.
007670     ADD 1 TO WS-SECCIONES-COUNT
007680     MOVE ZERO TO WS-SEC-ENTREGAS
007690     PERFORM 6050-DATOS-DEPTO THRU 6050-EXIT
007700     IF WS-TARJ-COUNT > ZERO
007710         PERFORM 6100-APLICAR-TARJETA THRU 6100-EXIT
007720             VARYING WS-TARJ-IDX FROM 1 BY 1
007730             UNTIL WS-TARJ-IDX > WS-TARJ-COUNT
007740     END-IF
007750     IF WS-SEC-ENTREGAS = ZERO
007760         ADD 1 TO WS-SIN-DEST-COUNT
007770         MOVE WS-SEC-INFORME TO DT-INFORME
007780         MOVE WS-SEC-DEPTO TO DT-DEPTO
007790         PERFORM 7550-EMP-DETALLE THRU 7550-EXIT
007800         MOVE SPACES TO DT-DESTINATARIO
007810         MOVE SPACES TO DT-OPERADOR
007820         MOVE SPACE TO DT-METODO
007830         MOVE "SIN DEST." TO DT-ESTADO
007840         MOVE "NINGUNA TARJETA" TO DT-MOTIVO
007850         MOVE WS-BUF-COUNT TO DT-LINEAS
007860         MOVE WS-DET-LINE TO DIST-RPT-LINE
007870         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
007880     END-IF
007890     MOVE ZERO TO WS-BUF-COUNT
007900     MOVE "N" TO WS-SECCION-SW.
007910 6000-EXIT.
007920     EXIT.
007930
007940*----------------------------------------------------------*
007950* NOMBRE Y JEFE DEL DEPARTAMENTO DE LA SECCION (DEPTMSTR).   *
007960*----------------------------------------------------------*
007970 6050-DATOS-DEPTO.
007980     MOVE SPACES TO WS-SEC-NOMBRE
007990     MOVE ZERO TO WS-SEC-JEFE
008000     IF WS-SEC-COMUN
008010         MOVE "LINEAS COMUNES" TO WS-SEC-NOMBRE
008020         GO TO 6050-EXIT
008030     END-IF
008040     IF WS-SIN-DEPTMSTR
008050         GO TO 6050-EXIT
008060     END-IF
008070     MOVE WS-SEC-DEPTO TO DEPT-CODIGO
008080     READ DEPTO-MASTER-FILE
008090         INVALID KEY
008100             MOVE "NO ESTA EN DEPTMSTR" TO WS-SEC-NOMBRE
008110             GO TO 6050-EXIT
008120     END-READ
008130     IF NOT WS-DEPTMSTR-OK
008140         DISPLAY "INFDIST: ERROR LEYENDO DEPTMSTR "
008150             WS-DEPTMSTR-STATUS
008160         GO TO ABEND-CLEANUP
008170     END-IF
008180     MOVE DEPT-NOMBRE TO WS-SEC-NOMBRE
008190     IF DEPT-JEFE-EMP-ID IS NUMERIC
008200         MOVE DEPT-JEFE-EMP-ID TO WS-SEC-JEFE
008210     END-IF.
008220 6050-EXIT.
008230     EXIT.
008240
008250*----------------------------------------------------------*
008260* UNA TARJETA TOCA A LA SECCION SI ES DEL MISMO INFORME Y    *
008270* NOMBRA SU DEPARTAMENTO (O VA EN BLANCO Y LA SECCION NO ES  *
008280* COMUN). *EMPL* SOLO TOCA A SECCIONES DE UN EMPLEADO.       *
008290*----------------------------------------------------------*
008300 6100-APLICAR-TARJETA.
008310     IF TJ-INFORME (WS-TARJ-IDX) NOT = WS-SEC-INFORME
008320         GO TO 6100-EXIT
008330     END-IF
008340     IF TJ-DEPTO (WS-TARJ-IDX) = SPACES
008350         IF WS-SEC-COMUN
008360             GO TO 6100-EXIT
008370         END-IF
008380     ELSE
008390         IF TJ-DEPTO (WS-TARJ-IDX) NOT = WS-SEC-DEPTO
008400             GO TO 6100-EXIT
008410         END-IF
008420     END-IF
008430     IF TJ-DEST-EMPL (WS-TARJ-IDX) AND WS-SEC-EMP-ID = ZERO
008440         GO TO 6100-EXIT
008450     END-IF
008460     ADD 1 TO WS-SEC-ENTREGAS
008470     MOVE SPACES TO WS-MOTIVO
008480     MOVE SPACES TO WS-OPERADOR
008490     MOVE TJ-DESTINATARIO (WS-TARJ-IDX) TO WS-DESTINATARIO
008500     PERFORM 6200-RESOLVER-DESTINO THRU 6200-EXIT
008510     IF WS-MOTIVO = SPACES AND NOT TJ-DEST-EMPL (WS-TARJ-IDX)
008520         PERFORM 6300-AUTORIZAR THRU 6300-EXIT
008530     END-IF
008540     IF WS-MOTIVO NOT = SPACES
008550         SET WS-RETENIDO TO TRUE
008560         SET WS-SALIDA-RETENIDA TO TRUE
008570         PERFORM 7000-ENTREGAR-LISTADO THRU 7000-EXIT
008580         ADD 1 TO WS-RETENIDAS-COUNT
008590         PERFORM 7500-REGISTRAR THRU 7500-EXIT
008600         GO TO 6100-EXIT
008610     END-IF
008620     SET WS-ENTREGADO TO TRUE
008630     IF TJ-IMPRESO (WS-TARJ-IDX)
008640         SET WS-SALIDA-IMPRESA TO TRUE
008650         PERFORM 7000-ENTREGAR-LISTADO THRU 7000-EXIT
008660         ADD 1 TO WS-IMPRESAS-COUNT
008670     ELSE
008680         PERFORM 7200-ENTREGAR-ELECTRON THRU 7200-EXIT
008690         ADD 1 TO WS-ELECTRONICAS-COUNT
008700     END-IF
008710     PERFORM 7500-REGISTRAR THRU 7500-EXIT.
008720 6100-EXIT.
008730     EXIT.
008740
008750*----------------------------------------------------------*
008760* OPERADOR QUE RECIBE: EL DE LA TARJETA, O EL OPERADOR QUE   *
008770* ES EL JEFE DEL DEPARTAMENTO (*JEFE*). *EMPL* ES EL PROPIO  *
008780* EMPLEADO DEL RECIBO Y NO PASA POR OPERMSTR.                *
008790*----------------------------------------------------------*
008800 6200-RESOLVER-DESTINO.
008810     IF TJ-DEST-EMPL (WS-TARJ-IDX)
008820         GO TO 6200-EXIT
008830     END-IF
008840     IF TJ-DEST-JEFE (WS-TARJ-IDX)
008850         IF WS-SEC-JEFE = ZERO
008860             MOVE "DEPTO SIN JEFE" TO WS-MOTIVO
008870             GO TO 6200-EXIT
008880         END-IF
008890         PERFORM 6250-OPERADOR-DEL-JEFE THRU 6250-EXIT
008900         IF NOT WS-HALLADO
008910             MOVE "JEFE SIN OPERADOR" TO WS-MOTIVO
008920         END-IF
008930         GO TO 6200-EXIT
008940     END-IF
008950     PERFORM 6260-OPERADOR-POR-ID THRU 6260-EXIT
008960     IF NOT WS-HALLADO
008970         MOVE "OPERADOR DESCONOCIDO" TO WS-MOTIVO
008980     END-IF.
008990 6200-EXIT.
009000     EXIT.
009010
009020 6250-OPERADOR-DEL-JEFE.
009030     MOVE "N" TO WS-HALLADO-SW
009040     IF WS-OPE-COUNT = ZERO
009050         GO TO 6250-EXIT
009060     END-IF
009070     SET WS-OPE-IDX TO 1
009080     SEARCH WS-OPE
009090         AT END
009100             CONTINUE
009110         WHEN OT-EMP-ID (WS-OPE-IDX) = WS-SEC-JEFE
009120             SET WS-HALLADO TO TRUE
009130             MOVE OT-ID (WS-OPE-IDX) TO WS-OPERADOR
009140     END-SEARCH.
009150 6250-EXIT.
009160     EXIT.
009170
009180 6260-OPERADOR-POR-ID.
009190     MOVE "N" TO WS-HALLADO-SW
009200     IF WS-OPE-COUNT = ZERO
009210         GO TO 6260-EXIT
009220     END-IF
009230     SET WS-OPE-IDX TO 1
009240     SEARCH WS-OPE
009250         AT END
009260             CONTINUE
009270         WHEN OT-ID (WS-OPE-IDX) = WS-DESTINATARIO
009280             SET WS-HALLADO TO TRUE
009290             MOVE OT-ID (WS-OPE-IDX) TO WS-OPERADOR
009300     END-SEARCH.
009310 6260-EXIT.
009320     EXIT.
009330
009340*----------------------------------------------------------*
009350* EL SUPERVISOR VE TODO; EL OPERADOR VE SU PROPIO RECIBO, SU *
009360* DEPARTAMENTO Y LOS QUE CUELGAN DE EL (HASTA 10 NIVELES DE  *
009370* DEPT-PADRE). LAS LINEAS COMUNES SOLO UN SUPERVISOR.        *
009380*----------------------------------------------------------*
009390 6300-AUTORIZAR.
009400     IF OT-SUPERVISOR (WS-OPE-IDX)
009410         GO TO 6300-EXIT
009420     END-IF
009430     IF WS-SEC-EMP-ID NOT = ZERO
009440         AND OT-EMP-ID (WS-OPE-IDX) = WS-SEC-EMP-ID
009450         GO TO 6300-EXIT
009460     END-IF
009470     IF WS-SEC-COMUN
009480         MOVE "COMUN: SUPERVISOR" TO WS-MOTIVO
009490         GO TO 6300-EXIT
009500     END-IF
009510     IF OT-DEPTO (WS-OPE-IDX) = WS-SEC-DEPTO
009520         GO TO 6300-EXIT
009530     END-IF
009540     MOVE "N" TO WS-AUTORIZADO-SW
009550     IF NOT WS-SIN-DEPTMSTR AND OT-DEPTO (WS-OPE-IDX) NOT = SPACES
009560         MOVE WS-SEC-DEPTO TO WS-BUSCA-DEPTO
009570         PERFORM 6350-SUBIR-DEPTO THRU 6350-EXIT
009580             VARYING WS-NIVEL FROM 1 BY 1
009590             UNTIL WS-NIVEL > 10
009600                OR WS-BUSCA-DEPTO = SPACES
009610                OR WS-AUTORIZADO
009620     END-IF
009630     IF NOT WS-AUTORIZADO
009640         MOVE "FUERA DE SU DEPTO" TO WS-MOTIVO
009650     END-IF.
009660 6300-EXIT.
009670     EXIT.
009680
009690 6350-SUBIR-DEPTO.
009700     MOVE WS-BUSCA-DEPTO TO DEPT-CODIGO
009710     READ DEPTO-MASTER-FILE
009720         INVALID KEY
009730             MOVE SPACES TO WS-BUSCA-DEPTO
009740             GO TO 6350-EXIT
009750     END-READ
009760     IF NOT WS-DEPTMSTR-OK
009770         DISPLAY "INFDIST: ERROR LEYENDO DEPTMSTR "
009780             WS-DEPTMSTR-STATUS
009790         GO TO ABEND-CLEANUP
009800     END-IF
009810     MOVE DEPT-PADRE TO WS-BUSCA-DEPTO
009820     IF WS-BUSCA-DEPTO NOT = SPACES
009830         AND WS-BUSCA-DEPTO = OT-DEPTO (WS-OPE-IDX)
009840         SET WS-AUTORIZADO TO TRUE
009850     END-IF.
009860 6350-EXIT.
009870     EXIT.
009880
009890*----------------------------------------------------------*
009900* ENTREGA IMPRESA (DISTIMP) O RETENIDA (DISTRET): LAS LINEAS *
009910* DE LA SECCION CON LA CABECERA DE REPARTO EN CADA PAGINA.   *
009920*----------------------------------------------------------*
009930 7000-ENTREGAR-LISTADO.
009940     MOVE ZERO TO WS-PAGINA
009950     MOVE WS-MAX-CUERPO TO WS-LINEAS-PAG
009960     PERFORM 7050-LINEA-LISTADO THRU 7050-EXIT
009970         VARYING WS-BUF-I FROM 1 BY 1
009980         UNTIL WS-BUF-I > WS-BUF-COUNT.
009990 7000-EXIT.
010000     EXIT.
010010
010020 7050-LINEA-LISTADO.
010030     IF WS-LINEAS-PAG >= WS-MAX-CUERPO
010040         PERFORM 7100-CABECERA THRU 7100-EXIT
010050     END-IF
010060     MOVE WS-BUF-LINEA (WS-BUF-I) TO WS-SALIDA-LINE
010070     PERFORM 7900-ESCRIBIR-SALIDA THRU 7900-EXIT
010080     ADD 1 TO WS-LINEAS-PAG.
010090 7050-EXIT.
010100     EXIT.
010110
010120 7100-CABECERA.
010130     ADD 1 TO WS-PAGINA
010140     MOVE ZERO TO WS-LINEAS-PAG
010150     MOVE WS-SEC-INFORME TO BN-INFORME
010160     MOVE WS-SEC-FECHA TO BN-FECHA
010170     MOVE WS-SEC-HORA TO BN-HORA
010180     MOVE WS-PAGINA TO BN-PAGINA
010190     MOVE WS-BAN1-LINE TO WS-SALIDA-LINE
010200     PERFORM 7900-ESCRIBIR-SALIDA THRU 7900-EXIT
010210     MOVE WS-SEC-DEPTO TO BN-DEPTO
010220     MOVE WS-SEC-NOMBRE TO BN-NOMBRE
010230     IF WS-SEC-EMP-ID = ZERO
010240         MOVE SPACES TO BN-EMP-ID
010250     ELSE
010260         MOVE WS-SEC-EMP-ID TO BN-EMP-ID
010270     END-IF
010280     MOVE WS-BAN2-LINE TO WS-SALIDA-LINE
010290     PERFORM 7900-ESCRIBIR-SALIDA THRU 7900-EXIT
010300     IF WS-OPERADOR = SPACES
010310         MOVE WS-DESTINATARIO TO BN-DESTINATARIO
010320     ELSE
010330         MOVE WS-OPERADOR TO BN-DESTINATARIO
010340     END-IF
010350     IF TJ-IMPRESO (WS-TARJ-IDX)
010360         MOVE "IMPRESO" TO BN-METODO
010370     ELSE
010380         MOVE "ELECTRONICO" TO BN-METODO
010390     END-IF
010400     IF WS-RETENIDO
010410         MOVE "RETENIDO PARA" TO BN-ETIQUETA
010420         MOVE WS-MOTIVO TO BN-DETALLE
010430     ELSE
010440         MOVE "DESTINATARIO" TO BN-ETIQUETA
010450         MOVE TJ-DIRECCION (WS-TARJ-IDX) TO BN-DETALLE
010460     END-IF
010470     MOVE WS-BAN3-LINE TO WS-SALIDA-LINE
010480     PERFORM 7900-ESCRIBIR-SALIDA THRU 7900-EXIT
010490     MOVE WS-BAN4-LINE TO WS-SALIDA-LINE
010500     PERFORM 7900-ESCRIBIR-SALIDA THRU 7900-EXIT.
010510 7100-EXIT.
010520     EXIT.
010530
010540*----------------------------------------------------------*
010550* ENTREGA ELECTRONICA: CADA LINEA CON SU SOBRE, PAGINADA     *
010560* IGUAL QUE LA IMPRESA PARA QUE LAS DOS COINCIDAN.           *
010570*----------------------------------------------------------*
010580 7200-ENTREGAR-ELECTRON.
010590     MOVE ZERO TO WS-PAGINA
010600     MOVE WS-MAX-CUERPO TO WS-LINEAS-PAG
010610     PERFORM 7250-LINEA-ELECTRON THRU 7250-EXIT
010620         VARYING WS-BUF-I FROM 1 BY 1
010630         UNTIL WS-BUF-I > WS-BUF-COUNT.
010640 7200-EXIT.
010650     EXIT.
010660
010670 7250-LINEA-ELECTRON.
010680     IF WS-LINEAS-PAG >= WS-MAX-CUERPO
010690         ADD 1 TO WS-PAGINA
010700         MOVE ZERO TO WS-LINEAS-PAG
010710     END-IF
010720     MOVE WS-DESTINATARIO TO DE-DESTINATARIO
010730     IF WS-OPERADOR NOT = SPACES
010740         MOVE WS-OPERADOR TO DE-DESTINATARIO
010750     END-IF
010760     MOVE TJ-DIRECCION (WS-TARJ-IDX) TO DE-DIRECCION
010770     MOVE WS-SEC-INFORME TO DE-INFORME
010780     MOVE WS-SEC-FECHA TO DE-FECHA
010790     MOVE WS-SEC-HORA TO DE-HORA
010800     MOVE WS-SEC-DEPTO TO DE-DEPTO
010810     MOVE WS-SEC-EMP-ID TO DE-EMP-ID
010820     MOVE WS-PAGINA TO DE-PAGINA
010830     MOVE WS-BUF-LINEA (WS-BUF-I) TO DE-LINEA
010840     WRITE DIST-ELEC-REC
010850     IF NOT WS-DISTELEC-OK
010860         DISPLAY "INFDIST: ERROR ESCRIBIENDO DISTELEC "
010870             WS-DISTELEC-STATUS
010880         GO TO ABEND-CLEANUP
010890     END-IF
010900     ADD 1 TO WS-LINEAS-PAG.
010910 7250-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------*
010950* DEJA CONSTANCIA DE LA ENTREGA O RETENCION EN DISTLOG Y EN  *
010960* EL LISTADO DISTRPT.                                        *
010970*----------------------------------------------------------*
010980 7500-REGISTRAR.
010990     MOVE WS-FECHA-REPARTO TO LG-FECHA-REPARTO
011000     MOVE WS-HORA-REPARTO TO LG-HORA-REPARTO
011010     MOVE WS-SEC-INFORME TO LG-INFORME
011020     MOVE WS-SEC-FECHA TO LG-FECHA
011030     MOVE WS-SEC-HORA TO LG-HORA
011040     MOVE WS-SEC-DEPTO TO LG-DEPTO
011050     MOVE WS-SEC-EMP-ID TO LG-EMP-ID
011060     MOVE WS-DESTINATARIO TO LG-DESTINATARIO
011070     MOVE WS-OPERADOR TO LG-OPERADOR
011080     MOVE TJ-METODO (WS-TARJ-IDX) TO LG-METODO
011090     MOVE WS-ESTADO-SW TO LG-ESTADO
011100     MOVE WS-MOTIVO TO LG-MOTIVO
011110     MOVE WS-PAGINA TO LG-PAGINAS
011120     MOVE WS-BUF-COUNT TO LG-LINEAS
011130     WRITE DIST-LOG-REC
011140     IF NOT WS-DISTLOG-OK
011150         DISPLAY "INFDIST: ERROR ESCRIBIENDO DISTLOG "
011160             WS-DISTLOG-STATUS
011170         GO TO ABEND-CLEANUP
011180     END-IF
011190     MOVE WS-SEC-INFORME TO DT-INFORME
011200     MOVE WS-SEC-DEPTO TO DT-DEPTO
011210     PERFORM 7550-EMP-DETALLE THRU 7550-EXIT
011220     MOVE WS-DESTINATARIO TO DT-DESTINATARIO
011230     MOVE WS-OPERADOR TO DT-OPERADOR
011240     MOVE TJ-METODO (WS-TARJ-IDX) TO DT-METODO
011250     IF WS-RETENIDO
011260         MOVE "RETENIDO" TO DT-ESTADO
011270     ELSE
011280         MOVE "ENTREGADO" TO DT-ESTADO
011290     END-IF
011300     MOVE WS-MOTIVO TO DT-MOTIVO
011310     MOVE WS-BUF-COUNT TO DT-LINEAS
011320     MOVE WS-DET-LINE TO DIST-RPT-LINE
011330     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
011340 7500-EXIT.
011350     EXIT.
011360
011370 7550-EMP-DETALLE.
011380     IF WS-SEC-EMP-ID = ZERO
011390         MOVE SPACES TO DT-EMP-ID
011400     ELSE
011410         MOVE WS-SEC-EMP-ID TO DT-EMP-ID
011420     END-IF.
011430 7550-EXIT.
011440     EXIT.
011450
011460 7900-ESCRIBIR-SALIDA.
011470     IF WS-SALIDA-IMPRESA
011480         MOVE WS-SALIDA-LINE TO DIST-IMP-LINE
011490         WRITE DIST-IMP-LINE
011500         IF NOT WS-DISTIMP-OK
011510             DISPLAY "INFDIST: ERROR ESCRIBIENDO DISTIMP "
011520                 WS-DISTIMP-STATUS
011530             GO TO ABEND-CLEANUP
011540         END-IF
011550     ELSE
011560         MOVE WS-SALIDA-LINE TO DIST-RET-LINE
011570         WRITE DIST-RET-LINE
011580         IF NOT WS-DISTRET-OK
011590             DISPLAY "INFDIST: ERROR ESCRIBIENDO DISTRET "
011600                 WS-DISTRET-STATUS
011610             GO TO ABEND-CLEANUP
011620         END-IF
011630     END-IF.
011640 7900-EXIT.
011650     EXIT.
011660
011670 8500-WRITE-LINEA.
011680     WRITE DIST-RPT-LINE
011690     IF NOT WS-DISTRPT-OK
011700         DISPLAY "INFDIST: ERROR ESCRIBIENDO DISTRPT "
011710             WS-DISTRPT-STATUS
011720         GO TO ABEND-CLEANUP
011730     END-IF.
011740 8500-EXIT.
011750     EXIT.
011760
011770*----------------------------------------------------------*
011780* TOTALES, CIERRE Y VACIADO DE DISTREP: LO YA REPARTIDO NO   *
011790* SE VUELVE A REPARTIR EN LA PROXIMA CORRIDA.                *
011800*----------------------------------------------------------*
011810 9000-TERMINATE.
011820     MOVE SPACES TO DIST-RPT-LINE
011830     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
011840     MOVE "LINEAS LEIDAS DE DISTREP" TO FL-TEXTO
011850     MOVE WS-DISTREP-LEIDOS TO FL-CUENTA
011860     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
011870     MOVE "LINEAS DE CORRIDAS SUSTITUIDAS" TO FL-TEXTO
011880     MOVE WS-SUSTITUIDAS-COUNT TO FL-CUENTA
011890     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
011900     MOVE "SECCIONES" TO FL-TEXTO
011910     MOVE WS-SECCIONES-COUNT TO FL-CUENTA
011920     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
011930     MOVE "ENTREGAS IMPRESAS" TO FL-TEXTO
011940     MOVE WS-IMPRESAS-COUNT TO FL-CUENTA
011950     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
011960     MOVE "ENTREGAS ELECTRONICAS" TO FL-TEXTO
011970     MOVE WS-ELECTRONICAS-COUNT TO FL-CUENTA
011980     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
011990     MOVE "ENTREGAS RETENIDAS" TO FL-TEXTO
012000     MOVE WS-RETENIDAS-COUNT TO FL-CUENTA
012010     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
012020     MOVE "SECCIONES SIN DESTINATARIO" TO FL-TEXTO
012030     MOVE WS-SIN-DEST-COUNT TO FL-CUENTA
012040     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
012050     MOVE "TARJETAS LEIDAS" TO FL-TEXTO
012060     MOVE WS-TARJ-LEIDAS TO FL-CUENTA
012070     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
012080     MOVE "TARJETAS INVALIDAS" TO FL-TEXTO
012090     MOVE WS-TARJ-INVALIDAS TO FL-CUENTA
012100     PERFORM 9200-LINEA-TOTAL THRU 9200-EXIT
012110     IF NOT WS-SIN-DEPTMSTR
012120         CLOSE DEPTO-MASTER-FILE
012130     END-IF
012140     CLOSE DIST-IMP-FILE.
012150     CLOSE DIST-ELEC-FILE.
012160     CLOSE DIST-RET-FILE.
012170     CLOSE DIST-LOG-FILE.
012180     CLOSE DIST-RPT-FILE.
012190     IF NOT WS-SIN-DISTREP
012200         OPEN OUTPUT DIST-REP-FILE
012210         IF NOT WS-DISTREP-OK
012220             DISPLAY "INFDIST: ERROR VACIANDO DISTREP "
012230                 WS-DISTREP-STATUS
012240             GO TO ABEND-CLEANUP
012250         END-IF
012260         CLOSE DIST-REP-FILE
012270     END-IF
012280     DISPLAY "INFDIST: SECCIONES " WS-SECCIONES-COUNT
012290         " IMPRESAS " WS-IMPRESAS-COUNT
012300         " ELECTRONICAS " WS-ELECTRONICAS-COUNT
012310         " RETENIDAS " WS-RETENIDAS-COUNT.
012320     IF WS-RETENIDAS-COUNT > ZERO OR WS-TARJ-INVALIDAS > ZERO
012330         MOVE 4 TO RETURN-CODE
012340     END-IF.
012350 9000-EXIT.
012360     EXIT.
012370
012380 9200-LINEA-TOTAL.
012390     MOVE WS-FIN-LINE TO DIST-RPT-LINE
012400     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
012410 9200-EXIT.
012420     EXIT.
012430
012440 ABEND-CLEANUP.
012450     DISPLAY "INFDIST: TERMINACION ANORMAL - CERRANDO FICHEROS".
012460     CLOSE DIST-REP-FILE.
012470     CLOSE DIST-LIST-FILE.
012480     CLOSE OPERADOR-MASTER-FILE.
012490     CLOSE DEPTO-MASTER-FILE.
012500     CLOSE DIST-IMP-FILE.
012510     CLOSE DIST-ELEC-FILE.
012520     CLOSE DIST-RET-FILE.
012530     CLOSE DIST-LOG-FILE.
012540     CLOSE DIST-RPT-FILE.
012550     MOVE 16 TO RETURN-CODE.
012560     GOBACK.
012570
012580     END PROGRAM INFDIST.

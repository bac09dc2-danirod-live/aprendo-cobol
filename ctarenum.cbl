000010*----------------------------------------------------------*
000020* CTARENUM - RENUMERACION Y FUSION DE CUENTAS DEL MAYOR     *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CTARENUM.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                               *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL. AL REESTRUCTURAR EL PLAN *
000140*                DE CUENTAS NO HABIA FORMA DE RETIRAR UNA   *
000150*                CUENTA Y LLEVAR SU HISTORIA A OTRA: SE     *
000160*                ABRIA LA NUEVA Y LOS COMPARATIVOS QUEDABAN *
000170*                PARTIDOS. ESTE TRABAJO LEE LA TABLA        *
000180*                RENUMAP (CUENTA VIEJA, CUENTA NUEVA,       *
000190*                PERIODO DE EFECTO, NOMBRE DE LA NUEVA) Y,  *
000200*                PARA CADA LINEA CUYO PERIODO YA LLEGO      *
000210*                SEGUN RENPARM:                             *
000220*                  - TRASPASA EL SALDO DE LEDGMSTR A LA     *
000230*                    NUEVA (LA DA DE ALTA SI NO EXISTE) Y   *
000240*                    DEJA LA VIEJA A CERO;                  *
000250*                  - RENUMERA LOS APUNTES DE LEDGDTL Y LOS  *
000260*                    CIERRES DE LEDGHIST, Y FUSIONA DIGMSTR *
000270*                    Y PRESMSTR SUMANDO SOBRE LA CLAVE DE   *
000280*                    LA NUEVA CUANDO YA EXISTE;             *
000290*                  - CAMBIA LA CUENTA EN LAS PLANTILLAS DE  *
000300*                    RECURMST, EN DEPTGL, EN LAS REGLAS DE  *
000310*                    REPARTOS Y EN LAS LINEAS DE CUENTA     *
000320*                    UNICA DE EDEFFILE Y FLUJMAP (UN RANGO  *
000330*                    QUE CUBRE LA VIEJA Y NO LA NUEVA SOLO  *
000340*                    SE DENUNCIA PARA REVISION);            *
000350*                  - BLOQUEA LA VIEJA EN PLANCTAS CON LA    *
000360*                    NUEVA COMO SUCESORA.                   *
000370*                ANTES DE TOCAR NADA SE VALIDA LA TABLA     *
000380*                ENTERA (CUENTAS EN EL PLAN, MISMA CLASE,   *
000390*                MISMA MONEDA EN EL MAYOR, SIN CADENAS NI   *
000400*                REPETIDAS): UNA SOLA LINEA RECHAZADA Y NO  *
000410*                SE APLICA NINGUNA (RC 8). CADA CAMBIO EN   *
000420*                LEDGMSTR Y LEDGDTL DEJA SU IMAGEN EN       *
000430*                LEDGJRNL PARA ROLLFWD Y LEDGRECO, CADA     *
000440*                LINEA APLICADA QUEDA EN AUDITLOG (EVENTO   *
000450*                M, QUE HUELLAS ACEPTA PARA LEDGMSTR) Y     *
000460*                RENURPT PRUEBA CADA FICHERO CON SUS        *
000470*                TOTALES DE CONTROL ANTES Y DESPUES: LOS    *
000480*                IMPORTES NO SE MUEVEN Y LOS REGISTROS      *
000490*                SOLO CAMBIAN EN LAS ALTAS Y FUSIONES       *
000500*                HECHAS (RC 8 SI ALGO NO CUADRA). RC 4 POR  *
000510*                LINEAS DIFERIDAS, AVISOS O RANGOS A        *
000520*                REVISAR.                                   *
000530*----------------------------------------------------------*
000540
000550 ENVIRONMENT DIVISION.
000560 CONFIGURATION SECTION.
000570 SPECIAL-NAMES.
000580     DECIMAL-POINT IS COMMA.
000590
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT PARM-FILE ASSIGN TO "RENPARM"
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS WS-RENPARM-STATUS.
000650
000660     SELECT MAPA-FILE ASSIGN TO "RENUMAP"
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS WS-RENUMAP-STATUS.
000690
000700     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CTA-ACCT-ID
000740         FILE STATUS IS WS-PLANCTAS-STATUS.
000750
000760     SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
000770         ORGANIZATION IS INDEXED
000780         ACCESS MODE IS DYNAMIC
000790         RECORD KEY IS LEDG-ACCT-ID
000800         FILE STATUS IS WS-LEDGMSTR-STATUS.
000810
000820     SELECT LEDGER-DETAIL-FILE ASSIGN TO "LEDGDTL"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS DT-SEQ-NO
000860         ALTERNATE RECORD KEY IS DT-ACCT-FECHA
000870             WITH DUPLICATES
000880         FILE STATUS IS WS-LEDGDTL-STATUS.
000890
000900     SELECT LEDGER-HIST-FILE ASSIGN TO "LEDGHIST"
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS WS-LEDGHIST-STATUS.
000930
000940     SELECT DIGESTO-FILE ASSIGN TO "DIGMSTR"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS DIG-CLAVE
000980         FILE STATUS IS WS-DIGMSTR-STATUS.
000990
001000     SELECT PRESUPUESTO-FILE ASSIGN TO "PRESMSTR"
001010         ORGANIZATION IS INDEXED
001020         ACCESS MODE IS DYNAMIC
001030         RECORD KEY IS PRE-CLAVE
001040         FILE STATUS IS WS-PRESMSTR-STATUS.
001050
001060     SELECT RECUR-MASTER-FILE ASSIGN TO "RECURMST"
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS DYNAMIC
001090         RECORD KEY IS REC-PLANTILLA-ID
001100         FILE STATUS IS WS-RECURMST-STATUS.
001110
001120     SELECT DEPT-GL-FILE ASSIGN TO "DEPTGL"
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS WS-DEPTGL-STATUS.
001150
001160     SELECT REGLAS-FILE ASSIGN TO "REPARTOS"
001170         ORGANIZATION IS SEQUENTIAL
001180         FILE STATUS IS WS-REPARTOS-STATUS.
001190
001200     SELECT DEFINICION-FILE ASSIGN TO "EDEFFILE"
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS WS-EDEFFILE-STATUS.
001230
001240     SELECT FLUJO-MAPA-FILE ASSIGN TO "FLUJMAP"
001250         ORGANIZATION IS SEQUENTIAL
001260         FILE STATUS IS WS-FLUJMAP-STATUS.
001270
001280     SELECT LEDG-JRNL-FILE ASSIGN TO "LEDGJRNL"
001290         ORGANIZATION IS SEQUENTIAL
001300         FILE STATUS IS WS-LEDGJRNL-STATUS.
001310
001320     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
001330         ORGANIZATION IS SEQUENTIAL
001340         FILE STATUS IS WS-AUDITLOG-STATUS.
001350
001360     SELECT RENU-RPT-FILE ASSIGN TO "RENURPT"
001370         ORGANIZATION IS LINE SEQUENTIAL
001380         FILE STATUS IS WS-RENURPT-STATUS.
001390
001400 DATA DIVISION.
001410 FILE SECTION.
001420 FD  PARM-FILE
001430     LABEL RECORDS ARE STANDARD.
001440 01  PARM-IN-REC.
001450     05 PI-PERIODO              PIC X(06).
001460     05 PI-PERIODO-N REDEFINES PI-PERIODO
001470                                PIC 9(06).
001480     05 PI-OPERADOR             PIC X(08).
001490
001500 FD  MAPA-FILE
001510     LABEL RECORDS ARE STANDARD.
001520 01  MAPA-REC.
001530     05 RM-CUENTA-VIEJA         PIC X(06).
001540     05 RM-CUENTA-VIEJA-N REDEFINES RM-CUENTA-VIEJA
001550                                PIC 9(06).
001560     05 RM-CUENTA-NUEVA         PIC X(06).
001570     05 RM-CUENTA-NUEVA-N REDEFINES RM-CUENTA-NUEVA
001580                                PIC 9(06).
001590     05 RM-PERIODO              PIC X(06).
001600     05 RM-PERIODO-N REDEFINES RM-PERIODO
001610                                PIC 9(06).
001620     05 RM-NOMBRE-NUEVA         PIC X(20).
001630
001640 FD  PLAN-CUENTA-FILE
001650     LABEL RECORDS ARE STANDARD.
001660     COPY CUENTAS.
001670
001680 FD  LEDGER-MASTER-FILE
001690     LABEL RECORDS ARE STANDARD.
001700     COPY LEDGER.
001710
001720 FD  LEDGER-DETAIL-FILE
001730     LABEL RECORDS ARE STANDARD.
001740     COPY LEDGDTL.
001750
001760 FD  LEDGER-HIST-FILE
001770     LABEL RECORDS ARE STANDARD.
001780     COPY LEDGHIST.
001790
001800 FD  DIGESTO-FILE
001810     LABEL RECORDS ARE STANDARD.
001820     COPY DIGESTO.
001830
001840 FD  PRESUPUESTO-FILE
001850     LABEL RECORDS ARE STANDARD.
001860     COPY PRESUP.
001870
001880 FD  RECUR-MASTER-FILE
001890     LABEL RECORDS ARE STANDARD.
001900     COPY RECURR.
001910
001920 FD  DEPT-GL-FILE
001930     LABEL RECORDS ARE STANDARD.
001940 01  DEPT-GL-REC.
001950     05 GLM-DEPARTAMENTO        PIC X(04).
001960     05 GLM-ACCT-ID             PIC 9(06).
001970     05 GLM-MONEDA              PIC X(03).
001980
001990 FD  REGLAS-FILE
002000     LABEL RECORDS ARE STANDARD.
002010 01  REGLA-REC.
002020     05 RGL-TIPO-ORIGEN         PIC X(01).
002030         88 RGL-ORIGEN-CUENTA       VALUE "C".
002040     05 RGL-ORIGEN              PIC X(06).
002050     05 RGL-ORIGEN-N REDEFINES RGL-ORIGEN
002060                                PIC 9(06).
002070     05 RGL-BASE                PIC X(01).
002080     05 RGL-DESTINO             PIC X(06).
002090     05 RGL-DESTINO-N REDEFINES RGL-DESTINO
002100                                PIC 9(06).
002110     05 RGL-PORCENTAJE          PIC X(05).
002120     05 RGL-CENTRO-COSTE        PIC X(06).
002130
002140 FD  DEFINICION-FILE
002150     LABEL RECORDS ARE STANDARD.
002160 01  DEFINICION-REC.
002170     05 EDF-ESTADO              PIC X(01).
002180     05 EDF-ORDEN               PIC X(04).
002190     05 EDF-TIPO                PIC X(01).
002200     05 EDF-TEXTO               PIC X(30).
002210     05 EDF-NIVEL               PIC X(01).
002220     05 EDF-GRUPO               PIC X(04).
002230     05 EDF-CTA-DESDE           PIC X(06).
002240     05 EDF-CTA-DESDE-N REDEFINES EDF-CTA-DESDE
002250                                PIC 9(06).
002260     05 EDF-CTA-HASTA           PIC X(06).
002270     05 EDF-CTA-HASTA-N REDEFINES EDF-CTA-HASTA
002280                                PIC 9(06).
002290     05 EDF-SIGNO               PIC X(01).
002300
002310 FD  FLUJO-MAPA-FILE
002320     LABEL RECORDS ARE STANDARD.
002330 01  FLUJO-MAPA-REC.
002340     05 MAP-ACTIVIDAD           PIC X(01).
002350     05 MAP-CLASE               PIC X(01).
002360     05 MAP-GRUPO               PIC X(04).
002370     05 MAP-CTA-DESDE           PIC X(06).
002380     05 MAP-CTA-DESDE-N REDEFINES MAP-CTA-DESDE
002390                                PIC 9(06).
002400     05 MAP-CTA-HASTA           PIC X(06).
002410     05 MAP-CTA-HASTA-N REDEFINES MAP-CTA-HASTA
002420                                PIC 9(06).
002430     05 MAP-TEXTO               PIC X(30).
002440
002450 FD  LEDG-JRNL-FILE
002460     LABEL RECORDS ARE STANDARD.
002470     COPY LEDGJRNL.
002480
002490 FD  AUDIT-LOG-FILE
002500     LABEL RECORDS ARE STANDARD.
002510     COPY AUDITLOG.
002520
002530 FD  RENU-RPT-FILE
002540     LABEL RECORDS ARE STANDARD.
002550 01  RENU-RPT-LINE              PIC X(80).
002560
002570 WORKING-STORAGE SECTION.
002580 01  WS-RENPARM-STATUS          PIC X(02) VALUE SPACES.
002590     88 WS-RENPARM-OK               VALUE "00".
002600
002610 01  WS-RENUMAP-STATUS          PIC X(02) VALUE SPACES.
002620     88 WS-RENUMAP-OK               VALUE "00".
002630
002640 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
002650     88 WS-PLANCTAS-OK              VALUE "00".
002660     88 WS-PLANCTAS-NOT-FOUND       VALUE "23".
002670
002680 01  WS-LEDGMSTR-STATUS         PIC X(02) VALUE SPACES.
002690     88 WS-LEDGMSTR-OK              VALUE "00".
002700     88 WS-LEDGMSTR-NOT-FOUND       VALUE "23".
002710
002720 01  WS-LEDGDTL-STATUS          PIC X(02) VALUE SPACES.
002730     88 WS-LEDGDTL-OK               VALUE "00".
002740
002750 01  WS-LEDGHIST-STATUS         PIC X(02) VALUE SPACES.
002760     88 WS-LEDGHIST-OK              VALUE "00".
002770     88 WS-LEDGHIST-NO-FILE         VALUE "35".
002780
002790 01  WS-DIGMSTR-STATUS          PIC X(02) VALUE SPACES.
002800     88 WS-DIGMSTR-OK               VALUE "00".
002810     88 WS-DIGMSTR-NOT-FOUND        VALUE "23".
002820     88 WS-DIGMSTR-NO-FILE          VALUE "35".
002830
002840 01  WS-PRESMSTR-STATUS         PIC X(02) VALUE SPACES.
002850     88 WS-PRESMSTR-OK              VALUE "00".
002860     88 WS-PRESMSTR-NOT-FOUND       VALUE "23".
002870     88 WS-PRESMSTR-NO-FILE         VALUE "35".
002880
002890 01  WS-RECURMST-STATUS         PIC X(02) VALUE SPACES.
002900     88 WS-RECURMST-OK              VALUE "00".
002910     88 WS-RECURMST-NO-FILE         VALUE "35".
002920
002930 01  WS-DEPTGL-STATUS           PIC X(02) VALUE SPACES.
002940     88 WS-DEPTGL-OK                VALUE "00".
002950     88 WS-DEPTGL-NO-FILE           VALUE "35".
002960
002970 01  WS-REPARTOS-STATUS         PIC X(02) VALUE SPACES.
002980     88 WS-REPARTOS-OK              VALUE "00".
002990     88 WS-REPARTOS-NO-FILE         VALUE "35".
003000
003010 01  WS-EDEFFILE-STATUS         PIC X(02) VALUE SPACES.
003020     88 WS-EDEFFILE-OK              VALUE "00".
003030     88 WS-EDEFFILE-NO-FILE         VALUE "35".
003040
003050 01  WS-FLUJMAP-STATUS          PIC X(02) VALUE SPACES.
003060     88 WS-FLUJMAP-OK               VALUE "00".
003070     88 WS-FLUJMAP-NO-FILE          VALUE "35".
003080
003090 01  WS-LEDGJRNL-STATUS         PIC X(02) VALUE SPACES.
003100     88 WS-LEDGJRNL-OK              VALUE "00".
003110     88 WS-LEDGJRNL-NO-FILE         VALUE "05", "35".
003120
003130 01  WS-AUDITLOG-STATUS         PIC X(02) VALUE SPACES.
003140     88 WS-AUDITLOG-OK              VALUE "00".
003150     88 WS-AUDITLOG-NO-FILE         VALUE "05", "35".
003160
003170 01  WS-RENURPT-STATUS          PIC X(02) VALUE SPACES.
003180     88 WS-RENURPT-OK               VALUE "00".
003190
003200 01  WS-SWITCHES.
003210     05 WS-EOF-MAPA-SW         PIC X(01) VALUE "N".
003220         88 WS-EOF-MAPA             VALUE "Y".
003230     05 WS-EOF-FICHERO-SW      PIC X(01) VALUE "N".
003240         88 WS-EOF-FICHERO          VALUE "Y".
003250     05 WS-FIN-CUENTA-SW       PIC X(01) VALUE "N".
003260         88 WS-FIN-CUENTA           VALUE "Y".
003270     05 WS-MAPA-HALLADO-SW     PIC X(01) VALUE "N".
003280         88 WS-MAPA-HALLADO         VALUE "S".
003290     05 WS-HIS-HALLADO-SW      PIC X(01) VALUE "N".
003300         88 WS-HIS-HALLADO          VALUE "S".
003310     05 WS-CAMBIADO-SW         PIC X(01) VALUE "N".
003320         88 WS-CAMBIADO             VALUE "S".
003330     05 WS-VIEJA-EN-MAYOR-SW   PIC X(01) VALUE "N".
003340         88 WS-VIEJA-EN-MAYOR       VALUE "S".
003350     05 WS-PASADA-SW           PIC X(01) VALUE "A".
003360         88 WS-PASADA-ANTES         VALUE "A".
003370         88 WS-PASADA-DESPUES       VALUE "D".
003380
003390 01  WS-COUNTERS.
003400     05 WS-LINEAS-COUNT        PIC 9(05) COMP VALUE ZERO.
003410     05 WS-APLICADAS-COUNT     PIC 9(05) COMP VALUE ZERO.
003420     05 WS-DIFERIDAS-COUNT     PIC 9(05) COMP VALUE ZERO.
003430     05 WS-RECHAZADAS-COUNT    PIC 9(05) COMP VALUE ZERO.
003440     05 WS-AVISOS-COUNT        PIC 9(05) COMP VALUE ZERO.
003450     05 WS-DESCUADRES-COUNT    PIC 9(05) COMP VALUE ZERO.
003460     05 WS-REGISTRO-NUM        PIC 9(07) COMP VALUE ZERO.
003470
003480 01  WS-PERIODO                 PIC 9(06) VALUE ZERO.
003490 01  WS-PERIODO-PARTES REDEFINES WS-PERIODO.
003500     05 WS-PER-ANIO            PIC 9(04).
003510     05 WS-PER-MES             PIC 9(02).
003520 01  WS-OPERADOR                PIC X(08) VALUE SPACES.
003530 01  WS-CUENTA-BUSCADA          PIC 9(06) VALUE ZERO.
003540 01  WS-CLASE-VIEJA             PIC X(01) VALUE SPACE.
003550 01  WS-GRUPO-VIEJA             PIC X(04) VALUE SPACES.
003560 01  WS-MONEDA-VIEJA            PIC X(03) VALUE SPACES.
003570 01  WS-NOMBRE-VIEJA            PIC X(20) VALUE SPACES.
003580 01  WS-SALDO-VIEJA             PIC S9(09)V99 VALUE ZERO.
003590 01  WS-IDX-2                   PIC 9(04) COMP VALUE ZERO.
003600
003610*----------------------------------------------------------*
003620* COPIAS DE TRABAJO DEL REGISTRO VIEJO MIENTRAS SE LEE EL   *
003630* DE LA CUENTA NUEVA SOBRE EL MISMO BUFFER.                 *
003640*----------------------------------------------------------*
003650 01  WS-LEDG-VIEJO              PIC X(40) VALUE SPACES.
003660 01  WS-DIG-VIEJO.
003670     05 WS-DV-CLAVE.
003680         10 WS-DV-ACCT-ID       PIC 9(06).
003690         10 WS-DV-PERIODO       PIC 9(06).
003700         10 WS-DV-CENTRO-COSTE  PIC 9(06).
003710     05 WS-DV-MOVS              PIC 9(07).
003720     05 WS-DV-DEBITOS           PIC S9(13)V99.
003730     05 WS-DV-CREDITOS          PIC S9(13)V99.
003740     05 WS-DV-ULT-FECHA         PIC 9(08).
003750 01  WS-PRE-VIEJO.
003760     05 WS-PV-CLAVE.
003770         10 WS-PV-ACCT-ID       PIC 9(06).
003780         10 WS-PV-PERIODO       PIC 9(06).
003790         10 WS-PV-CENTRO-COSTE  PIC 9(06).
003800     05 WS-PV-IMPORTE           PIC S9(11)V99.
003810
003820*----------------------------------------------------------*
003830* TABLA DE RENUMERACION CARGADA DE RENUMAP. MP-ESTADO: A SE *
003840* APLICA, D DIFERIDA (SU PERIODO AUN NO LLEGO), R           *
003850* RECHAZADA. MP-NOMBRE ES EL NOMBRE QUE LLEVARA LA NUEVA SI *
003860* HAY QUE DARLA DE ALTA EN EL MAYOR O RENUMERAR SUS         *
003870* CIERRES.                                                  *
003880*----------------------------------------------------------*
003890 01  WS-MAPA-COUNT              PIC 9(04) COMP VALUE ZERO.
003900 01  WS-MAPA-TABLE.
003910     05 WS-MAPA-ENTRY OCCURS 1 TO 200 TIMES
003920             DEPENDING ON WS-MAPA-COUNT
003930             INDEXED BY WS-MAPA-IDX.
003940         10 MP-VIEJA-X          PIC X(06).
003950         10 MP-VIEJA REDEFINES MP-VIEJA-X
003960                                PIC 9(06).
003970         10 MP-NUEVA-X          PIC X(06).
003980         10 MP-NUEVA REDEFINES MP-NUEVA-X
003990                                PIC 9(06).
004000         10 MP-PERIODO-X        PIC X(06).
004010         10 MP-NOMBRE           PIC X(20).
004020         10 MP-ESTADO           PIC X(01).
004030             88 MP-APLICAR          VALUE "A".
004040             88 MP-DIFERIDA         VALUE "D".
004050             88 MP-RECHAZADA        VALUE "R".
004060         10 MP-NOTA             PIC X(33).
004070         10 MP-SALDO            PIC S9(09)V99.
004080         10 MP-APUNTES          PIC 9(07) COMP.
004090
004100*----------------------------------------------------------*
004110* CIERRES DE LEDGHIST POR FECHA Y CUENTA NUEVA, ANOTADOS EN *
004120* UNA PRIMERA LECTURA: SI LA NUEVA YA TIENE CIERRE ESA      *
004130* FECHA LAS VIEJAS SE PONEN A CERO Y SU SUMA VA AL CIERRE   *
004140* DE LA NUEVA; SI NO, LA PRIMERA VIEJA LEIDA SE RENUMERA Y  *
004150* RECOGE LA SUMA DE TODAS. ASI NUNCA QUEDAN DOS CIERRES DE  *
004160* LA MISMA CUENTA EN LA MISMA FECHA.                        *
004170*----------------------------------------------------------*
004180 01  WS-HIS-COUNT               PIC 9(04) COMP VALUE ZERO.
004190 01  WS-HIS-TABLE.
004200     05 WS-HIS-ENTRY OCCURS 1 TO 3000 TIMES
004210             DEPENDING ON WS-HIS-COUNT
004220             INDEXED BY WS-HIS-IDX.
004230         10 HIS-FECHA           PIC 9(08).
004240         10 HIS-NUEVA           PIC 9(06).
004250         10 HIS-NUEVA-SW        PIC X(01).
004260             88 HIS-NUEVA-EXISTE    VALUE "S".
004270         10 HIS-PRIMERA-VIEJA   PIC 9(06).
004280         10 HIS-SUMA-VIEJAS     PIC S9(11)V99.
004290
004300*----------------------------------------------------------*
004310* FILAS DEL CUADRO DE CONTROL DE RENURPT. TIPO R CUENTA     *
004320* REGISTROS (LA DIFERENCIA DEBE SER LA ESPERADA POR ALTAS Y *
004330* FUSIONES); TIPO I SUMA IMPORTES (NO DEBEN MOVERSE).       *
004340*----------------------------------------------------------*
004350 01  WS-CTL-LIT.
004360     05 FILLER                  PIC X(18) VALUE
004370         "LEDGMSTRREGISTROSR".
004380     05 FILLER                  PIC X(18) VALUE
004390         "LEDGMSTRSALDOS   I".
004400     05 FILLER                  PIC X(18) VALUE
004410         "LEDGDTL REGISTROSR".
004420     05 FILLER                  PIC X(18) VALUE
004430         "LEDGDTL IMPORTES I".
004440     05 FILLER                  PIC X(18) VALUE
004450         "LEDGHISTREGISTROSR".
004460     05 FILLER                  PIC X(18) VALUE
004470         "LEDGHISTSALDOS   I".
004480     05 FILLER                  PIC X(18) VALUE
004490         "DIGMSTR REGISTROSR".
004500     05 FILLER                  PIC X(18) VALUE
004510         "DIGMSTR DEBITOS  I".
004520     05 FILLER                  PIC X(18) VALUE
004530         "DIGMSTR CREDITOS I".
004540     05 FILLER                  PIC X(18) VALUE
004550         "PRESMSTRREGISTROSR".
004560     05 FILLER                  PIC X(18) VALUE
004570         "PRESMSTRIMPORTES I".
004580     05 FILLER                  PIC X(18) VALUE
004590         "RECURMSTREGISTROSR".
004600     05 FILLER                  PIC X(18) VALUE
004610         "RECURMSTIMPORTES I".
004620     05 FILLER                  PIC X(18) VALUE
004630         "DEPTGL  REGISTROSR".
004640     05 FILLER                  PIC X(18) VALUE
004650         "REPARTOSREGISTROSR".
004660     05 FILLER                  PIC X(18) VALUE
004670         "EDEFFILEREGISTROSR".
004680     05 FILLER                  PIC X(18) VALUE
004690         "FLUJMAP REGISTROSR".
004700     05 FILLER                  PIC X(18) VALUE
004710         "PLANCTASREGISTROSR".
004720
004730 01  WS-CTL-NOMBRES REDEFINES WS-CTL-LIT.
004740     05 WS-CTL-NOMBRE OCCURS 18 TIMES.
004750         10 CTL-FICHERO         PIC X(08).
004760         10 CTL-CONCEPTO        PIC X(09).
004770         10 CTL-TIPO            PIC X(01).
004780             88 CTL-REGISTROS       VALUE "R".
004790
004800 01  WS-CTL-TABLE.
004810     05 WS-CTL-ENTRY OCCURS 18 TIMES
004820             INDEXED BY WS-CTL-IDX.
004830         10 CTL-ANTES           PIC S9(15)V99.
004840         10 CTL-DESPUES         PIC S9(15)V99.
004850         10 CTL-ESPERADA        PIC S9(09).
004860         10 CTL-CAMBIADOS       PIC 9(09) COMP.
004870         10 CTL-AUSENTE-SW      PIC X(01).
004880             88 CTL-AUSENTE         VALUE "S".
004890
004900 01  WS-CTL-FILAS.
004910     05 WS-F-MAYOR-REGS        PIC 9(02) COMP VALUE 1.
004920     05 WS-F-MAYOR-SALDO       PIC 9(02) COMP VALUE 2.
004930     05 WS-F-DTL-REGS          PIC 9(02) COMP VALUE 3.
004940     05 WS-F-DTL-IMPORTE       PIC 9(02) COMP VALUE 4.
004950     05 WS-F-HIST-REGS         PIC 9(02) COMP VALUE 5.
004960     05 WS-F-HIST-SALDO        PIC 9(02) COMP VALUE 6.
004970     05 WS-F-DIG-REGS          PIC 9(02) COMP VALUE 7.
004980     05 WS-F-DIG-DEBITOS       PIC 9(02) COMP VALUE 8.
004990     05 WS-F-DIG-CREDITOS      PIC 9(02) COMP VALUE 9.
005000     05 WS-F-PRES-REGS         PIC 9(02) COMP VALUE 10.
005010     05 WS-F-PRES-IMPORTE      PIC 9(02) COMP VALUE 11.
005020     05 WS-F-REC-REGS          PIC 9(02) COMP VALUE 12.
005030     05 WS-F-REC-IMPORTE       PIC 9(02) COMP VALUE 13.
005040     05 WS-F-DEPTGL-REGS       PIC 9(02) COMP VALUE 14.
005050     05 WS-F-REPARTO-REGS      PIC 9(02) COMP VALUE 15.
005060     05 WS-F-EDEF-REGS         PIC 9(02) COMP VALUE 16.
005070     05 WS-F-FLUJ-REGS         PIC 9(02) COMP VALUE 17.
005080     05 WS-F-PLAN-REGS         PIC 9(02) COMP VALUE 18.
005090
005100 01  WS-CTL-FILA                PIC 9(02) COMP VALUE ZERO.
005110 01  WS-CTL-IMPORTE             PIC S9(13)V99 VALUE ZERO.
005120
005130 01  WS-TITULO-LINE.
005140     05 FILLER                  PIC X(32)
005150         VALUE "RENUMERACION DE CUENTAS PERIODO ".
005160     05 TT-PERIODO              PIC 9(06).
005170     05 FILLER                  PIC X(11) VALUE " OPERADOR ".
005180     05 TT-OPERADOR             PIC X(08).
005190
005200 01  WS-MAPA-COL-LINE           PIC X(80) VALUE
005210     "VIEJA   NUEVA   PERIODO  SALDO TRASPAS. APUNTES NOTA".
005220
005230 01  WS-MAPA-LINE.
005240     05 ML-VIEJA                PIC X(06).
005250     05 FILLER                  PIC X(02) VALUE SPACES.
005260     05 ML-NUEVA                PIC X(06).
005270     05 FILLER                  PIC X(02) VALUE SPACES.
005280     05 ML-PERIODO              PIC X(06).
005290     05 FILLER                  PIC X(01) VALUE SPACES.
005300     05 ML-SALDO                PIC ---.---.--9,99.
005310     05 FILLER                  PIC X(01) VALUE SPACES.
005320     05 ML-APUNTES              PIC ZZZZZZ9.
005330     05 FILLER                  PIC X(01) VALUE SPACES.
005340     05 ML-NOTA                 PIC X(33).
005350
005360 01  WS-AVISO-LINE.
005370     05 FILLER                  PIC X(08) VALUE "REVISAR ".
005380     05 AL-FICHERO              PIC X(08).
005390     05 FILLER                  PIC X(01) VALUE SPACES.
005400     05 AL-CLAVE                PIC X(08).
005410     05 FILLER                  PIC X(16)
005420         VALUE ": EL RANGO CUBRE".
005430     05 FILLER                  PIC X(01) VALUE SPACES.
005440     05 AL-VIEJA                PIC 9(06).
005450     05 FILLER                  PIC X(10) VALUE " Y NO LA  ".
005460     05 AL-NUEVA                PIC 9(06).
005470
005480 01  WS-PLANLOAD-LINE.
005490     05 FILLER                  PIC X(25)
005500         VALUE "ACTUALICE PLANLOAD: CTA. ".
005510     05 PLL-VIEJA               PIC 9(06).
005520     05 FILLER                  PIC X(23)
005530         VALUE " BLOQUEADA, SUCESORA ".
005540     05 PLL-NUEVA               PIC 9(06).
005550
005560 01  WS-CTL-COL-LINE            PIC X(80) VALUE
005570     "FICHERO  CONCEPTO        ANTES     DESPUES  CAMBIADOS NOTA".
005580
005590 01  WS-CNT-LINE.
005600     05 CN-FICHERO              PIC X(08).
005610     05 FILLER                  PIC X(01) VALUE SPACES.
005620     05 CN-CONCEPTO             PIC X(09).
005630     05 FILLER                  PIC X(01) VALUE SPACES.
005640     05 CN-ANTES                PIC ZZZ.ZZZ.ZZ9.
005650     05 FILLER                  PIC X(01) VALUE SPACES.
005660     05 CN-DESPUES              PIC ZZZ.ZZZ.ZZ9.
005670     05 FILLER                  PIC X(01) VALUE SPACES.
005680     05 CN-CAMBIADOS            PIC ZZZ.ZZZ.ZZ9.
005690     05 FILLER                  PIC X(01) VALUE SPACES.
005700     05 CN-NOTA                 PIC X(20).
005710
005720 01  WS-IMP-LINE.
005730     05 IL-FICHERO              PIC X(08).
005740     05 FILLER                  PIC X(01) VALUE SPACES.
005750     05 IL-CONCEPTO             PIC X(09).
005760     05 FILLER                  PIC X(01) VALUE SPACES.
005770     05 IL-ANTES                PIC --.---.---.---.--9,99.
005780     05 FILLER                  PIC X(01) VALUE SPACES.
005790     05 IL-DESPUES              PIC --.---.---.---.--9,99.
005800     05 FILLER                  PIC X(01) VALUE SPACES.
005810     05 IL-NOTA                 PIC X(15).
005820
005830 01  WS-FIN-LINE.
005840     05 FL-TEXTO                PIC X(30).
005850     05 FL-CUENTA               PIC ZZZ.ZZ9.
005860
005870 PROCEDURE DIVISION.
005880
005890 0000-MAINLINE.
005900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
005910     PERFORM 2000-CARGAR-MAPA THRU 2000-EXIT
005920         UNTIL WS-EOF-MAPA.
005930     PERFORM 2500-CRUZAR-LINEAS THRU 2500-EXIT
005940         VARYING WS-MAPA-IDX FROM 1 BY 1
005950         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT.
005960     IF WS-RECHAZADAS-COUNT > ZERO OR WS-APLICADAS-COUNT = ZERO
005970         PERFORM 6000-INFORME-MAPA THRU 6000-EXIT
005980         PERFORM 9000-TERMINATE THRU 9000-EXIT
005990         GOBACK
006000     END-IF
006010     PERFORM 3000-HIST-ANOTAR THRU 3000-EXIT.
006020     PERFORM 4000-MAYOR THRU 4000-EXIT.
006030     PERFORM 4100-DETALLE THRU 4100-EXIT.
006040     PERFORM 4200-HIST-APLICAR THRU 4200-EXIT.
006050     PERFORM 4300-DIGESTO THRU 4300-EXIT.
006060     PERFORM 4400-PRESUPUESTO THRU 4400-EXIT.
006070     PERFORM 4500-PLANTILLAS THRU 4500-EXIT.
006080     PERFORM 4600-DEPTGL THRU 4600-EXIT.
006090     PERFORM 4700-REPARTOS THRU 4700-EXIT.
006100     PERFORM 4800-DEFINICIONES THRU 4800-EXIT.
006110     PERFORM 4900-MAPA-FLUJO THRU 4900-EXIT.
006120     PERFORM 5000-PLAN THRU 5000-EXIT.
006130     PERFORM 5500-AUDITLOG THRU 5500-EXIT
006140         VARYING WS-MAPA-IDX FROM 1 BY 1
006150         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT.
006160     PERFORM 6000-INFORME-MAPA THRU 6000-EXIT.
006170     PERFORM 6500-INFORME-CONTROL THRU 6500-EXIT.
006180     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006190     GOBACK.
006200
006210 1000-INITIALIZE.
006220     PERFORM 1100-LEER-PARM THRU 1100-EXIT.
006230     OPEN OUTPUT RENU-RPT-FILE.
006240     IF NOT WS-RENURPT-OK
006250         DISPLAY "CTARENUM: ERROR ABRIENDO RENURPT "
006260             WS-RENURPT-STATUS
006270         GO TO ABEND-CLEANUP
006280     END-IF
006290     OPEN INPUT MAPA-FILE.
006300     IF NOT WS-RENUMAP-OK
006310         DISPLAY "CTARENUM: ERROR ABRIENDO RENUMAP "
006320             WS-RENUMAP-STATUS
006330         GO TO ABEND-CLEANUP
006340     END-IF
006350     OPEN I-O PLAN-CUENTA-FILE.
006360     IF NOT WS-PLANCTAS-OK
006370         DISPLAY "CTARENUM: ERROR ABRIENDO PLANCTAS "
006380             WS-PLANCTAS-STATUS
006390         GO TO ABEND-CLEANUP
006400     END-IF
006410     OPEN I-O LEDGER-MASTER-FILE.
006420     IF NOT WS-LEDGMSTR-OK
006430         DISPLAY "CTARENUM: ERROR ABRIENDO LEDGMSTR "
006440             WS-LEDGMSTR-STATUS
006450         GO TO ABEND-CLEANUP
006460     END-IF
006470     OPEN I-O LEDGER-DETAIL-FILE.
006480     IF NOT WS-LEDGDTL-OK
006490         DISPLAY "CTARENUM: ERROR ABRIENDO LEDGDTL "
006500             WS-LEDGDTL-STATUS
006510         GO TO ABEND-CLEANUP
006520     END-IF
006530     OPEN EXTEND LEDG-JRNL-FILE.
006540     IF WS-LEDGJRNL-NO-FILE
006550         OPEN OUTPUT LEDG-JRNL-FILE
006560     END-IF
006570     IF NOT WS-LEDGJRNL-OK
006580         DISPLAY "CTARENUM: ERROR ABRIENDO LEDGJRNL "
006590             WS-LEDGJRNL-STATUS
006600         GO TO ABEND-CLEANUP
006610     END-IF
006620     OPEN EXTEND AUDIT-LOG-FILE.
006630     IF WS-AUDITLOG-NO-FILE
006640         OPEN OUTPUT AUDIT-LOG-FILE
006650     END-IF
006660     IF NOT WS-AUDITLOG-OK
006670         DISPLAY "CTARENUM: ERROR ABRIENDO AUDITLOG "
006680             WS-AUDITLOG-STATUS
006690         GO TO ABEND-CLEANUP
006700     END-IF
006710     INITIALIZE WS-CTL-TABLE
006720     MOVE WS-PERIODO TO TT-PERIODO
006730     MOVE WS-OPERADOR TO TT-OPERADOR
006740     MOVE WS-TITULO-LINE TO RENU-RPT-LINE
006750     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
006760     PERFORM 2050-LEER-MAPA THRU 2050-EXIT.
006770 1000-EXIT.
006780     EXIT.
006790
006800*----------------------------------------------------------*
006810* RENPARM: PERIODO DE LA CORRIDA (AAAAMM) Y OPERADOR QUE LA *
006820* PIDE, QUE QUEDA EN AUDITLOG CON CADA LINEA APLICADA.      *
006830*----------------------------------------------------------*
006840 1100-LEER-PARM.
006850     OPEN INPUT PARM-FILE.
006860     IF NOT WS-RENPARM-OK
006870         DISPLAY "CTARENUM: ERROR ABRIENDO RENPARM "
006880             WS-RENPARM-STATUS
006890         GO TO ABEND-CLEANUP
006900     END-IF
006910     READ PARM-FILE
006920         AT END
006930             DISPLAY "CTARENUM: RENPARM VACIO"
006940             GO TO ABEND-CLEANUP
006950     END-READ
006960     IF PI-PERIODO IS NOT NUMERIC
006970         DISPLAY "CTARENUM: PERIODO DE RENPARM INVALIDO"
006980         GO TO ABEND-CLEANUP
006990     END-IF
007000     MOVE PI-PERIODO-N TO WS-PERIODO
007010     IF WS-PER-MES < 1 OR WS-PER-MES > 12
007020         DISPLAY "CTARENUM: PERIODO DE RENPARM INVALIDO"
007030         GO TO ABEND-CLEANUP
007040     END-IF
007050     IF PI-OPERADOR = SPACES
007060         DISPLAY "CTARENUM: RENPARM SIN OPERADOR"
007070         GO TO ABEND-CLEANUP
007080     END-IF
007090     MOVE PI-OPERADOR TO WS-OPERADOR
007100     CLOSE PARM-FILE.
007110 1100-EXIT.
007120     EXIT.
007130
007140*----------------------------------------------------------*
007150* CARGA Y VALIDA CADA LINEA DE RENUMAP. NADA SE TOCA AQUI:  *
007160* SOLO SE LEEN PLANCTAS Y LEDGMSTR.                         *
007170*----------------------------------------------------------*
007180 2000-CARGAR-MAPA.
007190     ADD 1 TO WS-LINEAS-COUNT
007200     IF WS-MAPA-COUNT >= 200
007210         DISPLAY "CTARENUM: TABLA DE RENUMAP LLENA"
007220         GO TO ABEND-CLEANUP
007230     END-IF
007240     ADD 1 TO WS-MAPA-COUNT
007250     SET WS-MAPA-IDX TO WS-MAPA-COUNT
007260     MOVE RM-CUENTA-VIEJA TO MP-VIEJA-X (WS-MAPA-IDX)
007270     MOVE RM-CUENTA-NUEVA TO MP-NUEVA-X (WS-MAPA-IDX)
007280     MOVE RM-PERIODO TO MP-PERIODO-X (WS-MAPA-IDX)
007290     MOVE RM-NOMBRE-NUEVA TO MP-NOMBRE (WS-MAPA-IDX)
007300     MOVE SPACES TO MP-NOTA (WS-MAPA-IDX)
007310     MOVE ZERO TO MP-SALDO (WS-MAPA-IDX)
007320     MOVE ZERO TO MP-APUNTES (WS-MAPA-IDX)
007330     SET MP-APLICAR (WS-MAPA-IDX) TO TRUE
007340     PERFORM 2100-VALIDAR-LINEA THRU 2100-EXIT
007350     EVALUATE TRUE
007360         WHEN MP-APLICAR (WS-MAPA-IDX)
007370             ADD 1 TO WS-APLICADAS-COUNT
007380         WHEN MP-DIFERIDA (WS-MAPA-IDX)
007390             ADD 1 TO WS-DIFERIDAS-COUNT
007400         WHEN OTHER
007410             ADD 1 TO WS-RECHAZADAS-COUNT
007420     END-EVALUATE
007430     PERFORM 2050-LEER-MAPA THRU 2050-EXIT.
007440 2000-EXIT.
007450     EXIT.
007460
007470 2050-LEER-MAPA.
007480     READ MAPA-FILE
007490         AT END
007500             SET WS-EOF-MAPA TO TRUE
007510     END-READ
007520     IF NOT WS-EOF-MAPA AND NOT WS-RENUMAP-OK
007530         DISPLAY "CTARENUM: ERROR LEYENDO RENUMAP "
007540             WS-RENUMAP-STATUS
007550         GO TO ABEND-CLEANUP
007560     END-IF.
007570 2050-EXIT.
007580     EXIT.
007590
007600 2100-VALIDAR-LINEA.
007610     IF RM-CUENTA-VIEJA IS NOT NUMERIC
007620         OR RM-CUENTA-NUEVA IS NOT NUMERIC
007630         SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
007640         MOVE "RECHAZADA: CUENTA NO NUMERICA"
007650             TO MP-NOTA (WS-MAPA-IDX)
007660         GO TO 2100-EXIT
007670     END-IF
007680     IF RM-CUENTA-VIEJA-N = RM-CUENTA-NUEVA-N
007690         SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
007700         MOVE "RECHAZADA: VIEJA IGUAL A NUEVA"
007710             TO MP-NOTA (WS-MAPA-IDX)
007720         GO TO 2100-EXIT
007730     END-IF
007740     IF RM-PERIODO IS NOT NUMERIC
007750         OR RM-PERIODO (5:2) < "01" OR RM-PERIODO (5:2) > "12"
007760         SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
007770         MOVE "RECHAZADA: PERIODO INVALIDO"
007780             TO MP-NOTA (WS-MAPA-IDX)
007790         GO TO 2100-EXIT
007800     END-IF
007810     PERFORM 2200-VALIDAR-PLAN THRU 2200-EXIT
007820     IF MP-RECHAZADA (WS-MAPA-IDX)
007830         GO TO 2100-EXIT
007840     END-IF
007850     PERFORM 2300-VALIDAR-MAYOR THRU 2300-EXIT
007860     IF MP-RECHAZADA (WS-MAPA-IDX)
007870         GO TO 2100-EXIT
007880     END-IF
007890     IF RM-PERIODO-N > WS-PERIODO
007900         SET MP-DIFERIDA (WS-MAPA-IDX) TO TRUE
007910         MOVE "DIFERIDA HASTA SU PERIODO"
007920             TO MP-NOTA (WS-MAPA-IDX)
007930     END-IF.
007940 2100-EXIT.
007950     EXIT.
007960
007970*----------------------------------------------------------*
007980* LAS DOS CUENTAS DEBEN ESTAR EN EL PLAN CON LA MISMA       *
007990* CLASE; LA NUEVA NO PUEDE ESTAR BLOQUEADA Y LA VIEJA SOLO  *
008000* SI YA SE RETIRO HACIA ESTA MISMA NUEVA (RELANCE). UN      *
008010* GRUPO DISTINTO CAMBIA LA LINEA DE LOS ESTADOS: SE AVISA Y *
008020* SE APLICA.                                                *
008030*----------------------------------------------------------*
008040 2200-VALIDAR-PLAN.
008050     MOVE RM-CUENTA-VIEJA-N TO CTA-ACCT-ID
008060     READ PLAN-CUENTA-FILE
008070         INVALID KEY
008080             SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
008090             MOVE "RECHAZADA: VIEJA NO ESTA EN PLANCTAS"
008100                 TO MP-NOTA (WS-MAPA-IDX)
008110             GO TO 2200-EXIT
008120     END-READ
008130     IF CTA-BLOQUEADA
008140         AND CTA-CUENTA-SUCESORA NOT = RM-CUENTA-NUEVA-N
008150         SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
008160         MOVE "RECHAZADA: VIEJA RETIRADA A OTRA"
008170             TO MP-NOTA (WS-MAPA-IDX)
008180         GO TO 2200-EXIT
008190     END-IF
008200     MOVE CTA-CLASE TO WS-CLASE-VIEJA
008210     MOVE CTA-GRUPO TO WS-GRUPO-VIEJA
008220     MOVE RM-CUENTA-NUEVA-N TO CTA-ACCT-ID
008230     READ PLAN-CUENTA-FILE
008240         INVALID KEY
008250             SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
008260             MOVE "RECHAZADA: NUEVA NO ESTA EN PLANCTAS"
008270                 TO MP-NOTA (WS-MAPA-IDX)
008280             GO TO 2200-EXIT
008290     END-READ
008300     IF CTA-BLOQUEADA
008310         SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
008320         MOVE "RECHAZADA: LA NUEVA ESTA BLOQUEADA"
008330             TO MP-NOTA (WS-MAPA-IDX)
008340         GO TO 2200-EXIT
008350     END-IF
008360     IF CTA-CLASE NOT = WS-CLASE-VIEJA
008370         SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
008380         MOVE "RECHAZADA: CLASES DISTINTAS"
008390             TO MP-NOTA (WS-MAPA-IDX)
008400         GO TO 2200-EXIT
008410     END-IF
008420     IF CTA-GRUPO NOT = WS-GRUPO-VIEJA
008430         ADD 1 TO WS-AVISOS-COUNT
008440         MOVE "AVISO: GRUPO DEL PLAN DISTINTO"
008450             TO MP-NOTA (WS-MAPA-IDX)
008460     END-IF.
008470 2200-EXIT.
008480     EXIT.
008490
008500*----------------------------------------------------------*
008510* SI LAS DOS CUENTAS ESTAN EN EL MAYOR DEBEN LLEVAR LA      *
008520* MISMA MONEDA. EL NOMBRE DE LA NUEVA: EL DE RENUMAP, O EL  *
008530* QUE YA TIENE EN EL MAYOR, O EL DE LA VIEJA.               *
008540*----------------------------------------------------------*
008550 2300-VALIDAR-MAYOR.
008560     MOVE "N" TO WS-VIEJA-EN-MAYOR-SW
008570     MOVE RM-CUENTA-VIEJA-N TO LEDG-ACCT-ID
008580     READ LEDGER-MASTER-FILE
008590     IF WS-LEDGMSTR-OK
008600         MOVE "S" TO WS-VIEJA-EN-MAYOR-SW
008610         MOVE LEDG-MONEDA TO WS-MONEDA-VIEJA
008620         MOVE LEDG-NOMBRE-CUENTA TO WS-NOMBRE-VIEJA
008630     ELSE
008640         IF NOT WS-LEDGMSTR-NOT-FOUND
008650             DISPLAY "CTARENUM: ERROR LEYENDO LEDGMSTR "
008660                 WS-LEDGMSTR-STATUS
008670             GO TO ABEND-CLEANUP
008680         END-IF
008690         MOVE SPACES TO WS-NOMBRE-VIEJA
008700     END-IF
008710     MOVE RM-CUENTA-NUEVA-N TO LEDG-ACCT-ID
008720     READ LEDGER-MASTER-FILE
008730     IF WS-LEDGMSTR-OK
008740         IF WS-VIEJA-EN-MAYOR
008750             AND LEDG-MONEDA NOT = WS-MONEDA-VIEJA
008760             SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
008770             MOVE "RECHAZADA: MONEDAS DISTINTAS"
008780                 TO MP-NOTA (WS-MAPA-IDX)
008790             GO TO 2300-EXIT
008800         END-IF
008810         IF MP-NOMBRE (WS-MAPA-IDX) = SPACES
008820             MOVE LEDG-NOMBRE-CUENTA TO MP-NOMBRE (WS-MAPA-IDX)
008830         END-IF
008840     ELSE
008850         IF NOT WS-LEDGMSTR-NOT-FOUND
008860             DISPLAY "CTARENUM: ERROR LEYENDO LEDGMSTR "
008870                 WS-LEDGMSTR-STATUS
008880             GO TO ABEND-CLEANUP
008890         END-IF
008900     END-IF
008910     IF MP-NOMBRE (WS-MAPA-IDX) = SPACES
008920         MOVE WS-NOMBRE-VIEJA TO MP-NOMBRE (WS-MAPA-IDX)
008930     END-IF.
008940 2300-EXIT.
008950     EXIT.
008960
008970*----------------------------------------------------------*
008980* ENTRE LINEAS A APLICAR: UNA VIEJA NO PUEDE REPETIRSE Y    *
008990* UNA NUEVA NO PUEDE RETIRARSE EN OTRA LINEA (SIN CADENAS). *
009000* VARIAS VIEJAS SI PUEDEN FUSIONARSE EN UNA MISMA NUEVA.    *
009010*----------------------------------------------------------*
009020 2500-CRUZAR-LINEAS.
009030     IF NOT MP-APLICAR (WS-MAPA-IDX)
009040         GO TO 2500-EXIT
009050     END-IF
009060     PERFORM 2550-CRUZAR-PAR THRU 2550-EXIT
009070         VARYING WS-IDX-2 FROM 1 BY 1
009080         UNTIL WS-IDX-2 > WS-MAPA-COUNT
009090             OR MP-RECHAZADA (WS-MAPA-IDX).
009100 2500-EXIT.
009110     EXIT.
009120
009130 2550-CRUZAR-PAR.
009140     IF WS-IDX-2 = WS-MAPA-IDX
009150         OR MP-RECHAZADA (WS-IDX-2)
009160         GO TO 2550-EXIT
009170     END-IF
009180     IF MP-VIEJA (WS-IDX-2) = MP-VIEJA (WS-MAPA-IDX)
009190         MOVE "RECHAZADA: CUENTA VIEJA REPETIDA"
009200             TO MP-NOTA (WS-MAPA-IDX)
009210         PERFORM 2580-RECHAZAR-CRUCE THRU 2580-EXIT
009220         GO TO 2550-EXIT
009230     END-IF
009240     IF MP-VIEJA (WS-IDX-2) = MP-NUEVA (WS-MAPA-IDX)
009250         MOVE "RECHAZADA: LA NUEVA SE RETIRA TAMBIEN"
009260             TO MP-NOTA (WS-MAPA-IDX)
009270         PERFORM 2580-RECHAZAR-CRUCE THRU 2580-EXIT
009280     END-IF.
009290 2550-EXIT.
009300     EXIT.
009310
009320 2580-RECHAZAR-CRUCE.
009330     SET MP-RECHAZADA (WS-MAPA-IDX) TO TRUE
009340     SUBTRACT 1 FROM WS-APLICADAS-COUNT
009350     ADD 1 TO WS-RECHAZADAS-COUNT.
009360 2580-EXIT.
009370     EXIT.
009380
009390*----------------------------------------------------------*
009400* PRIMERA LECTURA DE LEDGHIST, ANTES DE TOCAR NINGUN        *
009410* FICHERO: TOTALES DE ANTES Y ANOTACION DE LOS CIERRES DE   *
009420* LAS CUENTAS VIEJAS Y NUEVAS POR FECHA (VER WS-HIS-TABLE). *
009430*----------------------------------------------------------*
009440 3000-HIST-ANOTAR.
009450     OPEN INPUT LEDGER-HIST-FILE.
009460     IF WS-LEDGHIST-NO-FILE
009470         MOVE "S" TO CTL-AUSENTE-SW (WS-F-HIST-REGS)
009480         MOVE "S" TO CTL-AUSENTE-SW (WS-F-HIST-SALDO)
009490         GO TO 3000-EXIT
009500     END-IF
009510     IF NOT WS-LEDGHIST-OK
009520         DISPLAY "CTARENUM: ERROR ABRIENDO LEDGHIST "
009530             WS-LEDGHIST-STATUS
009540         GO TO ABEND-CLEANUP
009550     END-IF
009560     SET WS-PASADA-ANTES TO TRUE
009570     MOVE "N" TO WS-EOF-FICHERO-SW
009580     PERFORM 3050-LEER-HIST THRU 3050-EXIT
009590     PERFORM 3100-ANOTAR-CIERRE THRU 3100-EXIT
009600         UNTIL WS-EOF-FICHERO.
009610     CLOSE LEDGER-HIST-FILE.
009620 3000-EXIT.
009630     EXIT.
009640
009650 3050-LEER-HIST.
009660     READ LEDGER-HIST-FILE
009670         AT END
009680             SET WS-EOF-FICHERO TO TRUE
009690     END-READ
009700     IF NOT WS-EOF-FICHERO AND NOT WS-LEDGHIST-OK
009710         DISPLAY "CTARENUM: ERROR LEYENDO LEDGHIST "
009720             WS-LEDGHIST-STATUS
009730         GO TO ABEND-CLEANUP
009740     END-IF.
009750 3050-EXIT.
009760     EXIT.
009770
009780 3100-ANOTAR-CIERRE.
009790     MOVE WS-F-HIST-REGS TO WS-CTL-FILA
009800     MOVE 1 TO WS-CTL-IMPORTE
009810     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT
009820     MOVE WS-F-HIST-SALDO TO WS-CTL-FILA
009830     MOVE LH-SALDO-CIERRE TO WS-CTL-IMPORTE
009840     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT
009850     MOVE LH-ACCT-ID TO WS-CUENTA-BUSCADA
009860     PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
009870     IF WS-MAPA-HALLADO
009880         PERFORM 3150-BUSCAR-CIERRE THRU 3150-EXIT
009890         IF HIS-PRIMERA-VIEJA (WS-HIS-IDX) = ZERO
009900             MOVE LH-ACCT-ID TO HIS-PRIMERA-VIEJA (WS-HIS-IDX)
009910         END-IF
009920         ADD LH-SALDO-CIERRE TO HIS-SUMA-VIEJAS (WS-HIS-IDX)
009930             ON SIZE ERROR
009940                 DISPLAY "CTARENUM: DESBORDE EN CIERRES DE "
009950                     LH-ACCT-ID
009960                 GO TO ABEND-CLEANUP
009970         END-ADD
009980     ELSE
009990         PERFORM 8050-BUSCAR-NUEVA THRU 8050-EXIT
010000         IF WS-MAPA-HALLADO
010010             PERFORM 3150-BUSCAR-CIERRE THRU 3150-EXIT
010020             MOVE "S" TO HIS-NUEVA-SW (WS-HIS-IDX)
010030         END-IF
010040     END-IF
010050     PERFORM 3050-LEER-HIST THRU 3050-EXIT.
010060 3100-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------*
010100* DEJA WS-HIS-IDX EN LA ENTRADA DE LA FECHA DEL CIERRE Y LA *
010110* CUENTA NUEVA DE LA LINEA WS-MAPA-IDX, CREANDOLA SI FALTA. *
010120*----------------------------------------------------------*
010130 3150-BUSCAR-CIERRE.
010140     MOVE "N" TO WS-HIS-HALLADO-SW
010150     IF WS-HIS-COUNT > ZERO
010160         SET WS-HIS-IDX TO 1
010170         SEARCH WS-HIS-ENTRY
010180             AT END
010190                 CONTINUE
010200             WHEN HIS-FECHA (WS-HIS-IDX) = LH-FECHA-CIERRE
010210                 AND HIS-NUEVA (WS-HIS-IDX)
010220                     = MP-NUEVA (WS-MAPA-IDX)
010230                 MOVE "S" TO WS-HIS-HALLADO-SW
010240         END-SEARCH
010250     END-IF
010260     IF WS-HIS-HALLADO
010270         GO TO 3150-EXIT
010280     END-IF
010290     IF WS-HIS-COUNT >= 3000
010300         DISPLAY "CTARENUM: TABLA DE CIERRES LLENA"
010310         GO TO ABEND-CLEANUP
010320     END-IF
010330     ADD 1 TO WS-HIS-COUNT
010340     SET WS-HIS-IDX TO WS-HIS-COUNT
010350     MOVE LH-FECHA-CIERRE TO HIS-FECHA (WS-HIS-IDX)
010360     MOVE MP-NUEVA (WS-MAPA-IDX) TO HIS-NUEVA (WS-HIS-IDX)
010370     MOVE "N" TO HIS-NUEVA-SW (WS-HIS-IDX)
010380     MOVE ZERO TO HIS-PRIMERA-VIEJA (WS-HIS-IDX)
010390     MOVE ZERO TO HIS-SUMA-VIEJAS (WS-HIS-IDX).
010400 3150-EXIT.
010410     EXIT.
010420
010430*----------------------------------------------------------*
010440* LEDGMSTR: TOTALES DE ANTES, TRASPASO DE SALDO LINEA A     *
010450* LINEA Y TOTALES DE DESPUES.                               *
010460*----------------------------------------------------------*
010470 4000-MAYOR.
010480     SET WS-PASADA-ANTES TO TRUE
010490     PERFORM 4050-SUMAR-MAYOR THRU 4050-EXIT
010500     PERFORM 4020-TRASPASAR-SALDO THRU 4020-EXIT
010510         VARYING WS-MAPA-IDX FROM 1 BY 1
010520         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT
010530     SET WS-PASADA-DESPUES TO TRUE
010540     PERFORM 4050-SUMAR-MAYOR THRU 4050-EXIT.
010550 4000-EXIT.
010560     EXIT.
010570
010580*----------------------------------------------------------*
010590* EL SALDO DE LA VIEJA SE SUMA A LA NUEVA (ALTA CON EL      *
010600* NOMBRE DE MP-NOMBRE SI NO EXISTE) Y LA VIEJA QUEDA A      *
010610* CERO; CADA ESCRITURA DEJA SU IMAGEN EN LEDGJRNL.          *
010620*----------------------------------------------------------*
010630 4020-TRASPASAR-SALDO.
010640     IF NOT MP-APLICAR (WS-MAPA-IDX)
010650         GO TO 4020-EXIT
010660     END-IF
010670     MOVE MP-VIEJA (WS-MAPA-IDX) TO LEDG-ACCT-ID
010680     READ LEDGER-MASTER-FILE
010690     IF WS-LEDGMSTR-NOT-FOUND
010700         GO TO 4020-EXIT
010710     END-IF
010720     IF NOT WS-LEDGMSTR-OK
010730         DISPLAY "CTARENUM: ERROR LEYENDO LEDGMSTR "
010740             WS-LEDGMSTR-STATUS
010750         GO TO ABEND-CLEANUP
010760     END-IF
010770     MOVE LEDGER-MASTER-REC TO WS-LEDG-VIEJO
010780     MOVE LEDG-SALDO TO WS-SALDO-VIEJA
010790     MOVE LEDG-SALDO TO MP-SALDO (WS-MAPA-IDX)
010800     MOVE MP-NUEVA (WS-MAPA-IDX) TO LEDG-ACCT-ID
010810     READ LEDGER-MASTER-FILE
010820     IF WS-LEDGMSTR-NOT-FOUND
010830         MOVE WS-LEDG-VIEJO TO LEDGER-MASTER-REC
010840         MOVE MP-NUEVA (WS-MAPA-IDX) TO LEDG-ACCT-ID
010850         MOVE MP-NOMBRE (WS-MAPA-IDX) TO LEDG-NOMBRE-CUENTA
010860         WRITE LEDGER-MASTER-REC
010870         IF NOT WS-LEDGMSTR-OK
010880             DISPLAY "CTARENUM: ERROR GRABANDO LEDGMSTR "
010890                 WS-LEDGMSTR-STATUS
010900             GO TO ABEND-CLEANUP
010910         END-IF
010920         ADD 1 TO CTL-ESPERADA (WS-F-MAYOR-REGS)
010930         MOVE "W" TO JRN-ACCION
010940     ELSE
010950         IF NOT WS-LEDGMSTR-OK
010960             DISPLAY "CTARENUM: ERROR LEYENDO LEDGMSTR "
010970                 WS-LEDGMSTR-STATUS
010980             GO TO ABEND-CLEANUP
010990         END-IF
011000         ADD WS-SALDO-VIEJA TO LEDG-SALDO
011010             ON SIZE ERROR
011020                 DISPLAY "CTARENUM: DESBORDE EN EL SALDO DE "
011030                     LEDG-ACCT-ID
011040                 GO TO ABEND-CLEANUP
011050         END-ADD
011060         REWRITE LEDGER-MASTER-REC
011070         IF NOT WS-LEDGMSTR-OK
011080             DISPLAY "CTARENUM: ERROR REESCRIBIENDO LEDGMSTR "
011090                 WS-LEDGMSTR-STATUS
011100             GO TO ABEND-CLEANUP
011110         END-IF
011120         MOVE "R" TO JRN-ACCION
011130     END-IF
011140     PERFORM 8100-JRN-MAYOR THRU 8100-EXIT
011150     MOVE WS-LEDG-VIEJO TO LEDGER-MASTER-REC
011160     MOVE ZERO TO LEDG-SALDO
011170     REWRITE LEDGER-MASTER-REC
011180     IF NOT WS-LEDGMSTR-OK
011190         DISPLAY "CTARENUM: ERROR REESCRIBIENDO LEDGMSTR "
011200             WS-LEDGMSTR-STATUS
011210         GO TO ABEND-CLEANUP
011220     END-IF
011230     MOVE "R" TO JRN-ACCION
011240     PERFORM 8100-JRN-MAYOR THRU 8100-EXIT
011250     ADD 2 TO CTL-CAMBIADOS (WS-F-MAYOR-REGS).
011260 4020-EXIT.
011270     EXIT.
011280
011290 4050-SUMAR-MAYOR.
011300     MOVE ZERO TO LEDG-ACCT-ID
011310     MOVE "N" TO WS-EOF-FICHERO-SW
011320     START LEDGER-MASTER-FILE KEY IS NOT LESS THAN LEDG-ACCT-ID
011330         INVALID KEY
011340             GO TO 4050-EXIT
011350     END-START
011360     PERFORM 4060-LEER-MAYOR THRU 4060-EXIT
011370         UNTIL WS-EOF-FICHERO.
011380 4050-EXIT.
011390     EXIT.
011400
011410 4060-LEER-MAYOR.
011420     READ LEDGER-MASTER-FILE NEXT
011430         AT END
011440             SET WS-EOF-FICHERO TO TRUE
011450             GO TO 4060-EXIT
011460     END-READ
011470     IF NOT WS-LEDGMSTR-OK
011480         DISPLAY "CTARENUM: ERROR LEYENDO LEDGMSTR "
011490             WS-LEDGMSTR-STATUS
011500         GO TO ABEND-CLEANUP
011510     END-IF
011520     MOVE WS-F-MAYOR-REGS TO WS-CTL-FILA
011530     MOVE 1 TO WS-CTL-IMPORTE
011540     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT
011550     MOVE WS-F-MAYOR-SALDO TO WS-CTL-FILA
011560     MOVE LEDG-SALDO TO WS-CTL-IMPORTE
011570     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT.
011580 4060-EXIT.
011590     EXIT.
011600
011610*----------------------------------------------------------*
011620* LEDGDTL EN UNA SOLA PASADA POR CLAVE PRIMARIA: EL APUNTE  *
011630* DE UNA VIEJA PASA A LA NUEVA (CAMBIA SOLO LA CLAVE        *
011640* ALTERNA, ASI QUE EL ORDEN DE LECTURA NO SE ALTERA) Y DEJA *
011650* SU IMAGEN EN LEDGJRNL. EL TOTAL DE DESPUES SE TOMA DEL    *
011660* REGISTRO YA REESCRITO.                                    *
011670*----------------------------------------------------------*
011680 4100-DETALLE.
011690     MOVE "N" TO WS-EOF-FICHERO-SW
011700     PERFORM 4110-LEER-DETALLE THRU 4110-EXIT
011710         UNTIL WS-EOF-FICHERO.
011720 4100-EXIT.
011730     EXIT.
011740
011750 4110-LEER-DETALLE.
011760     READ LEDGER-DETAIL-FILE NEXT
011770         AT END
011780             SET WS-EOF-FICHERO TO TRUE
011790             GO TO 4110-EXIT
011800     END-READ
011810     IF NOT WS-LEDGDTL-OK
011820         DISPLAY "CTARENUM: ERROR LEYENDO LEDGDTL "
011830             WS-LEDGDTL-STATUS
011840         GO TO ABEND-CLEANUP
011850     END-IF
011860     ADD 1 TO CTL-ANTES (WS-F-DTL-REGS)
011870     ADD DT-IMPORTE-CONV TO CTL-ANTES (WS-F-DTL-IMPORTE)
011880     MOVE DT-ACCT-ID TO WS-CUENTA-BUSCADA
011890     PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
011900     IF WS-MAPA-HALLADO
011910         MOVE MP-NUEVA (WS-MAPA-IDX) TO DT-ACCT-ID
011920         REWRITE LEDGER-DETAIL-REC
011930         IF NOT WS-LEDGDTL-OK
011940             DISPLAY "CTARENUM: ERROR REESCRIBIENDO LEDGDTL "
011950                 WS-LEDGDTL-STATUS
011960             GO TO ABEND-CLEANUP
011970         END-IF
011980         PERFORM 8110-JRN-DETALLE THRU 8110-EXIT
011990         ADD 1 TO MP-APUNTES (WS-MAPA-IDX)
012000         ADD 1 TO CTL-CAMBIADOS (WS-F-DTL-REGS)
012010     END-IF
012020     ADD 1 TO CTL-DESPUES (WS-F-DTL-REGS)
012030     ADD DT-IMPORTE-CONV TO CTL-DESPUES (WS-F-DTL-IMPORTE).
012040 4110-EXIT.
012050     EXIT.
012060
012070*----------------------------------------------------------*
012080* LEDGHIST EN SU SITIO: LA VIEJA RECEPTORA SE RENUMERA CON  *
012090* LA SUMA DE TODAS, LAS DEMAS VIEJAS QUEDAN A CERO Y EL     *
012100* CIERRE YA EXISTENTE DE LA NUEVA RECIBE LA SUMA. DESPUES   *
012110* SE RELEE ENTERO PARA LOS TOTALES.                         *
012120*----------------------------------------------------------*
012130 4200-HIST-APLICAR.
012140     IF CTL-AUSENTE (WS-F-HIST-REGS)
012150         GO TO 4200-EXIT
012160     END-IF
012170     OPEN I-O LEDGER-HIST-FILE.
012180     IF NOT WS-LEDGHIST-OK
012190         DISPLAY "CTARENUM: ERROR ABRIENDO LEDGHIST "
012200             WS-LEDGHIST-STATUS
012210         GO TO ABEND-CLEANUP
012220     END-IF
012230     MOVE "N" TO WS-EOF-FICHERO-SW
012240     PERFORM 3050-LEER-HIST THRU 3050-EXIT
012250     PERFORM 4210-CAMBIAR-CIERRE THRU 4210-EXIT
012260         UNTIL WS-EOF-FICHERO.
012270     CLOSE LEDGER-HIST-FILE.
012280     OPEN INPUT LEDGER-HIST-FILE.
012290     IF NOT WS-LEDGHIST-OK
012300         DISPLAY "CTARENUM: ERROR ABRIENDO LEDGHIST "
012310             WS-LEDGHIST-STATUS
012320         GO TO ABEND-CLEANUP
012330     END-IF
012340     SET WS-PASADA-DESPUES TO TRUE
012350     MOVE "N" TO WS-EOF-FICHERO-SW
012360     PERFORM 3050-LEER-HIST THRU 3050-EXIT
012370     PERFORM 4250-SUMAR-CIERRE THRU 4250-EXIT
012380         UNTIL WS-EOF-FICHERO.
012390     CLOSE LEDGER-HIST-FILE.
012400 4200-EXIT.
012410     EXIT.
012420
012430 4210-CAMBIAR-CIERRE.
012440     MOVE "N" TO WS-CAMBIADO-SW
012450     MOVE LH-ACCT-ID TO WS-CUENTA-BUSCADA
012460     PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
012470     IF WS-MAPA-HALLADO
012480         PERFORM 3150-BUSCAR-CIERRE THRU 3150-EXIT
012490         MOVE "S" TO WS-CAMBIADO-SW
012500         IF HIS-NUEVA-EXISTE (WS-HIS-IDX)
012510             OR LH-ACCT-ID NOT = HIS-PRIMERA-VIEJA (WS-HIS-IDX)
012520             MOVE ZERO TO LH-SALDO-CIERRE
012530         ELSE
012540             MOVE MP-NUEVA (WS-MAPA-IDX) TO LH-ACCT-ID
012550             MOVE MP-NOMBRE (WS-MAPA-IDX) TO LH-NOMBRE-CUENTA
012560             MOVE HIS-SUMA-VIEJAS (WS-HIS-IDX) TO LH-SALDO-CIERRE
012570         END-IF
012580     ELSE
012590         PERFORM 8050-BUSCAR-NUEVA THRU 8050-EXIT
012600         IF WS-MAPA-HALLADO
012610             PERFORM 3150-BUSCAR-CIERRE THRU 3150-EXIT
012620             IF HIS-PRIMERA-VIEJA (WS-HIS-IDX) NOT = ZERO
012630                 MOVE "S" TO WS-CAMBIADO-SW
012640                 ADD HIS-SUMA-VIEJAS (WS-HIS-IDX)
012650                     TO LH-SALDO-CIERRE
012660                     ON SIZE ERROR
012670                         DISPLAY "CTARENUM: DESBORDE EN "
012680                             "CIERRE DE "
012690                             LH-ACCT-ID
012700                         GO TO ABEND-CLEANUP
012710                 END-ADD
012720             END-IF
012730         END-IF
012740     END-IF
012750     IF WS-CAMBIADO
012760         REWRITE LEDGER-HIST-REC
012770         IF NOT WS-LEDGHIST-OK
012780             DISPLAY "CTARENUM: ERROR REESCRIBIENDO LEDGHIST "
012790                 WS-LEDGHIST-STATUS
012800             GO TO ABEND-CLEANUP
012810         END-IF
012820         ADD 1 TO CTL-CAMBIADOS (WS-F-HIST-REGS)
012830     END-IF
012840     PERFORM 3050-LEER-HIST THRU 3050-EXIT.
012850 4210-EXIT.
012860     EXIT.
012870
012880 4250-SUMAR-CIERRE.
012890     MOVE WS-F-HIST-REGS TO WS-CTL-FILA
012900     MOVE 1 TO WS-CTL-IMPORTE
012910     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT
012920     MOVE WS-F-HIST-SALDO TO WS-CTL-FILA
012930     MOVE LH-SALDO-CIERRE TO WS-CTL-IMPORTE
012940     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT
012950     PERFORM 3050-LEER-HIST THRU 3050-EXIT.
012960 4250-EXIT.
012970     EXIT.
012980
012990*----------------------------------------------------------*
013000* DIGMSTR: LA CUENTA ES PARTE DE LA CLAVE, ASI QUE CADA     *
013010* REGISTRO DE LA VIEJA SE BORRA Y SE SUMA AL DE LA NUEVA    *
013020* CON EL MISMO PERIODO Y CENTRO (O SE GRABA CON LA NUEVA SI *
013030* NO EXISTE). CADA VUELTA REPOSICIONA AL PRIMER REGISTRO    *
013040* QUE QUEDE DE LA VIEJA.                                    *
013050*----------------------------------------------------------*
013060 4300-DIGESTO.
013070     OPEN I-O DIGESTO-FILE.
013080     IF WS-DIGMSTR-NO-FILE
013090         MOVE "S" TO CTL-AUSENTE-SW (WS-F-DIG-REGS)
013100         MOVE "S" TO CTL-AUSENTE-SW (WS-F-DIG-DEBITOS)
013110         MOVE "S" TO CTL-AUSENTE-SW (WS-F-DIG-CREDITOS)
013120         GO TO 4300-EXIT
013130     END-IF
013140     IF NOT WS-DIGMSTR-OK
013150         DISPLAY "CTARENUM: ERROR ABRIENDO DIGMSTR "
013160             WS-DIGMSTR-STATUS
013170         GO TO ABEND-CLEANUP
013180     END-IF
013190     SET WS-PASADA-ANTES TO TRUE
013200     PERFORM 4350-SUMAR-DIGESTO THRU 4350-EXIT
013210     PERFORM 4310-FUSIONAR-DIGESTO THRU 4310-EXIT
013220         VARYING WS-MAPA-IDX FROM 1 BY 1
013230         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT
013240     SET WS-PASADA-DESPUES TO TRUE
013250     PERFORM 4350-SUMAR-DIGESTO THRU 4350-EXIT
013260     CLOSE DIGESTO-FILE.
013270 4300-EXIT.
013280     EXIT.
013290
013300 4310-FUSIONAR-DIGESTO.
013310     IF NOT MP-APLICAR (WS-MAPA-IDX)
013320         GO TO 4310-EXIT
013330     END-IF
013340     MOVE "N" TO WS-FIN-CUENTA-SW
013350     PERFORM 4320-MOVER-DIGESTO THRU 4320-EXIT
013360         UNTIL WS-FIN-CUENTA.
013370 4310-EXIT.
013380     EXIT.
013390
013400 4320-MOVER-DIGESTO.
013410     MOVE MP-VIEJA (WS-MAPA-IDX) TO DIG-ACCT-ID
013420     MOVE ZERO TO DIG-PERIODO
013430     MOVE ZERO TO DIG-CENTRO-COSTE
013440     START DIGESTO-FILE KEY IS NOT LESS THAN DIG-CLAVE
013450         INVALID KEY
013460             SET WS-FIN-CUENTA TO TRUE
013470             GO TO 4320-EXIT
013480     END-START
013490     READ DIGESTO-FILE NEXT
013500         AT END
013510             SET WS-FIN-CUENTA TO TRUE
013520             GO TO 4320-EXIT
013530     END-READ
013540     IF NOT WS-DIGMSTR-OK
013550         DISPLAY "CTARENUM: ERROR LEYENDO DIGMSTR "
013560             WS-DIGMSTR-STATUS
013570         GO TO ABEND-CLEANUP
013580     END-IF
013590     IF DIG-ACCT-ID NOT = MP-VIEJA (WS-MAPA-IDX)
013600         SET WS-FIN-CUENTA TO TRUE
013610         GO TO 4320-EXIT
013620     END-IF
013630     MOVE DIGESTO-REC TO WS-DIG-VIEJO
013640     DELETE DIGESTO-FILE
013650     IF NOT WS-DIGMSTR-OK
013660         DISPLAY "CTARENUM: ERROR BORRANDO DIGMSTR "
013670             WS-DIGMSTR-STATUS
013680         GO TO ABEND-CLEANUP
013690     END-IF
013700     ADD 1 TO CTL-CAMBIADOS (WS-F-DIG-REGS)
013710     MOVE MP-NUEVA (WS-MAPA-IDX) TO DIG-ACCT-ID
013720     MOVE WS-DV-PERIODO TO DIG-PERIODO
013730     MOVE WS-DV-CENTRO-COSTE TO DIG-CENTRO-COSTE
013740     READ DIGESTO-FILE
013750     IF WS-DIGMSTR-NOT-FOUND
013760         MOVE WS-DIG-VIEJO TO DIGESTO-REC
013770         MOVE MP-NUEVA (WS-MAPA-IDX) TO DIG-ACCT-ID
013780         WRITE DIGESTO-REC
013790         IF NOT WS-DIGMSTR-OK
013800             DISPLAY "CTARENUM: ERROR GRABANDO DIGMSTR "
013810                 WS-DIGMSTR-STATUS
013820             GO TO ABEND-CLEANUP
013830         END-IF
013840         GO TO 4320-EXIT
013850     END-IF
013860     IF NOT WS-DIGMSTR-OK
013870         DISPLAY "CTARENUM: ERROR LEYENDO DIGMSTR "
013880             WS-DIGMSTR-STATUS
013890         GO TO ABEND-CLEANUP
013900     END-IF
013910     ADD WS-DV-MOVS TO DIG-MOVS
013920     ADD WS-DV-DEBITOS TO DIG-DEBITOS
013930     ADD WS-DV-CREDITOS TO DIG-CREDITOS
013940     IF WS-DV-ULT-FECHA > DIG-ULT-FECHA
013950         MOVE WS-DV-ULT-FECHA TO DIG-ULT-FECHA
013960     END-IF
013970     REWRITE DIGESTO-REC
013980     IF NOT WS-DIGMSTR-OK
013990         DISPLAY "CTARENUM: ERROR REESCRIBIENDO DIGMSTR "
014000             WS-DIGMSTR-STATUS
014010         GO TO ABEND-CLEANUP
014020     END-IF
014030     SUBTRACT 1 FROM CTL-ESPERADA (WS-F-DIG-REGS).
014040 4320-EXIT.
014050     EXIT.
014060
014070 4350-SUMAR-DIGESTO.
014080     MOVE LOW-VALUES TO DIG-CLAVE
014090     MOVE "N" TO WS-EOF-FICHERO-SW
014100     START DIGESTO-FILE KEY IS NOT LESS THAN DIG-CLAVE
014110         INVALID KEY
014120             GO TO 4350-EXIT
014130     END-START
014140     PERFORM 4360-LEER-DIGESTO THRU 4360-EXIT
014150         UNTIL WS-EOF-FICHERO.
014160 4350-EXIT.
014170     EXIT.
014180
014190 4360-LEER-DIGESTO.
014200     READ DIGESTO-FILE NEXT
014210         AT END
014220             SET WS-EOF-FICHERO TO TRUE
014230             GO TO 4360-EXIT
014240     END-READ
014250     IF NOT WS-DIGMSTR-OK
014260         DISPLAY "CTARENUM: ERROR LEYENDO DIGMSTR "
014270             WS-DIGMSTR-STATUS
014280         GO TO ABEND-CLEANUP
014290     END-IF
014300     MOVE WS-F-DIG-REGS TO WS-CTL-FILA
014310     MOVE 1 TO WS-CTL-IMPORTE
014320     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT
014330     MOVE WS-F-DIG-DEBITOS TO WS-CTL-FILA
014340     MOVE DIG-DEBITOS TO WS-CTL-IMPORTE
014350     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT
014360     MOVE WS-F-DIG-CREDITOS TO WS-CTL-FILA
014370     MOVE DIG-CREDITOS TO WS-CTL-IMPORTE
014380     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT.
014390 4360-EXIT.
014400     EXIT.
014410
014420*----------------------------------------------------------*
014430* PRESMSTR: MISMO TRATAMIENTO QUE DIGMSTR, SUMANDO EL       *
014440* IMPORTE PRESUPUESTADO.                                    *
014450*----------------------------------------------------------*
014460 4400-PRESUPUESTO.
014470     OPEN I-O PRESUPUESTO-FILE.
014480     IF WS-PRESMSTR-NO-FILE
014490         MOVE "S" TO CTL-AUSENTE-SW (WS-F-PRES-REGS)
014500         MOVE "S" TO CTL-AUSENTE-SW (WS-F-PRES-IMPORTE)
014510         GO TO 4400-EXIT
014520     END-IF
014530     IF NOT WS-PRESMSTR-OK
014540         DISPLAY "CTARENUM: ERROR ABRIENDO PRESMSTR "
014550             WS-PRESMSTR-STATUS
014560         GO TO ABEND-CLEANUP
014570     END-IF
014580     SET WS-PASADA-ANTES TO TRUE
014590     PERFORM 4450-SUMAR-PRESUPUESTO THRU 4450-EXIT
014600     PERFORM 4410-FUSIONAR-PRESUPUESTO THRU 4410-EXIT
014610         VARYING WS-MAPA-IDX FROM 1 BY 1
014620         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT
014630     SET WS-PASADA-DESPUES TO TRUE
014640     PERFORM 4450-SUMAR-PRESUPUESTO THRU 4450-EXIT
014650     CLOSE PRESUPUESTO-FILE.
014660 4400-EXIT.
014670     EXIT.
014680
014690 4410-FUSIONAR-PRESUPUESTO.
014700     IF NOT MP-APLICAR (WS-MAPA-IDX)
014710         GO TO 4410-EXIT
014720     END-IF
014730     MOVE "N" TO WS-FIN-CUENTA-SW
014740     PERFORM 4420-MOVER-PRESUPUESTO THRU 4420-EXIT
014750         UNTIL WS-FIN-CUENTA.
014760 4410-EXIT.
014770     EXIT.
014780
014790 4420-MOVER-PRESUPUESTO.
014800     MOVE MP-VIEJA (WS-MAPA-IDX) TO PRE-ACCT-ID
014810     MOVE ZERO TO PRE-PERIODO
014820     MOVE ZERO TO PRE-CENTRO-COSTE
014830     START PRESUPUESTO-FILE KEY IS NOT LESS THAN PRE-CLAVE
014840         INVALID KEY
014850             SET WS-FIN-CUENTA TO TRUE
014860             GO TO 4420-EXIT
014870     END-START
014880     READ PRESUPUESTO-FILE NEXT
014890         AT END
014900             SET WS-FIN-CUENTA TO TRUE
014910             GO TO 4420-EXIT
014920     END-READ
014930     IF NOT WS-PRESMSTR-OK
014940         DISPLAY "CTARENUM: ERROR LEYENDO PRESMSTR "
014950             WS-PRESMSTR-STATUS
014960         GO TO ABEND-CLEANUP
014970     END-IF
014980     IF PRE-ACCT-ID NOT = MP-VIEJA (WS-MAPA-IDX)
014990         SET WS-FIN-CUENTA TO TRUE
015000         GO TO 4420-EXIT
015010     END-IF
015020     MOVE PRESUPUESTO-REC TO WS-PRE-VIEJO
015030     DELETE PRESUPUESTO-FILE
015040     IF NOT WS-PRESMSTR-OK
015050         DISPLAY "CTARENUM: ERROR BORRANDO PRESMSTR "
015060             WS-PRESMSTR-STATUS
015070         GO TO ABEND-CLEANUP
015080     END-IF
015090     ADD 1 TO CTL-CAMBIADOS (WS-F-PRES-REGS)
015100     MOVE MP-NUEVA (WS-MAPA-IDX) TO PRE-ACCT-ID
015110     MOVE WS-PV-PERIODO TO PRE-PERIODO
015120     MOVE WS-PV-CENTRO-COSTE TO PRE-CENTRO-COSTE
015130     READ PRESUPUESTO-FILE
015140     IF WS-PRESMSTR-NOT-FOUND
015150         MOVE WS-PRE-VIEJO TO PRESUPUESTO-REC
015160         MOVE MP-NUEVA (WS-MAPA-IDX) TO PRE-ACCT-ID
015170         WRITE PRESUPUESTO-REC
015180         IF NOT WS-PRESMSTR-OK
015190             DISPLAY "CTARENUM: ERROR GRABANDO PRESMSTR "
015200                 WS-PRESMSTR-STATUS
015210             GO TO ABEND-CLEANUP
015220         END-IF
015230         GO TO 4420-EXIT
015240     END-IF
015250     IF NOT WS-PRESMSTR-OK
015260         DISPLAY "CTARENUM: ERROR LEYENDO PRESMSTR "
015270             WS-PRESMSTR-STATUS
015280         GO TO ABEND-CLEANUP
015290     END-IF
015300     ADD WS-PV-IMPORTE TO PRE-IMPORTE
015310         ON SIZE ERROR
015320             DISPLAY "CTARENUM: DESBORDE EN PRESMSTR DE "
015330                 PRE-ACCT-ID
015340             GO TO ABEND-CLEANUP
015350     END-ADD
015360     REWRITE PRESUPUESTO-REC
015370     IF NOT WS-PRESMSTR-OK
015380         DISPLAY "CTARENUM: ERROR REESCRIBIENDO PRESMSTR "
015390             WS-PRESMSTR-STATUS
015400         GO TO ABEND-CLEANUP
015410     END-IF
015420     SUBTRACT 1 FROM CTL-ESPERADA (WS-F-PRES-REGS).
015430 4420-EXIT.
015440     EXIT.
015450
015460 4450-SUMAR-PRESUPUESTO.
015470     MOVE LOW-VALUES TO PRE-CLAVE
015480     MOVE "N" TO WS-EOF-FICHERO-SW
015490     START PRESUPUESTO-FILE KEY IS NOT LESS THAN PRE-CLAVE
015500         INVALID KEY
015510             GO TO 4450-EXIT
015520     END-START
015530     PERFORM 4460-LEER-PRESUPUESTO THRU 4460-EXIT
015540         UNTIL WS-EOF-FICHERO.
015550 4450-EXIT.
015560     EXIT.
015570
015580 4460-LEER-PRESUPUESTO.
015590     READ PRESUPUESTO-FILE NEXT
015600         AT END
015610             SET WS-EOF-FICHERO TO TRUE
015620             GO TO 4460-EXIT
015630     END-READ
015640     IF NOT WS-PRESMSTR-OK
015650         DISPLAY "CTARENUM: ERROR LEYENDO PRESMSTR "
015660             WS-PRESMSTR-STATUS
015670         GO TO ABEND-CLEANUP
015680     END-IF
015690     MOVE WS-F-PRES-REGS TO WS-CTL-FILA
015700     MOVE 1 TO WS-CTL-IMPORTE
015710     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT
015720     MOVE WS-F-PRES-IMPORTE TO WS-CTL-FILA
015730     MOVE PRE-IMPORTE TO WS-CTL-IMPORTE
015740     PERFORM 8200-SUMAR-CONTROL THRU 8200-EXIT.
015750 4460-EXIT.
015760     EXIT.
015770
015780*----------------------------------------------------------*
015790* PLANTILLAS DE RECURMST: LA CUENTA NO ES CLAVE, SE CAMBIA  *
015800* EN SU SITIO EN UNA PASADA.                                *
015810*----------------------------------------------------------*
015820 4500-PLANTILLAS.
015830     OPEN I-O RECUR-MASTER-FILE.
015840     IF WS-RECURMST-NO-FILE
015850         MOVE "S" TO CTL-AUSENTE-SW (WS-F-REC-REGS)
015860         MOVE "S" TO CTL-AUSENTE-SW (WS-F-REC-IMPORTE)
015870         GO TO 4500-EXIT
015880     END-IF
015890     IF NOT WS-RECURMST-OK
015900         DISPLAY "CTARENUM: ERROR ABRIENDO RECURMST "
015910             WS-RECURMST-STATUS
015920         GO TO ABEND-CLEANUP
015930     END-IF
015940     MOVE "N" TO WS-EOF-FICHERO-SW
015950     PERFORM 4510-CAMBIAR-PLANTILLA THRU 4510-EXIT
015960         UNTIL WS-EOF-FICHERO.
015970     CLOSE RECUR-MASTER-FILE.
015980 4500-EXIT.
015990     EXIT.
016000
016010 4510-CAMBIAR-PLANTILLA.
016020     READ RECUR-MASTER-FILE NEXT
016030         AT END
016040             SET WS-EOF-FICHERO TO TRUE
016050             GO TO 4510-EXIT
016060     END-READ
016070     IF NOT WS-RECURMST-OK
016080         DISPLAY "CTARENUM: ERROR LEYENDO RECURMST "
016090             WS-RECURMST-STATUS
016100         GO TO ABEND-CLEANUP
016110     END-IF
016120     ADD 1 TO CTL-ANTES (WS-F-REC-REGS)
016130     ADD REC-IMPORTE TO CTL-ANTES (WS-F-REC-IMPORTE)
016140     MOVE REC-ACCT-ID TO WS-CUENTA-BUSCADA
016150     PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
016160     IF WS-MAPA-HALLADO
016170         MOVE MP-NUEVA (WS-MAPA-IDX) TO REC-ACCT-ID
016180         REWRITE RECUR-MASTER-REC
016190         IF NOT WS-RECURMST-OK
016200             DISPLAY "CTARENUM: ERROR REESCRIBIENDO RECURMST "
016210                 WS-RECURMST-STATUS
016220             GO TO ABEND-CLEANUP
016230         END-IF
016240         ADD 1 TO CTL-CAMBIADOS (WS-F-REC-REGS)
016250     END-IF
016260     ADD 1 TO CTL-DESPUES (WS-F-REC-REGS)
016270     ADD REC-IMPORTE TO CTL-DESPUES (WS-F-REC-IMPORTE).
016280 4510-EXIT.
016290     EXIT.
016300
016310*----------------------------------------------------------*
016320* DEPTGL: CUENTA DE GASTO POR DEPARTAMENTO Y LOS REGISTROS  *
016330* ESPECIALES DE PAYGL ("****", "====", ...), EN SU SITIO.   *
016340*----------------------------------------------------------*
016350 4600-DEPTGL.
016360     OPEN I-O DEPT-GL-FILE.
016370     IF WS-DEPTGL-NO-FILE
016380         MOVE "S" TO CTL-AUSENTE-SW (WS-F-DEPTGL-REGS)
016390         GO TO 4600-EXIT
016400     END-IF
016410     IF NOT WS-DEPTGL-OK
016420         DISPLAY "CTARENUM: ERROR ABRIENDO DEPTGL "
016430             WS-DEPTGL-STATUS
016440         GO TO ABEND-CLEANUP
016450     END-IF
016460     MOVE "N" TO WS-EOF-FICHERO-SW
016470     PERFORM 4610-CAMBIAR-DEPTGL THRU 4610-EXIT
016480         UNTIL WS-EOF-FICHERO.
016490     CLOSE DEPT-GL-FILE.
016500 4600-EXIT.
016510     EXIT.
016520
016530 4610-CAMBIAR-DEPTGL.
016540     READ DEPT-GL-FILE
016550         AT END
016560             SET WS-EOF-FICHERO TO TRUE
016570             GO TO 4610-EXIT
016580     END-READ
016590     IF NOT WS-DEPTGL-OK
016600         DISPLAY "CTARENUM: ERROR LEYENDO DEPTGL "
016610             WS-DEPTGL-STATUS
016620         GO TO ABEND-CLEANUP
016630     END-IF
016640     ADD 1 TO CTL-ANTES (WS-F-DEPTGL-REGS)
016650     ADD 1 TO CTL-DESPUES (WS-F-DEPTGL-REGS)
016660     MOVE GLM-ACCT-ID TO WS-CUENTA-BUSCADA
016670     PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
016680     IF WS-MAPA-HALLADO
016690         MOVE MP-NUEVA (WS-MAPA-IDX) TO GLM-ACCT-ID
016700         REWRITE DEPT-GL-REC
016710         IF NOT WS-DEPTGL-OK
016720             DISPLAY "CTARENUM: ERROR REESCRIBIENDO DEPTGL "
016730                 WS-DEPTGL-STATUS
016740             GO TO ABEND-CLEANUP
016750         END-IF
016760         ADD 1 TO CTL-CAMBIADOS (WS-F-DEPTGL-REGS)
016770     END-IF.
016780 4610-EXIT.
016790     EXIT.
016800
016810*----------------------------------------------------------*
016820* REGLAS DE REPARTO: ORIGEN DE TIPO CUENTA Y DESTINO, EN SU *
016830* SITIO. EL ORIGEN POR GRUPO NO NOMBRA CUENTAS.             *
016840*----------------------------------------------------------*
016850 4700-REPARTOS.
016860     OPEN I-O REGLAS-FILE.
016870     IF WS-REPARTOS-NO-FILE
016880         MOVE "S" TO CTL-AUSENTE-SW (WS-F-REPARTO-REGS)
016890         GO TO 4700-EXIT
016900     END-IF
016910     IF NOT WS-REPARTOS-OK
016920         DISPLAY "CTARENUM: ERROR ABRIENDO REPARTOS "
016930             WS-REPARTOS-STATUS
016940         GO TO ABEND-CLEANUP
016950     END-IF
016960     MOVE "N" TO WS-EOF-FICHERO-SW
016970     PERFORM 4710-CAMBIAR-REGLA THRU 4710-EXIT
016980         UNTIL WS-EOF-FICHERO.
016990     CLOSE REGLAS-FILE.
017000 4700-EXIT.
017010     EXIT.
017020
017030 4710-CAMBIAR-REGLA.
017040     READ REGLAS-FILE
017050         AT END
017060             SET WS-EOF-FICHERO TO TRUE
017070             GO TO 4710-EXIT
017080     END-READ
017090     IF NOT WS-REPARTOS-OK
017100         DISPLAY "CTARENUM: ERROR LEYENDO REPARTOS "
017110             WS-REPARTOS-STATUS
017120         GO TO ABEND-CLEANUP
017130     END-IF
017140     ADD 1 TO CTL-ANTES (WS-F-REPARTO-REGS)
017150     ADD 1 TO CTL-DESPUES (WS-F-REPARTO-REGS)
017160     MOVE "N" TO WS-CAMBIADO-SW
017170     IF RGL-ORIGEN-CUENTA AND RGL-ORIGEN IS NUMERIC
017180         MOVE RGL-ORIGEN-N TO WS-CUENTA-BUSCADA
017190         PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
017200         IF WS-MAPA-HALLADO
017210             MOVE MP-NUEVA (WS-MAPA-IDX) TO RGL-ORIGEN-N
017220             MOVE "S" TO WS-CAMBIADO-SW
017230         END-IF
017240     END-IF
017250     IF RGL-DESTINO IS NUMERIC
017260         MOVE RGL-DESTINO-N TO WS-CUENTA-BUSCADA
017270         PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
017280         IF WS-MAPA-HALLADO
017290             MOVE MP-NUEVA (WS-MAPA-IDX) TO RGL-DESTINO-N
017300             MOVE "S" TO WS-CAMBIADO-SW
017310         END-IF
017320     END-IF
017330     IF WS-CAMBIADO
017340         REWRITE REGLA-REC
017350         IF NOT WS-REPARTOS-OK
017360             DISPLAY "CTARENUM: ERROR REESCRIBIENDO REPARTOS "
017370                 WS-REPARTOS-STATUS
017380             GO TO ABEND-CLEANUP
017390         END-IF
017400         ADD 1 TO CTL-CAMBIADOS (WS-F-REPARTO-REGS)
017410     END-IF.
017420 4710-EXIT.
017430     EXIT.
017440
017450*----------------------------------------------------------*
017460* DEFINICION DE ESTADOS EDEFFILE: LA LINEA DE UNA SOLA      *
017470* CUENTA VIEJA (DESDE = HASTA) PASA A LA NUEVA; UN RANGO    *
017480* QUE CUBRE LA VIEJA Y NO LA NUEVA SE DENUNCIA PARA         *
017490* REVISION.                                                 *
017500*----------------------------------------------------------*
017510 4800-DEFINICIONES.
017520     OPEN I-O DEFINICION-FILE.
017530     IF WS-EDEFFILE-NO-FILE
017540         MOVE "S" TO CTL-AUSENTE-SW (WS-F-EDEF-REGS)
017550         GO TO 4800-EXIT
017560     END-IF
017570     IF NOT WS-EDEFFILE-OK
017580         DISPLAY "CTARENUM: ERROR ABRIENDO EDEFFILE "
017590             WS-EDEFFILE-STATUS
017600         GO TO ABEND-CLEANUP
017610     END-IF
017620     MOVE "N" TO WS-EOF-FICHERO-SW
017630     PERFORM 4810-CAMBIAR-DEFINICION THRU 4810-EXIT
017640         UNTIL WS-EOF-FICHERO.
017650     CLOSE DEFINICION-FILE.
017660 4800-EXIT.
017670     EXIT.
017680
017690 4810-CAMBIAR-DEFINICION.
017700     READ DEFINICION-FILE
017710         AT END
017720             SET WS-EOF-FICHERO TO TRUE
017730             GO TO 4810-EXIT
017740     END-READ
017750     IF NOT WS-EDEFFILE-OK
017760         DISPLAY "CTARENUM: ERROR LEYENDO EDEFFILE "
017770             WS-EDEFFILE-STATUS
017780         GO TO ABEND-CLEANUP
017790     END-IF
017800     ADD 1 TO CTL-ANTES (WS-F-EDEF-REGS)
017810     ADD 1 TO CTL-DESPUES (WS-F-EDEF-REGS)
017820     IF EDF-CTA-DESDE IS NOT NUMERIC
017830         OR EDF-CTA-HASTA IS NOT NUMERIC
017840         GO TO 4810-EXIT
017850     END-IF
017860     IF EDF-CTA-DESDE-N = EDF-CTA-HASTA-N
017870         MOVE EDF-CTA-DESDE-N TO WS-CUENTA-BUSCADA
017880         PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
017890         IF WS-MAPA-HALLADO
017900             MOVE MP-NUEVA (WS-MAPA-IDX) TO EDF-CTA-DESDE-N
017910             MOVE MP-NUEVA (WS-MAPA-IDX) TO EDF-CTA-HASTA-N
017920             REWRITE DEFINICION-REC
017930             IF NOT WS-EDEFFILE-OK
017940                 DISPLAY "CTARENUM: ERROR REESCRIBIENDO EDEFFILE "
017950                     WS-EDEFFILE-STATUS
017960                 GO TO ABEND-CLEANUP
017970             END-IF
017980             ADD 1 TO CTL-CAMBIADOS (WS-F-EDEF-REGS)
017990         END-IF
018000         GO TO 4810-EXIT
018010     END-IF
018020     MOVE "EDEFFILE" TO AL-FICHERO
018030     MOVE SPACES TO AL-CLAVE
018040     STRING EDF-ESTADO DELIMITED BY SIZE
018050            EDF-ORDEN DELIMITED BY SIZE
018060         INTO AL-CLAVE
018070     END-STRING
018080     PERFORM 4850-REVISAR-RANGO THRU 4850-EXIT
018090         VARYING WS-MAPA-IDX FROM 1 BY 1
018100         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT.
018110 4810-EXIT.
018120     EXIT.
018130
018140*----------------------------------------------------------*
018150* LIMITES DEL REGISTRO LEIDO DE EDEFFILE O FLUJMAP (SEGUN   *
018160* AL-FICHERO) CONTRA LA LINEA WS-MAPA-IDX.                  *
018170*----------------------------------------------------------*
018180 4850-REVISAR-RANGO.
018190     IF NOT MP-APLICAR (WS-MAPA-IDX)
018200         GO TO 4850-EXIT
018210     END-IF
018220     IF AL-FICHERO = "EDEFFILE"
018230         IF MP-VIEJA (WS-MAPA-IDX) >= EDF-CTA-DESDE-N
018240             AND MP-VIEJA (WS-MAPA-IDX) <= EDF-CTA-HASTA-N
018250             AND (MP-NUEVA (WS-MAPA-IDX) < EDF-CTA-DESDE-N
018260                 OR MP-NUEVA (WS-MAPA-IDX) > EDF-CTA-HASTA-N)
018270             PERFORM 4860-AVISO-RANGO THRU 4860-EXIT
018280         END-IF
018290     ELSE
018300         IF MP-VIEJA (WS-MAPA-IDX) >= MAP-CTA-DESDE-N
018310             AND MP-VIEJA (WS-MAPA-IDX) <= MAP-CTA-HASTA-N
018320             AND (MP-NUEVA (WS-MAPA-IDX) < MAP-CTA-DESDE-N
018330                 OR MP-NUEVA (WS-MAPA-IDX) > MAP-CTA-HASTA-N)
018340             PERFORM 4860-AVISO-RANGO THRU 4860-EXIT
018350         END-IF
018360     END-IF.
018370 4850-EXIT.
018380     EXIT.
018390
018400 4860-AVISO-RANGO.
018410     ADD 1 TO WS-AVISOS-COUNT
018420     MOVE MP-VIEJA (WS-MAPA-IDX) TO AL-VIEJA
018430     MOVE MP-NUEVA (WS-MAPA-IDX) TO AL-NUEVA
018440     MOVE WS-AVISO-LINE TO RENU-RPT-LINE
018450     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
018460 4860-EXIT.
018470     EXIT.
018480
018490*----------------------------------------------------------*
018500* MAPA DEL ESTADO DE FLUJOS FLUJMAP: IGUAL QUE EDEFFILE; LA *
018510* LINEA A REVISAR SE NOMBRA POR SU NUMERO DE REGISTRO.      *
018520*----------------------------------------------------------*
018530 4900-MAPA-FLUJO.
018540     OPEN I-O FLUJO-MAPA-FILE.
018550     IF WS-FLUJMAP-NO-FILE
018560         MOVE "S" TO CTL-AUSENTE-SW (WS-F-FLUJ-REGS)
018570         GO TO 4900-EXIT
018580     END-IF
018590     IF NOT WS-FLUJMAP-OK
018600         DISPLAY "CTARENUM: ERROR ABRIENDO FLUJMAP "
018610             WS-FLUJMAP-STATUS
018620         GO TO ABEND-CLEANUP
018630     END-IF
018640     MOVE ZERO TO WS-REGISTRO-NUM
018650     MOVE "N" TO WS-EOF-FICHERO-SW
018660     PERFORM 4910-CAMBIAR-MAPA-FLUJO THRU 4910-EXIT
018670         UNTIL WS-EOF-FICHERO.
018680     CLOSE FLUJO-MAPA-FILE.
018690 4900-EXIT.
018700     EXIT.
018710
018720 4910-CAMBIAR-MAPA-FLUJO.
018730     READ FLUJO-MAPA-FILE
018740         AT END
018750             SET WS-EOF-FICHERO TO TRUE
018760             GO TO 4910-EXIT
018770     END-READ
018780     IF NOT WS-FLUJMAP-OK
018790         DISPLAY "CTARENUM: ERROR LEYENDO FLUJMAP "
018800             WS-FLUJMAP-STATUS
018810         GO TO ABEND-CLEANUP
018820     END-IF
018830     ADD 1 TO WS-REGISTRO-NUM
018840     ADD 1 TO CTL-ANTES (WS-F-FLUJ-REGS)
018850     ADD 1 TO CTL-DESPUES (WS-F-FLUJ-REGS)
018860     IF MAP-CTA-DESDE IS NOT NUMERIC
018870         OR MAP-CTA-HASTA IS NOT NUMERIC
018880         GO TO 4910-EXIT
018890     END-IF
018900     IF MAP-CTA-DESDE-N = MAP-CTA-HASTA-N
018910         MOVE MAP-CTA-DESDE-N TO WS-CUENTA-BUSCADA
018920         PERFORM 8000-BUSCAR-VIEJA THRU 8000-EXIT
018930         IF WS-MAPA-HALLADO
018940             MOVE MP-NUEVA (WS-MAPA-IDX) TO MAP-CTA-DESDE-N
018950             MOVE MP-NUEVA (WS-MAPA-IDX) TO MAP-CTA-HASTA-N
018960             REWRITE FLUJO-MAPA-REC
018970             IF NOT WS-FLUJMAP-OK
018980                 DISPLAY "CTARENUM: ERROR REESCRIBIENDO FLUJMAP "
018990                     WS-FLUJMAP-STATUS
019000                 GO TO ABEND-CLEANUP
019010             END-IF
019020             ADD 1 TO CTL-CAMBIADOS (WS-F-FLUJ-REGS)
019030         END-IF
019040         GO TO 4910-EXIT
019050     END-IF
019060     MOVE "FLUJMAP " TO AL-FICHERO
019070     MOVE WS-REGISTRO-NUM TO WS-CUENTA-BUSCADA
019080     MOVE WS-CUENTA-BUSCADA TO AL-CLAVE
019090     PERFORM 4850-REVISAR-RANGO THRU 4850-EXIT
019100         VARYING WS-MAPA-IDX FROM 1 BY 1
019110         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT.
019120 4910-EXIT.
019130     EXIT.
019140
019150*----------------------------------------------------------*
019160* BLOQUEO DE LAS VIEJAS EN PLANCTAS CON SU SUCESORA. COMO   *
019170* PLANCARG RECONSTRUYE EL PLAN DESDE PLANLOAD, EL INFORME   *
019180* PIDE LLEVAR EL BLOQUEO TAMBIEN A PLANLOAD.                *
019190*----------------------------------------------------------*
019200 5000-PLAN.
019210     MOVE ZERO TO CTA-ACCT-ID
019220     MOVE "N" TO WS-EOF-FICHERO-SW
019230     START PLAN-CUENTA-FILE KEY IS NOT LESS THAN CTA-ACCT-ID
019240         INVALID KEY
019250             SET WS-EOF-FICHERO TO TRUE
019260     END-START
019270     PERFORM 5010-CONTAR-PLAN THRU 5010-EXIT
019280         UNTIL WS-EOF-FICHERO.
019290     PERFORM 5050-BLOQUEAR-VIEJA THRU 5050-EXIT
019300         VARYING WS-MAPA-IDX FROM 1 BY 1
019310         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT.
019320 5000-EXIT.
019330     EXIT.
019340
019350 5010-CONTAR-PLAN.
019360     READ PLAN-CUENTA-FILE NEXT
019370         AT END
019380             SET WS-EOF-FICHERO TO TRUE
019390             GO TO 5010-EXIT
019400     END-READ
019410     IF NOT WS-PLANCTAS-OK
019420         DISPLAY "CTARENUM: ERROR LEYENDO PLANCTAS "
019430             WS-PLANCTAS-STATUS
019440         GO TO ABEND-CLEANUP
019450     END-IF
019460     ADD 1 TO CTL-ANTES (WS-F-PLAN-REGS)
019470     ADD 1 TO CTL-DESPUES (WS-F-PLAN-REGS).
019480 5010-EXIT.
019490     EXIT.
019500
019510 5050-BLOQUEAR-VIEJA.
019520     IF NOT MP-APLICAR (WS-MAPA-IDX)
019530         GO TO 5050-EXIT
019540     END-IF
019550     MOVE MP-VIEJA (WS-MAPA-IDX) TO CTA-ACCT-ID
019560     READ PLAN-CUENTA-FILE
019570     IF NOT WS-PLANCTAS-OK
019580         DISPLAY "CTARENUM: ERROR LEYENDO PLANCTAS "
019590             WS-PLANCTAS-STATUS
019600         GO TO ABEND-CLEANUP
019610     END-IF
019620     MOVE "S" TO CTA-BLOQUEO-SW
019630     MOVE MP-NUEVA (WS-MAPA-IDX) TO CTA-CUENTA-SUCESORA
019640     REWRITE PLAN-CUENTA-REC
019650     IF NOT WS-PLANCTAS-OK
019660         DISPLAY "CTARENUM: ERROR REESCRIBIENDO PLANCTAS "
019670             WS-PLANCTAS-STATUS
019680         GO TO ABEND-CLEANUP
019690     END-IF
019700     ADD 1 TO CTL-CAMBIADOS (WS-F-PLAN-REGS).
019710 5050-EXIT.
019720     EXIT.
019730
019740*----------------------------------------------------------*
019750* UNA ANOTACION M POR LINEA APLICADA, CON EL OPERADOR DE    *
019760* RENPARM. HUELLAS LA ACEPTA COMO MOVIMIENTO SANCIONADO DE  *
019770* LEDGMSTR.                                                 *
019780*----------------------------------------------------------*
019790 5500-AUDITLOG.
019800     IF NOT MP-APLICAR (WS-MAPA-IDX)
019810         GO TO 5500-EXIT
019820     END-IF
019830     ACCEPT AUD-FECHA FROM DATE YYYYMMDD.
019840     ACCEPT AUD-HORA FROM TIME.
019850     MOVE "CTARENUM" TO AUD-PROGRAMA
019860     MOVE SPACES TO AUD-CLAVE
019870     STRING MP-VIEJA-X (WS-MAPA-IDX) DELIMITED BY SIZE
019880            ">" DELIMITED BY SIZE
019890            MP-NUEVA-X (WS-MAPA-IDX) DELIMITED BY SIZE
019900         INTO AUD-CLAVE
019910     END-STRING
019920     SET AUD-EVENTO-MANTENIM TO TRUE
019930     MOVE SPACES TO AUD-DETALLE
019940     STRING "CUENTA RENUMERADA, OPERADOR " DELIMITED BY SIZE
019950            WS-OPERADOR DELIMITED BY SIZE
019960         INTO AUD-DETALLE
019970     END-STRING
019980     WRITE AUDITLOG-REC
019990     IF NOT WS-AUDITLOG-OK
020000         DISPLAY "CTARENUM: ERROR ESCRIBIENDO AUDITLOG "
020010             WS-AUDITLOG-STATUS
020020         GO TO ABEND-CLEANUP
020030     END-IF.
020040 5500-EXIT.
020050     EXIT.
020060
020070*----------------------------------------------------------*
020080* LISTADO DE LAS LINEAS DE RENUMAP CON SU RESULTADO. SI     *
020090* HUBO RECHAZOS SE DICE QUE NO SE APLICO NINGUNA.           *
020100*----------------------------------------------------------*
020110 6000-INFORME-MAPA.
020120     MOVE WS-MAPA-COL-LINE TO RENU-RPT-LINE
020130     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
020140     PERFORM 6100-LINEA-MAPA THRU 6100-EXIT
020150         VARYING WS-MAPA-IDX FROM 1 BY 1
020160         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT.
020170     IF WS-RECHAZADAS-COUNT > ZERO
020180         MOVE "*** LINEAS RECHAZADAS, NO SE APLICO NINGUNA ***"
020190             TO RENU-RPT-LINE
020200         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
020210         GO TO 6000-EXIT
020220     END-IF
020230     IF WS-APLICADAS-COUNT = ZERO
020240         MOVE "NINGUNA LINEA A APLICAR EN ESTE PERIODO"
020250             TO RENU-RPT-LINE
020260         PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
020270         GO TO 6000-EXIT
020280     END-IF
020290     PERFORM 6200-LINEA-PLANLOAD THRU 6200-EXIT
020300         VARYING WS-MAPA-IDX FROM 1 BY 1
020310         UNTIL WS-MAPA-IDX > WS-MAPA-COUNT.
020320 6000-EXIT.
020330     EXIT.
020340
020350 6100-LINEA-MAPA.
020360     MOVE MP-VIEJA-X (WS-MAPA-IDX) TO ML-VIEJA
020370     MOVE MP-NUEVA-X (WS-MAPA-IDX) TO ML-NUEVA
020380     MOVE MP-PERIODO-X (WS-MAPA-IDX) TO ML-PERIODO
020390     MOVE MP-SALDO (WS-MAPA-IDX) TO ML-SALDO
020400     MOVE MP-APUNTES (WS-MAPA-IDX) TO ML-APUNTES
020410     MOVE MP-NOTA (WS-MAPA-IDX) TO ML-NOTA
020420     IF MP-APLICAR (WS-MAPA-IDX)
020430         AND MP-NOTA (WS-MAPA-IDX) = SPACES
020440         IF WS-RECHAZADAS-COUNT > ZERO
020450             MOVE "VALIDA, NO APLICADA" TO ML-NOTA
020460         ELSE
020470             MOVE "APLICADA" TO ML-NOTA
020480         END-IF
020490     END-IF
020500     MOVE WS-MAPA-LINE TO RENU-RPT-LINE
020510     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
020520 6100-EXIT.
020530     EXIT.
020540
020550 6200-LINEA-PLANLOAD.
020560     IF NOT MP-APLICAR (WS-MAPA-IDX)
020570         GO TO 6200-EXIT
020580     END-IF
020590     MOVE MP-VIEJA (WS-MAPA-IDX) TO PLL-VIEJA
020600     MOVE MP-NUEVA (WS-MAPA-IDX) TO PLL-NUEVA
020610     MOVE WS-PLANLOAD-LINE TO RENU-RPT-LINE
020620     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
020630 6200-EXIT.
020640     EXIT.
020650
020660*----------------------------------------------------------*
020670* CUADRO DE CONTROL ANTES/DESPUES POR FICHERO.              *
020680*----------------------------------------------------------*
020690 6500-INFORME-CONTROL.
020700     MOVE WS-CTL-COL-LINE TO RENU-RPT-LINE
020710     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
020720     PERFORM 6550-LINEA-CONTROL THRU 6550-EXIT
020730         VARYING WS-CTL-IDX FROM 1 BY 1
020740         UNTIL WS-CTL-IDX > 18.
020750 6500-EXIT.
020760     EXIT.
020770
020780 6550-LINEA-CONTROL.
020790     IF CTL-REGISTROS (WS-CTL-IDX)
020800         MOVE CTL-FICHERO (WS-CTL-IDX) TO CN-FICHERO
020810         MOVE CTL-CONCEPTO (WS-CTL-IDX) TO CN-CONCEPTO
020820         MOVE CTL-ANTES (WS-CTL-IDX) TO CN-ANTES
020830         MOVE CTL-DESPUES (WS-CTL-IDX) TO CN-DESPUES
020840         MOVE CTL-CAMBIADOS (WS-CTL-IDX) TO CN-CAMBIADOS
020850         PERFORM 6600-NOTA-CONTROL THRU 6600-EXIT
020860         MOVE IL-NOTA TO CN-NOTA
020870         MOVE WS-CNT-LINE TO RENU-RPT-LINE
020880     ELSE
020890         MOVE CTL-FICHERO (WS-CTL-IDX) TO IL-FICHERO
020900         MOVE CTL-CONCEPTO (WS-CTL-IDX) TO IL-CONCEPTO
020910         MOVE CTL-ANTES (WS-CTL-IDX) TO IL-ANTES
020920         MOVE CTL-DESPUES (WS-CTL-IDX) TO IL-DESPUES
020930         PERFORM 6600-NOTA-CONTROL THRU 6600-EXIT
020940         MOVE WS-IMP-LINE TO RENU-RPT-LINE
020950     END-IF
020960     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
020970 6550-EXIT.
020980     EXIT.
020990
021000 6600-NOTA-CONTROL.
021010     IF CTL-AUSENTE (WS-CTL-IDX)
021020         MOVE "NO EXISTE" TO IL-NOTA
021030         GO TO 6600-EXIT
021040     END-IF
021050     IF CTL-DESPUES (WS-CTL-IDX) - CTL-ANTES (WS-CTL-IDX)
021060         = CTL-ESPERADA (WS-CTL-IDX)
021070         MOVE "CUADRA" TO IL-NOTA
021080     ELSE
021090         ADD 1 TO WS-DESCUADRES-COUNT
021100         MOVE "*** NO CUADRA" TO IL-NOTA
021110     END-IF.
021120 6600-EXIT.
021130     EXIT.
021140
021150*----------------------------------------------------------*
021160* BUSCA WS-CUENTA-BUSCADA COMO CUENTA VIEJA (8000) O NUEVA  *
021170* (8050) DE UNA LINEA A APLICAR; DEJA WS-MAPA-IDX EN ELLA.  *
021180*----------------------------------------------------------*
021190 8000-BUSCAR-VIEJA.
021200     MOVE "N" TO WS-MAPA-HALLADO-SW
021210     SET WS-MAPA-IDX TO 1
021220     SEARCH WS-MAPA-ENTRY
021230         AT END
021240             CONTINUE
021250         WHEN MP-APLICAR (WS-MAPA-IDX)
021260             AND MP-VIEJA (WS-MAPA-IDX) = WS-CUENTA-BUSCADA
021270             MOVE "S" TO WS-MAPA-HALLADO-SW
021280     END-SEARCH.
021290 8000-EXIT.
021300     EXIT.
021310
021320 8050-BUSCAR-NUEVA.
021330     MOVE "N" TO WS-MAPA-HALLADO-SW
021340     SET WS-MAPA-IDX TO 1
021350     SEARCH WS-MAPA-ENTRY
021360         AT END
021370             CONTINUE
021380         WHEN MP-APLICAR (WS-MAPA-IDX)
021390             AND MP-NUEVA (WS-MAPA-IDX) = WS-CUENTA-BUSCADA
021400             MOVE "S" TO WS-MAPA-HALLADO-SW
021410     END-SEARCH.
021420 8050-EXIT.
021430     EXIT.
021440
021450*----------------------------------------------------------*
021460* IMAGENES POSTERIORES EN EL DIARIO LEDGJRNL, PARA ROLLFWD  *
021470* Y LA RODADURA HACIA ADELANTE DE LEDGRECO. LA ACCION (W/R) *
021480* LLEGA YA PUESTA EN JRN-ACCION PARA EL MAYOR.              *
021490*----------------------------------------------------------*
021500 8100-JRN-MAYOR.
021510     ACCEPT JRN-FECHA FROM DATE YYYYMMDD
021520     ACCEPT JRN-HORA FROM TIME
021530     MOVE "CTARENUM" TO JRN-PROGRAMA
021540     MOVE "LEDGMSTR" TO JRN-FICHERO
021550     MOVE SPACES TO JRN-IMAGEN
021560     MOVE LEDGER-MASTER-REC TO JRN-IMAGEN
021570     WRITE LEDG-JRNL-REC
021580     IF NOT WS-LEDGJRNL-OK
021590         DISPLAY "CTARENUM: ERROR ESCRIBIENDO LEDGJRNL "
021600             WS-LEDGJRNL-STATUS
021610         GO TO ABEND-CLEANUP
021620     END-IF.
021630 8100-EXIT.
021640     EXIT.
021650
021660 8110-JRN-DETALLE.
021670     ACCEPT JRN-FECHA FROM DATE YYYYMMDD
021680     ACCEPT JRN-HORA FROM TIME
021690     MOVE "CTARENUM" TO JRN-PROGRAMA
021700     MOVE "LEDGDTL " TO JRN-FICHERO
021710     MOVE "R" TO JRN-ACCION
021720     MOVE SPACES TO JRN-IMAGEN
021730     MOVE LEDGER-DETAIL-REC TO JRN-IMAGEN
021740     WRITE LEDG-JRNL-REC
021750     IF NOT WS-LEDGJRNL-OK
021760         DISPLAY "CTARENUM: ERROR ESCRIBIENDO LEDGJRNL "
021770             WS-LEDGJRNL-STATUS
021780         GO TO ABEND-CLEANUP
021790     END-IF.
021800 8110-EXIT.
021810     EXIT.
021820
021830*----------------------------------------------------------*
021840* SUMA WS-CTL-IMPORTE A LA FILA WS-CTL-FILA DEL CUADRO, EN  *
021850* ANTES O DESPUES SEGUN LA PASADA EN CURSO.                 *
021860*----------------------------------------------------------*
021870 8200-SUMAR-CONTROL.
021880     IF WS-PASADA-ANTES
021890         ADD WS-CTL-IMPORTE TO CTL-ANTES (WS-CTL-FILA)
021900     ELSE
021910         ADD WS-CTL-IMPORTE TO CTL-DESPUES (WS-CTL-FILA)
021920     END-IF.
021930 8200-EXIT.
021940     EXIT.
021950
021960 8500-WRITE-LINEA.
021970     WRITE RENU-RPT-LINE
021980     IF NOT WS-RENURPT-OK
021990         DISPLAY "CTARENUM: ERROR ESCRIBIENDO RENURPT "
022000             WS-RENURPT-STATUS
022010         GO TO ABEND-CLEANUP
022020     END-IF.
022030 8500-EXIT.
022040     EXIT.
022050
022060 9000-TERMINATE.
022070     MOVE "LINEAS LEIDAS EN RENUMAP" TO FL-TEXTO
022080     MOVE WS-LINEAS-COUNT TO FL-CUENTA
022090     MOVE WS-FIN-LINE TO RENU-RPT-LINE
022100     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
022110     MOVE "LINEAS APLICADAS" TO FL-TEXTO
022120     IF WS-RECHAZADAS-COUNT > ZERO
022130         MOVE ZERO TO FL-CUENTA
022140     ELSE
022150         MOVE WS-APLICADAS-COUNT TO FL-CUENTA
022160     END-IF
022170     MOVE WS-FIN-LINE TO RENU-RPT-LINE
022180     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
022190     MOVE "LINEAS DIFERIDAS" TO FL-TEXTO
022200     MOVE WS-DIFERIDAS-COUNT TO FL-CUENTA
022210     MOVE WS-FIN-LINE TO RENU-RPT-LINE
022220     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
022230     MOVE "LINEAS RECHAZADAS" TO FL-TEXTO
022240     MOVE WS-RECHAZADAS-COUNT TO FL-CUENTA
022250     MOVE WS-FIN-LINE TO RENU-RPT-LINE
022260     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
022270     MOVE "AVISOS Y RANGOS A REVISAR" TO FL-TEXTO
022280     MOVE WS-AVISOS-COUNT TO FL-CUENTA
022290     MOVE WS-FIN-LINE TO RENU-RPT-LINE
022300     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
022310     MOVE "TOTALES DE CONTROL DESCUADRADOS" TO FL-TEXTO
022320     MOVE WS-DESCUADRES-COUNT TO FL-CUENTA
022330     MOVE WS-FIN-LINE TO RENU-RPT-LINE
022340     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
022350     CLOSE MAPA-FILE.
022360     CLOSE PLAN-CUENTA-FILE.
022370     CLOSE LEDGER-MASTER-FILE.
022380     CLOSE LEDGER-DETAIL-FILE.
022390     CLOSE LEDG-JRNL-FILE.
022400     CLOSE AUDIT-LOG-FILE.
022410     CLOSE RENU-RPT-FILE.
022420     DISPLAY "CTARENUM: LINEAS " WS-LINEAS-COUNT
022430         " APLICABLES " WS-APLICADAS-COUNT
022440         " RECHAZADAS " WS-RECHAZADAS-COUNT.
022450     IF WS-RECHAZADAS-COUNT > ZERO OR WS-DESCUADRES-COUNT > ZERO
022460         DISPLAY "CTARENUM: RECHAZOS O DESCUADRES, VER RENURPT"
022470         MOVE 8 TO RETURN-CODE
022480     ELSE
022490         IF WS-DIFERIDAS-COUNT > ZERO OR WS-AVISOS-COUNT > ZERO
022500             MOVE 4 TO RETURN-CODE
022510         END-IF
022520     END-IF.
022530 9000-EXIT.
022540     EXIT.
022550
022560 ABEND-CLEANUP.
022570     DISPLAY "CTARENUM: TERMINACION ANORMAL - CERRANDO FICHEROS".
022580     CLOSE PARM-FILE.
022590     CLOSE MAPA-FILE.
022600     CLOSE PLAN-CUENTA-FILE.
022610     CLOSE LEDGER-MASTER-FILE.
022620     CLOSE LEDGER-DETAIL-FILE.
022630     CLOSE LEDGER-HIST-FILE.
022640     CLOSE DIGESTO-FILE.
022650     CLOSE PRESUPUESTO-FILE.
022660     CLOSE RECUR-MASTER-FILE.
022670     CLOSE DEPT-GL-FILE.
022680     CLOSE REGLAS-FILE.
022690     CLOSE DEFINICION-FILE.
022700     CLOSE FLUJO-MAPA-FILE.
022710     CLOSE LEDG-JRNL-FILE.
022720     CLOSE AUDIT-LOG-FILE.
022730     CLOSE RENU-RPT-FILE.
022740     MOVE 16 TO RETURN-CODE.
022750     GOBACK.
022760
022770     END PROGRAM CTARENUM.

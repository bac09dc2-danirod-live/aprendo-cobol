001620*                PARA EL CIRCUITO DE TARJETAS DE APROBAR --   *
001621*                USAR UN SOLO CIRCUITO PARA NO LIBERAR DOS    *
001622*                VECES (VER APROBAR.JCL).                     *
001623* 2026-10-15 DR  LA RETENCION EN PENDMSTR LLEVA EN           *
001624*                PEN-OPERADOR-ALTA EL LC-OPERADOR DE LA      *
001626*                CABECERA DEL LOTE (QUIEN LO PREPARO), QUE   *
001627*                VIAJA CON CADA APUNTE A TRAVES DEL SORT     *
001628*                COMO LA MARCA DE APROBADO. ES LA MITAD DEL  *
001629*                CRUCE DE SEPFUNC CONTRA QUIEN LO APRUEBA.   *
001630* 2026-10-15 DR  CENTRO DE COSTE: EL APUNTE LLEVA            *
001631*                LT-CENTRO-COSTE (COPY LEDGTRAN). AL         *
001632*                ARRANCAR SE CARGAN LOS CENTROS DE COSTE DE  *
001633*                DEPTMSTR; EN UNA CUENTA DE INGRESO O GASTO  *
001634*                DEL PLAN, UN CENTRO DISTINTO DE CERO DEBE   *
001635*                EXISTIR EN DEPTMSTR Y UNO A CERO SE RECHAZA *
001636*                SI LA CUENTA LO EXIGE (CTA-CCOSTE-SW),      *
001637*                SALVO EN EL PERIODO 13 DE AJUSTE, DONDE     *
001638*                ANOCIER SALDA LAS CUENTAS DE RESULTADOS SIN *
001639*                CENTRO. EL CENTRO SE ARRASTRA AL DETALLE    *
001640*                LEDGDTL (TAMBIEN EN LOS ESTORNOS, DESDE EL  *
001641*                ORIGINAL) Y A SUSPOUT. SIN FICHERO DEPTMSTR *
001642*                SE AVISA Y NO SE VALIDA.                    *
001643* 2026-10-15 DR  LT-ORIGEN (SISTEMA Y CLAVE DEL REGISTRO     *
001644*                FUENTE, VER LEDGTRAN) PASA AL DETALLE       *
001645*                LEDGDTL (DT-ORIGEN). EL ESTORNO LLEVA EL    *
001646*                ORIGEN DEL APUNTE R QUE LO PIDE; EL APUNTE  *
001647*                DESVIADO A SUSPENSO CONSERVA EL ORIGEN DEL  *
001648*                APUNTE RECHAZADO. PENDAPRO, SUSPOUT Y EL    *
001649*                REGISTRO DE SORT PASAN DE 71 A 99 BYTES.    *
001650* 2026-10-15 DR  LOS APUNTES DE PERIODIFICACION (ORIGEN      *
001651*                PERIODIF, VER COPY LEDGTRAN) SE GRABAN EN   *
001652*                LEDGDTL CON DT-ESTORNO-SW "P", PENDIENTES   *
001653*                DEL ESTORNO QUE GENERA PERIREV AL CERRARSE  *
001654*                SU PERIODO. EL ESTORNO LOS MARCA "S" Y LOS  *
001655*                ENLAZA COMO A CUALQUIER APUNTE ESTORNADO.   *
001656* 2026-10-15 DR  MONEDA FUNCIONAL POR COMPANIA: EL CODIGO DE  *
001657*                LA COMPANIA DE LA CADENA VIENE EN CIAPARM Y *
001658*                SU MONEDA FUNCIONAL EN CIAMSTR (SIN CIAPARM *
001659*                O EN BLANCO, USD COMO SIEMPRE). LAS TASAS   *
001660*                DE 2360-BUSCAR-TASA SON AHORA UNIDADES DE   *
001661*                LA MONEDA FUNCIONAL: LA DIRECTA CONTRA      *
001662*                ELLA EN TASAMSTR O, SI NO LA HAY, EL CRUCE  *
001663*                DE LAS DOS TASAS USD. LA CONVERSION A LA    *
001664*                MONEDA DE LA CUENTA PIVOTA Y EL NETO DE     *
001665*                CADA DOCUMENTO SE CUADRA EN ESA MONEDA.     *
001666* 2026-10-15 DR  UNA CUENTA RETIRADA POR CTARENUM QUEDA       *
001667*                BLOQUEADA EN PLANCTAS (CTA-BLOQUEO-SW): SU  *
001668*                APUNTE SE RECHAZA A SUSPENSO NOMBRANDO LA   *
001669*                CUENTA SUCESORA EN EL MOTIVO.               *
001670* 2026-10-15 DR  CICLOS INTRADIA: LA TARJETA OPCIONAL        *
001671*                CREDMODO "INTRADIA" HACE DE LA CORRIDA UN   *
001672*                CICLO FUERA DE LA CADENA (RUNSTATS          *
001673*                "CREDINTR"; AL FINAL VACIA LEDGTRAN PARA EL *
001674*                CICLO SIGUIENTE). EL                        *
001675*                CERROJO "I" DE CADCTL BLOQUEA LA NOCTURNA Y *
001676*                EL "B" BLOQUEA EL CICLO. CADA CORRIDA DEJA  *
001677*                HUELLA Y DESTINOS EN CREDDIA; UNA HUELLA YA *
001678*                POSTEADA HOY POR OTRO CICLO NO ES RELANCE.  *
001679*                EL CHECKPOINT LLEVA EL MODO Y NO SE RETOMA  *
001680*                DESDE EL OTRO MODO. LA NOCTURNA PRUEBA LOS  *
001681*                TOTALES DEL DIA (CICLOS MAS ELLA CONTRA LO  *
001682*                ALTA EN FICREG DESDE LA NOCHE ANTERIOR).    *
001683*----------------------------------------------------------*
001684
001685 ENVIRONMENT DIVISION.
001687 CONFIGURATION SECTION.
001688 SPECIAL-NAMES.
001689     DECIMAL-POINT IS COMMA.
001691
001692 INPUT-OUTPUT SECTION.
001693 FILE-CONTROL.
001694     SELECT LEDGER-MASTER-FILE ASSIGN TO "LEDGMSTR"
001696         ORGANIZATION IS INDEXED
001697         ACCESS MODE IS DYNAMIC
001698         RECORD KEY IS LEDG-ACCT-ID
001700         FILE STATUS IS WS-LEDGMSTR-STATUS.

001720     SELECT LEDGER-TRANS-FILE ASSIGN TO "LEDGTRAN"
002200         ORGANIZATION IS SEQUENTIAL
002210         FILE STATUS IS WS-CREDPARM-STATUS.

002212     SELECT CIA-PARM-FILE ASSIGN TO "CIAPARM"
002214         ORGANIZATION IS SEQUENTIAL
002216         FILE STATUS IS WS-CIAPARM-STATUS.

002217     SELECT COMPANIA-MASTER-FILE ASSIGN TO "CIAMSTR"
002218         ORGANIZATION IS INDEXED
002219         ACCESS MODE IS RANDOM
002220         RECORD KEY IS CIA-CODIGO
002221         FILE STATUS IS WS-CIAMSTR-STATUS.

002230     SELECT PEND-APRO-FILE ASSIGN TO "PENDAPRO"
002240         ORGANIZATION IS SEQUENTIAL
002250         FILE STATUS IS WS-PENDAPRO-STATUS.
002307         RECORD KEY IS IVA-CODIGO
002308         FILE STATUS IS WS-IVAMSTR-STATUS.

002309     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
002310         ORGANIZATION IS INDEXED
002311         ACCESS MODE IS SEQUENTIAL
002312         RECORD KEY IS DEPT-CODIGO
002313         FILE STATUS IS WS-DEPTMSTR-STATUS.

002315     SELECT MODO-FILE ASSIGN TO "CREDMODO"
002316         ORGANIZATION IS SEQUENTIAL
002317         FILE STATUS IS WS-CREDMODO-STATUS.

002319     SELECT CERROJO-FILE ASSIGN TO "CERROJO"
002320         ORGANIZATION IS INDEXED
002321         ACCESS MODE IS DYNAMIC
002322         RECORD KEY IS CER-ID
002323         FILE STATUS IS WS-CERROJO-STATUS.

002325     SELECT CRED-DIA-FILE ASSIGN TO "CREDDIA"
002326         ORGANIZATION IS SEQUENTIAL
002327         FILE STATUS IS WS-CREDDIA-STATUS.

002328 DATA DIVISION.
002329 FILE SECTION.
002330 FD  LEDGER-MASTER-FILE
002340     LABEL RECORDS ARE STANDARD.
002350     COPY LEDGER.
002690     05 CKPT-ULTIMO-REG         PIC 9(07).
002700     05 CKPT-ULTIMO-SEQ         PIC 9(08).
002710     05 CKPT-RETENIDOS          PIC 9(07).
002720     05 CKPT-MODO               PIC X(01).

002730 FD  RUN-STATS-FILE
002740     LABEL RECORDS ARE STANDARD.
002810     05 PI-UMBRAL-APROBACION    PIC 9(09)V99.
002812     05 PI-CUENTA-SUSPENSE      PIC 9(06).

002814 FD  CIA-PARM-FILE
002815     LABEL RECORDS ARE STANDARD.
002816 01  CIA-PARM-REC.
002817     05 CP-CIA-CODIGO           PIC X(03).

002818 FD  COMPANIA-MASTER-FILE
002819     LABEL RECORDS ARE STANDARD.
002820     COPY COMPANIA.

002830 FD  PEND-APRO-FILE
002840     LABEL RECORDS ARE STANDARD.
002850 01  PEND-APRO-REC              PIC X(99).

002870 FD  LEDGDTL-SEQ-FILE
002880     LABEL RECORDS ARE STANDARD.

002902 FD  SUSP-OUT-FILE
002903     LABEL RECORDS ARE STANDARD.
002904 01  SUSP-OUT-REG               PIC X(99).

002906 FD  SUSPENSE-MASTER-FILE
002907     LABEL RECORDS ARE STANDARD.
002916     LABEL RECORDS ARE STANDARD.
002917     COPY IVACOD.

002918 FD  DEPTO-MASTER-FILE
002919     LABEL RECORDS ARE STANDARD.
002920     COPY DEPTO.

002922 FD  MODO-FILE
002923     LABEL RECORDS ARE STANDARD.
002924 01  MODO-REC                   PIC X(08).

002926 FD  CERROJO-FILE
002927     LABEL RECORDS ARE STANDARD.
002928     COPY CERROJO.

002930 FD  CRED-DIA-FILE
002931     LABEL RECORDS ARE STANDARD.
002932     COPY CREDDIA.

002934 SD  SORT-WORK-FILE.
002937 01  SORT-WORK-REC.
002940     05 STR-ACCT-ORD             PIC 9(06).
002950     05 STR-ENTRADA              PIC 9(07).
002960     05 STR-APROBADO             PIC X(01).
002970     05 STR-APUNTE               PIC X(99).
002980     05 STR-OPERADOR             PIC X(08).

002990 WORKING-STORAGE SECTION.
003000 01  WS-LEDGMSTR-STATUS          PIC X(02) VALUE SPACES.
003400     88 WS-TASAMSTR-OK               VALUE "00".
003410     88 WS-TASAMSTR-NO-FILE          VALUE "35".

003412 01  WS-CIAPARM-STATUS           PIC X(02) VALUE SPACES.
003413     88 WS-CIAPARM-OK                VALUE "00".
003414     88 WS-CIAPARM-NO-FILE           VALUE "35".

003416 01  WS-CIAMSTR-STATUS           PIC X(02) VALUE SPACES.
003417     88 WS-CIAMSTR-OK                VALUE "00".

003430 01  WS-PLANCTAS-STATUS          PIC X(02) VALUE SPACES.
003440     88 WS-PLANCTAS-OK               VALUE "00".
003450     88 WS-PLANCTAS-NOT-FOUND        VALUE "23".
003517     88 WS-IVAMSTR-NOT-FOUND         VALUE "23".
003518     88 WS-IVAMSTR-NO-FILE           VALUE "35".

003519 01  WS-DEPTMSTR-STATUS          PIC X(02) VALUE SPACES.
003520     88 WS-DEPTMSTR-OK               VALUE "00".
003521     88 WS-DEPTMSTR-NO-FILE          VALUE "35".

003523 01  WS-CREDMODO-STATUS          PIC X(02) VALUE SPACES.
003524     88 WS-CREDMODO-OK               VALUE "00".
003525     88 WS-CREDMODO-NO-FILE          VALUE "35".

003527 01  WS-CERROJO-STATUS           PIC X(02) VALUE SPACES.
003528     88 WS-CERROJO-OK                VALUE "00".
003529     88 WS-CERROJO-NOT-FOUND         VALUE "23".
003530     88 WS-CERROJO-NO-FILE           VALUE "35".

003532 01  WS-CREDDIA-STATUS           PIC X(02) VALUE SPACES.
003533     88 WS-CREDDIA-OK                VALUE "00".
003534     88 WS-CREDDIA-EOF               VALUE "10".
003535     88 WS-CREDDIA-NO-FILE           VALUE "05", "35".

003536 01  WS-SWITCHES.
003538     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
003540         88 WS-EOF-TRANS            VALUE "Y".
003550     05 WS-SIZE-ERROR-SW       PIC X(01) VALUE "N".
003560         88 WS-SIZE-ERROR           VALUE "S".
003620         88 WS-LOTE-APROBADO        VALUE "S".
003630     05 WS-APUNTE-APROBADO-SW  PIC X(01) VALUE "N".
003640         88 WS-APUNTE-APROBADO      VALUE "S".
003643     05 WS-LOTE-OPERADOR       PIC X(08) VALUE SPACES.
003647     05 WS-APUNTE-OPERADOR     PIC X(08) VALUE SPACES.
003650     05 WS-MODO-CONTROLES-SW   PIC X(01) VALUE "N".
003660         88 WS-MODO-CONTROLES      VALUE "S".
003670     05 WS-CONTROLES-MAL-SW    PIC X(01) VALUE "N".
003783         88 WS-SIN-IVAMSTR          VALUE "S".
003784     05 WS-IVA-VALIDO-SW       PIC X(01) VALUE "N".
003785         88 WS-IVA-VALIDO           VALUE "S".
003787     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
003789         88 WS-SIN-DEPTMSTR         VALUE "S".
003791     05 WS-EOF-DEPTMSTR-SW     PIC X(01) VALUE "N".
003793         88 WS-EOF-DEPTMSTR         VALUE "S".
003795     05 WS-CCOSTE-VALIDO-SW    PIC X(01) VALUE "N".
003797         88 WS-CCOSTE-VALIDO        VALUE "S".

003800 01  WS-COUNTERS.
003810     05 WS-LEIDOS-COUNT        PIC 9(07) COMP VALUE ZERO.
004380     05 WS-REV-IMPORTE-CONV      PIC 9(09)V99 VALUE ZERO.
004390     05 WS-REV-MONEDA-ORIG       PIC X(03) VALUE SPACES.
004400     05 WS-REV-MONEDA-CONV       PIC X(03) VALUE SPACES.
004405     05 WS-REV-CENTRO-COSTE      PIC 9(06) VALUE ZERO.
004410     05 WS-REV-SEQ-NUEVO         PIC 9(08) VALUE ZERO.
004420     05 WS-SEQ-PEEK              PIC 9(08) VALUE ZERO.
004430     05 WS-REV-YA-GRABADO-SW     PIC X(01) VALUE "N".
004441             DEPENDING ON WS-DOC-COUNT
004442             INDEXED BY WS-DOC-IDX.
004443         10 DOC-NUMERO           PIC 9(06).
004444         10 DOC-NETO-FUNC         PIC S9(13)V99.
004445         10 DOC-MAL-SW           PIC X(01).
004446             88 DOC-MAL              VALUE "S".
004447 01  WS-DOC-HALLADO-SW          PIC X(01) VALUE "N".
004449 01  WS-DOC-RECHAZADO-SW        PIC X(01) VALUE "N".
004450     88 WS-DOC-RECHAZADO           VALUE "S".
004451 01  WS-DOCS-MAL-COUNT          PIC 9(04) COMP VALUE ZERO.
004452 01  WS-DOC-IMPORTE-FUNC        PIC S9(13)V99 VALUE ZERO.

004453*----------------------------------------------------------*
004454* CENTROS DE COSTE DADOS DE ALTA EN DEPTMSTR                 *
004455* (DEPT-CENTRO-COSTE), CARGADOS AL ARRANCAR PARA VALIDAR     *
004456* LT-CENTRO-COSTE SIN LEER EL MAESTRO POR CADA APUNTE.       *
004457*----------------------------------------------------------*
004458 01  WS-CCOSTE-COUNT             PIC 9(04) COMP VALUE ZERO.
004459 01  WS-CCOSTE-TABLE.
004460     05 WS-CCOSTE-ENTRY OCCURS 1 TO 500 TIMES
004461             DEPENDING ON WS-CCOSTE-COUNT
004462             INDEXED BY WS-CCOSTE-IDX.
004463         10 CCT-CENTRO-COSTE     PIC 9(06).
004473
004483*----------------------------------------------------------*
004493* DESVIO A CUENTA SUSPENSE: CADA PARTIDA DESVIADA SE GRABA   *
004503* EN SUSPOUT COMO UN MINI-LOTE COMPLETO (HDR + APUNTE +      *
004513* TRL) QUE LEDGMERG INCORPORA Y ESTA MISMA CORRIDA POSTEA    *
004523* LA NOCHE SIGUIENTE, Y SE REGISTRA EN SUSPMSTR PARA EL      *
004533* ENVEJECIMIENTO (SUSPAGE) Y LA LIQUIDACION (SUSPCLR). LA    *
004543* NUMERACION DE PARTIDAS SIGUE EN EL CONTROL SUSPSEQ.        *
004553*----------------------------------------------------------*
004461 01  WS-JRN-ACCION               PIC X(01) VALUE SPACE.
004462
004463 01  WS-MOTIVO-BLOQUEO.
004464     05 FILLER                   PIC X(22)
004465         VALUE "CUENTA BLOQUEADA, USE ".
004466     05 WS-MB-SUCESORA           PIC 9(06).

004476*----------------------------------------------------------*
004461* HUELLA DEL FICHERO LEDGTRAN COMPLETO (TODOS LOS LOTES)     *
004461* PARA EL REGISTRO FICREG DE ENTRADAS YA ACEPTADAS.          *
004461*----------------------------------------------------------*
004466 01  WS-SUSP-HDR.
004467     05 FILLER                   PIC X(03) VALUE "HDR".
004468     05 WS-SH-FECHA              PIC 9(08).
004469     05 FILLER                   PIC X(88) VALUE SPACES.
004470 01  WS-SUSP-TRL.
004471     05 FILLER                   PIC X(03) VALUE "TRL".
004472     05 WS-ST-REGS               PIC 9(07).
004473     05 WS-ST-HASH               PIC 9(13).
004474     05 WS-ST-IMPORTES           PIC 9(13)V99.
004484     05 FILLER                   PIC X(61) VALUE SPACES.
004494 01  WS-SUSP-APUNTE.
004504     05 WS-SA-ACCT-ID            PIC 9(06).
004514     05 WS-SA-TIPO               PIC X(01).
004524     05 WS-SA-MONEDA             PIC X(03).
004534     05 WS-SA-IMPORTE            PIC 9(09)V99.
004544     05 WS-SA-CONCEPTO           PIC X(20).
004554     05 WS-SA-FECHA              PIC 9(08).
004564     05 WS-SA-SEQ-REF            PIC 9(08).
004574     05 WS-SA-DOC-NO             PIC 9(06).
004584     05 WS-SA-IVA-CODIGO         PIC X(02).
004594     05 WS-SA-CENTRO-COSTE       PIC 9(06).
004604     05 WS-SA-ORIGEN             PIC X(28).
004614 01  WS-SUSP-LINE.
004624     05 FILLER                   PIC X(16) VALUE
004634         "*** SUSPENSE ***".
004644     05 FILLER                   PIC X(02) VALUE SPACES.
004654     05 SL-ACCT-ID               PIC 9(06).
004664     05 FILLER                   PIC X(02) VALUE SPACES.
004674     05 SL-ITEM-NO               PIC 9(08).
004684     05 FILLER                   PIC X(02) VALUE SPACES.
004694     05 SL-MOTIVO                PIC X(28).
004704
004714 01  WS-LOTE-REGS                PIC 9(07) VALUE ZERO.
004470 01  WS-LOTE-HASH                PIC 9(13) VALUE ZERO.
004480 01  WS-LOTE-IMPORTES            PIC 9(13)V99 VALUE ZERO.
004490 01  WS-LOTES-COUNT              PIC 9(05) COMP VALUE ZERO.
004650* TASA VIGENTE HALLADA Y CONMUTADORES DEL RECORRIDO (VER     *
004660* 2360-BUSCAR-TASA).                                         *
004670*----------------------------------------------------------*
004672 01  WS-MONEDA-FUNCIONAL         PIC X(03) VALUE "USD".
004674 01  WS-CIA-CODIGO               PIC X(03) VALUE SPACES.
004676 01  WS-BASE-BUSCADA             PIC X(03) VALUE SPACES.
004678 01  WS-MONEDA-CRUCE             PIC X(03) VALUE SPACES.
004679 01  WS-TASA-CRUCE               PIC 9(03)V9(04) VALUE ZERO.
004680 01  WS-TASA-VIGENTE             PIC 9(03)V9(04) VALUE ZERO.
004690 01  WS-TASA-HALLADA-SW          PIC X(01) VALUE "N".
004700     88 WS-TASA-HALLADA              VALUE "S".
004820 01  WS-CONVERSION-FIELDS.
004830     05 WS-TASA-ORIGEN           PIC 9(03)V9(04).
004840     05 WS-TASA-DESTINO          PIC 9(03)V9(04).
004850     05 WS-IMPORTE-FUNC          PIC 9(11)V9(04).
004860     05 WS-IMPORTE-CONVERTIDO    PIC 9(09)V99.

004862*----------------------------------------------------------*
004863* MODO DE LA CORRIDA (TARJETA CREDMODO) Y CICLOS INTRADIA    *
004864* POSTEADOS DESDE LA ULTIMA CORRIDA NOCTURNA, CARGADOS DE    *
004865* CREDDIA: HUELLA DE SU ENTRADA Y DESTINO DE LOS APUNTES.    *
004866*----------------------------------------------------------*
004867 01  WS-MODO-SW                  PIC X(01) VALUE "N".
004868     88 WS-MODO-INTRADIA             VALUE "I".
004869     88 WS-MODO-NOCTURNO             VALUE "N".
004870 01  WS-EOF-CREDDIA-SW           PIC X(01) VALUE "N".
004871     88 WS-EOF-CREDDIA               VALUE "S".
004872 01  WS-HAY-NOCHE-SW             PIC X(01) VALUE "N".
004873     88 WS-HAY-NOCHE                 VALUE "S".
004874 01  WS-NOCHE-ULTIMA.
004875     05 WS-NOCHE-MARCA.
004876         10 WS-NOCHE-FECHA       PIC 9(08) VALUE ZERO.
004877         10 WS-NOCHE-HORA        PIC 9(08) VALUE ZERO.
004878     05 WS-NOCHE-FICH-FECHA      PIC 9(08) VALUE ZERO.
004879     05 WS-NOCHE-FICH-REGS       PIC 9(07) VALUE ZERO.
004880     05 WS-NOCHE-FICH-IMPORTES   PIC 9(13)V99 VALUE ZERO.
004881 01  WS-CICLO-COUNT              PIC 9(04) COMP VALUE ZERO.
004882 01  WS-CICLO-TABLE.
004883     05 WS-CICLO-ENTRY OCCURS 1 TO 200 TIMES
004884             DEPENDING ON WS-CICLO-COUNT
004885             INDEXED BY WS-CICLO-IDX.
004886         10 CIC-FECHA            PIC 9(08).
004887         10 CIC-HORA             PIC 9(08).
004888         10 CIC-FICH-FECHA       PIC 9(08).
004889         10 CIC-FICH-REGS        PIC 9(07).
004890         10 CIC-FICH-IMPORTES    PIC 9(13)V99.
004891         10 CIC-LEIDOS           PIC 9(07).
004892         10 CIC-POSTEADOS        PIC 9(07).
004893         10 CIC-RECHAZADOS       PIC 9(07).
004894         10 CIC-RETENIDOS        PIC 9(07).
004895         10 CIC-SALTADOS         PIC 9(07).
004896 01  WS-CICLO-POSTEADO-SW        PIC X(01) VALUE "N".
004897     88 WS-CICLO-POSTEADO            VALUE "S".
004898 01  WS-CICLO-HORA-HALLADA       PIC 9(08) VALUE ZERO.

004900*----------------------------------------------------------*
004901* PRUEBA DE TOTALES DEL DIA: CORRIDA EN CURSO DE LISTAR,     *
004902* TOTALES DE LAS CORRIDAS Y LO DADO DE ALTA EN FICREG.       *
004903*----------------------------------------------------------*
004904 01  WS-PRUEBA-CORRIDA.
004905     05 WS-PC-ROTULO             PIC X(10).
004906     05 WS-PC-HORA               PIC 9(08).
004907     05 WS-PC-FICH-REGS          PIC 9(07).
004908     05 WS-PC-FICH-IMPORTES      PIC 9(13)V99.
004909     05 WS-PC-LEIDOS             PIC 9(07).
004910     05 WS-PC-POSTEADOS          PIC 9(07).
004911     05 WS-PC-RECHAZADOS         PIC 9(07).
004912     05 WS-PC-RETENIDOS          PIC 9(07).
004913     05 WS-PC-SALTADOS           PIC 9(07).
004914 01  WS-PRUEBA-TOTALES.
004915     05 WS-PT-FICH-REGS          PIC 9(07) VALUE ZERO.
004916     05 WS-PT-FICH-IMPORTES      PIC 9(13)V99 VALUE ZERO.
004917     05 WS-PT-POSTEADOS          PIC 9(07) VALUE ZERO.
004918     05 WS-PT-RECHAZADOS         PIC 9(07) VALUE ZERO.
004919     05 WS-PT-RETENIDOS          PIC 9(07) VALUE ZERO.
004920     05 WS-PT-FICREG-REGS        PIC 9(07) VALUE ZERO.
004921     05 WS-PT-FICREG-IMPORTES    PIC 9(13)V99 VALUE ZERO.
004922 01  WS-PRUEBA-DESTINOS          PIC 9(07) VALUE ZERO.
004923 01  WS-PRUEBA-MAL-SW            PIC X(01) VALUE "N".
004924     88 WS-PRUEBA-MAL                VALUE "S".
004925 01  WS-FIN-FICREG-SW            PIC X(01) VALUE "N".
004926     88 WS-FIN-FICREG                VALUE "S".
004927 01  WS-FIC-MARCA.
004928     05 WS-FIC-MARCA-FECHA       PIC 9(08).
004929     05 WS-FIC-MARCA-HORA        PIC 9(08).
004930 01  WS-PRUEBA-TITULO.
004931     05 FILLER                   PIC X(40) VALUE
004932         "PRUEBA DE TOTALES DEL DIA (CICLOS DESDE ".
004933     05 FILLER                   PIC X(20) VALUE
004934         "LA ULTIMA NOCHE)    ".
004935 01  WS-PRUEBA-CABECERA.
004936     05 FILLER                   PIC X(40) VALUE
004937         "CORRIDA    HORA          REGS           ".
004938     05 FILLER                   PIC X(40) VALUE
004939         "  IMPORTE POSTEADO RECHAZAD RETENIDO    ".
004940 01  WS-PRUEBA-LINE.
004941     05 PL-ROTULO                PIC X(10).
004942     05 FILLER                   PIC X(01) VALUE SPACE.
004943     05 PL-HORA                  PIC 9(08).
004944     05 FILLER                   PIC X(01) VALUE SPACE.
004945     05 PL-REGS                  PIC Z.ZZZ.ZZ9.
004946     05 PL-IMPORTES              PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
004947     05 FILLER                   PIC X(01) VALUE SPACE.
004948     05 PL-POSTEADOS             PIC ZZZZZZZ9.
004949     05 FILLER                   PIC X(01) VALUE SPACE.
004950     05 PL-RECHAZADOS            PIC ZZZZZZZ9.
004951     05 FILLER                   PIC X(01) VALUE SPACE.
004952     05 PL-RETENIDOS             PIC ZZZZZZZ9.

004953 PROCEDURE DIVISION.

004954 0000-MAINLINE.
004955     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004956     SORT SORT-WORK-FILE
004957         ON ASCENDING KEY STR-ACCT-ORD STR-ENTRADA
004958         INPUT PROCEDURE IS 6000-RELEASE-TRANS
004959         OUTPUT PROCEDURE IS 7000-POST-SORTED.
004960     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004970     GOBACK.

004990 1000-INITIALIZE.
004993     PERFORM 1050-LEER-MODO THRU 1050-EXIT.
004996     PERFORM 1500-MIRAR-CERROJO THRU 1500-EXIT.
005000     OPEN I-O LEDGER-MASTER-FILE.
005010     IF NOT WS-LEDGMSTR-OK
005020         DISPLAY "CREDITO: ERROR ABRIENDO LEDGMSTR "
005350     END-IF
005360     ACCEPT PARM-RUN-DATE FROM DATE YYYYMMDD.
005370     PERFORM 1120-LEER-PARM THRU 1120-EXIT.
005375     PERFORM 1125-LEER-COMPANIA THRU 1125-EXIT.
005380     PERFORM 1140-CONTAR-PENDAPRO THRU 1140-EXIT.
005390     OPEN EXTEND PEND-APRO-FILE.
005400     IF WS-PENDAPRO-NO-FILE
005610     IF WS-TASAMSTR-NO-FILE
005620         MOVE "S" TO WS-SIN-TASAMSTR-SW
005630         DISPLAY "CREDITO: TASAMSTR NO EXISTE, SOLO SE "
005640             "ACEPTA " WS-MONEDA-FUNCIONAL
005650     ELSE
005660         IF NOT WS-TASAMSTR-OK
005670             DISPLAY "CREDITO: ERROR ABRIENDO TASAMSTR "
005820         END-IF
005830     END-IF
005840     PERFORM 1100-LEER-SEQ THRU 1100-EXIT.
005842     PERFORM 1180-CARGAR-CCOSTES THRU 1180-EXIT.
005845     PERFORM 1160-ABRIR-SUSPENSE THRU 1160-EXIT.
005850     PERFORM 1130-LEER-CHECKPOINT THRU 1130-EXIT.
005855     PERFORM 1400-CARGAR-CREDDIA THRU 1400-EXIT.
005860     PERFORM 1200-VERIFICAR-CONTROLES THRU 1200-EXIT.
005870 1000-EXIT.
005880     EXIT.

005882*----------------------------------------------------------*
005883* MODO DE LA CORRIDA: LA TARJETA OPCIONAL CREDMODO CON LA    *
005884* PALABRA "INTRADIA" HACE DE ESTA CORRIDA UN CICLO INTRADIA; *
005885* SIN TARJETA, O EN BLANCO, ES LA NOCTURNA DE SIEMPRE.       *
005886* UNA PALABRA DESCONOCIDA NO ARRANCA NADA (RC 8).            *
005887*----------------------------------------------------------*
005888 1050-LEER-MODO.
005889     SET WS-MODO-NOCTURNO TO TRUE
005890     OPEN INPUT MODO-FILE
005891     IF WS-CREDMODO-NO-FILE
005892         GO TO 1050-EXIT
005893     END-IF
005894     IF NOT WS-CREDMODO-OK
005895         DISPLAY "CREDITO: ERROR ABRIENDO CREDMODO "
005896             WS-CREDMODO-STATUS
005897         GO TO ABEND-CLEANUP
005898     END-IF
005899     READ MODO-FILE
005900         AT END
005901             MOVE SPACES TO MODO-REC
005902     END-READ
005903     CLOSE MODO-FILE
005904     IF MODO-REC = "INTRADIA"
005905         SET WS-MODO-INTRADIA TO TRUE
005906         DISPLAY "CREDITO: CICLO INTRADIA"
005907         GO TO 1050-EXIT
005908     END-IF
005909     IF MODO-REC NOT = SPACES
005910         DISPLAY "CREDITO: TARJETA CREDMODO DESCONOCIDA: "
005911             MODO-REC
005912         MOVE 8 TO RETURN-CODE
005913         GOBACK
005914     END-IF.
005915 1050-EXIT.
005916     EXIT.

005917*----------------------------------------------------------*
005918* CERROJO DE CICLOS: LA CORRIDA NOCTURNA NO ARRANCA CON UN   *
005919* CICLO INTRADIA ABIERTO (REGISTRO "I" DE CADCTL INTRADIA),  *
005920* NI UN CICLO CON LA CADENA NOCTURNA EN CURSO ("B").         *
005921* SIN FICHERO CERROJO NO HAY NADA QUE MIRAR.                 *
005922*----------------------------------------------------------*
005923 1500-MIRAR-CERROJO.
005924     OPEN INPUT CERROJO-FILE.
005925     IF WS-CERROJO-NO-FILE
005926         GO TO 1500-EXIT
005927     END-IF
005928     IF NOT WS-CERROJO-OK
005929         DISPLAY "CREDITO: ERROR ABRIENDO CERROJO "
005930             WS-CERROJO-STATUS
005931         GO TO ABEND-CLEANUP
005932     END-IF
005933     IF WS-MODO-INTRADIA
005934         MOVE "B" TO CER-ID
005935     ELSE
005936         MOVE "I" TO CER-ID
005937     END-IF
005938     READ CERROJO-FILE
005939         INVALID KEY
005940             CLOSE CERROJO-FILE
005941             GO TO 1500-EXIT
005942     END-READ
005943     IF WS-MODO-INTRADIA
005944         DISPLAY "CREDITO: CADENA NOCTURNA EN CURSO DESDE "
005945             CER-FECHA " " CER-HORA "; EL CICLO NO ARRANCA"
005946     ELSE
005947         DISPLAY "CREDITO: CICLO INTRADIA ABIERTO DESDE "
005948             CER-FECHA " " CER-HORA "; EL LOTE NO ARRANCA"
005949     END-IF
005950     OPEN EXTEND AUDIT-LOG-FILE
005951     IF WS-AUDITLOG-NO-FILE
005952         OPEN OUTPUT AUDIT-LOG-FILE
005953     END-IF
005954     IF WS-AUDITLOG-OK
005955         ACCEPT AUD-FECHA FROM DATE YYYYMMDD
005956         ACCEPT AUD-HORA FROM TIME
005957         MOVE "CREDITO " TO AUD-PROGRAMA
005958         MOVE CER-TITULAR TO AUD-CLAVE
005959         SET AUD-EVENTO-EXCEPCION TO TRUE
005960         IF WS-MODO-INTRADIA
005961             MOVE "CICLO BLOQUEADO POR CADENA NOCTURNA"
005962                 TO AUD-DETALLE
005963         ELSE
005964             MOVE "LOTE BLOQUEADO POR CICLO INTRADIA"
005965                 TO AUD-DETALLE
005966         END-IF
005967         WRITE AUDITLOG-REC
005968         CLOSE AUDIT-LOG-FILE
005969     END-IF
005970     CLOSE CERROJO-FILE
005971     MOVE 8 TO RETURN-CODE
005972     GOBACK.
005973 1500-EXIT.
005974     EXIT.

005975*----------------------------------------------------------*
005976* CARGA DE CREDDIA LOS CICLOS INTRADIA POSTEADOS DESDE LA    *
005977* ULTIMA CORRIDA NOCTURNA: CADA REGISTRO "N" VACIA LA TABLA Y*
005978* GUARDA LA MARCA Y LA HUELLA DE ESA NOCHE. SIN FICHERO NO   *
005979* HAY CICLOS NI NOCHE ANTERIOR.                              *
005980*----------------------------------------------------------*
005981 1400-CARGAR-CREDDIA.
005982     MOVE ZERO TO WS-CICLO-COUNT
005983     MOVE "N" TO WS-HAY-NOCHE-SW
005984     MOVE "N" TO WS-EOF-CREDDIA-SW
005985     OPEN INPUT CRED-DIA-FILE
005986     IF WS-CREDDIA-NO-FILE
005987         GO TO 1400-EXIT
005988     END-IF
005989     IF NOT WS-CREDDIA-OK
005990         DISPLAY "CREDITO: ERROR ABRIENDO CREDDIA "
005991             WS-CREDDIA-STATUS
005992         GO TO ABEND-CLEANUP
005993     END-IF
005994     PERFORM 1410-LEER-CREDDIA THRU 1410-EXIT
005995         UNTIL WS-EOF-CREDDIA
005996     CLOSE CRED-DIA-FILE
005997     DISPLAY "CREDITO: CICLOS INTRADIA DESDE LA ULTIMA NOCHE "
005998         WS-CICLO-COUNT.
005999 1400-EXIT.
006000     EXIT.

006001 1410-LEER-CREDDIA.
006002     READ CRED-DIA-FILE
006003         AT END
006004             SET WS-EOF-CREDDIA TO TRUE
006005             GO TO 1410-EXIT
006006     END-READ
006007     IF NOT WS-CREDDIA-OK
006008         DISPLAY "CREDITO: ERROR LEYENDO CREDDIA "
006009             WS-CREDDIA-STATUS
006010         GO TO ABEND-CLEANUP
006011     END-IF
006012     IF CD-NOCTURNO
006013         MOVE ZERO TO WS-CICLO-COUNT
006014         SET WS-HAY-NOCHE TO TRUE
006015         MOVE CD-FECHA TO WS-NOCHE-FECHA
006016         MOVE CD-HORA TO WS-NOCHE-HORA
006017         MOVE CD-FICH-FECHA TO WS-NOCHE-FICH-FECHA
006018         MOVE CD-FICH-REGS TO WS-NOCHE-FICH-REGS
006019         MOVE CD-FICH-IMPORTES TO WS-NOCHE-FICH-IMPORTES
006020         GO TO 1410-EXIT
006021     END-IF
006022     IF NOT CD-INTRADIA
006023         GO TO 1410-EXIT
006024     END-IF
006025     IF WS-CICLO-COUNT >= 200
006026         DISPLAY "CREDITO: TABLA DE CICLOS INTRADIA LLENA"
006027         GO TO ABEND-CLEANUP
006028     END-IF
006029     ADD 1 TO WS-CICLO-COUNT
006030     SET WS-CICLO-IDX TO WS-CICLO-COUNT
006031     MOVE CD-FECHA TO CIC-FECHA (WS-CICLO-IDX)
006032     MOVE CD-HORA TO CIC-HORA (WS-CICLO-IDX)
006033     MOVE CD-FICH-FECHA TO CIC-FICH-FECHA (WS-CICLO-IDX)
006034     MOVE CD-FICH-REGS TO CIC-FICH-REGS (WS-CICLO-IDX)
006035     MOVE CD-FICH-IMPORTES TO CIC-FICH-IMPORTES (WS-CICLO-IDX)
006036     MOVE CD-LEIDOS TO CIC-LEIDOS (WS-CICLO-IDX)
006037     MOVE CD-POSTEADOS TO CIC-POSTEADOS (WS-CICLO-IDX)
006038     MOVE CD-RECHAZADOS TO CIC-RECHAZADOS (WS-CICLO-IDX)
006039     MOVE CD-RETENIDOS TO CIC-RETENIDOS (WS-CICLO-IDX)
006040     MOVE CD-SALTADOS TO CIC-SALTADOS (WS-CICLO-IDX).
006041 1410-EXIT.
006042     EXIT.

006043*----------------------------------------------------------*
006044* CON CUENTA SUSPENSE CONFIGURADA EN CREDPARM SE ABREN EL    *
006045* PUENTE SUSPOUT, EL REGISTRO SUSPMSTR Y EL CONTROL DE       *
006046* NUMERACION SUSPSEQ; SIN ELLA EL RECHAZO SIGUE SIENDO SECO  *
006047* COMO SIEMPRE.                                              *
006048*----------------------------------------------------------*
006049 1160-ABRIR-SUSPENSE.
006050     IF PARM-CUENTA-SUSPENSE = ZERO
006051         GO TO 1160-EXIT
006052     END-IF
006053     MOVE "N" TO WS-SIN-SUSPENSE-SW
006054     OPEN EXTEND SUSP-OUT-FILE.
006055     IF WS-SUSPOUT-NO-FILE
006056         OPEN OUTPUT SUSP-OUT-FILE
006057     END-IF
006058     IF NOT WS-SUSPOUT-OK
006059         DISPLAY "CREDITO: ERROR ABRIENDO SUSPOUT "
006060             WS-SUSPOUT-STATUS
006061         GO TO ABEND-CLEANUP
006062     END-IF
006063     OPEN I-O SUSPENSE-MASTER-FILE.
006065     IF WS-SUSPMSTR-NO-FILE
006066         CLOSE SUSPENSE-MASTER-FILE
006067         OPEN OUTPUT SUSPENSE-MASTER-FILE
006068         CLOSE SUSPENSE-MASTER-FILE
006069         OPEN I-O SUSPENSE-MASTER-FILE
006070     END-IF
006071     IF NOT WS-SUSPMSTR-OK
006072         DISPLAY "CREDITO: ERROR ABRIENDO SUSPMSTR "
006073             WS-SUSPMSTR-STATUS
006074         GO TO ABEND-CLEANUP
006075     END-IF
006076     OPEN INPUT SUSP-SEQ-FILE.
006077     IF WS-SUSPSEQ-NO-FILE
006078         MOVE ZERO TO WS-SUSP-SEQ
006079     ELSE
006080         IF NOT WS-SUSPSEQ-OK
006081             DISPLAY "CREDITO: ERROR ABRIENDO SUSPSEQ "
006082                 WS-SUSPSEQ-STATUS
006083             GO TO ABEND-CLEANUP
006084         END-IF
006085         READ SUSP-SEQ-FILE
006086             AT END
006087                 MOVE ZERO TO WS-SUSP-SEQ
006088         END-READ
006089         IF WS-SUSPSEQ-OK
006090             MOVE SSEQ-ULTIMO TO WS-SUSP-SEQ
006091         END-IF
006092         CLOSE SUSP-SEQ-FILE
006093     END-IF.
006094 1160-EXIT.
006095     EXIT.

006096*----------------------------------------------------------*
006097* RECUPERA EL ULTIMO NUMERO DE LA COLA INDEXADA PENDMSTR,    *
006098* GUARDADO EN EL CONTROL PENSEQ; EN UN REINICIO LA           *
006099* NUMERACION SE REGENERA IGUAL Y EL DUPLICADO NO SE          *
006101* REESCRIBE.                                                 *
006102*----------------------------------------------------------*
006103 1170-LEER-PENSEQ.
006104     OPEN INPUT PEN-SEQ-FILE.
006105     IF WS-PENSEQ-NO-FILE
006106         MOVE ZERO TO WS-PEN-SEQ
006107     ELSE
006108         IF NOT WS-PENSEQ-OK
006109             DISPLAY "CREDITO: ERROR ABRIENDO PENSEQ "
006110                 WS-PENSEQ-STATUS
006111             GO TO ABEND-CLEANUP
006112         END-IF
006113         READ PEN-SEQ-FILE
006114             AT END
006115                 MOVE ZERO TO WS-PEN-SEQ
006116         END-READ
006117         IF WS-PENSEQ-OK
006118             MOVE PSEQ-ULTIMO TO WS-PEN-SEQ
006119         END-IF
006120         CLOSE PEN-SEQ-FILE
006121     END-IF.
006122 1170-EXIT.
006123     EXIT.

006124*----------------------------------------------------------*
006125* CARGA LOS CENTROS DE COSTE DE DEPTMSTR EN LA TABLA DE      *
006126* VALIDACION Y CIERRA EL MAESTRO. SIN FICHERO DEPTMSTR EN    *
006127* ESTA INSTALACION SE AVISA Y EL CENTRO DE COSTE NO SE       *
006128* VALIDA. UN CENTRO A CERO (DEPARTAMENTO SIN CENTRO) NO SE   *
006129* CARGA.                                                     *
006130*----------------------------------------------------------*
006131 1180-CARGAR-CCOSTES.
006132     OPEN INPUT DEPTO-MASTER-FILE.
006133     IF WS-DEPTMSTR-NO-FILE
006134         MOVE "S" TO WS-SIN-DEPTMSTR-SW
006135         DISPLAY "CREDITO: DEPTMSTR NO EXISTE, CENTROS DE "
006136             "COSTE SIN VALIDAR"
006138         GO TO 1180-EXIT
006139     END-IF
006140     IF NOT WS-DEPTMSTR-OK
006141         DISPLAY "CREDITO: ERROR ABRIENDO DEPTMSTR "
006142             WS-DEPTMSTR-STATUS
006143         GO TO ABEND-CLEANUP
006144     END-IF
006145     PERFORM 1185-LEER-DEPTMSTR THRU 1185-EXIT.
006146     PERFORM 1190-AGREGAR-CCOSTE THRU 1190-EXIT
006147         UNTIL WS-EOF-DEPTMSTR.
006148     CLOSE DEPTO-MASTER-FILE.
006149 1180-EXIT.
006150     EXIT.
006151
006152 1185-LEER-DEPTMSTR.
006153     READ DEPTO-MASTER-FILE
006154         AT END
006155             SET WS-EOF-DEPTMSTR TO TRUE
006156     END-READ
006157     IF NOT WS-EOF-DEPTMSTR AND NOT WS-DEPTMSTR-OK
006158         DISPLAY "CREDITO: ERROR LEYENDO DEPTMSTR "
006159             WS-DEPTMSTR-STATUS
006160         GO TO ABEND-CLEANUP
006161     END-IF.
006162 1185-EXIT.
006163     EXIT.
006164
006165 1190-AGREGAR-CCOSTE.
006166     IF DEPT-CENTRO-COSTE NOT = ZERO
006167         IF WS-CCOSTE-COUNT >= 500
006168             DISPLAY "CREDITO: TABLA DE CENTROS DE COSTE LLENA"
006169             GO TO ABEND-CLEANUP
006170         END-IF
006171         ADD 1 TO WS-CCOSTE-COUNT
006172         MOVE DEPT-CENTRO-COSTE TO
006174             CCT-CENTRO-COSTE (WS-CCOSTE-COUNT)
006175     END-IF
006176     PERFORM 1185-LEER-DEPTMSTR THRU 1185-EXIT.
006177 1190-EXIT.
006178     EXIT.

006179*----------------------------------------------------------*
006180* RECUPERA EL ULTIMO NUMERO DE SECUENCIA USADO EN LEDGDTL,    *
006181* GRABADO POR LA CORRIDA ANTERIOR EN EL FICHERO DE CONTROL    *
006182* LEDGDSEQ. SI EL FICHERO DE CONTROL AUN NO EXISTE, ARRANCA   *
006183* LA SECUENCIA EN CERO.                                       *
006184*----------------------------------------------------------*
006185 1100-LEER-SEQ.
006186     OPEN INPUT LEDGDTL-SEQ-FILE.
006187     IF WS-LEDGDSEQ-NO-FILE
006188         MOVE ZERO TO WS-SEQ-ACTUAL
006189     ELSE
006190         IF NOT WS-LEDGDSEQ-OK
006191             DISPLAY "CREDITO: ERROR ABRIENDO LEDGDSEQ "
006192                 WS-LEDGDSEQ-STATUS
006193             GO TO ABEND-CLEANUP
006194         END-IF
006195         READ LEDGDTL-SEQ-FILE
006196             AT END
006197                 MOVE ZERO TO WS-SEQ-ACTUAL
006198         END-READ
006199         IF WS-LEDGDSEQ-OK
006200             MOVE DSEQ-ULTIMO TO WS-SEQ-ACTUAL
006201         END-IF
006202         CLOSE LEDGDTL-SEQ-FILE
006203     END-IF.
006204 1100-EXIT.
006205     EXIT.

006206*----------------------------------------------------------*
006207* PROCEDIMIENTO DE ENTRADA DEL SORT: LEE LEDGTRAN (YA         *
006208* VERIFICADO) SALTANDO CABECERAS/COLAS Y, EN UN REINICIO,     *
006210* NADA -- EL SALTO DEL CHECKPOINT SE HACE SOBRE EL ORDEN DEL  *
006220* SORT EN LA SALIDA, QUE ES EL ORDEN EN QUE SE APLICA.        *
006230*----------------------------------------------------------*
006320     MOVE LT-ACCT-ID TO STR-ACCT-ORD
006330     MOVE WS-ENTRADA-ACTUAL TO STR-ENTRADA
006340     MOVE WS-LOTE-APROBADO-SW TO STR-APROBADO
006345     MOVE WS-LOTE-OPERADOR TO STR-OPERADOR
006350     MOVE LEDGER-TRANS-REC TO STR-APUNTE
006360     RELEASE SORT-WORK-REC
006370     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
006640     END-IF
006650     MOVE STR-APUNTE TO LEDGER-TRANS-REC
006660     MOVE STR-APROBADO TO WS-APUNTE-APROBADO-SW
006665     MOVE STR-OPERADOR TO WS-APUNTE-OPERADOR
006670     IF LT-REVERSO
006680         PERFORM 7500-CERRAR-GRUPO THRU 7500-EXIT
006690         PERFORM 5000-POST-REVERSO THRU 5000-EXIT
007260         PERFORM 2400-WRITE-RECHAZO THRU 2400-EXIT
007265         PERFORM 2390-DESVIAR-SUSPENSE THRU 2390-EXIT
007270         GO TO 7400-EXIT
007271     END-IF
007272     IF NOT WS-SIN-PLANCTAS AND CTA-BLOQUEADA
007273         ADD 1 TO WS-RECHAZADOS-COUNT
007274         MOVE CTA-CUENTA-SUCESORA TO WS-MB-SUCESORA
007275         MOVE WS-MOTIVO-BLOQUEO TO RL-MOTIVO
007277         PERFORM 2400-WRITE-RECHAZO THRU 2400-EXIT
007278         PERFORM 2390-DESVIAR-SUSPENSE THRU 2390-EXIT
007279         GO TO 7400-EXIT
007280     END-IF
007281     PERFORM 2330-VALIDA-IVA THRU 2330-EXIT
007282     IF NOT WS-IVA-VALIDO
007284         ADD 1 TO WS-RECHAZADOS-COUNT
007285         MOVE "CODIGO DE IVA DESCONOCIDO" TO RL-MOTIVO
007286         PERFORM 2400-WRITE-RECHAZO THRU 2400-EXIT
007287         GO TO 7400-EXIT
007288     END-IF
007289     PERFORM 2340-VALIDA-CCOSTE THRU 2340-EXIT
007290     IF NOT WS-CCOSTE-VALIDO
007291         ADD 1 TO WS-RECHAZADOS-COUNT
007292         PERFORM 2400-WRITE-RECHAZO THRU 2400-EXIT
007293         GO TO 7400-EXIT
007294     END-IF
007297     MOVE "N" TO WS-MONEDA-NO-ENCONTRADA-SW
007300     IF LT-MONEDA = LEDG-MONEDA
007310         MOVE LT-IMPORTE TO WS-IMPORTE-CONVERTIDO
007320     ELSE
008557 2330-EXIT.
008558     EXIT.

008559*----------------------------------------------------------*
008560* EL CENTRO DE COSTE SOLO SE VALIDA EN LAS CUENTAS DE        *
008561* INGRESO Y GASTO DEL PLAN: DISTINTO DE CERO, DEBE ESTAR EN  *
008562* LA TABLA DE DEPTMSTR; A CERO, SE RECHAZA SI LA CUENTA LO   *
008563* EXIGE, SALVO EN EL PERIODO 13 DE AJUSTE (EL CIERRE DE      *
008564* ANOCIER SALDA LA CUENTA ENTERA). UN CENTRO NO NUMERICO SE  *
008565* TOMA COMO CERO. SIN PLANCTAS O SIN DEPTMSTR NO SE VALIDA.  *
008566*----------------------------------------------------------*
008567 2340-VALIDA-CCOSTE.
008568     MOVE "S" TO WS-CCOSTE-VALIDO-SW
008569     IF LT-CENTRO-COSTE NOT NUMERIC
008570         MOVE ZERO TO LT-CENTRO-COSTE
008571     END-IF
008572     IF WS-SIN-PLANCTAS OR WS-SIN-DEPTMSTR
008573         GO TO 2340-EXIT
008574     END-IF
008575     IF NOT CTA-CLASE-INGRESO AND NOT CTA-CLASE-GASTO
008576         GO TO 2340-EXIT
008577     END-IF
008578     IF LT-CENTRO-COSTE = ZERO
008579         IF CTA-CCOSTE-OBLIGATORIO AND WS-FA-MES NOT = 13
008580             MOVE "N" TO WS-CCOSTE-VALIDO-SW
008581             MOVE "FALTA EL CENTRO DE COSTE" TO RL-MOTIVO
008582         END-IF
008583         GO TO 2340-EXIT
008584     END-IF
008585     SET WS-CCOSTE-IDX TO 1
008586     SEARCH WS-CCOSTE-ENTRY
008587         AT END
008588             MOVE "N" TO WS-CCOSTE-VALIDO-SW
008589             MOVE "CENTRO DE COSTE DESCONOCIDO" TO RL-MOTIVO
008590         WHEN CCT-CENTRO-COSTE (WS-CCOSTE-IDX) = LT-CENTRO-COSTE
008591             CONTINUE
008592     END-SEARCH.
008593 2340-EXIT.
008594     EXIT.

008595 2100-READ-TRANS.
008596     READ LEDGER-TRANS-FILE
008597         AT END
008598             SET WS-EOF-TRANS TO TRUE
008600     END-READ
008610     IF NOT WS-EOF-TRANS AND NOT WS-LEDGTRAN-OK
008620         DISPLAY "CREDITO: ERROR LEYENDO LEDGTRAN "
008750         ELSE
008760             MOVE "N" TO WS-LOTE-APROBADO-SW
008770         END-IF
008772         IF LC-CABECERA
008775             MOVE LC-OPERADOR TO WS-LOTE-OPERADOR
008778         END-IF
008780         GO TO 2100-READ-TRANS
008790     END-IF

009370     END-IF
009380     MOVE "N" TO WS-EOF-TRANS-SW
009390 1200-EXIT.
009391     EXIT.

009392*----------------------------------------------------------*
009393* HUELLA DEL FICHERO CONTRA EL REGISTRO FICREG: LA MISMA     *
009394* HUELLA ACEPTADA EN UNA FECHA ANTERIOR ES UNA RETRANSMISION *
009395* Y NO SE POSTEA (RC 8, AUDITLOG), SALVO OVERRIDE "FORZAR"   *
009396* EN FICFORZ, QUE TAMBIEN QUEDA EN AUDITLOG. LA MISMA        *
009397* HUELLA DEL MISMO DIA ES UN RELANCE LEGITIMO, SALVO QUE UN  *
009398* CICLO INTRADIA YA LA HAYA POSTEADO ENTERA (1340).          *
009399*----------------------------------------------------------*
009400 1310-VERIFICAR-FICHERO.
009401     IF WS-FICH-REGS = ZERO
009402         GO TO 1310-EXIT
009403     END-IF
009404     ACCEPT WS-HORA-AHORA FROM TIME
009405     PERFORM 1320-LEER-FORZAR THRU 1320-EXIT
009406     OPEN I-O FICHERO-REG-FILE
009407     IF WS-FICREG-NO-FILE
009408         CLOSE FICHERO-REG-FILE
009410         OPEN OUTPUT FICHERO-REG-FILE
009411         CLOSE FICHERO-REG-FILE
009412         OPEN I-O FICHERO-REG-FILE
009413     END-IF
009414     IF NOT WS-FICREG-OK
009415         DISPLAY "CREDITO: ERROR ABRIENDO FICREG "
009416             WS-FICREG-STATUS
009417         GO TO ABEND-CLEANUP
009418     END-IF
009419     MOVE "LEDGTRAN" TO FIC-FUENTE
009420     MOVE WS-FICH-FECHA TO FIC-FECHA-LOTE
009421     MOVE WS-FICH-REGS TO FIC-REGS
009422     MOVE WS-FICH-IMPORTES TO FIC-IMPORTES
009423     READ FICHERO-REG-FILE
009424         INVALID KEY
009425             MOVE PARM-RUN-DATE TO FIC-FECHA-ALTA
009426             MOVE WS-HORA-AHORA TO FIC-HORA-ALTA
009427             IF WS-FORZAR
009428                 MOVE "F" TO FIC-FORZADO-SW
009430             ELSE
009431                 MOVE SPACE TO FIC-FORZADO-SW
009432             END-IF
009433             WRITE FICHERO-REG-REC
009434             IF NOT WS-FICREG-OK
009435                 DISPLAY "CREDITO: ERROR GRABANDO FICREG "
009436                     WS-FICREG-STATUS
009437                 GO TO ABEND-CLEANUP
009438             END-IF
009439             CLOSE FICHERO-REG-FILE
009440             GO TO 1310-EXIT
009441     END-READ
009442     IF FIC-FECHA-ALTA = PARM-RUN-DATE
009443         PERFORM 1340-BUSCAR-CICLO THRU 1340-EXIT
009444         IF NOT WS-CICLO-POSTEADO
009445             DISPLAY "CREDITO: HUELLA DEL FICHERO YA REGISTRADA "
009446                 "HOY, RELANCE ADMITIDO"
009447             CLOSE FICHERO-REG-FILE
009448             GO TO 1310-EXIT
009450         END-IF
009451         DISPLAY "CREDITO: HUELLA YA POSTEADA HOY POR LA CORRIDA "
009452             "DE LAS " WS-CICLO-HORA-HALLADA
009453     END-IF
009454     IF WS-FORZAR
009455         DISPLAY "CREDITO: FICHERO DUPLICADO FORZADO POR "
009456             "OPERADOR"
009457         MOVE "F" TO FIC-FORZADO-SW
009458         MOVE PARM-RUN-DATE TO FIC-FECHA-ALTA
009459         MOVE WS-HORA-AHORA TO FIC-HORA-ALTA
009460         REWRITE FICHERO-REG-REC
009461         MOVE ZERO TO LT-ACCT-ID
009462         MOVE "FICHERO DUPLICADO FORZADO" TO RL-MOTIVO
009463         PERFORM 2450-WRITE-AUDITLOG THRU 2450-EXIT
009464         CLOSE FICHERO-REG-FILE
009465         GO TO 1310-EXIT
009466     END-IF
009467     DISPLAY "CREDITO: FICHERO LEDGTRAN YA PROCESADO EL "
009468         FIC-FECHA-ALTA ", RETRANSMISION RECHAZADA"
009470     MOVE ZERO TO LT-ACCT-ID
009471     MOVE "FICHERO YA PROCESADO" TO RL-MOTIVO
009472     PERFORM 2450-WRITE-AUDITLOG THRU 2450-EXIT
009475 1310-EXIT.
009476     EXIT.

009477*----------------------------------------------------------*
009478* OVERRIDE DEL OPERADOR: EL FICHERO FICFORZ CON LA PALABRA   *
009479* "FORZAR" ADMITE UN DUPLICADO POR UNA SOLA CORRIDA.         *
009480*----------------------------------------------------------*
009481 1320-LEER-FORZAR.
009482     MOVE "N" TO WS-FORZAR-SW
009483     OPEN INPUT FORZAR-FILE
009484     IF WS-FICFORZ-NO-FILE
009485         GO TO 1320-EXIT
009486     END-IF
009487     IF NOT WS-FICFORZ-OK
009488         DISPLAY "CREDITO: ERROR ABRIENDO FICFORZ "
009490             WS-FICFORZ-STATUS
009491         GO TO ABEND-CLEANUP
009492     END-IF
009501 1320-EXIT.
009502     EXIT.

009503*----------------------------------------------------------*
009504* UNA HUELLA DADA DE ALTA HOY ES DE OTRA CORRIDA TERMINADA SI*
009505* LA LLEVA UN CICLO INTRADIA DE CREDDIA O, PARA UN CICLO, LA *
009506* ULTIMA CORRIDA NOCTURNA. SI NO, ES UN RELANCE TRAS ABEND.  *
009507*----------------------------------------------------------*
009508 1340-BUSCAR-CICLO.
009510     MOVE "N" TO WS-CICLO-POSTEADO-SW
009511     IF WS-MODO-INTRADIA AND WS-HAY-NOCHE
009512         AND WS-NOCHE-FICH-FECHA = WS-FICH-FECHA
009513         AND WS-NOCHE-FICH-REGS = WS-FICH-REGS
009514         AND WS-NOCHE-FICH-IMPORTES = WS-FICH-IMPORTES
009515         SET WS-CICLO-POSTEADO TO TRUE
009516         MOVE WS-NOCHE-HORA TO WS-CICLO-HORA-HALLADA
009517         GO TO 1340-EXIT
009518     END-IF
009519     IF WS-CICLO-COUNT = ZERO
009520         GO TO 1340-EXIT
009521     END-IF
009522     SET WS-CICLO-IDX TO 1
009523     SEARCH WS-CICLO-ENTRY
009524         AT END
009525             CONTINUE
009526         WHEN CIC-FICH-FECHA (WS-CICLO-IDX) = WS-FICH-FECHA
009527             AND CIC-FICH-REGS (WS-CICLO-IDX) = WS-FICH-REGS
009528             AND CIC-FICH-IMPORTES (WS-CICLO-IDX)
009529                 = WS-FICH-IMPORTES
009530             SET WS-CICLO-POSTEADO TO TRUE
009531             MOVE CIC-HORA (WS-CICLO-IDX) TO WS-CICLO-HORA-HALLADA
009532     END-SEARCH.
009533 1340-EXIT.
009534     EXIT.

009535 1250-VERIFICA-REGISTRO.
009537     READ LEDGER-TRANS-FILE
009538         AT END
009539             SET WS-EOF-TRANS TO TRUE
009540             GO TO 1250-EXIT
009541     END-READ
009542     IF NOT WS-LEDGTRAN-OK
009543         DISPLAY "CREDITO: ERROR LEYENDO LEDGTRAN "
009544             WS-LEDGTRAN-STATUS
009545         GO TO ABEND-CLEANUP
009546     END-IF
009547     EVALUATE TRUE
009548         WHEN LC-CABECERA
009550             MOVE "S" TO WS-EN-LOTE-SW
009560             MOVE ZERO TO WS-LOTE-REGS
009570             MOVE ZERO TO WS-LOTE-HASH
009740 1250-EXIT.
009750     EXIT.

009751*----------------------------------------------------------*
009752* ACUMULA EL APUNTE EN EL NETO DE SU DOCUMENTO EN MONEDA     *
009753* FUNCIONAL (DEBITOS MENOS CREDITOS). UN DOCUMENTO CON UNA   *
009754* MONEDA SIN TASA NO PUEDE EVALUARSE Y QUEDA MARCADO MALO    *
009755* ENTERO. DOC CERO Y LOS ESTORNOS (R) NO LLEVAN ESTA         *
009756* VALIDACION.                                                *
009757*----------------------------------------------------------*
009758 1260-ACUMULAR-DOC.
009759     IF LT-DOC-NO = ZERO OR LT-REVERSO
009777         ADD 1 TO WS-DOC-COUNT
009778         SET WS-DOC-IDX TO WS-DOC-COUNT
009779         MOVE LT-DOC-NO TO DOC-NUMERO (WS-DOC-IDX)
009780         MOVE ZERO TO DOC-NETO-FUNC (WS-DOC-IDX)
009781         MOVE "N" TO DOC-MAL-SW (WS-DOC-IDX)
009782     END-IF
009783     MOVE LT-MONEDA TO WS-MONEDA-BUSCADA
009786         MOVE "S" TO DOC-MAL-SW (WS-DOC-IDX)
009787         GO TO 1260-EXIT
009788     END-IF
009789     COMPUTE WS-DOC-IMPORTE-FUNC ROUNDED =
009790         LT-IMPORTE * WS-TASA-VIGENTE
009791         ON SIZE ERROR
009792             MOVE "S" TO DOC-MAL-SW (WS-DOC-IDX)
009793             GO TO 1260-EXIT
009794     END-COMPUTE
009795     IF LT-DEBITO
009796         ADD WS-DOC-IMPORTE-FUNC TO DOC-NETO-FUNC (WS-DOC-IDX)
009797             ON SIZE ERROR
009798                 MOVE "S" TO DOC-MAL-SW (WS-DOC-IDX)
009799         END-ADD
009800     ELSE
009801         SUBTRACT WS-DOC-IMPORTE-FUNC
009802             FROM DOC-NETO-FUNC (WS-DOC-IDX)
009803             ON SIZE ERROR
009804                 MOVE "S" TO DOC-MAL-SW (WS-DOC-IDX)
009805         END-SUBTRACT

009826 1296-EVALUAR-UNO.
009827     IF NOT DOC-MAL (WS-DOC-IDX)
009828         AND DOC-NETO-FUNC (WS-DOC-IDX) = ZERO
009829         GO TO 1296-EXIT
009830     END-IF
009831     MOVE "S" TO DOC-MAL-SW (WS-DOC-IDX)
010390 9500-EXIT.
010400     EXIT.

010402*----------------------------------------------------------*
010403* TERMINACION POR CHECKPOINT DE UNA CORRIDA DEL OTRO MODO:   *
010404* UN CICLO INTRADIA NO RETOMA LA NOCTURNA NI AL REVES. NO SE *
010405* POSTEA NADA Y EL CHECKPOINT QUEDA PARA SU CORRIDA (RC 8).  *
010406*----------------------------------------------------------*
010407 9510-RECHAZO-CICLO.
010408     DISPLAY "CREDITO: CHECKPOINT DE OTRO MODO, NO SE POSTEA "
010409         "NADA".
010410     CLOSE LEDGER-MASTER-FILE.
010411     CLOSE LEDGER-TRANS-FILE.
010412     CLOSE LEDGER-RPT-FILE.
010413     CLOSE AUDIT-LOG-FILE.
010414     CLOSE LEDGER-DETAIL-FILE.
010415     CLOSE LEDG-JRNL-FILE.
010416     CLOSE PERIODO-MASTER-FILE.
010417     CLOSE TASA-MASTER-FILE.
010418     CLOSE IVA-CODIGO-FILE.
010419     CLOSE PLAN-CUENTA-FILE.
010420     CLOSE PEND-APRO-FILE.
010421     CLOSE PENDIENTE-FILE.
010422     CLOSE SUSP-OUT-FILE.
010423     CLOSE SUSPENSE-MASTER-FILE.
010424     MOVE 8 TO WS-RETORNO-STATS.
010425     PERFORM 9800-GRABAR-RUNSTATS THRU 9800-EXIT.
010426     MOVE 8 TO RETURN-CODE.
010427     GOBACK.
010428 9510-EXIT.
010429     EXIT.

010432*----------------------------------------------------------*
010436* BUSCA LA TASA VIGENTE EN MONEDA FUNCIONAL DE LA MONEDA    *
010440* DEL APUNTE Y DE LA MONEDA DE LA CUENTA (2360-BUSCAR-TASA)  *
010450* Y CONVIERTE EL IMPORTE DEL APUNTE A LA MONEDA DE LA        *
010455* CUENTA PASANDO POR LA MONEDA FUNCIONAL.                    *
010460* SI ALGUNA DE LAS DOS TASAS NO APARECE, DEJA                *
010470* WS-MONEDA-NO-ENCONTRADA ACTIVO Y NO CALCULA NADA.          *
010480*----------------------------------------------------------*
010650     END-IF
010660     MOVE "N" TO WS-CONVERSION-DESBORDO-SW
010670     IF NOT WS-MONEDA-NO-ENCONTRADA
010680         COMPUTE WS-IMPORTE-FUNC = LT-IMPORTE * WS-TASA-ORIGEN
010690             ON SIZE ERROR
010700                 SET WS-CONVERSION-DESBORDO TO TRUE
010710         END-COMPUTE
010720         IF NOT WS-CONVERSION-DESBORDO
010730             COMPUTE WS-IMPORTE-CONVERTIDO ROUNDED =
010740                 WS-IMPORTE-FUNC / WS-TASA-DESTINO
010750                 ON SIZE ERROR
010760                     SET WS-CONVERSION-DESBORDO TO TRUE
010770             END-COMPUTE
010810     EXIT.

010830*----------------------------------------------------------*
010840* DEVUELVE EN WS-TASA-VIGENTE LAS UNIDADES DE MONEDA         *
010850* FUNCIONAL POR UNIDAD DE WS-MONEDA-BUSCADA A LA FECHA DEL   *
010860* APUNTE. LA MONEDA FUNCIONAL VALE 1 SIN CONSULTAR EL        *
010870* MAESTRO; SI NO, SE BUSCA LA TASA DIRECTA CON LA MONEDA     *
010880* FUNCIONAL COMO BASE Y, SI NO LA HAY, SE CRUZAN LAS TASAS   *
010885* USD DE AMBAS MONEDAS (USD VALE 1 CONTRA SI MISMO). SI      *
010890* TASAMSTR NO EXISTE, NINGUNA OTRA MONEDA TIENE TASA Y EL    *
010895* APUNTE ACABARA RECHAZADO, IGUAL QUE ANTES.                 *
010900*----------------------------------------------------------*
010910 2360-BUSCAR-TASA.
010920     MOVE "N" TO WS-TASA-HALLADA-SW
010930     IF WS-MONEDA-BUSCADA = WS-MONEDA-FUNCIONAL
010940         MOVE 1 TO WS-TASA-VIGENTE
010950         SET WS-TASA-HALLADA TO TRUE
010960         GO TO 2360-EXIT
010980     IF WS-SIN-TASAMSTR
010990         GO TO 2360-EXIT
011000     END-IF
011002     MOVE WS-MONEDA-FUNCIONAL TO WS-BASE-BUSCADA
011004     PERFORM 2365-BUSCAR-VIGENCIA THRU 2365-EXIT
011006     IF WS-TASA-HALLADA OR WS-MONEDA-FUNCIONAL = "USD"
011008         GO TO 2360-EXIT
011010     END-IF
011012     MOVE "USD" TO WS-BASE-BUSCADA
011014     MOVE 1 TO WS-TASA-CRUCE
011016     IF WS-MONEDA-BUSCADA NOT = "USD"
011018         PERFORM 2365-BUSCAR-VIGENCIA THRU 2365-EXIT
011020         IF NOT WS-TASA-HALLADA
011022             GO TO 2360-EXIT
011024         END-IF
011026         MOVE WS-TASA-VIGENTE TO WS-TASA-CRUCE
011028     END-IF
011030     MOVE WS-MONEDA-BUSCADA TO WS-MONEDA-CRUCE
011032     MOVE WS-MONEDA-FUNCIONAL TO WS-MONEDA-BUSCADA
011034     PERFORM 2365-BUSCAR-VIGENCIA THRU 2365-EXIT
011036     MOVE WS-MONEDA-CRUCE TO WS-MONEDA-BUSCADA
011038     IF NOT WS-TASA-HALLADA OR WS-TASA-VIGENTE = ZERO
011040         MOVE "N" TO WS-TASA-HALLADA-SW
011042         GO TO 2360-EXIT
011044     END-IF
011046     COMPUTE WS-TASA-VIGENTE ROUNDED =
011048         WS-TASA-CRUCE / WS-TASA-VIGENTE
011050         ON SIZE ERROR
011052             MOVE "N" TO WS-TASA-HALLADA-SW
011054     END-COMPUTE.
011110 2360-EXIT.
011120     EXIT.

011122*----------------------------------------------------------*
011124* TASA DE WS-MONEDA-BUSCADA CONTRA WS-BASE-BUSCADA: SE       *
011126* POSICIONA EN BASE+MONEDA+FECHA CERO Y AVANZA QUEDANDOSE    *
011128* CON LA ULTIMA VIGENCIA QUE NO SUPERA LT-FECHA.             *
011130*----------------------------------------------------------*
011132 2365-BUSCAR-VIGENCIA.
011134     MOVE "N" TO WS-TASA-HALLADA-SW
011136     MOVE "N" TO WS-FIN-TASAS-SW
011138     MOVE WS-BASE-BUSCADA TO TAS-MONEDA-BASE
011140     MOVE WS-MONEDA-BUSCADA TO TAS-MONEDA
011142     MOVE ZERO TO TAS-FECHA-VIGENCIA
011144     START TASA-MASTER-FILE
011146         KEY IS NOT LESS THAN TAS-CLAVE
011148         INVALID KEY
011150             MOVE "S" TO WS-FIN-TASAS-SW
011152     END-START
011154     PERFORM 2370-LEER-TASA THRU 2370-EXIT
011156         UNTIL WS-FIN-TASAS.
011158 2365-EXIT.
011160     EXIT.

011162 2370-LEER-TASA.
011164     READ TASA-MASTER-FILE NEXT
011166         AT END
011170             MOVE "S" TO WS-FIN-TASAS-SW
011180     END-READ
011190     IF WS-FIN-TASAS
011240             WS-TASAMSTR-STATUS
011250         GO TO ABEND-CLEANUP
011260     END-IF
011270     IF TAS-MONEDA-BASE NOT = WS-BASE-BUSCADA
011275         OR TAS-MONEDA NOT = WS-MONEDA-BUSCADA
011280         OR TAS-FECHA-VIGENCIA > LT-FECHA
011290         MOVE "S" TO WS-FIN-TASAS-SW
011300     ELSE
011310         MOVE TAS-TASA TO WS-TASA-VIGENTE
011320         SET WS-TASA-HALLADA TO TRUE
011330     END-IF
011340 2370-EXIT.
011398     MOVE ZERO TO WS-SA-SEQ-REF
011399     MOVE ZERO TO WS-SA-DOC-NO
011400     MOVE LT-IVA-CODIGO TO WS-SA-IVA-CODIGO
011401     MOVE LT-CENTRO-COSTE TO WS-SA-CENTRO-COSTE
011402     MOVE LT-ORIGEN TO WS-SA-ORIGEN
011412     WRITE SUSP-OUT-REG FROM WS-SUSP-APUNTE
011401     PERFORM 2395-CHECK-SUSPOUT THRU 2395-EXIT
011402     MOVE 1 TO WS-ST-REGS
011403     MOVE PARM-CUENTA-SUSPENSE TO WS-ST-HASH
012130     MOVE LT-MONEDA      TO DT-MONEDA-ORIG
012140     MOVE WS-IMPORTE-CONVERTIDO TO DT-IMPORTE-CONV
012150     MOVE LEDG-MONEDA    TO DT-MONEDA-CONV
012153     IF LT-ORIGEN-PERIODIF
012156         MOVE "P"        TO DT-ESTORNO-SW
012159     ELSE
012162         MOVE SPACES     TO DT-ESTORNO-SW
012165     END-IF
012170     MOVE ZERO           TO DT-SEQ-ENLACE
012175     MOVE SPACES         TO DT-CONCILIADO-SW
012177     MOVE LT-IVA-CODIGO  TO DT-IVA-CODIGO
012178     MOVE LT-CENTRO-COSTE TO DT-CENTRO-COSTE
012179     MOVE LT-ORIGEN      TO DT-ORIGEN
012180     WRITE LEDGER-DETAIL-REC
012190*    EN UN REINICIO, EL GRUPO INTERRUMPIDO PUDO DEJAR SUS
012200*    RENGLONES DE DETALLE GRABADOS ANTES DEL ABEND; COMO LA
012510                 MOVE CKPT-ULTIMO-SEQ TO WS-SEQ-ACTUAL
012520             END-IF
012530             MOVE CKPT-RETENIDOS TO WS-PEND-ABS
012531             IF CKPT-MODO = SPACE
012532                 MOVE "N" TO CKPT-MODO
012533             END-IF
012534             IF CKPT-MODO NOT = WS-MODO-SW
012535                 DISPLAY "CREDITO: CHECKPOINT PENDIENTE DE UNA "
012536                     "CORRIDA EN MODO " CKPT-MODO
012537                     "; RELANZAR ESA CORRIDA"
012538                 CLOSE CHECKPOINT-FILE
012539                 GO TO 9510-RECHAZO-CICLO
012542             END-IF
012546             DISPLAY "CREDITO: REINICIO DETECTADO, SALTANDO "
012550                 WS-REGS-A-SALTAR " APUNTES YA APLICADOS"
012560         END-IF
012570         CLOSE CHECKPOINT-FILE
013140         WS-REGS-A-SALTAR + WS-REGS-APLICADOS
013150     MOVE WS-SEQ-ACTUAL TO CKPT-ULTIMO-SEQ
013160     MOVE WS-PEND-ABS TO CKPT-RETENIDOS
013165     MOVE WS-MODO-SW TO CKPT-MODO
013170     OPEN OUTPUT CHECKPOINT-FILE
013180     IF NOT WS-CREDCKPT-OK
013190         DISPLAY "CREDITO: ERROR ABRIENDO CREDCKPT "
013640 1120-EXIT.
013650     EXIT.

013652*----------------------------------------------------------*
013653* COMPANIA DE LA CADENA (CIAPARM, OPCIONAL) Y SU MONEDA      *
013654* FUNCIONAL EN CIAMSTR. SIN CIAPARM O CON LA MONEDA EN       *
013655* BLANCO LA MONEDA FUNCIONAL ES USD, COMO SIEMPRE.           *
013656*----------------------------------------------------------*
013657 1125-LEER-COMPANIA.
013658     OPEN INPUT CIA-PARM-FILE.
013659     IF WS-CIAPARM-NO-FILE
013660         GO TO 1125-EXIT
013661     END-IF
013662     IF NOT WS-CIAPARM-OK
013663         DISPLAY "CREDITO: ERROR ABRIENDO CIAPARM "
013664             WS-CIAPARM-STATUS
013665         GO TO ABEND-CLEANUP
013666     END-IF
013667     READ CIA-PARM-FILE
013668         AT END
013669             MOVE SPACES TO CP-CIA-CODIGO
013670     END-READ
013671     MOVE CP-CIA-CODIGO TO WS-CIA-CODIGO
013672     CLOSE CIA-PARM-FILE
013673     IF WS-CIA-CODIGO = SPACES
013674         GO TO 1125-EXIT
013675     END-IF
013676     OPEN INPUT COMPANIA-MASTER-FILE.
013677     IF NOT WS-CIAMSTR-OK
013678         DISPLAY "CREDITO: ERROR ABRIENDO CIAMSTR "
013679             WS-CIAMSTR-STATUS
013680         GO TO ABEND-CLEANUP
013681     END-IF
013682     MOVE WS-CIA-CODIGO TO CIA-CODIGO
013683     READ COMPANIA-MASTER-FILE
013684         INVALID KEY
013685             DISPLAY "CREDITO: COMPANIA " WS-CIA-CODIGO
013686                 " DE CIAPARM NO EXISTE EN CIAMSTR"
013687             CLOSE COMPANIA-MASTER-FILE
013688             GO TO ABEND-CLEANUP
013689     END-READ
013690     IF CIA-MONEDA-FUNCIONAL NOT = SPACES
013691         MOVE CIA-MONEDA-FUNCIONAL TO WS-MONEDA-FUNCIONAL
013692     END-IF
013693     CLOSE COMPANIA-MASTER-FILE
013694     DISPLAY "CREDITO: COMPANIA " WS-CIA-CODIGO
013695         " MONEDA FUNCIONAL " WS-MONEDA-FUNCIONAL.
013696 1125-EXIT.
013697     EXIT.

013699*----------------------------------------------------------*
013702* DESVIA UN APUNTE QUE SUPERA EL UMBRAL DE APROBACION A LA   *
013704* COLA PENDAPRO (MISMO LAYOUT QUE LEDGTRAN) Y LO LISTA. EL   *
013707* SUPERVISOR LO LIBERA O RECHAZA CON EL PROGRAMA APROBAR.    *
013710*----------------------------------------------------------*
013720 2380-RETENER-APUNTE.
013730     ADD 1 TO WS-RETENIDOS-COUNT
014002     MOVE PARM-RUN-DATE TO PEN-FECHA-ALTA
014003     MOVE SPACES TO PEN-OPERADOR
014004     MOVE ZERO TO PEN-FECHA-DECISION
014005     MOVE WS-APUNTE-OPERADOR TO PEN-OPERADOR-ALTA
014006     WRITE PENDIENTE-REC
014007     IF WS-REINICIO AND WS-PENDMSTR-DUPLICATE
014008         GO TO 2385-EXIT
014009     END-IF
014010     IF NOT WS-PENDMSTR-OK
014011         DISPLAY "CREDITO: ERROR GRABANDO PENDMSTR "
014012             WS-PENDMSTR-STATUS
014013         GO TO ABEND-CLEANUP
014014     END-IF.
014015 2385-EXIT.
014016     EXIT.
014017
014018*----------------------------------------------------------*
014020* ESTORNO (TIPO R): LOCALIZA EN LEDGDTL EL DETALLE ORIGINAL  *
014030* POR LT-SEQ-REF, RECHAZA SI NO EXISTE O YA ESTA ESTORNADO,  *
014040* POSTEA EL APUNTE EXACTAMENTE CONTRARIO SOBRE LA CUENTA     *
014450     MOVE DT-IMPORTE-CONV TO WS-REV-IMPORTE-CONV
014460     MOVE DT-MONEDA-ORIG TO WS-REV-MONEDA-ORIG
014470     MOVE DT-MONEDA-CONV TO WS-REV-MONEDA-CONV
014475     MOVE DT-CENTRO-COSTE TO WS-REV-CENTRO-COSTE
014480     PERFORM 5050-BUSCA-REPLAY THRU 5050-EXIT
014490     IF WS-REV-YA-GRABADO
014500         ADD 1 TO WS-SEQ-ACTUAL
015400     MOVE WS-REV-SEQ-ORIG TO DT-SEQ-ENLACE
015405     MOVE SPACES TO DT-CONCILIADO-SW
015407     MOVE SPACES TO DT-IVA-CODIGO
015408     MOVE WS-REV-CENTRO-COSTE TO DT-CENTRO-COSTE
015409     MOVE LT-ORIGEN TO DT-ORIGEN
015410     WRITE LEDGER-DETAIL-REC
015420*    EN UN REINICIO, EL DETALLE DEL ESTORNO INTERRUMPIDO
015430*    PUDO QUEDAR GRABADO ANTES DEL ABEND; EL DUPLICADO

015910 9000-TERMINATE.
015920     PERFORM 2430-LIMPIAR-CHECKPOINT THRU 2430-EXIT.
015925     PERFORM 2900-PRUEBA-DIA THRU 2900-EXIT.
015930     PERFORM 9800-GRABAR-RUNSTATS THRU 9800-EXIT.
015940     IF NOT WS-SIN-PERMSTR
015950         CLOSE PERIODO-MASTER-FILE
016085         PERFORM 2710-GRABAR-SUSPSEQ THRU 2710-EXIT
016086     END-IF
016090     PERFORM 2700-GRABAR-SEQ THRU 2700-EXIT.
016093     PERFORM 2950-GRABAR-CREDDIA THRU 2950-EXIT.
016096     PERFORM 2960-VACIAR-LEDGTRAN THRU 2960-EXIT.
016100     DISPLAY "CREDITO: APUNTES LEIDOS    " WS-LEIDOS-COUNT.
016110     DISPLAY "CREDITO: APUNTES POSTEADOS " WS-POSTEADOS-COUNT.
016120     DISPLAY "CREDITO: APUNTES RECHAZADOS " WS-RECHAZADOS-COUNT.
016160 9000-EXIT.
016170     EXIT.

016172*----------------------------------------------------------*
016173* PRUEBA DE TOTALES DEL DIA (SOLO LA CORRIDA NOCTURNA): LISTA*
016174* CADA CICLO INTRADIA DESDE LA NOCHE ANTERIOR Y ESTA CORRIDA *
016175* CON SU HUELLA Y EL DESTINO DE LOS APUNTES, Y COTEJA LA     *
016176* SUMA DE HUELLAS CONTRA LO DADO DE ALTA EN FICREG DESDE LA  *
016177* ULTIMA NOCHE. CADA CORRIDA DEBE CUADRAR LEIDOS CONTRA      *
016178* POSTEADOS, RECHAZADOS, RETENIDOS Y SALTADOS. UN DESCUADRE  *
016179* QUEDA EN LEDGRPT Y AUDITLOG Y EL TRABAJO TERMINA CON RC 4. *
016180*----------------------------------------------------------*
016181 2900-PRUEBA-DIA.
016182     IF WS-MODO-INTRADIA
016183         GO TO 2900-EXIT
016184     END-IF
016185     MOVE "N" TO WS-PRUEBA-MAL-SW
016186     MOVE ZERO TO WS-PT-FICH-REGS
016187     MOVE ZERO TO WS-PT-FICH-IMPORTES
016188     MOVE ZERO TO WS-PT-POSTEADOS
016189     MOVE ZERO TO WS-PT-RECHAZADOS
016190     MOVE ZERO TO WS-PT-RETENIDOS
016191     MOVE ZERO TO WS-PT-FICREG-REGS
016192     MOVE ZERO TO WS-PT-FICREG-IMPORTES
016193     MOVE WS-PRUEBA-TITULO TO LEDGER-RPT-LINE
016194     PERFORM 2940-GRABAR-LINEA THRU 2940-EXIT
016195     MOVE WS-PRUEBA-CABECERA TO LEDGER-RPT-LINE
016196     PERFORM 2940-GRABAR-LINEA THRU 2940-EXIT
016197     PERFORM 2910-LISTAR-CICLO THRU 2910-EXIT
016198         VARYING WS-CICLO-IDX FROM 1 BY 1
016199         UNTIL WS-CICLO-IDX > WS-CICLO-COUNT
016200     MOVE "NOCTURNA  " TO WS-PC-ROTULO
016201     ACCEPT WS-PC-HORA FROM TIME
016202     MOVE WS-FICH-REGS TO WS-PC-FICH-REGS
016203     MOVE WS-FICH-IMPORTES TO WS-PC-FICH-IMPORTES
016204     MOVE WS-LEIDOS-COUNT TO WS-PC-LEIDOS
016205     MOVE WS-POSTEADOS-COUNT TO WS-PC-POSTEADOS
016206     MOVE WS-RECHAZADOS-COUNT TO WS-PC-RECHAZADOS
016207     MOVE WS-RETENIDOS-COUNT TO WS-PC-RETENIDOS
016208     MOVE WS-REGS-SALTADOS TO WS-PC-SALTADOS
016209     PERFORM 2920-LISTAR-CORRIDA THRU 2920-EXIT
016210     MOVE "TOTAL DIA " TO PL-ROTULO
016211     MOVE ZERO TO PL-HORA
016212     MOVE WS-PT-FICH-REGS TO PL-REGS
016213     MOVE WS-PT-FICH-IMPORTES TO PL-IMPORTES
016214     MOVE WS-PT-POSTEADOS TO PL-POSTEADOS
016215     MOVE WS-PT-RECHAZADOS TO PL-RECHAZADOS
016216     MOVE WS-PT-RETENIDOS TO PL-RETENIDOS
016217     MOVE WS-PRUEBA-LINE TO LEDGER-RPT-LINE
016218     PERFORM 2940-GRABAR-LINEA THRU 2940-EXIT
016219     IF NOT WS-HAY-NOCHE
016220         DISPLAY "CREDITO: SIN CORRIDA NOCTURNA ANTERIOR EN "
016221             "CREDDIA, FICREG SIN COTEJAR"
016222         GO TO 2900-VEREDICTO
016223     END-IF
016224     PERFORM 2930-SUMAR-FICREG THRU 2930-EXIT
016225     MOVE "REGS ALTA EN FICREG   " TO CTL-ROTULO
016226     MOVE WS-PT-FICREG-REGS TO CTL-ESPERADO
016227     MOVE WS-PT-FICH-REGS TO CTL-RECIBIDO
016228     PERFORM 1290-LISTAR-CONTROL THRU 1290-EXIT
016229     MOVE "IMPORTES ALTA FICREG  " TO CTL-ROTULO
016230     MOVE WS-PT-FICREG-IMPORTES TO CTL-ESPERADO
016231     MOVE WS-PT-FICH-IMPORTES TO CTL-RECIBIDO
016232     PERFORM 1290-LISTAR-CONTROL THRU 1290-EXIT
016233     IF WS-PT-FICREG-REGS NOT = WS-PT-FICH-REGS
016234         OR WS-PT-FICREG-IMPORTES NOT = WS-PT-FICH-IMPORTES
016235         SET WS-PRUEBA-MAL TO TRUE
016236     END-IF.
016237 2900-VEREDICTO.
016238     IF WS-PRUEBA-MAL
016239         DISPLAY "CREDITO: TOTALES DEL DIA NO CUADRAN"
016240         MOVE "TOTALES DEL DIA NO CUADRAN" TO RL-MOTIVO
016241         MOVE ZERO TO LT-ACCT-ID
016242         PERFORM 2400-WRITE-RECHAZO THRU 2400-EXIT
016243         MOVE 4 TO WS-RETORNO-STATS
016244         MOVE 4 TO RETURN-CODE
016245     END-IF.
016246 2900-EXIT.
016247     EXIT.

016249 2910-LISTAR-CICLO.
016250     MOVE "INTRADIA  " TO WS-PC-ROTULO
016251     MOVE CIC-HORA (WS-CICLO-IDX) TO WS-PC-HORA
016252     MOVE CIC-FICH-REGS (WS-CICLO-IDX) TO WS-PC-FICH-REGS
016253     MOVE CIC-FICH-IMPORTES (WS-CICLO-IDX) TO WS-PC-FICH-IMPORTES
016254     MOVE CIC-LEIDOS (WS-CICLO-IDX) TO WS-PC-LEIDOS
016255     MOVE CIC-POSTEADOS (WS-CICLO-IDX) TO WS-PC-POSTEADOS
016256     MOVE CIC-RECHAZADOS (WS-CICLO-IDX) TO WS-PC-RECHAZADOS
016257     MOVE CIC-RETENIDOS (WS-CICLO-IDX) TO WS-PC-RETENIDOS
016258     MOVE CIC-SALTADOS (WS-CICLO-IDX) TO WS-PC-SALTADOS
016259     PERFORM 2920-LISTAR-CORRIDA THRU 2920-EXIT.
016260 2910-EXIT.
016261     EXIT.

016263 2920-LISTAR-CORRIDA.
016264     MOVE WS-PC-ROTULO TO PL-ROTULO
016265     MOVE WS-PC-HORA TO PL-HORA
016266     MOVE WS-PC-FICH-REGS TO PL-REGS
016267     MOVE WS-PC-FICH-IMPORTES TO PL-IMPORTES
016268     MOVE WS-PC-POSTEADOS TO PL-POSTEADOS
016269     MOVE WS-PC-RECHAZADOS TO PL-RECHAZADOS
016270     MOVE WS-PC-RETENIDOS TO PL-RETENIDOS
016271     MOVE WS-PRUEBA-LINE TO LEDGER-RPT-LINE
016272     PERFORM 2940-GRABAR-LINEA THRU 2940-EXIT
016273     ADD WS-PC-FICH-REGS TO WS-PT-FICH-REGS
016274     ADD WS-PC-FICH-IMPORTES TO WS-PT-FICH-IMPORTES
016275     ADD WS-PC-POSTEADOS TO WS-PT-POSTEADOS
016276     ADD WS-PC-RECHAZADOS TO WS-PT-RECHAZADOS
016277     ADD WS-PC-RETENIDOS TO WS-PT-RETENIDOS
016278     COMPUTE WS-PRUEBA-DESTINOS = WS-PC-POSTEADOS
016279         + WS-PC-RECHAZADOS + WS-PC-RETENIDOS + WS-PC-SALTADOS
016280     IF WS-PRUEBA-DESTINOS NOT = WS-PC-LEIDOS
016281         SET WS-PRUEBA-MAL TO TRUE
016282         DISPLAY "CREDITO: CORRIDA " WS-PC-ROTULO " DE LAS "
016283             WS-PC-HORA " LEYO " WS-PC-LEIDOS " Y DESTINO "
016284             WS-PRUEBA-DESTINOS
016285     END-IF.
016286 2920-EXIT.
016287     EXIT.

016289*----------------------------------------------------------*
016290* SUMA LAS HUELLAS LEDGTRAN DADAS DE ALTA EN FICREG DESPUES  *
016291* DE LA MARCA DE LA ULTIMA CORRIDA NOCTURNA DE CREDDIA.      *
016292*----------------------------------------------------------*
016293 2930-SUMAR-FICREG.
016294     MOVE "N" TO WS-FIN-FICREG-SW
016295     OPEN INPUT FICHERO-REG-FILE
016296     IF WS-FICREG-NO-FILE
016297         GO TO 2930-EXIT
016298     END-IF
016299     IF NOT WS-FICREG-OK
016300         DISPLAY "CREDITO: ERROR ABRIENDO FICREG "
016301             WS-FICREG-STATUS
016302         GO TO ABEND-CLEANUP
016303     END-IF
016304     MOVE "LEDGTRAN" TO FIC-FUENTE
016305     MOVE ZERO TO FIC-FECHA-LOTE
016306     MOVE ZERO TO FIC-REGS
016307     MOVE ZERO TO FIC-IMPORTES
016308     START FICHERO-REG-FILE KEY IS NOT LESS THAN FIC-CLAVE
016309         INVALID KEY
016310             SET WS-FIN-FICREG TO TRUE
016311     END-START
016312     PERFORM 2935-LEER-FICREG THRU 2935-EXIT
016313         UNTIL WS-FIN-FICREG
016314     CLOSE FICHERO-REG-FILE.
016315 2930-EXIT.
016316     EXIT.

016318 2935-LEER-FICREG.
016319     READ FICHERO-REG-FILE NEXT
016320         AT END
016321             SET WS-FIN-FICREG TO TRUE
016322             GO TO 2935-EXIT
016323     END-READ
016324     IF NOT WS-FICREG-OK
016325         DISPLAY "CREDITO: ERROR LEYENDO FICREG "
016326             WS-FICREG-STATUS
016327         GO TO ABEND-CLEANUP
016328     END-IF
016329     IF FIC-FUENTE NOT = "LEDGTRAN"
016330         SET WS-FIN-FICREG TO TRUE
016331         GO TO 2935-EXIT
016332     END-IF
016333     MOVE FIC-FECHA-ALTA TO WS-FIC-MARCA-FECHA
016334     MOVE FIC-HORA-ALTA TO WS-FIC-MARCA-HORA
016335     IF WS-FIC-MARCA > WS-NOCHE-MARCA
016336         ADD FIC-REGS TO WS-PT-FICREG-REGS
016337         ADD FIC-IMPORTES TO WS-PT-FICREG-IMPORTES
016338     END-IF.
016339 2935-EXIT.
016340     EXIT.

016342 2940-GRABAR-LINEA.
016343     WRITE LEDGER-RPT-LINE
016344     IF NOT WS-LEDGRPT-OK
016345         DISPLAY "CREDITO: ERROR ESCRIBIENDO LEDGRPT "
016346             WS-LEDGRPT-STATUS
016347         GO TO ABEND-CLEANUP
016348     END-IF.
016349 2940-EXIT.
016350     EXIT.

016352*----------------------------------------------------------*
016353* DEJA EN CREDDIA (EXTEND) LA CORRIDA TERMINADA: MODO, HUELLA*
016354* DE LA ENTRADA Y DESTINO DE LOS APUNTES LEIDOS.             *
016355*----------------------------------------------------------*
016356 2950-GRABAR-CREDDIA.
016357     OPEN EXTEND CRED-DIA-FILE
016358     IF WS-CREDDIA-NO-FILE
016359         OPEN OUTPUT CRED-DIA-FILE
016360     END-IF
016361     IF NOT WS-CREDDIA-OK
016362         DISPLAY "CREDITO: ERROR ABRIENDO CREDDIA "
016363             WS-CREDDIA-STATUS
016364         GO TO ABEND-CLEANUP
016365     END-IF
016366     ACCEPT CD-FECHA FROM DATE YYYYMMDD
016367     ACCEPT CD-HORA FROM TIME
016368     MOVE WS-MODO-SW TO CD-MODO
016369     MOVE WS-FICH-FECHA TO CD-FICH-FECHA
016370     MOVE WS-FICH-REGS TO CD-FICH-REGS
016371     MOVE WS-FICH-IMPORTES TO CD-FICH-IMPORTES
016372     MOVE WS-LEIDOS-COUNT TO CD-LEIDOS
016373     MOVE WS-POSTEADOS-COUNT TO CD-POSTEADOS
016374     MOVE WS-RECHAZADOS-COUNT TO CD-RECHAZADOS
016375     MOVE WS-RETENIDOS-COUNT TO CD-RETENIDOS
016376     MOVE WS-REGS-SALTADOS TO CD-SALTADOS
016377     MOVE WS-DESVIADOS-COUNT TO CD-DESVIADOS
016378     MOVE WS-RETORNO-STATS TO CD-RETORNO
016379     WRITE CRED-DIA-REC
016380     IF NOT WS-CREDDIA-OK
016381         DISPLAY "CREDITO: ERROR ESCRIBIENDO CREDDIA "
016382             WS-CREDDIA-STATUS
016383         GO TO ABEND-CLEANUP
016384     END-IF
016385     CLOSE CRED-DIA-FILE.
016386 2950-EXIT.
016387     EXIT.

016389*----------------------------------------------------------*
016390* UN CICLO INTRADIA TERMINADO DEJA VACIO SU LEDGTRAN PARA    *
016391* QUE EL CICLO SIGUIENTE SOLO VEA LO LLEGADO DESPUES.        *
016392*----------------------------------------------------------*
016393 2960-VACIAR-LEDGTRAN.
016394     IF NOT WS-MODO-INTRADIA
016395         GO TO 2960-EXIT
016396     END-IF
016397     OPEN OUTPUT LEDGER-TRANS-FILE
016398     IF NOT WS-LEDGTRAN-OK
016399         DISPLAY "CREDITO: ERROR VACIANDO LEDGTRAN "
016400             WS-LEDGTRAN-STATUS
016401         GO TO ABEND-CLEANUP
016402     END-IF
016403     CLOSE LEDGER-TRANS-FILE.
016404 2960-EXIT.
016405     EXIT.

016415*----------------------------------------------------------*
016425* IMAGEN POSTERIOR DE CADA ESCRITURA DEL MAYOR Y DEL         *
016435* DETALLE EN EL DIARIO LEDGJRNL, PARA LA RODADURA HACIA      *
016445* ADELANTE DE LEDGRECO TRAS UN RESTORE.                      *
016455*----------------------------------------------------------*
016465 2850-JRN-MAYOR.
016475     ACCEPT JRN-FECHA FROM DATE YYYYMMDD
016485     ACCEPT JRN-HORA FROM TIME
016495     MOVE "CREDITO " TO JRN-PROGRAMA
016505     MOVE "LEDGMSTR" TO JRN-FICHERO
016515     MOVE WS-JRN-ACCION TO JRN-ACCION
016525     MOVE SPACES TO JRN-IMAGEN
016535     MOVE LEDGER-MASTER-REC TO JRN-IMAGEN
016545     WRITE LEDG-JRNL-REC
016555     IF NOT WS-LEDGJRNL-OK
016565         DISPLAY "CREDITO: ERROR ESCRIBIENDO LEDGJRNL "
016575             WS-LEDGJRNL-STATUS
016585         GO TO ABEND-CLEANUP
016595     END-IF.
016605 2850-EXIT.
016615     EXIT.

016625 2860-JRN-DETALLE.
016635     ACCEPT JRN-FECHA FROM DATE YYYYMMDD
016645     ACCEPT JRN-HORA FROM TIME
016655     MOVE "CREDITO " TO JRN-PROGRAMA
016665     MOVE "LEDGDTL " TO JRN-FICHERO
016675     MOVE WS-JRN-ACCION TO JRN-ACCION
016685     MOVE SPACES TO JRN-IMAGEN
016695     MOVE LEDGER-DETAIL-REC TO JRN-IMAGEN
016705     WRITE LEDG-JRNL-REC
016715     IF NOT WS-LEDGJRNL-OK
016725         DISPLAY "CREDITO: ERROR ESCRIBIENDO LEDGJRNL "
016735             WS-LEDGJRNL-STATUS
016745         GO TO ABEND-CLEANUP
016755     END-IF.
016765 2860-EXIT.
016775     EXIT.

016172*----------------------------------------------------------*
016173* DEJA GRABADO EL ULTIMO NUMERO DE PARTIDA DE SUSPENSE PARA  *
016540             WS-RUNSTATS-STATUS
016550         GO TO ABEND-CLEANUP
016560     END-IF
016563     IF WS-MODO-INTRADIA
016566         MOVE "CREDINTR" TO RS-PROGRAMA
016569     ELSE
016572         MOVE "CREDITO " TO RS-PROGRAMA
016575     END-IF
016580     ACCEPT RS-FECHA FROM DATE YYYYMMDD
016590     ACCEPT RS-HORA FROM TIME
016600     MOVE WS-LEIDOS-COUNT TO RS-LEIDOS
016863     CLOSE SUSPENSE-MASTER-FILE.
016864     CLOSE LEDG-JRNL-FILE.
016865     CLOSE PENDIENTE-FILE.
016866     CLOSE MODO-FILE.
016867     CLOSE CERROJO-FILE.
016868     CLOSE CRED-DIA-FILE.
016869     CLOSE FICHERO-REG-FILE.
016870     MOVE 16 TO RETURN-CODE.
016880     GOBACK.


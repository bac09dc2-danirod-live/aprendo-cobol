000374*                  REINTENTOS 00, CONSERVANDO EL           *
000375*                  SEGUIMIENTO DE REBOTES QUE PAGORECI      *
000376*                  NECESITA (NO REDEFINA EL CLUSTER VACIO). *
000377* 2026-10-15 DR  TRES MODOS PARA LA JORNADA PARCIAL          *
000378*                (TRABAJO JORNMIG), JORNADA A CERO =         *
000379*                COMPLETA:                                   *
000380*                - E75: EMPMSTR (CLUSTER DESCARGADO,         *
000381*                  RESPALDOS Y SNAPANT DE EMPMOVS) DE 66     *
000382*                  A 75 BYTES;                               *
000383*                - P83: COLA EMPPENDA DE 74 A 83 BYTES       *
000384*                  (PORCENTAJE Y HORAS EN BLANCO = NO        *
000385*                  INFORMADOS);                              *
000386*                - A51: DIARIO EMPAUDIT DE 133 A 151         *
000387*                  BYTES, CON LA JORNADA INTERCALADA TRAS    *
000388*                  CADA GRUPO.                               *
000389* 2026-10-15 DR  OCHO MODOS PARA EL CENTRO DE COSTE (TRABAJO *
000390*                CCOSMIG), CENTRO A CERO = SIN CENTRO: T71   *
000391*                IMAGEN LEDGTRAN DE 65 A 71; D89 LEDGDTL Y   *
000392*                ARCHDTL DE 83 A 89; G63 DIGMSTR DE 57 A 63  *
000393*                Y R31 PRESMSTR DE 25 A 31, CON EL CENTRO    *
000394*                INTERCALADO EN LA CLAVE TRAS EL PERIODO;    *
000395*                S11 ASIMSTR DE 105 A 111, CON EL CENTRO     *
000396*                TRAS EL APUNTE DE CADA LINEA; J22 DIARIO    *
000397*                LEDGJRNL DE 116 A 122; F17 FACMSTR DE 111 A *
000398*                117; C66 RECURMST DE 60 A 66.               *
000399* 2026-10-15 DR  TRES MODOS PARA EL ORIGEN DEL APUNTE        *
000400*                (TRABAJO TRAZMIG), ORIGEN EN BLANCO = SIN   *
000401*                ORIGEN REGISTRADO: T99 IMAGEN LEDGTRAN DE   *
000402*                71 A 99; D17 LEDGDTL Y ARCHDTL DE 89 A 117; *
000403*                J50 DIARIO LEDGJRNL DE 122 A 150.           *
000404* 2026-10-15 DR  MODO X21: TASAMSTR DE 18 A 21 BYTES CON LA   *
000405*                MONEDA BASE USD DELANTE, PRIMERA PARTE DE   *
000406*                LA CLAVE (TRABAJO TASAMIG).                 *
000407* 2026-10-15 DR  TRES MODOS PARA EL SELLO ENCADENADO DE LAS  *
000408*                BITACORAS (TRABAJO SELLMIG), SECUENCIA Y    *
000409*                HUELLA A CERO = ANTERIOR A LA CADENA: L07   *
000410*                AUDITLOG DE 85 A 107; A73 EMPAUDIT DE 151   *
000411*                A 173; K74 ACCJRNL DE 52 A 74.              *
000412* 2026-10-15 DR  F18 SUSTITUYE A F17 PARA FACMSTR: EL        *
000413*                FICHERO EN SERVICIO ES EL DE 63 BYTES Y     *
000414*                PASA DE UNA VEZ A 118 (TIPO F, SIN PEDIDO   *
000415*                NI BLOQUEO, RETENCION CERO, FECHA DE        *
000416*                REGISTRO = FECHA DE LA FACTURA, CENTRO      *
000417*                CERO, MARCA DE PEDIDO N). MODO V76:         *
000418*                PROVMSTR DE 55 A 76 BYTES, NIF EN BLANCO Y  *
000419*                RETENCION Y FECHA DE CAMBIO A CERO. AMBOS   *
000420*                EN EL TRABAJO CXPMIG, ANTES DE CCOSMIG.     *
000421* 2026-10-15 DR  DOS MODOS PARA EL HISTORICO DE NOMINA       *
000422*                (TRABAJO NOMHMIG), SIEMPRE COMO NOMINA      *
000423*                ORDINARIA PAGADA EN SU FECHA: H85 NOMHIST   *
000424*                DE 109 A 185 BYTES (TIPO Y MOTIVO EN        *
000425*                BLANCO, SIN SECUENCIA ANULADA, FECHA DE     *
000426*                PAGO = FECHA DE NOMINA, DESGLOSE A CERO) Y  *
000427*                N73 TOTALES PAYTOTAN DE 65 A 73 (FECHA DE   *
000428*                PAGO = FECHA DE NOMINA). LOS IMPORTES SE    *
000429*                MUEVEN CAMPO A CAMPO PORQUE PASAN DE SIN    *
000430*                SIGNO A CON SIGNO.                          *
000431*----------------------------------------------------------*
000432
000433 ENVIRONMENT DIVISION.
000434 CONFIGURATION SECTION.
000435 SPECIAL-NAMES.
000436     DECIMAL-POINT IS COMMA.
000437
000438 INPUT-OUTPUT SECTION.
000439 FILE-CONTROL.
000440     SELECT PARM-FILE ASSIGN TO "MIGPARM"
000450         ORGANIZATION IS SEQUENTIAL
000460         FILE STATUS IS WS-MIGPARM-STATUS.
000739         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-PSTOUT-STATUS.
000741
000742     SELECT E75-IN-FILE ASSIGN TO "E75VIEJO"
000743         ORGANIZATION IS SEQUENTIAL
000744         FILE STATUS IS WS-E75IN-STATUS.
000745
000746     SELECT E75-OUT-FILE ASSIGN TO "E75NUEVO"
000747         ORGANIZATION IS SEQUENTIAL
000748         FILE STATUS IS WS-E75OUT-STATUS.
000749
000750     SELECT P83-IN-FILE ASSIGN TO "P83VIEJO"
000751         ORGANIZATION IS SEQUENTIAL
000752         FILE STATUS IS WS-P83IN-STATUS.
000753
000754     SELECT P83-OUT-FILE ASSIGN TO "P83NUEVO"
000755         ORGANIZATION IS SEQUENTIAL
000756         FILE STATUS IS WS-P83OUT-STATUS.
000757
000758     SELECT A51-IN-FILE ASSIGN TO "A51VIEJO"
000759         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-A51IN-STATUS.
000761
000762     SELECT A51-OUT-FILE ASSIGN TO "A51NUEVO"
000763         ORGANIZATION IS SEQUENTIAL
000764         FILE STATUS IS WS-A51OUT-STATUS.
000765
000766     SELECT T71-IN-FILE ASSIGN TO "T71VIEJO"
000767         ORGANIZATION IS SEQUENTIAL
000768         FILE STATUS IS WS-T71IN-STATUS.
000769
000770     SELECT T71-OUT-FILE ASSIGN TO "T71NUEVO"
000771         ORGANIZATION IS SEQUENTIAL
000772         FILE STATUS IS WS-T71OUT-STATUS.
000773
000774     SELECT D89-IN-FILE ASSIGN TO "D89VIEJO"
000775         ORGANIZATION IS SEQUENTIAL
000776         FILE STATUS IS WS-D89IN-STATUS.
000777
000778     SELECT D89-OUT-FILE ASSIGN TO "D89NUEVO"
000779         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS WS-D89OUT-STATUS.
000781
000782     SELECT G63-IN-FILE ASSIGN TO "G63VIEJO"
000783         ORGANIZATION IS SEQUENTIAL
000784         FILE STATUS IS WS-G63IN-STATUS.
000785
000786     SELECT G63-OUT-FILE ASSIGN TO "G63NUEVO"
000787         ORGANIZATION IS SEQUENTIAL
000788         FILE STATUS IS WS-G63OUT-STATUS.
000789
000790     SELECT R31-IN-FILE ASSIGN TO "R31VIEJO"
000791         ORGANIZATION IS SEQUENTIAL
000792         FILE STATUS IS WS-R31IN-STATUS.
000793
000794     SELECT R31-OUT-FILE ASSIGN TO "R31NUEVO"
000795         ORGANIZATION IS SEQUENTIAL
000796         FILE STATUS IS WS-R31OUT-STATUS.
000797
000798     SELECT S11-IN-FILE ASSIGN TO "S11VIEJO"
000799         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS WS-S11IN-STATUS.
000801
000802     SELECT S11-OUT-FILE ASSIGN TO "S11NUEVO"
000803         ORGANIZATION IS SEQUENTIAL
000804         FILE STATUS IS WS-S11OUT-STATUS.
000805
000806     SELECT J22-IN-FILE ASSIGN TO "J22VIEJO"
000807         ORGANIZATION IS SEQUENTIAL
000808         FILE STATUS IS WS-J22IN-STATUS.
000809
000810     SELECT J22-OUT-FILE ASSIGN TO "J22NUEVO"
000811         ORGANIZATION IS SEQUENTIAL
000812         FILE STATUS IS WS-J22OUT-STATUS.
000813
000814     SELECT F18-IN-FILE ASSIGN TO "F18VIEJO"
000815         ORGANIZATION IS SEQUENTIAL
000816         FILE STATUS IS WS-F18IN-STATUS.
000817
000818     SELECT F18-OUT-FILE ASSIGN TO "F18NUEVO"
000819         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS WS-F18OUT-STATUS.
000821
000822     SELECT C66-IN-FILE ASSIGN TO "C66VIEJO"
000823         ORGANIZATION IS SEQUENTIAL
000824         FILE STATUS IS WS-C66IN-STATUS.
000825
000826     SELECT C66-OUT-FILE ASSIGN TO "C66NUEVO"
000827         ORGANIZATION IS SEQUENTIAL
000828         FILE STATUS IS WS-C66OUT-STATUS.
000829
000830     SELECT T99-IN-FILE ASSIGN TO "T99VIEJO"
000831         ORGANIZATION IS SEQUENTIAL
000832         FILE STATUS IS WS-T99IN-STATUS.
000833
000834     SELECT T99-OUT-FILE ASSIGN TO "T99NUEVO"
000835         ORGANIZATION IS SEQUENTIAL
000836         FILE STATUS IS WS-T99OUT-STATUS.
000837
000838     SELECT D17-IN-FILE ASSIGN TO "D17VIEJO"
000839         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS WS-D17IN-STATUS.
000841
000842     SELECT D17-OUT-FILE ASSIGN TO "D17NUEVO"
000843         ORGANIZATION IS SEQUENTIAL
000844         FILE STATUS IS WS-D17OUT-STATUS.
000845
000846     SELECT J50-IN-FILE ASSIGN TO "J50VIEJO"
000847         ORGANIZATION IS SEQUENTIAL
000848         FILE STATUS IS WS-J50IN-STATUS.
000849
000850     SELECT J50-OUT-FILE ASSIGN TO "J50NUEVO"
000851         ORGANIZATION IS SEQUENTIAL
000852         FILE STATUS IS WS-J50OUT-STATUS.
000853
000854     SELECT X21-IN-FILE ASSIGN TO "X21VIEJO"
000855         ORGANIZATION IS SEQUENTIAL
000856         FILE STATUS IS WS-X21IN-STATUS.
000857
000858     SELECT X21-OUT-FILE ASSIGN TO "X21NUEVO"
000859         ORGANIZATION IS SEQUENTIAL
000860         FILE STATUS IS WS-X21OUT-STATUS.
000861
000862     SELECT L07-IN-FILE ASSIGN TO "L07VIEJO"
000863         ORGANIZATION IS SEQUENTIAL
000864         FILE STATUS IS WS-L07IN-STATUS.
000865
000866     SELECT L07-OUT-FILE ASSIGN TO "L07NUEVO"
000867         ORGANIZATION IS SEQUENTIAL
000868         FILE STATUS IS WS-L07OUT-STATUS.
000869
000870     SELECT A73-IN-FILE ASSIGN TO "A73VIEJO"
000871         ORGANIZATION IS SEQUENTIAL
000872         FILE STATUS IS WS-A73IN-STATUS.
000873
000874     SELECT A73-OUT-FILE ASSIGN TO "A73NUEVO"
000875         ORGANIZATION IS SEQUENTIAL
000876         FILE STATUS IS WS-A73OUT-STATUS.
000877
000878     SELECT K74-IN-FILE ASSIGN TO "K74VIEJO"
000879         ORGANIZATION IS SEQUENTIAL
000880         FILE STATUS IS WS-K74IN-STATUS.
000881
000882     SELECT K74-OUT-FILE ASSIGN TO "K74NUEVO"
000883         ORGANIZATION IS SEQUENTIAL
000884         FILE STATUS IS WS-K74OUT-STATUS.
000885
000886     SELECT V76-IN-FILE ASSIGN TO "V76VIEJO"
000887         ORGANIZATION IS SEQUENTIAL
000888         FILE STATUS IS WS-V76IN-STATUS.
000889
000890     SELECT V76-OUT-FILE ASSIGN TO "V76NUEVO"
000891         ORGANIZATION IS SEQUENTIAL
000892         FILE STATUS IS WS-V76OUT-STATUS.
000893
000894     SELECT H85-IN-FILE ASSIGN TO "H85VIEJO"
000895         ORGANIZATION IS SEQUENTIAL
000896         FILE STATUS IS WS-H85IN-STATUS.
000897
000898     SELECT H85-OUT-FILE ASSIGN TO "H85NUEVO"
000899         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS WS-H85OUT-STATUS.
000901
000902     SELECT N73-IN-FILE ASSIGN TO "N73VIEJO"
000903         ORGANIZATION IS SEQUENTIAL
000904         FILE STATUS IS WS-N73IN-STATUS.
000905
000906     SELECT N73-OUT-FILE ASSIGN TO "N73NUEVO"
000907         ORGANIZATION IS SEQUENTIAL
000908         FILE STATUS IS WS-N73OUT-STATUS.
000909
000910     SELECT E66-IN-FILE ASSIGN TO "E66VIEJO"
000911         ORGANIZATION IS SEQUENTIAL
000912         FILE STATUS IS WS-E66IN-STATUS.
000913
000914     SELECT E66-OUT-FILE ASSIGN TO "E66NUEVO"
000915         ORGANIZATION IS SEQUENTIAL
000916         FILE STATUS IS WS-E66OUT-STATUS.
000917
000918 DATA DIVISION.
000919 FILE SECTION.
000920 FD  PARM-FILE
000921     LABEL RECORDS ARE STANDARD.
000922 01  PARM-IN-REC.
000923     05 PI-MODO                 PIC X(03).
000924         88 PI-MODO-EMPLEADOS       VALUE "EMP".
000925         88 PI-MODO-DETALLE         VALUE "DTL".
000926         88 PI-MODO-APUNTES         VALUE "TRN".
000927         88 PI-MODO-ARCHIVO         VALUE "ARC".
000928         88 PI-MODO-EMP66           VALUE "E66".
000929         88 PI-MODO-AUDIT           VALUE "AUD".
000930         88 PI-MODO-TRAN65          VALUE "T65".
000931         88 PI-MODO-EMPPEND         VALUE "EPN".
000932         88 PI-MODO-PAGOSTAT        VALUE "PST".
000933         88 PI-MODO-EMP75           VALUE "E75".
000934         88 PI-MODO-PEND83          VALUE "P83".
000935         88 PI-MODO-AUDIT151        VALUE "A51".
000936         88 PI-MODO-TRAN71         VALUE "T71".
000937         88 PI-MODO-DET89          VALUE "D89".
000938         88 PI-MODO-DIG63          VALUE "G63".
000939         88 PI-MODO-PRES31         VALUE "R31".
000940         88 PI-MODO-ASI111         VALUE "S11".
000941         88 PI-MODO-JRN122         VALUE "J22".
000942         88 PI-MODO-FAC118         VALUE "F18".
000943         88 PI-MODO-REC66          VALUE "C66".
000944         88 PI-MODO-TRAN99         VALUE "T99".
000945         88 PI-MODO-DET117         VALUE "D17".
000946         88 PI-MODO-JRN150         VALUE "J50".
000947         88 PI-MODO-TAS21          VALUE "X21".
000948         88 PI-MODO-AUD107         VALUE "L07".
000949         88 PI-MODO-EAU173         VALUE "A73".
000950         88 PI-MODO-ACC74          VALUE "K74".
000951         88 PI-MODO-PRV76          VALUE "V76".
000952         88 PI-MODO-HIS185         VALUE "H85".
000953         88 PI-MODO-TOT73          VALUE "N73".
000954
000955 FD  EMP-IN-FILE
000956     LABEL RECORDS ARE STANDARD.
000957 01  EMP-VIEJO-REG              PIC X(55).
000958
000959 FD  EMP-OUT-FILE
000960     LABEL RECORDS ARE STANDARD.
000961 01  EMP-NUEVO-REG.
000962     05 EN-DATOS-VIEJOS         PIC X(55).
000963     05 EN-ESTADO               PIC X(01).
000964     05 EN-FECHA-BAJA           PIC 9(08).
000965
000966 FD  DTL-IN-FILE
000967     LABEL RECORDS ARE STANDARD.
000968 01  DTL-VIEJO-REG              PIC X(71).
000969
000970 FD  DTL-OUT-FILE
000980     LABEL RECORDS ARE STANDARD.
000990 01  DTL-NUEVO-REG.
001110 FD  TRN-OUT-FILE
001120     LABEL RECORDS ARE STANDARD.
001130 01  TRN-NUEVO-REG.
001131     05 TN-DATOS-VIEJOS         PIC X(49).
001132     05 TN-SEQ-REF              PIC X(08).
001133
001134 FD  ARC-IN-FILE
001135     LABEL RECORDS ARE STANDARD.
001137 01  ARC-VIEJO-REG              PIC X(80).
001138
001139 FD  ARC-OUT-FILE
001140     LABEL RECORDS ARE STANDARD.
001141 01  ARC-NUEVO-REG.
001142     05 AN-DATOS-VIEJOS         PIC X(80).
001144     05 AN-CONCILIADO           PIC X(01).
001145     05 AN-IVA-CODIGO           PIC X(02).
001146
001147 FD  AUD-IN-FILE
001148     LABEL RECORDS ARE STANDARD.
001149 01  AUD-VIEJO-REG.
001151     05 A1-HASTA-FECHA-ANTES    PIC X(80).
001152     05 A1-DESPUES              PIC X(49).
001153
001154 FD  AUD-OUT-FILE
001155     LABEL RECORDS ARE STANDARD.
001156 01  AUD-NUEVO-REG.
001158     05 A2-HASTA-FECHA-ANTES    PIC X(80).
001159     05 A2-ANTES-GRUPO          PIC X(02).
001160     05 A2-DESPUES              PIC X(49).
001161     05 A2-DESPUES-GRUPO        PIC X(02).
001162
001163 FD  E66-IN-FILE
001165     LABEL RECORDS ARE STANDARD.
001166 01  E66-VIEJO-REG              PIC X(64).
001167
001211     05 PN-RESTO                PIC X(18).
001212     05 PN-REINTENTOS           PIC X(02).
001213
001214 FD  E75-IN-FILE
001215     LABEL RECORDS ARE STANDARD.
001216 01  E75-VIEJO-REG              PIC X(66).
001217
001218 FD  E75-OUT-FILE
001219     LABEL RECORDS ARE STANDARD.
001220 01  E75-NUEVO-REG.
001221     05 E7-DATOS-VIEJOS         PIC X(66).
001222     05 E7-JORNADA-PCT          PIC 9(03)V99.
001223     05 E7-HORAS-SEMANA         PIC 9(02)V99.
001224
001225 FD  P83-IN-FILE
001226     LABEL RECORDS ARE STANDARD.
001227 01  P83-VIEJO-REG              PIC X(74).
001228
001229 FD  P83-OUT-FILE
001230     LABEL RECORDS ARE STANDARD.
001231 01  P83-NUEVO-REG.
001232     05 P8-DATOS-VIEJOS         PIC X(74).
001233     05 P8-JORNADA-PCT          PIC X(05).
001234     05 P8-HORAS-SEMANA         PIC X(04).
001235
001236 FD  A51-IN-FILE
001237     LABEL RECORDS ARE STANDARD.
001238 01  A51-VIEJO-REG.
001239     05 A3-HASTA-GRUPO-ANTES    PIC X(82).
001240     05 A3-DESPUES              PIC X(51).
001241
001242 FD  A51-OUT-FILE
001243     LABEL RECORDS ARE STANDARD.
001244 01  A51-NUEVO-REG.
001245     05 A4-HASTA-GRUPO-ANTES    PIC X(82).
001246     05 A4-ANTES-JORNADA        PIC 9(09).
001247     05 A4-DESPUES              PIC X(51).
001248     05 A4-DESPUES-JORNADA      PIC 9(09).
001249
001250 FD  T71-IN-FILE
001251     LABEL RECORDS ARE STANDARD.
001252 01  T71-VIEJO-REG.
001253     05 T7-TIPO-REG             PIC X(03).
001254         88 T7-CONTROL              VALUE "HDR" "TRL".
001255     05 FILLER                  PIC X(62).
001256
001257 FD  T71-OUT-FILE
001258     LABEL RECORDS ARE STANDARD.
001259 01  T71-NUEVO-REG.
001260     05 T7-DATOS-VIEJOS         PIC X(65).
001261     05 T7-CENTRO-COSTE         PIC X(06).
001262
001263 FD  D89-IN-FILE
001264     LABEL RECORDS ARE STANDARD.
001265 01  D89-VIEJO-REG              PIC X(83).
001266
001267 FD  D89-OUT-FILE
001268     LABEL RECORDS ARE STANDARD.
001269 01  D89-NUEVO-REG.
001270     05 D8-DATOS-VIEJOS         PIC X(83).
001271     05 D8-CENTRO-COSTE         PIC 9(06).
001272
001273 FD  G63-IN-FILE
001274     LABEL RECORDS ARE STANDARD.
001275 01  G63-VIEJO-REG.
001276     05 G1-CUENTA-PERIODO       PIC X(12).
001277     05 G1-RESTO                PIC X(45).
001278
001279 FD  G63-OUT-FILE
001280     LABEL RECORDS ARE STANDARD.
001281 01  G63-NUEVO-REG.
001282     05 G2-CUENTA-PERIODO       PIC X(12).
001283     05 G2-CENTRO-COSTE         PIC 9(06).
001284     05 G2-RESTO                PIC X(45).
001285
001286 FD  R31-IN-FILE
001287     LABEL RECORDS ARE STANDARD.
001288 01  R31-VIEJO-REG.
001289     05 R1-CUENTA-PERIODO       PIC X(12).
001290     05 R1-IMPORTE              PIC X(13).
001291
001292 FD  R31-OUT-FILE
001293     LABEL RECORDS ARE STANDARD.
001294 01  R31-NUEVO-REG.
001295     05 R2-CUENTA-PERIODO       PIC X(12).
001296     05 R2-CENTRO-COSTE         PIC 9(06).
001297     05 R2-IMPORTE              PIC X(13).
001298
001299 FD  S11-IN-FILE
001300     LABEL RECORDS ARE STANDARD.
001301 01  S11-VIEJO-REG.
001302     05 S1-CLAVE.
001303         10 S1-DOC-NO           PIC X(06).
001304         10 S1-LINEA            PIC 9(03).
001305             88 S1-CABECERA         VALUE ZERO.
001306     05 S1-APUNTE               PIC X(65).
001307     05 S1-RESTO                PIC X(31).
001308
001309 FD  S11-OUT-FILE
001310     LABEL RECORDS ARE STANDARD.
001311 01  S11-NUEVO-REG.
001312     05 S2-CLAVE                PIC X(09).
001313     05 S2-APUNTE               PIC X(65).
001314     05 S2-CENTRO-COSTE         PIC X(06).
001315     05 S2-RESTO                PIC X(31).
001316
001317 FD  J22-IN-FILE
001318     LABEL RECORDS ARE STANDARD.
001319 01  J22-VIEJO-REG.
001320     05 J1-FECHA-PROGRAMA       PIC X(24).
001321     05 J1-FICHERO              PIC X(08).
001322         88 J1-FICH-DETALLE         VALUE "LEDGDTL ".
001323     05 J1-RESTO                PIC X(84).
001324
001325 FD  J22-OUT-FILE
001326     LABEL RECORDS ARE STANDARD.
001327 01  J22-NUEVO-REG.
001328     05 J2-DATOS-VIEJOS         PIC X(116).
001329     05 J2-CENTRO-COSTE         PIC X(06).
001330
001331 FD  F18-IN-FILE
001332     LABEL RECORDS ARE STANDARD.
001333 01  F18-VIEJO-REG.
001334     05 FV-CLAVE                PIC X(18).
001335     05 FV-FECHA-FACTURA        PIC 9(08).
001336     05 FV-RESTO                PIC X(37).
001337
001338 FD  F18-OUT-FILE
001339     LABEL RECORDS ARE STANDARD.
001340 01  F18-NUEVO-REG.
001341     05 F1-DATOS-VIEJOS         PIC X(63).
001342     05 F1-PEDIDO               PIC X(10).
001343     05 F1-PEDIDO-LINEA         PIC 9(03).
001344     05 F1-CANTIDAD             PIC 9(07)V99.
001345     05 F1-MOTIVO-BLOQUEO       PIC X(02).
001346     05 F1-TIPO-DOC             PIC X(01).
001347     05 F1-RETENCION-PCT        PIC 9(02)V99.
001348     05 F1-IMPORTE-RETENIDO     PIC 9(09)V99.
001349     05 F1-FECHA-REGISTRO       PIC 9(08).
001350     05 F1-CENTRO-COSTE         PIC 9(06).
001351     05 F1-PEDIDO-ANOTADO-SW    PIC X(01).
001352
001353 FD  C66-IN-FILE
001354     LABEL RECORDS ARE STANDARD.
001355 01  C66-VIEJO-REG              PIC X(60).
001356
001357 FD  C66-OUT-FILE
001358     LABEL RECORDS ARE STANDARD.
001359 01  C66-NUEVO-REG.
001360     05 C6-DATOS-VIEJOS         PIC X(60).
001361     05 C6-CENTRO-COSTE         PIC 9(06).
001362
001363 FD  T99-IN-FILE
001364     LABEL RECORDS ARE STANDARD.
001365 01  T99-VIEJO-REG              PIC X(71).
001366
001367 FD  T99-OUT-FILE
001368     LABEL RECORDS ARE STANDARD.
001369 01  T99-NUEVO-REG.
001370     05 T9-DATOS-VIEJOS         PIC X(71).
001371     05 T9-ORIGEN               PIC X(28).
001372
001373 FD  D17-IN-FILE
001374     LABEL RECORDS ARE STANDARD.
001375 01  D17-VIEJO-REG              PIC X(89).
001376
001377 FD  D17-OUT-FILE
001378     LABEL RECORDS ARE STANDARD.
001379 01  D17-NUEVO-REG.
001380     05 D1-DATOS-VIEJOS         PIC X(89).
001381     05 D1-ORIGEN               PIC X(28).
001382
001383 FD  J50-IN-FILE
001384     LABEL RECORDS ARE STANDARD.
001385 01  J50-VIEJO-REG              PIC X(122).
001386
001387 FD  J50-OUT-FILE
001388     LABEL RECORDS ARE STANDARD.
001389 01  J50-NUEVO-REG.
001390     05 J5-DATOS-VIEJOS         PIC X(122).
001391     05 J5-ORIGEN               PIC X(28).
001392
001393 FD  X21-IN-FILE
001394     LABEL RECORDS ARE STANDARD.
001395 01  X21-VIEJO-REG              PIC X(18).
001396
001397 FD  X21-OUT-FILE
001398     LABEL RECORDS ARE STANDARD.
001399 01  X21-NUEVO-REG.
001400     05 X2-MONEDA-BASE          PIC X(03).
001401     05 X2-DATOS-VIEJOS         PIC X(18).
001402
001403 FD  L07-IN-FILE
001404     LABEL RECORDS ARE STANDARD.
001405 01  L07-VIEJO-REG              PIC X(85).
001406
001407 FD  L07-OUT-FILE
001408     LABEL RECORDS ARE STANDARD.
001409 01  L07-NUEVO-REG.
001410     05 L7-DATOS-VIEJOS         PIC X(85).
001411     05 L7-SELLO-SEQ            PIC 9(09).
001412     05 L7-SELLO-HASH           PIC 9(13).
001413
001414 FD  A73-IN-FILE
001415     LABEL RECORDS ARE STANDARD.
001416 01  A73-VIEJO-REG              PIC X(151).
001417
001418 FD  A73-OUT-FILE
001419     LABEL RECORDS ARE STANDARD.
001420 01  A73-NUEVO-REG.
001421     05 A7-DATOS-VIEJOS         PIC X(151).
001422     05 A7-SELLO-SEQ            PIC 9(09).
001423     05 A7-SELLO-HASH           PIC 9(13).
001424
001425 FD  K74-IN-FILE
001426     LABEL RECORDS ARE STANDARD.
001427 01  K74-VIEJO-REG              PIC X(52).
001428
001429 FD  K74-OUT-FILE
001430     LABEL RECORDS ARE STANDARD.
001431 01  K74-NUEVO-REG.
001432     05 K7-DATOS-VIEJOS         PIC X(52).
001433     05 K7-SELLO-SEQ            PIC 9(09).
001434     05 K7-SELLO-HASH           PIC 9(13).
001435
001436 FD  V76-IN-FILE
001437     LABEL RECORDS ARE STANDARD.
001438 01  V76-VIEJO-REG              PIC X(55).
001439
001440 FD  V76-OUT-FILE
001441     LABEL RECORDS ARE STANDARD.
001442 01  V76-NUEVO-REG.
001443     05 V7-DATOS-VIEJOS         PIC X(55).
001444     05 V7-NIF                  PIC X(09).
001445     05 V7-RETENCION-PCT        PIC 9(02)V99.
001446     05 V7-FECHA-CAMBIO         PIC 9(08).
001447
001448 FD  H85-IN-FILE
001449     LABEL RECORDS ARE STANDARD.
001450 01  H85-VIEJO-REG.
001451     05 HV-CLAVE-DEPTO.
001452         10 HV-EMP-ID           PIC X(06).
001453         10 HV-FECHA-NOMINA     PIC 9(08).
001454         10 FILLER              PIC X(06).
001455     05 HV-SALARIO-BRUTO        PIC 9(07)V99.
001456     05 HV-IRPF                 PIC 9(07)V99.
001457     05 HV-SEG-SOCIAL           PIC 9(07)V99.
001458     05 HV-OTRAS-DEDUC          PIC 9(07)V99.
001459     05 HV-NETO                 PIC 9(07)V99.
001460     05 HV-ACUM-BRUTO           PIC 9(09)V99.
001461     05 HV-ACUM-IRPF            PIC 9(09)V99.
001462     05 HV-ACUM-SEGSOC          PIC 9(09)V99.
001463     05 HV-ACUM-NETO            PIC 9(09)V99.
001464
001465 FD  H85-OUT-FILE
001466     LABEL RECORDS ARE STANDARD.
001467 01  H85-NUEVO-REG.
001468     05 H8-CLAVE-DEPTO          PIC X(20).
001469     05 H8-SALARIO-BRUTO        PIC S9(07)V99.
001470     05 H8-IRPF                 PIC S9(07)V99.
001471     05 H8-SEG-SOCIAL           PIC S9(07)V99.
001472     05 H8-OTRAS-DEDUC          PIC S9(07)V99.
001473     05 H8-NETO                 PIC S9(07)V99.
001474     05 H8-ACUM-BRUTO           PIC S9(09)V99.
001475     05 H8-ACUM-IRPF            PIC S9(09)V99.
001476     05 H8-ACUM-SEGSOC          PIC S9(09)V99.
001477     05 H8-ACUM-NETO            PIC S9(09)V99.
001478     05 H8-TIPO-PAGO            PIC X(01).
001479     05 H8-MOTIVO               PIC X(02).
001480     05 H8-ANULA-SECUENCIA      PIC 9(02).
001481     05 H8-FECHA-PAGO           PIC 9(08).
001482     05 H8-SUELDO-BASE          PIC S9(07)V99.
001483     05 H8-AJUSTE-RETRO         PIC S9(07)V99.
001484     05 H8-AJUSTE-AUSEN         PIC S9(07)V99.
001485     05 H8-NOVEDADES            PIC S9(07)V99.
001486     05 H8-TRIENIOS             PIC S9(07)V99.
001487     05 H8-GASTOS-SUJETO        PIC S9(07)V99.
001488     05 H8-GASTOS-EXENTO        PIC S9(07)V99.
001489
001490 FD  N73-IN-FILE
001491     LABEL RECORDS ARE STANDARD.
001492 01  N73-VIEJO-REG.
001493     05 NV-FECHA-NOMINA         PIC 9(08).
001494     05 NV-PAGOS-COUNT          PIC 9(05).
001495     05 NV-BRUTO-TOTAL          PIC 9(11)V99.
001496     05 NV-IRPF-TOTAL           PIC 9(11)V99.
001497     05 NV-SEGSOC-TOTAL         PIC 9(11)V99.
001498     05 NV-NETO-TOTAL           PIC 9(11)V99.
001499
001500 FD  N73-OUT-FILE
001501     LABEL RECORDS ARE STANDARD.
001502 01  N73-NUEVO-REG.
001503     05 N7-FECHA-NOMINA         PIC 9(08).
001504     05 N7-PAGOS-COUNT          PIC 9(05).
001505     05 N7-BRUTO-TOTAL          PIC S9(11)V99.
001506     05 N7-IRPF-TOTAL           PIC S9(11)V99.
001507     05 N7-SEGSOC-TOTAL         PIC S9(11)V99.
001508     05 N7-NETO-TOTAL           PIC S9(11)V99.
001509     05 N7-FECHA-PAGO           PIC 9(08).
001510
001511 WORKING-STORAGE SECTION.
001512 01  WS-FILE-STATUS.
001513     05 WS-MIGPARM-STATUS       PIC X(02) VALUE "00".
001514         88 WS-MIGPARM-OK           VALUE "00".
001515     05 WS-EMPIN-STATUS         PIC X(02) VALUE "00".
001516         88 WS-EMPIN-OK             VALUE "00".
001517     05 WS-EMPOUT-STATUS        PIC X(02) VALUE "00".
001518         88 WS-EMPOUT-OK            VALUE "00".
001519     05 WS-DTLIN-STATUS         PIC X(02) VALUE "00".
001520         88 WS-DTLIN-OK             VALUE "00".
001521     05 WS-DTLOUT-STATUS        PIC X(02) VALUE "00".
001522         88 WS-DTLOUT-OK            VALUE "00".
001523     05 WS-TRNIN-STATUS         PIC X(02) VALUE "00".
001524         88 WS-TRNIN-OK             VALUE "00".
001525     05 WS-TRNOUT-STATUS        PIC X(02) VALUE "00".
001526         88 WS-TRNOUT-OK            VALUE "00".
001527     05 WS-ARCIN-STATUS         PIC X(02) VALUE "00".
001528         88 WS-ARCIN-OK             VALUE "00".
001529     05 WS-ARCOUT-STATUS        PIC X(02) VALUE "00".
001530         88 WS-ARCOUT-OK            VALUE "00".
001531     05 WS-E66IN-STATUS         PIC X(02) VALUE "00".
001532         88 WS-E66IN-OK             VALUE "00".
001533     05 WS-E66OUT-STATUS        PIC X(02) VALUE "00".
001534         88 WS-E66OUT-OK            VALUE "00".
001535     05 WS-AUDIN-STATUS         PIC X(02) VALUE "00".
001536         88 WS-AUDIN-OK             VALUE "00".
001537     05 WS-AUDOUT-STATUS        PIC X(02) VALUE "00".
001538         88 WS-AUDOUT-OK            VALUE "00".
001539     05 WS-T65IN-STATUS         PIC X(02) VALUE "00".
001540         88 WS-T65IN-OK             VALUE "00".
001541     05 WS-T65OUT-STATUS        PIC X(02) VALUE "00".
001542         88 WS-T65OUT-OK            VALUE "00".
001543     05 WS-EPNIN-STATUS         PIC X(02) VALUE "00".
001544         88 WS-EPNIN-OK             VALUE "00".
001545     05 WS-EPNOUT-STATUS        PIC X(02) VALUE "00".
001546         88 WS-EPNOUT-OK            VALUE "00".
001547     05 WS-PSTIN-STATUS         PIC X(02) VALUE "00".
001548         88 WS-PSTIN-OK             VALUE "00".
001549     05 WS-PSTOUT-STATUS        PIC X(02) VALUE "00".
001550         88 WS-PSTOUT-OK            VALUE "00".
001551     05 WS-E75IN-STATUS         PIC X(02) VALUE "00".
001552         88 WS-E75IN-OK             VALUE "00".
001553     05 WS-E75OUT-STATUS        PIC X(02) VALUE "00".
001554         88 WS-E75OUT-OK            VALUE "00".
001555     05 WS-P83IN-STATUS         PIC X(02) VALUE "00".
001556         88 WS-P83IN-OK             VALUE "00".
001557     05 WS-P83OUT-STATUS        PIC X(02) VALUE "00".
001558         88 WS-P83OUT-OK            VALUE "00".
001559     05 WS-A51IN-STATUS         PIC X(02) VALUE "00".
001560         88 WS-A51IN-OK             VALUE "00".
001561     05 WS-A51OUT-STATUS        PIC X(02) VALUE "00".
001562         88 WS-A51OUT-OK            VALUE "00".
001563     05 WS-T71IN-STATUS        PIC X(02) VALUE "00".
001564         88 WS-T71IN-OK            VALUE "00".
001565     05 WS-T71OUT-STATUS       PIC X(02) VALUE "00".
001566         88 WS-T71OUT-OK           VALUE "00".
001567     05 WS-D89IN-STATUS        PIC X(02) VALUE "00".
001568         88 WS-D89IN-OK            VALUE "00".
001569     05 WS-D89OUT-STATUS       PIC X(02) VALUE "00".
001570         88 WS-D89OUT-OK           VALUE "00".
001571     05 WS-G63IN-STATUS        PIC X(02) VALUE "00".
001572         88 WS-G63IN-OK            VALUE "00".
001573     05 WS-G63OUT-STATUS       PIC X(02) VALUE "00".
001574         88 WS-G63OUT-OK           VALUE "00".
001575     05 WS-R31IN-STATUS        PIC X(02) VALUE "00".
001576         88 WS-R31IN-OK            VALUE "00".
001577     05 WS-R31OUT-STATUS       PIC X(02) VALUE "00".
001578         88 WS-R31OUT-OK           VALUE "00".
001579     05 WS-S11IN-STATUS        PIC X(02) VALUE "00".
001580         88 WS-S11IN-OK            VALUE "00".
001581     05 WS-S11OUT-STATUS       PIC X(02) VALUE "00".
001582         88 WS-S11OUT-OK           VALUE "00".
001583     05 WS-J22IN-STATUS        PIC X(02) VALUE "00".
001584         88 WS-J22IN-OK            VALUE "00".
001585     05 WS-J22OUT-STATUS       PIC X(02) VALUE "00".
001586         88 WS-J22OUT-OK           VALUE "00".
001587     05 WS-F18IN-STATUS        PIC X(02) VALUE "00".
001588         88 WS-F18IN-OK            VALUE "00".
001589     05 WS-F18OUT-STATUS       PIC X(02) VALUE "00".
001590         88 WS-F18OUT-OK           VALUE "00".
001591     05 WS-C66IN-STATUS        PIC X(02) VALUE "00".
001592         88 WS-C66IN-OK            VALUE "00".
001593     05 WS-C66OUT-STATUS       PIC X(02) VALUE "00".
001594         88 WS-C66OUT-OK           VALUE "00".
001595     05 WS-T99IN-STATUS        PIC X(02) VALUE "00".
001596         88 WS-T99IN-OK            VALUE "00".
001597     05 WS-T99OUT-STATUS       PIC X(02) VALUE "00".
001598         88 WS-T99OUT-OK           VALUE "00".
001599     05 WS-D17IN-STATUS        PIC X(02) VALUE "00".
001600         88 WS-D17IN-OK            VALUE "00".
001601     05 WS-D17OUT-STATUS       PIC X(02) VALUE "00".
001602         88 WS-D17OUT-OK           VALUE "00".
001603     05 WS-J50IN-STATUS        PIC X(02) VALUE "00".
001604         88 WS-J50IN-OK            VALUE "00".
001605     05 WS-J50OUT-STATUS       PIC X(02) VALUE "00".
001606         88 WS-J50OUT-OK           VALUE "00".
001607     05 WS-X21IN-STATUS        PIC X(02) VALUE "00".
001608         88 WS-X21IN-OK            VALUE "00".
001609     05 WS-X21OUT-STATUS       PIC X(02) VALUE "00".
001610         88 WS-X21OUT-OK           VALUE "00".
001611     05 WS-L07IN-STATUS        PIC X(02) VALUE "00".
001612         88 WS-L07IN-OK            VALUE "00".
001613     05 WS-L07OUT-STATUS       PIC X(02) VALUE "00".
001614         88 WS-L07OUT-OK           VALUE "00".
001615     05 WS-A73IN-STATUS        PIC X(02) VALUE "00".
001616         88 WS-A73IN-OK            VALUE "00".
001617     05 WS-A73OUT-STATUS       PIC X(02) VALUE "00".
001618         88 WS-A73OUT-OK           VALUE "00".
001619     05 WS-K74IN-STATUS        PIC X(02) VALUE "00".
001620         88 WS-K74IN-OK            VALUE "00".
001621     05 WS-K74OUT-STATUS       PIC X(02) VALUE "00".
001622         88 WS-K74OUT-OK           VALUE "00".
001623     05 WS-V76IN-STATUS        PIC X(02) VALUE "00".
001624         88 WS-V76IN-OK            VALUE "00".
001625     05 WS-V76OUT-STATUS       PIC X(02) VALUE "00".
001626         88 WS-V76OUT-OK           VALUE "00".
001627     05 WS-H85IN-STATUS        PIC X(02) VALUE "00".
001628         88 WS-H85IN-OK            VALUE "00".
001629     05 WS-H85OUT-STATUS       PIC X(02) VALUE "00".
001630         88 WS-H85OUT-OK           VALUE "00".
001631     05 WS-N73IN-STATUS        PIC X(02) VALUE "00".
001632         88 WS-N73IN-OK            VALUE "00".
001633     05 WS-N73OUT-STATUS       PIC X(02) VALUE "00".
001634         88 WS-N73OUT-OK           VALUE "00".
001635
001636 01  WS-SWITCHES.
001637     05 WS-EOF-ENTRADA-SW       PIC X(01) VALUE "N".
001638         88 WS-EOF-ENTRADA          VALUE "S".
001639     05 WS-MODO                 PIC X(03) VALUE SPACES.
001640         88 WS-MODO-EMPLEADOS       VALUE "EMP".
001641         88 WS-MODO-DETALLE         VALUE "DTL".
001642         88 WS-MODO-APUNTES         VALUE "TRN".
001643         88 WS-MODO-ARCHIVO         VALUE "ARC".
001644         88 WS-MODO-EMP66           VALUE "E66".
001645         88 WS-MODO-AUDIT           VALUE "AUD".
001646         88 WS-MODO-TRAN65          VALUE "T65".
001647         88 WS-MODO-EMPPEND         VALUE "EPN".
001648         88 WS-MODO-PAGOSTAT        VALUE "PST".
001649         88 WS-MODO-EMP75           VALUE "E75".
001650         88 WS-MODO-PEND83          VALUE "P83".
001651         88 WS-MODO-AUDIT151        VALUE "A51".
001652         88 WS-MODO-TRAN71         VALUE "T71".
001653         88 WS-MODO-DET89          VALUE "D89".
001654         88 WS-MODO-DIG63          VALUE "G63".
001655         88 WS-MODO-PRES31         VALUE "R31".
001656         88 WS-MODO-ASI111         VALUE "S11".
001657         88 WS-MODO-JRN122         VALUE "J22".
001658         88 WS-MODO-FAC118         VALUE "F18".
001659         88 WS-MODO-REC66          VALUE "C66".
001660         88 WS-MODO-TRAN99         VALUE "T99".
001661         88 WS-MODO-DET117         VALUE "D17".
001662         88 WS-MODO-JRN150         VALUE "J50".
001663         88 WS-MODO-TAS21          VALUE "X21".
001664         88 WS-MODO-AUD107         VALUE "L07".
001665         88 WS-MODO-EAU173         VALUE "A73".
001666         88 WS-MODO-ACC74          VALUE "K74".
001667         88 WS-MODO-PRV76          VALUE "V76".
001668         88 WS-MODO-HIS185         VALUE "H85".
001669         88 WS-MODO-TOT73          VALUE "N73".
001670
001671 01  WS-CONTADORES.
001672     05 WS-LEIDOS-COUNT         PIC 9(07) VALUE ZERO.
001673     05 WS-GRABADOS-COUNT       PIC 9(07) VALUE ZERO.
001674
001675 PROCEDURE DIVISION.
001676
001677 0000-MAINLINE.
001678     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001679     IF WS-MODO-EMPLEADOS
001680         PERFORM 2000-MIGRA-EMPLEADO THRU 2000-EXIT
001681             UNTIL WS-EOF-ENTRADA
001682     END-IF
001683     IF WS-MODO-DETALLE
001684         PERFORM 3000-MIGRA-DETALLE THRU 3000-EXIT
001685             UNTIL WS-EOF-ENTRADA
001686     END-IF
001687     IF WS-MODO-APUNTES
001688         PERFORM 4000-MIGRA-APUNTE THRU 4000-EXIT
001689             UNTIL WS-EOF-ENTRADA
001690     END-IF
001691     IF WS-MODO-ARCHIVO
001692         PERFORM 5000-MIGRA-ARCHIVO THRU 5000-EXIT
001693             UNTIL WS-EOF-ENTRADA
001694     END-IF
001695     IF WS-MODO-EMP66
001696         PERFORM 6000-MIGRA-EMP66 THRU 6000-EXIT
001697             UNTIL WS-EOF-ENTRADA
001698     END-IF
001699     IF WS-MODO-AUDIT
001700         PERFORM 7000-MIGRA-AUDIT THRU 7000-EXIT
001701             UNTIL WS-EOF-ENTRADA
001702     END-IF
001703     IF WS-MODO-TRAN65
001704         PERFORM 7100-MIGRA-T65 THRU 7100-EXIT
001705             UNTIL WS-EOF-ENTRADA
001706     END-IF
001707     IF WS-MODO-EMPPEND
001708         PERFORM 7200-MIGRA-EPN THRU 7200-EXIT
001709             UNTIL WS-EOF-ENTRADA
001710     END-IF
001711     IF WS-MODO-PAGOSTAT
001712         PERFORM 7300-MIGRA-PST THRU 7300-EXIT
001713             UNTIL WS-EOF-ENTRADA
001714     END-IF
001715     IF WS-MODO-EMP75
001716         PERFORM 7400-MIGRA-E75 THRU 7400-EXIT
001717             UNTIL WS-EOF-ENTRADA
001718     END-IF
001719     IF WS-MODO-PEND83
001720         PERFORM 7500-MIGRA-P83 THRU 7500-EXIT
001721             UNTIL WS-EOF-ENTRADA
001722     END-IF
001723     IF WS-MODO-AUDIT151
001724         PERFORM 7600-MIGRA-A51 THRU 7600-EXIT
001725             UNTIL WS-EOF-ENTRADA
001726     END-IF
001727     IF WS-MODO-TRAN71
001728         PERFORM 7700-MIGRA-T71 THRU 7700-EXIT
001729             UNTIL WS-EOF-ENTRADA
001730     END-IF
001731     IF WS-MODO-DET89
001732         PERFORM 7800-MIGRA-D89 THRU 7800-EXIT
001733             UNTIL WS-EOF-ENTRADA
001734     END-IF
001735     IF WS-MODO-DIG63
001736         PERFORM 7900-MIGRA-G63 THRU 7900-EXIT
001737             UNTIL WS-EOF-ENTRADA
001738     END-IF
001739     IF WS-MODO-PRES31
001740         PERFORM 8000-MIGRA-R31 THRU 8000-EXIT
001741             UNTIL WS-EOF-ENTRADA
001742     END-IF
001743     IF WS-MODO-ASI111
001744         PERFORM 8100-MIGRA-S11 THRU 8100-EXIT
001745             UNTIL WS-EOF-ENTRADA
001746     END-IF
001747     IF WS-MODO-JRN122
001748         PERFORM 8200-MIGRA-J22 THRU 8200-EXIT
001749             UNTIL WS-EOF-ENTRADA
001750     END-IF
001751     IF WS-MODO-FAC118
001752         PERFORM 8300-MIGRA-F18 THRU 8300-EXIT
001753             UNTIL WS-EOF-ENTRADA
001754     END-IF
001755     IF WS-MODO-REC66
001756         PERFORM 8400-MIGRA-C66 THRU 8400-EXIT
001757             UNTIL WS-EOF-ENTRADA
001758     END-IF
001759     IF WS-MODO-TRAN99
001760         PERFORM 8500-MIGRA-T99 THRU 8500-EXIT
001761             UNTIL WS-EOF-ENTRADA
001762     END-IF
001763     IF WS-MODO-DET117
001764         PERFORM 8600-MIGRA-D17 THRU 8600-EXIT
001765             UNTIL WS-EOF-ENTRADA
001766     END-IF
001767     IF WS-MODO-JRN150
001768         PERFORM 8700-MIGRA-J50 THRU 8700-EXIT
001769             UNTIL WS-EOF-ENTRADA
001770     END-IF
001771     IF WS-MODO-TAS21
001772         PERFORM 8800-MIGRA-X21 THRU 8800-EXIT
001773             UNTIL WS-EOF-ENTRADA
001774     END-IF
001775     IF WS-MODO-AUD107
001776         PERFORM 8900-MIGRA-L07 THRU 8900-EXIT
001777             UNTIL WS-EOF-ENTRADA
001778     END-IF
001779     IF WS-MODO-EAU173
001780         PERFORM 8910-MIGRA-A73 THRU 8910-EXIT
001781             UNTIL WS-EOF-ENTRADA
001782     END-IF
001783     IF WS-MODO-ACC74
001784         PERFORM 8920-MIGRA-K74 THRU 8920-EXIT
001785             UNTIL WS-EOF-ENTRADA
001786     END-IF
001787     IF WS-MODO-PRV76
001788         PERFORM 8930-MIGRA-V76 THRU 8930-EXIT
001789             UNTIL WS-EOF-ENTRADA
001790     END-IF
001791     IF WS-MODO-HIS185
001792         PERFORM 8940-MIGRA-H85 THRU 8940-EXIT
001793             UNTIL WS-EOF-ENTRADA
001794     END-IF
001795     IF WS-MODO-TOT73
001796         PERFORM 8950-MIGRA-N73 THRU 8950-EXIT
001797             UNTIL WS-EOF-ENTRADA
001798     END-IF
001799     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001800     GOBACK.
001801
001802 1000-INITIALIZE.
001803     OPEN INPUT PARM-FILE.
001804     IF NOT WS-MIGPARM-OK
001805         DISPLAY "MIGRAMST: ERROR ABRIENDO MIGPARM "
001806             WS-MIGPARM-STATUS
001807         GO TO ABEND-CLEANUP
001808     END-IF
001809     READ PARM-FILE
001810         AT END
001811             DISPLAY "MIGRAMST: MIGPARM VACIO"
001812             GO TO ABEND-CLEANUP
001813     END-READ
001814     MOVE PI-MODO TO WS-MODO
001815     CLOSE PARM-FILE
001816     DISPLAY "MIGRAMST: MODO " WS-MODO
001817     IF WS-MODO-EMPLEADOS
001818         OPEN INPUT EMP-IN-FILE
001820         IF NOT WS-EMPIN-OK
001830             DISPLAY "MIGRAMST: ERROR ABRIENDO EMPVIEJO "
001840                 WS-EMPIN-STATUS
002331         END-IF
002332         GO TO 1000-EXIT
002333     END-IF
002334     IF WS-MODO-EMP75
002335         OPEN INPUT E75-IN-FILE
002336         IF NOT WS-E75IN-OK
002337             DISPLAY "MIGRAMST: ERROR ABRIENDO E75VIEJO "
002338                 WS-E75IN-STATUS
002339             GO TO ABEND-CLEANUP
002340         END-IF
002341         OPEN OUTPUT E75-OUT-FILE
002342         IF NOT WS-E75OUT-OK
002343             DISPLAY "MIGRAMST: ERROR ABRIENDO E75NUEVO "
002344                 WS-E75OUT-STATUS
002345             GO TO ABEND-CLEANUP
002346         END-IF
002347         GO TO 1000-EXIT
002348     END-IF
002349     IF WS-MODO-PEND83
002350         OPEN INPUT P83-IN-FILE
002351         IF NOT WS-P83IN-OK
002352             DISPLAY "MIGRAMST: ERROR ABRIENDO P83VIEJO "
002353                 WS-P83IN-STATUS
002354             GO TO ABEND-CLEANUP
002355         END-IF
002356         OPEN OUTPUT P83-OUT-FILE
002357         IF NOT WS-P83OUT-OK
002358             DISPLAY "MIGRAMST: ERROR ABRIENDO P83NUEVO "
002359                 WS-P83OUT-STATUS
002360             GO TO ABEND-CLEANUP
002361         END-IF
002362         GO TO 1000-EXIT
002363     END-IF
002364     IF WS-MODO-AUDIT151
002365         OPEN INPUT A51-IN-FILE
002366         IF NOT WS-A51IN-OK
002367             DISPLAY "MIGRAMST: ERROR ABRIENDO A51VIEJO "
002368                 WS-A51IN-STATUS
002369             GO TO ABEND-CLEANUP
002370         END-IF
002371         OPEN OUTPUT A51-OUT-FILE
002372         IF NOT WS-A51OUT-OK
002373             DISPLAY "MIGRAMST: ERROR ABRIENDO A51NUEVO "
002374                 WS-A51OUT-STATUS
002375             GO TO ABEND-CLEANUP
002376         END-IF
002377         GO TO 1000-EXIT
002378     END-IF
002379     IF WS-MODO-TRAN71
002380         OPEN INPUT T71-IN-FILE
002381         IF NOT WS-T71IN-OK
002382             DISPLAY "MIGRAMST: ERROR ABRIENDO T71VIEJO "
002383                 WS-T71IN-STATUS
002384             GO TO ABEND-CLEANUP
002385         END-IF
002386         OPEN OUTPUT T71-OUT-FILE
002387         IF NOT WS-T71OUT-OK
002388             DISPLAY "MIGRAMST: ERROR ABRIENDO T71NUEVO "
002389                 WS-T71OUT-STATUS
002390             GO TO ABEND-CLEANUP
002391         END-IF
002392         GO TO 1000-EXIT
002393     END-IF
002394     IF WS-MODO-DET89
002395         OPEN INPUT D89-IN-FILE
002396         IF NOT WS-D89IN-OK
002397             DISPLAY "MIGRAMST: ERROR ABRIENDO D89VIEJO "
002398                 WS-D89IN-STATUS
002399             GO TO ABEND-CLEANUP
002400         END-IF
002401         OPEN OUTPUT D89-OUT-FILE
002402         IF NOT WS-D89OUT-OK
002403             DISPLAY "MIGRAMST: ERROR ABRIENDO D89NUEVO "
002404                 WS-D89OUT-STATUS
002405             GO TO ABEND-CLEANUP
002406         END-IF
002407         GO TO 1000-EXIT
002408     END-IF
002409     IF WS-MODO-DIG63
002410         OPEN INPUT G63-IN-FILE
002411         IF NOT WS-G63IN-OK
002412             DISPLAY "MIGRAMST: ERROR ABRIENDO G63VIEJO "
002413                 WS-G63IN-STATUS
002414             GO TO ABEND-CLEANUP
002415         END-IF
002416         OPEN OUTPUT G63-OUT-FILE
002417         IF NOT WS-G63OUT-OK
002418             DISPLAY "MIGRAMST: ERROR ABRIENDO G63NUEVO "
002419                 WS-G63OUT-STATUS
002420             GO TO ABEND-CLEANUP
002421         END-IF
002422         GO TO 1000-EXIT
002423     END-IF
002424     IF WS-MODO-PRES31
002425         OPEN INPUT R31-IN-FILE
002426         IF NOT WS-R31IN-OK
002427             DISPLAY "MIGRAMST: ERROR ABRIENDO R31VIEJO "
002428                 WS-R31IN-STATUS
002429             GO TO ABEND-CLEANUP
002430         END-IF
002431         OPEN OUTPUT R31-OUT-FILE
002432         IF NOT WS-R31OUT-OK
002433             DISPLAY "MIGRAMST: ERROR ABRIENDO R31NUEVO "
002434                 WS-R31OUT-STATUS
002435             GO TO ABEND-CLEANUP
002436         END-IF
002437         GO TO 1000-EXIT
002438     END-IF
002439     IF WS-MODO-ASI111
002440         OPEN INPUT S11-IN-FILE
002441         IF NOT WS-S11IN-OK
002442             DISPLAY "MIGRAMST: ERROR ABRIENDO S11VIEJO "
002443                 WS-S11IN-STATUS
002444             GO TO ABEND-CLEANUP
002445         END-IF
002446         OPEN OUTPUT S11-OUT-FILE
002447         IF NOT WS-S11OUT-OK
002448             DISPLAY "MIGRAMST: ERROR ABRIENDO S11NUEVO "
002449                 WS-S11OUT-STATUS
002450             GO TO ABEND-CLEANUP
002451         END-IF
002452         GO TO 1000-EXIT
002453     END-IF
002454     IF WS-MODO-JRN122
002455         OPEN INPUT J22-IN-FILE
002456         IF NOT WS-J22IN-OK
002457             DISPLAY "MIGRAMST: ERROR ABRIENDO J22VIEJO "
002458                 WS-J22IN-STATUS
002459             GO TO ABEND-CLEANUP
002460         END-IF
002461         OPEN OUTPUT J22-OUT-FILE
002462         IF NOT WS-J22OUT-OK
002463             DISPLAY "MIGRAMST: ERROR ABRIENDO J22NUEVO "
002464                 WS-J22OUT-STATUS
002465             GO TO ABEND-CLEANUP
002466         END-IF
002467         GO TO 1000-EXIT
002468     END-IF
002469     IF WS-MODO-FAC118
002470         OPEN INPUT F18-IN-FILE
002471         IF NOT WS-F18IN-OK
002472             DISPLAY "MIGRAMST: ERROR ABRIENDO F18VIEJO "
002473                 WS-F18IN-STATUS
002474             GO TO ABEND-CLEANUP
002475         END-IF
002476         OPEN OUTPUT F18-OUT-FILE
002477         IF NOT WS-F18OUT-OK
002478             DISPLAY "MIGRAMST: ERROR ABRIENDO F18NUEVO "
002479                 WS-F18OUT-STATUS
002480             GO TO ABEND-CLEANUP
002481         END-IF
002482         GO TO 1000-EXIT
002483     END-IF
002484     IF WS-MODO-REC66
002485         OPEN INPUT C66-IN-FILE
002486         IF NOT WS-C66IN-OK
002487             DISPLAY "MIGRAMST: ERROR ABRIENDO C66VIEJO "
002488                 WS-C66IN-STATUS
002489             GO TO ABEND-CLEANUP
002490         END-IF
002491         OPEN OUTPUT C66-OUT-FILE
002492         IF NOT WS-C66OUT-OK
002493             DISPLAY "MIGRAMST: ERROR ABRIENDO C66NUEVO "
002494                 WS-C66OUT-STATUS
002495             GO TO ABEND-CLEANUP
002496         END-IF
002497         GO TO 1000-EXIT
002498     END-IF
002499     IF WS-MODO-TRAN99
002500         OPEN INPUT T99-IN-FILE
002501         IF NOT WS-T99IN-OK
002502             DISPLAY "MIGRAMST: ERROR ABRIENDO T99VIEJO "
002503                 WS-T99IN-STATUS
002504             GO TO ABEND-CLEANUP
002505         END-IF
002506         OPEN OUTPUT T99-OUT-FILE
002507         IF NOT WS-T99OUT-OK
002508             DISPLAY "MIGRAMST: ERROR ABRIENDO T99NUEVO "
002509                 WS-T99OUT-STATUS
002510             GO TO ABEND-CLEANUP
002511         END-IF
002512         GO TO 1000-EXIT
002513     END-IF
002514     IF WS-MODO-DET117
002515         OPEN INPUT D17-IN-FILE
002516         IF NOT WS-D17IN-OK
002517             DISPLAY "MIGRAMST: ERROR ABRIENDO D17VIEJO "
002518                 WS-D17IN-STATUS
002519             GO TO ABEND-CLEANUP
002520         END-IF
002521         OPEN OUTPUT D17-OUT-FILE
002522         IF NOT WS-D17OUT-OK
002523             DISPLAY "MIGRAMST: ERROR ABRIENDO D17NUEVO "
002524                 WS-D17OUT-STATUS
002525             GO TO ABEND-CLEANUP
002526         END-IF
002527         GO TO 1000-EXIT
002528     END-IF
002529     IF WS-MODO-JRN150
002530         OPEN INPUT J50-IN-FILE
002531         IF NOT WS-J50IN-OK
002532             DISPLAY "MIGRAMST: ERROR ABRIENDO J50VIEJO "
002533                 WS-J50IN-STATUS
002534             GO TO ABEND-CLEANUP
002535         END-IF
002536         OPEN OUTPUT J50-OUT-FILE
002537         IF NOT WS-J50OUT-OK
002538             DISPLAY "MIGRAMST: ERROR ABRIENDO J50NUEVO "
002539                 WS-J50OUT-STATUS
002540             GO TO ABEND-CLEANUP
002541         END-IF
002542         GO TO 1000-EXIT
002543     END-IF
002544     IF WS-MODO-TAS21
002545         OPEN INPUT X21-IN-FILE
002546         IF NOT WS-X21IN-OK
002547             DISPLAY "MIGRAMST: ERROR ABRIENDO X21VIEJO "
002548                 WS-X21IN-STATUS
002549             GO TO ABEND-CLEANUP
002550         END-IF
002551         OPEN OUTPUT X21-OUT-FILE
002552         IF NOT WS-X21OUT-OK
002553             DISPLAY "MIGRAMST: ERROR ABRIENDO X21NUEVO "
002554                 WS-X21OUT-STATUS
002555             GO TO ABEND-CLEANUP
002556         END-IF
002557         GO TO 1000-EXIT
002558     END-IF
002559     IF WS-MODO-AUD107
002560         OPEN INPUT L07-IN-FILE
002561         IF NOT WS-L07IN-OK
002562             DISPLAY "MIGRAMST: ERROR ABRIENDO L07VIEJO "
002563                 WS-L07IN-STATUS
002564             GO TO ABEND-CLEANUP
002565         END-IF
002566         OPEN OUTPUT L07-OUT-FILE
002567         IF NOT WS-L07OUT-OK
002568             DISPLAY "MIGRAMST: ERROR ABRIENDO L07NUEVO "
002569                 WS-L07OUT-STATUS
002570             GO TO ABEND-CLEANUP
002571         END-IF
002572         GO TO 1000-EXIT
002573     END-IF
002574     IF WS-MODO-EAU173
002575         OPEN INPUT A73-IN-FILE
002576         IF NOT WS-A73IN-OK
002577             DISPLAY "MIGRAMST: ERROR ABRIENDO A73VIEJO "
002578                 WS-A73IN-STATUS
002579             GO TO ABEND-CLEANUP
002580         END-IF
002581         OPEN OUTPUT A73-OUT-FILE
002582         IF NOT WS-A73OUT-OK
002583             DISPLAY "MIGRAMST: ERROR ABRIENDO A73NUEVO "
002584                 WS-A73OUT-STATUS
002585             GO TO ABEND-CLEANUP
002586         END-IF
002587         GO TO 1000-EXIT
002588     END-IF
002589     IF WS-MODO-ACC74
002590         OPEN INPUT K74-IN-FILE
002591         IF NOT WS-K74IN-OK
002592             DISPLAY "MIGRAMST: ERROR ABRIENDO K74VIEJO "
002593                 WS-K74IN-STATUS
002594             GO TO ABEND-CLEANUP
002595         END-IF
002596         OPEN OUTPUT K74-OUT-FILE
002597         IF NOT WS-K74OUT-OK
002598             DISPLAY "MIGRAMST: ERROR ABRIENDO K74NUEVO "
002599                 WS-K74OUT-STATUS
002600             GO TO ABEND-CLEANUP
002601         END-IF
002602         GO TO 1000-EXIT
002603     END-IF
002604     IF WS-MODO-PRV76
002605         OPEN INPUT V76-IN-FILE
002606         IF NOT WS-V76IN-OK
002607             DISPLAY "MIGRAMST: ERROR ABRIENDO V76VIEJO "
002608                 WS-V76IN-STATUS
002609             GO TO ABEND-CLEANUP
002610         END-IF
002611         OPEN OUTPUT V76-OUT-FILE
002612         IF NOT WS-V76OUT-OK
002613             DISPLAY "MIGRAMST: ERROR ABRIENDO V76NUEVO "
002614                 WS-V76OUT-STATUS
002615             GO TO ABEND-CLEANUP
002616         END-IF
002617         GO TO 1000-EXIT
002618     END-IF
002619     IF WS-MODO-HIS185
002620         OPEN INPUT H85-IN-FILE
002621         IF NOT WS-H85IN-OK
002622             DISPLAY "MIGRAMST: ERROR ABRIENDO H85VIEJO "
002623                 WS-H85IN-STATUS
002624             GO TO ABEND-CLEANUP
002625         END-IF
002626         OPEN OUTPUT H85-OUT-FILE
002627         IF NOT WS-H85OUT-OK
002628             DISPLAY "MIGRAMST: ERROR ABRIENDO H85NUEVO "
002629                 WS-H85OUT-STATUS
002630             GO TO ABEND-CLEANUP
002631         END-IF
002632         GO TO 1000-EXIT
002633     END-IF
002634     IF WS-MODO-TOT73
002635         OPEN INPUT N73-IN-FILE
002636         IF NOT WS-N73IN-OK
002637             DISPLAY "MIGRAMST: ERROR ABRIENDO N73VIEJO "
002638                 WS-N73IN-STATUS
002639             GO TO ABEND-CLEANUP
002640         END-IF
002641         OPEN OUTPUT N73-OUT-FILE
002642         IF NOT WS-N73OUT-OK
002643             DISPLAY "MIGRAMST: ERROR ABRIENDO N73NUEVO "
002644                 WS-N73OUT-STATUS
002645             GO TO ABEND-CLEANUP
002646         END-IF
002647         GO TO 1000-EXIT
002648     END-IF
002649     DISPLAY "MIGRAMST: MODO INVALIDO " WS-MODO
002650     GO TO ABEND-CLEANUP.
002651 1000-EXIT.
002652     EXIT.
002653
002654*----------------------------------------------------------*
002655* CADA REGISTRO VIEJO SE COPIA INTACTO Y SE LE PEGA LA COLA *
002657* NUEVA CON SUS VALORES NEUTROS.                            *
002658*----------------------------------------------------------*
002659 2000-MIGRA-EMPLEADO.
002660     READ EMP-IN-FILE
002661         AT END
002662             SET WS-EOF-ENTRADA TO TRUE
002663             GO TO 2000-EXIT
002664     END-READ
002665     IF NOT WS-EOF-ENTRADA AND NOT WS-EMPIN-OK
002666         DISPLAY "MIGRAMST: ERROR LEYENDO EMPVIEJO "
002667             WS-EMPIN-STATUS
002668         GO TO ABEND-CLEANUP
002670     END-IF
002671     ADD 1 TO WS-LEIDOS-COUNT
002672     MOVE EMP-VIEJO-REG TO EN-DATOS-VIEJOS
002673     MOVE "A" TO EN-ESTADO
002674     MOVE ZERO TO EN-FECHA-BAJA
002675     WRITE EMP-NUEVO-REG.
002676     IF NOT WS-EMPOUT-OK
002677         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO EMPNUEVO "
002678             WS-EMPOUT-STATUS
002679         GO TO ABEND-CLEANUP
002680     END-IF
002681     ADD 1 TO WS-GRABADOS-COUNT.
002682 2000-EXIT.
002684     EXIT.
002685
002686 3000-MIGRA-DETALLE.
002687     READ DTL-IN-FILE
002688         AT END
002689             SET WS-EOF-ENTRADA TO TRUE
002690             GO TO 3000-EXIT
002691     END-READ
002692     IF NOT WS-EOF-ENTRADA AND NOT WS-DTLIN-OK
002693         DISPLAY "MIGRAMST: ERROR LEYENDO DTLVIEJO "
002694             WS-DTLIN-STATUS
002695         GO TO ABEND-CLEANUP
002697     END-IF
002698     ADD 1 TO WS-LEIDOS-COUNT
002699     MOVE DTL-VIEJO-REG TO DN-DATOS-VIEJOS
002700     MOVE SPACE TO DN-ESTORNO
002701     MOVE ZERO TO DN-SEQ-ENLACE
002702     WRITE DTL-NUEVO-REG.
002703     IF NOT WS-DTLOUT-OK
002704         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO DTLNUEVO "
002705             WS-DTLOUT-STATUS
002706         GO TO ABEND-CLEANUP
002707     END-IF
002708     ADD 1 TO WS-GRABADOS-COUNT.
002710 3000-EXIT.
002720     EXIT.
002730
002970     END-IF
002980     ADD 1 TO WS-GRABADOS-COUNT.
002990 4000-EXIT.
002993     EXIT.
002996
002999*----------------------------------------------------------*
003002* UNA GENERACION DE ARCHIVO ARCHDTL DE 80 BYTES RECIBE LOS   *
003003* DOS CAMPOS QUE CRECIERON EN LEDGDTL ESTE CICLO, EN BLANCO *
003004* (SIN CONCILIAR, SIN CODIGO DE IVA), PARA QUE DIARIO PUEDA *
003047     IF NOT WS-EOF-ENTRADA AND NOT WS-E66IN-OK
003048         DISPLAY "MIGRAMST: ERROR LEYENDO E66VIEJO "
003049             WS-E66IN-STATUS
003050         GO TO ABEND-CLEANUP
003051     END-IF
003052     ADD 1 TO WS-LEIDOS-COUNT
003053     MOVE E66-VIEJO-REG TO E6-DATOS-VIEJOS
003054     MOVE SPACES TO E6-GRUPO-PAGO
003055     WRITE E66-NUEVO-REG.
003056     IF NOT WS-E66OUT-OK
003057         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO E66NUEVO "
003058             WS-E66OUT-STATUS
003059         GO TO ABEND-CLEANUP
003060     END-IF
003061     ADD 1 TO WS-GRABADOS-COUNT.
003062 6000-EXIT.
003063     EXIT.
003064
003065*----------------------------------------------------------*
003066* UN DIARIO EMPAUDIT DE 129 BYTES RECIBE EL GRUPO DE PAGO    *
003067* EN BLANCO EN AMBAS IMAGENES; COMO EL CAMPO VA INTERCALADO  *
003068* TRAS CADA FECHA, EL REGISTRO VIEJO SE PARTE EN ANTES       *
003069* (1-80) Y DESPUES (81-129).                                 *
003070*----------------------------------------------------------*
003071 7000-MIGRA-AUDIT.
003072     READ AUD-IN-FILE
003073         AT END
003074             SET WS-EOF-ENTRADA TO TRUE
003075             GO TO 7000-EXIT
003076     END-READ
003077     IF NOT WS-EOF-ENTRADA AND NOT WS-AUDIN-OK
003078         DISPLAY "MIGRAMST: ERROR LEYENDO AUDVIEJO "
003079             WS-AUDIN-STATUS
003080         GO TO ABEND-CLEANUP
003081     END-IF
003082     ADD 1 TO WS-LEIDOS-COUNT
003083     MOVE A1-HASTA-FECHA-ANTES TO A2-HASTA-FECHA-ANTES
003084     MOVE A1-DESPUES TO A2-DESPUES
003085     MOVE SPACES TO A2-ANTES-GRUPO
003086     MOVE SPACES TO A2-DESPUES-GRUPO
003087     WRITE AUD-NUEVO-REG.
003088     IF NOT WS-AUDOUT-OK
003089         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO AUDNUEVO "
003090             WS-AUDOUT-STATUS
003091         GO TO ABEND-CLEANUP
003092     END-IF
003093     ADD 1 TO WS-GRABADOS-COUNT.
003094 7000-EXIT.
003095     EXIT.
003096
003097*----------------------------------------------------------*
003098* UNA IMAGEN LEDGTRAN DE 57 BYTES RECIBE LA COLA NUEVA:      *
003099* DOCUMENTO 0 (APUNTE SIN DOCUMENTO) Y CODIGO DE IVA EN      *
003100* BLANCO; EN LAS CABECERAS HDR Y COLAS TRL LA COLA ES EL     *
003101* FILLER QUE CRECIO, EN BLANCO.                              *
003102*----------------------------------------------------------*
003103 7100-MIGRA-T65.
003104     READ T65-IN-FILE
003105         AT END
003106             SET WS-EOF-ENTRADA TO TRUE
003107             GO TO 7100-EXIT
003108     END-READ
003109     IF NOT WS-EOF-ENTRADA AND NOT WS-T65IN-OK
003110         DISPLAY "MIGRAMST: ERROR LEYENDO T65VIEJO "
003111             WS-T65IN-STATUS
003112         GO TO ABEND-CLEANUP
003113     END-IF
003114     ADD 1 TO WS-LEIDOS-COUNT
003115     MOVE T65-VIEJO-REG TO T5-DATOS-VIEJOS
003116     IF T5-CONTROL
003117         MOVE SPACES TO T5-DOC-NO
003118         MOVE SPACES TO T5-IVA-CODIGO
003119     ELSE
003120         MOVE "000000" TO T5-DOC-NO
003121         MOVE SPACES TO T5-IVA-CODIGO
003122     END-IF
003123     WRITE T65-NUEVO-REG.
003124     IF NOT WS-T65OUT-OK
003125         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO T65NUEVO "
003126             WS-T65OUT-STATUS
003127         GO TO ABEND-CLEANUP
003128     END-IF
003129     ADD 1 TO WS-GRABADOS-COUNT.
003130 7100-EXIT.
003131     EXIT.
003132
003133*----------------------------------------------------------*
003134* UNA TRANSACCION DE LA COLA DE PENDIENTES EMPPENDA/EMPPENDN *
003135* DE 72 BYTES RECIBE TRANS-GRUPO-PAGO EN BLANCO (= CICLO     *
003136* MENSUAL).                                                  *
003137*----------------------------------------------------------*
003138 7200-MIGRA-EPN.
003139     READ EPN-IN-FILE
003140         AT END
003141             SET WS-EOF-ENTRADA TO TRUE
003142             GO TO 7200-EXIT
003143     END-READ
003144     IF NOT WS-EOF-ENTRADA AND NOT WS-EPNIN-OK
003145         DISPLAY "MIGRAMST: ERROR LEYENDO EPNVIEJO "
003146             WS-EPNIN-STATUS
003147         GO TO ABEND-CLEANUP
003148     END-IF
003149     ADD 1 TO WS-LEIDOS-COUNT
003150     MOVE EPN-VIEJO-REG TO EP-DATOS-VIEJOS
003151     MOVE SPACES TO EP-GRUPO-PAGO
003152     WRITE EPN-NUEVO-REG.
003153     IF NOT WS-EPNOUT-OK
003154         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO EPNNUEVO "
003155             WS-EPNOUT-STATUS
003156         GO TO ABEND-CLEANUP
003157     END-IF
003158     ADD 1 TO WS-GRABADOS-COUNT.
003159 7200-EXIT.
003160     EXIT.
003161
003162*----------------------------------------------------------*
003163* UN REGISTRO PAGOSTAT DE 32 BYTES SE PARTE TRAS EMP-ID +    *
003164* FECHA: SE INTERCALAN LA SECUENCIA 01 Y EL GRUPO EN BLANCO, *
003165* SE COPIA EL RESTO (IMPORTE, ESTADO, FECHA DE CONFIRMACION) *
003166* Y SE ANEXAN REINTENTOS 00. ASI EL SEGUIMIENTO DE REBOTES   *
003167* ABIERTO SOBREVIVE AL CAMBIO DE CLAVE.                      *
003168*----------------------------------------------------------*
003169 7300-MIGRA-PST.
003170     READ PST-IN-FILE
003171         AT END
003172             SET WS-EOF-ENTRADA TO TRUE
003173             GO TO 7300-EXIT
003174     END-READ
003175     IF NOT WS-EOF-ENTRADA AND NOT WS-PSTIN-OK
003176         DISPLAY "MIGRAMST: ERROR LEYENDO PSTVIEJO "
003177             WS-PSTIN-STATUS
003178         GO TO ABEND-CLEANUP
003179     END-IF
003180     ADD 1 TO WS-LEIDOS-COUNT
003181     MOVE PV-EMP-FECHA TO PN-EMP-FECHA
003182     MOVE "01" TO PN-SECUENCIA
003183     MOVE SPACES TO PN-GRUPO-PAGO
003184     MOVE PV-RESTO TO PN-RESTO
003185     MOVE "00" TO PN-REINTENTOS
003186     WRITE PST-NUEVO-REG.
003187     IF NOT WS-PSTOUT-OK
003188         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO PSTNUEVO "
003189             WS-PSTOUT-STATUS
003190         GO TO ABEND-CLEANUP
003191     END-IF
003192     ADD 1 TO WS-GRABADOS-COUNT.
003193 7300-EXIT.
003194     EXIT.
003195
003196*----------------------------------------------------------*
003197* UNA IMAGEN PLANA DE EMPMSTR DE 66 BYTES (CLUSTER           *
003198* DESCARGADO, RESPALDO O SNAPANT) RECIBE LA JORNADA A        *
003199* CERO, QUE EL RESTO DEL SISTEMA TRATA COMO JORNADA          *
003200* COMPLETA.                                                  *
003201*----------------------------------------------------------*
003202 7400-MIGRA-E75.
003203     READ E75-IN-FILE
003204         AT END
003205             SET WS-EOF-ENTRADA TO TRUE
003206             GO TO 7400-EXIT
003207     END-READ
003208     IF NOT WS-EOF-ENTRADA AND NOT WS-E75IN-OK
003209         DISPLAY "MIGRAMST: ERROR LEYENDO E75VIEJO "
003210             WS-E75IN-STATUS
003211         GO TO ABEND-CLEANUP
003212     END-IF
003213     ADD 1 TO WS-LEIDOS-COUNT
003214     MOVE E75-VIEJO-REG TO E7-DATOS-VIEJOS
003215     MOVE ZERO TO E7-JORNADA-PCT
003216     MOVE ZERO TO E7-HORAS-SEMANA
003217     WRITE E75-NUEVO-REG.
003218     IF NOT WS-E75OUT-OK
003219         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO E75NUEVO "
003220             WS-E75OUT-STATUS
003221         GO TO ABEND-CLEANUP
003222     END-IF
003223     ADD 1 TO WS-GRABADOS-COUNT.
003224 7400-EXIT.
003225     EXIT.
003226
003227*----------------------------------------------------------*
003228* UNA TRANSACCION DE LA COLA EMPPENDA DE 74 BYTES RECIBE     *
003229* EL PORCENTAJE Y LAS HORAS EN BLANCO: NO INFORMADOS,        *
003230* CAMPOS NO TOCA LA JORNADA DEL EMPLEADO AL APLICARLA.       *
003231*----------------------------------------------------------*
003232 7500-MIGRA-P83.
003233     READ P83-IN-FILE
003234         AT END
003235             SET WS-EOF-ENTRADA TO TRUE
003236             GO TO 7500-EXIT
003237     END-READ
003238     IF NOT WS-EOF-ENTRADA AND NOT WS-P83IN-OK
003239         DISPLAY "MIGRAMST: ERROR LEYENDO P83VIEJO "
003240             WS-P83IN-STATUS
003241         GO TO ABEND-CLEANUP
003242     END-IF
003243     ADD 1 TO WS-LEIDOS-COUNT
003244     MOVE P83-VIEJO-REG TO P8-DATOS-VIEJOS
003245     MOVE SPACES TO P8-JORNADA-PCT
003246     MOVE SPACES TO P8-HORAS-SEMANA
003247     WRITE P83-NUEVO-REG.
003248     IF NOT WS-P83OUT-OK
003249         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO P83NUEVO "
003250             WS-P83OUT-STATUS
003251         GO TO ABEND-CLEANUP
003252     END-IF
003253     ADD 1 TO WS-GRABADOS-COUNT.
003254 7500-EXIT.
003255     EXIT.
003256
003257*----------------------------------------------------------*
003258* UN DIARIO EMPAUDIT DE 133 BYTES RECIBE LA JORNADA A CERO   *
003259* EN AMBAS IMAGENES, INTERCALADA TRAS CADA GRUPO: EL ANTES   *
003260* OCUPA LAS POSICIONES 1-82 Y EL DESPUES 83-133 DEL          *
003261* REGISTRO VIEJO.                                            *
003262*----------------------------------------------------------*
003263 7600-MIGRA-A51.
003264     READ A51-IN-FILE
003265         AT END
003266             SET WS-EOF-ENTRADA TO TRUE
003267             GO TO 7600-EXIT
003268     END-READ
003269     IF NOT WS-EOF-ENTRADA AND NOT WS-A51IN-OK
003270         DISPLAY "MIGRAMST: ERROR LEYENDO A51VIEJO "
003271             WS-A51IN-STATUS
003272         GO TO ABEND-CLEANUP
003273     END-IF
003274     ADD 1 TO WS-LEIDOS-COUNT
003275     MOVE A3-HASTA-GRUPO-ANTES TO A4-HASTA-GRUPO-ANTES
003276     MOVE A3-DESPUES TO A4-DESPUES
003277     MOVE ZERO TO A4-ANTES-JORNADA
003278     MOVE ZERO TO A4-DESPUES-JORNADA
003279     WRITE A51-NUEVO-REG.
003280     IF NOT WS-A51OUT-OK
003281         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO A51NUEVO "
003282             WS-A51OUT-STATUS
003283         GO TO ABEND-CLEANUP
003284     END-IF
003285     ADD 1 TO WS-GRABADOS-COUNT.
003286 7600-EXIT.
003287     EXIT.
003288
003289*----------------------------------------------------------*
003290* UNA IMAGEN LEDGTRAN DE 65 BYTES RECIBE EL CENTRO DE COSTE  *
003291* A CERO (APUNTE SIN CENTRO); EN LAS CABECERAS HDR Y COLAS   *
003292* TRL LA COLA ES EL FILLER QUE CRECIO, EN BLANCO.            *
003293*----------------------------------------------------------*
003294 7700-MIGRA-T71.
003295     READ T71-IN-FILE
003296         AT END
003297             SET WS-EOF-ENTRADA TO TRUE
003298             GO TO 7700-EXIT
003299     END-READ
003300     IF NOT WS-EOF-ENTRADA AND NOT WS-T71IN-OK
003301         DISPLAY "MIGRAMST: ERROR LEYENDO T71VIEJO "
003302             WS-T71IN-STATUS
003303         GO TO ABEND-CLEANUP
003304     END-IF
003305     ADD 1 TO WS-LEIDOS-COUNT
003306     MOVE T71-VIEJO-REG TO T7-DATOS-VIEJOS
003307     IF T7-CONTROL
003308         MOVE SPACES TO T7-CENTRO-COSTE
003309     ELSE
003310         MOVE "000000" TO T7-CENTRO-COSTE
003311     END-IF
003312     WRITE T71-NUEVO-REG.
003313     IF NOT WS-T71OUT-OK
003314         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO T71NUEVO "
003315             WS-T71OUT-STATUS
003316         GO TO ABEND-CLEANUP
003317     END-IF
003318     ADD 1 TO WS-GRABADOS-COUNT.
003319 7700-EXIT.
003320     EXIT.
003321
003322*----------------------------------------------------------*
003323* UN DETALLE LEDGDTL DE 83 BYTES (CLUSTER DESCARGADO,        *
003324* RESPALDO O GENERACION DE ARCHDTL) RECIBE EL CENTRO DE      *
003325* COSTE A CERO.                                              *
003326*----------------------------------------------------------*
003327 7800-MIGRA-D89.
003328     READ D89-IN-FILE
003329         AT END
003330             SET WS-EOF-ENTRADA TO TRUE
003331             GO TO 7800-EXIT
003332     END-READ
003333     IF NOT WS-EOF-ENTRADA AND NOT WS-D89IN-OK
003334         DISPLAY "MIGRAMST: ERROR LEYENDO D89VIEJO "
003335             WS-D89IN-STATUS
003336         GO TO ABEND-CLEANUP
003337     END-IF
003338     ADD 1 TO WS-LEIDOS-COUNT
003339     MOVE D89-VIEJO-REG TO D8-DATOS-VIEJOS
003340     MOVE ZERO TO D8-CENTRO-COSTE
003341     WRITE D89-NUEVO-REG.
003342     IF NOT WS-D89OUT-OK
003343         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO D89NUEVO "
003344             WS-D89OUT-STATUS
003345         GO TO ABEND-CLEANUP
003346     END-IF
003347     ADD 1 TO WS-GRABADOS-COUNT.
003348 7800-EXIT.
003349     EXIT.
003350
003351*----------------------------------------------------------*
003352* UN REGISTRO DIGMSTR DE 57 BYTES RECIBE EL CENTRO DE COSTE  *
003353* A CERO INTERCALADO EN LA CLAVE TRAS CUENTA Y PERIODO. CON  *
003354* UN SOLO CENTRO POR CUENTA Y PERIODO EL ORDEN DE CLAVES NO  *
003355* CAMBIA.                                                    *
003356*----------------------------------------------------------*
003357 7900-MIGRA-G63.
003358     READ G63-IN-FILE
003359         AT END
003360             SET WS-EOF-ENTRADA TO TRUE
003361             GO TO 7900-EXIT
003362     END-READ
003363     IF NOT WS-EOF-ENTRADA AND NOT WS-G63IN-OK
003364         DISPLAY "MIGRAMST: ERROR LEYENDO G63VIEJO "
003365             WS-G63IN-STATUS
003366         GO TO ABEND-CLEANUP
003367     END-IF
003368     ADD 1 TO WS-LEIDOS-COUNT
003369     MOVE G1-CUENTA-PERIODO TO G2-CUENTA-PERIODO
003370     MOVE ZERO TO G2-CENTRO-COSTE
003371     MOVE G1-RESTO TO G2-RESTO
003372     WRITE G63-NUEVO-REG.
003373     IF NOT WS-G63OUT-OK
003374         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO G63NUEVO "
003375             WS-G63OUT-STATUS
003376         GO TO ABEND-CLEANUP
003377     END-IF
003378     ADD 1 TO WS-GRABADOS-COUNT.
003379 7900-EXIT.
003380     EXIT.
003381
003382*----------------------------------------------------------*
003383* UN PRESUPUESTO PRESMSTR DE 25 BYTES RECIBE EL CENTRO DE    *
003384* COSTE A CERO (PRESUPUESTO DE LA CUENTA SIN REPARTIR)       *
003385* INTERCALADO EN LA CLAVE TRAS CUENTA Y PERIODO.             *
003386*----------------------------------------------------------*
003387 8000-MIGRA-R31.
003388     READ R31-IN-FILE
003389         AT END
003390             SET WS-EOF-ENTRADA TO TRUE
003391             GO TO 8000-EXIT
003392     END-READ
003393     IF NOT WS-EOF-ENTRADA AND NOT WS-R31IN-OK
003394         DISPLAY "MIGRAMST: ERROR LEYENDO R31VIEJO "
003395             WS-R31IN-STATUS
003396         GO TO ABEND-CLEANUP
003397     END-IF
003398     ADD 1 TO WS-LEIDOS-COUNT
003399     MOVE R1-CUENTA-PERIODO TO R2-CUENTA-PERIODO
003400     MOVE ZERO TO R2-CENTRO-COSTE
003401     MOVE R1-IMPORTE TO R2-IMPORTE
003402     WRITE R31-NUEVO-REG.
003403     IF NOT WS-R31OUT-OK
003404         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO R31NUEVO "
003405             WS-R31OUT-STATUS
003406         GO TO ABEND-CLEANUP
003407     END-IF
003408     ADD 1 TO WS-GRABADOS-COUNT.
003409 8000-EXIT.
003410     EXIT.
003411
003412*----------------------------------------------------------*
003413* UN REGISTRO ASIMSTR DE 105 BYTES SE PARTE TRAS EL APUNTE   *
003414* (POSICIONES 10-74): EN UNA LINEA SE INTERCALA EL CENTRO    *
003415* DE COSTE A CERO; EN LA CABECERA (LINEA 000) ESAS           *
003416* POSICIONES SON FILLER Y VAN EN BLANCO.                     *
003417*----------------------------------------------------------*
003418 8100-MIGRA-S11.
003419     READ S11-IN-FILE
003420         AT END
003421             SET WS-EOF-ENTRADA TO TRUE
003422             GO TO 8100-EXIT
003423     END-READ
003424     IF NOT WS-EOF-ENTRADA AND NOT WS-S11IN-OK
003425         DISPLAY "MIGRAMST: ERROR LEYENDO S11VIEJO "
003426             WS-S11IN-STATUS
003427         GO TO ABEND-CLEANUP
003428     END-IF
003429     ADD 1 TO WS-LEIDOS-COUNT
003430     MOVE S1-CLAVE TO S2-CLAVE
003431     MOVE S1-APUNTE TO S2-APUNTE
003432     MOVE S1-RESTO TO S2-RESTO
003433     IF S1-CABECERA
003434         MOVE SPACES TO S2-CENTRO-COSTE
003435     ELSE
003436         MOVE "000000" TO S2-CENTRO-COSTE
003437     END-IF
003438     WRITE S11-NUEVO-REG.
003439     IF NOT WS-S11OUT-OK
003440         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO S11NUEVO "
003441             WS-S11OUT-STATUS
003442         GO TO ABEND-CLEANUP
003443     END-IF
003444     ADD 1 TO WS-GRABADOS-COUNT.
003445 8100-EXIT.
003446     EXIT.
003447
003448*----------------------------------------------------------*
003449* UN REGISTRO DEL DIARIO LEDGJRNL DE 116 BYTES CRECE POR LA  *
003450* COLA DE SU IMAGEN: LA DE UN DETALLE LEDGDTL RECIBE EL      *
003451* CENTRO DE COSTE A CERO; LA DE LEDGMSTR, QUE NO LLEGA AL    *
003452* FINAL, SE RELLENA CON ESPACIOS.                            *
003453*----------------------------------------------------------*
003454 8200-MIGRA-J22.
003455     READ J22-IN-FILE
003456         AT END
003457             SET WS-EOF-ENTRADA TO TRUE
003458             GO TO 8200-EXIT
003459     END-READ
003460     IF NOT WS-EOF-ENTRADA AND NOT WS-J22IN-OK
003461         DISPLAY "MIGRAMST: ERROR LEYENDO J22VIEJO "
003462             WS-J22IN-STATUS
003463         GO TO ABEND-CLEANUP
003464     END-IF
003465     ADD 1 TO WS-LEIDOS-COUNT
003466     MOVE J22-VIEJO-REG TO J2-DATOS-VIEJOS
003467     IF J1-FICH-DETALLE
003468         MOVE "000000" TO J2-CENTRO-COSTE
003469     ELSE
003470         MOVE SPACES TO J2-CENTRO-COSTE
003471     END-IF
003472     WRITE J22-NUEVO-REG.
003473     IF NOT WS-J22OUT-OK
003474         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO J22NUEVO "
003475             WS-J22OUT-STATUS
003476         GO TO ABEND-CLEANUP
003477     END-IF
003478     ADD 1 TO WS-GRABADOS-COUNT.
003479 8200-EXIT.
003480     EXIT.
003481
003482*----------------------------------------------------------*
003483* UNA FACTURA FACMSTR DE 63 BYTES (HASTA LA FECHA DE       *
003484* PAGO) SE COMPLETA HASTA 118: ES UNA FACTURA (TIPO F)     *
003485* SIN PEDIDO, SIN MOTIVO DE BLOQUEO NI RETENCION,          *
003486* REGISTRADA EN SU FECHA DE FACTURA Y SIN CENTRO DE        *
003487* COSTE. NO SE ANOTO CANTIDAD EN NINGUN PEDIDO, ASI QUE    *
003488* UNA ANULACION POSTERIOR NO TIENE NADA QUE DEVOLVER.      *
003489*----------------------------------------------------------*
003490 8300-MIGRA-F18.
003491     READ F18-IN-FILE
003492         AT END
003493             SET WS-EOF-ENTRADA TO TRUE
003494             GO TO 8300-EXIT
003495     END-READ
003496     IF NOT WS-EOF-ENTRADA AND NOT WS-F18IN-OK
003497         DISPLAY "MIGRAMST: ERROR LEYENDO F18VIEJO "
003498             WS-F18IN-STATUS
003499         GO TO ABEND-CLEANUP
003500     END-IF
003501     ADD 1 TO WS-LEIDOS-COUNT
003502     MOVE F18-VIEJO-REG TO F1-DATOS-VIEJOS
003503     MOVE SPACES TO F1-PEDIDO
003504     MOVE ZERO TO F1-PEDIDO-LINEA
003505     MOVE ZERO TO F1-CANTIDAD
003506     MOVE SPACES TO F1-MOTIVO-BLOQUEO
003507     MOVE "F" TO F1-TIPO-DOC
003508     MOVE ZERO TO F1-RETENCION-PCT
003509     MOVE ZERO TO F1-IMPORTE-RETENIDO
003510     MOVE FV-FECHA-FACTURA TO F1-FECHA-REGISTRO
003511     MOVE ZERO TO F1-CENTRO-COSTE
003512     MOVE "N" TO F1-PEDIDO-ANOTADO-SW
003513     WRITE F18-NUEVO-REG.
003514     IF NOT WS-F18OUT-OK
003515         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO F18NUEVO "
003516             WS-F18OUT-STATUS
003517         GO TO ABEND-CLEANUP
003518     END-IF
003519     ADD 1 TO WS-GRABADOS-COUNT.
003520 8300-EXIT.
003521     EXIT.
003522
003523*----------------------------------------------------------*
003524* UNA PLANTILLA RECURMST DE 60 BYTES RECIBE EL CENTRO DE     *
003525* COSTE A CERO; SE INFORMA DESPUES CON RECURMAN EN LAS       *
003526* PLANTILLAS DE CUENTAS QUE LO EXIJAN.                       *
003527*----------------------------------------------------------*
003528 8400-MIGRA-C66.
003529     READ C66-IN-FILE
003530         AT END
003531             SET WS-EOF-ENTRADA TO TRUE
003532             GO TO 8400-EXIT
003533     END-READ
003534     IF NOT WS-EOF-ENTRADA AND NOT WS-C66IN-OK
003535         DISPLAY "MIGRAMST: ERROR LEYENDO C66VIEJO "
003536             WS-C66IN-STATUS
003537         GO TO ABEND-CLEANUP
003538     END-IF
003539     ADD 1 TO WS-LEIDOS-COUNT
003540     MOVE C66-VIEJO-REG TO C6-DATOS-VIEJOS
003541     MOVE ZERO TO C6-CENTRO-COSTE
003542     WRITE C66-NUEVO-REG.
003543     IF NOT WS-C66OUT-OK
003544         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO C66NUEVO "
003545             WS-C66OUT-STATUS
003546         GO TO ABEND-CLEANUP
003547     END-IF
003548     ADD 1 TO WS-GRABADOS-COUNT.
003549 8400-EXIT.
003550     EXIT.
003551
003552*----------------------------------------------------------*
003553* UNA IMAGEN LEDGTRAN DE 71 BYTES RECIBE EL ORIGEN EN        *
003554* BLANCO (APUNTE SIN ORIGEN REGISTRADO); EN LAS CABECERAS    *
003555* HDR Y COLAS TRL LA COLA ES EL FILLER QUE CRECIO, TAMBIEN   *
003556* EN BLANCO.                                                 *
003557*----------------------------------------------------------*
003558 8500-MIGRA-T99.
003559     READ T99-IN-FILE
003560         AT END
003561             SET WS-EOF-ENTRADA TO TRUE
003562             GO TO 8500-EXIT
003563     END-READ
003564     IF NOT WS-EOF-ENTRADA AND NOT WS-T99IN-OK
003565         DISPLAY "MIGRAMST: ERROR LEYENDO T99VIEJO "
003566             WS-T99IN-STATUS
003567         GO TO ABEND-CLEANUP
003568     END-IF
003569     ADD 1 TO WS-LEIDOS-COUNT
003570     MOVE T99-VIEJO-REG TO T9-DATOS-VIEJOS
003571     MOVE SPACES TO T9-ORIGEN
003572     WRITE T99-NUEVO-REG.
003573     IF NOT WS-T99OUT-OK
003574         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO T99NUEVO "
003575             WS-T99OUT-STATUS
003576         GO TO ABEND-CLEANUP
003577     END-IF
003578     ADD 1 TO WS-GRABADOS-COUNT.
003579 8500-EXIT.
003580     EXIT.
003581
003582*----------------------------------------------------------*
003583* UN DETALLE LEDGDTL DE 89 BYTES (CLUSTER DESCARGADO,        *
003584* RESPALDO O GENERACION DE ARCHDTL) RECIBE EL ORIGEN EN      *
003585* BLANCO: TRAZADTL LO LISTA COMO ANTERIOR A LA TRAZA.        *
003586*----------------------------------------------------------*
003587 8600-MIGRA-D17.
003588     READ D17-IN-FILE
003589         AT END
003590             SET WS-EOF-ENTRADA TO TRUE
003591             GO TO 8600-EXIT
003592     END-READ
003593     IF NOT WS-EOF-ENTRADA AND NOT WS-D17IN-OK
003594         DISPLAY "MIGRAMST: ERROR LEYENDO D17VIEJO "
003595             WS-D17IN-STATUS
003596         GO TO ABEND-CLEANUP
003597     END-IF
003598     ADD 1 TO WS-LEIDOS-COUNT
003599     MOVE D17-VIEJO-REG TO D1-DATOS-VIEJOS
003600     MOVE SPACES TO D1-ORIGEN
003601     WRITE D17-NUEVO-REG.
003602     IF NOT WS-D17OUT-OK
003603         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO D17NUEVO "
003604             WS-D17OUT-STATUS
003605         GO TO ABEND-CLEANUP
003606     END-IF
003607     ADD 1 TO WS-GRABADOS-COUNT.
003608 8600-EXIT.
003609     EXIT.
003610
003611*----------------------------------------------------------*
003612* UN REGISTRO DEL DIARIO LEDGJRNL DE 122 BYTES RECIBE EN     *
003613* BLANCO LA COLA DE LA IMAGEN: EN LAS IMAGENES DE LEDGDTL    *
003614* ES EL ORIGEN Y EN LAS DE LEDGMSTR EL RELLENO DE LA         *
003615* IMAGEN.                                                    *
003616*----------------------------------------------------------*
003617 8700-MIGRA-J50.
003618     READ J50-IN-FILE
003619         AT END
003620             SET WS-EOF-ENTRADA TO TRUE
003621             GO TO 8700-EXIT
003622     END-READ
003623     IF NOT WS-EOF-ENTRADA AND NOT WS-J50IN-OK
003624         DISPLAY "MIGRAMST: ERROR LEYENDO J50VIEJO "
003625             WS-J50IN-STATUS
003626         GO TO ABEND-CLEANUP
003627     END-IF
003628     ADD 1 TO WS-LEIDOS-COUNT
003629     MOVE J50-VIEJO-REG TO J5-DATOS-VIEJOS
003630     MOVE SPACES TO J5-ORIGEN
003631     WRITE J50-NUEVO-REG.
003632     IF NOT WS-J50OUT-OK
003633         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO J50NUEVO "
003634             WS-J50OUT-STATUS
003635         GO TO ABEND-CLEANUP
003636     END-IF
003637     ADD 1 TO WS-GRABADOS-COUNT.
003638 8700-EXIT.
003639     EXIT.
003640
003641*----------------------------------------------------------*
003642* UNA TASA DE TASAMSTR DE 18 BYTES ERA SIEMPRE CONTRA USD:   *
003643* RECIBE USD COMO MONEDA BASE DELANTE DE LA CLAVE.          *
003644*----------------------------------------------------------*
003645 8800-MIGRA-X21.
003646     READ X21-IN-FILE
003647         AT END
003648             SET WS-EOF-ENTRADA TO TRUE
003649             GO TO 8800-EXIT
003650     END-READ
003651     IF NOT WS-EOF-ENTRADA AND NOT WS-X21IN-OK
003652         DISPLAY "MIGRAMST: ERROR LEYENDO X21VIEJO "
003653             WS-X21IN-STATUS
003654         GO TO ABEND-CLEANUP
003655     END-IF
003656     ADD 1 TO WS-LEIDOS-COUNT
003657     MOVE "USD" TO X2-MONEDA-BASE
003658     MOVE X21-VIEJO-REG TO X2-DATOS-VIEJOS
003659     WRITE X21-NUEVO-REG.
003660     IF NOT WS-X21OUT-OK
003661         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO X21NUEVO "
003662             WS-X21OUT-STATUS
003663         GO TO ABEND-CLEANUP
003664     END-IF
003665     ADD 1 TO WS-GRABADOS-COUNT.
003666 8800-EXIT.
003667     EXIT.
003668
003669*----------------------------------------------------------*
003670* UNA ANOTACION DE AUDITLOG DE 85 BYTES RECIBE EL SELLO A    *
003671* CERO: QUEDA ANTERIOR A LA CADENA HASTA QUE CADSELLO        *
003672* LA SELLE.                                                  *
003673*----------------------------------------------------------*
003674 8900-MIGRA-L07.
003675     READ L07-IN-FILE
003676         AT END
003677             SET WS-EOF-ENTRADA TO TRUE
003678             GO TO 8900-EXIT
003679     END-READ
003680     IF NOT WS-EOF-ENTRADA AND NOT WS-L07IN-OK
003681         DISPLAY "MIGRAMST: ERROR LEYENDO L07VIEJO "
003682             WS-L07IN-STATUS
003683         GO TO ABEND-CLEANUP
003684     END-IF
003685     ADD 1 TO WS-LEIDOS-COUNT
003686     MOVE L07-VIEJO-REG TO L7-DATOS-VIEJOS
003687     MOVE ZERO TO L7-SELLO-SEQ
003688     MOVE ZERO TO L7-SELLO-HASH
003689     WRITE L07-NUEVO-REG.
003690     IF NOT WS-L07OUT-OK
003691         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO L07NUEVO "
003692             WS-L07OUT-STATUS
003693         GO TO ABEND-CLEANUP
003694     END-IF
003695     ADD 1 TO WS-GRABADOS-COUNT.
003696 8900-EXIT.
003697     EXIT.
003698
003699*----------------------------------------------------------*
003700* IGUAL PARA EL DIARIO EMPAUDIT DE 151 BYTES.                *
003701*----------------------------------------------------------*
003702 8910-MIGRA-A73.
003703     READ A73-IN-FILE
003704         AT END
003705             SET WS-EOF-ENTRADA TO TRUE
003706             GO TO 8910-EXIT
003707     END-READ
003708     IF NOT WS-EOF-ENTRADA AND NOT WS-A73IN-OK
003709         DISPLAY "MIGRAMST: ERROR LEYENDO A73VIEJO "
003710             WS-A73IN-STATUS
003711         GO TO ABEND-CLEANUP
003712     END-IF
003713     ADD 1 TO WS-LEIDOS-COUNT
003714     MOVE A73-VIEJO-REG TO A7-DATOS-VIEJOS
003715     MOVE ZERO TO A7-SELLO-SEQ
003716     MOVE ZERO TO A7-SELLO-HASH
003717     WRITE A73-NUEVO-REG.
003718     IF NOT WS-A73OUT-OK
003719         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO A73NUEVO "
003720             WS-A73OUT-STATUS
003721         GO TO ABEND-CLEANUP
003722     END-IF
003723     ADD 1 TO WS-GRABADOS-COUNT.
003724 8910-EXIT.
003725     EXIT.
003726
003727*----------------------------------------------------------*
003728* IGUAL PARA LA BITACORA DE ACCESOS ACCJRNL DE 52 BYTES.     *
003729*----------------------------------------------------------*
003730 8920-MIGRA-K74.
003731     READ K74-IN-FILE
003732         AT END
003733             SET WS-EOF-ENTRADA TO TRUE
003734             GO TO 8920-EXIT
003735     END-READ
003736     IF NOT WS-EOF-ENTRADA AND NOT WS-K74IN-OK
003737         DISPLAY "MIGRAMST: ERROR LEYENDO K74VIEJO "
003738             WS-K74IN-STATUS
003739         GO TO ABEND-CLEANUP
003740     END-IF
003741     ADD 1 TO WS-LEIDOS-COUNT
003742     MOVE K74-VIEJO-REG TO K7-DATOS-VIEJOS
003743     MOVE ZERO TO K7-SELLO-SEQ
003744     MOVE ZERO TO K7-SELLO-HASH
003745     WRITE K74-NUEVO-REG.
003746     IF NOT WS-K74OUT-OK
003747         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO K74NUEVO "
003748             WS-K74OUT-STATUS
003749         GO TO ABEND-CLEANUP
003750     END-IF
003751     ADD 1 TO WS-GRABADOS-COUNT.
003752 8920-EXIT.
003753     EXIT.
003754
003755*----------------------------------------------------------*
003756* UN PROVEEDOR PROVMSTR DE 55 BYTES QUEDA SIN NIF, SIN     *
003757* RETENCION Y CON LA FECHA DE CAMBIO DE CUENTA A CERO,     *
003758* QUE FACPAGO TRATA COMO CUENTA ANTIGUA YA VERIFICADA.     *
003759*----------------------------------------------------------*
003760 8930-MIGRA-V76.
003761     READ V76-IN-FILE
003762         AT END
003763             SET WS-EOF-ENTRADA TO TRUE
003764             GO TO 8930-EXIT
003765     END-READ
003766     IF NOT WS-EOF-ENTRADA AND NOT WS-V76IN-OK
003767         DISPLAY "MIGRAMST: ERROR LEYENDO V76VIEJO "
003768             WS-V76IN-STATUS
003769         GO TO ABEND-CLEANUP
003770     END-IF
003771     ADD 1 TO WS-LEIDOS-COUNT
003772     MOVE V76-VIEJO-REG TO V7-DATOS-VIEJOS
003773     MOVE SPACES TO V7-NIF
003774     MOVE ZERO TO V7-RETENCION-PCT
003775     MOVE ZERO TO V7-FECHA-CAMBIO
003776     WRITE V76-NUEVO-REG.
003777     IF NOT WS-V76OUT-OK
003778         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO V76NUEVO "
003779             WS-V76OUT-STATUS
003780         GO TO ABEND-CLEANUP
003781     END-IF
003782     ADD 1 TO WS-GRABADOS-COUNT.
003783 8930-EXIT.
003784     EXIT.
003785
003786*----------------------------------------------------------*
003787* UN REGISTRO NOMHIST DE 109 BYTES ES UNA NOMINA ORDINARIA *
003788* PAGADA EN SU FECHA DE NOMINA: TIPO Y MOTIVO EN BLANCO,   *
003789* SIN SECUENCIA ANULADA, FECHA DE PAGO = FECHA DE NOMINA Y *
003790* DESGLOSE A CERO. IMPORTES Y ACUMULADOS SE MUEVEN CAMPO A *
003791* CAMPO PARA QUE TOMEN EL SIGNO DEL LAYOUT NUEVO.          *
003792*----------------------------------------------------------*
003793 8940-MIGRA-H85.
003794     READ H85-IN-FILE
003795         AT END
003796             SET WS-EOF-ENTRADA TO TRUE
003797             GO TO 8940-EXIT
003798     END-READ
003799     IF NOT WS-EOF-ENTRADA AND NOT WS-H85IN-OK
003800         DISPLAY "MIGRAMST: ERROR LEYENDO H85VIEJO "
003801             WS-H85IN-STATUS
003802         GO TO ABEND-CLEANUP
003803     END-IF
003804     ADD 1 TO WS-LEIDOS-COUNT
003805     MOVE HV-CLAVE-DEPTO    TO H8-CLAVE-DEPTO
003806     MOVE HV-SALARIO-BRUTO  TO H8-SALARIO-BRUTO
003807     MOVE HV-IRPF           TO H8-IRPF
003808     MOVE HV-SEG-SOCIAL     TO H8-SEG-SOCIAL
003809     MOVE HV-OTRAS-DEDUC    TO H8-OTRAS-DEDUC
003810     MOVE HV-NETO           TO H8-NETO
003811     MOVE HV-ACUM-BRUTO     TO H8-ACUM-BRUTO
003812     MOVE HV-ACUM-IRPF      TO H8-ACUM-IRPF
003813     MOVE HV-ACUM-SEGSOC    TO H8-ACUM-SEGSOC
003814     MOVE HV-ACUM-NETO      TO H8-ACUM-NETO
003815     MOVE SPACES TO H8-TIPO-PAGO
003816     MOVE SPACES TO H8-MOTIVO
003817     MOVE ZERO TO H8-ANULA-SECUENCIA
003818     MOVE HV-FECHA-NOMINA TO H8-FECHA-PAGO
003819     MOVE ZERO TO H8-SUELDO-BASE
003820     MOVE ZERO TO H8-AJUSTE-RETRO
003821     MOVE ZERO TO H8-AJUSTE-AUSEN
003822     MOVE ZERO TO H8-NOVEDADES
003823     MOVE ZERO TO H8-TRIENIOS
003824     MOVE ZERO TO H8-GASTOS-SUJETO
003825     MOVE ZERO TO H8-GASTOS-EXENTO
003826     WRITE H85-NUEVO-REG.
003827     IF NOT WS-H85OUT-OK
003828         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO H85NUEVO "
003829             WS-H85OUT-STATUS
003830         GO TO ABEND-CLEANUP
003831     END-IF
003832     ADD 1 TO WS-GRABADOS-COUNT.
003833 8940-EXIT.
003834     EXIT.
003835
003836*----------------------------------------------------------*
003837* UN TOTAL DE CORRIDA PAYTOTAN DE 65 BYTES SE PAGO EN SU   *
003838* FECHA DE NOMINA: ESA ES SU FECHA DE PAGO, Y LOS TOTALES  *
003839* PASAN A LLEVAR SIGNO.                                    *
003840*----------------------------------------------------------*
003841 8950-MIGRA-N73.
003842     READ N73-IN-FILE
003843         AT END
003844             SET WS-EOF-ENTRADA TO TRUE
003845             GO TO 8950-EXIT
003846     END-READ
003847     IF NOT WS-EOF-ENTRADA AND NOT WS-N73IN-OK
003848         DISPLAY "MIGRAMST: ERROR LEYENDO N73VIEJO "
003849             WS-N73IN-STATUS
003850         GO TO ABEND-CLEANUP
003851     END-IF
003852     ADD 1 TO WS-LEIDOS-COUNT
003853     MOVE NV-FECHA-NOMINA   TO N7-FECHA-NOMINA
003854     MOVE NV-PAGOS-COUNT    TO N7-PAGOS-COUNT
003855     MOVE NV-BRUTO-TOTAL    TO N7-BRUTO-TOTAL
003856     MOVE NV-IRPF-TOTAL     TO N7-IRPF-TOTAL
003857     MOVE NV-SEGSOC-TOTAL   TO N7-SEGSOC-TOTAL
003858     MOVE NV-NETO-TOTAL     TO N7-NETO-TOTAL
003859     MOVE NV-FECHA-NOMINA   TO N7-FECHA-PAGO
003860     WRITE N73-NUEVO-REG.
003861     IF NOT WS-N73OUT-OK
003862         DISPLAY "MIGRAMST: ERROR ESCRIBIENDO N73NUEVO "
003863             WS-N73OUT-STATUS
003864         GO TO ABEND-CLEANUP
003865     END-IF
003866     ADD 1 TO WS-GRABADOS-COUNT.
003867 8950-EXIT.
003868     EXIT.
003878
003888 9000-TERMINATE.
003898     IF WS-MODO-EMPLEADOS
003908         CLOSE EMP-IN-FILE EMP-OUT-FILE
003918     END-IF
003928     IF WS-MODO-DETALLE
003938         CLOSE DTL-IN-FILE DTL-OUT-FILE
003948     END-IF
003958     IF WS-MODO-APUNTES
003968         CLOSE TRN-IN-FILE TRN-OUT-FILE
003978     END-IF
003988     IF WS-MODO-ARCHIVO
003998         CLOSE ARC-IN-FILE ARC-OUT-FILE
004008     END-IF
004018     IF WS-MODO-EMP66
004028         CLOSE E66-IN-FILE E66-OUT-FILE
004038     END-IF
004048     IF WS-MODO-AUDIT
004058         CLOSE AUD-IN-FILE AUD-OUT-FILE
004068     END-IF
004078     IF WS-MODO-TRAN65
004088         CLOSE T65-IN-FILE T65-OUT-FILE
004098     END-IF
004108     IF WS-MODO-EMPPEND
004118         CLOSE EPN-IN-FILE EPN-OUT-FILE
004128     END-IF
004138     IF WS-MODO-PAGOSTAT
004148         CLOSE PST-IN-FILE PST-OUT-FILE
004158     END-IF
004168     IF WS-MODO-EMP75
004178         CLOSE E75-IN-FILE E75-OUT-FILE
004188     END-IF
004198     IF WS-MODO-PEND83
004208         CLOSE P83-IN-FILE P83-OUT-FILE
004218     END-IF
004228     IF WS-MODO-AUDIT151
004238         CLOSE A51-IN-FILE A51-OUT-FILE
004248     END-IF
004258     IF WS-MODO-TRAN71
004268         CLOSE T71-IN-FILE T71-OUT-FILE
004278     END-IF
004288     IF WS-MODO-DET89
004298         CLOSE D89-IN-FILE D89-OUT-FILE
004308     END-IF
004318     IF WS-MODO-DIG63
004328         CLOSE G63-IN-FILE G63-OUT-FILE
004338     END-IF
004348     IF WS-MODO-PRES31
004358         CLOSE R31-IN-FILE R31-OUT-FILE
004368     END-IF
004378     IF WS-MODO-ASI111
004388         CLOSE S11-IN-FILE S11-OUT-FILE
004398     END-IF
004408     IF WS-MODO-JRN122
004418         CLOSE J22-IN-FILE J22-OUT-FILE
004428     END-IF
004438     IF WS-MODO-FAC118
004448         CLOSE F18-IN-FILE F18-OUT-FILE
004458     END-IF
004468     IF WS-MODO-REC66
004478         CLOSE C66-IN-FILE C66-OUT-FILE
004488     END-IF
004498     IF WS-MODO-TRAN99
004508         CLOSE T99-IN-FILE T99-OUT-FILE
004518     END-IF
004528     IF WS-MODO-DET117
004538         CLOSE D17-IN-FILE D17-OUT-FILE
004548     END-IF
004558     IF WS-MODO-JRN150
004568         CLOSE J50-IN-FILE J50-OUT-FILE
004578     END-IF
004588     IF WS-MODO-TAS21
004598         CLOSE X21-IN-FILE X21-OUT-FILE
004608     END-IF
004618     IF WS-MODO-AUD107
004628         CLOSE L07-IN-FILE L07-OUT-FILE
004638     END-IF
004648     IF WS-MODO-EAU173
004658         CLOSE A73-IN-FILE A73-OUT-FILE
004668     END-IF
004678     IF WS-MODO-ACC74
004688         CLOSE K74-IN-FILE K74-OUT-FILE
004698     END-IF
004708     IF WS-MODO-PRV76
004718         CLOSE V76-IN-FILE V76-OUT-FILE
004728     END-IF
004738     IF WS-MODO-HIS185
004748         CLOSE H85-IN-FILE H85-OUT-FILE
004758     END-IF
004768     IF WS-MODO-TOT73
004778         CLOSE N73-IN-FILE N73-OUT-FILE
004788     END-IF
004798     DISPLAY "MIGRAMST: LEIDOS   " WS-LEIDOS-COUNT.
004808     DISPLAY "MIGRAMST: GRABADOS " WS-GRABADOS-COUNT.
004818 9000-EXIT.
004828     EXIT.
004838
004848 ABEND-CLEANUP.
004858     MOVE 16 TO RETURN-CODE.
004868     GOBACK.

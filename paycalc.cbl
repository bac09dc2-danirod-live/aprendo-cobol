000408*                EMPLEADO OMITIDO POR EL CANDADO DE PERIODO  *
000410*                SE RECHAZA COMO "YA PAGADO EN EL PERIODO",  *
000412*                NO COMO EMPLEADO DESCONOCIDO.               *
000413* 2026-10-15 DR  NOTAS DE GASTOS DE VIAJE: LAS NOTAS         *
000414*                APROBADAS EN GASMSTR (COPY GASTOS,          *
000415*                MANTENIDO POR GASTMAN) SE PAGAN EN LA       *
000416*                NOMINA DEL GRUPO DEL EMPLEADO Y SE MARCAN   *
000417*                LIQUIDADAS CON LA FECHA DE NOMINA (UN       *
000418*                RELANCE DE LA MISMA FECHA LAS VUELVE A      *
000419*                TOMAR). LAS DIETAS SON EXENTAS HASTA EL     *
000420*                LIMITE DIARIO LEGAL (CON O SIN PERNOCTA) Y  *
000421*                EL EXCESO ES DEVENGO SUJETO; EL RESTO DE    *
000422*                TIPOS ES EXENTO. VIAJAN COMO NP-GASTOS-     *
000423*                EXENTO Y NP-GASTOS-SUJETO, SE SUMAN AL NETO *
000424*                FUERA DEL DISPONIBLE DE EMBARGOS Y NO       *
000425*                ALTERAN LA RETENCION, QUE SIGUE SOBRE EL    *
000426*                SALARIO ANUAL. SIN GASMSTR LA CORRIDA SIGUE *
000427*                COMO SIEMPRE.                               *
000428* 2026-10-15 DR  PRESTAMOS Y ANTICIPOS AL PERSONAL: LA CUOTA *
000429*                DE CADA PRESTAMO VIVO DEL EMPLEADO EN       *
000430*                PRTMSTR (COPY PRESTAMO, MANTENIDO POR       *
000431*                PRESTMAN) SE COBRA COMO UNA ELECCION MAS    *
000432*                (PR) EN LA PRELACION 4 DE LAS VOLUNTARIAS,  *
000433*                JUNTO A AH, HASTA EL SALDO. LO NO COBRADO   *
000434*                POR FALTA DE DISPONIBLE NO VA A DEDARR:     *
000435*                QUEDA EN EL SALDO Y ALARGA EL PRESTAMO. CON *
000436*                SALDO CERO EL PRESTAMO SE CANCELA. UN       *
000437*                RELANCE DE LA MISMA FECHA DESHACE EL COBRO  *
000438*                ANTERIOR ANTES DE VOLVER A COBRAR. EL       *
000439*                IMPORTE VIAJA EN NP-AMORT-PRESTAMO, DENTRO  *
000440*                DE NP-OTRAS-DEDUC. SIN PRTMSTR LA CORRIDA   *
000441*                SIGUE COMO SIEMPRE.                         *
000442* 2026-10-15 DR  TRIENIOS: CADA TRES ANIOS COMPLETOS DE      *
000443*                SERVICIO DESDE LA FECHA DE ALTA (FECHA) A   *
000444*                LA FECHA DE NOMINA SE PAGA EL IMPORTE       *
000445*                MENSUAL DE TRIMSTR (COPY TRIENIO, CARGADO   *
000446*                POR TRICARGA) VIGENTE PARA EL GRUPO DE PAGO *
000447*                DEL EMPLEADO (O EL GENERAL, GRUPO EN        *
000448*                BLANCO). ES UN DEVENGO APARTE DEL SALARIO   *
000449*                (NP-TRIENIOS), PRORRATEADO COMO EL BRUTO,   *
000450*                QUE ENTRA EN LA BASE DE COTIZACION Y EN LA  *
000451*                BASE ANUAL DEL IRPF Y SE DESCUENTA EN LOS   *
000452*                DIAS DE AUSENCIA. SIN TRIMSTR NO SE PAGAN   *
000453*                TRIENIOS.                                   *
000454* 2026-10-15 DR  JORNADA PARCIAL: SALARIO ES EL DE JORNADA   *
000455*                COMPLETA Y SE APLICA EL PORCENTAJE          *
000456*                EMP-JORNADA-PCT DEL EMPLEADO (A CERO O 100  *
000457*                = COMPLETA) AL BRUTO, A LOS TRIENIOS, A LA  *
000458*                BASE ANUAL DEL IRPF, AL VALOR DEL DIA DE    *
000459*                AUSENCIA, A LOS ATRASOS Y AL TOPE DE LA     *
000460*                BASE DE COTIZACION. SE CUENTAN LOS          *
000461*                EMPLEADOS A TIEMPO PARCIAL.                 *
000462* 2026-10-15 DR  MINIMO PERSONAL Y FAMILIAR DEL IRPF: CON EL *
000463*                MAESTRO FAMMSTR (COPY SITFAM, MANTENIDO POR *
000464*                FAMMANT) EL IRPF ANUAL ES LA CUOTA DE LA    *
000465*                ESCALA SOBRE LA BASE (MENOS EL GASTO POR    *
000466*                MOVILIDAD) MENOS LA CUOTA DEL MINIMO        *
000467*                PERSONAL Y FAMILIAR (DESCENDIENTES MENORES  *
000468*                DE 25, MENORES DE 3, DISCAPACIDAD PROPIA Y  *
000469*                DE DEPENDIENTES), A CERO BAJO EL LIMITE     *
000470*                EXCLUYENTE DE LA SITUACION FAMILIAR Y CON   *
000471*                LA REBAJA DE DOS PUNTOS POR HIPOTECA. SIN   *
000472*                FAMMSTR LA RETENCION NO CAMBIA; SIN         *
000473*                REGISTRO SE APLICA EL MINIMO PERSONAL DE LA *
000474*                SITUACION 3.                                *
000475* 2026-10-15 DR  REGULARIZACION DEL TIPO DE RETENCION: CON   *
000476*                NOMHIST EL IRPF ANUAL SE RECALCULA EN CADA  *
000477*                CORRIDA SOBRE LA BASE PROYECTADA (BRUTO     *
000478*                ACUMULADO DEL ANIO MAS EL DEVENGO DEL       *
000479*                PERIODO MAS LAS PAGAS QUE QUEDAN) Y LO QUE  *
000480*                FALTA POR RETENER SE REPARTE ENTRE EL       *
000481*                DEVENGO PENDIENTE. EL TIPO RESULTANTE SE    *
000482*                APLICA A TODO EL DEVENGO SUJETO DEL PERIODO *
000483*                (ATRASOS, AUSENCIAS Y NOVEDADES INCLUIDOS), *
000484*                VIAJA EN NP-TIPO-IRPF PARA EL RECIBO Y LOS  *
000485*                EMPLEADOS CUYO TIPO SE MUEVE MAS DEL UMBRAL *
000486*                DE IRPFPARM (2 PUNTOS POR DEFECTO) SALEN EN *
000487*                EL LISTADO IRPFRPT.                         *
000488* 2026-10-15 DR  DETALLE DE COTIZACION POR EMPLEADO: CADA    *
000489*                NOMINA PAGADA DEJA EN PATRDET (COPY         *
000490*                PATRDET, INDEXADO POR EMP-ID + FECHA DE     *
000491*                NOMINA; UN RELANCE LO REGRABA) LA BASE DE   *
000492*                COTIZACION Y LAS CUOTAS OBRERA Y PATRONAL   *
000493*                CON SUS TIPOS, PARA LA LIQUIDACION MENSUAL  *
000494*                DE COTIZSS.                                 *
000495* 2026-10-15 DR  DETALLE DE DEDUCCIONES POR CODIGO: LO       *
000496*                COBRADO DE CADA DEDUCCION DE DEDMSTR (SALVO *
000497*                PRESTAMOS) QUEDA EN DEDDET (COPY DEDDET,    *
000498*                INDEXADO POR EMP-ID + FECHA DE NOMINA +     *
000499*                CODIGO) PENDIENTE DE REMITIR, PARA QUE      *
000500*                REMDED PAGUE A LA GESTORA, AL SINDICATO O   *
000501*                AL JUZGADO SABIENDO QUE EMPLEADOS COMPONEN  *
000502*                CADA REMESA. UN RELANCE REGRABA EL IMPORTE  *
000503*                SALVO QUE YA SE HAYA REMITIDO, QUE SOLO SE  *
000504*                AVISA.                                      *
000505* 2026-10-15 DR  NOMINA EXTRAORDINARIA FUERA DE CICLO: RRHH  *
000506*                PIDE EN EL FICHERO OPCIONAL NOMEXTRA, POR   *
000507*                EMPLEADO Y CON SU CODIGO DE MOTIVO, UNA     *
000508*                SUPLEMENTARIA (S) DE UN PERIODO QUE NO SE   *
000509*                LE PAGO, UN REEMPLAZO (R) QUE ANULA UNA     *
000510*                NOMINA DE NOMHIST (FECHA + SECUENCIA) Y LA  *
000511*                VUELVE A CALCULAR, O UNA ANULACION SOLA     *
000512*                (A). EL CALCULO ES EL MISMO DE LA NOMINA    *
000513*                ORDINARIA (IRPF, SEGURIDAD SOCIAL,          *
000514*                DEDUCCIONES, EMBARGOS Y PRESTAMOS) CON LA   *
000515*                FECHA DE NOMINA DEL PERIODO, QUE PARA ESE   *
000516*                EMPLEADO ES UN RELANCE DE ESA FECHA. LA     *
000517*                ANULACION SE GRABA EN EMPNETO COMO UN       *
000518*                REGISTRO MAS CON LAS CIFRAS DE LA ORIGINAL  *
000519*                EN NEGATIVO, Y UNA ANULACION SOLA DESHACE   *
000520*                ADEMAS EL COBRO DE PRESTAMOS, LAS           *
000521*                DEDUCCIONES PENDIENTES DE REMITIR, EL       *
000522*                DETALLE DE COTIZACION Y LAS NOTAS DE GASTOS *
000523*                LIQUIDADAS CON ESA FECHA. DEL NETO DEL      *
000524*                REEMPLAZO SE COMPENSA LO YA COBRADO CON LA  *
000525*                ANULADA (NP-COMPENSADO) Y LO QUE NO SE      *
000526*                COMPENSA QUEDA A RECLAMAR AL EMPLEADO       *
000527*                (NP-A-RECLAMAR). TODO SIGUE LA CADENA DE LA *
000528*                NOCHE (RECIBO, PAGOBAN/CHQEMIT, NOMHCARG,   *
000529*                PAYGL); LAS PETICIONES NO VALIDAS VAN A     *
000530*                NOVRECH.                                    *
000531* 2026-10-15 DR  NETOS RECHAZADOS EN PAGOREV: PAGOREV PIDE   *
000532*                SU ANULACION (A) CON EL MOTIVO RV EN LA     *
000533*                GENERACION PAGOANU QUE SE CONCATENA A       *
000534*                NOMEXTRA. ESA NOMINA NO SE LLEGO A ABONAR,  *
000535*                ASI QUE UNA ANULACION CON EL MOTIVO RV NO   *
000536*                COMPENSA NI DEJA NADA A RECLAMAR AL         *
000537*                EMPLEADO.                                   *
000538*----------------------------------------------------------*
000540
000541 ENVIRONMENT DIVISION.
000542 CONFIGURATION SECTION.
000544 SPECIAL-NAMES.
000545     DECIMAL-POINT IS COMMA.
000546
000548 INPUT-OUTPUT SECTION.
000549 FILE-CONTROL.
000550     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS SEQUENTIAL
000554         RECORD KEY IS EMP-ID
000556         FILE STATUS IS WS-EMPMSTR-STATUS.
000557
000558     SELECT DEDUCCION-MASTER-FILE ASSIGN TO "DEDMSTR"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS DED-CLAVE
000590         FILE STATUS IS WS-DEDMSTR-STATUS.
000591
000592     SELECT FISCAL-MASTER-FILE ASSIGN TO "IRPMSTR"
000594         ORGANIZATION IS INDEXED
000596         ACCESS MODE IS SEQUENTIAL
000631         RECORD KEY IS NH-CLAVE
000632         FILE STATUS IS WS-NOMHIST-STATUS.
000633
000634     SELECT GASTO-MASTER-FILE ASSIGN TO "GASMSTR"
000635         ORGANIZATION IS INDEXED
000636         ACCESS MODE IS DYNAMIC
000637         RECORD KEY IS GAS-CLAVE
000638         FILE STATUS IS WS-GASMSTR-STATUS.
000639
000640     SELECT PRESTAMO-MASTER-FILE ASSIGN TO "PRTMSTR"
000641         ORGANIZATION IS INDEXED
000642         ACCESS MODE IS DYNAMIC
000643         RECORD KEY IS PRT-CLAVE
000644         FILE STATUS IS WS-PRTMSTR-STATUS.
000645
000646     SELECT TRIENIO-MASTER-FILE ASSIGN TO "TRIMSTR"
000647         ORGANIZATION IS INDEXED
000648         ACCESS MODE IS SEQUENTIAL
000649         RECORD KEY IS TRI-CLAVE
000650         FILE STATUS IS WS-TRIMSTR-STATUS.
000651
000652     SELECT FAMILIA-MASTER-FILE ASSIGN TO "FAMMSTR"
000653         ORGANIZATION IS INDEXED
000654         ACCESS MODE IS RANDOM
000655         RECORD KEY IS SF-EMP-ID
000656         FILE STATUS IS WS-FAMMSTR-STATUS.
000657
000658     SELECT IRPF-PARM-FILE ASSIGN TO "IRPFPARM"
000659         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS WS-IRPFPARM-STATUS.
000661
000662     SELECT IRPF-RPT-FILE ASSIGN TO "IRPFRPT"
000663         ORGANIZATION IS LINE SEQUENTIAL
000664         FILE STATUS IS WS-IRPFRPT-STATUS.
000665
000666     SELECT PATRONAL-DET-FILE ASSIGN TO "PATRDET"
000667         ORGANIZATION IS INDEXED
000668         ACCESS MODE IS RANDOM
000669         RECORD KEY IS PD-CLAVE
000670         FILE STATUS IS WS-PATRDET-STATUS.
000671
000672     SELECT DEDUC-DET-FILE ASSIGN TO "DEDDET"
000673         ORGANIZATION IS INDEXED
000674         ACCESS MODE IS DYNAMIC
000675         RECORD KEY IS DDT-CLAVE
000676         FILE STATUS IS WS-DEDDET-STATUS.

000677     SELECT NETO-PAGO-FILE ASSIGN TO "EMPNETO"
000678         ORGANIZATION IS SEQUENTIAL
000679         FILE STATUS IS WS-EMPNETO-STATUS.
000680
000681     SELECT PARM-FILE ASSIGN TO "CALPARM"
000682         ORGANIZATION IS SEQUENTIAL
000683         FILE STATUS IS WS-CALPARM-STATUS.
000684
000685     SELECT NOVEDAD-TRANS-FILE ASSIGN TO "NOVTRAN"
000686         ORGANIZATION IS SEQUENTIAL
000687         FILE STATUS IS WS-NOVTRAN-STATUS.
000688
000689     SELECT NOVEDAD-COD-FILE ASSIGN TO "NOVCOD"
000690         ORGANIZATION IS SEQUENTIAL
000691         FILE STATUS IS WS-NOVCOD-STATUS.
000692
000693     SELECT NOVEDAD-RECH-FILE ASSIGN TO "NOVRECH"
000694         ORGANIZATION IS LINE SEQUENTIAL
000695         FILE STATUS IS WS-NOVRECH-STATUS.
000696
000697     SELECT NOMINA-EXTRA-FILE ASSIGN TO "NOMEXTRA"
000698         ORGANIZATION IS SEQUENTIAL
000699         FILE STATUS IS WS-NOMEXTRA-STATUS.
000700     SELECT PATRONAL-TOT-FILE ASSIGN TO "PATRTOT"
000701         ORGANIZATION IS SEQUENTIAL
000702         FILE STATUS IS WS-PATRTOT-STATUS.
000703
000704     SELECT PAYCALC-RPT-FILE ASSIGN TO "PAYCRPT"
000705         ORGANIZATION IS LINE SEQUENTIAL
000706         FILE STATUS IS WS-PAYCRPT-STATUS.

000707     SELECT RUN-STATS-FILE ASSIGN TO "RUNSTATS"
000708         ORGANIZATION IS SEQUENTIAL
000709         FILE STATUS IS WS-RUNSTATS-STATUS.
000710
000720 DATA DIVISION.
000730 FILE SECTION.
000740 FD  EMPLEADO-MASTER-FILE
000750     LABEL RECORDS ARE STANDARD.
000760     COPY EMPLEADO.
000761
000762 FD  DEDUCCION-MASTER-FILE
000763     LABEL RECORDS ARE STANDARD.
000764     COPY DEDUCC.
000765
000766 FD  FISCAL-MASTER-FILE
000767     LABEL RECORDS ARE STANDARD.
000768     COPY FISCAL.
000769
000770 FD  RETRO-PEND-FILE
000771     LABEL RECORDS ARE STANDARD.
000772     COPY RETROP.
000773
000774 FD  CALENDARIO-MASTER-FILE
000775     LABEL RECORDS ARE STANDARD.
000776     COPY CALENDA.
000777
000778 FD  AUSENCIA-MASTER-FILE
000779     LABEL RECORDS ARE STANDARD.
000780     COPY AUSENC.
000781
000782 FD  DEDUC-ARR-FILE
000783     LABEL RECORDS ARE STANDARD.
000784     COPY DEDARR.
000785
000786 FD  NOMINA-HIST-FILE
000788     LABEL RECORDS ARE STANDARD.
000789     COPY NOMHIST.
000790
000791 FD  GASTO-MASTER-FILE
000792     LABEL RECORDS ARE STANDARD.
000793     COPY GASTOS.
000794
000795 FD  PRESTAMO-MASTER-FILE
000796     LABEL RECORDS ARE STANDARD.
000797     COPY PRESTAMO.
000798
000799 FD  TRIENIO-MASTER-FILE
000800     LABEL RECORDS ARE STANDARD.
000801     COPY TRIENIO.
000802
000803 FD  FAMILIA-MASTER-FILE
000804     LABEL RECORDS ARE STANDARD.
000805     COPY SITFAM.
000806
000807*    UMBRAL EN PUNTOS (ENTEROS,CENTESIMAS) DE VARIACION DEL TIPO
000808*    DE RETENCION A PARTIR DEL CUAL EL EMPLEADO SALE EN IRPFRPT.
000809 FD  IRPF-PARM-FILE
000810     LABEL RECORDS ARE STANDARD.
000811 01  IRPF-PARM-REC.
000812     05 IPA-UMBRAL-TIPO         PIC X(05).
000813     05 IPA-UMBRAL-TIPO-NUM REDEFINES IPA-UMBRAL-TIPO
000815                                PIC 9(03)V99.
000816
000817 FD  IRPF-RPT-FILE
000818     LABEL RECORDS ARE STANDARD.
000819 01  IRPF-RPT-LINE              PIC X(80).
000820
000821 FD  PATRONAL-DET-FILE
000822     LABEL RECORDS ARE STANDARD.
000823     COPY PATRDET.
000824
000825 FD  DEDUC-DET-FILE
000826     LABEL RECORDS ARE STANDARD.
000827     COPY DEDDET.

000828 FD  NETO-PAGO-FILE
000829     LABEL RECORDS ARE STANDARD.
000830     COPY NETPAY.
000831
000832 FD  PARM-FILE
000833     LABEL RECORDS ARE STANDARD.
000834 01  PARM-IN-REC.
000835     05 PI-RUN-DATE             PIC X(08).
000836     05 FILLER                  PIC X(01).
000837
000838 FD  NOVEDAD-TRANS-FILE
000839     LABEL RECORDS ARE STANDARD.
000840 01  NOVEDAD-TRANS-REC.
000841     05 NT-EMP-ID               PIC X(06).
000843     05 NT-EMP-ID-NUM REDEFINES NT-EMP-ID
000844                                PIC 9(06).
000845     05 NT-CODIGO               PIC X(03).
000846     05 NT-CANTIDAD             PIC X(07).
000847     05 NT-CANTIDAD-NUM REDEFINES NT-CANTIDAD
000848                                PIC 9(05)V99.
000849     05 NT-FECHA                PIC 9(08).
000850
000851 FD  NOVEDAD-COD-FILE
000852     LABEL RECORDS ARE STANDARD.
000853 01  NOVEDAD-COD-REC.
000854     05 NC-CODIGO               PIC X(03).
000855     05 NC-DESCRIPCION          PIC X(20).
000856     05 NC-TIPO                 PIC X(01).
000857         88 NC-TIPO-IMPORTE         VALUE "I".
000858         88 NC-TIPO-HORAS           VALUE "H".
000859     05 NC-TARIFA               PIC 9(05)V99.
000860
000861 FD  NOVEDAD-RECH-FILE
000862     LABEL RECORDS ARE STANDARD.
000863 01  NOVEDAD-RECH-LINE          PIC X(80).
000864
000865 FD  NOMINA-EXTRA-FILE
000866     LABEL RECORDS ARE STANDARD.
000867 01  NOMINA-EXTRA-REC.
000868     05 NX-EMP-ID               PIC X(06).
000870     05 NX-EMP-ID-NUM REDEFINES NX-EMP-ID
000871                                PIC 9(06).
000872     05 NX-ACCION               PIC X(01).
000873         88 NX-SUPLEMENTARIA        VALUE "S".
000874         88 NX-REEMPLAZO            VALUE "R".
000875         88 NX-ANULACION            VALUE "A".
000876     05 NX-MOTIVO               PIC X(02).
000877     05 NX-FECHA-NOMINA         PIC X(08).
000878     05 NX-FECHA-NOMINA-NUM REDEFINES NX-FECHA-NOMINA
000879                                PIC 9(08).
000880     05 NX-SECUENCIA            PIC X(02).
000881     05 NX-SECUENCIA-NUM REDEFINES NX-SECUENCIA
000882                                PIC 9(02).
000883 FD  PATRONAL-TOT-FILE
000884     LABEL RECORDS ARE STANDARD.
000885     COPY PATRTOT.
000886
000887 FD  PAYCALC-RPT-FILE
000888     LABEL RECORDS ARE STANDARD.
000889 01  PAYCALC-RPT-LINE            PIC X(80).

000890 FD  RUN-STATS-FILE
000900     LABEL RECORDS ARE STANDARD.
000940 01  WS-EMPMSTR-STATUS           PIC X(02) VALUE SPACES.
000950     88 WS-EMPMSTR-OK                VALUE "00".
000960     88 WS-EMPMSTR-EOF               VALUE "10".
000961
000962 01  WS-DEDMSTR-STATUS           PIC X(02) VALUE SPACES.
000963     88 WS-DEDMSTR-OK                VALUE "00".
000964     88 WS-DEDMSTR-NO-FILE           VALUE "35".
000965
000966 01  WS-IRPMSTR-STATUS           PIC X(02) VALUE SPACES.
000967     88 WS-IRPMSTR-OK                VALUE "00".
000968     88 WS-IRPMSTR-EOF               VALUE "10".
000969     88 WS-IRPMSTR-NO-FILE           VALUE "35".
000970
000971 01  WS-RETRPEND-STATUS          PIC X(02) VALUE SPACES.
000972     88 WS-RETRPEND-OK               VALUE "00".
000973     88 WS-RETRPEND-EOF              VALUE "10".
000974     88 WS-RETRPEND-NO-FILE          VALUE "35".
000975
000976 01  WS-CALMSTR-STATUS           PIC X(02) VALUE SPACES.
000977     88 WS-CALMSTR-OK                VALUE "00".
000978     88 WS-CALMSTR-NOT-FOUND         VALUE "23".
000979     88 WS-CALMSTR-NO-FILE           VALUE "35".
000980
000981 01  WS-AUSMSTR-STATUS           PIC X(02) VALUE SPACES.
000982     88 WS-AUSMSTR-OK                VALUE "00".
000983     88 WS-AUSMSTR-NO-FILE           VALUE "35".
000984
000985 01  WS-NOMHIST-STATUS           PIC X(02) VALUE SPACES.
000986     88 WS-NOMHIST-OK                VALUE "00".
000987     88 WS-NOMHIST-NO-FILE           VALUE "35".
000988
000989 01  WS-GASMSTR-STATUS           PIC X(02) VALUE SPACES.
000990     88 WS-GASMSTR-OK                VALUE "00".
000991     88 WS-GASMSTR-NO-FILE           VALUE "35".
000992
000993 01  WS-PRTMSTR-STATUS           PIC X(02) VALUE SPACES.
000994     88 WS-PRTMSTR-OK                VALUE "00".
000995     88 WS-PRTMSTR-NO-FILE           VALUE "35".
000996
000997 01  WS-TRIMSTR-STATUS           PIC X(02) VALUE SPACES.
000998     88 WS-TRIMSTR-OK                VALUE "00".
000999     88 WS-TRIMSTR-EOF               VALUE "10".
001000     88 WS-TRIMSTR-NO-FILE           VALUE "35".
001001
001002 01  WS-FAMMSTR-STATUS           PIC X(02) VALUE SPACES.
001003     88 WS-FAMMSTR-OK                VALUE "00".
001004     88 WS-FAMMSTR-NO-FILE           VALUE "35".
001005
001006 01  WS-IRPFPARM-STATUS          PIC X(02) VALUE SPACES.
001007     88 WS-IRPFPARM-OK               VALUE "00".
001008     88 WS-IRPFPARM-NO-FILE          VALUE "35".
001009
001010 01  WS-IRPFRPT-STATUS           PIC X(02) VALUE SPACES.
001011     88 WS-IRPFRPT-OK                VALUE "00".
001012
001013 01  WS-PATRDET-STATUS           PIC X(02) VALUE SPACES.
001014     88 WS-PATRDET-OK                VALUE "00".
001015     88 WS-PATRDET-DUPLICATE         VALUE "22".
001016     88 WS-PATRDET-NO-FILE           VALUE "35".
001017
001018 01  WS-DEDDET-STATUS            PIC X(02) VALUE SPACES.
001019     88 WS-DEDDET-OK                 VALUE "00".
001020     88 WS-DEDDET-NO-FILE            VALUE "35".

001021 01  WS-DEDARR-STATUS            PIC X(02) VALUE SPACES.
001022     88 WS-DEDARR-OK                 VALUE "00".
001023     88 WS-DEDARR-NOT-FOUND          VALUE "23".
001024     88 WS-DEDARR-NO-FILE            VALUE "35".
001025
001026 01  WS-EMPNETO-STATUS           PIC X(02) VALUE SPACES.
001027     88 WS-EMPNETO-OK                VALUE "00".
001028
001029 01  WS-CALPARM-STATUS           PIC X(02) VALUE SPACES.
001030     88 WS-CALPARM-OK                VALUE "00".
001031     88 WS-CALPARM-NO-FILE           VALUE "35".
001032
001033 01  WS-NOVTRAN-STATUS           PIC X(02) VALUE SPACES.
001034     88 WS-NOVTRAN-OK                VALUE "00".
001035     88 WS-NOVTRAN-EOF               VALUE "10".
001036     88 WS-NOVTRAN-NO-FILE           VALUE "35".
001037
001038 01  WS-NOVCOD-STATUS            PIC X(02) VALUE SPACES.
001039     88 WS-NOVCOD-OK                 VALUE "00".
001040     88 WS-NOVCOD-EOF                VALUE "10".
001041     88 WS-NOVCOD-NO-FILE            VALUE "35".
001042
001043 01  WS-NOVRECH-STATUS           PIC X(02) VALUE SPACES.
001044     88 WS-NOVRECH-OK                VALUE "00".
001045
001046 01  WS-NOMEXTRA-STATUS          PIC X(02) VALUE SPACES.
001047     88 WS-NOMEXTRA-OK               VALUE "00".
001048     88 WS-NOMEXTRA-NO-FILE          VALUE "35".
001049
001050 01  WS-PATRTOT-STATUS           PIC X(02) VALUE SPACES.
001051     88 WS-PATRTOT-OK                VALUE "00".
001052
001053 01  WS-PAYCRPT-STATUS           PIC X(02) VALUE SPACES.
001054     88 WS-PAYCRPT-OK                VALUE "00".

001055 01  WS-RUNSTATS-STATUS          PIC X(02) VALUE SPACES.
001056     88 WS-RUNSTATS-OK               VALUE "00".
001057     88 WS-RUNSTATS-NO-FILE          VALUE "05", "35".
001058
001059 01  WS-SWITCHES.
001060     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
001061         88 WS-EOF-MASTER           VALUE "Y".
001062     05 WS-SIN-DEDMSTR-SW      PIC X(01) VALUE "N".
001063         88 WS-SIN-DEDMSTR          VALUE "S".
001064     05 WS-FIN-DEDUCC-SW       PIC X(01) VALUE "N".
001065         88 WS-FIN-DEDUCC           VALUE "S".
001066     05 WS-DEDDET-EXISTE-SW    PIC X(01) VALUE "N".
001067         88 WS-DEDDET-EXISTE        VALUE "S".
001068     05 WS-SIN-IRPMSTR-SW      PIC X(01) VALUE "N".
001069         88 WS-SIN-IRPMSTR          VALUE "S".
001070     05 WS-EOF-FISCAL-SW       PIC X(01) VALUE "N".
001071         88 WS-EOF-FISCAL           VALUE "Y".
001072     05 WS-SIN-RETRO-SW        PIC X(01) VALUE "N".
001073         88 WS-SIN-RETRO            VALUE "S".
001074     05 WS-EOF-RETRO-SW        PIC X(01) VALUE "N".
001075         88 WS-EOF-RETRO            VALUE "Y".
001076     05 WS-SIN-CALMSTR-SW      PIC X(01) VALUE "N".
001077         88 WS-SIN-CALMSTR          VALUE "S".
001078     05 WS-SIN-NOMHIST-SW      PIC X(01) VALUE "N".
001079         88 WS-SIN-NOMHIST          VALUE "S".
001080     05 WS-FIN-HIST-PER-SW     PIC X(01) VALUE "N".
001081         88 WS-FIN-HIST-PER         VALUE "S".
001082     05 WS-FIN-HIST-ANIO-SW    PIC X(01) VALUE "N".
001083         88 WS-FIN-HIST-ANIO        VALUE "S".
001084     05 WS-CON-HIST-ANIO-SW    PIC X(01) VALUE "N".
001085         88 WS-CON-HIST-ANIO        VALUE "S".
001086     05 WS-YA-PAGADO-SW        PIC X(01) VALUE "N".
001087         88 WS-YA-PAGADO            VALUE "S".
001088     05 WS-SIN-AUSMSTR-SW      PIC X(01) VALUE "N".
001089         88 WS-SIN-AUSMSTR          VALUE "S".
001090     05 WS-SIN-NOVTRAN-SW      PIC X(01) VALUE "N".
001091         88 WS-SIN-NOVTRAN          VALUE "S".
001092     05 WS-EOF-NOVTRAN-SW      PIC X(01) VALUE "N".
001093         88 WS-EOF-NOVTRAN          VALUE "Y".
001094     05 WS-EOF-NOVCOD-SW       PIC X(01) VALUE "N".
001095         88 WS-EOF-NOVCOD           VALUE "Y".
001096     05 WS-FIN-AUSENCIAS-SW    PIC X(01) VALUE "N".
001097         88 WS-FIN-AUSENCIAS        VALUE "S".
001098     05 WS-SIN-GASMSTR-SW      PIC X(01) VALUE "N".
001099         88 WS-SIN-GASMSTR          VALUE "S".
001100     05 WS-FIN-GASTOS-SW       PIC X(01) VALUE "N".
001101         88 WS-FIN-GASTOS           VALUE "S".
001102     05 WS-SIN-PRTMSTR-SW      PIC X(01) VALUE "N".
001103         88 WS-SIN-PRTMSTR          VALUE "S".
001104     05 WS-FIN-PRESTAMOS-SW    PIC X(01) VALUE "N".
001105         88 WS-FIN-PRESTAMOS        VALUE "S".
001106     05 WS-SIN-TRIMSTR-SW      PIC X(01) VALUE "N".
001107         88 WS-SIN-TRIMSTR          VALUE "S".
001108     05 WS-EOF-TRIENIO-SW      PIC X(01) VALUE "N".
001109         88 WS-EOF-TRIENIO          VALUE "Y".
001110     05 WS-SIN-FAMMSTR-SW      PIC X(01) VALUE "N".
001111         88 WS-SIN-FAMMSTR          VALUE "S".
001112     05 WS-REDUCE-HIPOTECA-SW  PIC X(01) VALUE "N".
001113         88 WS-REDUCE-HIPOTECA      VALUE "S".
001114     05 WS-EOF-EXTRA-SW        PIC X(01) VALUE "N".
001115         88 WS-EOF-EXTRA            VALUE "Y".
001116     05 WS-NOVRECH-ABIERTO-SW  PIC X(01) VALUE "N".
001117         88 WS-NOVRECH-ABIERTO      VALUE "S".
001118     05 WS-PAGADO-HOY-SW       PIC X(01) VALUE "N".
001119         88 WS-PAGADO-HOY           VALUE "S".
001120     05 WS-EN-EXTRA-SW         PIC X(01) VALUE "N".
001121         88 WS-EN-EXTRA             VALUE "S".
001122     05 WS-FIN-HIST-EXT-SW     PIC X(01) VALUE "N".
001123         88 WS-FIN-HIST-EXT         VALUE "S".
001124     05 WS-ORIGINAL-HALLADA-SW PIC X(01) VALUE "N".
001125         88 WS-ORIGINAL-HALLADA     VALUE "S".
001126     05 WS-YA-ANULADA-SW       PIC X(01) VALUE "N".
001127         88 WS-YA-ANULADA           VALUE "S".
001128     05 WS-FIN-DEDDET-SW       PIC X(01) VALUE "N".
001129         88 WS-FIN-DEDDET           VALUE "S".
001130
001131 01  WS-COUNTERS.
001132     05 WS-EMP-COUNT           PIC 9(05) COMP VALUE ZERO.
001133     05 WS-BAJAS-OMITIDAS      PIC 9(05) COMP VALUE ZERO.
001134
001135 01  WS-FECHA-NOMINA             PIC 9(08) VALUE ZERO.
001136 01  WS-FECHA-NOMINA-ED REDEFINES WS-FECHA-NOMINA.
001137     05 WS-ANIO-NOMINA           PIC 9(04).
001138     05 WS-MES-NOMINA            PIC 9(02).
001139     05 WS-DIA-NOMINA            PIC 9(02).
001140
001141*----------------------------------------------------------*
001142* GRUPOS DE PAGO QUE PAGAN EN LA FECHA DE NOMINA, LEIDOS DE  *
001143* CAL-GRUPOS-PAGO. EN BLANCO SOLO PAGA EL CICLO MENSUAL MN.  *
001144*----------------------------------------------------------*
001145 01  WS-GRUPOS-HOY               PIC X(08) VALUE SPACES.
001146 01  WS-GRUPOS-HOY-TABLA REDEFINES WS-GRUPOS-HOY.
001147     05 WS-GRUPO-HOY             PIC X(02) OCCURS 4 TIMES.
001148 01  WS-GRUPO-EMP                PIC X(02) VALUE SPACES.
001149 01  WS-GRUPO-PAGA-SW            PIC X(01) VALUE "N".
001150     88 WS-GRUPO-PAGA                VALUE "S".
001151 01  WS-GRP-SUB                  PIC 9(01) COMP VALUE ZERO.
001152 01  WS-OTRO-GRUPO-COUNT         PIC 9(05) COMP VALUE ZERO.
001153 01  WS-YA-PAGADO-COUNT          PIC 9(05) COMP VALUE ZERO.
001154
001155*----------------------------------------------------------*
001156* FECHA DEL HISTORICO LEIDO PARA EL CANDADO DE UN PAGO POR   *
001157* PERIODO, ABIERTA EN ANIO/MES/DIA PARA COTEJAR EL MES.      *
001158*----------------------------------------------------------*
001159 01  WS-FECHA-HIST-PER           PIC 9(08) VALUE ZERO.
001160 01  WS-FECHA-HIST-PER-ED REDEFINES WS-FECHA-HIST-PER.
001161     05 WS-ANIO-HIST-PER         PIC 9(04).
001162     05 WS-MES-HIST-PER          PIC 9(02).
001163     05 WS-DIA-HIST-PER          PIC 9(02).
001164
001165 01  WS-BRUTO-MES                PIC 9(07)V99 VALUE ZERO.
001166 01  WS-IRPF-MES                 PIC 9(07)V99 VALUE ZERO.
001167 01  WS-SEGSOC-MES               PIC 9(07)V99 VALUE ZERO.
001168 01  WS-NETO-MES                 PIC 9(07)V99 VALUE ZERO.
001169 01  WS-OTRAS-DEDUC-MES          PIC 9(07)V99 VALUE ZERO.
001170 01  WS-BASE-SEGSOC              PIC 9(07)V99 VALUE ZERO.
001171
001172 01  WS-TOTAL-BRUTO              PIC 9(09)V99 VALUE ZERO.
001173 01  WS-TOTAL-IRPF               PIC 9(09)V99 VALUE ZERO.
001174 01  WS-TOTAL-SEGSOC             PIC 9(09)V99 VALUE ZERO.
001175 01  WS-TOTAL-OTRAS-DEDUC        PIC 9(09)V99 VALUE ZERO.
001176 01  WS-TOTAL-NETO               PIC 9(09)V99 VALUE ZERO.
001177
001178*----------------------------------------------------------*
001179* TABLA POR DEFECTO DE TRAMOS DE IRPF: SALARIO ANUAL TECHO   *
001180* DE CADA TRAMO Y TIPO MARGINAL QUE LE APLICA. SOLO SE USA   *
001181* SI EL MAESTRO FISCAL IRPMSTR NO EXISTE TODAVIA; SI EXISTE, *
001182* 1200-CARGAR-FISCAL LA SUSTITUYE POR LA TABLA VIGENTE.      *
001183*----------------------------------------------------------*
001184 01  WS-TABLA-IRPF-LIT.
001185     05 FILLER                   PIC X(13) VALUE
001186         "0000150001000".
001187     05 FILLER                   PIC X(13) VALUE
001188         "0000300001500".
001189     05 FILLER                   PIC X(13) VALUE
001190         "0000600002200".
001191     05 FILLER                   PIC X(13) VALUE
001192         "9999999993000".
001193
001194 01  WS-TABLA-IRPF-DEF REDEFINES WS-TABLA-IRPF-LIT.
001195     05 WS-TRAMO-DEF OCCURS 4 TIMES.
001196         10 TRD-TOPE-ANUAL        PIC 9(09).
001197         10 TRD-PORCENTAJE        PIC 9(02)V99.
001198
001199*----------------------------------------------------------*
001200* TABLA VIVA DE TRAMOS DE IRPF CON LA QUE CALCULA LA         *
001201* CORRIDA: SEMBRADA CON LA TABLA POR DEFECTO Y SUSTITUIDA    *
001202* POR LA VIGENCIA APLICABLE DE IRPMSTR SI EL MAESTRO EXISTE. *
001203* EL IRPF ES PROGRESIVO: CADA TRAMO GRAVA A SU TIPO SOLO LA  *
001204* PORCION DEL SALARIO ANUAL QUE CAE DENTRO DEL TRAMO.        *
001205*----------------------------------------------------------*
001206 01  WS-TRAMO-COUNT              PIC 9(02) COMP VALUE ZERO.
001207 01  WS-TABLA-IRPF.
001208     05 WS-TRAMO OCCURS 10 TIMES INDEXED BY WS-TRAMO-IDX.
001209         10 TR-TOPE-ANUAL         PIC 9(09).
001210         10 TR-PORCENTAJE         PIC 9(02)V99.
001211
001212 01  WS-TRAMO-SUB                PIC 9(02) COMP VALUE ZERO.
001213 01  WS-IRPF-ANUAL               PIC 9(09)V99 VALUE ZERO.
001214 01  WS-TRAMO-SUELO              PIC 9(09) VALUE ZERO.
001215 01  WS-TRAMO-PORCION            PIC 9(09)V99 VALUE ZERO.
001216 01  WS-FISCAL-VIGENCIA          PIC 9(08) VALUE ZERO.
001217
001218*----------------------------------------------------------*
001219* ATRASOS PENDIENTES DE PAGO, SEMBRADOS AL ARRANQUE DESDE    *
001220* RETRPEND (GRABADO POR CAMPOS): IMPORTE YA CALCULADO POR    *
001221* LOS PERIODOS TRANSCURRIDOS ENTRE LA FECHA EFECTIVA Y LA    *
001222* DE NOMINA. PUEDE HABER VARIOS DEL MISMO EMP-ID Y SE SUMAN. *
001223*----------------------------------------------------------*
001224 01  WS-RETRO-COUNT              PIC 9(04) COMP VALUE ZERO.
001225 01  WS-RETRO-TABLE.
001226     05 WS-RETRO-ENTRY OCCURS 1 TO 500 TIMES
001227             DEPENDING ON WS-RETRO-COUNT
001228             INDEXED BY WS-RETRO-IDX.
001229         10 RET-EMP-ID           PIC 9(06).
001230         10 RET-IMPORTE          PIC S9(07)V99.
001231         10 RET-REGISTRO          PIC X(32).
001232         10 RET-ELEGIBLE-SW       PIC X(01).
001233         10 RET-USADO-SW          PIC X(01).
001234         10 RET-MES-ACTUAL-SW     PIC X(01).
001235
001236 01  WS-AJUSTE-RETRO-MES         PIC S9(07)V99 VALUE ZERO.
001237 01  WS-MESES-RETRO              PIC S9(04) COMP VALUE ZERO.
001238 01  WS-FECHA-EFECTIVA           PIC 9(08) VALUE ZERO.
001239 01  WS-FECHA-EFECTIVA-ED REDEFINES WS-FECHA-EFECTIVA.
001240     05 WS-ANIO-EFECTIVA         PIC 9(04).
001241     05 WS-MES-EFECTIVA          PIC 9(02).
001242     05 WS-DIA-EFECTIVA          PIC 9(02).
001243 01  WS-TOTAL-RETRO              PIC S9(09)V99 VALUE ZERO.
001244
001245*----------------------------------------------------------*
001246* PRORRATEO POR CALENDARIO: LIMITES DEL PERIODO DE NOMINA    *
001247* (MES NATURAL DE LA FECHA DE CORRIDA) Y CONTADORES DE DIAS  *
001248* HABILES SEGUN CALMSTR.                                     *
001249*----------------------------------------------------------*
001250 01  WS-PERIODO-DESDE            PIC 9(08) VALUE ZERO.
001251 01  WS-PERIODO-HASTA            PIC 9(08) VALUE ZERO.
001252 01  WS-TRABAJO-DESDE            PIC 9(08) VALUE ZERO.
001253 01  WS-TRABAJO-HASTA            PIC 9(08) VALUE ZERO.
001254 01  WS-FECHA-ALTA-EMP           PIC 9(08) VALUE ZERO.
001255 01  WS-HABILES-PERIODO          PIC 9(03) COMP VALUE ZERO.
001256 01  WS-HABILES-TRABAJO          PIC 9(03) COMP VALUE ZERO.
001257 01  WS-HABILES-CUENTA           PIC 9(03) COMP VALUE ZERO.
001258 01  WS-FECHA-CUENTA             PIC 9(08) VALUE ZERO.
001259 01  WS-CUENTA-DESDE             PIC 9(08) VALUE ZERO.
001260 01  WS-CUENTA-HASTA             PIC 9(08) VALUE ZERO.
001261 01  WS-FRACCION-PERIODO         PIC 9(01)V9(04) VALUE 1.
001262 01  WS-DIAS-EN-MES              PIC 9(02) COMP VALUE ZERO.
001263 01  WS-BISIESTO-SW              PIC X(01) VALUE "N".
001264     88 WS-ANIO-BISIESTO             VALUE "S".
001265 01  WS-ANIO-DIV                 PIC 9(04) COMP VALUE ZERO.
001266 01  WS-ANIO-RESTO-4             PIC 9(04) COMP VALUE ZERO.
001267 01  WS-ANIO-RESTO-100           PIC 9(04) COMP VALUE ZERO.
001268 01  WS-ANIO-RESTO-400           PIC 9(04) COMP VALUE ZERO.
001269 01  WS-PRORRATEOS-COUNT         PIC 9(05) COMP VALUE ZERO.
001270
001271*----------------------------------------------------------*
001272* DESCUENTO POR AUSENCIAS DEL PERIODO (AUSMSTR): PERMISOS    *
001273* SIN SUELDO AL 100% Y ENFERMEDAD A TIPO REDUCIDO A PARTIR   *
001274* DEL DIA DE CARENCIA. EL VALOR DEL DIA ES EL BRUTO MENSUAL  *
001275* COMPLETO ENTRE LOS DIAS NATURALES DEL MES.                 *
001276*----------------------------------------------------------*
001277 01  WS-AUS-DIAS-CARENCIA        PIC 9(02) VALUE 3.
001278 01  WS-AUS-PCT-ENFERMEDAD       PIC 9(02)V99 VALUE 75,00.
001279 01  WS-DIAS-PERMISO             PIC 9(03) COMP VALUE ZERO.
001280 01  WS-DIAS-ENFERMEDAD          PIC 9(03) COMP VALUE ZERO.
001281 01  WS-DIAS-ENF-REDUCIDOS       PIC S9(03) COMP VALUE ZERO.
001282 01  WS-VALOR-DIA                PIC 9(05)V99 VALUE ZERO.
001283 01  WS-AJUSTE-AUSEN-MES         PIC S9(07)V99 VALUE ZERO.
001284 01  WS-TOTAL-AUSEN              PIC S9(09)V99 VALUE ZERO.
001285
001286*----------------------------------------------------------*
001287* PRELACION DE DEDUCCIONES Y MINIMO PROTEGIDO DEL NETO. LAS  *
001288* ELECCIONES DEL EMPLEADO SE CARGAN EN LA TABLA Y SE COBRAN  *
001289* EN ORDEN: 1 EMBARGO (EM, CON TOPE DE TRAMOS LEGALES), 2    *
001290* OBLIGATORIA (CS), 3-4 VOLUNTARIAS (PP; AH Y LOS PRESTAMOS  *
001291* PR DE PRTMSTR), 5 RESTO.                                   *
001292*----------------------------------------------------------*
001293 01  WS-MINIMO-PROTEGIDO         PIC 9(05)V99 VALUE 1134,00.
001294 01  WS-DISPONIBLE               PIC S9(07)V99 VALUE ZERO.
001295 01  WS-TOPE-EMBARGO             PIC S9(07)V99 VALUE ZERO.
001296 01  WS-TRAMO-EMB                PIC S9(07)V99 VALUE ZERO.
001297 01  WS-PRELACION                PIC 9(01) VALUE ZERO.
001298 01  WS-ELEC-COUNT               PIC 9(02) COMP VALUE ZERO.
001299 01  WS-ELEC-SUB                 PIC 9(02) COMP VALUE ZERO.
001300 01  WS-ELEC-TABLE.
001301     05 WS-ELECCION OCCURS 20 TIMES.
001302         10 ELE-CODIGO           PIC X(02).
001303         10 ELE-IMPORTE          PIC 9(05)V99.
001304         10 ELE-PRELACION        PIC 9(01).
001305         10 ELE-PRESTAMO         PIC 9(04).
001306 01  WS-DED-ATRASO               PIC 9(07)V99 VALUE ZERO.
001307 01  WS-DED-PEDIDO               PIC 9(07)V99 VALUE ZERO.
001308 01  WS-DED-MARGEN               PIC S9(07)V99 VALUE ZERO.
001309 01  WS-DED-COBRADO              PIC 9(07)V99 VALUE ZERO.
001310 01  WS-DED-RESTO                PIC 9(07)V99 VALUE ZERO.
001311 01  WS-ATRASOS-DED-COUNT        PIC 9(05) COMP VALUE ZERO.
001312 01  WS-DED-REMITIDAS-COUNT      PIC 9(05) COMP VALUE ZERO.
001313 01  WS-AMORT-PRESTAMO-MES       PIC 9(07)V99 VALUE ZERO.
001314 01  WS-TOTAL-AMORT-PRESTAMO     PIC 9(09)V99 VALUE ZERO.
001315 01  WS-PRESTAMOS-CANCEL-COUNT   PIC 9(05) COMP VALUE ZERO.
001316
001317*----------------------------------------------------------*
001318* NOVEDADES DEL PERIODO: CONCEPTOS VALIDOS DE NOVCOD Y       *
001319* TRANSACCIONES VALIDAS DE NOVTRAN CON SU IMPORTE YA         *
001320* VALORADO (TIPO H: CANTIDAD POR TARIFA). NOV-USADO-SW       *
001321* MARCA LAS PAGADAS; LO QUE QUEDA SIN USAR AL FINAL ES UN    *
001322* EMP-ID QUE NO ESTA EN EL MAESTRO Y SE RECHAZA.             *
001323*----------------------------------------------------------*
001324 01  WS-NOVCOD-COUNT             PIC 9(02) COMP VALUE ZERO.
001325 01  WS-NOVCOD-TABLE.
001326     05 WS-NOVCOD-ENTRY OCCURS 50 TIMES.
001327         10 NCO-CODIGO           PIC X(03).
001328         10 NCO-DESCRIPCION      PIC X(20).
001329         10 NCO-TIPO             PIC X(01).
001330         10 NCO-TARIFA           PIC 9(05)V99.
001331 01  WS-NOVCOD-SUB               PIC 9(02) COMP VALUE ZERO.
001332 01  WS-NOVCOD-HALLADO-SW        PIC X(01) VALUE "N".
001333     88 WS-NOVCOD-HALLADO            VALUE "S".
001334 01  WS-NOV-COUNT                PIC 9(04) COMP VALUE ZERO.
001335 01  WS-NOV-TABLE.
001336     05 WS-NOV-ENTRY OCCURS 1 TO 500 TIMES
001337             DEPENDING ON WS-NOV-COUNT
001338             INDEXED BY WS-NOV-IDX.
001339         10 NOV-EMP-ID           PIC 9(06).
001340         10 NOV-CODIGO           PIC X(03).
001341         10 NOV-IMPORTE          PIC 9(07)V99.
001342         10 NOV-USADO-SW         PIC X(01).
001343 01  WS-NOVEDADES-MES            PIC 9(07)V99 VALUE ZERO.
001344 01  WS-TOTAL-NOVEDADES          PIC 9(09)V99 VALUE ZERO.
001345 01  WS-NOV-RECHAZADOS           PIC 9(05) COMP VALUE ZERO.
001346
001347 01  WS-NOVRECH-DET.
001348     05 FILLER                  PIC X(09) VALUE "RECHAZO  ".
001349     05 NRL-EMP-ID              PIC X(06).
001350     05 FILLER                  PIC X(01) VALUE SPACES.
001351     05 NRL-CODIGO              PIC X(03).
001352     05 FILLER                  PIC X(02) VALUE SPACES.
001353     05 NRL-MOTIVO              PIC X(30).
001354
001355*----------------------------------------------------------*
001356* NOMINA EXTRAORDINARIA FUERA DE CICLO (NOMEXTRA): UNA       *
001357* PETICION POR EMPLEADO, QUE SE APLICA AL PASAR POR EL       *
001358* EMPLEADO EN EL MAESTRO, DESPUES DE SU NOMINA ORDINARIA. LA *
001359* FECHA DE NOMINA DEL PERIODO QUE SE PAGA O ANULA SUSTITUYE  *
001360* A LA DE LA CORRIDA MIENTRAS SE CALCULA; LA DE LA CORRIDA   *
001361* QUEDA EN WS-FECHA-CORRIDA Y ES LA FECHA DE PAGO.           *
001362*----------------------------------------------------------*
001363 01  WS-FECHA-CORRIDA            PIC 9(08) VALUE ZERO.
001364 01  WS-EXT-COUNT                PIC 9(04) COMP VALUE ZERO.
001365 01  WS-EXT-TABLE.
001366     05 WS-EXT-ENTRY OCCURS 1 TO 200 TIMES
001367             DEPENDING ON WS-EXT-COUNT
001368             INDEXED BY WS-EXT-IDX.
001369         10 EXT-EMP-ID           PIC 9(06).
001370         10 EXT-ACCION           PIC X(01).
001371         10 EXT-MOTIVO           PIC X(02).
001372         10 EXT-FECHA            PIC 9(08).
001373         10 EXT-SECUENCIA        PIC 9(02).
001374         10 EXT-USADO-SW         PIC X(01).
001375 01  WS-EXT-APLICADAS            PIC 9(05) COMP VALUE ZERO.
001376 01  WS-EXT-RECHAZADAS           PIC 9(05) COMP VALUE ZERO.
001377 01  WS-PAGOS-MES                PIC S9(03) COMP VALUE ZERO.
001378 01  WS-PAGO-EXTRA.
001379     05 WS-CODIGO-EXTRA.
001380         10 WS-TIPO-PAGO         PIC X(01) VALUE SPACES.
001381             88 WS-PAGO-ORDINARIO       VALUE " ".
001382             88 WS-PAGO-SUPLEMENTARIO   VALUE "S".
001383             88 WS-PAGO-REEMPLAZO       VALUE "R".
001384             88 WS-PAGO-ANULACION       VALUE "A".
001385         10 WS-MOTIVO-PAGO       PIC X(02) VALUE SPACES.
001386             88 WS-MOTIVO-NO-ABONADA    VALUE "RV".
001387     05 WS-ANULA-SECUENCIA      PIC 9(02) VALUE ZERO.
001388     05 WS-FECHA-EXTRA          PIC 9(08) VALUE ZERO.
001389     05 WS-FECHA-EXTRA-ED REDEFINES WS-FECHA-EXTRA.
001390         10 WS-ANIO-EXTRA        PIC 9(04).
001391         10 WS-MES-EXTRA         PIC 9(02).
001392         10 WS-DIA-EXTRA         PIC 9(02).
001393     05 WS-SECUENCIA-EXTRA      PIC 9(02) VALUE ZERO.
001394*----------------------------------------------------------*
001395* CIFRAS DE LA NOMINA QUE SE ANULA: LAS DE NOMHIST Y LO QUE  *
001396* SE RECONSTRUYE DE GASMSTR, PRTMSTR Y PATRDET PARA LA       *
001397* FECHA.                                                     *
001398*----------------------------------------------------------*
001399 01  WS-ANULADA.
001400     05 WS-ANU-DEPARTAMENTO     PIC X(04).
001401     05 WS-ANU-BRUTO            PIC S9(07)V99.
001402     05 WS-ANU-IRPF             PIC S9(07)V99.
001403     05 WS-ANU-SEGSOC           PIC S9(07)V99.
001404     05 WS-ANU-OTRAS            PIC S9(07)V99.
001405     05 WS-ANU-NETO             PIC S9(07)V99.
001406     05 WS-ANU-EXENTO           PIC 9(07)V99.
001407     05 WS-ANU-SUJETO           PIC 9(07)V99.
001408     05 WS-ANU-AMORT            PIC 9(07)V99.
001409     05 WS-ANU-PATRONAL         PIC 9(07)V99.
001410     05 WS-ANU-COBRADO          PIC S9(07)V99.
001411 01  WS-COMPENSADO               PIC 9(07)V99 VALUE ZERO.
001412 01  WS-A-RECLAMAR               PIC 9(07)V99 VALUE ZERO.
001413 01  WS-EXT-LINE.
001414     05 FILLER                  PIC X(06) VALUE "EXTRA ".
001415     05 XL-EMP-ID               PIC 9(06).
001416     05 FILLER                  PIC X(01) VALUE SPACES.
001417     05 XL-TIPO                 PIC X(01).
001418     05 XL-MOTIVO               PIC X(02).
001419     05 FILLER                  PIC X(01) VALUE SPACES.
001420     05 XL-FECHA                PIC 9(08).
001421     05 FILLER                  PIC X(01) VALUE "-".
001422     05 XL-SECUENCIA            PIC 9(02).
001423     05 FILLER                  PIC X(01) VALUE SPACES.
001424     05 XL-NETO                 PIC -Z.ZZZ.ZZ9,99.
001425     05 FILLER                  PIC X(01) VALUE SPACES.
001426     05 XL-COMPENSADO           PIC Z.ZZZ.ZZ9,99.
001427     05 FILLER                  PIC X(01) VALUE SPACES.
001428     05 XL-A-RECLAMAR           PIC Z.ZZZ.ZZ9,99.
001429*----------------------------------------------------------*
001430* NOTAS DE GASTOS DE VIAJE APROBADAS (GASMSTR). LIMITE       *
001431* EXENTO DIARIO DE LAS DIETAS DE MANUTENCION EN TERRITORIO   *
001432* NACIONAL, CON Y SIN PERNOCTA; LO QUE LO SUPERA ES DEVENGO  *
001433* SUJETO.                                                    *
001434*----------------------------------------------------------*
001435 01  WS-DIETA-CON-PERNOCTA       PIC 9(03)V99 VALUE 53,34.
001436 01  WS-DIETA-SIN-PERNOCTA       PIC 9(03)V99 VALUE 26,67.
001437 01  WS-GASTO-LIMITE             PIC 9(07)V99 VALUE ZERO.
001438 01  WS-GASTOS-EXENTO-MES        PIC 9(07)V99 VALUE ZERO.
001439 01  WS-GASTOS-SUJETO-MES        PIC 9(07)V99 VALUE ZERO.
001440 01  WS-TOTAL-GASTOS-EXENTO      PIC 9(09)V99 VALUE ZERO.
001441 01  WS-TOTAL-GASTOS-SUJETO      PIC 9(09)V99 VALUE ZERO.
001442 01  WS-GASTOS-PAGADOS-COUNT     PIC 9(05) COMP VALUE ZERO.
001443
001444*----------------------------------------------------------*
001445* TRIENIOS: IMPORTE MENSUAL POR TRIENIO VIGENTE A LA FECHA   *
001446* DE NOMINA PARA CADA GRUPO DE PAGO DE TRIMSTR (GRUPO EN     *
001447* BLANCO = GENERAL), CON LA VIGENCIA DE LA QUE SALE PARA     *
001448* QUE UN IMPORTE GENERAL MAS RECIENTE PREVALEZCA SOBRE EL    *
001449* DE UN GRUPO QUE NO SE RENOVO.                              *
001450*----------------------------------------------------------*
001451 01  WS-TRI-COUNT                PIC 9(02) COMP VALUE ZERO.
001452 01  WS-TRI-TABLE.
001453     05 WS-TRI-ENTRY OCCURS 20 TIMES INDEXED BY WS-TRI-IDX.
001454         10 TRT-GRUPO            PIC X(02).
001455         10 TRT-VIGENCIA         PIC 9(08).
001456         10 TRT-IMPORTE          PIC 9(05)V99.
001457 01  WS-TRI-SUB                  PIC 9(02) COMP VALUE ZERO.
001458 01  WS-TRI-GRUPO-SUB            PIC 9(02) COMP VALUE ZERO.
001459 01  WS-TRI-GENERAL-SUB          PIC 9(02) COMP VALUE ZERO.
001460 01  WS-TRI-IMPORTE              PIC 9(05)V99 VALUE ZERO.
001461 01  WS-ANIOS-SERVICIO           PIC S9(04) COMP VALUE ZERO.
001462 01  WS-TRIENIOS                 PIC 9(02) COMP VALUE ZERO.
001463 01  WS-TRIENIOS-COMPLETO        PIC 9(07)V99 VALUE ZERO.
001464 01  WS-TRIENIOS-MES             PIC 9(07)V99 VALUE ZERO.
001465 01  WS-TOTAL-TRIENIOS           PIC 9(09)V99 VALUE ZERO.
001466 01  WS-CON-TRIENIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001467 01  WS-BASE-IRPF-ANUAL          PIC 9(09)V99 VALUE ZERO.
001468
001469*----------------------------------------------------------*
001470* JORNADA PARCIAL DEL EMPLEADO EN CURSO: FRACCION DE         *
001471* JORNADA, SALARIO ANUAL QUE LE CORRESPONDE Y TOPE DE LA     *
001472* BASE DE COTIZACION PROPORCIONAL.                           *
001473*----------------------------------------------------------*
001474 01  WS-FRACCION-JORNADA         PIC 9(01)V9(04) VALUE 1.
001475 01  WS-SALARIO-JORNADA          PIC 9(07)V99 VALUE ZERO.
001476 01  WS-TOPE-JORNADA             PIC 9(07)V99 VALUE ZERO.
001477 01  WS-PARCIALES-COUNT          PIC 9(05) COMP VALUE ZERO.
001478
001479*----------------------------------------------------------*
001480* MINIMO PERSONAL Y FAMILIAR DEL IRPF, IMPORTES ANUALES: EL  *
001481* PERSONAL; POR DESCENDIENTE MENOR DE 25 ANIOS (PRIMERO,     *
001482* SEGUNDO, TERCERO Y CUARTO Y SIGUIENTES) MAS EL INCREMENTO  *
001483* POR MENOR DE 3; POR DISCAPACIDAD DEL EMPLEADO (33 AL 64 Y  *
001484* 65 O MAS POR CIENTO) MAS GASTOS DE ASISTENCIA; Y POR CADA  *
001485* DESCENDIENTE O ASCENDIENTE DISCAPACITADO A CARGO. LA       *
001486* MOVILIDAD GEOGRAFICA AUMENTA LOS GASTOS DEDUCIBLES Y LA    *
001487* HIPOTECA ANTERIOR A 2013 REBAJA DOS PUNTOS EL TIPO SI LA   *
001488* BASE NO LLEGA AL TOPE.                                     *
001489*----------------------------------------------------------*
001490 01  WS-MIN-PERSONAL             PIC 9(05) VALUE 5550.
001491 01  WS-MIN-MENOR-3              PIC 9(05) VALUE 2800.
001492 01  WS-MIN-DISCAP-33            PIC 9(05) VALUE 3000.
001493 01  WS-MIN-DISCAP-65            PIC 9(05) VALUE 9000.
001494 01  WS-MIN-ASISTENCIA           PIC 9(05) VALUE 3000.
001495 01  WS-MIN-DEP-DISCAP-33        PIC 9(05) VALUE 3000.
001496 01  WS-MIN-DEP-DISCAP-65        PIC 9(05) VALUE 12000.
001497 01  WS-GASTO-MOVILIDAD          PIC 9(05) VALUE 2000.
001498 01  WS-HIPOTECA-BASE-TOPE       PIC 9(07)V99 VALUE 33007,20.
001499 01  WS-HIPOTECA-PUNTOS          PIC 9(02)V99 VALUE 2.
001500 01  WS-EDAD-MAX-HIJO            PIC 9(02) VALUE 25.
001501 01  WS-EDAD-MENOR               PIC 9(02) VALUE 3.
001502
001503 01  WS-MIN-DESC-LIT.
001504     05 FILLER                   PIC 9(05) VALUE 2400.
001505     05 FILLER                   PIC 9(05) VALUE 2700.
001506     05 FILLER                   PIC 9(05) VALUE 4000.
001507     05 FILLER                   PIC 9(05) VALUE 4500.
001508
001509 01  WS-MIN-DESC-TABLA REDEFINES WS-MIN-DESC-LIT.
001510     05 MDS-IMPORTE              PIC 9(05) OCCURS 4 TIMES.
001511
001512*----------------------------------------------------------*
001513* LIMITE EXCLUYENTE DE LA OBLIGACION DE RETENER, POR       *
001514* SITUACION FAMILIAR (1, 2, 3) Y DESCENDIENTES (NINGUNO,   *
001515* UNO, DOS O MAS). LA SITUACION 1 SIN DESCENDIENTES NO     *
001516* EXISTE Y SE TRATA COMO LA 3.                             *
001517*----------------------------------------------------------*
001518 01  WS-LIMITES-EXCL-LIT.
001519     05 FILLER                   PIC X(15) VALUE
001520         "000001764418694".
001521     05 FILLER                   PIC X(15) VALUE
001522         "171971813019262".
001523     05 FILLER                   PIC X(15) VALUE
001524         "158761634216867".
001525
001526 01  WS-LIMITES-EXCL-TABLA REDEFINES WS-LIMITES-EXCL-LIT.
001527     05 WS-LIM-SITUACION OCCURS 3 TIMES.
001528         10 LEX-IMPORTE          PIC 9(05) OCCURS 3 TIMES.
001529
001530 01  WS-MINIMO-FAMILIAR          PIC 9(07)V99 VALUE ZERO.
001531 01  WS-GASTO-DEDUCIBLE          PIC 9(07)V99 VALUE ZERO.
001532 01  WS-LIMITE-EXCLUIDO          PIC 9(07)V99 VALUE ZERO.
001533 01  WS-REDUCCION-HIPOTECA       PIC 9(09)V99 VALUE ZERO.
001534 01  WS-BASE-ESCALA              PIC 9(09)V99 VALUE ZERO.
001535 01  WS-CUOTA-ESCALA             PIC 9(09)V99 VALUE ZERO.
001536 01  WS-HIJO-SUB                 PIC 9(02) COMP VALUE ZERO.
001537 01  WS-HIJOS-CON-FECHA          PIC 9(02) COMP VALUE ZERO.
001538 01  WS-HIJOS-COMPUTABLES        PIC 9(02) COMP VALUE ZERO.
001539 01  WS-HIJOS-MENORES-3          PIC 9(02) COMP VALUE ZERO.
001540 01  WS-EDAD-HIJO                PIC S9(04) COMP VALUE ZERO.
001541 01  WS-SIT-SUB                  PIC 9(01) COMP VALUE ZERO.
001542 01  WS-HIJOS-SUB                PIC 9(01) COMP VALUE ZERO.
001543 01  WS-SIN-FAMILIA-COUNT        PIC 9(05) COMP VALUE ZERO.
001544 01  WS-EXENTOS-IRPF-COUNT       PIC 9(05) COMP VALUE ZERO.
001545
001546*----------------------------------------------------------*
001547* REGULARIZACION DEL TIPO DE RETENCION: DEVENGO SUJETO DEL   *
001548* PERIODO, ACUMULADOS DEL ANIO EN NOMHIST, TIPO APLICADO Y   *
001549* UMBRAL DE VARIACION PARA EL LISTADO IRPFRPT.               *
001550*----------------------------------------------------------*
001551 01  WS-DEVENGO-IRPF             PIC S9(07)V99 VALUE ZERO.
001552 01  WS-BASE-IRPF-TEORICA        PIC 9(09)V99 VALUE ZERO.
001553 01  WS-ACUM-BRUTO-ANIO          PIC 9(09)V99 VALUE ZERO.
001554 01  WS-ACUM-IRPF-ANIO           PIC 9(09)V99 VALUE ZERO.
001555 01  WS-IRPF-PENDIENTE           PIC S9(09)V99 VALUE ZERO.
001556 01  WS-BASE-PENDIENTE           PIC 9(09)V99 VALUE ZERO.
001557 01  WS-MESES-RESTANTES          PIC 9(02) COMP VALUE ZERO.
001558 01  WS-TIPO-IRPF                PIC 9(03)V99 VALUE ZERO.
001559 01  WS-TIPO-ANTERIOR            PIC 9(03)V99 VALUE ZERO.
001560 01  WS-TIPO-VARIACION           PIC S9(03)V99 VALUE ZERO.
001561 01  WS-UMBRAL-TIPO              PIC 9(03)V99 VALUE 2,00.
001562 01  WS-CAMBIOS-TIPO-COUNT       PIC 9(05) COMP VALUE ZERO.
001563
001564 01  WS-IRPFRPT-HDR.
001565     05 FILLER                  PIC X(30) VALUE
001566         "CAMBIOS DE TIPO IRPF  NOMINA ".
001567     05 IRH-FECHA               PIC 9(08).
001568     05 FILLER                  PIC X(10) VALUE
001569         "  UMBRAL ".
001570     05 IRH-UMBRAL              PIC ZZ9,99.
001571
001572 01  WS-IRPFRPT-COL.
001573     05 FILLER                  PIC X(30) VALUE
001574         "EMPL.  APELLIDO        ANTER. ".
001575     05 FILLER                  PIC X(31) VALUE
001576         "   NUEVO   VARIAC.     IRPF MES".
001577
001578 01  WS-IRPFRPT-DET.
001579     05 IRL-EMP-ID              PIC 9(06).
001580     05 FILLER                  PIC X(01) VALUE SPACES.
001581     05 IRL-APELLIDO            PIC X(14).
001582     05 FILLER                  PIC X(02) VALUE SPACES.
001583     05 IRL-TIPO-ANTERIOR       PIC ZZ9,99.
001584     05 FILLER                  PIC X(03) VALUE SPACES.
001585     05 IRL-TIPO-NUEVO          PIC ZZ9,99.
001586     05 FILLER                  PIC X(03) VALUE SPACES.
001587     05 IRL-VARIACION           PIC +ZZ9,99.
001588     05 FILLER                  PIC X(03) VALUE SPACES.
001589     05 IRL-IRPF-MES            PIC ZZZ.ZZ9,99.

001590*----------------------------------------------------------*
001591* COTIZACION PATRONAL A LA SEGURIDAD SOCIAL: PORCENTAJE A    *
001592* CARGO DE LA EMPRESA SOBRE LA MISMA BASE TOPADA, ACUMULADO  *
001593* POR DEPARTAMENTO PARA EL FICHERO PATRTOT QUE CONSUME       *
001594* PAYGL.                                                     *
001595*----------------------------------------------------------*
001596 01  WS-PATRONAL-PORCENTAJE      PIC 9(02)V99 VALUE 29,90.
001597 01  WS-PATRONAL-MES             PIC 9(07)V99 VALUE ZERO.
001598 01  WS-TOTAL-PATRONAL           PIC 9(09)V99 VALUE ZERO.
001599 01  WS-PATR-TAB-COUNT           PIC 9(04) COMP VALUE ZERO.
001600 01  WS-PATR-TABLE.
001601     05 WS-PATR-ENTRY OCCURS 1 TO 500 TIMES
001602             DEPENDING ON WS-PATR-TAB-COUNT
001603             INDEXED BY WS-PATR-IDX.
001604         10 PAT-DEPTO            PIC X(04).
001605         10 PAT-EMPLEADOS        PIC 9(05) COMP.
001606         10 PAT-IMPORTE          PIC S9(09)V99.
001607 01  WS-PATR-DEPTO               PIC X(04) VALUE SPACES.
001608
001609*----------------------------------------------------------*
001610* COTIZACION A LA SEGURIDAD SOCIAL: PORCENTAJE DEL BRUTO     *
001611* MENSUAL CON TOPE DE BASE DE COTIZACION MENSUAL. VALORES    *
001612* POR DEFECTO; EL TRAMO 00 DE IRPMSTR LOS SUSTITUYE.         *
001613*----------------------------------------------------------*
001614 01  WS-SEGSOC-PORCENTAJE        PIC 9(02)V99 VALUE 6,35.
001615 01  WS-SEGSOC-BASE-TOPE         PIC 9(07)V99 VALUE 4500,00.
001616
001617 01  WS-HDR-LINE.
001618     05 FILLER                  PIC X(26) VALUE
001619         "REGISTRO DE NOMINA       ".
001620     05 HDR-FECHA                PIC 9(08).
001621
001622 01  WS-DET-LINE.
001623     05 DET-EMP-ID              PIC 9(06).
001624     05 FILLER                  PIC X(01) VALUE SPACES.
001625     05 DET-APELLIDO            PIC X(14).
001626     05 FILLER                  PIC X(01) VALUE SPACES.
001627     05 DET-BRUTO               PIC Z.ZZZ.ZZ9,99.
001628     05 FILLER                  PIC X(01) VALUE SPACES.
001629     05 DET-IRPF                PIC ZZZ.ZZ9,99.
001630     05 FILLER                  PIC X(01) VALUE SPACES.
001631     05 DET-SEGSOC              PIC ZZ.ZZ9,99.
001632     05 FILLER                  PIC X(01) VALUE SPACES.
001633     05 DET-OTRAS               PIC ZZ.ZZ9,99.
001634     05 FILLER                  PIC X(01) VALUE SPACES.
001635     05 DET-NETO                PIC Z.ZZZ.ZZ9,99.
001636
001637 01  WS-TOTAL-LINE.
001638     05 TL-TEXTO                PIC X(22).
001639     05 TL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99.
001640
001641 01  WS-RESUMEN-LINE.
001642     05 FILLER                  PIC X(22) VALUE
001643         "EMPLEADOS PROCESADOS  ".
001644     05 RL-EMP-COUNT            PIC ZZZZ9.
001645
001646 PROCEDURE DIVISION.
001647
001648 0000-MAINLINE.
001649     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001650     PERFORM 2000-PROCESS-EMPLEADO THRU 2000-EXIT
001651         UNTIL WS-EOF-MASTER.
001652     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001653     GOBACK.
001654
001655 1000-INITIALIZE.
001656     ACCEPT WS-FECHA-NOMINA FROM DATE YYYYMMDD.
001657     OPEN INPUT PARM-FILE.
001658     IF WS-CALPARM-OK
001659         READ PARM-FILE
001660             AT END
001661                 CONTINUE
001662         END-READ
001663         IF WS-CALPARM-OK AND PI-RUN-DATE IS NUMERIC
001664             AND PI-RUN-DATE > "00000000"
001665             MOVE PI-RUN-DATE TO WS-FECHA-NOMINA
001666         END-IF
001667         CLOSE PARM-FILE
001668     ELSE
001669         IF NOT WS-CALPARM-NO-FILE
001670             DISPLAY "PAYCALC: ERROR ABRIENDO CALPARM "
001671                 WS-CALPARM-STATUS
001672             GO TO ABEND-CLEANUP
001673         END-IF
001674     END-IF
001675     PERFORM 1800-LEER-IRPFPARM THRU 1800-EXIT
001676     OPEN INPUT DEDUCCION-MASTER-FILE.
001677     IF WS-DEDMSTR-NO-FILE
001678         MOVE "S" TO WS-SIN-DEDMSTR-SW
001679     ELSE
001680         IF NOT WS-DEDMSTR-OK
001681             DISPLAY "PAYCALC: ERROR ABRIENDO DEDMSTR "
001682                 WS-DEDMSTR-STATUS
001683             GO TO ABEND-CLEANUP
001684         END-IF
001685     END-IF
001686     PERFORM 1200-CARGAR-FISCAL THRU 1200-EXIT
001687     PERFORM 1400-CARGAR-RETROS THRU 1400-EXIT
001688     PERFORM 1500-FIJAR-PERIODO THRU 1500-EXIT
001689     PERFORM 1600-CARGAR-NOVEDADES THRU 1600-EXIT
001690     PERFORM 1700-CARGAR-TRIENIOS THRU 1700-EXIT
001691     PERFORM 1900-CARGAR-EXTRAS THRU 1900-EXIT
001692     OPEN INPUT CALENDARIO-MASTER-FILE.
001693     IF WS-CALMSTR-NO-FILE
001694         MOVE "S" TO WS-SIN-CALMSTR-SW
001695         DISPLAY "PAYCALC: CALMSTR NO EXISTE, SIN PRORRATEO"
001696     ELSE
001697         IF NOT WS-CALMSTR-OK
001698             DISPLAY "PAYCALC: ERROR ABRIENDO CALMSTR "
001699                 WS-CALMSTR-STATUS
001700             GO TO ABEND-CLEANUP
001701         END-IF
001702         MOVE WS-FECHA-NOMINA TO CAL-FECHA
001703         READ CALENDARIO-MASTER-FILE
001704             INVALID KEY
001705                 MOVE SPACES TO WS-GRUPOS-HOY
001706             NOT INVALID KEY
001707                 MOVE CAL-GRUPOS-PAGO TO WS-GRUPOS-HOY
001708         END-READ
001709     END-IF
001710     OPEN I-O DEDUC-ARR-FILE.
001711     IF WS-DEDARR-NO-FILE
001712         CLOSE DEDUC-ARR-FILE
001713         OPEN OUTPUT DEDUC-ARR-FILE
001714         CLOSE DEDUC-ARR-FILE
001715         OPEN I-O DEDUC-ARR-FILE
001716     END-IF
001717     IF NOT WS-DEDARR-OK
001718         DISPLAY "PAYCALC: ERROR ABRIENDO DEDARR "
001719             WS-DEDARR-STATUS
001720         GO TO ABEND-CLEANUP
001721     END-IF
001722     OPEN I-O PATRONAL-DET-FILE.
001723     IF WS-PATRDET-NO-FILE
001724         CLOSE PATRONAL-DET-FILE
001725         OPEN OUTPUT PATRONAL-DET-FILE
001726         CLOSE PATRONAL-DET-FILE
001727         OPEN I-O PATRONAL-DET-FILE
001728     END-IF
001729     IF NOT WS-PATRDET-OK
001730         DISPLAY "PAYCALC: ERROR ABRIENDO PATRDET "
001731             WS-PATRDET-STATUS
001732         GO TO ABEND-CLEANUP
001733     END-IF
001734     OPEN I-O DEDUC-DET-FILE.
001735     IF WS-DEDDET-NO-FILE
001736         CLOSE DEDUC-DET-FILE
001737         OPEN OUTPUT DEDUC-DET-FILE
001738         CLOSE DEDUC-DET-FILE
001739         OPEN I-O DEDUC-DET-FILE
001740     END-IF
001741     IF NOT WS-DEDDET-OK
001742         DISPLAY "PAYCALC: ERROR ABRIENDO DEDDET "
001743             WS-DEDDET-STATUS
001744         GO TO ABEND-CLEANUP
001745     END-IF
001746     OPEN INPUT AUSENCIA-MASTER-FILE.
001747     IF WS-AUSMSTR-NO-FILE
001748         MOVE "S" TO WS-SIN-AUSMSTR-SW
001749     ELSE
001750         IF NOT WS-AUSMSTR-OK
001751             DISPLAY "PAYCALC: ERROR ABRIENDO AUSMSTR "
001752                 WS-AUSMSTR-STATUS
001753             GO TO ABEND-CLEANUP
001754         END-IF
001755     END-IF
001756     OPEN INPUT NOMINA-HIST-FILE.
001757     IF WS-NOMHIST-NO-FILE
001758         MOVE "S" TO WS-SIN-NOMHIST-SW
001759         DISPLAY "PAYCALC: NOMHIST NO EXISTE, SIN CANDADO "
001760             "DE UN PAGO POR PERIODO"
001761     ELSE
001762         IF NOT WS-NOMHIST-OK
001763             DISPLAY "PAYCALC: ERROR ABRIENDO NOMHIST "
001764                 WS-NOMHIST-STATUS
001765             GO TO ABEND-CLEANUP
001766         END-IF
001767     END-IF
001768     OPEN I-O GASTO-MASTER-FILE.
001769     IF WS-GASMSTR-NO-FILE
001770         MOVE "S" TO WS-SIN-GASMSTR-SW
001771     ELSE
001772         IF NOT WS-GASMSTR-OK
001773             DISPLAY "PAYCALC: ERROR ABRIENDO GASMSTR "
001774                 WS-GASMSTR-STATUS
001775             GO TO ABEND-CLEANUP
001776         END-IF
001777     END-IF
001778     OPEN I-O PRESTAMO-MASTER-FILE.
001779     IF WS-PRTMSTR-NO-FILE
001780         MOVE "S" TO WS-SIN-PRTMSTR-SW
001781     ELSE
001782         IF NOT WS-PRTMSTR-OK
001783             DISPLAY "PAYCALC: ERROR ABRIENDO PRTMSTR "
001784                 WS-PRTMSTR-STATUS
001785             GO TO ABEND-CLEANUP
001786         END-IF
001787     END-IF
001788     OPEN INPUT FAMILIA-MASTER-FILE.
001789     IF WS-FAMMSTR-NO-FILE
001790         MOVE "S" TO WS-SIN-FAMMSTR-SW
001791         DISPLAY "PAYCALC: FAMMSTR NO EXISTE, SIN MINIMO FAMILIAR"
001792     ELSE
001793         IF NOT WS-FAMMSTR-OK
001794             DISPLAY "PAYCALC: ERROR ABRIENDO FAMMSTR "
001795                 WS-FAMMSTR-STATUS
001796             GO TO ABEND-CLEANUP
001797         END-IF
001798     END-IF
001799     OPEN INPUT EMPLEADO-MASTER-FILE.
001800     IF NOT WS-EMPMSTR-OK
001801         DISPLAY "PAYCALC: ERROR ABRIENDO EMPMSTR "
001802             WS-EMPMSTR-STATUS
001803         GO TO ABEND-CLEANUP
001804     END-IF
001805     OPEN OUTPUT PATRONAL-TOT-FILE.
001806     IF NOT WS-PATRTOT-OK
001807         DISPLAY "PAYCALC: ERROR ABRIENDO PATRTOT "
001808             WS-PATRTOT-STATUS
001809         GO TO ABEND-CLEANUP
001810     END-IF
001811     OPEN OUTPUT NETO-PAGO-FILE.
001812     IF NOT WS-EMPNETO-OK
001813         DISPLAY "PAYCALC: ERROR ABRIENDO EMPNETO "
001814             WS-EMPNETO-STATUS
001815         GO TO ABEND-CLEANUP
001816     END-IF
001817     OPEN OUTPUT PAYCALC-RPT-FILE.
001818     IF NOT WS-PAYCRPT-OK
001819         DISPLAY "PAYCALC: ERROR ABRIENDO PAYCRPT "
001820             WS-PAYCRPT-STATUS
001821         GO TO ABEND-CLEANUP
001822     END-IF
001823     MOVE WS-FECHA-NOMINA TO HDR-FECHA
001824     MOVE WS-HDR-LINE TO PAYCALC-RPT-LINE
001825     WRITE PAYCALC-RPT-LINE
001826     PERFORM 8100-CHECK-PAYCRPT THRU 8100-EXIT
001827     MOVE SPACES TO PAYCALC-RPT-LINE
001828     WRITE PAYCALC-RPT-LINE
001829     PERFORM 8100-CHECK-PAYCRPT THRU 8100-EXIT
001830     OPEN OUTPUT IRPF-RPT-FILE.
001831     IF NOT WS-IRPFRPT-OK
001832         DISPLAY "PAYCALC: ERROR ABRIENDO IRPFRPT "
001833             WS-IRPFRPT-STATUS
001834         GO TO ABEND-CLEANUP
001835     END-IF
001836     MOVE WS-FECHA-NOMINA TO IRH-FECHA
001837     MOVE WS-UMBRAL-TIPO TO IRH-UMBRAL
001838     MOVE WS-IRPFRPT-HDR TO IRPF-RPT-LINE
001839     PERFORM 8300-WRITE-IRPFRPT THRU 8300-EXIT
001840     MOVE WS-IRPFRPT-COL TO IRPF-RPT-LINE
001841     PERFORM 8300-WRITE-IRPFRPT THRU 8300-EXIT
001842     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001843 1000-EXIT.
001844     EXIT.
001845
001846*----------------------------------------------------------*
001847* SIEMBRA LA TABLA VIVA DE IRPF CON LA TABLA POR DEFECTO Y,  *
001848* SI IRPMSTR EXISTE, LA SUSTITUYE POR LA VIGENCIA APLICABLE: *
001849* COMO EL MAESTRO VIENE ORDENADO POR VIGENCIA + TRAMO, UN    *
001850* SOLO RECORRIDO HACIA ADELANTE VA RETENIENDO LA ULTIMA      *
001851* VIGENCIA QUE NO SUPERA LA FECHA DE NOMINA (EL TRAMO 00     *
001852* TRAE LA COTIZACION A LA SEGURIDAD SOCIAL).                 *
001853*----------------------------------------------------------*
001854 1200-CARGAR-FISCAL.
001855     MOVE ZERO TO WS-TRAMO-COUNT
001856     PERFORM 1250-SEMBRAR-DEFECTO THRU 1250-EXIT
001857        VARYING WS-TRAMO-SUB FROM 1 BY 1
001858        UNTIL WS-TRAMO-SUB > 4
001859     OPEN INPUT FISCAL-MASTER-FILE.
001860     IF WS-IRPMSTR-NO-FILE
001861        MOVE "S" TO WS-SIN-IRPMSTR-SW
001862        GO TO 1200-EXIT
001863     END-IF
001864     IF NOT WS-IRPMSTR-OK
001865        DISPLAY "PAYCALC: ERROR ABRIENDO IRPMSTR "
001866            WS-IRPMSTR-STATUS
001867        GO TO ABEND-CLEANUP
001868     END-IF
001869     MOVE ZERO TO WS-FISCAL-VIGENCIA
001870     PERFORM 1300-LEER-FISCAL THRU 1300-EXIT
001871        UNTIL WS-EOF-FISCAL
001872     CLOSE FISCAL-MASTER-FILE.
001873 1200-EXIT.
001874     EXIT.
001875
001876 1250-SEMBRAR-DEFECTO.
001877     ADD 1 TO WS-TRAMO-COUNT
001878     MOVE TRD-TOPE-ANUAL (WS-TRAMO-SUB)
001879        TO TR-TOPE-ANUAL (WS-TRAMO-COUNT)
001880     MOVE TRD-PORCENTAJE (WS-TRAMO-SUB)
001881        TO TR-PORCENTAJE (WS-TRAMO-COUNT).
001882 1250-EXIT.
001883     EXIT.
001884
001885 1300-LEER-FISCAL.
001886     READ FISCAL-MASTER-FILE NEXT
001887        AT END
001888            SET WS-EOF-FISCAL TO TRUE
001889     END-READ
001890     IF WS-EOF-FISCAL
001891        GO TO 1300-EXIT
001892     END-IF
001893     IF NOT WS-IRPMSTR-OK
001894        DISPLAY "PAYCALC: ERROR LEYENDO IRPMSTR "
001895            WS-IRPMSTR-STATUS
001896        GO TO ABEND-CLEANUP
001897     END-IF
001898     IF FIS-FECHA-VIGENCIA > WS-FECHA-NOMINA
001899        GO TO 1300-EXIT
001900     END-IF
001901     IF FIS-FECHA-VIGENCIA > WS-FISCAL-VIGENCIA
001902        MOVE FIS-FECHA-VIGENCIA TO WS-FISCAL-VIGENCIA
001903        MOVE ZERO TO WS-TRAMO-COUNT
001904    END-IF
001905    IF FIS-TRAMO = ZERO
001906        MOVE FIS-PORCENTAJE TO WS-SEGSOC-PORCENTAJE
001907        MOVE FIS-TOPE-BASE-MES TO WS-SEGSOC-BASE-TOPE
001908    ELSE
001909        IF WS-TRAMO-COUNT < 10
001910            ADD 1 TO WS-TRAMO-COUNT
001911            MOVE FIS-TOPE-ANUAL
001912                TO TR-TOPE-ANUAL (WS-TRAMO-COUNT)
001913            MOVE FIS-PORCENTAJE
001914                TO TR-PORCENTAJE (WS-TRAMO-COUNT)
001915        ELSE
001916            DISPLAY "PAYCALC: TABLA DE TRAMOS LLENA, "
001917                "VIGENCIA " FIS-FECHA-VIGENCIA
001918            GO TO ABEND-CLEANUP
001919        END-IF
001920    END-IF
001921 1300-EXIT.
001922    EXIT.
001923
001924*----------------------------------------------------------*
001925* SIEMBRA LA TABLA DE ATRASOS DESDE RETRPEND: PARA CADA      *
001926* REGISTRO SE CUENTAN LOS PERIODOS MENSUALES TRANSCURRIDOS   *
001927* ENTRE LA FECHA EFECTIVA Y LA FECHA DE NOMINA Y SE VALORA   *
001928* LA DIFERENCIA DE SALARIO MENSUAL POR ESOS PERIODOS. SI EL  *
001929* FICHERO NO EXISTE, LA CORRIDA SIGUE SIN ATRASOS.           *
001930*----------------------------------------------------------*
001931 1400-CARGAR-RETROS.
001932     OPEN INPUT RETRO-PEND-FILE.
001933     IF WS-RETRPEND-NO-FILE
001934         MOVE "S" TO WS-SIN-RETRO-SW
001935         GO TO 1400-EXIT
001936     END-IF
001937     IF NOT WS-RETRPEND-OK
001938         DISPLAY "PAYCALC: ERROR ABRIENDO RETRPEND "
001939             WS-RETRPEND-STATUS
001940         GO TO ABEND-CLEANUP
001941     END-IF
001942     PERFORM 1450-LEER-RETRO THRU 1450-EXIT
001943         UNTIL WS-EOF-RETRO
001944     CLOSE RETRO-PEND-FILE.
001945 1400-EXIT.
001946     EXIT.
001947
001948 1450-LEER-RETRO.
001949     READ RETRO-PEND-FILE
001950         AT END
001951             SET WS-EOF-RETRO TO TRUE
001952     END-READ
001953     IF WS-EOF-RETRO
001954         GO TO 1450-EXIT
001955     END-IF
001956     IF NOT WS-RETRPEND-OK
001957         DISPLAY "PAYCALC: ERROR LEYENDO RETRPEND "
001958             WS-RETRPEND-STATUS
001959         GO TO ABEND-CLEANUP
001960     END-IF
001961     MOVE RP-FECHA-EFECTIVA TO WS-FECHA-EFECTIVA
001962     COMPUTE WS-MESES-RETRO =
001963         (WS-ANIO-NOMINA * 12 + WS-MES-NOMINA)
001964         - (WS-ANIO-EFECTIVA * 12 + WS-MES-EFECTIVA)
001965     IF WS-RETRO-COUNT >= 500
001966         DISPLAY "PAYCALC: TABLA DE ATRASOS LLENA"
001967         GO TO ABEND-CLEANUP
001968     END-IF
001969*    TODO REGISTRO SE RETIENE EN LA TABLA CON SU IMAGEN
001970*    ORIGINAL: EL QUE NO SE PAGA EN ESTA CORRIDA (FECHA
001971*    EFECTIVA FUTURA, EMPLEADO DE OTRO GRUPO O DE BAJA) SE
001972*    REGRABA EN RETRPEND AL TERMINAR EN VEZ DE PERDERSE.
001973     ADD 1 TO WS-RETRO-COUNT
001974     MOVE RP-EMP-ID TO RET-EMP-ID (WS-RETRO-COUNT)
001975     MOVE RETRO-PEND-REC TO RET-REGISTRO (WS-RETRO-COUNT)
001976     MOVE "N" TO RET-USADO-SW (WS-RETRO-COUNT)
001977*    EFECTO EN EL PROPIO MES DE ESTA NOMINA (MESES = 0): NO
001978*    HAY ATRASO QUE PAGAR (EL SALARIO NUEVO YA CUBRE EL MES)
001979*    PERO SI LA CORRIDA PAGA AL EMPLEADO EL REGISTRO QUEDA
001980*    LIQUIDADO Y NO SE REGRABA, O EL MES SIGUIENTE PAGARIA
001981*    OTRA VEZ LA DIFERENCIA DE UN MES YA CUBIERTO.
001982     IF WS-MESES-RETRO = ZERO
001983         MOVE "S" TO RET-MES-ACTUAL-SW (WS-RETRO-COUNT)
001984     ELSE
001985         MOVE "N" TO RET-MES-ACTUAL-SW (WS-RETRO-COUNT)
001986     END-IF
001987     IF WS-MESES-RETRO < 1
001988         MOVE "N" TO RET-ELEGIBLE-SW (WS-RETRO-COUNT)
001989         MOVE ZERO TO RET-IMPORTE (WS-RETRO-COUNT)
001990         GO TO 1450-EXIT
001991     END-IF
001992     MOVE "S" TO RET-ELEGIBLE-SW (WS-RETRO-COUNT)
001993     COMPUTE RET-IMPORTE (WS-RETRO-COUNT) ROUNDED =
001994         (RP-SALARIO-NUEVO - RP-SALARIO-ANT)
001995         / 12 * WS-MESES-RETRO
001996 1450-EXIT.
001997     EXIT.
001998
001999*----------------------------------------------------------*
002000* FIJA LOS LIMITES DEL PERIODO DE NOMINA: EL MES NATURAL DE  *
002001* LA FECHA DE CORRIDA, DEL DIA 1 AL ULTIMO DIA DEL MES       *
002002* (CONTANDO EL BISIESTO).                                    *
002003*----------------------------------------------------------*
002004 1500-FIJAR-PERIODO.
002005     MOVE "N" TO WS-BISIESTO-SW
002006     DIVIDE WS-ANIO-NOMINA BY 4 GIVING WS-ANIO-DIV
002007         REMAINDER WS-ANIO-RESTO-4
002008     DIVIDE WS-ANIO-NOMINA BY 100 GIVING WS-ANIO-DIV
002009         REMAINDER WS-ANIO-RESTO-100
002010     DIVIDE WS-ANIO-NOMINA BY 400 GIVING WS-ANIO-DIV
002011         REMAINDER WS-ANIO-RESTO-400
002012     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
002013         OR WS-ANIO-RESTO-400 = 0
002014         MOVE "S" TO WS-BISIESTO-SW
002015     END-IF
002016     EVALUATE WS-MES-NOMINA
002017         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
002018             MOVE 31 TO WS-DIAS-EN-MES
002019         WHEN 4 WHEN 6 WHEN 9 WHEN 11
002020             MOVE 30 TO WS-DIAS-EN-MES
002021         WHEN 2
002022             IF WS-ANIO-BISIESTO
002023                 MOVE 29 TO WS-DIAS-EN-MES
002024             ELSE
002025                 MOVE 28 TO WS-DIAS-EN-MES
002026             END-IF
002027     END-EVALUATE
002028     COMPUTE WS-PERIODO-DESDE =
002029         WS-ANIO-NOMINA * 10000 + WS-MES-NOMINA * 100 + 1
002030     COMPUTE WS-PERIODO-HASTA =
002031         WS-ANIO-NOMINA * 10000 + WS-MES-NOMINA * 100
002032         + WS-DIAS-EN-MES.
002033 1500-EXIT.
002034     EXIT.
002035
002036*----------------------------------------------------------*
002037* CARGA Y VALIDA LAS NOVEDADES DEL PERIODO: PRIMERO LA TABLA *
002038* DE CONCEPTOS NOVCOD Y DESPUES LAS TRANSACCIONES NOVTRAN.   *
002039* CODIGO DESCONOCIDO O CANTIDAD INVALIDA SE RECHAZAN AQUI;   *
002040* EMPLEADO INEXISTENTE O DE BAJA SE RECHAZA DURANTE (O AL    *
002041* FINAL DE) EL RECORRIDO DEL MAESTRO.                        *
002042*----------------------------------------------------------*
002043 1600-CARGAR-NOVEDADES.
002044     OPEN INPUT NOVEDAD-TRANS-FILE.
002045     IF WS-NOVTRAN-NO-FILE
002046         MOVE "S" TO WS-SIN-NOVTRAN-SW
002047         GO TO 1600-EXIT
002048     END-IF
002049     IF NOT WS-NOVTRAN-OK
002050         DISPLAY "PAYCALC: ERROR ABRIENDO NOVTRAN "
002051             WS-NOVTRAN-STATUS
002052         GO TO ABEND-CLEANUP
002053     END-IF
002054     OPEN OUTPUT NOVEDAD-RECH-FILE.
002055     IF NOT WS-NOVRECH-OK
002056         DISPLAY "PAYCALC: ERROR ABRIENDO NOVRECH "
002057             WS-NOVRECH-STATUS
002058         GO TO ABEND-CLEANUP
002059     END-IF
002060     MOVE "S" TO WS-NOVRECH-ABIERTO-SW
002061     OPEN INPUT NOVEDAD-COD-FILE.
002062     IF WS-NOVCOD-NO-FILE
002063         DISPLAY "PAYCALC: NOVCOD NO EXISTE, TODA NOVEDAD "
002064             "SE RECHAZARA"
002065     ELSE
002066         IF NOT WS-NOVCOD-OK
002067             DISPLAY "PAYCALC: ERROR ABRIENDO NOVCOD "
002068                 WS-NOVCOD-STATUS
002069             GO TO ABEND-CLEANUP
002070         END-IF
002071         PERFORM 1620-LEER-NOVCOD THRU 1620-EXIT
002072             UNTIL WS-EOF-NOVCOD
002073         CLOSE NOVEDAD-COD-FILE
002074     END-IF
002075     PERFORM 1650-LEER-NOVEDAD THRU 1650-EXIT
002076         UNTIL WS-EOF-NOVTRAN
002077     CLOSE NOVEDAD-TRANS-FILE.
002078 1600-EXIT.
002079     EXIT.
002080
002081 1620-LEER-NOVCOD.
002082     READ NOVEDAD-COD-FILE
002083         AT END
002084             SET WS-EOF-NOVCOD TO TRUE
002085     END-READ
002086     IF WS-EOF-NOVCOD
002087         GO TO 1620-EXIT
002088     END-IF
002089     IF NOT WS-NOVCOD-OK
002090         DISPLAY "PAYCALC: ERROR LEYENDO NOVCOD "
002091             WS-NOVCOD-STATUS
002092         GO TO ABEND-CLEANUP
002093     END-IF
002094     IF WS-NOVCOD-COUNT >= 50
002095         DISPLAY "PAYCALC: TABLA NOVCOD LLENA"
002096         GO TO ABEND-CLEANUP
002097     END-IF
002098     ADD 1 TO WS-NOVCOD-COUNT
002099     MOVE NC-CODIGO TO NCO-CODIGO (WS-NOVCOD-COUNT)
002100     MOVE NC-DESCRIPCION TO NCO-DESCRIPCION (WS-NOVCOD-COUNT)
002101     MOVE NC-TIPO TO NCO-TIPO (WS-NOVCOD-COUNT)
002102     MOVE NC-TARIFA TO NCO-TARIFA (WS-NOVCOD-COUNT)
002103 1620-EXIT.
002104     EXIT.
002105
002106 1650-LEER-NOVEDAD.
002107     READ NOVEDAD-TRANS-FILE
002108         AT END
002109             SET WS-EOF-NOVTRAN TO TRUE
002110     END-READ
002111     IF WS-EOF-NOVTRAN
002112         GO TO 1650-EXIT
002113     END-IF
002114     IF NOT WS-NOVTRAN-OK
002115         DISPLAY "PAYCALC: ERROR LEYENDO NOVTRAN "
002116             WS-NOVTRAN-STATUS
002117         GO TO ABEND-CLEANUP
002118     END-IF
002119     MOVE NT-EMP-ID TO NRL-EMP-ID
002120     MOVE NT-CODIGO TO NRL-CODIGO
002121     IF NT-EMP-ID IS NOT NUMERIC
002122         OR NT-CANTIDAD IS NOT NUMERIC
002123         OR NT-CANTIDAD-NUM = ZERO
002124         MOVE "DATOS INVALIDOS" TO NRL-MOTIVO
002125         PERFORM 8200-WRITE-NOVRECH THRU 8200-EXIT
002126         GO TO 1650-EXIT
002127     END-IF
002128     MOVE "N" TO WS-NOVCOD-HALLADO-SW
002129     PERFORM 1680-BUSCAR-NOVCOD THRU 1680-EXIT
002130         VARYING WS-NOVCOD-SUB FROM 1 BY 1
002131         UNTIL WS-NOVCOD-SUB > WS-NOVCOD-COUNT
002132         OR WS-NOVCOD-HALLADO
002133     IF NOT WS-NOVCOD-HALLADO
002134         MOVE "CODIGO DESCONOCIDO" TO NRL-MOTIVO
002135         PERFORM 8200-WRITE-NOVRECH THRU 8200-EXIT
002136         GO TO 1650-EXIT
002137     END-IF
002138*    LA FECHA DE PAGO DE LA NOVEDAD MANDA: UNA NOVEDAD
002139*    TECLEADA PARA UNA QUINCENA FUTURA NO SE PAGA HOY; SE
002140*    RECHAZA CON SU MOTIVO PARA QUE SE TECLEE EN EL NOVTRAN
002141*    DE LA CORRIDA QUE LE TOCA.
002142     IF NT-FECHA IS NUMERIC
002143         AND NT-FECHA > WS-FECHA-NOMINA
002144         MOVE "FECHA DE PAGO FUTURA" TO NRL-MOTIVO
002145         PERFORM 8200-WRITE-NOVRECH THRU 8200-EXIT
002146         GO TO 1650-EXIT
002147     END-IF
002148     IF WS-NOV-COUNT >= 500
002149         DISPLAY "PAYCALC: TABLA DE NOVEDADES LLENA"
002150         GO TO ABEND-CLEANUP
002151     END-IF
002152     ADD 1 TO WS-NOV-COUNT
002153     MOVE NT-EMP-ID-NUM TO NOV-EMP-ID (WS-NOV-COUNT)
002154     MOVE NT-CODIGO TO NOV-CODIGO (WS-NOV-COUNT)
002155     SUBTRACT 1 FROM WS-NOVCOD-SUB
002156     IF NCO-TIPO (WS-NOVCOD-SUB) = "H"
002157         COMPUTE NOV-IMPORTE (WS-NOV-COUNT) ROUNDED =
002158             NT-CANTIDAD-NUM * NCO-TARIFA (WS-NOVCOD-SUB)
002159     ELSE
002160         MOVE NT-CANTIDAD-NUM TO NOV-IMPORTE (WS-NOV-COUNT)
002161     END-IF
002162     MOVE "N" TO NOV-USADO-SW (WS-NOV-COUNT)
002163 1650-EXIT.
002164     EXIT.
002165
002166 1680-BUSCAR-NOVCOD.
002167     IF NCO-CODIGO (WS-NOVCOD-SUB) = NT-CODIGO
002168         MOVE "S" TO WS-NOVCOD-HALLADO-SW
002169     END-IF.
002170 1680-EXIT.
002171     EXIT.
002172
002173*----------------------------------------------------------*
002174* CARGA LOS IMPORTES DE TRIENIOS VIGENTES. TRIMSTR VIENE     *
002175* ORDENADO POR VIGENCIA + GRUPO, ASI QUE UN RECORRIDO HACIA  *
002176* ADELANTE DEJA EN CADA GRUPO EL IMPORTE DE LA ULTIMA        *
002177* VIGENCIA QUE NO SUPERA LA FECHA DE NOMINA.                 *
002178*----------------------------------------------------------*
002179 1700-CARGAR-TRIENIOS.
002180     MOVE ZERO TO WS-TRI-COUNT
002181     OPEN INPUT TRIENIO-MASTER-FILE.
002182     IF WS-TRIMSTR-NO-FILE
002183         MOVE "S" TO WS-SIN-TRIMSTR-SW
002184         DISPLAY "PAYCALC: TRIMSTR NO EXISTE, SIN TRIENIOS"
002185         GO TO 1700-EXIT
002186     END-IF
002187     IF NOT WS-TRIMSTR-OK
002188         DISPLAY "PAYCALC: ERROR ABRIENDO TRIMSTR "
002189             WS-TRIMSTR-STATUS
002190         GO TO ABEND-CLEANUP
002191     END-IF
002192     PERFORM 1750-LEER-TRIENIO THRU 1750-EXIT
002193         UNTIL WS-EOF-TRIENIO
002194     CLOSE TRIENIO-MASTER-FILE.
002195 1700-EXIT.
002196     EXIT.
002197
002198 1750-LEER-TRIENIO.
002199     READ TRIENIO-MASTER-FILE NEXT
002200         AT END
002201             SET WS-EOF-TRIENIO TO TRUE
002202     END-READ
002203     IF WS-EOF-TRIENIO
002204         GO TO 1750-EXIT
002205     END-IF
002206     IF NOT WS-TRIMSTR-OK
002207         DISPLAY "PAYCALC: ERROR LEYENDO TRIMSTR "
002208             WS-TRIMSTR-STATUS
002209         GO TO ABEND-CLEANUP
002210     END-IF
002211     IF TRI-FECHA-VIGENCIA > WS-FECHA-NOMINA
002212         GO TO 1750-EXIT
002213     END-IF
002214     SET WS-TRI-IDX TO 1
002215     SEARCH WS-TRI-ENTRY
002216         AT END
002217             IF WS-TRI-COUNT >= 20
002218                 DISPLAY "PAYCALC: TABLA DE TRIENIOS LLENA"
002219                 GO TO ABEND-CLEANUP
002220             END-IF
002221             ADD 1 TO WS-TRI-COUNT
002222             SET WS-TRI-IDX TO WS-TRI-COUNT
002223         WHEN WS-TRI-IDX > WS-TRI-COUNT
002224             ADD 1 TO WS-TRI-COUNT
002225         WHEN TRT-GRUPO (WS-TRI-IDX) = TRI-GRUPO-PAGO
002226             CONTINUE
002227     END-SEARCH
002228     MOVE TRI-GRUPO-PAGO     TO TRT-GRUPO (WS-TRI-IDX)
002229     MOVE TRI-FECHA-VIGENCIA TO TRT-VIGENCIA (WS-TRI-IDX)
002230     MOVE TRI-IMPORTE        TO TRT-IMPORTE (WS-TRI-IDX).
002231 1750-EXIT.
002232     EXIT.
002233
002234*----------------------------------------------------------*
002235* UMBRAL DE VARIACION DEL TIPO DE RETENCION DE IRPFPARM. SIN *
002236* FICHERO, O CON EL CAMPO EN BLANCO O NO NUMERICO, SE QUEDA  *
002237* EL VALOR POR DEFECTO.                                      *
002238*----------------------------------------------------------*
002239 1800-LEER-IRPFPARM.
002240     OPEN INPUT IRPF-PARM-FILE.
002241     IF WS-IRPFPARM-NO-FILE
002242         GO TO 1800-EXIT
002243     END-IF
002244     IF NOT WS-IRPFPARM-OK
002245         DISPLAY "PAYCALC: ERROR ABRIENDO IRPFPARM "
002246             WS-IRPFPARM-STATUS
002247         GO TO ABEND-CLEANUP
002248     END-IF
002249     READ IRPF-PARM-FILE
002250         AT END
002251             CONTINUE
002252     END-READ
002253     IF WS-IRPFPARM-OK
002254         IF IPA-UMBRAL-TIPO IS NUMERIC
002255             MOVE IPA-UMBRAL-TIPO-NUM TO WS-UMBRAL-TIPO
002256         END-IF
002257     END-IF
002258     CLOSE IRPF-PARM-FILE.
002259 1800-EXIT.
002260     EXIT.
002261
002262*----------------------------------------------------------*
002263* CARGA LAS PETICIONES DE NOMINA EXTRAORDINARIA DE NOMEXTRA  *
002264* (OPCIONAL). LOS DATOS INVALIDOS, LA FECHA FUTURA O DE OTRO *
002265* EJERCICIO Y UNA SEGUNDA PETICION DEL MISMO EMPLEADO SE     *
002266* RECHAZAN AQUI A NOVRECH, QUE SE ABRE SI NO HUBO NOVTRAN;   *
002267* EL RESTO SE VALIDA CONTRA EL MAESTRO Y NOMHIST AL PASAR    *
002268* POR EL EMPLEADO.                                           *
002269*----------------------------------------------------------*
002270 1900-CARGAR-EXTRAS.
002271     MOVE WS-FECHA-NOMINA TO WS-FECHA-CORRIDA
002272     MOVE ZERO TO WS-EXT-COUNT
002273     OPEN INPUT NOMINA-EXTRA-FILE.
002274     IF WS-NOMEXTRA-NO-FILE
002275         GO TO 1900-EXIT
002276     END-IF
002277     IF NOT WS-NOMEXTRA-OK
002278         DISPLAY "PAYCALC: ERROR ABRIENDO NOMEXTRA "
002279             WS-NOMEXTRA-STATUS
002280         GO TO ABEND-CLEANUP
002281     END-IF
002282     IF NOT WS-NOVRECH-ABIERTO
002283         OPEN OUTPUT NOVEDAD-RECH-FILE
002284         IF NOT WS-NOVRECH-OK
002285             DISPLAY "PAYCALC: ERROR ABRIENDO NOVRECH "
002286                 WS-NOVRECH-STATUS
002287             GO TO ABEND-CLEANUP
002288         END-IF
002289         MOVE "S" TO WS-NOVRECH-ABIERTO-SW
002290     END-IF
002291     PERFORM 1950-LEER-EXTRA THRU 1950-EXIT
002292         UNTIL WS-EOF-EXTRA
002293     CLOSE NOMINA-EXTRA-FILE
002294     MOVE SPACES TO WS-CODIGO-EXTRA.
002295 1900-EXIT.
002296     EXIT.
002297
002298 1950-LEER-EXTRA.
002299     READ NOMINA-EXTRA-FILE
002300         AT END
002301             SET WS-EOF-EXTRA TO TRUE
002302     END-READ
002303     IF WS-EOF-EXTRA
002304         GO TO 1950-EXIT
002305     END-IF
002306     IF NOT WS-NOMEXTRA-OK
002307         DISPLAY "PAYCALC: ERROR LEYENDO NOMEXTRA "
002308             WS-NOMEXTRA-STATUS
002309         GO TO ABEND-CLEANUP
002310     END-IF
002311     MOVE NX-EMP-ID TO NRL-EMP-ID
002312     MOVE NX-ACCION TO WS-TIPO-PAGO
002313     MOVE NX-MOTIVO TO WS-MOTIVO-PAGO
002314     MOVE WS-CODIGO-EXTRA TO NRL-CODIGO
002315     IF NX-EMP-ID IS NOT NUMERIC
002316         OR NOT (NX-SUPLEMENTARIA OR NX-REEMPLAZO OR NX-ANULACION)
002317         OR NX-MOTIVO = SPACES
002318         MOVE "DATOS INVALIDOS" TO NRL-MOTIVO
002319         PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
002320         GO TO 1950-EXIT
002321     END-IF
002322* LA SUPLEMENTARIA SIN FECHA ES DEL PERIODO DE LA CORRIDA;   *
002323* EL REEMPLAZO Y LA ANULACION SENALAN UNA NOMINA CONCRETA    *
002324* DE NOMHIST Y NECESITAN FECHA Y SECUENCIA.                  *
002325     IF NX-FECHA-NOMINA = SPACES AND NX-SUPLEMENTARIA
002326         MOVE WS-FECHA-CORRIDA TO WS-FECHA-EXTRA
002327     ELSE
002328         IF NX-FECHA-NOMINA = SPACES
002329             MOVE "FALTA FECHA O SECUENCIA" TO NRL-MOTIVO
002330             PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
002331             GO TO 1950-EXIT
002332         END-IF
002333         IF NX-FECHA-NOMINA IS NOT NUMERIC
002334             MOVE "DATOS INVALIDOS" TO NRL-MOTIVO
002335             PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
002336             GO TO 1950-EXIT
002337         END-IF
002338         MOVE NX-FECHA-NOMINA-NUM TO WS-FECHA-EXTRA
002339     END-IF
002340     IF WS-MES-EXTRA < 1 OR WS-MES-EXTRA > 12
002341         OR WS-DIA-EXTRA < 1 OR WS-DIA-EXTRA > 31
002342         MOVE "DATOS INVALIDOS" TO NRL-MOTIVO
002343         PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
002344         GO TO 1950-EXIT
002345     END-IF
002346     MOVE ZERO TO WS-SECUENCIA-EXTRA
002347     IF NOT NX-SUPLEMENTARIA
002348         IF NX-SECUENCIA IS NOT NUMERIC
002349             OR NX-SECUENCIA-NUM = ZERO
002350             MOVE "FALTA FECHA O SECUENCIA" TO NRL-MOTIVO
002351             PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
002352             GO TO 1950-EXIT
002353         END-IF
002354         MOVE NX-SECUENCIA-NUM TO WS-SECUENCIA-EXTRA
002355     END-IF
002356     IF WS-FECHA-EXTRA > WS-FECHA-CORRIDA
002357         MOVE "FECHA DE NOMINA FUTURA" TO NRL-MOTIVO
002358         PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
002359         GO TO 1950-EXIT
002360     END-IF
002361* UN EJERCICIO CERRADO YA TIENE SU CERTIFICADO DE            *
002362* RETENCIONES Y SU RESUMEN ANUAL; NO SE REABRE DESDE AQUI.   *
002363     IF WS-ANIO-EXTRA NOT = WS-ANIO-NOMINA
002364         MOVE "FECHA DE OTRO EJERCICIO" TO NRL-MOTIVO
002365         PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
002366         GO TO 1950-EXIT
002367     END-IF
002368     IF WS-EXT-COUNT > ZERO
002369         SET WS-EXT-IDX TO 1
002370         SEARCH WS-EXT-ENTRY
002371             AT END
002372                 CONTINUE
002373             WHEN EXT-EMP-ID (WS-EXT-IDX) = NX-EMP-ID-NUM
002374                 MOVE "PETICION REPETIDA" TO NRL-MOTIVO
002375                 PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
002376                 GO TO 1950-EXIT
002377         END-SEARCH
002378     END-IF
002379     IF WS-EXT-COUNT >= 200
002380         DISPLAY "PAYCALC: TABLA DE NOMINAS EXTRA LLENA"
002381         GO TO ABEND-CLEANUP
002382     END-IF
002383     ADD 1 TO WS-EXT-COUNT
002384     MOVE NX-EMP-ID-NUM TO EXT-EMP-ID (WS-EXT-COUNT)
002385     MOVE NX-ACCION TO EXT-ACCION (WS-EXT-COUNT)
002386     MOVE NX-MOTIVO TO EXT-MOTIVO (WS-EXT-COUNT)
002387     MOVE WS-FECHA-EXTRA TO EXT-FECHA (WS-EXT-COUNT)
002388     MOVE WS-SECUENCIA-EXTRA TO EXT-SECUENCIA (WS-EXT-COUNT)
002389     MOVE "N" TO EXT-USADO-SW (WS-EXT-COUNT).
002390 1950-EXIT.
002391     EXIT.
002392 2000-PROCESS-EMPLEADO.
002393     MOVE "N" TO WS-PAGADO-HOY-SW
002394     IF EMP-BAJA
002395         AND (EMP-FECHA-BAJA < WS-PERIODO-DESDE
002396         OR EMP-FECHA-BAJA > WS-PERIODO-HASTA)
002397         ADD 1 TO WS-BAJAS-OMITIDAS
002398         PERFORM 3370-RECHAZAR-NOV-BAJA THRU 3370-EXIT
002399         PERFORM 2500-NOMINA-EXTRA THRU 2500-EXIT
002400         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002401         GO TO 2000-EXIT
002402     END-IF
002403     PERFORM 2200-GRUPO-PAGA-HOY THRU 2200-EXIT
002404     IF NOT WS-GRUPO-PAGA
002405         ADD 1 TO WS-OTRO-GRUPO-COUNT
002406         PERFORM 3385-MARCAR-NOV-GRUPO THRU 3385-EXIT
002407         PERFORM 2500-NOMINA-EXTRA THRU 2500-EXIT
002408         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002409         GO TO 2000-EXIT
002410     END-IF
002411     PERFORM 2300-YA-PAGADO-PERIODO THRU 2300-EXIT
002412     IF WS-YA-PAGADO
002413         ADD 1 TO WS-YA-PAGADO-COUNT
002414         PERFORM 3390-MARCAR-NOV-PAGADO THRU 3390-EXIT
002415         PERFORM 2500-NOMINA-EXTRA THRU 2500-EXIT
002416         PERFORM 2100-READ-MASTER THRU 2100-EXIT
002417         GO TO 2000-EXIT
002418     END-IF
002419     PERFORM 3000-CALCULAR-PAGA THRU 3000-EXIT.
002420     PERFORM 4000-GRABAR-NETO THRU 4000-EXIT.
002421     PERFORM 5000-WRITE-REGISTRO THRU 5000-EXIT.
002422     ADD 1 TO WS-EMP-COUNT
002423     ADD WS-BRUTO-MES  TO WS-TOTAL-BRUTO
002424     ADD WS-IRPF-MES   TO WS-TOTAL-IRPF
002425     ADD WS-SEGSOC-MES TO WS-TOTAL-SEGSOC
002426     ADD WS-OTRAS-DEDUC-MES TO WS-TOTAL-OTRAS-DEDUC
002427     ADD WS-AJUSTE-RETRO-MES TO WS-TOTAL-RETRO
002428     ADD WS-AJUSTE-AUSEN-MES TO WS-TOTAL-AUSEN
002429     ADD WS-PATRONAL-MES TO WS-TOTAL-PATRONAL
002430     ADD WS-NOVEDADES-MES TO WS-TOTAL-NOVEDADES
002431     ADD WS-TRIENIOS-MES TO WS-TOTAL-TRIENIOS
002432     ADD WS-GASTOS-EXENTO-MES TO WS-TOTAL-GASTOS-EXENTO
002433     ADD WS-GASTOS-SUJETO-MES TO WS-TOTAL-GASTOS-SUJETO
002434     ADD WS-AMORT-PRESTAMO-MES TO WS-TOTAL-AMORT-PRESTAMO
002435     PERFORM 7000-ACUMULA-PATRONAL THRU 7000-EXIT
002436     PERFORM 7200-GRABAR-PATRDET THRU 7200-EXIT
002437     ADD WS-NETO-MES   TO WS-TOTAL-NETO
002438     MOVE "S" TO WS-PAGADO-HOY-SW
002439     PERFORM 2500-NOMINA-EXTRA THRU 2500-EXIT
002440     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002441 2000-EXIT.
002442     EXIT.
002443
002444*----------------------------------------------------------*
002445* DECIDE SI EL GRUPO DE PAGO DEL EMPLEADO COBRA EN LA FECHA  *
002446* DE NOMINA: GRUPO EN BLANCO = MN (MENSUAL); SI EL DIA NO    *
002447* MARCA GRUPOS EN EL CALENDARIO SOLO PAGA MN, SI LOS MARCA   *
002448* PAGA LOS LISTADOS.                                         *
002449*----------------------------------------------------------*
002450 2200-GRUPO-PAGA-HOY.
002451     MOVE "N" TO WS-GRUPO-PAGA-SW
002452     MOVE EMP-GRUPO-PAGO TO WS-GRUPO-EMP
002453     IF WS-GRUPO-EMP = SPACES OR WS-GRUPO-EMP = LOW-VALUES
002454         MOVE "MN" TO WS-GRUPO-EMP
002455     END-IF
002456     IF WS-GRUPOS-HOY = SPACES
002457         IF WS-GRUPO-EMP = "MN"
002458            MOVE "S" TO WS-GRUPO-PAGA-SW
002459        END-IF
002460        GO TO 2200-EXIT
002461     END-IF
002462     PERFORM 2250-COTEJAR-GRUPO THRU 2250-EXIT
002463        VARYING WS-GRP-SUB FROM 1 BY 1
002464        UNTIL WS-GRP-SUB > 4.
002465 2200-EXIT.
002466     EXIT.
002467
002468 2250-COTEJAR-GRUPO.
002469     IF WS-GRUPO-HOY (WS-GRP-SUB) = WS-GRUPO-EMP
002470        MOVE "S" TO WS-GRUPO-PAGA-SW
002471     END-IF.
002472 2250-EXIT.
002473     EXIT.
002474
002475*----------------------------------------------------------*
002476* CANDADO DE UN PAGO POR PERIODO PARA EL CICLO MENSUAL:      *
002477* CONSULTA NOMHIST POR EMP-ID DENTRO DEL ANIO/MES DE LA      *
002478* FECHA DE NOMINA. UNA NOMINA YA CARGADA EN OTRA FECHA DEL   *
002479* MISMO MES MARCA WS-YA-PAGADO; LA MISMA FECHA ES UN RELANCE *
002480* Y SE DEJA RECALCULAR. LOS GRUPOS NO MENSUALES COBRAN SOLO  *
002481* EN SUS FECHAS MARCADAS Y NO SE COTEJAN.                    *
002482*----------------------------------------------------------*
002483 2300-YA-PAGADO-PERIODO.
002484     MOVE "N" TO WS-YA-PAGADO-SW
002485     IF WS-SIN-NOMHIST OR WS-GRUPO-EMP NOT = "MN"
002486         GO TO 2300-EXIT
002487     END-IF
002488     MOVE "N" TO WS-FIN-HIST-PER-SW
002489     MOVE EMP-ID TO NH-EMP-ID
002490     COMPUTE NH-FECHA-NOMINA =
002491         WS-ANIO-NOMINA * 10000 + WS-MES-NOMINA * 100 + 1
002492     MOVE ZERO TO NH-SECUENCIA
002493     START NOMINA-HIST-FILE
002494         KEY IS NOT LESS THAN NH-CLAVE
002495         INVALID KEY
002496             MOVE "S" TO WS-FIN-HIST-PER-SW
002497     END-START
002498     PERFORM 2350-LEER-HIST-PERIODO THRU 2350-EXIT
002499         UNTIL WS-FIN-HIST-PER.
002500 2300-EXIT.
002501     EXIT.
002502
002503 2350-LEER-HIST-PERIODO.
002504     READ NOMINA-HIST-FILE NEXT
002505         AT END
002506             MOVE "S" TO WS-FIN-HIST-PER-SW
002507             GO TO 2350-EXIT
002508     END-READ
002509     IF NOT WS-NOMHIST-OK
002510         DISPLAY "PAYCALC: ERROR LEYENDO NOMHIST "
002511             WS-NOMHIST-STATUS
002512         GO TO ABEND-CLEANUP
002513     END-IF
002514     MOVE NH-FECHA-NOMINA TO WS-FECHA-HIST-PER
002515     IF NH-EMP-ID NOT = EMP-ID
002516         OR WS-ANIO-HIST-PER NOT = WS-ANIO-NOMINA
002517         OR WS-MES-HIST-PER NOT = WS-MES-NOMINA
002518         MOVE "S" TO WS-FIN-HIST-PER-SW
002519         GO TO 2350-EXIT
002520     END-IF
002521     IF NH-FECHA-NOMINA NOT = WS-FECHA-NOMINA
002522         MOVE "S" TO WS-YA-PAGADO-SW
002523         MOVE "S" TO WS-FIN-HIST-PER-SW
002524     END-IF.
002525 2350-EXIT.
002526     EXIT.
002527
002528*----------------------------------------------------------*
002529* NOMINA EXTRAORDINARIA DEL EMPLEADO EN CURSO, SI RRHH LA    *
002530* PIDIO EN NOMEXTRA. SE HACE DESPUES DE SU NOMINA ORDINARIA  *
002531* (SI LA HUBO) Y CON LA FECHA DE NOMINA DEL PERIODO: LA      *
002532* SUPLEMENTARIA EXIGE QUE EL PERIODO NO TENGA PAGO VIVO EN   *
002533* NOMHIST; EL REEMPLAZO Y LA ANULACION EXIGEN QUE LA NOMINA  *
002534* SENALADA EXISTA, NO SEA UNA ANULACION NI UN FINIQUITO Y    *
002535* NO ESTE YA ANULADA. LA ANULACION SE GRABA EN EMPNETO CON   *
002536* LAS CIFRAS DE LA ORIGINAL EN NEGATIVO; EL REEMPLAZO SE     *
002537* CALCULA CON 3000 COMO UN RELANCE DE ESA FECHA Y COMPENSA   *
002538* EN SU NETO LO YA COBRADO CON LA ANULADA. AL TERMINAR SE    *
002539* RESTAURA LA FECHA DE LA CORRIDA.                           *
002540*----------------------------------------------------------*
002541 2500-NOMINA-EXTRA.
002542     IF WS-EXT-COUNT = ZERO
002543         GO TO 2500-EXIT
002544     END-IF
002545     SET WS-EXT-IDX TO 1
002546     SEARCH WS-EXT-ENTRY
002547         AT END
002548             GO TO 2500-EXIT
002549         WHEN EXT-EMP-ID (WS-EXT-IDX) = EMP-ID
002550             CONTINUE
002551     END-SEARCH
002552     MOVE "S" TO EXT-USADO-SW (WS-EXT-IDX)
002553     MOVE EXT-ACCION (WS-EXT-IDX) TO WS-TIPO-PAGO
002554     MOVE EXT-MOTIVO (WS-EXT-IDX) TO WS-MOTIVO-PAGO
002555     MOVE EXT-FECHA (WS-EXT-IDX) TO WS-FECHA-EXTRA
002556     MOVE EXT-SECUENCIA (WS-EXT-IDX) TO WS-SECUENCIA-EXTRA
002557     MOVE EMP-ID TO NRL-EMP-ID
002558     MOVE WS-CODIGO-EXTRA TO NRL-CODIGO
002559     IF WS-PAGADO-HOY
002560         AND WS-ANIO-EXTRA = WS-ANIO-NOMINA
002561         AND WS-MES-EXTRA = WS-MES-NOMINA
002562         AND (WS-PAGO-SUPLEMENTARIO
002563         OR WS-FECHA-EXTRA = WS-FECHA-CORRIDA)
002564         MOVE "COBRA EN LA NOMINA DE HOY" TO NRL-MOTIVO
002565         GO TO 2500-RECHAZO
002566     END-IF
002567     PERFORM 2200-GRUPO-PAGA-HOY THRU 2200-EXIT
002568     IF WS-PAGO-SUPLEMENTARIO
002569         PERFORM 2550-CONTAR-PAGOS-MES THRU 2550-EXIT
002570         IF WS-PAGOS-MES > ZERO
002571             MOVE "PERIODO YA PAGADO" TO NRL-MOTIVO
002572             GO TO 2500-RECHAZO
002573         END-IF
002574     ELSE
002575         PERFORM 2600-LEER-ORIGINAL THRU 2600-EXIT
002576         IF NOT WS-ORIGINAL-HALLADA
002577             GO TO 2500-RECHAZO
002578         END-IF
002579     END-IF
002580     MOVE WS-FECHA-EXTRA TO WS-FECHA-NOMINA
002581     PERFORM 1500-FIJAR-PERIODO THRU 1500-EXIT
002582     IF NOT WS-PAGO-ANULACION
002583         AND EMP-BAJA
002584         AND EMP-FECHA-BAJA < WS-PERIODO-DESDE
002585         MOVE "BAJA ANTERIOR AL PERIODO" TO NRL-MOTIVO
002586         GO TO 2500-RECHAZO
002587     END-IF
002588     MOVE "S" TO WS-EN-EXTRA-SW
002589     MOVE ZERO TO WS-COMPENSADO
002590     MOVE ZERO TO WS-A-RECLAMAR
002591     MOVE ZERO TO WS-ANULA-SECUENCIA
002592     IF NOT WS-PAGO-SUPLEMENTARIO
002593         MOVE WS-SECUENCIA-EXTRA TO WS-ANULA-SECUENCIA
002594         PERFORM 2700-ANULAR-ORIGINAL THRU 2700-EXIT
002595     END-IF
002596     IF NOT WS-PAGO-ANULACION
002597         PERFORM 3000-CALCULAR-PAGA THRU 3000-EXIT
002598     END-IF
002599* LO COBRADO CON LA ANULADA SE DESCUENTA DEL NETO DEL        *
002600* REEMPLAZO HASTA DONDE ALCANCE; LO QUE NO ALCANZA (O TODO,  *
002601* EN UNA ANULACION SOLA) QUEDA A RECLAMAR AL EMPLEADO. CON   *
002602* EL MOTIVO RV (NETO RECHAZADO EN PAGOREV) LA ANULADA NO SE  *
002603* ABONO Y NO HAY NADA QUE COMPENSAR NI RECLAMAR.             *
002604     IF WS-PAGO-REEMPLAZO AND WS-ANU-COBRADO > ZERO
002605         AND NOT WS-MOTIVO-NO-ABONADA
002606         IF WS-NETO-MES < WS-ANU-COBRADO
002607             MOVE WS-NETO-MES TO WS-COMPENSADO
002608         ELSE
002609             MOVE WS-ANU-COBRADO TO WS-COMPENSADO
002610         END-IF
002611     END-IF
002612     IF NOT WS-PAGO-SUPLEMENTARIO
002613         IF WS-ANU-COBRADO > WS-COMPENSADO
002614             AND NOT WS-MOTIVO-NO-ABONADA
002615             COMPUTE WS-A-RECLAMAR =
002616                 WS-ANU-COBRADO - WS-COMPENSADO
002617         END-IF
002618         PERFORM 4100-GRABAR-ANULACION THRU 4100-EXIT
002619         PERFORM 7060-DESCONTAR-PATRONAL THRU 7060-EXIT
002620     END-IF
002621     IF NOT WS-PAGO-ANULACION
002622         PERFORM 4000-GRABAR-NETO THRU 4000-EXIT
002623         MOVE WS-TIPO-PAGO TO XL-TIPO
002624         MOVE WS-NETO-MES TO XL-NETO
002625         MOVE WS-COMPENSADO TO XL-COMPENSADO
002626         MOVE ZERO TO XL-A-RECLAMAR
002627         PERFORM 2590-LINEA-EXTRA THRU 2590-EXIT
002628         PERFORM 7000-ACUMULA-PATRONAL THRU 7000-EXIT
002629         PERFORM 7200-GRABAR-PATRDET THRU 7200-EXIT
002630     END-IF
002631     ADD 1 TO WS-EXT-APLICADAS
002632     GO TO 2500-RESTAURAR.
002633 2500-RECHAZO.
002634     PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT.
002635 2500-RESTAURAR.
002636     MOVE WS-FECHA-CORRIDA TO WS-FECHA-NOMINA
002637     PERFORM 1500-FIJAR-PERIODO THRU 1500-EXIT
002638     MOVE "N" TO WS-EN-EXTRA-SW
002639     MOVE SPACES TO WS-CODIGO-EXTRA
002640     MOVE ZERO TO WS-ANULA-SECUENCIA
002641     MOVE ZERO TO WS-COMPENSADO
002642     MOVE ZERO TO WS-A-RECLAMAR.
002643 2500-EXIT.
002644     EXIT.
002645
002646*----------------------------------------------------------*
002647* PAGOS VIVOS DEL PERIODO EN NOMHIST ANTES DE UNA            *
002648* SUPLEMENTARIA: EL MES ENTERO PARA EL CICLO MENSUAL, LA     *
002649* FECHA EXACTA PARA LOS DEMAS GRUPOS. CADA NOMINA SUMA UNO   *
002650* Y CADA ANULACION RESTA UNO; LO QUE CARGO UNA CORRIDA       *
002651* ANTERIOR DE ESTA MISMA FECHA ES UN RELANCE Y NO CUENTA.    *
002652*----------------------------------------------------------*
002653 2550-CONTAR-PAGOS-MES.
002654     MOVE ZERO TO WS-PAGOS-MES
002655     IF WS-SIN-NOMHIST
002656         GO TO 2550-EXIT
002657     END-IF
002658     MOVE "N" TO WS-FIN-HIST-EXT-SW
002659     MOVE EMP-ID TO NH-EMP-ID
002660     IF WS-GRUPO-EMP = "MN"
002661         COMPUTE NH-FECHA-NOMINA =
002662             WS-ANIO-EXTRA * 10000 + WS-MES-EXTRA * 100 + 1
002663     ELSE
002664         MOVE WS-FECHA-EXTRA TO NH-FECHA-NOMINA
002665     END-IF
002666     MOVE ZERO TO NH-SECUENCIA
002667     START NOMINA-HIST-FILE
002668         KEY IS NOT LESS THAN NH-CLAVE
002669         INVALID KEY
002670             MOVE "S" TO WS-FIN-HIST-EXT-SW
002671     END-START
002672     PERFORM 2560-LEER-PAGO-MES THRU 2560-EXIT
002673         UNTIL WS-FIN-HIST-EXT.
002674 2550-EXIT.
002675     EXIT.
002676
002677 2560-LEER-PAGO-MES.
002678     READ NOMINA-HIST-FILE NEXT
002679         AT END
002680             MOVE "S" TO WS-FIN-HIST-EXT-SW
002681             GO TO 2560-EXIT
002682     END-READ
002683     IF NOT WS-NOMHIST-OK
002684         DISPLAY "PAYCALC: ERROR LEYENDO NOMHIST "
002685             WS-NOMHIST-STATUS
002686         GO TO ABEND-CLEANUP
002687     END-IF
002688     MOVE NH-FECHA-NOMINA TO WS-FECHA-HIST-PER
002689     IF NH-EMP-ID NOT = EMP-ID
002690         OR WS-ANIO-HIST-PER NOT = WS-ANIO-EXTRA
002691         OR WS-MES-HIST-PER NOT = WS-MES-EXTRA
002692         OR (WS-GRUPO-EMP NOT = "MN"
002693         AND NH-FECHA-NOMINA NOT = WS-FECHA-EXTRA)
002694         MOVE "S" TO WS-FIN-HIST-EXT-SW
002695         GO TO 2560-EXIT
002696     END-IF
002697     IF NH-FECHA-PAGO = WS-FECHA-CORRIDA
002698         GO TO 2560-EXIT
002699     END-IF
002700     IF NH-ANULACION
002701         SUBTRACT 1 FROM WS-PAGOS-MES
002702     ELSE
002703         ADD 1 TO WS-PAGOS-MES
002704     END-IF.
002705 2560-EXIT.
002706     EXIT.
002707
002708 2590-LINEA-EXTRA.
002709     MOVE EMP-ID TO XL-EMP-ID
002710     MOVE WS-MOTIVO-PAGO TO XL-MOTIVO
002711     MOVE WS-FECHA-NOMINA TO XL-FECHA
002712     MOVE WS-ANULA-SECUENCIA TO XL-SECUENCIA
002713     MOVE WS-EXT-LINE TO PAYCALC-RPT-LINE
002714     WRITE PAYCALC-RPT-LINE
002715     PERFORM 8100-CHECK-PAYCRPT THRU 8100-EXIT.
002716 2590-EXIT.
002717     EXIT.
002718
002719*----------------------------------------------------------*
002720* LEE LA NOMINA QUE SE ANULA (EMP-ID + FECHA + SECUENCIA),   *
002721* GUARDA SUS CIFRAS Y COMPRUEBA QUE NINGUNA ANULACION DE     *
002722* UNA CORRIDA ANTERIOR LA HAYA ANULADO YA. UN FINIQUITO      *
002723* (NOMINA ORDINARIA CON SECUENCIA MAYOR QUE 01) NO SE ANULA  *
002724* POR AQUI.                                                  *
002725*----------------------------------------------------------*
002726 2600-LEER-ORIGINAL.
002727     MOVE "N" TO WS-ORIGINAL-HALLADA-SW
002728     IF WS-SIN-NOMHIST
002729         MOVE "NOMINA A ANULAR NO EXISTE" TO NRL-MOTIVO
002730         GO TO 2600-EXIT
002731     END-IF
002732     MOVE EMP-ID TO NH-EMP-ID
002733     MOVE WS-FECHA-EXTRA TO NH-FECHA-NOMINA
002734     MOVE WS-SECUENCIA-EXTRA TO NH-SECUENCIA
002735     READ NOMINA-HIST-FILE
002736         INVALID KEY
002737             MOVE "NOMINA A ANULAR NO EXISTE" TO NRL-MOTIVO
002738             GO TO 2600-EXIT
002739     END-READ
002740     IF NOT WS-NOMHIST-OK
002741         DISPLAY "PAYCALC: ERROR LEYENDO NOMHIST "
002742             WS-NOMHIST-STATUS
002743         GO TO ABEND-CLEANUP
002744     END-IF
002745     IF NH-ANULACION
002746         MOVE "NO SE ANULA UNA ANULACION" TO NRL-MOTIVO
002747         GO TO 2600-EXIT
002748     END-IF
002749     IF NH-ORDINARIA AND NH-SECUENCIA > 1
002750         MOVE "FINIQUITO, NO SE ANULA AQUI" TO NRL-MOTIVO
002751         GO TO 2600-EXIT
002752     END-IF
002753     MOVE NH-DEPARTAMENTO TO WS-ANU-DEPARTAMENTO
002754     MOVE NH-SALARIO-BRUTO TO WS-ANU-BRUTO
002755     MOVE NH-IRPF TO WS-ANU-IRPF
002756     MOVE NH-SEG-SOCIAL TO WS-ANU-SEGSOC
002757     MOVE NH-OTRAS-DEDUC TO WS-ANU-OTRAS
002758     MOVE NH-NETO TO WS-ANU-NETO
002759     MOVE "N" TO WS-YA-ANULADA-SW
002760     MOVE "N" TO WS-FIN-HIST-EXT-SW
002761     MOVE EMP-ID TO NH-EMP-ID
002762     MOVE WS-FECHA-EXTRA TO NH-FECHA-NOMINA
002763     MOVE ZERO TO NH-SECUENCIA
002764     START NOMINA-HIST-FILE
002765         KEY IS NOT LESS THAN NH-CLAVE
002766         INVALID KEY
002767             MOVE "S" TO WS-FIN-HIST-EXT-SW
002768     END-START
002769     PERFORM 2650-BUSCAR-ANULACION THRU 2650-EXIT
002770         UNTIL WS-FIN-HIST-EXT
002771     IF WS-YA-ANULADA
002772         MOVE "NOMINA YA ANULADA" TO NRL-MOTIVO
002773         GO TO 2600-EXIT
002774     END-IF
002775     MOVE "S" TO WS-ORIGINAL-HALLADA-SW.
002776 2600-EXIT.
002777     EXIT.
002778
002779 2650-BUSCAR-ANULACION.
002780     READ NOMINA-HIST-FILE NEXT
002781         AT END
002782             MOVE "S" TO WS-FIN-HIST-EXT-SW
002783             GO TO 2650-EXIT
002784     END-READ
002785     IF NOT WS-NOMHIST-OK
002786         DISPLAY "PAYCALC: ERROR LEYENDO NOMHIST "
002787             WS-NOMHIST-STATUS
002788         GO TO ABEND-CLEANUP
002789     END-IF
002790     IF NH-EMP-ID NOT = EMP-ID
002791         OR NH-FECHA-NOMINA NOT = WS-FECHA-EXTRA
002792         MOVE "S" TO WS-FIN-HIST-EXT-SW
002793         GO TO 2650-EXIT
002794     END-IF
002795     IF NH-ANULACION
002796         AND NH-ANULA-SECUENCIA = WS-SECUENCIA-EXTRA
002797         AND NH-FECHA-PAGO NOT = WS-FECHA-CORRIDA
002798         MOVE "S" TO WS-YA-ANULADA-SW
002799         MOVE "S" TO WS-FIN-HIST-EXT-SW
002800     END-IF.
002801 2650-EXIT.
002802     EXIT.
002803
002804*----------------------------------------------------------*
002805* RECONSTRUYE LO QUE LA NOMINA ANULADA MOVIO FUERA DE        *
002806* NOMHIST CON SU FECHA DE NOMINA: LA COTIZACION PATRONAL DE  *
002807* PATRDET, LAS NOTAS DE GASTOS LIQUIDADAS Y EL COBRO DE      *
002808* PRESTAMOS. EN UNA ANULACION SOLA ADEMAS LO DESHACE: LAS    *
002809* NOTAS VUELVEN A APROBADAS PARA LA PROXIMA NOMINA, EL       *
002810* COBRO DEL PRESTAMO SE DEVUELVE AL SALDO, SE BORRAN LAS     *
002811* DEDUCCIONES DE DEDDET AUN NO REMITIDAS Y EL DETALLE DE     *
002812* PATRDET. EN UN REEMPLAZO ESO LO REFRESCA EL PROPIO         *
002813* RECALCULO (RELANCE DE LA FECHA).                           *
002814*----------------------------------------------------------*
002815 2700-ANULAR-ORIGINAL.
002816     MOVE ZERO TO WS-ANU-EXENTO
002817     MOVE ZERO TO WS-ANU-SUJETO
002818     MOVE ZERO TO WS-ANU-AMORT
002819     MOVE ZERO TO WS-ANU-PATRONAL
002820     MOVE EMP-ID TO PD-EMP-ID
002821     MOVE WS-FECHA-NOMINA TO PD-FECHA-NOMINA
002822     READ PATRONAL-DET-FILE
002823         INVALID KEY
002824             MOVE ZERO TO PD-CUOTA-PATRONAL
002825         NOT INVALID KEY
002826             MOVE PD-CUOTA-PATRONAL TO WS-ANU-PATRONAL
002827             IF WS-PAGO-ANULACION
002828                 DELETE PATRONAL-DET-FILE
002829                 IF NOT WS-PATRDET-OK
002830                     DISPLAY "PAYCALC: ERROR BORRANDO PATRDET "
002831                         WS-PATRDET-STATUS
002832                     GO TO ABEND-CLEANUP
002833                 END-IF
002834             END-IF
002835     END-READ
002836     IF NOT WS-SIN-GASMSTR
002837         MOVE "N" TO WS-FIN-GASTOS-SW
002838         MOVE EMP-ID TO GAS-EMP-ID
002839         MOVE ZERO TO GAS-NUMERO
002840         START GASTO-MASTER-FILE
002841             KEY IS NOT LESS THAN GAS-CLAVE
002842             INVALID KEY
002843                 MOVE "S" TO WS-FIN-GASTOS-SW
002844         END-START
002845         PERFORM 2750-LEER-GASTO-ANULADO THRU 2750-EXIT
002846             UNTIL WS-FIN-GASTOS
002847     END-IF
002848     IF NOT WS-SIN-PRTMSTR
002849         MOVE "N" TO WS-FIN-PRESTAMOS-SW
002850         MOVE EMP-ID TO PRT-EMP-ID
002851         MOVE ZERO TO PRT-NUMERO
002852         START PRESTAMO-MASTER-FILE
002853             KEY IS NOT LESS THAN PRT-CLAVE
002854             INVALID KEY
002855                 MOVE "S" TO WS-FIN-PRESTAMOS-SW
002856         END-START
002857         PERFORM 2760-LEER-PRESTAMO-ANULADO THRU 2760-EXIT
002858             UNTIL WS-FIN-PRESTAMOS
002859     END-IF
002860     IF WS-PAGO-ANULACION
002861         MOVE "N" TO WS-FIN-DEDDET-SW
002862         MOVE EMP-ID TO DDT-EMP-ID
002863         MOVE WS-FECHA-NOMINA TO DDT-FECHA-NOMINA
002864         MOVE LOW-VALUES TO DDT-CODIGO
002865         START DEDUC-DET-FILE
002866             KEY IS NOT LESS THAN DDT-CLAVE
002867             INVALID KEY
002868                 MOVE "S" TO WS-FIN-DEDDET-SW
002869         END-START
002870         PERFORM 2770-BORRAR-DEDDET THRU 2770-EXIT
002871             UNTIL WS-FIN-DEDDET
002872     END-IF
002873     COMPUTE WS-ANU-COBRADO = WS-ANU-NETO + WS-ANU-EXENTO.
002874 2700-EXIT.
002875     EXIT.
002876
002877 2750-LEER-GASTO-ANULADO.
002878     READ GASTO-MASTER-FILE NEXT
002879         AT END
002880             MOVE "S" TO WS-FIN-GASTOS-SW
002881             GO TO 2750-EXIT
002882     END-READ
002883     IF NOT WS-GASMSTR-OK
002884         DISPLAY "PAYCALC: ERROR LEYENDO GASMSTR "
002885             WS-GASMSTR-STATUS
002886         GO TO ABEND-CLEANUP
002887     END-IF
002888     IF GAS-EMP-ID NOT = EMP-ID
002889         MOVE "S" TO WS-FIN-GASTOS-SW
002890         GO TO 2750-EXIT
002891     END-IF
002892     IF NOT GAS-LIQUIDADA
002893         OR GAS-FECHA-PAGO NOT = WS-FECHA-NOMINA
002894         GO TO 2750-EXIT
002895     END-IF
002896     ADD GAS-IMPORTE-EXENTO TO WS-ANU-EXENTO
002897     ADD GAS-IMPORTE-SUJETO TO WS-ANU-SUJETO
002898     IF NOT WS-PAGO-ANULACION
002899         GO TO 2750-EXIT
002900     END-IF
002901     SET GAS-APROBADA TO TRUE
002902     MOVE ZERO TO GAS-FECHA-PAGO
002903     REWRITE GASTO-MASTER-REC
002904     IF NOT WS-GASMSTR-OK
002905         DISPLAY "PAYCALC: ERROR REGRABANDO GASMSTR "
002906             GAS-EMP-ID " " GAS-NUMERO " " WS-GASMSTR-STATUS
002907         GO TO ABEND-CLEANUP
002908     END-IF.
002909 2750-EXIT.
002910     EXIT.
002911
002912 2760-LEER-PRESTAMO-ANULADO.
002913     READ PRESTAMO-MASTER-FILE NEXT
002914         AT END
002915             MOVE "S" TO WS-FIN-PRESTAMOS-SW
002916             GO TO 2760-EXIT
002917     END-READ
002918     IF NOT WS-PRTMSTR-OK
002919         DISPLAY "PAYCALC: ERROR LEYENDO PRTMSTR "
002920             WS-PRTMSTR-STATUS
002921         GO TO ABEND-CLEANUP
002922     END-IF
002923     IF PRT-EMP-ID NOT = EMP-ID
002924         MOVE "S" TO WS-FIN-PRESTAMOS-SW
002925         GO TO 2760-EXIT
002926     END-IF
002927     IF PRT-FECHA-ULT-COBRO NOT = WS-FECHA-NOMINA
002928         GO TO 2760-EXIT
002929     END-IF
002930     ADD PRT-IMPORTE-ULT-COBRO TO WS-ANU-AMORT
002931     IF WS-PAGO-ANULACION
002932         PERFORM 3575-DESHACER-COBRO THRU 3575-EXIT
002933     END-IF.
002934 2760-EXIT.
002935     EXIT.
002936
002937 2770-BORRAR-DEDDET.
002938     READ DEDUC-DET-FILE NEXT
002939         AT END
002940             MOVE "S" TO WS-FIN-DEDDET-SW
002941             GO TO 2770-EXIT
002942     END-READ
002943     IF NOT WS-DEDDET-OK
002944         DISPLAY "PAYCALC: ERROR LEYENDO DEDDET "
002945             WS-DEDDET-STATUS
002946         GO TO ABEND-CLEANUP
002947     END-IF
002948     IF DDT-EMP-ID NOT = EMP-ID
002949         OR DDT-FECHA-NOMINA NOT = WS-FECHA-NOMINA
002950         MOVE "S" TO WS-FIN-DEDDET-SW
002951         GO TO 2770-EXIT
002952     END-IF
002953     IF DDT-REMITIDA
002954         DISPLAY "PAYCALC: DEDUCCION YA REMITIDA "
002955             DDT-EMP-ID " " DDT-CODIGO " REMESA "
002956             DDT-REMESA
002957         ADD 1 TO WS-DED-REMITIDAS-COUNT
002958         GO TO 2770-EXIT
002959     END-IF
002960     DELETE DEDUC-DET-FILE
002961     IF NOT WS-DEDDET-OK
002962         DISPLAY "PAYCALC: ERROR BORRANDO DEDDET "
002963             WS-DEDDET-STATUS
002964         GO TO ABEND-CLEANUP
002965     END-IF.
002966 2770-EXIT.
002967     EXIT.
002968 2100-READ-MASTER.
002969     READ EMPLEADO-MASTER-FILE NEXT
002970         AT END
002971             SET WS-EOF-MASTER TO TRUE
002972     END-READ
002973     IF NOT WS-EOF-MASTER AND NOT WS-EMPMSTR-OK
002974         DISPLAY "PAYCALC: ERROR LEYENDO EMPMSTR "
002975             WS-EMPMSTR-STATUS
002976         GO TO ABEND-CLEANUP
002977     END-IF
002978 2100-EXIT.
002979     EXIT.
002980
002981*----------------------------------------------------------*
002982* CALCULA LA PAGA DEL MES: BRUTO = SALARIO ANUAL / 12,       *
002983* IRPF SEGUN EL TRAMO DEL SALARIO ANUAL Y SEGURIDAD SOCIAL   *
002984* SOBRE EL BRUTO MENSUAL CON TOPE DE BASE DE COTIZACION.     *
002985*----------------------------------------------------------*
002986 3000-CALCULAR-PAGA.
002987     PERFORM 3050-FIJAR-JORNADA THRU 3050-EXIT
002988     COMPUTE WS-BRUTO-MES ROUNDED = WS-SALARIO-JORNADA / 12
002989     PERFORM 3400-PRORRATEAR THRU 3400-EXIT
002990     PERFORM 3200-CALCULAR-TRIENIOS THRU 3200-EXIT
002991     COMPUTE WS-BASE-SEGSOC = WS-BRUTO-MES + WS-TRIENIOS-MES
002992     IF WS-BASE-SEGSOC > WS-TOPE-JORNADA
002993         MOVE WS-TOPE-JORNADA TO WS-BASE-SEGSOC
002994     END-IF
002995     COMPUTE WS-SEGSOC-MES ROUNDED =
002996         WS-BASE-SEGSOC * WS-SEGSOC-PORCENTAJE / 100
002997     COMPUTE WS-PATRONAL-MES ROUNDED =
002998         WS-BASE-SEGSOC * WS-PATRONAL-PORCENTAJE / 100
002999*    LOS AJUSTES (RETROS, AUSENCIAS, NOVEDADES) SE CALCULAN
003000*    ANTES QUE LAS DEDUCCIONES ELEGIDAS: EL DISPONIBLE SOBRE
003001*    EL MINIMO PROTEGIDO DEBE MEDIRSE SOBRE LO QUE DE VERDAD
003002*    COBRA EL EMPLEADO ESTE MES. LA RETENCION DE IRPF VA
003003*    DETRAS DE LOS AJUSTES PORQUE EL TIPO SE APLICA A TODO EL
003004*    DEVENGO SUJETO DEL PERIODO.
003005     PERFORM 3300-BUSCAR-RETRO THRU 3300-EXIT
003006     PERFORM 3600-DESCONTAR-AUSENCIAS THRU 3600-EXIT
003007     PERFORM 3320-SUMAR-NOVEDADES THRU 3320-EXIT
003008     PERFORM 3160-RETENCION-PERIODO THRU 3160-EXIT
003009     PERFORM 3500-SUMAR-DEDUCCIONES THRU 3500-EXIT
003010     COMPUTE WS-NETO-MES =
003011         WS-BRUTO-MES - WS-IRPF-MES - WS-SEGSOC-MES
003012         - WS-OTRAS-DEDUC-MES + WS-AJUSTE-RETRO-MES
003013         + WS-AJUSTE-AUSEN-MES + WS-NOVEDADES-MES
003014         + WS-TRIENIOS-MES
003015     IF WS-BRUTO-MES - WS-IRPF-MES - WS-SEGSOC-MES
003016         - WS-OTRAS-DEDUC-MES + WS-AJUSTE-RETRO-MES
003017         + WS-AJUSTE-AUSEN-MES + WS-NOVEDADES-MES
003018         + WS-TRIENIOS-MES < ZERO
003019         DISPLAY "PAYCALC: AJUSTES RECORTADOS PARA "
003020             "EMPLEADO " EMP-ID
003021         COMPUTE WS-AJUSTE-RETRO-MES =
003022             WS-OTRAS-DEDUC-MES + WS-SEGSOC-MES
003023             + WS-IRPF-MES - WS-BRUTO-MES
003024             - WS-AJUSTE-AUSEN-MES - WS-NOVEDADES-MES
003025             - WS-TRIENIOS-MES
003026         MOVE ZERO TO WS-NETO-MES
003027     END-IF
003028*    LOS GASTOS DE VIAJE SE REEMBOLSAN ENTEROS: QUEDAN FUERA *
003029*    DEL DISPONIBLE DE LAS DEDUCCIONES Y DEL RECORTE DE      *
003030*    AJUSTES.                                                *
003031     PERFORM 3900-PAGAR-GASTOS THRU 3900-EXIT
003032     COMPUTE WS-NETO-MES = WS-NETO-MES
003033         + WS-GASTOS-EXENTO-MES + WS-GASTOS-SUJETO-MES.
003034 3000-EXIT.
003035     EXIT.
003036
003037*----------------------------------------------------------*
003038* FIJA LA JORNADA DEL EMPLEADO: SIN PORCENTAJE (CERO), AL    *
003039* 100 O CON UN VALOR NO VALIDO SE PAGA JORNADA COMPLETA.     *
003040* EN OTRO CASO EL SALARIO ANUAL Y EL TOPE DE LA BASE DE      *
003041* COTIZACION SE REDUCEN AL PORCENTAJE DE JORNADA.            *
003042*----------------------------------------------------------*
003043 3050-FIJAR-JORNADA.
003044     MOVE 1 TO WS-FRACCION-JORNADA
003045     MOVE SALARIO TO WS-SALARIO-JORNADA
003046     MOVE WS-SEGSOC-BASE-TOPE TO WS-TOPE-JORNADA
003047     IF EMP-JORNADA-PCT NOT NUMERIC
003048         GO TO 3050-EXIT
003049     END-IF
003050     IF EMP-JORNADA-COMPLETA OR EMP-JORNADA-PCT > 100
003051         GO TO 3050-EXIT
003052     END-IF
003053     COMPUTE WS-FRACCION-JORNADA ROUNDED = EMP-JORNADA-PCT / 100
003054     COMPUTE WS-SALARIO-JORNADA ROUNDED =
003055         SALARIO * WS-FRACCION-JORNADA
003056     COMPUTE WS-TOPE-JORNADA ROUNDED =
003057         WS-SEGSOC-BASE-TOPE * WS-FRACCION-JORNADA
003058     ADD 1 TO WS-PARCIALES-COUNT.
003059 3050-EXIT.
003060     EXIT.
003061
003062*----------------------------------------------------------*
003063* IRPF PROGRESIVO SOBRE EL SALARIO ANUAL MAS LOS TRIENIOS    *
003064* ANUALIZADOS (WS-BASE-IRPF-ANUAL): CADA TRAMO GRAVA         *
003065* A SU TIPO MARGINAL SOLO LA PORCION DE LA BASE QUE CAE      *
003066* ENTRE EL TECHO DEL TRAMO ANTERIOR Y EL SUYO. CON FAMMSTR   *
003067* SE APLICAN LAS CIRCUNSTANCIAS DEL EMPLEADO (3120): NO SE   *
003068* RETIENE SI LA BASE NO PASA EL LIMITE EXCLUYENTE; LA        *
003069* MOVILIDAD SE RESTA DE LA BASE; A LA CUOTA DE LA BASE SE LE *
003070* RESTA LA QUE LA ESCALA DA AL MINIMO PERSONAL Y FAMILIAR; Y *
003071* LA HIPOTECA REBAJA LA CUOTA EN DOS PUNTOS DE LA BASE. EL   *
003072* TIPO DEL PERIODO LO SACA 3160 DE ESTE IRPF ANUAL.          *
003073*----------------------------------------------------------*
003074*----------------------------------------------------------*
003075* SUMA LOS ATRASOS PENDIENTES DEL EMPLEADO EN CURSO DESDE LA *
003076* TABLA SEMBRADA POR 1400-CARGAR-RETROS.                     *
003077*----------------------------------------------------------*
003078*----------------------------------------------------------*
003079* SUMA LAS NOVEDADES VALIDAS DEL EMPLEADO EN CURSO Y LAS     *
003080* MARCA USADAS; LO QUE QUEDE SIN USAR AL FINAL DEL MAESTRO   *
003081* ES UN EMP-ID DESCONOCIDO Y SE RECHAZA EN 9300.             *
003082*----------------------------------------------------------*
003083 3320-SUMAR-NOVEDADES.
003084     MOVE ZERO TO WS-NOVEDADES-MES
003085     IF WS-NOV-COUNT = ZERO
003086         GO TO 3320-EXIT
003087     END-IF
003088     PERFORM 3340-TOMAR-NOVEDAD THRU 3340-EXIT
003089         VARYING WS-NOV-IDX FROM 1 BY 1
003090         UNTIL WS-NOV-IDX > WS-NOV-COUNT.
003091 3320-EXIT.
003092     EXIT.
003093
003094 3340-TOMAR-NOVEDAD.
003095     IF NOV-EMP-ID (WS-NOV-IDX) = EMP-ID
003096         AND NOV-USADO-SW (WS-NOV-IDX) = "N"
003097         ADD NOV-IMPORTE (WS-NOV-IDX) TO WS-NOVEDADES-MES
003098         MOVE "S" TO NOV-USADO-SW (WS-NOV-IDX)
003099     END-IF.
003100 3340-EXIT.
003101     EXIT.
003102
003103*----------------------------------------------------------*
003104* RECHAZA LAS NOVEDADES DE UN EMPLEADO DE BAJA FUERA DEL     *
003105* PERIODO, QUE NO COBRA ESTA NOMINA.                         *
003106*----------------------------------------------------------*
003107 3370-RECHAZAR-NOV-BAJA.
003108     IF WS-NOV-COUNT = ZERO
003109         GO TO 3370-EXIT
003110     END-IF
003111     PERFORM 3380-RECHAZO-BAJA THRU 3380-EXIT
003112         VARYING WS-NOV-IDX FROM 1 BY 1
003113         UNTIL WS-NOV-IDX > WS-NOV-COUNT.
003114 3370-EXIT.
003115     EXIT.
003116
003117 3380-RECHAZO-BAJA.
003118     IF NOV-EMP-ID (WS-NOV-IDX) = EMP-ID
003119         AND NOV-USADO-SW (WS-NOV-IDX) = "N"
003120         MOVE NOV-EMP-ID (WS-NOV-IDX) TO NRL-EMP-ID
003121         MOVE NOV-CODIGO (WS-NOV-IDX) TO NRL-CODIGO
003122         MOVE "EMPLEADO DE BAJA" TO NRL-MOTIVO
003123         PERFORM 8200-WRITE-NOVRECH THRU 8200-EXIT
003124         MOVE "S" TO NOV-USADO-SW (WS-NOV-IDX)
003125     END-IF.
003126 3380-EXIT.
003127     EXIT.
003128
003129*----------------------------------------------------------*
003130* MARCA "G" LAS NOVEDADES DE UN EMPLEADO CONOCIDO CUYO GRUPO *
003131* NO COBRA EN ESTA FECHA: AL FINAL SE RECHAZAN CON SU MOTIVO *
003132* REAL Y NO COMO EMPLEADO DESCONOCIDO.                       *
003133*----------------------------------------------------------*
003134 3385-MARCAR-NOV-GRUPO.
003135     IF WS-NOV-COUNT = ZERO
003136         GO TO 3385-EXIT
003137     END-IF
003138     PERFORM 3386-MARCAR-UNA-NOV THRU 3386-EXIT
003139         VARYING WS-NOV-IDX FROM 1 BY 1
003140         UNTIL WS-NOV-IDX > WS-NOV-COUNT.
003141 3385-EXIT.
003142     EXIT.
003143
003144 3386-MARCAR-UNA-NOV.
003145     IF NOV-EMP-ID (WS-NOV-IDX) = EMP-ID
003146         AND NOV-USADO-SW (WS-NOV-IDX) = "N"
003147         MOVE "G" TO NOV-USADO-SW (WS-NOV-IDX)
003148     END-IF.
003149 3386-EXIT.
003150     EXIT.
003151
003152*----------------------------------------------------------*
003153* MARCA "P" LAS NOVEDADES DE UN EMPLEADO OMITIDO POR EL      *
003154* CANDADO DE UN PAGO POR PERIODO, PARA RECHAZARLAS AL FINAL  *
003155* CON SU MOTIVO REAL Y NO COMO EMPLEADO DESCONOCIDO.         *
003156*----------------------------------------------------------*
003157 3390-MARCAR-NOV-PAGADO.
003158     IF WS-NOV-COUNT = ZERO
003159         GO TO 3390-EXIT
003160     END-IF
003161     PERFORM 3391-MARCAR-UNA-NOV-P THRU 3391-EXIT
003162         VARYING WS-NOV-IDX FROM 1 BY 1
003163         UNTIL WS-NOV-IDX > WS-NOV-COUNT.
003164 3390-EXIT.
003165     EXIT.
003166
003167 3391-MARCAR-UNA-NOV-P.
003168     IF NOV-EMP-ID (WS-NOV-IDX) = EMP-ID
003169         AND NOV-USADO-SW (WS-NOV-IDX) = "N"
003170         MOVE "P" TO NOV-USADO-SW (WS-NOV-IDX)
003171     END-IF.
003172 3391-EXIT.
003173     EXIT.
003174
003175 3300-BUSCAR-RETRO.
003176     MOVE ZERO TO WS-AJUSTE-RETRO-MES
003177     IF WS-RETRO-COUNT = ZERO
003178         GO TO 3300-EXIT
003179     END-IF
003180     PERFORM 3350-SUMAR-RETRO THRU 3350-EXIT
003181         VARYING WS-RETRO-IDX FROM 1 BY 1
003182         UNTIL WS-RETRO-IDX > WS-RETRO-COUNT.
003183 3300-EXIT.
003184     EXIT.
003185
003186 3350-SUMAR-RETRO.
003187     IF RET-EMP-ID (WS-RETRO-IDX) = EMP-ID
003188         AND RET-USADO-SW (WS-RETRO-IDX) = "N"
003189         IF RET-ELEGIBLE-SW (WS-RETRO-IDX) = "S"
003190             COMPUTE WS-AJUSTE-RETRO-MES ROUNDED =
003191                 WS-AJUSTE-RETRO-MES
003192                 + RET-IMPORTE (WS-RETRO-IDX)
003193                * WS-FRACCION-JORNADA
003194             MOVE "S" TO RET-USADO-SW (WS-RETRO-IDX)
003195         ELSE
003196         IF RET-MES-ACTUAL-SW (WS-RETRO-IDX) = "S"
003197*            LIQUIDADO POR ESTA NOMINA: EL SALARIO NUEVO YA
003198*            CUBRE EL MES EFECTIVO, NADA QUE PAGAR NI QUE
003199*            REGRABAR. LOS DE EFECTO FUTURO SIGUEN EN COLA.
003200             MOVE "S" TO RET-USADO-SW (WS-RETRO-IDX)
003201         END-IF
003202         END-IF
003203     END-IF.
003204 3350-EXIT.
003205     EXIT.
003206
003207*----------------------------------------------------------*
003208* PRORRATEO DEL BRUTO POR DIAS HABILES DEL CALENDARIO:       *
003209* CUANDO EL ALTA O LA BAJA CAEN DENTRO DEL PERIODO, SE PAGA  *
003210* LA PROPORCION DE DIAS HABILES TRABAJADOS SOBRE LOS DIAS    *
003211* HABILES DEL PERIODO COMPLETO. SIN CALMSTR NO HAY           *
003212* PRORRATEO.                                                 *
003213*----------------------------------------------------------*
003214 3400-PRORRATEAR.
003215     MOVE 1 TO WS-FRACCION-PERIODO
003216     IF WS-SIN-CALMSTR
003217         GO TO 3400-EXIT
003218     END-IF
003219     MOVE WS-PERIODO-DESDE TO WS-TRABAJO-DESDE
003220     MOVE WS-PERIODO-HASTA TO WS-TRABAJO-HASTA
003221     COMPUTE WS-FECHA-ALTA-EMP =
003222         ANIO * 10000 + MES * 100 + DIA
003223     IF WS-FECHA-ALTA-EMP > WS-PERIODO-DESDE
003224         AND WS-FECHA-ALTA-EMP NOT > WS-PERIODO-HASTA
003225         MOVE WS-FECHA-ALTA-EMP TO WS-TRABAJO-DESDE
003226     END-IF
003227     IF EMP-BAJA
003228         AND EMP-FECHA-BAJA < WS-PERIODO-HASTA
003229         AND EMP-FECHA-BAJA NOT < WS-TRABAJO-DESDE
003230         MOVE EMP-FECHA-BAJA TO WS-TRABAJO-HASTA
003231     END-IF
003232     IF WS-TRABAJO-DESDE = WS-PERIODO-DESDE
003233         AND WS-TRABAJO-HASTA = WS-PERIODO-HASTA
003234         GO TO 3400-EXIT
003235     END-IF
003236     MOVE WS-PERIODO-DESDE TO WS-CUENTA-DESDE
003237     MOVE WS-PERIODO-HASTA TO WS-CUENTA-HASTA
003238     PERFORM 3450-CONTAR-HABILES THRU 3450-EXIT
003239     MOVE WS-HABILES-CUENTA TO WS-HABILES-PERIODO
003240     MOVE WS-TRABAJO-DESDE TO WS-CUENTA-DESDE
003241     MOVE WS-TRABAJO-HASTA TO WS-CUENTA-HASTA
003242     PERFORM 3450-CONTAR-HABILES THRU 3450-EXIT
003243     MOVE WS-HABILES-CUENTA TO WS-HABILES-TRABAJO
003244     IF WS-HABILES-PERIODO = ZERO
003245         GO TO 3400-EXIT
003246     END-IF
003247     COMPUTE WS-FRACCION-PERIODO ROUNDED =
003248         WS-HABILES-TRABAJO / WS-HABILES-PERIODO
003249     IF WS-FRACCION-PERIODO < 1
003250         COMPUTE WS-BRUTO-MES ROUNDED =
003251             WS-BRUTO-MES * WS-FRACCION-PERIODO
003252         ADD 1 TO WS-PRORRATEOS-COUNT
003253     END-IF
003254 3400-EXIT.
003255     EXIT.
003256
003257*----------------------------------------------------------*
003258* CUENTA LOS DIAS MARCADOS CAL-HABIL EN CALMSTR ENTRE        *
003259* WS-CUENTA-DESDE Y WS-CUENTA-HASTA (MISMO MES NATURAL). UN  *
003260* DIA SIN REGISTRO EN EL CALENDARIO NO CUENTA COMO HABIL.    *
003261*----------------------------------------------------------*
003262 3450-CONTAR-HABILES.
003263     MOVE ZERO TO WS-HABILES-CUENTA
003264     MOVE WS-CUENTA-DESDE TO WS-FECHA-CUENTA
003265     PERFORM 3460-CONTAR-DIA THRU 3460-EXIT
003266         UNTIL WS-FECHA-CUENTA > WS-CUENTA-HASTA.
003267 3450-EXIT.
003268     EXIT.
003269
003270 3460-CONTAR-DIA.
003271     MOVE WS-FECHA-CUENTA TO CAL-FECHA
003272     READ CALENDARIO-MASTER-FILE
003273         INVALID KEY
003274             CONTINUE
003275         NOT INVALID KEY
003276             IF CAL-HABIL
003277                 ADD 1 TO WS-HABILES-CUENTA
003278             END-IF
003279     END-READ
003280     ADD 1 TO WS-FECHA-CUENTA.
003281 3460-EXIT.
003282     EXIT.
003283
003284*----------------------------------------------------------*
003285* DESCUENTO POR AUSENCIAS DEL PERIODO: SE RECORRE AUSMSTR    *
003286* DESDE (EMP-ID, INICIO DE PERIODO) HASTA CAMBIAR DE         *
003287* EMPLEADO O PASAR EL FIN DE PERIODO, EN EL MISMO ESTILO     *
003288* START/READ NEXT DE 3500. PERMISO (P) DESCUENTA EL DIA      *
003289* COMPLETO; ENFERMEDAD (E) DESCUENTA LA PARTE NO CUBIERTA    *
003290* POR EL TIPO REDUCIDO A PARTIR DEL DIA DE CARENCIA.         *
003291*----------------------------------------------------------*
003292 3600-DESCONTAR-AUSENCIAS.
003293     MOVE ZERO TO WS-AJUSTE-AUSEN-MES
003294     IF WS-SIN-AUSMSTR
003295         GO TO 3600-EXIT
003296     END-IF
003297     MOVE ZERO TO WS-DIAS-PERMISO
003298     MOVE ZERO TO WS-DIAS-ENFERMEDAD
003299     MOVE "N" TO WS-FIN-AUSENCIAS-SW
003300     MOVE EMP-ID TO AUS-EMP-ID
003301     MOVE WS-PERIODO-DESDE TO AUS-FECHA
003302     START AUSENCIA-MASTER-FILE
003303         KEY IS NOT LESS THAN AUS-CLAVE
003304         INVALID KEY
003305             MOVE "S" TO WS-FIN-AUSENCIAS-SW
003306     END-START
003307     PERFORM 3650-LEER-AUSENCIA THRU 3650-EXIT
003308         UNTIL WS-FIN-AUSENCIAS
003309     IF WS-DIAS-PERMISO = ZERO AND WS-DIAS-ENFERMEDAD = ZERO
003310         GO TO 3600-EXIT
003311     END-IF
003312     COMPUTE WS-VALOR-DIA ROUNDED =
003313         (WS-SALARIO-JORNADA / 12 + WS-TRIENIOS-COMPLETO)
003314         / WS-DIAS-EN-MES
003315     COMPUTE WS-DIAS-ENF-REDUCIDOS =
003316         WS-DIAS-ENFERMEDAD - WS-AUS-DIAS-CARENCIA
003317     IF WS-DIAS-ENF-REDUCIDOS < ZERO
003318         MOVE ZERO TO WS-DIAS-ENF-REDUCIDOS
003319     END-IF
003320     COMPUTE WS-AJUSTE-AUSEN-MES ROUNDED =
003321         ZERO - (WS-DIAS-PERMISO * WS-VALOR-DIA)
003322         - (WS-DIAS-ENF-REDUCIDOS * WS-VALOR-DIA
003323         * (100 - WS-AUS-PCT-ENFERMEDAD) / 100)
003324 3600-EXIT.
003325     EXIT.
003326
003327 3650-LEER-AUSENCIA.
003328     READ AUSENCIA-MASTER-FILE NEXT
003329         AT END
003330             MOVE "S" TO WS-FIN-AUSENCIAS-SW
003331     END-READ
003332     IF NOT WS-FIN-AUSENCIAS AND NOT WS-AUSMSTR-OK
003333         DISPLAY "PAYCALC: ERROR LEYENDO AUSMSTR "
003334             WS-AUSMSTR-STATUS
003335         GO TO ABEND-CLEANUP
003336     END-IF
003337     IF NOT WS-FIN-AUSENCIAS
003338         IF AUS-EMP-ID NOT = EMP-ID
003339             OR AUS-FECHA > WS-PERIODO-HASTA
003340             MOVE "S" TO WS-FIN-AUSENCIAS-SW
003341         ELSE
003342             IF AUS-PERMISO
003343                 ADD 1 TO WS-DIAS-PERMISO
003344             END-IF
003345             IF AUS-ENFERMEDAD
003346                 ADD 1 TO WS-DIAS-ENFERMEDAD
003347             END-IF
003348         END-IF
003349     END-IF
003350 3650-EXIT.
003351     EXIT.
003352
003353*----------------------------------------------------------*
003354* TRIENIOS DEL EMPLEADO: ANIOS COMPLETOS DE SERVICIO DESDE   *
003355* LA FECHA DE ALTA HASTA LA FECHA DE NOMINA, ENTRE TRES,     *
003356* POR EL IMPORTE DEL GRUPO DE PAGO (O EL GENERAL SI ES MAS   *
003357* RECIENTE O EL GRUPO NO TIENE). SE PRORRATEA CON LA MISMA   *
003358* FRACCION QUE EL BRUTO Y SE REDUCE A LA JORNADA PARCIAL.    *
003359* DEJA TAMBIEN LA BASE ANUAL DEL IRPF: SALARIO DE LA         *
003360* JORNADA MAS LOS TRIENIOS DE DOCE MESES.                    *
003361*----------------------------------------------------------*
003362 3200-CALCULAR-TRIENIOS.
003363     MOVE ZERO TO WS-TRIENIOS
003364     MOVE ZERO TO WS-TRIENIOS-COMPLETO
003365     MOVE ZERO TO WS-TRIENIOS-MES
003366     MOVE WS-SALARIO-JORNADA TO WS-BASE-IRPF-ANUAL
003367     IF WS-TRI-COUNT = ZERO OR FECHA NOT NUMERIC
003368         GO TO 3200-EXIT
003369     END-IF
003370     COMPUTE WS-ANIOS-SERVICIO = WS-ANIO-NOMINA - ANIO
003371     IF WS-MES-NOMINA < MES
003372         OR (WS-MES-NOMINA = MES AND WS-DIA-NOMINA < DIA)
003373         SUBTRACT 1 FROM WS-ANIOS-SERVICIO
003374     END-IF
003375     IF WS-ANIOS-SERVICIO < 3
003376         GO TO 3200-EXIT
003377     END-IF
003378     DIVIDE WS-ANIOS-SERVICIO BY 3 GIVING WS-TRIENIOS
003379     MOVE ZERO TO WS-TRI-GRUPO-SUB
003380     MOVE ZERO TO WS-TRI-GENERAL-SUB
003381     PERFORM 3250-BUSCAR-IMPORTE THRU 3250-EXIT
003382         VARYING WS-TRI-SUB FROM 1 BY 1
003383         UNTIL WS-TRI-SUB > WS-TRI-COUNT
003384     IF WS-TRI-GRUPO-SUB = ZERO
003385         MOVE WS-TRI-GENERAL-SUB TO WS-TRI-GRUPO-SUB
003386     ELSE
003387         IF WS-TRI-GENERAL-SUB NOT = ZERO
003388             AND TRT-VIGENCIA (WS-TRI-GENERAL-SUB)
003389                 > TRT-VIGENCIA (WS-TRI-GRUPO-SUB)
003390             MOVE WS-TRI-GENERAL-SUB TO WS-TRI-GRUPO-SUB
003391         END-IF
003392     END-IF
003393     IF WS-TRI-GRUPO-SUB = ZERO
003394         GO TO 3200-EXIT
003395     END-IF
003396     MOVE TRT-IMPORTE (WS-TRI-GRUPO-SUB) TO WS-TRI-IMPORTE
003397     COMPUTE WS-TRIENIOS-COMPLETO ROUNDED =
003398         WS-TRIENIOS * WS-TRI-IMPORTE * WS-FRACCION-JORNADA
003399     COMPUTE WS-TRIENIOS-MES ROUNDED =
003400         WS-TRIENIOS-COMPLETO * WS-FRACCION-PERIODO
003401     COMPUTE WS-BASE-IRPF-ANUAL =
003402         WS-SALARIO-JORNADA + WS-TRIENIOS-COMPLETO * 12
003403     IF WS-TRIENIOS-MES > ZERO
003404         ADD 1 TO WS-CON-TRIENIOS-COUNT
003405     END-IF.
003406 3200-EXIT.
003407     EXIT.
003408
003409 3250-BUSCAR-IMPORTE.
003410     IF TRT-GRUPO (WS-TRI-SUB) = WS-GRUPO-EMP
003411         MOVE WS-TRI-SUB TO WS-TRI-GRUPO-SUB
003412     END-IF
003413     IF TRT-GRUPO (WS-TRI-SUB) = SPACES
003414         MOVE WS-TRI-SUB TO WS-TRI-GENERAL-SUB
003415     END-IF.
003416 3250-EXIT.
003417     EXIT.
003418
003419 3100-CALCULAR-IRPF.
003420     MOVE ZERO TO WS-IRPF-ANUAL
003421     MOVE ZERO TO WS-IRPF-MES
003422     PERFORM 3120-MINIMO-FAMILIAR THRU 3120-EXIT
003423     IF WS-LIMITE-EXCLUIDO > ZERO
003424         AND WS-BASE-IRPF-ANUAL NOT > WS-LIMITE-EXCLUIDO
003425         ADD 1 TO WS-EXENTOS-IRPF-COUNT
003426         GO TO 3100-EXIT
003427     END-IF
003428     MOVE ZERO TO WS-BASE-ESCALA
003429     IF WS-BASE-IRPF-ANUAL > WS-GASTO-DEDUCIBLE
003430         COMPUTE WS-BASE-ESCALA =
003431             WS-BASE-IRPF-ANUAL - WS-GASTO-DEDUCIBLE
003432     END-IF
003433     IF WS-MINIMO-FAMILIAR > WS-BASE-ESCALA
003434         MOVE WS-BASE-ESCALA TO WS-MINIMO-FAMILIAR
003435     END-IF
003436     PERFORM 3140-APLICAR-ESCALA THRU 3140-EXIT
003437     MOVE WS-CUOTA-ESCALA TO WS-IRPF-ANUAL
003438     MOVE WS-MINIMO-FAMILIAR TO WS-BASE-ESCALA
003439     PERFORM 3140-APLICAR-ESCALA THRU 3140-EXIT
003440     SUBTRACT WS-CUOTA-ESCALA FROM WS-IRPF-ANUAL
003441     IF WS-REDUCE-HIPOTECA
003442         COMPUTE WS-REDUCCION-HIPOTECA ROUNDED =
003443             WS-BASE-IRPF-ANUAL * WS-HIPOTECA-PUNTOS / 100
003444         IF WS-REDUCCION-HIPOTECA < WS-IRPF-ANUAL
003445             SUBTRACT WS-REDUCCION-HIPOTECA FROM WS-IRPF-ANUAL
003446         ELSE
003447             MOVE ZERO TO WS-IRPF-ANUAL
003448         END-IF
003449     END-IF
003450     COMPUTE WS-IRPF-MES ROUNDED = WS-IRPF-ANUAL / 12.
003451 3100-EXIT.
003452     EXIT.
003453
003454*----------------------------------------------------------*
003455* MINIMO PERSONAL Y FAMILIAR, GASTO POR MOVILIDAD, LIMITE    *
003456* EXCLUYENTE Y DERECHO A LA REBAJA POR HIPOTECA DEL EMPLEADO *
003457* EN CURSO. SIN FAMMSTR TODO QUEDA A CERO Y LA RETENCION ES  *
003458* LA DE LA ESCALA SOBRE LA BASE; UN EMPLEADO SIN REGISTRO SE *
003459* TRATA COMO SITUACION 3 SIN DESCENDIENTES. DE LOS SEIS      *
003460* PRIMEROS DESCENDIENTES SE CONOCE LA EDAD EN EL ANIO DE LA  *
003461* NOMINA; LOS DEMAS SE COMPUTAN SIEMPRE.                     *
003462*----------------------------------------------------------*
003463 3120-MINIMO-FAMILIAR.
003464     MOVE ZERO TO WS-MINIMO-FAMILIAR
003465     MOVE ZERO TO WS-GASTO-DEDUCIBLE
003466     MOVE ZERO TO WS-LIMITE-EXCLUIDO
003467     MOVE "N" TO WS-REDUCE-HIPOTECA-SW
003468     IF WS-SIN-FAMMSTR
003469         GO TO 3120-EXIT
003470     END-IF
003471     MOVE EMP-ID TO SF-EMP-ID
003472     READ FAMILIA-MASTER-FILE
003473         INVALID KEY
003474             INITIALIZE SF-DATOS
003475             MOVE "3" TO SF-SITUACION
003476             ADD 1 TO WS-SIN-FAMILIA-COUNT
003477     END-READ
003478     MOVE WS-MIN-PERSONAL TO WS-MINIMO-FAMILIAR
003479     MOVE SF-NUM-HIJOS TO WS-HIJOS-COMPUTABLES
003480     MOVE ZERO TO WS-HIJOS-MENORES-3
003481     IF SF-NUM-HIJOS > 6
003482         MOVE 6 TO WS-HIJOS-CON-FECHA
003483     ELSE
003484         MOVE SF-NUM-HIJOS TO WS-HIJOS-CON-FECHA
003485     END-IF
003486     PERFORM 3130-EDAD-HIJO THRU 3130-EXIT
003487         VARYING WS-HIJO-SUB FROM 1 BY 1
003488         UNTIL WS-HIJO-SUB > WS-HIJOS-CON-FECHA
003489     PERFORM 3135-MINIMO-HIJO THRU 3135-EXIT
003490         VARYING WS-HIJO-SUB FROM 1 BY 1
003491         UNTIL WS-HIJO-SUB > WS-HIJOS-COMPUTABLES
003492     COMPUTE WS-MINIMO-FAMILIAR = WS-MINIMO-FAMILIAR
003493         + WS-HIJOS-MENORES-3 * WS-MIN-MENOR-3
003494         + SF-DEP-DISCAP-33 * WS-MIN-DEP-DISCAP-33
003495         + SF-DEP-DISCAP-65 * WS-MIN-DEP-DISCAP-65
003496     IF SF-GRADO-DISCAP NOT < 65
003497         ADD WS-MIN-DISCAP-65 WS-MIN-ASISTENCIA
003498             TO WS-MINIMO-FAMILIAR
003499     ELSE
003500         IF SF-GRADO-DISCAP NOT < 33
003501             ADD WS-MIN-DISCAP-33 TO WS-MINIMO-FAMILIAR
003502             IF SF-CON-AYUDA
003503                 ADD WS-MIN-ASISTENCIA TO WS-MINIMO-FAMILIAR
003504             END-IF
003505         END-IF
003506     END-IF
003507     IF SF-CON-MOVILIDAD
003508         MOVE WS-GASTO-MOVILIDAD TO WS-GASTO-DEDUCIBLE
003509     END-IF
003510     IF SF-CON-HIPOTECA
003511         AND WS-BASE-IRPF-ANUAL < WS-HIPOTECA-BASE-TOPE
003512         MOVE "S" TO WS-REDUCE-HIPOTECA-SW
003513     END-IF
003514     EVALUATE TRUE
003515         WHEN SF-SIT-MONOPARENTAL AND WS-HIJOS-COMPUTABLES > ZERO
003516             MOVE 1 TO WS-SIT-SUB
003517         WHEN SF-SIT-CONYUGE-CARGO
003518             MOVE 2 TO WS-SIT-SUB
003519         WHEN OTHER
003520             MOVE 3 TO WS-SIT-SUB
003521     END-EVALUATE
003522     IF WS-HIJOS-COMPUTABLES > 2
003523         MOVE 3 TO WS-HIJOS-SUB
003524     ELSE
003525         COMPUTE WS-HIJOS-SUB = WS-HIJOS-COMPUTABLES + 1
003526     END-IF
003527     MOVE LEX-IMPORTE (WS-SIT-SUB WS-HIJOS-SUB)
003528         TO WS-LIMITE-EXCLUIDO.
003529 3120-EXIT.
003530     EXIT.
003531
003532 3130-EDAD-HIJO.
003533     COMPUTE WS-EDAD-HIJO =
003534         WS-ANIO-NOMINA - SF-HIJO-ANIO-NAC (WS-HIJO-SUB)
003535     IF WS-EDAD-HIJO NOT < WS-EDAD-MAX-HIJO
003536         SUBTRACT 1 FROM WS-HIJOS-COMPUTABLES
003537     ELSE
003538         IF WS-EDAD-HIJO < WS-EDAD-MENOR
003539             ADD 1 TO WS-HIJOS-MENORES-3
003540         END-IF
003541     END-IF.
003542 3130-EXIT.
003543     EXIT.
003544
003545 3135-MINIMO-HIJO.
003546     IF WS-HIJO-SUB > 4
003547         ADD MDS-IMPORTE (4) TO WS-MINIMO-FAMILIAR
003548     ELSE
003549         ADD MDS-IMPORTE (WS-HIJO-SUB) TO WS-MINIMO-FAMILIAR
003550     END-IF.
003551 3135-EXIT.
003552     EXIT.
003553
003554*----------------------------------------------------------*
003555* CUOTA DE LA ESCALA DE TRAMOS (WS-CUOTA-ESCALA) PARA EL     *
003556* IMPORTE ANUAL DE WS-BASE-ESCALA.                           *
003557*----------------------------------------------------------*
003558 3140-APLICAR-ESCALA.
003559     MOVE ZERO TO WS-CUOTA-ESCALA
003560     MOVE ZERO TO WS-TRAMO-SUELO
003561     MOVE 1 TO WS-TRAMO-SUB
003562     PERFORM 3150-GRAVAR-TRAMO THRU 3150-EXIT
003563         UNTIL WS-TRAMO-SUB > WS-TRAMO-COUNT
003564         OR WS-TRAMO-SUELO NOT < WS-BASE-ESCALA.
003565 3140-EXIT.
003566     EXIT.
003567
003568 3150-GRAVAR-TRAMO.
003569     IF WS-BASE-ESCALA > TR-TOPE-ANUAL (WS-TRAMO-SUB)
003570         COMPUTE WS-TRAMO-PORCION =
003571             TR-TOPE-ANUAL (WS-TRAMO-SUB) - WS-TRAMO-SUELO
003572     ELSE
003573         COMPUTE WS-TRAMO-PORCION =
003574             WS-BASE-ESCALA - WS-TRAMO-SUELO
003575     END-IF
003576     COMPUTE WS-CUOTA-ESCALA ROUNDED = WS-CUOTA-ESCALA
003577         + WS-TRAMO-PORCION
003578         * TR-PORCENTAJE (WS-TRAMO-SUB) / 100
003579     MOVE TR-TOPE-ANUAL (WS-TRAMO-SUB) TO WS-TRAMO-SUELO
003580     ADD 1 TO WS-TRAMO-SUB.
003581 3150-EXIT.
003582     EXIT.
003583
003584*----------------------------------------------------------*
003585* RETENCION DEL PERIODO. CON PAGOS ANTERIORES DEL MISMO ANIO *
003586* EN NOMHIST LA BASE ANUAL ES LA PROYECTADA: BRUTO ACUMULADO *
003587* MAS EL DEVENGO DE ESTA NOMINA MAS LAS PAGAS QUE QUEDAN A   *
003588* RAZON DE LA BASE TEORICA / 12. EL IRPF ANUAL DE 3100 MENOS *
003589* LO YA RETENIDO, ENTRE LO QUE QUEDA POR COBRAR, DA EL TIPO  *
003590* (CON DOS DECIMALES, NUNCA NEGATIVO) QUE SE APLICA AL       *
003591* DEVENGO SUJETO DEL PERIODO. SIN HISTORIA EL TIPO ES EL     *
003592* EFECTIVO DE LA BASE TEORICA. UNA VARIACION SOBRE EL ULTIMO *
003593* TIPO PAGADO MAYOR QUE EL UMBRAL SALE EN IRPFRPT.           *
003594*----------------------------------------------------------*
003595 3160-RETENCION-PERIODO.
003596     COMPUTE WS-DEVENGO-IRPF =
003597         WS-BRUTO-MES + WS-TRIENIOS-MES + WS-AJUSTE-RETRO-MES
003598         + WS-AJUSTE-AUSEN-MES + WS-NOVEDADES-MES
003599     IF WS-DEVENGO-IRPF < ZERO
003600         MOVE ZERO TO WS-DEVENGO-IRPF
003601     END-IF
003602     MOVE ZERO TO WS-TIPO-IRPF
003603     PERFORM 3170-ACUMULADO-ANIO THRU 3170-EXIT
003604     MOVE WS-BASE-IRPF-ANUAL TO WS-BASE-IRPF-TEORICA
003605     IF WS-CON-HIST-ANIO
003606         COMPUTE WS-MESES-RESTANTES = 12 - WS-MES-NOMINA
003607         COMPUTE WS-BASE-IRPF-ANUAL ROUNDED =
003608             WS-ACUM-BRUTO-ANIO + WS-DEVENGO-IRPF
003609             + WS-MESES-RESTANTES * WS-BASE-IRPF-TEORICA / 12
003610     END-IF
003611     PERFORM 3100-CALCULAR-IRPF THRU 3100-EXIT
003612     COMPUTE WS-IRPF-PENDIENTE =
003613         WS-IRPF-ANUAL - WS-ACUM-IRPF-ANIO
003614     COMPUTE WS-BASE-PENDIENTE =
003615         WS-BASE-IRPF-ANUAL - WS-ACUM-BRUTO-ANIO
003616     MOVE WS-BASE-IRPF-TEORICA TO WS-BASE-IRPF-ANUAL
003617     IF WS-IRPF-PENDIENTE > ZERO AND WS-BASE-PENDIENTE > ZERO
003618         COMPUTE WS-TIPO-IRPF ROUNDED =
003619             WS-IRPF-PENDIENTE * 100 / WS-BASE-PENDIENTE
003620     END-IF
003621     IF WS-TIPO-IRPF > 100
003622         MOVE 100 TO WS-TIPO-IRPF
003623     END-IF
003624     COMPUTE WS-IRPF-MES ROUNDED =
003625         WS-DEVENGO-IRPF * WS-TIPO-IRPF / 100
003626     IF NOT WS-CON-HIST-ANIO
003627         GO TO 3160-EXIT
003628     END-IF
003629     COMPUTE WS-TIPO-VARIACION = WS-TIPO-IRPF - WS-TIPO-ANTERIOR
003630     IF WS-TIPO-VARIACION > WS-UMBRAL-TIPO
003631         OR WS-TIPO-VARIACION < ZERO - WS-UMBRAL-TIPO
003632         PERFORM 3190-LISTAR-CAMBIO-TIPO THRU 3190-EXIT
003633     END-IF.
003634 3160-EXIT.
003635     EXIT.
003636
003637*----------------------------------------------------------*
003638* ACUMULADOS DEL ANIO: EL ULTIMO REGISTRO DE NOMHIST DEL     *
003639* EMPLEADO CON FECHA DEL MISMO ANIO Y ANTERIOR A LA FECHA DE *
003640* NOMINA (UN RELANCE DE LA MISMA FECHA NO CUENTA) TRAE EL    *
003641* BRUTO Y EL IRPF ACUMULADOS Y EL TIPO QUE SE LE APLICO.     *
003642*----------------------------------------------------------*
003643 3170-ACUMULADO-ANIO.
003644     MOVE "N" TO WS-CON-HIST-ANIO-SW
003645     MOVE ZERO TO WS-ACUM-BRUTO-ANIO
003646     MOVE ZERO TO WS-ACUM-IRPF-ANIO
003647     MOVE ZERO TO WS-TIPO-ANTERIOR
003648     IF WS-SIN-NOMHIST
003649         GO TO 3170-EXIT
003650     END-IF
003651     MOVE "N" TO WS-FIN-HIST-ANIO-SW
003652     MOVE EMP-ID TO NH-EMP-ID
003653     COMPUTE NH-FECHA-NOMINA = WS-ANIO-NOMINA * 10000 + 0101
003654     MOVE ZERO TO NH-SECUENCIA
003655     START NOMINA-HIST-FILE
003656         KEY IS NOT LESS THAN NH-CLAVE
003657         INVALID KEY
003658             MOVE "S" TO WS-FIN-HIST-ANIO-SW
003659     END-START
003660     PERFORM 3180-LEER-HIST-ANIO THRU 3180-EXIT
003661         UNTIL WS-FIN-HIST-ANIO.
003662 3170-EXIT.
003663     EXIT.
003664
003665 3180-LEER-HIST-ANIO.
003666     READ NOMINA-HIST-FILE NEXT
003667         AT END
003668             MOVE "S" TO WS-FIN-HIST-ANIO-SW
003669             GO TO 3180-EXIT
003670     END-READ
003671     IF NOT WS-NOMHIST-OK
003672         DISPLAY "PAYCALC: ERROR LEYENDO NOMHIST "
003673             WS-NOMHIST-STATUS
003674         GO TO ABEND-CLEANUP
003675     END-IF
003676     MOVE NH-FECHA-NOMINA TO WS-FECHA-HIST-PER
003677     IF NH-EMP-ID NOT = EMP-ID
003678         OR WS-ANIO-HIST-PER NOT = WS-ANIO-NOMINA
003679         OR NH-FECHA-NOMINA NOT < WS-FECHA-NOMINA
003680         MOVE "S" TO WS-FIN-HIST-ANIO-SW
003681         GO TO 3180-EXIT
003682     END-IF
003683     MOVE "S" TO WS-CON-HIST-ANIO-SW
003684     MOVE NH-ACUM-BRUTO TO WS-ACUM-BRUTO-ANIO
003685     MOVE NH-ACUM-IRPF TO WS-ACUM-IRPF-ANIO
003686* UNA ANULACION NO TIENE TIPO PROPIO: VALE EL DE LA ULTIMA   *
003687* NOMINA PAGADA ANTES DE ELLA.                               *
003688     IF NH-ANULACION
003689         GO TO 3180-EXIT
003690     END-IF
003691     MOVE ZERO TO WS-TIPO-ANTERIOR
003692     IF NH-SALARIO-BRUTO > ZERO
003693         COMPUTE WS-TIPO-ANTERIOR ROUNDED =
003694             NH-IRPF * 100 / NH-SALARIO-BRUTO
003695     END-IF.
003696 3180-EXIT.
003697     EXIT.
003698
003699 3190-LISTAR-CAMBIO-TIPO.
003700     MOVE EMP-ID TO IRL-EMP-ID
003701     MOVE APELLIDO TO IRL-APELLIDO
003702     MOVE WS-TIPO-ANTERIOR TO IRL-TIPO-ANTERIOR
003703     MOVE WS-TIPO-IRPF TO IRL-TIPO-NUEVO
003704     MOVE WS-TIPO-VARIACION TO IRL-VARIACION
003705     MOVE WS-IRPF-MES TO IRL-IRPF-MES
003706     MOVE WS-IRPFRPT-DET TO IRPF-RPT-LINE
003707     PERFORM 8300-WRITE-IRPFRPT THRU 8300-EXIT
003708     ADD 1 TO WS-CAMBIOS-TIPO-COUNT.
003709 3190-EXIT.
003710     EXIT.
003711
003712*----------------------------------------------------------*
003713* SUMA LAS DEDUCCIONES ACTIVAS DEL EMPLEADO EN DEDMSTR. SE   *
003714* POSICIONA CON START EN LA PRIMERA DEDUCCION DEL EMP-ID Y   *
003715* LEE HACIA ADELANTE HASTA CAMBIAR DE EMPLEADO. SI EL        *
003716* IMPORTE ACUMULADO SUPERA LO COBRABLE, EL NETO NO PUEDE     *
003717* QUEDAR NEGATIVO: SE RECORTA AL DISPONIBLE Y SE AVISA.      *
003718*----------------------------------------------------------*
003719*----------------------------------------------------------*
003720* DEDUCCIONES CON ORDEN DE PRELACION Y MINIMO PROTEGIDO.     *
003721* SE CARGAN LAS ELECCIONES ACTIVAS DEL EMPLEADO EN UNA       *
003722* TABLA, SE LES ASIGNA PRELACION LEGAL (EM EMBARGO, LUEGO    *
003723* CS OBLIGATORIA, LUEGO PP/AH VOLUNTARIAS) Y SE COBRAN EN    *
003724* ESE ORDEN CONTRA EL DISPONIBLE SOBRE EL MINIMO PROTEGIDO.  *
003725* EL EMBARGO ADEMAS RESPETA SUS TRAMOS LEGALES (30%/50%/90%  *
003726* DEL EXCESO SOBRE EL MINIMO, POR TRAMOS DE UN MINIMO). LO   *
003727* QUE NO SE PUEDE COBRAR QUEDA EN EL FICHERO DE ATRASOS      *
003728* DEDARR (COPY DEDARR) Y SE REINTENTA SOLO EN PERIODOS       *
003729* POSTERIORES, SUMANDOLO A LA CUOTA DEL MES.                 *
003730*----------------------------------------------------------*
003731 3500-SUMAR-DEDUCCIONES.
003732     MOVE ZERO TO WS-OTRAS-DEDUC-MES
003733     MOVE ZERO TO WS-AMORT-PRESTAMO-MES
003734     MOVE ZERO TO WS-ELEC-COUNT
003735     IF WS-SIN-DEDMSTR
003736         GO TO 3500-PRESTAMOS
003737     END-IF
003738     MOVE "N" TO WS-FIN-DEDUCC-SW
003739     MOVE EMP-ID TO DED-EMP-ID
003740     MOVE SPACES TO DED-CODIGO
003741     START DEDUCCION-MASTER-FILE
003742         KEY IS NOT LESS THAN DED-CLAVE
003743         INVALID KEY
003744             MOVE "S" TO WS-FIN-DEDUCC-SW
003745     END-START
003746     PERFORM 3550-LEER-DEDUCCION THRU 3550-EXIT
003747         UNTIL WS-FIN-DEDUCC.
003748 3500-PRESTAMOS.
003749     PERFORM 3560-CARGAR-PRESTAMOS THRU 3560-EXIT
003750     IF WS-ELEC-COUNT = ZERO
003751         GO TO 3500-EXIT
003752     END-IF
003753     COMPUTE WS-DISPONIBLE =
003754         WS-BRUTO-MES - WS-IRPF-MES - WS-SEGSOC-MES
003755        + WS-AJUSTE-RETRO-MES + WS-AJUSTE-AUSEN-MES
003756        + WS-NOVEDADES-MES + WS-TRIENIOS-MES
003757         - WS-MINIMO-PROTEGIDO
003758     IF WS-DISPONIBLE < ZERO
003759         MOVE ZERO TO WS-DISPONIBLE
003760     END-IF
003761     PERFORM 3700-TOPE-EMBARGO THRU 3700-EXIT
003762     PERFORM 3720-APLICAR-PRELACION THRU 3720-EXIT
003763         VARYING WS-PRELACION FROM 1 BY 1
003764         UNTIL WS-PRELACION > 5.
003765 3500-EXIT.
003766     EXIT.
003767
003768 3550-LEER-DEDUCCION.
003769     READ DEDUCCION-MASTER-FILE NEXT
003770         AT END
003771             MOVE "S" TO WS-FIN-DEDUCC-SW
003772     END-READ
003773     IF NOT WS-FIN-DEDUCC AND NOT WS-DEDMSTR-OK
003774         DISPLAY "PAYCALC: ERROR LEYENDO DEDMSTR "
003775             WS-DEDMSTR-STATUS
003776         GO TO ABEND-CLEANUP
003777     END-IF
003778     IF NOT WS-FIN-DEDUCC
003779         IF DED-EMP-ID NOT = EMP-ID
003780             MOVE "S" TO WS-FIN-DEDUCC-SW
003781         ELSE
003782             IF DED-ACTIVA
003783                 PERFORM 3580-ANOTAR-ELECCION THRU 3580-EXIT
003784             END-IF
003785         END-IF
003786     END-IF
003787 3550-EXIT.
003788     EXIT.
003789
003790 3580-ANOTAR-ELECCION.
003791     IF WS-ELEC-COUNT >= 20
003792         DISPLAY "PAYCALC: TABLA DE ELECCIONES LLENA PARA "
003793             "EMPLEADO " EMP-ID
003794         GO TO ABEND-CLEANUP
003795     END-IF
003796     ADD 1 TO WS-ELEC-COUNT
003797     MOVE DED-CODIGO TO ELE-CODIGO (WS-ELEC-COUNT)
003798     MOVE DED-IMPORTE-MES TO ELE-IMPORTE (WS-ELEC-COUNT)
003799     MOVE ZERO TO ELE-PRESTAMO (WS-ELEC-COUNT)
003800     EVALUATE DED-CODIGO
003801         WHEN "EM"
003802             MOVE 1 TO ELE-PRELACION (WS-ELEC-COUNT)
003803         WHEN "CS"
003804             MOVE 2 TO ELE-PRELACION (WS-ELEC-COUNT)
003805         WHEN "PP"
003806             MOVE 3 TO ELE-PRELACION (WS-ELEC-COUNT)
003807         WHEN "AH"
003808             MOVE 4 TO ELE-PRELACION (WS-ELEC-COUNT)
003809         WHEN OTHER
003810             MOVE 5 TO ELE-PRELACION (WS-ELEC-COUNT)
003811     END-EVALUATE.
003812 3580-EXIT.
003813     EXIT.
003814
003815*----------------------------------------------------------*
003816* ANOTA COMO ELECCION PR, PRELACION 4, CADA PRESTAMO VIVO    *
003817* DEL EMPLEADO EN PRTMSTR YA DESEMBOLSADO EN LA FECHA DE     *
003818* NOMINA, EN EL MISMO ESTILO START/READ NEXT DE 3900. LA     *
003819* CUOTA SE LIMITA AL SALDO, ASI LA ULTIMA CIERRA EL          *
003820* PRESTAMO. SI EL PRESTAMO YA SE COBRO CON ESTA MISMA FECHA  *
003821* DE NOMINA (RELANCE) SE DESHACE ESE COBRO ANTES.            *
003822*----------------------------------------------------------*
003823 3560-CARGAR-PRESTAMOS.
003824     IF WS-SIN-PRTMSTR
003825         GO TO 3560-EXIT
003826     END-IF
003827     MOVE "N" TO WS-FIN-PRESTAMOS-SW
003828     MOVE EMP-ID TO PRT-EMP-ID
003829     MOVE ZERO TO PRT-NUMERO
003830     START PRESTAMO-MASTER-FILE
003831         KEY IS NOT LESS THAN PRT-CLAVE
003832         INVALID KEY
003833             MOVE "S" TO WS-FIN-PRESTAMOS-SW
003834     END-START
003835     PERFORM 3570-LEER-PRESTAMO THRU 3570-EXIT
003836         UNTIL WS-FIN-PRESTAMOS.
003837 3560-EXIT.
003838     EXIT.
003839
003840 3570-LEER-PRESTAMO.
003841     READ PRESTAMO-MASTER-FILE NEXT
003842         AT END
003843             MOVE "S" TO WS-FIN-PRESTAMOS-SW
003844     END-READ
003845     IF WS-FIN-PRESTAMOS
003846         GO TO 3570-EXIT
003847     END-IF
003848     IF NOT WS-PRTMSTR-OK
003849         DISPLAY "PAYCALC: ERROR LEYENDO PRTMSTR "
003850             WS-PRTMSTR-STATUS
003851         GO TO ABEND-CLEANUP
003852     END-IF
003853     IF PRT-EMP-ID NOT = EMP-ID
003854         MOVE "S" TO WS-FIN-PRESTAMOS-SW
003855         GO TO 3570-EXIT
003856     END-IF
003857     IF PRT-FECHA-DESEMBOLSO > WS-FECHA-NOMINA
003858         GO TO 3570-EXIT
003859     END-IF
003860*    UNA NOMINA EXTRAORDINARIA DE UN PERIODO ATRASADO NO
003861*    COBRA CUOTA DE UN PRESTAMO YA COBRADO DESPUES.
003862     IF WS-EN-EXTRA
003863         AND PRT-FECHA-ULT-COBRO > WS-FECHA-NOMINA
003864         GO TO 3570-EXIT
003865     END-IF
003866     IF PRT-FECHA-ULT-COBRO = WS-FECHA-NOMINA
003867         PERFORM 3575-DESHACER-COBRO THRU 3575-EXIT
003868     END-IF
003869     IF NOT PRT-VIVO
003870         GO TO 3570-EXIT
003871     END-IF
003872     IF WS-ELEC-COUNT >= 20
003873         DISPLAY "PAYCALC: TABLA DE ELECCIONES LLENA PARA "
003874             "EMPLEADO " EMP-ID
003875         GO TO ABEND-CLEANUP
003876     END-IF
003877     ADD 1 TO WS-ELEC-COUNT
003878     MOVE "PR" TO ELE-CODIGO (WS-ELEC-COUNT)
003879     MOVE 4 TO ELE-PRELACION (WS-ELEC-COUNT)
003880     MOVE PRT-NUMERO TO ELE-PRESTAMO (WS-ELEC-COUNT)
003881     IF PRT-CUOTA > PRT-SALDO
003882         MOVE PRT-SALDO TO ELE-IMPORTE (WS-ELEC-COUNT)
003883     ELSE
003884         MOVE PRT-CUOTA TO ELE-IMPORTE (WS-ELEC-COUNT)
003885     END-IF.
003886 3570-EXIT.
003887     EXIT.
003888
003889 3575-DESHACER-COBRO.
003890     ADD PRT-IMPORTE-ULT-COBRO TO PRT-SALDO
003891     IF PRT-IMPORTE-ULT-COBRO > ZERO
003892         AND PRT-CUOTAS-COBRADAS > ZERO
003893         SUBTRACT 1 FROM PRT-CUOTAS-COBRADAS
003894     END-IF
003895     IF PRT-CANCELADO
003896         AND PRT-FECHA-CANCELACION = WS-FECHA-NOMINA
003897         MOVE "V" TO PRT-ESTADO
003898         MOVE ZERO TO PRT-FECHA-CANCELACION
003899     END-IF
003900     MOVE ZERO TO PRT-FECHA-ULT-COBRO
003901     MOVE ZERO TO PRT-IMPORTE-ULT-COBRO
003902     REWRITE PRESTAMO-MASTER-REC
003903     IF NOT WS-PRTMSTR-OK
003904         DISPLAY "PAYCALC: ERROR REGRABANDO PRTMSTR "
003905             PRT-EMP-ID " " PRT-NUMERO " " WS-PRTMSTR-STATUS
003906         GO TO ABEND-CLEANUP
003907     END-IF
003908 3575-EXIT.
003909     EXIT.
003910
003911*----------------------------------------------------------*
003912* TOPE LEGAL DEL EMBARGO POR TRAMOS SOBRE EL EXCESO DEL      *
003913* MINIMO PROTEGIDO: 30% DEL PRIMER TRAMO DE UN MINIMO, 50%   *
003914* DEL SEGUNDO Y 90% DEL RESTO.                               *
003915*----------------------------------------------------------*
003916 3700-TOPE-EMBARGO.
003917     MOVE ZERO TO WS-TOPE-EMBARGO
003918     MOVE WS-DISPONIBLE TO WS-TRAMO-EMB
003919     IF WS-TRAMO-EMB > WS-MINIMO-PROTEGIDO
003920         MOVE WS-MINIMO-PROTEGIDO TO WS-TRAMO-EMB
003921     END-IF
003922     COMPUTE WS-TOPE-EMBARGO ROUNDED =
003923         WS-TRAMO-EMB * 30 / 100
003924     COMPUTE WS-TRAMO-EMB =
003925         WS-DISPONIBLE - WS-MINIMO-PROTEGIDO
003926     IF WS-TRAMO-EMB > ZERO
003927         IF WS-TRAMO-EMB > WS-MINIMO-PROTEGIDO
003928             MOVE WS-MINIMO-PROTEGIDO TO WS-TRAMO-EMB
003929         END-IF
003930         COMPUTE WS-TOPE-EMBARGO ROUNDED =
003931             WS-TOPE-EMBARGO + WS-TRAMO-EMB * 50 / 100
003932     END-IF
003933     COMPUTE WS-TRAMO-EMB =
003934         WS-DISPONIBLE - WS-MINIMO-PROTEGIDO
003935         - WS-MINIMO-PROTEGIDO
003936     IF WS-TRAMO-EMB > ZERO
003937         COMPUTE WS-TOPE-EMBARGO ROUNDED =
003938             WS-TOPE-EMBARGO + WS-TRAMO-EMB * 90 / 100
003939     END-IF
003940 3700-EXIT.
003941     EXIT.
003942
003943 3720-APLICAR-PRELACION.
003944     PERFORM 3750-COBRAR-ELECCION THRU 3750-EXIT
003945         VARYING WS-ELEC-SUB FROM 1 BY 1
003946         UNTIL WS-ELEC-SUB > WS-ELEC-COUNT.
003947 3720-EXIT.
003948     EXIT.
003949
003950*----------------------------------------------------------*
003951* COBRA UNA ELECCION DE LA PRELACION EN CURSO: LA CUOTA DEL  *
003952* MES MAS SU ATRASO PENDIENTE, HASTA EL DISPONIBLE (Y HASTA  *
003953* EL TOPE DE TRAMOS SI ES EMBARGO). EL RESTO NO COBRADO SE   *
003954* DEJA ANOTADO EN DEDARR.                                    *
003955* LOS PRESTAMOS NO TIENEN ATRASO: LO QUE NO SE COBRA SIGUE   *
003956* EN SU SALDO Y 3860 LO AMORTIZA EN PRTMSTR.                 *
003957*----------------------------------------------------------*
003958 3750-COBRAR-ELECCION.
003959     IF ELE-PRELACION (WS-ELEC-SUB) NOT = WS-PRELACION
003960         GO TO 3750-EXIT
003961     END-IF
003962     IF ELE-PRESTAMO (WS-ELEC-SUB) > ZERO
003963         MOVE ZERO TO WS-DED-ATRASO
003964     ELSE
003965         PERFORM 3800-LEER-ATRASO THRU 3800-EXIT
003966     END-IF
003967     COMPUTE WS-DED-PEDIDO =
003968         ELE-IMPORTE (WS-ELEC-SUB) + WS-DED-ATRASO
003969     MOVE WS-DISPONIBLE TO WS-DED-MARGEN
003970     IF WS-PRELACION = 1
003971         AND WS-TOPE-EMBARGO < WS-DED-MARGEN
003972         MOVE WS-TOPE-EMBARGO TO WS-DED-MARGEN
003973     END-IF
003974     IF WS-DED-PEDIDO > WS-DED-MARGEN
003975         MOVE WS-DED-MARGEN TO WS-DED-COBRADO
003976     ELSE
003977         MOVE WS-DED-PEDIDO TO WS-DED-COBRADO
003978     END-IF
003979     ADD WS-DED-COBRADO TO WS-OTRAS-DEDUC-MES
003980     SUBTRACT WS-DED-COBRADO FROM WS-DISPONIBLE
003981     IF WS-PRELACION = 1
003982         SUBTRACT WS-DED-COBRADO FROM WS-TOPE-EMBARGO
003983     END-IF
003984     COMPUTE WS-DED-RESTO =
003985         WS-DED-PEDIDO - WS-DED-COBRADO
003986     IF ELE-PRESTAMO (WS-ELEC-SUB) > ZERO
003987         PERFORM 3860-AMORTIZAR-PRESTAMO THRU 3860-EXIT
003988     ELSE
003989         PERFORM 3850-ANOTAR-ATRASO THRU 3850-EXIT
003990         PERFORM 3870-GRABAR-DEDDET THRU 3870-EXIT
003991     END-IF.
003992 3750-EXIT.
003993     EXIT.
003994
003995 3800-LEER-ATRASO.
003996     MOVE ZERO TO WS-DED-ATRASO
003997     MOVE EMP-ID TO DAR-EMP-ID
003998     MOVE ELE-CODIGO (WS-ELEC-SUB) TO DAR-CODIGO
003999     READ DEDUC-ARR-FILE
004000         INVALID KEY
004001             CONTINUE
004002         NOT INVALID KEY
004003             MOVE DAR-IMPORTE-PEND TO WS-DED-ATRASO
004004     END-READ
004005 3800-EXIT.
004006     EXIT.
004007
004008 3850-ANOTAR-ATRASO.
004009     IF WS-DED-RESTO = WS-DED-ATRASO
004010         GO TO 3850-EXIT
004011     END-IF
004012     MOVE EMP-ID TO DAR-EMP-ID
004013     MOVE ELE-CODIGO (WS-ELEC-SUB) TO DAR-CODIGO
004014     IF WS-DED-ATRASO = ZERO
004015         MOVE WS-DED-RESTO TO DAR-IMPORTE-PEND
004016         WRITE DEDUC-ARR-REC
004017         IF NOT WS-DEDARR-OK
004018             DISPLAY "PAYCALC: ERROR GRABANDO DEDARR "
004019                 WS-DEDARR-STATUS
004020             GO TO ABEND-CLEANUP
004021         END-IF
004022         ADD 1 TO WS-ATRASOS-DED-COUNT
004023     ELSE
004024         IF WS-DED-RESTO = ZERO
004025             DELETE DEDUC-ARR-FILE
004026             IF NOT WS-DEDARR-OK
004027                 DISPLAY "PAYCALC: ERROR BORRANDO DEDARR "
004028                     WS-DEDARR-STATUS
004029                 GO TO ABEND-CLEANUP
004030             END-IF
004031         ELSE
004032             MOVE WS-DED-RESTO TO DAR-IMPORTE-PEND
004033             REWRITE DEDUC-ARR-REC
004034             IF NOT WS-DEDARR-OK
004035                 DISPLAY "PAYCALC: ERROR REESCRIBIENDO DEDARR "
004036                     WS-DEDARR-STATUS
004037                 GO TO ABEND-CLEANUP
004038             END-IF
004039         END-IF
004040     END-IF
004041 3850-EXIT.
004042     EXIT.
004043
004044*----------------------------------------------------------*
004045* AMORTIZA EN PRTMSTR LO COBRADO DEL PRESTAMO: BAJA EL       *
004046* SALDO, CUENTA LA CUOTA Y GUARDA FECHA E IMPORTE DEL COBRO  *
004047* PARA UN POSIBLE RELANCE. CON SALDO CERO EL PRESTAMO QUEDA  *
004048* CANCELADO CON LA FECHA DE NOMINA.                          *
004049*----------------------------------------------------------*
004050 3860-AMORTIZAR-PRESTAMO.
004051     IF WS-DED-COBRADO = ZERO
004052         GO TO 3860-EXIT
004053     END-IF
004054     MOVE EMP-ID TO PRT-EMP-ID
004055     MOVE ELE-PRESTAMO (WS-ELEC-SUB) TO PRT-NUMERO
004056     READ PRESTAMO-MASTER-FILE
004057         INVALID KEY
004058             DISPLAY "PAYCALC: PRESTAMO NO ENCONTRADO "
004059                 EMP-ID " " ELE-PRESTAMO (WS-ELEC-SUB)
004060             GO TO ABEND-CLEANUP
004061     END-READ
004062     SUBTRACT WS-DED-COBRADO FROM PRT-SALDO
004063     ADD 1 TO PRT-CUOTAS-COBRADAS
004064     MOVE WS-FECHA-NOMINA TO PRT-FECHA-ULT-COBRO
004065     MOVE WS-DED-COBRADO TO PRT-IMPORTE-ULT-COBRO
004066     IF PRT-SALDO = ZERO
004067         MOVE "C" TO PRT-ESTADO
004068         MOVE WS-FECHA-NOMINA TO PRT-FECHA-CANCELACION
004069         ADD 1 TO WS-PRESTAMOS-CANCEL-COUNT
004070     END-IF
004071     REWRITE PRESTAMO-MASTER-REC
004072     IF NOT WS-PRTMSTR-OK
004073         DISPLAY "PAYCALC: ERROR REGRABANDO PRTMSTR "
004074             PRT-EMP-ID " " PRT-NUMERO " " WS-PRTMSTR-STATUS
004075         GO TO ABEND-CLEANUP
004076     END-IF
004077     ADD WS-DED-COBRADO TO WS-AMORT-PRESTAMO-MES.
004078 3860-EXIT.
004079     EXIT.
004080
004081*----------------------------------------------------------*
004082* DEJA EN DEDDET LO COBRADO DE LA DEDUCCION PARA SU REMESA   *
004083* AL DESTINATARIO. UN RELANCE DE LA MISMA FECHA REFRESCA EL  *
004084* IMPORTE, SALVO QUE REMDED YA LO HAYA REMITIDO: ENTONCES SE *
004085* AVISA Y LA DIFERENCIA SE REGULARIZA A MANO CON EL          *
004086* DESTINATARIO. SIN COBRO Y SIN REGISTRO PREVIO NO SE GRABA. *
004087*----------------------------------------------------------*
004088 3870-GRABAR-DEDDET.
004089     MOVE EMP-ID TO DDT-EMP-ID
004090     MOVE WS-FECHA-NOMINA TO DDT-FECHA-NOMINA
004091     MOVE ELE-CODIGO (WS-ELEC-SUB) TO DDT-CODIGO
004092     READ DEDUC-DET-FILE
004093         INVALID KEY
004094             MOVE "N" TO WS-DEDDET-EXISTE-SW
004095         NOT INVALID KEY
004096             MOVE "S" TO WS-DEDDET-EXISTE-SW
004097     END-READ
004098     IF NOT WS-DEDDET-EXISTE AND WS-DED-COBRADO = ZERO
004099         GO TO 3870-EXIT
004100     END-IF
004101     IF WS-DEDDET-EXISTE AND DDT-REMITIDA
004102         IF DDT-IMPORTE NOT = WS-DED-COBRADO
004103             DISPLAY "PAYCALC: DEDUCCION YA REMITIDA "
004104                 DDT-EMP-ID " " DDT-CODIGO " REMESA "
004105                 DDT-REMESA
004106             ADD 1 TO WS-DED-REMITIDAS-COUNT
004107         END-IF
004108         GO TO 3870-EXIT
004109     END-IF
004110     MOVE DEPARTAMENTO TO DDT-DEPARTAMENTO
004111     MOVE WS-DED-COBRADO TO DDT-IMPORTE
004112     MOVE "P" TO DDT-ESTADO
004113     MOVE ZERO TO DDT-FECHA-REMESA
004114     MOVE ZERO TO DDT-PRV-ID
004115     MOVE SPACES TO DDT-REMESA
004116     IF WS-DEDDET-EXISTE
004117         REWRITE DEDUC-DET-REC
004118     ELSE
004119         WRITE DEDUC-DET-REC
004120     END-IF
004121     IF NOT WS-DEDDET-OK
004122         DISPLAY "PAYCALC: ERROR GRABANDO DEDDET "
004123             WS-DEDDET-STATUS
004124         GO TO ABEND-CLEANUP
004125     END-IF.
004126 3870-EXIT.
004127     EXIT.
004128
004129*----------------------------------------------------------*
004130* PAGA LAS NOTAS DE GASTOS DEL EMPLEADO EN CURSO: RECORRE    *
004131* GASMSTR DESDE (EMP-ID, 0000) HASTA CAMBIAR DE EMPLEADO, EN *
004132* EL MISMO ESTILO START/READ NEXT DE 3600. SE TOMAN LAS      *
004133* APROBADAS Y, EN UN RELANCE, LAS YA LIQUIDADAS CON ESTA     *
004134* MISMA FECHA DE NOMINA.                                     *
004135*----------------------------------------------------------*
004136 3900-PAGAR-GASTOS.
004137     MOVE ZERO TO WS-GASTOS-EXENTO-MES
004138     MOVE ZERO TO WS-GASTOS-SUJETO-MES
004139     IF WS-SIN-GASMSTR
004140         GO TO 3900-EXIT
004141     END-IF
004142     MOVE "N" TO WS-FIN-GASTOS-SW
004143     MOVE EMP-ID TO GAS-EMP-ID
004144     MOVE ZERO TO GAS-NUMERO
004145     START GASTO-MASTER-FILE
004146         KEY IS NOT LESS THAN GAS-CLAVE
004147         INVALID KEY
004148             MOVE "S" TO WS-FIN-GASTOS-SW
004149     END-START
004150     PERFORM 3950-LEER-GASTO THRU 3950-EXIT
004151         UNTIL WS-FIN-GASTOS.
004152 3900-EXIT.
004153     EXIT.
004154
004155 3950-LEER-GASTO.
004156     READ GASTO-MASTER-FILE NEXT
004157         AT END
004158             MOVE "S" TO WS-FIN-GASTOS-SW
004159     END-READ
004160     IF WS-FIN-GASTOS
004161         GO TO 3950-EXIT
004162     END-IF
004163     IF NOT WS-GASMSTR-OK
004164         DISPLAY "PAYCALC: ERROR LEYENDO GASMSTR "
004165             WS-GASMSTR-STATUS
004166         GO TO ABEND-CLEANUP
004167     END-IF
004168     IF GAS-EMP-ID NOT = EMP-ID
004169         MOVE "S" TO WS-FIN-GASTOS-SW
004170         GO TO 3950-EXIT
004171     END-IF
004172*    LAS NOTAS APROBADAS LAS PAGA LA NOMINA ORDINARIA; UNA   *
004173*    EXTRAORDINARIA SOLO REPITE LAS LIQUIDADAS CON SU FECHA. *
004174     IF WS-EN-EXTRA AND GAS-APROBADA
004175         GO TO 3950-EXIT
004176     END-IF
004177     IF NOT GAS-APROBADA
004178         AND NOT (GAS-LIQUIDADA
004179         AND GAS-FECHA-PAGO = WS-FECHA-NOMINA)
004180         GO TO 3950-EXIT
004181     END-IF
004182     PERFORM 3970-PARTIR-EXENTO THRU 3970-EXIT
004183     SET GAS-LIQUIDADA TO TRUE
004184     MOVE WS-FECHA-NOMINA TO GAS-FECHA-PAGO
004185     REWRITE GASTO-MASTER-REC
004186     IF NOT WS-GASMSTR-OK
004187         DISPLAY "PAYCALC: ERROR REGRABANDO GASMSTR "
004188             GAS-EMP-ID " " GAS-NUMERO " " WS-GASMSTR-STATUS
004189         GO TO ABEND-CLEANUP
004190     END-IF
004191     ADD GAS-IMPORTE-EXENTO TO WS-GASTOS-EXENTO-MES
004192     ADD GAS-IMPORTE-SUJETO TO WS-GASTOS-SUJETO-MES
004193     ADD 1 TO WS-GASTOS-PAGADOS-COUNT.
004194 3950-EXIT.
004195     EXIT.
004196
004197*----------------------------------------------------------*
004198* REPARTE EL IMPORTE EN MONEDA DE NOMINA ENTRE EXENTO Y      *
004199* SUJETO: LAS DIETAS SON EXENTAS HASTA DIAS POR LIMITE       *
004200* DIARIO (CON O SIN PERNOCTA); LOS DEMAS TIPOS (TRANSPORTE,  *
004201* ALOJAMIENTO Y OTROS JUSTIFICADOS) SON EXENTOS ENTEROS.     *
004202*----------------------------------------------------------*
004203 3970-PARTIR-EXENTO.
004204     MOVE GAS-IMPORTE-NOMINA TO GAS-IMPORTE-EXENTO
004205     MOVE ZERO TO GAS-IMPORTE-SUJETO
004206     IF NOT GAS-TIPO-DIETA
004207         GO TO 3970-EXIT
004208     END-IF
004209     IF GAS-CON-PERNOCTA
004210         COMPUTE WS-GASTO-LIMITE =
004211             GAS-DIAS * WS-DIETA-CON-PERNOCTA
004212     ELSE
004213         COMPUTE WS-GASTO-LIMITE =
004214             GAS-DIAS * WS-DIETA-SIN-PERNOCTA
004215     END-IF
004216     IF GAS-IMPORTE-NOMINA > WS-GASTO-LIMITE
004217         MOVE WS-GASTO-LIMITE TO GAS-IMPORTE-EXENTO
004218         COMPUTE GAS-IMPORTE-SUJETO =
004219             GAS-IMPORTE-NOMINA - WS-GASTO-LIMITE
004220     END-IF.
004221 3970-EXIT.
004222     EXIT.
004223
004224 4000-GRABAR-NETO.
004225     MOVE EMP-ID          TO NP-EMP-ID
004226     MOVE WS-FECHA-NOMINA TO NP-FECHA-NOMINA
004227     MOVE DEPARTAMENTO    TO NP-DEPARTAMENTO
004228     MOVE WS-BRUTO-MES    TO NP-SALARIO-BRUTO
004229     MOVE WS-IRPF-MES     TO NP-IRPF
004230     MOVE WS-SEGSOC-MES   TO NP-SEG-SOCIAL
004231     MOVE WS-OTRAS-DEDUC-MES TO NP-OTRAS-DEDUC
004232     MOVE WS-AJUSTE-RETRO-MES TO NP-AJUSTE-RETRO
004233     MOVE WS-AJUSTE-AUSEN-MES TO NP-AJUSTE-AUSEN
004234     MOVE WS-NOVEDADES-MES TO NP-NOVEDADES
004235     MOVE WS-TRIENIOS-MES TO NP-TRIENIOS
004236     MOVE WS-TIPO-IRPF TO NP-TIPO-IRPF
004237     MOVE WS-GASTOS-EXENTO-MES TO NP-GASTOS-EXENTO
004238     MOVE WS-GASTOS-SUJETO-MES TO NP-GASTOS-SUJETO
004239     MOVE WS-AMORT-PRESTAMO-MES TO NP-AMORT-PRESTAMO
004240     MOVE WS-GRUPO-EMP TO NP-GRUPO-PAGO
004241     MOVE WS-NETO-MES     TO NP-NETO
004242     MOVE WS-TIPO-PAGO TO NP-TIPO-PAGO
004243     MOVE WS-MOTIVO-PAGO TO NP-MOTIVO
004244     MOVE WS-ANULA-SECUENCIA TO NP-ANULA-SECUENCIA
004245     MOVE WS-COMPENSADO TO NP-COMPENSADO
004246     MOVE ZERO TO NP-A-RECLAMAR
004247     MOVE WS-FECHA-CORRIDA TO NP-FECHA-PAGO
004248     WRITE NETO-PAGO-REC
004249     IF NOT WS-EMPNETO-OK
004250         DISPLAY "PAYCALC: ERROR GRABANDO EMPNETO "
004251             WS-EMPNETO-STATUS
004252         GO TO ABEND-CLEANUP
004253     END-IF
004254 4000-EXIT.
004255     EXIT.
004256
004257*----------------------------------------------------------*
004258* GRABA EN EMPNETO LA ANULACION DE LA NOMINA SENALADA: SUS   *
004259* CIFRAS EN NEGATIVO CON LA FECHA DE NOMINA DE LA ORIGINAL,  *
004260* EN SU DEPARTAMENTO Y CON LA FECHA DE PAGO DE LA CORRIDA.   *
004261* EL BRUTO DE NOMHIST YA LLEVA DENTRO EL EXCESO SUJETO DE    *
004262* LOS GASTOS Y EL NETO DE NOMHIST NO LLEVA EL REEMBOLSO      *
004263* EXENTO, ASI QUE SE DESHACEN COMO LOS SEPARA NOMHCARG.      *
004264*----------------------------------------------------------*
004265 4100-GRABAR-ANULACION.
004266     MOVE EMP-ID          TO NP-EMP-ID
004267     MOVE WS-FECHA-NOMINA TO NP-FECHA-NOMINA
004268     MOVE WS-ANU-DEPARTAMENTO TO NP-DEPARTAMENTO
004269     MOVE WS-GRUPO-EMP TO NP-GRUPO-PAGO
004270     COMPUTE NP-SALARIO-BRUTO = WS-ANU-SUJETO - WS-ANU-BRUTO
004271     COMPUTE NP-IRPF = ZERO - WS-ANU-IRPF
004272     COMPUTE NP-SEG-SOCIAL = ZERO - WS-ANU-SEGSOC
004273     COMPUTE NP-OTRAS-DEDUC = ZERO - WS-ANU-OTRAS
004274     MOVE ZERO TO NP-AJUSTE-RETRO
004275     MOVE ZERO TO NP-AJUSTE-AUSEN
004276     MOVE ZERO TO NP-NOVEDADES
004277     MOVE ZERO TO NP-TRIENIOS
004278     MOVE ZERO TO NP-TIPO-IRPF
004279     COMPUTE NP-GASTOS-EXENTO = ZERO - WS-ANU-EXENTO
004280     COMPUTE NP-GASTOS-SUJETO = ZERO - WS-ANU-SUJETO
004281     COMPUTE NP-AMORT-PRESTAMO = ZERO - WS-ANU-AMORT
004282     COMPUTE NP-NETO = ZERO - WS-ANU-COBRADO
004283     MOVE "A" TO NP-TIPO-PAGO
004284     MOVE WS-MOTIVO-PAGO TO NP-MOTIVO
004285     MOVE WS-ANULA-SECUENCIA TO NP-ANULA-SECUENCIA
004286     MOVE ZERO TO NP-COMPENSADO
004287     MOVE WS-A-RECLAMAR TO NP-A-RECLAMAR
004288     MOVE WS-FECHA-CORRIDA TO NP-FECHA-PAGO
004289     WRITE NETO-PAGO-REC
004290     IF NOT WS-EMPNETO-OK
004291         DISPLAY "PAYCALC: ERROR GRABANDO EMPNETO "
004292             WS-EMPNETO-STATUS
004293         GO TO ABEND-CLEANUP
004294     END-IF
004295     MOVE "A" TO XL-TIPO
004296     MOVE NP-NETO TO XL-NETO
004297     MOVE ZERO TO XL-COMPENSADO
004298     MOVE WS-A-RECLAMAR TO XL-A-RECLAMAR
004299     PERFORM 2590-LINEA-EXTRA THRU 2590-EXIT.
004300 4100-EXIT.
004301     EXIT.
004302
004303 5000-WRITE-REGISTRO.
004304     MOVE EMP-ID        TO DET-EMP-ID
004305     MOVE APELLIDO      TO DET-APELLIDO
004306     MOVE WS-BRUTO-MES  TO DET-BRUTO
004307     MOVE WS-IRPF-MES   TO DET-IRPF
004308     MOVE WS-SEGSOC-MES TO DET-SEGSOC
004309     MOVE WS-OTRAS-DEDUC-MES TO DET-OTRAS
004310     MOVE WS-NETO-MES   TO DET-NETO
004311     MOVE WS-DET-LINE TO PAYCALC-RPT-LINE
004312     WRITE PAYCALC-RPT-LINE
004313     PERFORM 8100-CHECK-PAYCRPT THRU 8100-EXIT.
004314 5000-EXIT.
004315     EXIT.
004316
004317*----------------------------------------------------------*
004318* ACUMULA LA COTIZACION PATRONAL DEL EMPLEADO EN LA TABLA    *
004319* POR DEPARTAMENTO, EN EL MISMO ESTILO QUE WS-DEPTO-TABLE    *
004320* DE AUSBAL.                                                 *
004321*----------------------------------------------------------*
004322 7000-ACUMULA-PATRONAL.
004323     MOVE DEPARTAMENTO TO WS-PATR-DEPTO
004324     SET WS-PATR-IDX TO 1
004325     SEARCH WS-PATR-ENTRY
004326        AT END
004327            PERFORM 7100-NUEVA-ENTRADA-PATR THRU 7100-EXIT
004328            SET WS-PATR-IDX TO WS-PATR-TAB-COUNT
004329        WHEN PAT-DEPTO (WS-PATR-IDX) = WS-PATR-DEPTO
004330            CONTINUE
004331     END-SEARCH
004332     ADD 1 TO PAT-EMPLEADOS (WS-PATR-IDX)
004333     ADD WS-PATRONAL-MES TO PAT-IMPORTE (WS-PATR-IDX).
004334 7000-EXIT.
004335     EXIT.
004336
004337*----------------------------------------------------------*
004338* UNA ANULACION DEVUELVE AL DEPARTAMENTO DE LA NOMINA        *
004339* ANULADA LA COTIZACION PATRONAL QUE SE LE HABIA ASENTADO.   *
004340*----------------------------------------------------------*
004341 7060-DESCONTAR-PATRONAL.
004342     MOVE WS-ANU-DEPARTAMENTO TO WS-PATR-DEPTO
004343     SET WS-PATR-IDX TO 1
004344     SEARCH WS-PATR-ENTRY
004345        AT END
004346            PERFORM 7100-NUEVA-ENTRADA-PATR THRU 7100-EXIT
004347            SET WS-PATR-IDX TO WS-PATR-TAB-COUNT
004348        WHEN PAT-DEPTO (WS-PATR-IDX) = WS-PATR-DEPTO
004349            CONTINUE
004350     END-SEARCH
004351     SUBTRACT WS-ANU-PATRONAL FROM PAT-IMPORTE (WS-PATR-IDX).
004352 7060-EXIT.
004353     EXIT.
004354
004355 7100-NUEVA-ENTRADA-PATR.
004356     IF WS-PATR-TAB-COUNT >= 500
004357        DISPLAY "PAYCALC: TABLA PATRONAL LLENA"
004358        GO TO ABEND-CLEANUP
004359     END-IF
004360     ADD 1 TO WS-PATR-TAB-COUNT
004361     MOVE WS-PATR-DEPTO TO PAT-DEPTO (WS-PATR-TAB-COUNT)
004362     MOVE ZERO TO PAT-EMPLEADOS (WS-PATR-TAB-COUNT)
004363     MOVE ZERO TO PAT-IMPORTE (WS-PATR-TAB-COUNT).
004364 7100-EXIT.
004365     EXIT.
004366
004367*----------------------------------------------------------*
004368* DETALLE DE COTIZACION DEL EMPLEADO PARA ESTA FECHA DE      *
004369* NOMINA; UN RELANCE DE LA MISMA FECHA REFRESCA LAS CIFRAS.  *
004370*----------------------------------------------------------*
004371 7200-GRABAR-PATRDET.
004372     MOVE EMP-ID TO PD-EMP-ID
004373     MOVE WS-FECHA-NOMINA TO PD-FECHA-NOMINA
004374     MOVE DEPARTAMENTO TO PD-DEPARTAMENTO
004375     MOVE WS-BASE-SEGSOC TO PD-BASE-COTIZ
004376     MOVE WS-SEGSOC-PORCENTAJE TO PD-PCT-OBRERO
004377     MOVE WS-SEGSOC-MES TO PD-CUOTA-OBRERA
004378     MOVE WS-PATRONAL-PORCENTAJE TO PD-PCT-PATRONAL
004379     MOVE WS-PATRONAL-MES TO PD-CUOTA-PATRONAL
004380     WRITE PATRONAL-DET-REC
004381     IF WS-PATRDET-DUPLICATE
004382         REWRITE PATRONAL-DET-REC
004383     END-IF
004384     IF NOT WS-PATRDET-OK
004385         DISPLAY "PAYCALC: ERROR GRABANDO PATRDET "
004386             WS-PATRDET-STATUS
004387         GO TO ABEND-CLEANUP
004388     END-IF.
004389 7200-EXIT.
004390     EXIT.
004391
004392 8100-CHECK-PAYCRPT.
004393     IF NOT WS-PAYCRPT-OK
004394         DISPLAY "PAYCALC: ERROR ESCRIBIENDO PAYCRPT "
004395             WS-PAYCRPT-STATUS
004396         GO TO ABEND-CLEANUP
004397     END-IF.
004398 8100-EXIT.
004399     EXIT.
004400
004401 9000-TERMINATE.
004402     PERFORM 9800-GRABAR-RUNSTATS THRU 9800-EXIT.
004403     MOVE SPACES TO PAYCALC-RPT-LINE
004404     WRITE PAYCALC-RPT-LINE
004405     PERFORM 8100-CHECK-PAYCRPT THRU 8100-EXIT
004406     MOVE "TOTAL BRUTO           " TO TL-TEXTO
004407     MOVE WS-TOTAL-BRUTO TO TL-IMPORTE
004408     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004409     MOVE "TOTAL IRPF            " TO TL-TEXTO
004410     MOVE WS-TOTAL-IRPF TO TL-IMPORTE
004411     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004412     MOVE "TOTAL SEGURIDAD SOCIAL" TO TL-TEXTO
004413     MOVE WS-TOTAL-SEGSOC TO TL-IMPORTE
004414     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004415     MOVE "TOTAL OTRAS DEDUCCION." TO TL-TEXTO
004416     MOVE WS-TOTAL-OTRAS-DEDUC TO TL-IMPORTE
004417     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004418     MOVE "TOTAL AJUSTES RETRO   " TO TL-TEXTO
004419     MOVE WS-TOTAL-RETRO TO TL-IMPORTE
004420     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004421     MOVE "TOTAL AJUSTE AUSENCIAS" TO TL-TEXTO
004422     MOVE WS-TOTAL-AUSEN TO TL-IMPORTE
004423     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004424     MOVE "TOTAL COTIZ. PATRONAL " TO TL-TEXTO
004425     MOVE WS-TOTAL-PATRONAL TO TL-IMPORTE
004426     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004427     MOVE "TOTAL NOVEDADES       " TO TL-TEXTO
004428     MOVE WS-TOTAL-NOVEDADES TO TL-IMPORTE
004429     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004430     MOVE "TOTAL TRIENIOS        " TO TL-TEXTO
004431     MOVE WS-TOTAL-TRIENIOS TO TL-IMPORTE
004432     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004433     MOVE "TOTAL GASTOS EXENTOS  " TO TL-TEXTO
004434     MOVE WS-TOTAL-GASTOS-EXENTO TO TL-IMPORTE
004435     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004436     MOVE "TOTAL GASTOS SUJETOS  " TO TL-TEXTO
004437     MOVE WS-TOTAL-GASTOS-SUJETO TO TL-IMPORTE
004438     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004439     MOVE "TOTAL AMORT. PRESTAMOS" TO TL-TEXTO
004440     MOVE WS-TOTAL-AMORT-PRESTAMO TO TL-IMPORTE
004441     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004442     PERFORM 9400-RECHAZOS-EXT-FINALES THRU 9400-EXIT
004443     PERFORM 9300-RECHAZOS-NOV-FINALES THRU 9300-EXIT
004444     PERFORM 9200-GRABAR-PATRTOT THRU 9200-EXIT
004445         VARYING WS-PATR-IDX FROM 1 BY 1
004446         UNTIL WS-PATR-IDX > WS-PATR-TAB-COUNT
004447     MOVE "TOTAL NETO            " TO TL-TEXTO
004448     MOVE WS-TOTAL-NETO TO TL-IMPORTE
004449     PERFORM 9100-WRITE-TOTAL THRU 9100-EXIT
004450     MOVE WS-EMP-COUNT TO RL-EMP-COUNT
004451     MOVE WS-RESUMEN-LINE TO PAYCALC-RPT-LINE
004452     WRITE PAYCALC-RPT-LINE
004453     PERFORM 8100-CHECK-PAYCRPT THRU 8100-EXIT
004454*    SOLO LOS ATRASOS PAGADOS EN ESTA CORRIDA SALEN DE
004455*    RETRPEND; LOS DE EMPLEADOS NO PAGADOS HOY (OTRO GRUPO,
004456*    BAJA FUERA DEL PERIODO, EFECTO FUTURO) SE REGRABAN PARA
004457*    LA CORRIDA QUE LES TOQUE.
004458     IF NOT WS-SIN-RETRO
004459         OPEN OUTPUT RETRO-PEND-FILE
004460         IF NOT WS-RETRPEND-OK
004461             DISPLAY "PAYCALC: ERROR REABRIENDO RETRPEND "
004462                 WS-RETRPEND-STATUS
004463             GO TO ABEND-CLEANUP
004464         END-IF
004465         PERFORM 9150-REGRABAR-RETRO THRU 9150-EXIT
004466             VARYING WS-RETRO-IDX FROM 1 BY 1
004467             UNTIL WS-RETRO-IDX > WS-RETRO-COUNT
004468         CLOSE RETRO-PEND-FILE
004469     END-IF
004470     IF NOT WS-SIN-CALMSTR
004471         CLOSE CALENDARIO-MASTER-FILE
004472     END-IF
004473     IF NOT WS-SIN-AUSMSTR
004474         CLOSE AUSENCIA-MASTER-FILE
004475     END-IF
004476     IF NOT WS-SIN-NOMHIST
004477         CLOSE NOMINA-HIST-FILE
004478     END-IF
004479     IF NOT WS-SIN-GASMSTR
004480         CLOSE GASTO-MASTER-FILE
004481     END-IF
004482     IF NOT WS-SIN-PRTMSTR
004483         CLOSE PRESTAMO-MASTER-FILE
004484     END-IF
004485     IF NOT WS-SIN-FAMMSTR
004486         CLOSE FAMILIA-MASTER-FILE
004487     END-IF
004488     CLOSE DEDUC-ARR-FILE.
004489     CLOSE PATRONAL-DET-FILE.
004490     CLOSE DEDUC-DET-FILE.
004491     CLOSE EMPLEADO-MASTER-FILE.
004492     IF NOT WS-SIN-DEDMSTR
004493         CLOSE DEDUCCION-MASTER-FILE
004494     END-IF
004495     CLOSE NETO-PAGO-FILE.
004496     CLOSE PATRONAL-TOT-FILE.
004497     CLOSE PAYCALC-RPT-FILE.
004498     CLOSE IRPF-RPT-FILE.
004499     DISPLAY "PAYCALC: EMPLEADOS PROCESADOS " WS-EMP-COUNT.
004500     DISPLAY "PAYCALC: BAJAS OMITIDAS " WS-BAJAS-OMITIDAS.
004501     DISPLAY "PAYCALC: PRORRATEADOS   " WS-PRORRATEOS-COUNT.
004502     DISPLAY "PAYCALC: ATRASOS DEDUC. " WS-ATRASOS-DED-COUNT.
004503     DISPLAY "PAYCALC: DEDUC. YA REMIT" WS-DED-REMITIDAS-COUNT.
004504     DISPLAY "PAYCALC: NOVEDADES RECH " WS-NOV-RECHAZADOS.
004505     DISPLAY "PAYCALC: OTRO GRUPO PAGO" WS-OTRO-GRUPO-COUNT.
004506     DISPLAY "PAYCALC: YA PAGADOS MES " WS-YA-PAGADO-COUNT.
004507     DISPLAY "PAYCALC: NOTAS GASTOS   " WS-GASTOS-PAGADOS-COUNT.
004508     DISPLAY "PAYCALC: PRESTAMOS CANC." WS-PRESTAMOS-CANCEL-COUNT.
004509     DISPLAY "PAYCALC: CON TRIENIOS   " WS-CON-TRIENIOS-COUNT.
004510     DISPLAY "PAYCALC: TIEMPO PARCIAL " WS-PARCIALES-COUNT.
004511     DISPLAY "PAYCALC: SIN DATOS FAMIL" WS-SIN-FAMILIA-COUNT.
004512     DISPLAY "PAYCALC: EXENTOS IRPF   " WS-EXENTOS-IRPF-COUNT.
004513     DISPLAY "PAYCALC: CAMBIOS TIPO   " WS-CAMBIOS-TIPO-COUNT.
004514     DISPLAY "PAYCALC: NOMINAS EXTRA  " WS-EXT-APLICADAS.
004515     DISPLAY "PAYCALC: EXTRAS RECHAZ. " WS-EXT-RECHAZADAS.
004516 9000-EXIT.
004517     EXIT.
004518
004519 9100-WRITE-TOTAL.
004520     MOVE WS-TOTAL-LINE TO PAYCALC-RPT-LINE
004521     WRITE PAYCALC-RPT-LINE
004522     PERFORM 8100-CHECK-PAYCRPT THRU 8100-EXIT.
004523 9100-EXIT.
004524     EXIT.
004525
004526*----------------------------------------------------------*
004527* NOVEDADES QUE NINGUN EMPLEADO DEL MAESTRO RECLAMO: EMP-ID  *
004528* DESCONOCIDO. SE RECHAZAN Y SE CIERRA EL LISTADO.           *
004529*----------------------------------------------------------*
004530*----------------------------------------------------------*
004531* REGRABA EN RETRPEND LOS ATRASOS QUE ESTA CORRIDA NO PAGO.  *
004532*----------------------------------------------------------*
004533 9150-REGRABAR-RETRO.
004534     IF RET-USADO-SW (WS-RETRO-IDX) = "N"
004535         MOVE RET-REGISTRO (WS-RETRO-IDX) TO RETRO-PEND-REC
004536         WRITE RETRO-PEND-REC
004537         IF NOT WS-RETRPEND-OK
004538             DISPLAY "PAYCALC: ERROR REGRABANDO RETRPEND "
004539                 WS-RETRPEND-STATUS
004540             GO TO ABEND-CLEANUP
004541         END-IF
004542     END-IF.
004543 9150-EXIT.
004544     EXIT.
004545
004546 9300-RECHAZOS-NOV-FINALES.
004547     IF WS-SIN-NOVTRAN
004548         GO TO 9300-CERRAR
004549     END-IF
004550     IF WS-NOV-COUNT > ZERO
004551         PERFORM 9350-RECHAZO-FINAL THRU 9350-EXIT
004552             VARYING WS-NOV-IDX FROM 1 BY 1
004553             UNTIL WS-NOV-IDX > WS-NOV-COUNT
004554     END-IF.
004555 9300-CERRAR.
004556     IF WS-NOVRECH-ABIERTO
004557         CLOSE NOVEDAD-RECH-FILE
004558     END-IF.
004559 9300-EXIT.
004560     EXIT.
004561
004562*----------------------------------------------------------*
004563* LO QUE QUEDO SIN USAR: "N" ES UN EMP-ID QUE NO EXISTE EN   *
004564* EL MAESTRO; "G" ES UN EMPLEADO CONOCIDO CUYO GRUPO NO      *
004565* COBRA EN ESTA FECHA, QUE SE RECHAZA CON SU MOTIVO REAL     *
004566* PARA REPRESENTARLO EN LA CORRIDA DE SU GRUPO.              *
004567*----------------------------------------------------------*
004568 9350-RECHAZO-FINAL.
004569     IF NOV-USADO-SW (WS-NOV-IDX) = "N"
004570         MOVE NOV-EMP-ID (WS-NOV-IDX) TO NRL-EMP-ID
004571         MOVE NOV-CODIGO (WS-NOV-IDX) TO NRL-CODIGO
004572         MOVE "EMPLEADO DESCONOCIDO" TO NRL-MOTIVO
004573         PERFORM 8200-WRITE-NOVRECH THRU 8200-EXIT
004574     END-IF
004575     IF NOV-USADO-SW (WS-NOV-IDX) = "G"
004576         MOVE NOV-EMP-ID (WS-NOV-IDX) TO NRL-EMP-ID
004577         MOVE NOV-CODIGO (WS-NOV-IDX) TO NRL-CODIGO
004578         MOVE "GRUPO NO PAGA EN ESTA FECHA" TO NRL-MOTIVO
004579         PERFORM 8200-WRITE-NOVRECH THRU 8200-EXIT
004580     END-IF
004581     IF NOV-USADO-SW (WS-NOV-IDX) = "P"
004582         MOVE NOV-EMP-ID (WS-NOV-IDX) TO NRL-EMP-ID
004583         MOVE NOV-CODIGO (WS-NOV-IDX) TO NRL-CODIGO
004584         MOVE "YA PAGADO EN EL PERIODO" TO NRL-MOTIVO
004585         PERFORM 8200-WRITE-NOVRECH THRU 8200-EXIT
004586     END-IF.
004587 9350-EXIT.
004588     EXIT.
004589
004590*----------------------------------------------------------*
004591* PETICIONES DE NOMEXTRA CUYO EMPLEADO NO PASO POR EL        *
004592* MAESTRO: EMP-ID DESCONOCIDO.                               *
004593*----------------------------------------------------------*
004594 9400-RECHAZOS-EXT-FINALES.
004595     IF WS-EXT-COUNT > ZERO
004596         PERFORM 9450-RECHAZO-EXT-FINAL THRU 9450-EXIT
004597             VARYING WS-EXT-IDX FROM 1 BY 1
004598             UNTIL WS-EXT-IDX > WS-EXT-COUNT
004599     END-IF.
004600 9400-EXIT.
004601     EXIT.
004602
004603 9450-RECHAZO-EXT-FINAL.
004604     IF EXT-USADO-SW (WS-EXT-IDX) = "N"
004605         MOVE EXT-EMP-ID (WS-EXT-IDX) TO NRL-EMP-ID
004606         MOVE EXT-ACCION (WS-EXT-IDX) TO WS-TIPO-PAGO
004607         MOVE EXT-MOTIVO (WS-EXT-IDX) TO WS-MOTIVO-PAGO
004608         MOVE WS-CODIGO-EXTRA TO NRL-CODIGO
004609         MOVE "EMPLEADO DESCONOCIDO" TO NRL-MOTIVO
004610         PERFORM 8250-RECHAZAR-EXTRA THRU 8250-EXIT
004611     END-IF.
004612 9450-EXIT.
004613     EXIT.
004614
004615 8200-WRITE-NOVRECH.
004616     ADD 1 TO WS-NOV-RECHAZADOS
004617     MOVE WS-NOVRECH-DET TO NOVEDAD-RECH-LINE
004618     WRITE NOVEDAD-RECH-LINE
004619     IF NOT WS-NOVRECH-OK
004620         DISPLAY "PAYCALC: ERROR ESCRIBIENDO NOVRECH "
004621             WS-NOVRECH-STATUS
004622         GO TO ABEND-CLEANUP
004623     END-IF.
004624 8200-EXIT.
004625     EXIT.
004626
004627*----------------------------------------------------------*
004628* RECHAZO DE UNA PETICION DE NOMEXTRA: MISMO LISTADO NOVRECH *
004629* QUE LAS NOVEDADES, CON LA ACCION Y EL MOTIVO DE RRHH EN EL *
004630* CODIGO, PERO CON SU PROPIO CONTADOR.                       *
004631*----------------------------------------------------------*
004632 8250-RECHAZAR-EXTRA.
004633     ADD 1 TO WS-EXT-RECHAZADAS
004634     MOVE WS-NOVRECH-DET TO NOVEDAD-RECH-LINE
004635     WRITE NOVEDAD-RECH-LINE
004636     IF NOT WS-NOVRECH-OK
004637         DISPLAY "PAYCALC: ERROR ESCRIBIENDO NOVRECH "
004638             WS-NOVRECH-STATUS
004639         GO TO ABEND-CLEANUP
004640     END-IF.
004641 8250-EXIT.
004642     EXIT.
004643
004644 8300-WRITE-IRPFRPT.
004645     WRITE IRPF-RPT-LINE
004646     IF NOT WS-IRPFRPT-OK
004647         DISPLAY "PAYCALC: ERROR ESCRIBIENDO IRPFRPT "
004648             WS-IRPFRPT-STATUS
004649         GO TO ABEND-CLEANUP
004650     END-IF.
004651 8300-EXIT.
004652     EXIT.
004653
004654 9200-GRABAR-PATRTOT.
004655     MOVE PAT-DEPTO (WS-PATR-IDX) TO PA-DEPARTAMENTO
004656     MOVE PAT-EMPLEADOS (WS-PATR-IDX) TO PA-EMP-COUNT
004657     MOVE PAT-IMPORTE (WS-PATR-IDX) TO PA-PATRONAL-TOTAL
004658     WRITE PATRONAL-TOT-REC
004659     IF NOT WS-PATRTOT-OK
004660         DISPLAY "PAYCALC: ERROR GRABANDO PATRTOT "
004661             WS-PATRTOT-STATUS
004662         GO TO ABEND-CLEANUP
004663     END-IF.
004664 9200-EXIT.
004665     EXIT.
004666

004667*----------------------------------------------------------*
004668* DEJA EL REGISTRO ESTANDAR DE ESTADISTICAS DE LA CORRIDA    *
004669* EN EL FICHERO COMPARTIDO RUNSTATS (COPY RUNSTATS).         *
004670*----------------------------------------------------------*
004671 9800-GRABAR-RUNSTATS.
004672     OPEN EXTEND RUN-STATS-FILE.
004673     IF WS-RUNSTATS-NO-FILE
004674         OPEN OUTPUT RUN-STATS-FILE
004675     END-IF
004676     IF NOT WS-RUNSTATS-OK
004677         DISPLAY "PAYCALC : ERROR ABRIENDO RUNSTATS "
004678             WS-RUNSTATS-STATUS
004679         GO TO ABEND-CLEANUP
004680     END-IF
004681     MOVE "PAYCALC " TO RS-PROGRAMA
004682     ACCEPT RS-FECHA FROM DATE YYYYMMDD
004683     ACCEPT RS-HORA FROM TIME
004684     COMPUTE RS-LEIDOS = WS-EMP-COUNT + WS-BAJAS-OMITIDAS
004685     MOVE WS-EMP-COUNT TO RS-APLICADOS
004686     MOVE ZERO TO RS-RECHAZADOS
004687     MOVE WS-BAJAS-OMITIDAS TO RS-OTROS
004688     MOVE ZERO TO RS-RETORNO
004689     WRITE RUN-STATS-REC
004690     IF NOT WS-RUNSTATS-OK
004700         DISPLAY "PAYCALC : ERROR ESCRIBIENDO RUNSTATS "
004710             WS-RUNSTATS-STATUS
004770 ABEND-CLEANUP.
004780     DISPLAY "PAYCALC: TERMINACION ANORMAL - CERRANDO FICHEROS".
004790     CLOSE EMPLEADO-MASTER-FILE.
004791     CLOSE DEDUCCION-MASTER-FILE.
004792     CLOSE FISCAL-MASTER-FILE.
004794     CLOSE CALENDARIO-MASTER-FILE.
004795     CLOSE AUSENCIA-MASTER-FILE.
004796     CLOSE NOMINA-HIST-FILE.
004798     CLOSE GASTO-MASTER-FILE.
004799     CLOSE PRESTAMO-MASTER-FILE.
004800     CLOSE TRIENIO-MASTER-FILE.
004802     CLOSE FAMILIA-MASTER-FILE.
004803     CLOSE DEDUC-ARR-FILE.
004804     CLOSE PATRONAL-DET-FILE.
004806     CLOSE DEDUC-DET-FILE.
004807     CLOSE NOVEDAD-RECH-FILE.
004808     CLOSE NOMINA-EXTRA-FILE.
004810     CLOSE NETO-PAGO-FILE.
004811     CLOSE PATRONAL-TOT-FILE.
004820     CLOSE PAYCALC-RPT-FILE.
004825     CLOSE IRPF-RPT-FILE.
004830     MOVE 16 TO RETURN-CODE.
004840     GOBACK.
004850

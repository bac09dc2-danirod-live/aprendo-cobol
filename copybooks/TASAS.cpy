000010*----------------------------------------------------------*
000020* TASAS - LAYOUT COMUN DEL MAESTRO DE TASAS DE CAMBIO        *
000030* (TASAMSTR), INDEXADO POR MONEDA BASE + MONEDA + FECHA DE   *
000040* VIGENCIA. CADA REGISTRO ES LA TASA EN MONEDA BASE POR      *
000050* UNIDAD DE LA MONEDA, VIGENTE DESDE ESA FECHA. LO CARGA     *
000060* RATECARG DESDE EL FEED DIARIO Y LO CONSULTAN CREDITO,      *
000070* TRIALBAL Y LOS DEMAS; LA TASA APLICABLE A UNA FECHA ES LA  *
000080* DE MAYOR FECHA DE VIGENCIA QUE NO LA SUPERA.               *
000090*----------------------------------------------------------*
000100* 2026-08-22 DR  VERSION ORIGINAL: LAS TASAS SALEN DE LA     *
000110*                TABLA LITERAL DE WORKING-STORAGE DE CREDITO *
000120*                A ESTE MAESTRO CON FECHA DE VIGENCIA.       *
000122* 2026-10-15 DR  TASAS CRUZADAS: LA CLAVE EMPIEZA POR LA      *
000124*                MONEDA BASE (TAS-MONEDA-BASE) Y LA TASA ES  *
000126*                LAS UNIDADES DE LA BASE POR UNIDAD DE       *
000127*                TAS-MONEDA (TAS-TASA, ANTES TAS-TASA-USD).  *
000128*                LAS TASAS DE SIEMPRE LLEVAN BASE USD; UNA   *
000129*                COMPANIA CON OTRA MONEDA FUNCIONAL PUEDE    *
000131*                CARGAR LAS SUYAS CON SU MONEDA COMO BASE.   *
000132*                QUIEN CONVIERTE A LA MONEDA FUNCIONAL BUSCA *
000133*                PRIMERO LA TASA DIRECTA CONTRA ELLA Y, SI   *
000134*                NO LA HAY, CRUZA LAS DOS TASAS USD. EL      *
000135*                REGISTRO PASA DE 18 A 21 BYTES (TRABAJO     *
000136*                TASAMIG).                                   *
000138*----------------------------------------------------------*
000140 01  TASA-MASTER-REC.
000150     05 TAS-CLAVE.
000155         10 TAS-MONEDA-BASE      PIC X(03).
000160         10 TAS-MONEDA           PIC X(03).
000170         10 TAS-FECHA-VIGENCIA   PIC 9(08).
000180     05 TAS-TASA                 PIC 9(03)V9(04).

000050* REGISTRARLA), FACPROP SELECCIONA LAS VENCIDAS PARA LA      *
000060* PROPUESTA DE PAGO Y FACPAGO LAS PAGA Y CONTABILIZA LA      *
000070* CANCELACION DEL PASIVO. ESTADOS: P PENDIENTE, S            *
000080* SELECCIONADA EN PROPUESTA, G PAGADA, B BLOQUEADA POR NO    *
000090* CASAR CON SU PEDIDO (PEDMSTR) Y LO RECIBIDO; FACPROP NO    *
000100* LA PROPONE HASTA QUE COMPRAS LA LIBERA.                    *
000110*----------------------------------------------------------*
000120* 2026-09-02 DR  VERSION ORIGINAL, CREADO CON EL SUBSISTEMA  *
000130*                DE CUENTAS POR PAGAR.                       *
000140* 2026-10-15 DR  PEDIDO, LINEA Y CANTIDAD FACTURADA PARA LA  *
000150*                CASACION CON PEDMSTR, ESTADO B BLOQUEADA Y  *
000160*                MOTIVO DEL BLOQUEO.                         *
000170* 2026-10-15 DR  TIPO DE DOCUMENTO: F FACTURA, A ABONO DEL   *
000180*                PROVEEDOR (IMPORTE A FAVOR NUESTRO, QUE     *
000190*                FACPROP COMPENSA CON SUS FACTURAS).         *
000200* 2026-10-15 DR  RETENCION DE IRPF: PORCENTAJE DEL PROVEEDOR *
000210*                AL REGISTRARLA E IMPORTE RETENIDO, QUE NO   *
000220*                SE PAGA AL PROVEEDOR (SE LE PAGA EL IMPORTE *
000230*                MENOS LA RETENCION), Y FECHA DE REGISTRO,   *
000240*                QUE ES LA DE LOS APUNTES.                   *
000250* 2026-10-15 DR  TIPO R: REMESA DE DEDUCCIONES DE NOMINA     *
000260*                (PLAN DE PENSIONES, CUOTA SINDICAL,         *
000270*                EMBARGO) QUE REMDED REGISTRA YA PAGADA A SU *
000280*                DESTINATARIO PARA QUE SALGA POR PROVPAGO;   *
000290*                FAC-CUENTA-GASTO ES LA CUENTA DE PASIVO DE  *
000300*                LA DEDUCCION. NO ES UNA COMPRA.             *
000310* 2026-10-15 DR  MOTIVO DE BLOQUEO VC: FACPAGO RETIENE LA    *
000320*                FACTURA APROBADA CUANDO LA CUENTA DEL       *
000330*                PROVEEDOR CAMBIO HACE MENOS DE LOS DIAS DE  *
000340*                VERIPARM Y EL CAMBIO NO ESTA VERIFICADO; LA *
000350*                LIBERA VERIMANT AL ANOTAR LA VERIFICACION,  *
000360*                NO COMPRAS.                                 *
000370* 2026-10-15 DR  CENTRO DE COSTE DEL GASTO                   *
000380*                (DEPT-CENTRO-COSTE DEL DEPARTAMENTO DE      *
000390*                FACTRAN), CERO = SIN CENTRO. VIAJA EN EL    *
000400*                APUNTE DE GASTO DEL ALTA Y EN EL CONTRARIO  *
000410*                DE LA ANULACION.                            *
000420* 2026-10-15 DR  FAC-PEDIDO-ANOTADO-SW: S CUANDO FACMANT     *
000430*                SUMO LA CANTIDAD A LA LINEA DEL PEDIDO AL   *
000440*                REGISTRARLA. LA ANULACION SOLO DEVUELVE LO  *
000450*                ANOTADO, AUNQUE FACPAGO O VERIMANT HAYAN    *
000460*                CAMBIADO DESPUES EL MOTIVO DE BLOQUEO.      *
000470* 2026-10-15 DR  CORTE: EL FACMSTR EN SERVICIO (63 BYTES,    *
000480*                HASTA FAC-FECHA-PAGO) PASA DE UNA VEZ A 118 *
000490*                CON EL MODO F18 DE MIGRAMST (JOB CXPMIG,    *
000500*                QUE CORRE ANTES DE CCOSMIG): TIPO F, SIN    *
000510*                PEDIDO NI MOTIVO DE BLOQUEO, RETENCION      *
000520*                CERO, FECHA DE REGISTRO IGUAL A LA DE LA    *
000530*                FACTURA, CENTRO CERO Y MARCA DE PEDIDO N.   *
000540*----------------------------------------------------------*
000550 01  FACTURA-MASTER-REC.
000560     05 FAC-CLAVE.
000570         10 FAC-PROV-ID          PIC 9(06).
000580         10 FAC-NUMERO           PIC X(12).
000590     05 FAC-FECHA-FACTURA        PIC 9(08).
000600     05 FAC-FECHA-VENCE          PIC 9(08).
000610     05 FAC-MONEDA               PIC X(03).
000620     05 FAC-IMPORTE              PIC 9(09)V99.
000630     05 FAC-CUENTA-GASTO         PIC 9(06).
000640     05 FAC-ESTADO-SW            PIC X(01).
000650         88 FAC-PENDIENTE            VALUE "P".
000660         88 FAC-SELECCIONADA         VALUE "S".
000670         88 FAC-PAGADA               VALUE "G".
000680         88 FAC-BLOQUEADA            VALUE "B".
000690     05 FAC-FECHA-PAGO           PIC 9(08).
000700     05 FAC-PEDIDO               PIC X(10).
000710     05 FAC-PEDIDO-LINEA         PIC 9(03).
000720     05 FAC-CANTIDAD             PIC 9(07)V99.
000730     05 FAC-MOTIVO-BLOQUEO       PIC X(02).
000740         88 FAC-SIN-BLOQUEO          VALUE SPACES.
000750         88 FAC-BLQ-SIN-PEDIDO       VALUE "SP".
000760         88 FAC-BLQ-PEDIDO-NO-EXISTE VALUE "PE".
000770         88 FAC-BLQ-OTRO-PROVEEDOR   VALUE "PR".
000780         88 FAC-BLQ-LINEA-CERRADA    VALUE "LC".
000790         88 FAC-BLQ-MONEDA           VALUE "MO".
000800         88 FAC-BLQ-CUENTA           VALUE "CT".
000810         88 FAC-BLQ-CANTIDAD         VALUE "CA".
000820         88 FAC-BLQ-PRECIO           VALUE "PC".
000830         88 FAC-BLQ-VERIF-CUENTA     VALUE "VC".
000840     05 FAC-TIPO-DOC             PIC X(01).
000850         88 FAC-ES-FACTURA           VALUE "F", SPACE.
000860         88 FAC-ES-ABONO             VALUE "A".
000870         88 FAC-ES-REMESA            VALUE "R".
000880     05 FAC-RETENCION-PCT        PIC 9(02)V99.
000890     05 FAC-IMPORTE-RETENIDO     PIC 9(09)V99.
000900     05 FAC-FECHA-REGISTRO       PIC 9(08).
000910     05 FAC-CENTRO-COSTE         PIC 9(06).
000920     05 FAC-PEDIDO-ANOTADO-SW    PIC X(01).
000930         88 FAC-PEDIDO-ANOTADO       VALUE "S".

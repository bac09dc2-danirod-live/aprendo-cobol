000136*                BRUTO - IRPF - SEG.SOCIAL - OTRAS = NETO    *
000137*                REGISTRO A REGISTRO Y LOS ACUMULADOS        *
000138*                RECOGEN TODO LO PAGADO.                     *
000139* 2026-10-15 DR  NOMINAS EXTRAORDINARIAS FUERA DE CICLO:     *
000140*                CADA SUPLEMENTARIA, REEMPLAZO O ANULACION   *
000141*                ES UN REGISTRO MAS DEL EMP-ID Y FECHA CON   *
000142*                SU PROPIA SECUENCIA (LA SIGUIENTE LIBRE).   *
000143*                SE AGREGAN NH-TIPO-PAGO, NH-MOTIVO,         *
000144*                NH-ANULA-SECUENCIA Y NH-FECHA-PAGO CON EL   *
000145*                MISMO SENTIDO QUE EN NETPAY, Y LOS IMPORTES *
000146*                Y ACUMULADOS PASAN A LLEVAR SIGNO CON LA    *
000147*                MISMA LONGITUD: LA ANULACION GUARDA EN      *
000148*                NEGATIVO LAS CIFRAS DE LA NOMINA ANULADA,   *
000149*                QUE NO SE TOCA, Y LOS ACUMULADOS DEL        *
000150*                EJERCICIO QUEDAN NETOS. EL REGISTRO CRECE   *
000151*                13 BYTES AL FINAL.                          *
000152* 2026-10-15 DR  DESGLOSE DEL BRUTO (NH-DESGLOSE): SUELDO    *
000153*                BASE, ATRASOS, AJUSTE DE AUSENCIAS,         *
000154*                NOVEDADES, TRIENIOS Y EXCESO SUJETO DE      *
000155*                DIETAS, MAS EL REEMBOLSO EXENTO QUE NO      *
000156*                ENTRA EN EL NETO DEL HISTORICO, TAL COMO    *
000157*                VIENEN EN EMPNETO. LOS CARGA NOMHCARG Y LOS *
000158*                MUESTRA LA CONSULTA EN LINEA NOMINQ AL      *
000159*                ENTRAR EN UN PAGO. EL REGISTRO CRECE 63     *
000160*                BYTES MAS (DE 122 A 185). OJO: EL CLUSTER   *
000161*                EN SERVICIO, DE 109 BYTES, PASA DE UNA VEZ  *
000162*                A 185 CON EL TRABAJO NOMHMIG (MODO H85 DE   *
000163*                MIGRAMST), QUE LO REDEFINE CON LA CLAVE DE  *
000164*                16 BYTES Y RECARGA CADA REGISTRO ANTIGUO    *
000165*                COMO NOMINA ORDINARIA: TIPO Y MOTIVO EN     *
000166*                BLANCO, SIN SECUENCIA ANULADA, FECHA DE     *
000167*                PAGO = FECHA DE NOMINA Y DESGLOSE A CERO.   *
000132*----------------------------------------------------------*
000140 01  NOMINA-HIST-REC.
000150     05 NH-CLAVE.
000170         10 NH-FECHA-NOMINA      PIC 9(08).
000172         10 NH-SECUENCIA         PIC 9(02).
000180     05 NH-DEPARTAMENTO          PIC X(04).
000190     05 NH-SALARIO-BRUTO         PIC S9(07)V99.
000200     05 NH-IRPF                  PIC S9(07)V99.
000210     05 NH-SEG-SOCIAL            PIC S9(07)V99.
000220     05 NH-OTRAS-DEDUC           PIC S9(07)V99.
000230     05 NH-NETO                  PIC S9(07)V99.
000240     05 NH-ACUM-ANIO.
000250         10 NH-ACUM-BRUTO        PIC S9(09)V99.
000260         10 NH-ACUM-IRPF         PIC S9(09)V99.
000270         10 NH-ACUM-SEGSOC       PIC S9(09)V99.
000280         10 NH-ACUM-NETO         PIC S9(09)V99.
000290     05 NH-TIPO-PAGO             PIC X(01).
000300         88 NH-ORDINARIA             VALUE " ".
000310         88 NH-SUPLEMENTARIA         VALUE "S".
000320         88 NH-REEMPLAZO             VALUE "R".
000330         88 NH-ANULACION             VALUE "A".
000340     05 NH-MOTIVO                PIC X(02).
000350     05 NH-ANULA-SECUENCIA       PIC 9(02).
000360     05 NH-FECHA-PAGO            PIC 9(08).
000370     05 NH-DESGLOSE.
000380         10 NH-SUELDO-BASE       PIC S9(07)V99.
000390         10 NH-AJUSTE-RETRO      PIC S9(07)V99.
000400         10 NH-AJUSTE-AUSEN      PIC S9(07)V99.
000410         10 NH-NOVEDADES         PIC S9(07)V99.
000420         10 NH-TRIENIOS          PIC S9(07)V99.
000430         10 NH-GASTOS-SUJETO     PIC S9(07)V99.
000440         10 NH-GASTOS-EXENTO     PIC S9(07)V99.

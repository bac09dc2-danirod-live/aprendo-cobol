000010*----------------------------------------------------------*
000020* ASIENTO - LAYOUT COMUN DEL FICHERO DE ASIENTOS MANUALES    *
000030* TECLEADOS EN LINEA (ASIMSTR), INDEXADO POR DOCUMENTO +     *
000040* LINEA. LA LINEA 000 ES LA CABECERA DEL DOCUMENTO (ESTADO,  *
000050* OPERADOR Y TOTALES USD); LAS LINEAS 001 A 999 SON LAS      *
000060* PATAS DEL ASIENTO CON EL LAYOUT DE APUNTE DE LEDGTRAN. LO  *
000070* GRABA LA TRANSACCION ASIONLN Y LO COSECHA ASILOTE EN LA    *
000080* CADENA NOCTURNA.                                           *
000090*----------------------------------------------------------*
000100* 2026-10-15 DR  VERSION ORIGINAL, CREADO CON ASIONLN.       *
000110*                ESTADOS DE LA CABECERA: E EN CURSO (SE      *
000120*                AGREGAN Y BORRAN LINEAS), C COMPLETO        *
000130*                (CUADRADO EN USD, ESPERANDO LA NOCHE), L    *
000140*                PASADO A LOTE ASIOUT Y P RETENIDO EN        *
000150*                PENDMSTR POR SUPERAR EL UMBRAL DE           *
000160*                APROBACION. ASI-IMPORTE-USD ES EL IMPORTE   *
000170*                DE LA LINEA A LA TASA DE TASAMSTR VIGENTE   *
000180*                EN SU FECHA, CALCULADO COMO EN EL NETEO POR *
000190*                DOCUMENTO DE CREDITO. ASI-OPERADOR ES EL    *
000200*                USERID QUE TECLEO LA LINEA.                 *
000202* 2026-10-15 DR  ASI-APUNTE PASA DE 65 A 71 CON EL CENTRO DE *
000204*                COSTE DE LA LINEA (ASI-CENTRO-COSTE, VER    *
000206*                LT-CENTRO-COSTE EN LEDGTRAN). ASI-DATOS     *
000208*                PASA DE 96 A 102.                           *
000210*----------------------------------------------------------*
000220 01  ASIENTO-REC.
000230     05 ASI-CLAVE.
000240         10 ASI-DOC-NO           PIC 9(06).
000250         10 ASI-LINEA            PIC 9(03).
000260             88 ASI-CABECERA         VALUE ZERO.
000270     05 ASI-DATOS                PIC X(102).
000280     05 ASI-CAB-DATOS REDEFINES ASI-DATOS.
000290         10 ASI-ESTADO-SW        PIC X(01).
000300             88 ASI-EN-CURSO         VALUE "E".
000310             88 ASI-COMPLETO         VALUE "C".
000320             88 ASI-EN-LOTE          VALUE "L".
000330             88 ASI-RETENIDO         VALUE "P".
000340         10 ASI-OPERADOR-CAB     PIC X(08).
000350         10 ASI-FECHA-CAB        PIC 9(08).
000360         10 ASI-NUM-LINEAS       PIC 9(03).
000370         10 ASI-ULTIMA-LINEA     PIC 9(03).
000380         10 ASI-TOTAL-DEBE-USD   PIC 9(11)V99.
000390         10 ASI-TOTAL-HABER-USD  PIC 9(11)V99.
000400         10 ASI-FECHA-COMPLETO   PIC 9(08).
000410         10 ASI-FECHA-COSECHA    PIC 9(08).
000420         10 FILLER               PIC X(37).
000430     05 ASI-LIN-DATOS REDEFINES ASI-DATOS.
000440         10 ASI-APUNTE           PIC X(71).
000450         10 ASI-APUNTE-ED REDEFINES ASI-APUNTE.
000460             15 ASI-ACCT-ID      PIC 9(06).
000470             15 ASI-TIPO-APUNTE  PIC X(01).
000480                 88 ASI-DEBITO       VALUE "D".
000490                 88 ASI-CREDITO      VALUE "C".
000500             15 ASI-MONEDA       PIC X(03).
000510             15 ASI-IMPORTE      PIC 9(09)V99.
000520             15 ASI-CONCEPTO     PIC X(20).
000530             15 ASI-FECHA-APUNTE PIC 9(08).
000540             15 ASI-SEQ-REF      PIC 9(08).
000550             15 ASI-APU-DOC-NO   PIC 9(06).
000560             15 ASI-IVA-CODIGO   PIC X(02).
000565             15 ASI-CENTRO-COSTE PIC 9(06).
000570         10 ASI-IMPORTE-USD      PIC 9(11)V99.
000580         10 ASI-OPERADOR         PIC X(08).
000590         10 ASI-FECHA-ALTA       PIC 9(08).
000600         10 FILLER               PIC X(02).

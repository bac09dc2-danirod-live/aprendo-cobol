000010*----------------------------------------------------------*
000020* SOLAUS - LAYOUT COMUN DEL FICHERO DE SOLICITUDES DE        *
000030* AUSENCIA (SOLMSTR), INDEXADO POR EMP-ID + PRIMER DIA. LO   *
000040* GRABA Y DECIDE EN LINEA LA TRANSACCION AUSONLN; AL         *
000050* APROBARSE, CADA DIA HABIL DEL TRAMO PASA A AUSMSTR Y LA    *
000060* SOLICITUD QUEDA COMO CONSTANCIA DE QUIEN LA PIDIO Y QUIEN  *
000070* LA DECIDIO. AUSBAL SUMA LAS PENDIENTES DE VACACIONES COMO  *
000080* DIAS COMPROMETIDOS.                                        *
000090*----------------------------------------------------------*
000100* 2026-10-15 DR  VERSION ORIGINAL, CREADO CON AUSONLN.       *
000110*                SOL-DIAS SON LOS DIAS HABILES DE CALMSTR    *
000120*                DEL TRAMO; SOL-APROBADOR ES EL JEFE DE      *
000130*                DEPARTAMENTO (DEPTMSTR, SUBIENDO POR LOS    *
000140*                PADRES COMO AUSENMAN) QUE DEBE DECIDIR,     *
000150*                CERO SI NO HAY JEFE; SOL-PICO-AUSENTES Y    *
000160*                SOL-FECHA-PICO GUARDAN EL DIA CON MAS       *
000170*                AUSENTES DEL DEPARTAMENTO (CONTANDO AL      *
000180*                SOLICITANTE) QUE SE VIO AL GRABARLA.        *
000190*----------------------------------------------------------*
000200 01  SOLICITUD-AUS-REC.
000210     05 SOL-CLAVE.
000220         10 SOL-EMP-ID           PIC 9(06).
000230         10 SOL-FECHA-DESDE      PIC 9(08).
000240     05 SOL-FECHA-HASTA          PIC 9(08).
000250     05 SOL-TIPO                 PIC X(01).
000260         88 SOL-VACACIONES           VALUE "V".
000270         88 SOL-PERMISO              VALUE "P".
000280     05 SOL-DIAS                 PIC 9(03).
000290     05 SOL-DEPARTAMENTO         PIC X(04).
000300     05 SOL-ESTADO-SW            PIC X(01).
000310         88 SOL-PENDIENTE            VALUE "P".
000320         88 SOL-APROBADA             VALUE "A".
000330         88 SOL-RECHAZADA            VALUE "R".
000340     05 SOL-FECHA-ALTA           PIC 9(08).
000350     05 SOL-OPERADOR-ALTA        PIC X(08).
000360     05 SOL-APROBADOR            PIC 9(06).
000370     05 SOL-OPERADOR-DECISION    PIC X(08).
000380     05 SOL-FECHA-DECISION       PIC 9(08).
000390     05 SOL-PICO-AUSENTES        PIC 9(03).
000400     05 SOL-FECHA-PICO           PIC 9(08).

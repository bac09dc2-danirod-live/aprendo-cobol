000010*----------------------------------------------------------*
000020* DEPTJER - TABLA EN MEMORIA DE LA JERARQUIA DE              *
000030* DEPARTAMENTOS (DEPT-PADRE DE DEPTMSTR) PARA LOS INFORMES   *
000040* QUE TOTALIZAN POR DEPARTAMENTO. CADA ENTRADA LLEVA SU      *
000050* RUTA DESDE LA RAIZ (CODIGOS CONCATENADOS, HASTA 10         *
000060* NIVELES), QUE AL ORDENARLA DEJA CADA DEPARTAMENTO DEBAJO   *
000070* DE SU PADRE, Y DOS JUEGOS DE HASTA 5 ACUMULADORES: LO      *
000080* PROPIO DEL DEPARTAMENTO Y EL TOTAL CON SUS SUBORDINADOS.   *
000090* QUE SIGNIFICA CADA ACUMULADOR LO DECIDE EL PROGRAMA.       *
000100* JER-ENTRY-HOLD ES EL AREA DE INTERCAMBIO DEL ORDENAMIENTO. *
000110*----------------------------------------------------------*
000120* 2026-10-15 DR  VERSION ORIGINAL, PARA PAYEXTR, EMPMOVS,    *
000130*                AUSBAL Y PRESVAR.                           *
000140*----------------------------------------------------------*
000150 01  JER-TAB-COUNT               PIC 9(04) COMP VALUE ZERO.
000160 01  JER-TABLE.
000170     05 JER-ENTRY OCCURS 1 TO 500 TIMES
000180             DEPENDING ON JER-TAB-COUNT
000190             INDEXED BY JER-IDX.
000200         10 JER-CODIGO           PIC X(04).
000210         10 JER-NOMBRE           PIC X(20).
000220         10 JER-PADRE            PIC X(04).
000230         10 JER-NIVEL            PIC 9(02).
000240         10 JER-RUTA             PIC X(40).
000250         10 JER-DATOS-SW         PIC X(01).
000260             88 JER-CON-DATOS        VALUE "S".
000270         10 JER-IMPRIMIR-SW      PIC X(01).
000280             88 JER-IMPRIMIR         VALUE "S".
000290         10 JER-PROPIO           PIC S9(13)V99 OCCURS 5 TIMES.
000300         10 JER-TOTAL            PIC S9(13)V99 OCCURS 5 TIMES.
000310
000320 01  JER-ENTRY-HOLD.
000330     05 JEH-CODIGO               PIC X(04).
000340     05 JEH-NOMBRE               PIC X(20).
000350     05 JEH-PADRE                PIC X(04).
000360     05 JEH-NIVEL                PIC 9(02).
000370     05 JEH-RUTA                 PIC X(40).
000380     05 JEH-DATOS-SW             PIC X(01).
000390     05 JEH-IMPRIMIR-SW          PIC X(01).
000400     05 JEH-PROPIO               PIC S9(13)V99 OCCURS 5 TIMES.
000410     05 JEH-TOTAL                PIC S9(13)V99 OCCURS 5 TIMES.
000420
000430 01  JER-TRABAJO.
000440     05 JER-BUSCA                PIC X(04).
000450     05 JER-RUTA-AUX             PIC X(40).
000460     05 JER-PASOS                PIC 9(02) COMP.
000470     05 JER-POS                  PIC 9(02) COMP.
000480     05 JER-I                    PIC 9(04) COMP.
000490     05 JER-J                    PIC 9(04) COMP.
000500     05 JER-MIN                  PIC 9(04) COMP.
000510     05 JER-HALLADO-SW           PIC X(01).
000520         88 JER-HALLADO              VALUE "S".
000530     05 JER-SIN-DEPTMSTR-SW      PIC X(01) VALUE "N".
000540         88 JER-SIN-DEPTMSTR         VALUE "S".
000550     05 JER-COMPANIA             PIC S9(13)V99 OCCURS 5 TIMES.

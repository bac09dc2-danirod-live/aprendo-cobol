000010*----------------------------------------------------------*
000020* EBCLAYT - TARJETA DE DEFINICION DE LAYOUT DE REGISTRO: UNA *
000030* POR CAMPO, EN ORDEN Y SIN HUECOS DESDE LA POSICION 1. LA   *
000040* USAN EBCONV (CONVERSION EBCDIC/ASCII POR CAMPO: SOLO MIRA  *
000050* POSICION, LONGITUD Y TIPO) Y MSTCOMP (COMPARACION DE DOS   *
000060* GENERACIONES DE UN MAESTRO: USA ADEMAS EL NOMBRE, EL       *
000070* FORMATO Y LOS DECIMALES PARA MOSTRAR CADA VALOR LEGIBLE).  *
000080* LAY-FORMATO EN BLANCO SE DEDUCE DEL TIPO: C ES X Y P ES P. *
000090*----------------------------------------------------------*
000100* 2026-10-15 DR  VERSION ORIGINAL: EL LAYOUT DE EBCONV SALE  *
000110*                A COPYBOOK COMO TARJETA DE 80 POSICIONES    *
000120*                CON NOMBRE, FORMATO Y DECIMALES DEL CAMPO.  *
000130*----------------------------------------------------------*
000140 01  LAYOUT-REC.
000150     05 LAY-POS                  PIC 9(03).
000160     05 LAY-LEN                  PIC 9(03).
000170     05 LAY-TIPO                 PIC X(01).
000180         88 LAY-CARACTER             VALUE "C".
000190         88 LAY-EMPACADO             VALUE "P".
000200     05 LAY-NOMBRE               PIC X(16).
000210     05 LAY-FORMATO              PIC X(01).
000220         88 LAY-ALFANUMERICO         VALUE "X".
000230         88 LAY-ZONADO               VALUE "9".
000240         88 LAY-ZONADO-SIGNO         VALUE "S".
000250         88 LAY-DECIMAL-EMPAC        VALUE "P".
000260         88 LAY-BINARIO              VALUE "B".
000270         88 LAY-FORMATO-DEDUCIDO     VALUE SPACE.
000280     05 LAY-DECIMALES            PIC X(01).
000290     05 LAY-DECIMALES-N REDEFINES LAY-DECIMALES
000300                                 PIC 9(01).
000310     05 FILLER                   PIC X(55).

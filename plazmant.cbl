000010*----------------------------------------------------------*
000020* PLAZMANT - MANTENIMIENTO DEL FICHERO DE PLAZAS             *
000030*            PRESUPUESTADAS POR DEPARTAMENTO                 *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. PLAZMANT.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                               *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, CALCADA DE DEPTMANT.      *
000150*                APLICA LAS TRANSACCIONES PLZTRAN CONTRA EL  *
000160*                FICHERO DE PLAZAS PLZMSTR (COPY PLAZA): A   *
000170*                ALTA DE PLAZA EN UN DEPARTAMENTO DE         *
000180*                DEPTMSTR, C CAMBIO DE TITULO, FTE, SALARIO  *
000190*                PRESUPUESTADO O ESTADO, D BAJA (SOLO PLAZAS *
000200*                VACANTES), O OCUPACION POR UN EMPLEADO      *
000210*                ACTIVO DEL MISMO DEPARTAMENTO (CARGA        *
000220*                INICIAL DE LA PLANTILLA) Y V VACIADO. LAS   *
000230*                ALTAS, TRASLADOS Y BAJAS DE EMPLEADOS       *
000240*                MUEVEN LA OCUPACION DESDE CAMPOS Y EMPLMNT. *
000250*----------------------------------------------------------*
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SPECIAL-NAMES.
000300     DECIMAL-POINT IS COMMA.
000310
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT PLAZA-MASTER-FILE ASSIGN TO "PLZMSTR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS PLZ-CLAVE
000380         FILE STATUS IS WS-PLZMSTR-STATUS.
000390
000400     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS DEPT-CODIGO
000440         FILE STATUS IS WS-DEPTMSTR-STATUS.
000450
000460     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS EMP-ID
000500         FILE STATUS IS WS-EMPMSTR-STATUS.
000510
000520     SELECT PLZ-TRANS-FILE ASSIGN TO "PLZTRAN"
000530         ORGANIZATION IS SEQUENTIAL
000540         FILE STATUS IS WS-PLZTRAN-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PLAZA-MASTER-FILE
000590     LABEL RECORDS ARE STANDARD.
000600     COPY PLAZA.
000610
000620 FD  DEPTO-MASTER-FILE
000630     LABEL RECORDS ARE STANDARD.
000640     COPY DEPTO.
000650
000660 FD  EMPLEADO-MASTER-FILE
000670     LABEL RECORDS ARE STANDARD.
000680     COPY EMPLEADO.
000690
000700 FD  PLZ-TRANS-FILE
000710     LABEL RECORDS ARE STANDARD.
000720 01  PLZ-TRANS-REC.
000730     05 PLT-TRANS-CODE          PIC X(01).
000740         88 PLT-ADD                 VALUE "A".
000750         88 PLT-CHANGE              VALUE "C".
000760         88 PLT-DELETE              VALUE "D".
000770         88 PLT-OCUPAR              VALUE "O".
000780         88 PLT-VACIAR              VALUE "V".
000790     05 PLT-DEPARTAMENTO        PIC X(04).
000800     05 PLT-NUMERO              PIC 9(04).
000810     05 PLT-USER-ID             PIC X(08).
000820     05 PLT-DATOS.
000830         10 PLT-TITULO          PIC X(20).
000840         10 PLT-FTE             PIC 9V99.
000850         10 PLT-SALARIO-PRESUP  PIC 9(07)V99.
000860         10 PLT-ESTADO          PIC X(01).
000870     05 PLT-EMP-ID              PIC 9(06).
000880     05 PLT-FECHA               PIC 9(08).
000890
000900 WORKING-STORAGE SECTION.
000910 01  WS-PLZMSTR-STATUS          PIC X(02) VALUE SPACES.
000920     88 WS-PLZMSTR-OK               VALUE "00".
000930     88 WS-PLZMSTR-NOT-FOUND        VALUE "23".
000940     88 WS-PLZMSTR-DUPLICATE        VALUE "22".
000950     88 WS-PLZMSTR-NO-FILE          VALUE "35".
000960
000970 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
000980     88 WS-DEPTMSTR-OK              VALUE "00".
000990     88 WS-DEPTMSTR-NOT-FOUND       VALUE "23".
001000
001010 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001020     88 WS-EMPMSTR-OK               VALUE "00".
001030     88 WS-EMPMSTR-NOT-FOUND        VALUE "23".
001040
001050 01  WS-PLZTRAN-STATUS          PIC X(02) VALUE SPACES.
001060     88 WS-PLZTRAN-OK               VALUE "00".
001070     88 WS-PLZTRAN-EOF              VALUE "10".
001080
001090 01  WS-SWITCHES.
001100     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001110         88 WS-EOF-TRANS            VALUE "Y".
001120     05 WS-FIN-PLAZAS-SW       PIC X(01) VALUE "N".
001130         88 WS-FIN-PLAZAS           VALUE "S".
001140     05 WS-YA-OCUPA-SW         PIC X(01) VALUE "N".
001150         88 WS-YA-OCUPA             VALUE "S".
001160
001170 01  WS-COUNTERS.
001180     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001190     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001200     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001210     05 WS-OCUPADAS-COUNT      PIC 9(05) COMP VALUE ZERO.
001220     05 WS-VACIADAS-COUNT      PIC 9(05) COMP VALUE ZERO.
001230     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001240
001250 01  WS-FECHA-HOY               PIC 9(08) VALUE ZERO.
001260 01  WS-PLAZA-OCUPADA           PIC 9(04) VALUE ZERO.
001270
001280 PROCEDURE DIVISION.
001290
001300 0000-MAINLINE.
001310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001320     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001330         UNTIL WS-EOF-TRANS.
001340     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001350     GOBACK.
001360
001370 1000-INITIALIZE.
001380     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001390     OPEN I-O PLAZA-MASTER-FILE.
001400     IF WS-PLZMSTR-NO-FILE
001410         CLOSE PLAZA-MASTER-FILE
001420         OPEN OUTPUT PLAZA-MASTER-FILE
001430         CLOSE PLAZA-MASTER-FILE
001440         OPEN I-O PLAZA-MASTER-FILE
001450     END-IF
001460     IF NOT WS-PLZMSTR-OK
001470         DISPLAY "PLAZMANT: ERROR ABRIENDO PLZMSTR "
001480             WS-PLZMSTR-STATUS
001490         GO TO ABEND-CLEANUP
001500     END-IF
001510     OPEN INPUT DEPTO-MASTER-FILE.
001520     IF NOT WS-DEPTMSTR-OK
001530         DISPLAY "PLAZMANT: ERROR ABRIENDO DEPTMSTR "
001540             WS-DEPTMSTR-STATUS
001550         GO TO ABEND-CLEANUP
001560     END-IF
001570     OPEN INPUT EMPLEADO-MASTER-FILE.
001580     IF NOT WS-EMPMSTR-OK
001590         DISPLAY "PLAZMANT: ERROR ABRIENDO EMPMSTR "
001600             WS-EMPMSTR-STATUS
001610         GO TO ABEND-CLEANUP
001620     END-IF
001630     OPEN INPUT PLZ-TRANS-FILE.
001640     IF NOT WS-PLZTRAN-OK
001650         DISPLAY "PLAZMANT: ERROR ABRIENDO PLZTRAN "
001660             WS-PLZTRAN-STATUS
001670         GO TO ABEND-CLEANUP
001680     END-IF
001690     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001700 1000-EXIT.
001710     EXIT.
001720
001730 2000-PROCESS-TRANS.
001740     EVALUATE TRUE
001750         WHEN PLT-ADD
001760             PERFORM 3000-ALTA-PLAZA THRU 3000-EXIT
001770         WHEN PLT-CHANGE
001780             PERFORM 4000-CAMBIO-PLAZA THRU 4000-EXIT
001790         WHEN PLT-DELETE
001800             PERFORM 5000-BAJA-PLAZA THRU 5000-EXIT
001810         WHEN PLT-OCUPAR
001820             PERFORM 6000-OCUPAR-PLAZA THRU 6000-EXIT
001830         WHEN PLT-VACIAR
001840             PERFORM 7000-VACIAR-PLAZA THRU 7000-EXIT
001850         WHEN OTHER
001860             DISPLAY "PLAZMANT: CODIGO DE TRANSACCION INVALIDO "
001870                 PLT-TRANS-CODE " PARA PLAZA " PLT-DEPARTAMENTO
001880                 "-" PLT-NUMERO
001890             ADD 1 TO WS-ERRORES-COUNT
001900     END-EVALUATE
001910     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001920 2000-EXIT.
001930     EXIT.
001940
001950 2100-READ-TRANS.
001960     READ PLZ-TRANS-FILE
001970         AT END
001980             SET WS-EOF-TRANS TO TRUE
001990     END-READ
002000     IF NOT WS-EOF-TRANS AND NOT WS-PLZTRAN-OK
002010         DISPLAY "PLAZMANT: ERROR LEYENDO PLZTRAN "
002020             WS-PLZTRAN-STATUS
002030         GO TO ABEND-CLEANUP
002040     END-IF
002050 2100-EXIT.
002060     EXIT.
002070
002080* LEE LA PLAZA DE LA TRANSACCION; SI NO EXISTE DEJA EL       *
002090* STATUS 23 PARA QUE EL LLAMADOR RECHACE.                    *
002100 2200-LEER-PLAZA.
002110     MOVE PLT-DEPARTAMENTO TO PLZ-DEPARTAMENTO
002120     MOVE PLT-NUMERO       TO PLZ-NUMERO
002130     READ PLAZA-MASTER-FILE
002140         INVALID KEY
002150             CONTINUE
002160     END-READ
002170     IF NOT WS-PLZMSTR-OK AND NOT WS-PLZMSTR-NOT-FOUND
002180         DISPLAY "PLAZMANT: ERROR LEYENDO PLZMSTR "
002190             WS-PLZMSTR-STATUS
002200         GO TO ABEND-CLEANUP
002210     END-IF
002220 2200-EXIT.
002230     EXIT.
002240
002250 2300-REESCRIBIR-PLAZA.
002260     REWRITE PLAZA-MASTER-REC
002270     IF NOT WS-PLZMSTR-OK
002280         DISPLAY "PLAZMANT: ERROR REESCRIBIENDO PLAZA "
002290             PLZ-DEPARTAMENTO "-" PLZ-NUMERO
002300             " STATUS " WS-PLZMSTR-STATUS
002310         GO TO ABEND-CLEANUP
002320     END-IF
002330 2300-EXIT.
002340     EXIT.
002350
002360* EL ALTA EXIGE DEPARTAMENTO EXISTENTE, FTE MAYOR QUE CERO   *
002370* Y ESTADO D O C (EN BLANCO SE TOMA COMO DOTADA). LA PLAZA   *
002380* NACE VACANTE.                                              *
002390 3000-ALTA-PLAZA.
002400     MOVE PLT-DEPARTAMENTO TO DEPT-CODIGO
002410     READ DEPTO-MASTER-FILE
002420         INVALID KEY
002430             DISPLAY "PLAZMANT: ALTA RECHAZADA, NO EXISTE "
002440                 "DEPARTAMENTO " PLT-DEPARTAMENTO
002450             ADD 1 TO WS-ERRORES-COUNT
002460             GO TO 3000-EXIT
002470     END-READ
002480     IF PLT-ESTADO = SPACE
002490         MOVE "D" TO PLT-ESTADO
002500     END-IF
002510     IF PLT-FTE = ZERO
002520         OR (PLT-ESTADO NOT = "D" AND PLT-ESTADO NOT = "C")
002530         DISPLAY "PLAZMANT: ALTA RECHAZADA, FTE O ESTADO "
002540             "INVALIDO PARA PLAZA " PLT-DEPARTAMENTO "-"
002550             PLT-NUMERO
002560         ADD 1 TO WS-ERRORES-COUNT
002570         GO TO 3000-EXIT
002580     END-IF
002590     MOVE PLT-DEPARTAMENTO   TO PLZ-DEPARTAMENTO
002600     MOVE PLT-NUMERO         TO PLZ-NUMERO
002610     MOVE PLT-TITULO         TO PLZ-TITULO
002620     MOVE PLT-FTE            TO PLZ-FTE
002630     MOVE PLT-SALARIO-PRESUP TO PLZ-SALARIO-PRESUP
002640     MOVE PLT-ESTADO         TO PLZ-ESTADO
002650     MOVE ZERO               TO PLZ-EMP-ID
002660     MOVE ZERO               TO PLZ-FECHA-OCUPACION
002670     WRITE PLAZA-MASTER-REC
002680     IF WS-PLZMSTR-OK
002690         ADD 1 TO WS-ALTAS-COUNT
002700     ELSE
002710         DISPLAY "PLAZMANT: ALTA RECHAZADA PARA PLAZA "
002720             PLT-DEPARTAMENTO "-" PLT-NUMERO
002730             " STATUS " WS-PLZMSTR-STATUS
002740         ADD 1 TO WS-ERRORES-COUNT
002750     END-IF
002760 3000-EXIT.
002770     EXIT.
002780
002790* EL CAMBIO SOLO TOCA LOS CAMPOS INFORMADOS (TITULO EN       *
002800* BLANCO, FTE O SALARIO A CERO Y ESTADO EN BLANCO SE         *
002810* RESPETAN). LA OCUPACION NO SE TOCA: UNA PLAZA OCUPADA QUE  *
002820* SE CONGELA SIGUE OCUPADA HASTA QUE SE VACIE.               *
002830 4000-CAMBIO-PLAZA.
002840     PERFORM 2200-LEER-PLAZA THRU 2200-EXIT
002850     IF WS-PLZMSTR-NOT-FOUND
002860         DISPLAY "PLAZMANT: CAMBIO RECHAZADO, NO EXISTE PLAZA "
002870             PLT-DEPARTAMENTO "-" PLT-NUMERO
002880         ADD 1 TO WS-ERRORES-COUNT
002890         GO TO 4000-EXIT
002900     END-IF
002910     IF PLT-ESTADO NOT = SPACE
002920         AND PLT-ESTADO NOT = "D" AND PLT-ESTADO NOT = "C"
002930         DISPLAY "PLAZMANT: CAMBIO RECHAZADO, ESTADO INVALIDO "
002940             "PARA PLAZA " PLT-DEPARTAMENTO "-" PLT-NUMERO
002950         ADD 1 TO WS-ERRORES-COUNT
002960         GO TO 4000-EXIT
002970     END-IF
002980     IF PLT-TITULO NOT = SPACES
002990         MOVE PLT-TITULO TO PLZ-TITULO
003000     END-IF
003010     IF PLT-FTE NOT = ZERO
003020         MOVE PLT-FTE TO PLZ-FTE
003030     END-IF
003040     IF PLT-SALARIO-PRESUP NOT = ZERO
003050         MOVE PLT-SALARIO-PRESUP TO PLZ-SALARIO-PRESUP
003060     END-IF
003070     IF PLT-ESTADO NOT = SPACE
003080         MOVE PLT-ESTADO TO PLZ-ESTADO
003090     END-IF
003100     PERFORM 2300-REESCRIBIR-PLAZA THRU 2300-EXIT
003110     ADD 1 TO WS-CAMBIOS-COUNT.
003120 4000-EXIT.
003130     EXIT.
003140
003150* LA BAJA DE UNA PLAZA SOLO PROCEDE SI ESTA VACANTE.         *
003160 5000-BAJA-PLAZA.
003170     PERFORM 2200-LEER-PLAZA THRU 2200-EXIT
003180     IF WS-PLZMSTR-NOT-FOUND
003190         DISPLAY "PLAZMANT: BAJA RECHAZADA, NO EXISTE PLAZA "
003200             PLT-DEPARTAMENTO "-" PLT-NUMERO
003210         ADD 1 TO WS-ERRORES-COUNT
003220         GO TO 5000-EXIT
003230     END-IF
003240     IF NOT PLZ-VACANTE
003250         DISPLAY "PLAZMANT: BAJA RECHAZADA, PLAZA "
003260             PLT-DEPARTAMENTO "-" PLT-NUMERO
003270             " OCUPADA POR EMPLEADO " PLZ-EMP-ID
003280         ADD 1 TO WS-ERRORES-COUNT
003290         GO TO 5000-EXIT
003300     END-IF
003310     DELETE PLAZA-MASTER-FILE
003320     IF WS-PLZMSTR-OK
003330         ADD 1 TO WS-BAJAS-COUNT
003340     ELSE
003350         DISPLAY "PLAZMANT: ERROR BORRANDO PLAZA "
003360             PLT-DEPARTAMENTO "-" PLT-NUMERO
003370             " STATUS " WS-PLZMSTR-STATUS
003380         ADD 1 TO WS-ERRORES-COUNT
003390     END-IF
003400 5000-EXIT.
003410     EXIT.
003420
003430* OCUPACION MANUAL (CARGA INICIAL DE LA PLANTILLA O          *
003440* CORRECCION): EL EMPLEADO DEBE ESTAR ACTIVO EN EL           *
003450* DEPARTAMENTO DE LA PLAZA Y NO OCUPAR YA OTRA PLAZA DE ESE  *
003460* DEPARTAMENTO; LA PLAZA DEBE ESTAR DOTADA Y VACANTE.        *
003470 6000-OCUPAR-PLAZA.
003480     MOVE PLT-EMP-ID TO EMP-ID
003490     READ EMPLEADO-MASTER-FILE
003500         INVALID KEY
003510             DISPLAY "PLAZMANT: OCUPACION RECHAZADA, NO EXISTE "
003520                 "EMPLEADO " PLT-EMP-ID
003530             ADD 1 TO WS-ERRORES-COUNT
003540             GO TO 6000-EXIT
003550     END-READ
003560     IF NOT EMP-ACTIVO OR DEPARTAMENTO NOT = PLT-DEPARTAMENTO
003570         DISPLAY "PLAZMANT: OCUPACION RECHAZADA, EMPLEADO "
003580             PLT-EMP-ID " NO ACTIVO EN DEPARTAMENTO "
003590             PLT-DEPARTAMENTO
003600         ADD 1 TO WS-ERRORES-COUNT
003610         GO TO 6000-EXIT
003620     END-IF
003630     PERFORM 6100-BUSCAR-OCUPACION THRU 6100-EXIT
003640     IF WS-YA-OCUPA
003650         DISPLAY "PLAZMANT: OCUPACION RECHAZADA, EMPLEADO "
003660             PLT-EMP-ID " YA OCUPA LA PLAZA " PLT-DEPARTAMENTO
003670             "-" WS-PLAZA-OCUPADA
003680         ADD 1 TO WS-ERRORES-COUNT
003690         GO TO 6000-EXIT
003700     END-IF
003710     PERFORM 2200-LEER-PLAZA THRU 2200-EXIT
003720     IF WS-PLZMSTR-NOT-FOUND
003730         DISPLAY "PLAZMANT: OCUPACION RECHAZADA, NO EXISTE PLAZA "
003740             PLT-DEPARTAMENTO "-" PLT-NUMERO
003750         ADD 1 TO WS-ERRORES-COUNT
003760         GO TO 6000-EXIT
003770     END-IF
003780     IF NOT PLZ-DOTADA OR NOT PLZ-VACANTE
003790         DISPLAY "PLAZMANT: OCUPACION RECHAZADA, PLAZA "
003800             PLT-DEPARTAMENTO "-" PLT-NUMERO
003810             " CONGELADA U OCUPADA"
003820         ADD 1 TO WS-ERRORES-COUNT
003830         GO TO 6000-EXIT
003840     END-IF
003850     MOVE PLT-EMP-ID TO PLZ-EMP-ID
003860     IF PLT-FECHA = ZERO
003870         MOVE WS-FECHA-HOY TO PLZ-FECHA-OCUPACION
003880     ELSE
003890         MOVE PLT-FECHA TO PLZ-FECHA-OCUPACION
003900     END-IF
003910     PERFORM 2300-REESCRIBIR-PLAZA THRU 2300-EXIT
003920     ADD 1 TO WS-OCUPADAS-COUNT.
003930 6000-EXIT.
003940     EXIT.
003950
003960 6100-BUSCAR-OCUPACION.
003970     MOVE "N" TO WS-YA-OCUPA-SW
003980     MOVE "N" TO WS-FIN-PLAZAS-SW
003990     MOVE PLT-DEPARTAMENTO TO PLZ-DEPARTAMENTO
004000     MOVE ZERO             TO PLZ-NUMERO
004010     START PLAZA-MASTER-FILE
004020         KEY IS NOT LESS THAN PLZ-CLAVE
004030         INVALID KEY
004040             SET WS-FIN-PLAZAS TO TRUE
004050     END-START
004060     PERFORM 6150-LEER-PLAZA-DEPTO THRU 6150-EXIT
004070         UNTIL WS-FIN-PLAZAS OR WS-YA-OCUPA.
004080 6100-EXIT.
004090     EXIT.
004100
004110 6150-LEER-PLAZA-DEPTO.
004120     READ PLAZA-MASTER-FILE NEXT
004130         AT END
004140             SET WS-FIN-PLAZAS TO TRUE
004150             GO TO 6150-EXIT
004160     END-READ
004170     IF PLZ-DEPARTAMENTO NOT = PLT-DEPARTAMENTO
004180         SET WS-FIN-PLAZAS TO TRUE
004190         GO TO 6150-EXIT
004200     END-IF
004210     IF PLZ-EMP-ID = PLT-EMP-ID
004220         MOVE PLZ-NUMERO TO WS-PLAZA-OCUPADA
004230         SET WS-YA-OCUPA TO TRUE
004240     END-IF
004250 6150-EXIT.
004260     EXIT.
004270
004280 7000-VACIAR-PLAZA.
004290     PERFORM 2200-LEER-PLAZA THRU 2200-EXIT
004300     IF WS-PLZMSTR-NOT-FOUND
004310         DISPLAY "PLAZMANT: VACIADO RECHAZADO, NO EXISTE PLAZA "
004320             PLT-DEPARTAMENTO "-" PLT-NUMERO
004330         ADD 1 TO WS-ERRORES-COUNT
004340         GO TO 7000-EXIT
004350     END-IF
004360     IF PLZ-VACANTE
004370         DISPLAY "PLAZMANT: VACIADO RECHAZADO, PLAZA "
004380             PLT-DEPARTAMENTO "-" PLT-NUMERO " YA VACANTE"
004390         ADD 1 TO WS-ERRORES-COUNT
004400         GO TO 7000-EXIT
004410     END-IF
004420     MOVE ZERO TO PLZ-EMP-ID
004430     MOVE ZERO TO PLZ-FECHA-OCUPACION
004440     PERFORM 2300-REESCRIBIR-PLAZA THRU 2300-EXIT
004450     ADD 1 TO WS-VACIADAS-COUNT.
004460 7000-EXIT.
004470     EXIT.
004480
004490 9000-TERMINATE.
004500     CLOSE PLAZA-MASTER-FILE.
004510     CLOSE DEPTO-MASTER-FILE.
004520     CLOSE EMPLEADO-MASTER-FILE.
004530     CLOSE PLZ-TRANS-FILE.
004540     DISPLAY "PLAZMANT: ALTAS     " WS-ALTAS-COUNT.
004550     DISPLAY "PLAZMANT: CAMBIOS   " WS-CAMBIOS-COUNT.
004560     DISPLAY "PLAZMANT: BAJAS     " WS-BAJAS-COUNT.
004570     DISPLAY "PLAZMANT: OCUPADAS  " WS-OCUPADAS-COUNT.
004580     DISPLAY "PLAZMANT: VACIADAS  " WS-VACIADAS-COUNT.
004590     DISPLAY "PLAZMANT: ERRORES   " WS-ERRORES-COUNT.
004600 9000-EXIT.
004610     EXIT.
004620
004630 ABEND-CLEANUP.
004640     DISPLAY "PLAZMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
004650     CLOSE PLAZA-MASTER-FILE.
004660     CLOSE DEPTO-MASTER-FILE.
004670     CLOSE EMPLEADO-MASTER-FILE.
004680     CLOSE PLZ-TRANS-FILE.
004690     MOVE 16 TO RETURN-CODE.
004700     GOBACK.
004710
004720     END PROGRAM PLAZMANT.

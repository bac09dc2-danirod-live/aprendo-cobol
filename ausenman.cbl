000240*                EL FICHERO DE AUDITORIA AUSAUDIT (IMAGEN    *
000250*                ANTES/DESPUES), IGUAL QUE DEDMANT CON       *
000260*                DEDAUDIT.                                   *
000261* 2026-10-15 DR  LAS ALTAS DE VACACIONES (V) Y PERMISOS (P)  *
000262*                LLEVAN APROBADOR (EMP-ID) EN AUSTRAN. SI    *
000263*                VIENE A CERO SE TOMA POR DEFECTO EL JEFE    *
000264*                DEL DEPARTAMENTO DEL EMPLEADO EN DEPTMSTR,  *
000265*                SUBIENDO POR LOS DEPARTAMENTOS PADRE COMO   *
000266*                GASTMAN. UN APROBADOR INFORMADO DEBE ESTAR  *
000267*                ACTIVO EN EMPMSTR Y NO SER EL PROPIO        *
000268*                EMPLEADO. EL APROBADOR QUEDA EN AUSAUDIT;   *
000269*                LAS ALTAS SIN APROBADOR SE ACEPTAN Y SE     *
000272*                CUENTAN AL FINAL.                           *
000276*----------------------------------------------------------*
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000510     SELECT AUS-AUDIT-FILE ASSIGN TO "AUSAUDIT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-AUSAUDIT-STATUS.
000531
000533     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000534         ORGANIZATION IS INDEXED
000536         ACCESS MODE IS RANDOM
000537         RECORD KEY IS DEPT-CODIGO
000539         FILE STATUS IS WS-DEPTMSTR-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000610 FD  EMPLEADO-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY EMPLEADO.
000632
000634 FD  DEPTO-MASTER-FILE
000636     LABEL RECORDS ARE STANDARD.
000638     COPY DEPTO.
000640
000650 FD  AUS-TRANS-FILE
000660     LABEL RECORDS ARE STANDARD.
000760     05 ATR-TIPO                PIC X(01).
000770     05 ATR-DESCRIPCION         PIC X(20).
000780     05 ATR-USER-ID             PIC X(08).
000782*    APROBADOR DE VACACIONES Y PERMISOS (EMP-ID). A CERO, O
000784*    EN BLANCO EN TRANSACCIONES ANTIGUAS, SE TOMA EL JEFE DE
000786*    DEPARTAMENTO DE DEPTMSTR.
000788     05 ATR-APROBADOR           PIC 9(06).

000790 FD  AUS-AUDIT-FILE
000800     LABEL RECORDS ARE STANDARD.
000920     05 AAU-DESPUES.
000930         10 AAU-DESPUES-TIPO        PIC X(01).
000940         10 AAU-DESPUES-DESCRIPCION PIC X(20).
000945     05 AAU-APROBADOR           PIC 9(06).
000950
000960 WORKING-STORAGE SECTION.
000970 01  WS-AUSMSTR-STATUS          PIC X(02) VALUE SPACES.
001090 01  WS-AUSAUDIT-STATUS         PIC X(02) VALUE SPACES.
001100     88 WS-AUSAUDIT-OK              VALUE "00".
001110     88 WS-AUSAUDIT-NO-FILE         VALUE "05", "35".
001112
001114 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
001116     88 WS-DEPTMSTR-OK              VALUE "00".
001118     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
001120
001130 01  WS-SWITCHES.
001140     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001150         88 WS-EOF-TRANS            VALUE "Y".
001160     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
001170         88 WS-TRANS-VALIDA         VALUE "S".
001171     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
001173         88 WS-SIN-DEPTMSTR         VALUE "S".
001174     05 WS-JEFE-HALLADO-SW     PIC X(01) VALUE "N".
001176         88 WS-JEFE-HALLADO         VALUE "S".
001177     05 WS-APROBADOR-VALIDO-SW PIC X(01) VALUE "N".
001179         88 WS-APROBADOR-VALIDO     VALUE "S".
001180
001190 01  WS-COUNTERS.
001200     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001210     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001220     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001225     05 WS-SIN-APROB-COUNT     PIC 9(05) COMP VALUE ZERO.
001230
001240 01  WS-FECHA-VALIDA-SW        PIC X(01) VALUE "N".
001250     88 WS-FECHA-VALIDA            VALUE "S".
001270 01  WS-AUS-ANTES.
001280     05 WS-AUS-OLD-TIPO        PIC X(01) VALUE SPACE.
001290     05 WS-AUS-OLD-DESCRIPCION PIC X(20) VALUE SPACES.
001292
001294*    BUSQUEDA DEL JEFE POR LA JERARQUIA DE DEPTMSTR.
001296 01  WS-DEPTO-SUBE             PIC X(04) VALUE SPACES.
001298 01  WS-NIVELES-JEFE           PIC 9(02) COMP VALUE ZERO.

001300 01  WS-DIAS-EN-MES            PIC 9(02) COMP.
001310 01  WS-BISIESTO-SW            PIC X(01) VALUE "N".
001640             WS-EMPMSTR-STATUS
001650         GO TO ABEND-CLEANUP
001660     END-IF
001661*    SIN DEPTMSTR NO HAY APROBADOR POR DEFECTO.
001662     OPEN INPUT DEPTO-MASTER-FILE.
001663     IF WS-DEPTMSTR-NO-FILE
001664         MOVE "S" TO WS-SIN-DEPTMSTR-SW
001665     ELSE
001666         IF NOT WS-DEPTMSTR-OK
001667             DISPLAY "AUSENMAN: ERROR ABRIENDO DEPTMSTR "
001668                 WS-DEPTMSTR-STATUS
001669             GO TO ABEND-CLEANUP
001670         END-IF
001671     END-IF
001675     OPEN INPUT AUS-TRANS-FILE.
001680     IF NOT WS-AUSTRAN-OK
001690         DISPLAY "AUSENMAN: ERROR ABRIENDO AUSTRAN "
001700             WS-AUSTRAN-STATUS
002140* VALIDACIONES PREVIAS: CODIGO DE TRANSACCION, FECHA DE      *
002150* CALENDARIO, TIPO DE AUSENCIA Y EMPLEADO EXISTENTE Y        *
002160* ACTIVO.                                                    *
002165* EN LAS ALTAS, ADEMAS, EL APROBADOR (2500).                 *
002170*----------------------------------------------------------*
002180 2200-VALIDA-TRANS.
002190     MOVE "N" TO WS-TRANS-VALIDA-SW
002490         ADD 1 TO WS-ERRORES-COUNT
002500         GO TO 2200-EXIT
002510     END-IF
002511     IF ATR-ADD
002512         PERFORM 2500-VALIDA-APROBADOR THRU 2500-EXIT
002514         IF NOT WS-APROBADOR-VALIDO
002515             ADD 1 TO WS-ERRORES-COUNT
002516             GO TO 2200-EXIT
002518         END-IF
002519     END-IF
002520     MOVE "S" TO WS-TRANS-VALIDA-SW
002530 2200-EXIT.
002540     EXIT.
003090     IF ATR-ADD
003100         MOVE AUS-TIPO        TO AAU-DESPUES-TIPO
003110         MOVE AUS-DESCRIPCION TO AAU-DESPUES-DESCRIPCION
003115         MOVE ATR-APROBADOR   TO AAU-APROBADOR
003120     ELSE
003130         MOVE SPACES TO AAU-DESPUES
003135         MOVE ZERO   TO AAU-APROBADOR
003140     END-IF
003150     WRITE AUS-AUDIT-REC.
003160     IF NOT WS-AUSAUDIT-OK
003200     END-IF
003210 2400-EXIT.
003220     EXIT.
003221
003222*----------------------------------------------------------*
003223* APROBADOR DE VACACIONES Y PERMISOS. LAS BAJAS POR          *
003224* ENFERMEDAD NO LLEVAN APROBADOR. UN APROBADOR INFORMADO     *
003225* DEBE SER UN EMPLEADO ACTIVO DISTINTO DEL QUE SE AUSENTA;   *
003226* SI VIENE A CERO SE TOMA EL JEFE DE DEPARTAMENTO (2550).    *
003227*----------------------------------------------------------*
003228 2500-VALIDA-APROBADOR.
003229     MOVE "N" TO WS-APROBADOR-VALIDO-SW
003230     IF ATR-APROBADOR NOT NUMERIC OR ATR-TIPO = "E"
003231         MOVE ZERO TO ATR-APROBADOR
003232     END-IF
003233     IF ATR-TIPO = "E"
003234         MOVE "S" TO WS-APROBADOR-VALIDO-SW
003235         GO TO 2500-EXIT
003236     END-IF
003237     IF ATR-APROBADOR = ZERO
003238         PERFORM 2550-JEFE-POR-DEFECTO THRU 2550-EXIT
003239         MOVE "S" TO WS-APROBADOR-VALIDO-SW
003240         GO TO 2500-EXIT
003241     END-IF
003242     IF ATR-APROBADOR = ATR-EMP-ID
003243         DISPLAY "AUSENMAN: EL EMPLEADO NO PUEDE APROBAR SU "
003244             "AUSENCIA " ATR-EMP-ID
003245         GO TO 2500-EXIT
003246     END-IF
003247     MOVE ATR-APROBADOR TO EMP-ID
003248     READ EMPLEADO-MASTER-FILE
003249         INVALID KEY
003250             DISPLAY "AUSENMAN: APROBADOR NO EXISTE "
003251                 ATR-APROBADOR " EMPLEADO " ATR-EMP-ID
003252             GO TO 2500-EXIT
003253     END-READ
003254     IF EMP-BAJA
003255         DISPLAY "AUSENMAN: APROBADOR DE BAJA "
003256             ATR-APROBADOR " EMPLEADO " ATR-EMP-ID
003257         GO TO 2500-EXIT
003258     END-IF
003259     MOVE "S" TO WS-APROBADOR-VALIDO-SW.
003260 2500-EXIT.
003261     EXIT.
003262
003263*----------------------------------------------------------*
003264* APROBADOR POR DEFECTO, CALCADO DE GASTMAN: EL JEFE DEL     *
003265* DEPARTAMENTO DEL EMPLEADO O, SI NO TIENE, ESTA DE BAJA O   *
003266* ES EL PROPIO EMPLEADO, EL DEL PRIMER DEPARTAMENTO PADRE    *
003267* QUE LO TENGA (HASTA 10 NIVELES). SIN JEFE EL ALTA SE       *
003268* ACEPTA CON APROBADOR A CERO Y SE CUENTA.                   *
003269*----------------------------------------------------------*
003270 2550-JEFE-POR-DEFECTO.
003271     MOVE "N" TO WS-JEFE-HALLADO-SW
003272     IF WS-SIN-DEPTMSTR
003273         GO TO 2550-SIN-JEFE
003274     END-IF
003275     MOVE DEPARTAMENTO TO WS-DEPTO-SUBE
003276     MOVE ZERO TO WS-NIVELES-JEFE
003277     PERFORM 2560-SUBIR-DEPTO THRU 2560-EXIT
003278         UNTIL WS-JEFE-HALLADO OR WS-DEPTO-SUBE = SPACES
003279             OR WS-NIVELES-JEFE >= 10
003280     IF WS-JEFE-HALLADO
003281         GO TO 2550-EXIT
003282     END-IF.
003283 2550-SIN-JEFE.
003284     DISPLAY "AUSENMAN: AUSENCIA SIN APROBADOR NI JEFE DE "
003285         "DEPARTAMENTO " ATR-EMP-ID " " ATR-FECHA.
003286     MOVE ZERO TO ATR-APROBADOR.
003287     ADD 1 TO WS-SIN-APROB-COUNT.
003288 2550-EXIT.
003289     EXIT.
003290
003291 2560-SUBIR-DEPTO.
003292     ADD 1 TO WS-NIVELES-JEFE
003293     MOVE WS-DEPTO-SUBE TO DEPT-CODIGO
003294     READ DEPTO-MASTER-FILE
003295         INVALID KEY
003296             MOVE SPACES TO WS-DEPTO-SUBE
003297             GO TO 2560-EXIT
003298     END-READ
003299     MOVE DEPT-PADRE TO WS-DEPTO-SUBE
003300     IF DEPT-JEFE-EMP-ID NOT NUMERIC
003301         OR DEPT-JEFE-EMP-ID = ZERO
003302         OR DEPT-JEFE-EMP-ID = ATR-EMP-ID
003303         GO TO 2560-EXIT
003304     END-IF
003305     MOVE DEPT-JEFE-EMP-ID TO EMP-ID
003306     READ EMPLEADO-MASTER-FILE
003307         INVALID KEY
003308             GO TO 2560-EXIT
003309     END-READ
003310     IF EMP-BAJA
003311         GO TO 2560-EXIT
003312     END-IF
003313     MOVE DEPT-JEFE-EMP-ID TO ATR-APROBADOR
003314     SET WS-JEFE-HALLADO TO TRUE.
003315 2560-EXIT.
003316     EXIT.

003317 3000-ALTA-AUSENCIA.
003318     MOVE ATR-EMP-ID      TO AUS-EMP-ID
003319     MOVE ATR-FECHA       TO AUS-FECHA
003321     MOVE ATR-TIPO        TO AUS-TIPO
003322     MOVE ATR-DESCRIPCION TO AUS-DESCRIPCION
003323     WRITE AUSENCIA-MASTER-REC
003324     IF WS-AUSMSTR-OK
003326         ADD 1 TO WS-ALTAS-COUNT
003327         MOVE SPACES TO WS-AUS-ANTES
003328         PERFORM 2400-WRITE-AUDIT THRU 2400-EXIT
003330     ELSE
003340         IF WS-AUSMSTR-DUPLICATE
003350             DISPLAY "AUSENMAN: AUSENCIA DUPLICADA "
003710 9000-TERMINATE.
003720     CLOSE AUSENCIA-MASTER-FILE.
003730     CLOSE EMPLEADO-MASTER-FILE.
003732     IF NOT WS-SIN-DEPTMSTR
003735         CLOSE DEPTO-MASTER-FILE
003738     END-IF
003740     CLOSE AUS-TRANS-FILE.
003750     CLOSE AUS-AUDIT-FILE.
003760     DISPLAY "AUSENMAN: ALTAS    " WS-ALTAS-COUNT.
003770     DISPLAY "AUSENMAN: BAJAS    " WS-BAJAS-COUNT.
003780     DISPLAY "AUSENMAN: ERRORES  " WS-ERRORES-COUNT.
003785     DISPLAY "AUSENMAN: SIN APROBADOR " WS-SIN-APROB-COUNT.
003790 9000-EXIT.
003800     EXIT.
003810
003830     DISPLAY "AUSENMAN: TERMINACION ANORMAL - CERRANDO FICHEROS".
003840     CLOSE AUSENCIA-MASTER-FILE.
003850     CLOSE EMPLEADO-MASTER-FILE.
003855     CLOSE DEPTO-MASTER-FILE.
003860     CLOSE AUS-TRANS-FILE.
003870     CLOSE AUS-AUDIT-FILE.
003880     MOVE 16 TO RETURN-CODE.

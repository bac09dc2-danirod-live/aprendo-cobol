000010*----------------------------------------------------------*
000020* FAMMANT - MANTENIMIENTO DEL MAESTRO DE CIRCUNSTANCIAS      *
000030* PERSONALES Y FAMILIARES PARA LA RETENCION DE IRPF          *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. FAMMANT.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE DE DEDMANT:   *
000150*                APLICA LAS TRANSACCIONES DE                 *
000160*                ALTA/CAMBIO/BAJA (FAMTRAN) QUE GRABA        *
000170*                PERSONAL CON LO QUE COMUNICA EL EMPLEADO    *
000180*                (MODELO 145) CONTRA EL MAESTRO INDEXADO DE  *
000190*                CIRCUNSTANCIAS FAMILIARES (FAMMSTR, COPY    *
000200*                SITFAM, CLAVE EMP-ID), QUE CREA SI NO       *
000210*                EXISTE. CADA MOVIMIENTO DEJA SU IMAGEN      *
000220*                ANTES/DESPUES EN LA BITACORA FAMAUDIT. SE   *
000230*                VALIDA QUE EL EMPLEADO EXISTA EN            *
000240*                EMPLEADO-MASTER Y QUE LOS DATOS SEAN        *
000250*                COHERENTES ANTES DE TOCAR EL MAESTRO.       *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT FAMILIA-MASTER-FILE ASSIGN TO "FAMMSTR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS SF-EMP-ID
000390         FILE STATUS IS WS-FAMMSTR-STATUS.
000400
000410     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS EMP-ID
000450         FILE STATUS IS WS-EMPMSTR-STATUS.
000460
000470     SELECT FAM-TRANS-FILE ASSIGN TO "FAMTRAN"
000480         ORGANIZATION IS SEQUENTIAL
000490         FILE STATUS IS WS-FAMTRAN-STATUS.
000500
000510     SELECT FAM-AUDIT-FILE ASSIGN TO "FAMAUDIT"
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-FAMAUDIT-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  FAMILIA-MASTER-FILE
000580     LABEL RECORDS ARE STANDARD.
000590     COPY SITFAM.
000600
000610 FD  EMPLEADO-MASTER-FILE
000620     LABEL RECORDS ARE STANDARD.
000630     COPY EMPLEADO.
000640
000650 FD  FAM-TRANS-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  FAM-TRANS-REC.
000680     05 FTR-TRANS-CODE          PIC X(01).
000690         88 FTR-ADD                 VALUE "A".
000700         88 FTR-CHANGE              VALUE "C".
000710         88 FTR-DELETE              VALUE "D".
000720     05 FTR-EMP-ID              PIC 9(06).
000730     05 FTR-USER-ID             PIC X(08).
000740*    MISMA DISPOSICION QUE SF-DATOS DE SITFAM. EL CAMBIO SUSTITUYE
000750*    TODOS LOS DATOS DEL EMPLEADO, NO SOLO LOS QUE VARIAN.
000760     05 FTR-DATOS.
000770         10 FTR-SITUACION       PIC X(01).
000780         10 FTR-NUM-HIJOS       PIC 9(02).
000790         10 FTR-HIJOS-NAC.
000800             15 FTR-HIJO-ANIO-NAC PIC 9(04) OCCURS 6 TIMES.
000810         10 FTR-DEP-DISCAP-33   PIC 9(02).
000820         10 FTR-DEP-DISCAP-65   PIC 9(02).
000830         10 FTR-GRADO-DISCAP    PIC 9(03).
000840         10 FTR-AYUDA-TERCERA   PIC X(01).
000850         10 FTR-HIPOTECA        PIC X(01).
000860         10 FTR-MOVILIDAD       PIC X(01).
000870
000880 FD  FAM-AUDIT-FILE
000890     LABEL RECORDS ARE STANDARD.
000900 01  FAM-AUDIT-REC.
000910     05 FAU-TIMESTAMP.
000920         10 FAU-FECHA-HOY       PIC 9(08).
000930         10 FAU-HORA-HOY        PIC 9(08).
000940     05 FAU-USER-ID             PIC X(08).
000950     05 FAU-TRANS-CODE          PIC X(01).
000960     05 FAU-EMP-ID              PIC 9(06).
000970*    IMAGENES DE SF-DATOS ANTES Y DESPUES DEL MOVIMIENTO.
000980     05 FAU-ANTES               PIC X(37).
000990     05 FAU-DESPUES             PIC X(37).
001000
001010 WORKING-STORAGE SECTION.
001020 01  WS-FAMMSTR-STATUS          PIC X(02) VALUE SPACES.
001030     88 WS-FAMMSTR-OK               VALUE "00".
001040     88 WS-FAMMSTR-NOT-FOUND        VALUE "23".
001050     88 WS-FAMMSTR-DUPLICATE        VALUE "22".
001060     88 WS-FAMMSTR-NO-FILE          VALUE "35".
001070
001080 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
001090     88 WS-EMPMSTR-OK               VALUE "00".
001100     88 WS-EMPMSTR-NOT-FOUND        VALUE "23".
001110
001120 01  WS-FAMTRAN-STATUS          PIC X(02) VALUE SPACES.
001130     88 WS-FAMTRAN-OK               VALUE "00".
001140     88 WS-FAMTRAN-EOF              VALUE "10".
001150
001160 01  WS-FAMAUDIT-STATUS         PIC X(02) VALUE SPACES.
001170     88 WS-FAMAUDIT-OK              VALUE "00".
001180     88 WS-FAMAUDIT-NO-FILE         VALUE "05", "35".
001190
001200 01  WS-FAM-OLD-DATOS           PIC X(37) VALUE SPACES.
001210
001220 01  WS-FECHA-HOY               PIC 9(08) VALUE ZERO.
001230 01  WS-FECHA-HOY-R REDEFINES WS-FECHA-HOY.
001240     05 WS-ANIO-HOY             PIC 9(04).
001250     05 FILLER                  PIC 9(04).
001260
001270 01  WS-SWITCHES.
001280     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
001290         88 WS-EOF-TRANS            VALUE "Y".
001300     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
001310         88 WS-TRANS-VALIDA         VALUE "S".
001320     05 WS-DATOS-VALIDOS-SW    PIC X(01) VALUE "N".
001330         88 WS-DATOS-VALIDOS        VALUE "S".
001340
001350 01  WS-COUNTERS.
001360     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001370     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001380     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
001390     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
001400
001410 01  WS-HIJO-SUB               PIC 9(02) COMP VALUE ZERO.
001420 01  WS-HIJOS-CON-FECHA        PIC 9(02) COMP VALUE ZERO.
001430
001440*----------------------------------------------------------*
001450* LIMITES DE COHERENCIA DE LOS DATOS COMUNICADOS: NUMERO     *
001460* MAXIMO DE DESCENDIENTES Y PRIMER ANIO DE NACIMIENTO        *
001470* ADMITIDO.                                                  *
001480*----------------------------------------------------------*
001490 01  WS-MAX-HIJOS              PIC 9(02) VALUE 20.
001500 01  WS-ANIO-NAC-MINIMO        PIC 9(04) VALUE 1900.
001510
001520 PROCEDURE DIVISION.
001530
001540 0000-MAINLINE.
001550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001560     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001570         UNTIL WS-EOF-TRANS.
001580     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001590     GOBACK.
001600
001610 1000-INITIALIZE.
001620     ACCEPT WS-FECHA-HOY FROM DATE YYYYMMDD.
001630
001640     OPEN I-O FAMILIA-MASTER-FILE.
001650     IF WS-FAMMSTR-NO-FILE
001660         CLOSE FAMILIA-MASTER-FILE
001670         OPEN OUTPUT FAMILIA-MASTER-FILE
001680         CLOSE FAMILIA-MASTER-FILE
001690         OPEN I-O FAMILIA-MASTER-FILE
001700     END-IF
001710     IF NOT WS-FAMMSTR-OK
001720         DISPLAY "FAMMANT: ERROR ABRIENDO FAMMSTR "
001730             WS-FAMMSTR-STATUS
001740         GO TO ABEND-CLEANUP
001750     END-IF
001760
001770     OPEN INPUT EMPLEADO-MASTER-FILE.
001780     IF NOT WS-EMPMSTR-OK
001790         DISPLAY "FAMMANT: ERROR ABRIENDO EMPMSTR "
001800             WS-EMPMSTR-STATUS
001810         GO TO ABEND-CLEANUP
001820     END-IF
001830
001840     OPEN INPUT FAM-TRANS-FILE.
001850     IF NOT WS-FAMTRAN-OK
001860         DISPLAY "FAMMANT: ERROR ABRIENDO FAMTRAN "
001870             WS-FAMTRAN-STATUS
001880         GO TO ABEND-CLEANUP
001890     END-IF
001900
001910     OPEN EXTEND FAM-AUDIT-FILE.
001920     IF WS-FAMAUDIT-NO-FILE
001930         OPEN OUTPUT FAM-AUDIT-FILE
001940     END-IF
001950     IF NOT WS-FAMAUDIT-OK
001960         DISPLAY "FAMMANT: ERROR ABRIENDO FAMAUDIT "
001970             WS-FAMAUDIT-STATUS
001980         GO TO ABEND-CLEANUP
001990     END-IF
002000
002010     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002020 1000-EXIT.
002030     EXIT.
002040
002050 2000-PROCESS-TRANS.
002060     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
002070     IF WS-TRANS-VALIDA
002080         EVALUATE TRUE
002090             WHEN FTR-ADD
002100                 PERFORM 3000-ALTA-FAMILIA THRU 3000-EXIT
002110             WHEN FTR-CHANGE
002120                 PERFORM 4000-CAMBIO-FAMILIA THRU 4000-EXIT
002130             WHEN FTR-DELETE
002140                 PERFORM 5000-BAJA-FAMILIA THRU 5000-EXIT
002150         END-EVALUATE
002160     END-IF
002170     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
002180 2000-EXIT.
002190     EXIT.
002200
002210 2100-READ-TRANS.
002220     READ FAM-TRANS-FILE
002230         AT END
002240             SET WS-EOF-TRANS TO TRUE
002250     END-READ
002260     IF NOT WS-EOF-TRANS AND NOT WS-FAMTRAN-OK
002270         DISPLAY "FAMMANT: ERROR LEYENDO FAMTRAN "
002280             WS-FAMTRAN-STATUS
002290         GO TO ABEND-CLEANUP
002300     END-IF
002310 2100-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------*
002350* VALIDACIONES PREVIAS COMUNES A LAS TRES FUNCIONES: CODIGO  *
002360* DE TRANSACCION RECONOCIDO Y EMPLEADO EXISTENTE EN          *
002370* EMPLEADO-MASTER. EN ALTA Y CAMBIO SE VALIDAN ADEMAS LOS    *
002380* DATOS COMUNICADOS (2250).                                  *
002390*----------------------------------------------------------*
002400 2200-VALIDA-TRANS.
002410     MOVE "N" TO WS-TRANS-VALIDA-SW
002420     IF NOT FTR-ADD AND NOT FTR-CHANGE AND NOT FTR-DELETE
002430         DISPLAY "FAMMANT: CODIGO DE TRANSACCION INVALIDO "
002440             FTR-TRANS-CODE " PARA EMPLEADO " FTR-EMP-ID
002450         ADD 1 TO WS-ERRORES-COUNT
002460         GO TO 2200-EXIT
002470     END-IF
002480     IF NOT FTR-DELETE
002490         PERFORM 2250-VALIDA-DATOS THRU 2250-EXIT
002500         IF NOT WS-DATOS-VALIDOS
002510             ADD 1 TO WS-ERRORES-COUNT
002520             GO TO 2200-EXIT
002530         END-IF
002540     END-IF
002550     MOVE FTR-EMP-ID TO EMP-ID
002560     READ EMPLEADO-MASTER-FILE
002570         INVALID KEY
002580             DISPLAY "FAMMANT: EMPLEADO NO EXISTE " FTR-EMP-ID
002590             ADD 1 TO WS-ERRORES-COUNT
002600         NOT INVALID KEY
002610             MOVE "S" TO WS-TRANS-VALIDA-SW
002620     END-READ
002630 2200-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------*
002670* COHERENCIA DE LOS DATOS: SITUACION 1, 2 O 3; NUMERO DE     *
002680* DESCENDIENTES HASTA EL MAXIMO, CON ANIO DE NACIMIENTO      *
002690* INFORMADO Y NO FUTURO PARA LOS SEIS PRIMEROS; CONTADORES   *
002700* DE DISCAPACITADOS NUMERICOS; GRADO DE DISCAPACIDAD HASTA   *
002710* 100; INDICADORES S, N O BLANCO.                            *
002720*----------------------------------------------------------*
002730 2250-VALIDA-DATOS.
002740     MOVE "N" TO WS-DATOS-VALIDOS-SW
002750     IF FTR-SITUACION NOT = "1" AND NOT = "2" AND NOT = "3"
002760         DISPLAY "FAMMANT: SITUACION FAMILIAR INVALIDA "
002770             FTR-SITUACION " PARA EMPLEADO " FTR-EMP-ID
002780         GO TO 2250-EXIT
002790     END-IF
002800     IF FTR-NUM-HIJOS NOT NUMERIC
002810         OR FTR-NUM-HIJOS > WS-MAX-HIJOS
002820         DISPLAY "FAMMANT: NUMERO DE DESCENDIENTES INVALIDO "
002830             FTR-NUM-HIJOS " PARA EMPLEADO " FTR-EMP-ID
002840         GO TO 2250-EXIT
002850     END-IF
002860     IF FTR-NUM-HIJOS > 6
002870         MOVE 6 TO WS-HIJOS-CON-FECHA
002880     ELSE
002890         MOVE FTR-NUM-HIJOS TO WS-HIJOS-CON-FECHA
002900     END-IF
002910     MOVE "S" TO WS-DATOS-VALIDOS-SW
002920     PERFORM 2260-VALIDA-HIJO THRU 2260-EXIT
002930         VARYING WS-HIJO-SUB FROM 1 BY 1
002940         UNTIL WS-HIJO-SUB > 6
002950     IF NOT WS-DATOS-VALIDOS
002960         GO TO 2250-EXIT
002970     END-IF
002980     MOVE "N" TO WS-DATOS-VALIDOS-SW
002990     IF FTR-DEP-DISCAP-33 NOT NUMERIC
003000         OR FTR-DEP-DISCAP-65 NOT NUMERIC
003010         DISPLAY "FAMMANT: DEPENDIENTES DISCAPACITADOS INVALIDOS "
003020             "PARA EMPLEADO " FTR-EMP-ID
003030         GO TO 2250-EXIT
003040     END-IF
003050     IF FTR-GRADO-DISCAP NOT NUMERIC
003060         OR FTR-GRADO-DISCAP > 100
003070         DISPLAY "FAMMANT: GRADO DE DISCAPACIDAD INVALIDO "
003080             FTR-GRADO-DISCAP " PARA EMPLEADO " FTR-EMP-ID
003090         GO TO 2250-EXIT
003100     END-IF
003110     IF (FTR-AYUDA-TERCERA NOT = "S" AND NOT = "N"
003120                           AND NOT = SPACE)
003130         OR (FTR-HIPOTECA NOT = "S" AND NOT = "N"
003140                          AND NOT = SPACE)
003150         OR (FTR-MOVILIDAD NOT = "S" AND NOT = "N"
003160                           AND NOT = SPACE)
003170         DISPLAY "FAMMANT: INDICADOR INVALIDO (AYUDA, HIPOTECA "
003180             "O MOVILIDAD) PARA EMPLEADO " FTR-EMP-ID
003190         GO TO 2250-EXIT
003200     END-IF
003210     MOVE "S" TO WS-DATOS-VALIDOS-SW.
003220 2250-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------*
003260* LOS HUECOS DE ANIO DE NACIMIENTO QUE NO CORRESPONDEN A UN  *
003270* DESCENDIENTE COMUNICADO SE GUARDAN A CERO.                 *
003280*----------------------------------------------------------*
003290 2260-VALIDA-HIJO.
003300     IF WS-HIJO-SUB > WS-HIJOS-CON-FECHA
003310         MOVE ZERO TO FTR-HIJO-ANIO-NAC (WS-HIJO-SUB)
003320         GO TO 2260-EXIT
003330     END-IF
003340     IF FTR-HIJO-ANIO-NAC (WS-HIJO-SUB) NOT NUMERIC
003350         OR FTR-HIJO-ANIO-NAC (WS-HIJO-SUB) < WS-ANIO-NAC-MINIMO
003360         OR FTR-HIJO-ANIO-NAC (WS-HIJO-SUB) > WS-ANIO-HOY
003370         DISPLAY "FAMMANT: ANIO DE NACIMIENTO INVALIDO DEL "
003380             "DESCENDIENTE " WS-HIJO-SUB " PARA EMPLEADO "
003390             FTR-EMP-ID
003400         MOVE "N" TO WS-DATOS-VALIDOS-SW
003410     END-IF.
003420 2260-EXIT.
003430     EXIT.
003440
003450 3000-ALTA-FAMILIA.
003460     MOVE FTR-EMP-ID   TO SF-EMP-ID
003470     MOVE FTR-DATOS    TO SF-DATOS
003480     MOVE WS-FECHA-HOY TO SF-FECHA-ACTUALIZ
003490     WRITE SIT-FAMILIAR-REC
003500     IF WS-FAMMSTR-OK
003510         ADD 1 TO WS-ALTAS-COUNT
003520         MOVE SPACES TO WS-FAM-OLD-DATOS
003530         PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
003540     ELSE
003550         DISPLAY "FAMMANT: ALTA RECHAZADA PARA EMPLEADO "
003560             FTR-EMP-ID " STATUS " WS-FAMMSTR-STATUS
003570         ADD 1 TO WS-ERRORES-COUNT
003580     END-IF
003590 3000-EXIT.
003600     EXIT.
003610
003620 4000-CAMBIO-FAMILIA.
003630     MOVE FTR-EMP-ID TO SF-EMP-ID
003640     READ FAMILIA-MASTER-FILE
003650         INVALID KEY
003660             DISPLAY "FAMMANT: CAMBIO RECHAZADO, NO HAY DATOS "
003670                 "FAMILIARES DE " FTR-EMP-ID
003680             ADD 1 TO WS-ERRORES-COUNT
003690         NOT INVALID KEY
003700             MOVE SF-DATOS     TO WS-FAM-OLD-DATOS
003710             MOVE FTR-DATOS    TO SF-DATOS
003720             MOVE WS-FECHA-HOY TO SF-FECHA-ACTUALIZ
003730             REWRITE SIT-FAMILIAR-REC
003740             IF WS-FAMMSTR-OK
003750                 ADD 1 TO WS-CAMBIOS-COUNT
003760                 PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
003770             ELSE
003780                 DISPLAY "FAMMANT: ERROR REESCRIBIENDO DATOS "
003790                     "FAMILIARES DE " FTR-EMP-ID
003800                     " STATUS " WS-FAMMSTR-STATUS
003810                 ADD 1 TO WS-ERRORES-COUNT
003820             END-IF
003830     END-READ
003840 4000-EXIT.
003850     EXIT.
003860
003870 5000-BAJA-FAMILIA.
003880     MOVE FTR-EMP-ID TO SF-EMP-ID
003890     READ FAMILIA-MASTER-FILE
003900         INVALID KEY
003910             DISPLAY "FAMMANT: BAJA RECHAZADA, NO HAY DATOS "
003920                 "FAMILIARES DE " FTR-EMP-ID
003930             ADD 1 TO WS-ERRORES-COUNT
003940         NOT INVALID KEY
003950             MOVE SF-DATOS TO WS-FAM-OLD-DATOS
003960             DELETE FAMILIA-MASTER-FILE
003970             IF WS-FAMMSTR-OK
003980                 ADD 1 TO WS-BAJAS-COUNT
003990                 MOVE SPACES TO SF-DATOS
004000                 PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT
004010             ELSE
004020                 DISPLAY "FAMMANT: ERROR BORRANDO DATOS "
004030                     "FAMILIARES DE " FTR-EMP-ID
004040                     " STATUS " WS-FAMMSTR-STATUS
004050                 ADD 1 TO WS-ERRORES-COUNT
004060             END-IF
004070     END-READ
004080 5000-EXIT.
004090     EXIT.
004100
004110 2300-WRITE-AUDIT.
004120     ACCEPT FAU-FECHA-HOY FROM DATE YYYYMMDD.
004130     ACCEPT FAU-HORA-HOY FROM TIME.
004140     MOVE FTR-USER-ID      TO FAU-USER-ID.
004150     MOVE FTR-TRANS-CODE   TO FAU-TRANS-CODE.
004160     MOVE FTR-EMP-ID       TO FAU-EMP-ID.
004170     MOVE WS-FAM-OLD-DATOS TO FAU-ANTES.
004180     MOVE SF-DATOS         TO FAU-DESPUES.
004190     WRITE FAM-AUDIT-REC.
004200     IF NOT WS-FAMAUDIT-OK
004210         DISPLAY "FAMMANT: ERROR ESCRIBIENDO FAMAUDIT "
004220             WS-FAMAUDIT-STATUS
004230         GO TO ABEND-CLEANUP
004240     END-IF
004250 2300-EXIT.
004260     EXIT.
004270
004280 9000-TERMINATE.
004290     CLOSE FAMILIA-MASTER-FILE.
004300     CLOSE EMPLEADO-MASTER-FILE.
004310     CLOSE FAM-TRANS-FILE.
004320     CLOSE FAM-AUDIT-FILE.
004330     DISPLAY "FAMMANT: ALTAS    " WS-ALTAS-COUNT.
004340     DISPLAY "FAMMANT: CAMBIOS  " WS-CAMBIOS-COUNT.
004350     DISPLAY "FAMMANT: BAJAS    " WS-BAJAS-COUNT.
004360     DISPLAY "FAMMANT: ERRORES  " WS-ERRORES-COUNT.
004370 9000-EXIT.
004380     EXIT.
004390
004400 ABEND-CLEANUP.
004410     DISPLAY "FAMMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
004420     CLOSE FAMILIA-MASTER-FILE.
004430     CLOSE EMPLEADO-MASTER-FILE.
004440     CLOSE FAM-TRANS-FILE.
004450     CLOSE FAM-AUDIT-FILE.
004460     MOVE 16 TO RETURN-CODE.
004470     GOBACK.
004480
004490     END PROGRAM FAMMANT.

000170*                (DEPTMSTR, COPY DEPTO). UNA BAJA SE RECHAZA *
000180*                SI TODAVIA HAY EMPLEADOS ASIGNADOS AL       *
000190*                DEPARTAMENTO EN EMPLEADO-MASTER.            *
000191* 2026-10-15 DR  JERARQUIA: DEPTTRAN TRAE ADEMAS EL          *
000192*                DEPARTAMENTO PADRE Y EL EMP-ID DEL JEFE     *
000193*                (REGISTRO DE 59 A 69 BYTES). ALTA Y CAMBIO  *
000194*                RECHAZAN UN PADRE QUE NO EXISTE, EL PROPIO  *
000195*                DEPARTAMENTO COMO PADRE, UN CICLO Y UNA     *
000196*                JERARQUIA DE MAS DE 10 NIVELES, Y UN JEFE   *
000197*                QUE NO EXISTE O ESTA DE BAJA EN EMPMSTR. LA *
000198*                BAJA SE RECHAZA TAMBIEN SI EL DEPARTAMENTO  *
000199*                ES PADRE DE OTROS.                          *
000200* 2026-10-15 DR  DEPTTRAN TRAE ADEMAS DPT-MAX-AUSENTES, EL   *
000201*                TOPE DE AUSENTES A LA VEZ DEL DEPARTAMENTO  *
000202*                PARA EL AVISO DE AUSONLN (REGISTRO DE 69 A  *
000203*                71 BYTES). ALTA Y CAMBIO LO GRABAN EN       *
000204*                DEPT-MAX-AUSENTES; NO NUMERICO              *
000205*                (TRANSACCIONES ANTIGUAS) SE TOMA COMO CERO, *
000206*                EL TOPE POR DEFECTO.                        *
000208*----------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000340
000350     SELECT EMPLEADO-MASTER-FILE ASSIGN TO "EMPMSTR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS EMP-ID
000390         FILE STATUS IS WS-EMPMSTR-STATUS.
000400
000650         10 DPT-NOMBRE          PIC X(20).
000660         10 DPT-CENTRO-COSTE    PIC 9(06).
000670         10 DPT-RESPONSABLE     PIC X(20).
000673         10 DPT-PADRE           PIC X(04).
000677         10 DPT-JEFE-EMP-ID     PIC 9(06).
000678         10 DPT-MAX-AUSENTES    PIC 9(02).
000680
000690 WORKING-STORAGE SECTION.
000700 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
000880         88 WS-EOF-EMPMSTR          VALUE "Y".
000890     05 WS-DEPTO-EN-USO-SW     PIC X(01) VALUE "N".
000900         88 WS-DEPTO-EN-USO         VALUE "S".
000901     05 WS-TIENE-HIJOS-SW      PIC X(01) VALUE "N".
000902         88 WS-TIENE-HIJOS          VALUE "S".
000903     05 WS-EOF-DEPTO-SW        PIC X(01) VALUE "N".
000904         88 WS-EOF-DEPTO            VALUE "Y".
000905     05 WS-DPT-VALIDO-SW       PIC X(01) VALUE "S".
000906         88 WS-DPT-VALIDO           VALUE "S".
000907     05 WS-FIN-SUBIDA-SW       PIC X(01) VALUE "N".
000908         88 WS-FIN-SUBIDA           VALUE "S".
000909
000910 01  WS-BUSCA-PADRE             PIC X(04) VALUE SPACES.
000911 01  WS-NIVELES                 PIC 9(02) COMP VALUE ZERO.
000915
000920 01  WS-COUNTERS.
000930     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
000940     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
001580     EXIT.
001590
001600 3000-ALTA-DEPTO.
001602     PERFORM 6000-VALIDAR-JERARQUIA THRU 6000-EXIT
001603     IF NOT WS-DPT-VALIDO
001605         ADD 1 TO WS-ERRORES-COUNT
001607         GO TO 3000-EXIT
001608     END-IF
001610     MOVE DPT-CODIGO        TO DEPT-CODIGO
001620     MOVE DPT-NOMBRE        TO DEPT-NOMBRE
001630     MOVE DPT-CENTRO-COSTE  TO DEPT-CENTRO-COSTE
001640     MOVE DPT-RESPONSABLE   TO DEPT-RESPONSABLE
001643     MOVE DPT-PADRE         TO DEPT-PADRE
001647     MOVE DPT-JEFE-EMP-ID   TO DEPT-JEFE-EMP-ID
001648     MOVE DPT-MAX-AUSENTES  TO DEPT-MAX-AUSENTES
001650     WRITE DEPTO-MASTER-REC
001660     IF WS-DEPTMSTR-OK
001670         ADD 1 TO WS-ALTAS-COUNT
001740     EXIT.
001750
001760 4000-CAMBIO-DEPTO.
001762     PERFORM 6000-VALIDAR-JERARQUIA THRU 6000-EXIT
001763     IF NOT WS-DPT-VALIDO
001765         ADD 1 TO WS-ERRORES-COUNT
001767         GO TO 4000-EXIT
001768     END-IF
001770     MOVE DPT-CODIGO TO DEPT-CODIGO
001780     READ DEPTO-MASTER-FILE
001790         INVALID KEY
001840             MOVE DPT-NOMBRE       TO DEPT-NOMBRE
001850             MOVE DPT-CENTRO-COSTE TO DEPT-CENTRO-COSTE
001860             MOVE DPT-RESPONSABLE  TO DEPT-RESPONSABLE
001863             MOVE DPT-PADRE        TO DEPT-PADRE
001867             MOVE DPT-JEFE-EMP-ID  TO DEPT-JEFE-EMP-ID
001868             MOVE DPT-MAX-AUSENTES TO DEPT-MAX-AUSENTES
001870             REWRITE DEPTO-MASTER-REC
001880             IF WS-DEPTMSTR-OK
001890                 ADD 1 TO WS-CAMBIOS-COUNT
001990
002000*----------------------------------------------------------*
002010* LA BAJA DE UN DEPARTAMENTO SOLO PROCEDE SI NINGUN          *
002020* EMPLEADO DEL MAESTRO SIGUE ASIGNADO A EL                   *
002025* NI DEPARTAMENTO ALGUNO LO TIENE COMO PADRE.                *
002030*----------------------------------------------------------*
002040 5000-BAJA-DEPTO.
002050     MOVE DPT-CODIGO TO DEPT-CODIGO
002110             GO TO 5000-EXIT
002120     END-READ
002130     PERFORM 5100-BUSCAR-EMPLEADOS THRU 5100-EXIT
002131     PERFORM 5200-BUSCAR-HIJOS THRU 5200-EXIT
002132     IF WS-TIENE-HIJOS
002133         DISPLAY "DEPTMANT: BAJA RECHAZADA, DEPARTAMENTO "
002134             DPT-CODIGO " ES PADRE DE OTROS DEPARTAMENTOS"
002136         ADD 1 TO WS-ERRORES-COUNT
002137         GO TO 5000-EXIT
002138     END-IF
002139     MOVE DPT-CODIGO TO DEPT-CODIGO
002140     IF WS-DEPTO-EN-USO
002150         DISPLAY "DEPTMANT: BAJA RECHAZADA, DEPARTAMENTO "
002160             DPT-CODIGO " TODAVIA TIENE EMPLEADOS"
002590         END-IF
002600     END-IF
002610 5150-EXIT.
002611     EXIT.
002612
002613 5200-BUSCAR-HIJOS.
002614     MOVE "N" TO WS-TIENE-HIJOS-SW
002615     MOVE "N" TO WS-EOF-DEPTO-SW
002616     MOVE LOW-VALUES TO DEPT-CODIGO
002617     START DEPTO-MASTER-FILE
002618         KEY IS NOT LESS THAN DEPT-CODIGO
002619         INVALID KEY
002620             SET WS-EOF-DEPTO TO TRUE
002621     END-START
002622     PERFORM 5250-LEER-DEPTO THRU 5250-EXIT
002623         UNTIL WS-EOF-DEPTO OR WS-TIENE-HIJOS.
002624 5200-EXIT.
002625     EXIT.
002626
002628 5250-LEER-DEPTO.
002629     READ DEPTO-MASTER-FILE NEXT
002630         AT END
002631             SET WS-EOF-DEPTO TO TRUE
002632             GO TO 5250-EXIT
002633     END-READ
002634     IF NOT WS-DEPTMSTR-OK
002635         DISPLAY "DEPTMANT: ERROR LEYENDO DEPTMSTR "
002636             WS-DEPTMSTR-STATUS
002637         GO TO ABEND-CLEANUP
002638     END-IF
002639     IF DEPT-PADRE = DPT-CODIGO
002640         SET WS-TIENE-HIJOS TO TRUE
002641     END-IF.
002642 5250-EXIT.
002643     EXIT.
002644
002646*----------------------------------------------------------*
002647* VALIDA PADRE Y JEFE DE UNA ALTA O UN CAMBIO: EL PADRE DEBE *
002648* EXISTIR, NO SER EL PROPIO DEPARTAMENTO, Y AL SUBIR POR SUS *
002649* ASCENDIENTES NO DEBE APARECER EL DEPARTAMENTO (CICLO) NI   *
002650* PASAR DE 10 NIVELES. EL JEFE, SI VIENE, DEBE SER UN        *
002651* EMPLEADO ACTIVO DE EMPMSTR. DEJA EL AREA DE DEPTMSTR       *
002652* CAMBIADA: EL CAMBIO RELEE SU REGISTRO DESPUES.             *
002653* UN TOPE DE AUSENTES NO NUMERICO QUEDA A CERO.              *
002654*----------------------------------------------------------*
002655 6000-VALIDAR-JERARQUIA.
002656     MOVE "S" TO WS-DPT-VALIDO-SW
002657     IF DPT-MAX-AUSENTES IS NOT NUMERIC
002658         MOVE ZERO TO DPT-MAX-AUSENTES
002659     END-IF
002660     IF DPT-PADRE = SPACES OR LOW-VALUES
002661         GO TO 6000-JEFE
002662     END-IF
002664     IF DPT-PADRE = DPT-CODIGO
002665         DISPLAY "DEPTMANT: RECHAZADO " DPT-CODIGO
002666             ", ES SU PROPIO PADRE"
002667         MOVE "N" TO WS-DPT-VALIDO-SW
002668         GO TO 6000-EXIT
002669     END-IF
002670     MOVE DPT-PADRE TO WS-BUSCA-PADRE
002671     MOVE ZERO TO WS-NIVELES
002672     MOVE "N" TO WS-FIN-SUBIDA-SW
002673     PERFORM 6100-SUBIR-PADRE THRU 6100-EXIT
002674         UNTIL WS-FIN-SUBIDA OR NOT WS-DPT-VALIDO
002675     IF NOT WS-DPT-VALIDO
002676         GO TO 6000-EXIT
002677     END-IF.
002678 6000-JEFE.
002679     IF DPT-JEFE-EMP-ID IS NOT NUMERIC
002680         DISPLAY "DEPTMANT: RECHAZADO " DPT-CODIGO
002682             ", EMP-ID DE JEFE NO NUMERICO"
002683         MOVE "N" TO WS-DPT-VALIDO-SW
002684         GO TO 6000-EXIT
002685     END-IF
002686     IF DPT-JEFE-EMP-ID = ZERO
002687         GO TO 6000-EXIT
002688     END-IF
002689     OPEN INPUT EMPLEADO-MASTER-FILE.
002690     IF NOT WS-EMPMSTR-OK
002691         DISPLAY "DEPTMANT: ERROR ABRIENDO EMPMSTR "
002692             WS-EMPMSTR-STATUS
002693         GO TO ABEND-CLEANUP
002694     END-IF
002695     MOVE DPT-JEFE-EMP-ID TO EMP-ID
002696     READ EMPLEADO-MASTER-FILE
002697         INVALID KEY
002698             DISPLAY "DEPTMANT: RECHAZADO " DPT-CODIGO
002700                 ", JEFE " DPT-JEFE-EMP-ID " NO EXISTE"
002701             MOVE "N" TO WS-DPT-VALIDO-SW
002702         NOT INVALID KEY
002703             IF EMP-BAJA
002704                 DISPLAY "DEPTMANT: RECHAZADO " DPT-CODIGO
002705                     ", JEFE " DPT-JEFE-EMP-ID " DADO DE BAJA"
002706                 MOVE "N" TO WS-DPT-VALIDO-SW
002707             END-IF
002708     END-READ
002709     CLOSE EMPLEADO-MASTER-FILE.
002710 6000-EXIT.
002711     EXIT.
002712
002713 6100-SUBIR-PADRE.
002714     MOVE WS-BUSCA-PADRE TO DEPT-CODIGO
002715     READ DEPTO-MASTER-FILE
002716         INVALID KEY
002717             IF WS-NIVELES = ZERO
002718                 DISPLAY "DEPTMANT: RECHAZADO " DPT-CODIGO
002719                     ", PADRE " DPT-PADRE " NO EXISTE"
002720                 MOVE "N" TO WS-DPT-VALIDO-SW
002721             END-IF
002722             SET WS-FIN-SUBIDA TO TRUE
002723             GO TO 6100-EXIT
002724     END-READ
002725     ADD 1 TO WS-NIVELES
002726     IF DEPT-PADRE = DPT-CODIGO
002727         DISPLAY "DEPTMANT: RECHAZADO " DPT-CODIGO
002728             ", EL PADRE " DPT-PADRE " CERRARIA UN CICLO"
002729         MOVE "N" TO WS-DPT-VALIDO-SW
002730         GO TO 6100-EXIT
002731     END-IF
002732     IF DEPT-PADRE = SPACES OR LOW-VALUES
002733         SET WS-FIN-SUBIDA TO TRUE
002734         GO TO 6100-EXIT
002735     END-IF
002736     IF WS-NIVELES >= 9
002737         DISPLAY "DEPTMANT: RECHAZADO " DPT-CODIGO
002738             ", JERARQUIA DE MAS DE 10 NIVELES"
002739         MOVE "N" TO WS-DPT-VALIDO-SW
002740         GO TO 6100-EXIT
002741     END-IF
002742     MOVE DEPT-PADRE TO WS-BUSCA-PADRE.
002743 6100-EXIT.
002744     EXIT.
002745
002746 9000-TERMINATE.
002747     CLOSE DEPTO-MASTER-FILE.
002748     CLOSE DEPT-TRANS-FILE.
002749     DISPLAY "DEPTMANT: ALTAS    " WS-ALTAS-COUNT.
002750     DISPLAY "DEPTMANT: CAMBIOS  " WS-CAMBIOS-COUNT.
002752     DISPLAY "DEPTMANT: BAJAS    " WS-BAJAS-COUNT.
002753     DISPLAY "DEPTMANT: ERRORES  " WS-ERRORES-COUNT.
002754 9000-EXIT.
002755     EXIT.
002756
002757 ABEND-CLEANUP.
002758     DISPLAY "DEPTMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
002760     CLOSE DEPTO-MASTER-FILE.
002770     CLOSE DEPT-TRANS-FILE.
002780     CLOSE EMPLEADO-MASTER-FILE.

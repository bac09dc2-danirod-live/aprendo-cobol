000170*                QUE EMPLMNT CONSULTA ANTES DE HONRAR CADA   *
000180*                FUNCION. NIVELES DISTINTOS DE C/M Y USERID  *
000190*                DUPLICADOS SE RECHAZAN AL LISTADO OPERRPT.  *
000191* 2026-10-15 DR  LA TARJETA LLEVA AL FINAL EL EMP-ID DEL     *
000193*                EMPLEADO QUE ES EL OPERADOR (EN BLANCO =    *
000194*                NINGUNO), QUE PASA A OP-EMP-ID PARA EL      *
000196*                INFORME DE SEPARACION DE FUNCIONES SEPFUNC. *
000197*                UN EMP-ID NO NUMERICO SE RECHAZA AL         *
000199*                LISTADO.                                    *
000200*----------------------------------------------------------*
000210
000220 ENVIRONMENT DIVISION.
000480     05 OL-ID                    PIC X(08).
000490     05 OL-NIVEL                 PIC X(01).
000492     05 OL-DEPARTAMENTO          PIC X(04).
000496     05 OL-EMP-ID                PIC X(06).
000500
000510 FD  OPERADOR-MASTER-FILE
000520     LABEL RECORDS ARE STANDARD.
001160
001170 2000-PROCESS-LOAD.
001180     ADD 1 TO WS-LEIDOS-COUNT
001181     IF OL-EMP-ID NOT = SPACES AND OL-EMP-ID IS NOT NUMERIC
001182         ADD 1 TO WS-RECHAZADOS-COUNT
001183         MOVE OL-ID TO DL-ID
001184         MOVE "EMP-ID NO NUMERICO" TO DL-MOTIVO
001186         PERFORM 2200-WRITE-RECHAZO THRU 2200-EXIT
001187         PERFORM 2100-READ-LOAD THRU 2100-EXIT
001188         GO TO 2000-EXIT
001189     END-IF
001190     IF OL-NIVEL NOT = "C" AND OL-NIVEL NOT = "M"
001192         AND OL-NIVEL NOT = "S"
001200         ADD 1 TO WS-RECHAZADOS-COUNT
001250         MOVE OL-ID    TO OP-ID
001260         MOVE OL-NIVEL TO OP-NIVEL
001262         MOVE OL-DEPARTAMENTO TO OP-DEPARTAMENTO
001263         IF OL-EMP-ID = SPACES
001265             MOVE ZERO TO OP-EMP-ID
001266         ELSE
001267             MOVE OL-EMP-ID TO OP-EMP-ID
001269         END-IF
001270         WRITE OPERADOR-MASTER-REC
001280         IF WS-OPERMSTR-OK
001290             ADD 1 TO WS-CARGADOS-COUNT

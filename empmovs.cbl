000255*                LA PRIMERA CORRIDA CON ESTE CAMBIO BORRE EL *
000256*                SNAPANT DE 64 BYTES: EL PROGRAMA LO TRATA   *
000257*                COMO PRIMERA CORRIDA Y SE REGENERA SOLO.    *
000258* 2026-10-15 DR  AL FINAL DEL INFORME, RESUMEN POR LA        *
000259*                JERARQUIA DE DEPARTAMENTOS DE DEPTMSTR      *
000260*                (DEPT-PADRE, COPY DEPTJER): CADA            *
000261*                DEPARTAMENTO SANGRADO BAJO SU PADRE CON SUS *
000262*                MOVIMIENTOS MAS LOS DE TODOS SUS            *
000263*                SUBORDINADOS, HASTA EL TOTAL DE LA          *
000264*                COMPANIA. SIN DEPTMSTR TODOS CUELGAN DE LA  *
000265*                COMPANIA.                                   *
000266* 2026-10-15 DR  SNAPSHOTS A 75 BYTES, A JUEGO CON EL        *
000267*                MAESTRO AMPLIADO CON LA JORNADA PARCIAL (SE *
000268*                AGREGAN SA-JORNADA-PCT Y SA-HORAS-SEMANA AL *
000269*                LAYOUT). EL SNAPANT DE 66 BYTES SE          *
000270*                CONVIERTE CON EL MODO E75 DE MIGRAMST       *
000271*                (TRABAJO JORNMIG).                          *
000272* 2026-10-15 DR  CADA LINEA DEL INFORME SE COPIA ADEMAS AL   *
000273*                FICHERO COMPARTIDO DISTREP (COPY DISTREP)   *
000274*                ROTULADA CON SU DEPARTAMENTO: LAS LINEAS    *
000275*                POR DEPARTAMENTO Y LAS DE LA JERARQUIA CON  *
000276*                EL SUYO, Y LAS CABECERAS Y EL TOTAL DE LA   *
000277*                COMPANIA COMO LINEAS COMUNES "****".        *
000278*                INFDIST REPARTE CADA DEPARTAMENTO A SU      *
000279*                DESTINATARIO.                               *
000281*----------------------------------------------------------*
000284
000287 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000490     SELECT MOV-RPT-FILE ASSIGN TO "MOVRPT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-MOVRPT-STATUS.
000511
000513     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000514         ORGANIZATION IS INDEXED
000516         ACCESS MODE IS SEQUENTIAL
000517         RECORD KEY IS DEPT-CODIGO
000519         FILE STATUS IS WS-DEPTMSTR-STATUS.
000520
000521     SELECT DIST-REP-FILE ASSIGN TO "DISTREP"
000522         ORGANIZATION IS SEQUENTIAL
000523         FILE STATUS IS WS-DISTREP-STATUS.
000526
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  EMPLEADO-MASTER-FILE
000700         88 SA-BAJA                 VALUE "B".
000710     05 SA-FECHA-BAJA           PIC 9(08).
000712     05 SA-GRUPO-PAGO           PIC X(02).
000715     05 SA-JORNADA-PCT          PIC 9(03)V99.
000717     05 SA-HORAS-SEMANA         PIC 9(02)V99.
000720
000730 FD  SNAP-NUE-FILE
000740     LABEL RECORDS ARE STANDARD.
000750 01  SNAP-NUE-REC               PIC X(75).
000760
000770 FD  MOV-RPT-FILE
000780     LABEL RECORDS ARE STANDARD.
000790 01  MOV-RPT-LINE               PIC X(80).
000792
000794 FD  DEPTO-MASTER-FILE
000796     LABEL RECORDS ARE STANDARD.
000798     COPY DEPTO.
000799
000800 FD  DIST-REP-FILE
000801     LABEL RECORDS ARE STANDARD.
000802     COPY DISTREP.
000806
000810 WORKING-STORAGE SECTION.
000820 01  WS-EMPMSTR-STATUS          PIC X(02) VALUE SPACES.
000830     88 WS-EMPMSTR-OK               VALUE "00".
000930
000940 01  WS-MOVRPT-STATUS           PIC X(02) VALUE SPACES.
000950     88 WS-MOVRPT-OK                VALUE "00".
000952
000953 01  WS-DEPTMSTR-STATUS         PIC X(02) VALUE SPACES.
000955     88 WS-DEPTMSTR-OK              VALUE "00".
000957     88 WS-DEPTMSTR-EOF             VALUE "10".
000958     88 WS-DEPTMSTR-NO-FILE         VALUE "35".
000959
000960 01  WS-DISTREP-STATUS          PIC X(02) VALUE SPACES.
000961     88 WS-DISTREP-OK               VALUE "00".
000962     88 WS-DISTREP-NO-FILE          VALUE "35".
000963
000964*----------------------------------------------------------*
000965* ROTULO DE LA COPIA PARA REPARTO: DEPARTAMENTO DE LA LINEA  *
000966* QUE SE VA A ESCRIBIR ("****" = COMUN) Y CORRIDA.           *
000967*----------------------------------------------------------*
000968 01  WS-DIST-DEPTO              PIC X(04) VALUE "****".
000969     88 WS-DIST-COMUN               VALUE "****".
000970 01  WS-DIST-FECHA              PIC 9(08) VALUE ZERO.
000971 01  WS-DIST-HORA               PIC 9(08) VALUE ZERO.
000972 01  WS-DIST-SECUENCIA          PIC 9(07) COMP VALUE ZERO.
000974
000977 01  WS-SWITCHES.
000980     05 WS-EOF-MASTER-SW       PIC X(01) VALUE "N".
000990         88 WS-EOF-MASTER           VALUE "Y".
001000     05 WS-EOF-SNAP-SW         PIC X(01) VALUE "N".
001010         88 WS-EOF-SNAP             VALUE "Y".
001020     05 WS-SIN-SNAPSHOT-SW     PIC X(01) VALUE "N".
001030         88 WS-SIN-SNAPSHOT         VALUE "S".
001033     05 WS-EOF-DEPTO-SW        PIC X(01) VALUE "N".
001037         88 WS-EOF-DEPTO            VALUE "Y".
001040
001050 01  WS-CLAVE-MASTER            PIC 9(07) VALUE 9999999.
001060 01  WS-CLAVE-SNAP              PIC 9(07) VALUE 9999999.
001600
001610 01  WS-SIN-SNAP-LINE           PIC X(44) VALUE
001620     "PRIMERA CORRIDA: SIN SNAPSHOT ANTERIOR".
001621
001622 01  WS-JER-HDR.
001623     05 FILLER                  PIC X(22) VALUE
001624         "JERARQUIA (ACUMULADO)".
001625     05 FILLER                  PIC X(01) VALUE SPACES.
001626     05 FILLER                  PIC X(06) VALUE "ALTAS ".
001627     05 FILLER                  PIC X(06) VALUE "BAJAS ".
001628     05 FILLER                  PIC X(07) VALUE "TRASL+ ".
001629     05 FILLER                  PIC X(07) VALUE "TRASL- ".
001630     05 FILLER                  PIC X(14) VALUE
001631         "VAR. MASA SAL.".
001632
001633 01  WS-JER-LINE.
001634     05 JL-SANGRIA              PIC X(22).
001635     05 FILLER                  PIC X(01) VALUE SPACES.
001636     05 JL-ALTAS                PIC ZZZZ9.
001637     05 FILLER                  PIC X(01) VALUE SPACES.
001638     05 JL-BAJAS                PIC ZZZZ9.
001639     05 FILLER                  PIC X(02) VALUE SPACES.
001640     05 JL-TRAS-IN              PIC ZZZZ9.
001641     05 FILLER                  PIC X(02) VALUE SPACES.
001642     05 JL-TRAS-OUT             PIC ZZZZ9.
001643     05 FILLER                  PIC X(02) VALUE SPACES.
001644     05 JL-MASA                 PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
001645
001646     COPY DEPTJER.
001647
001648 01  WS-FECHA-PROCESO           PIC 9(08) VALUE ZERO.
001650
001660 PROCEDURE DIVISION.
001670
001930             WS-MOVRPT-STATUS
001940         GO TO ABEND-CLEANUP
001950     END-IF
001955     PERFORM 1300-ABRIR-DISTREP THRU 1300-EXIT
001960     OPEN INPUT SNAP-ANT-FILE.
001970     IF WS-SNAPANT-NO-FILE
001980         MOVE "S" TO WS-SIN-SNAPSHOT-SW
002080     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002090 1000-EXIT.
002100     EXIT.
002101
002102*----------------------------------------------------------*
002103* ABRE LA COPIA PARA REPARTO EN EXTEND (LA PRIMERA VEZ SE    *
002104* CREA) Y FIJA LA FECHA Y HORA QUE IDENTIFICAN LA CORRIDA.   *
002105*----------------------------------------------------------*
002106 1300-ABRIR-DISTREP.
002107     OPEN EXTEND DIST-REP-FILE.
002108     IF WS-DISTREP-NO-FILE
002109         OPEN OUTPUT DIST-REP-FILE
002110     END-IF
002111     IF NOT WS-DISTREP-OK
002112         DISPLAY "EMPMOVS: ERROR ABRIENDO DISTREP "
002113             WS-DISTREP-STATUS
002114         GO TO ABEND-CLEANUP
002115     END-IF
002116     ACCEPT WS-DIST-FECHA FROM DATE YYYYMMDD
002117     ACCEPT WS-DIST-HORA FROM TIME.
002118 1300-EXIT.
002119     EXIT.
002122
002126*----------------------------------------------------------*
002130* CRUCE CLASICO DE DOS FICHEROS ORDENADOS POR EMP-ID: LO     *
002140* QUE SOLO ESTA EN EL MAESTRO ES ALTA, LO QUE SOLO ESTA EN   *
002150* EL SNAPSHOT ES BAJA (PURGA FISICA), Y EN LOS PAREADOS SE   *
003860     PERFORM 8100-WRITE-DEPTO THRU 8100-EXIT
003870         VARYING WS-DEPTO-IDX FROM 1 BY 1
003880         UNTIL WS-DEPTO-IDX > WS-DEPTO-TAB-COUNT
003881     PERFORM 8600-CARGAR-JERARQUIA THRU 8600-EXIT
003883     PERFORM 8690-PROPIOS THRU 8690-EXIT
003884         VARYING WS-DEPTO-IDX FROM 1 BY 1
003886         UNTIL WS-DEPTO-IDX > WS-DEPTO-TAB-COUNT
003887     PERFORM 8650-PREPARAR-JER THRU 8650-EXIT
003889     PERFORM 8680-IMPRIMIR-JER THRU 8680-EXIT
003890 8000-EXIT.
003900     EXIT.
003910
003970     MOVE DT-TRAS-OUT (WS-DEPTO-IDX) TO DET-TRAS-OUT
003980     MOVE DT-MASA (WS-DEPTO-IDX)     TO DET-MASA
003990     MOVE WS-DET-LINE TO MOV-RPT-LINE
003995     MOVE DT-DEPTO (WS-DEPTO-IDX) TO WS-DIST-DEPTO
004000     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004005     SET WS-DIST-COMUN TO TRUE.
004010 8100-EXIT.
004020     EXIT.
004030
004040 8500-WRITE-LINEA.
004045     PERFORM 8550-COPIA-DISTRIB THRU 8550-EXIT
004050     WRITE MOV-RPT-LINE
004060     IF NOT WS-MOVRPT-OK
004070         DISPLAY "EMPMOVS: ERROR ESCRIBIENDO MOVRPT "
004080             WS-MOVRPT-STATUS
004090         GO TO ABEND-CLEANUP
004091     END-IF.
004092 8500-EXIT.
004093     EXIT.
004094
004095*----------------------------------------------------------*
004097* COPIA LA LINEA QUE SE VA A ESCRIBIR EN MOVRPT AL FICHERO   *
004098* DE REPARTO, CON EL DEPARTAMENTO DE WS-DIST-DEPTO.          *
004099*----------------------------------------------------------*
004100 8550-COPIA-DISTRIB.
004101     ADD 1 TO WS-DIST-SECUENCIA
004102     MOVE "EMPMOVS " TO DR-INFORME
004104     MOVE WS-DIST-FECHA TO DR-FECHA
004105     MOVE WS-DIST-HORA TO DR-HORA
004106     MOVE WS-DIST-SECUENCIA TO DR-SECUENCIA
004107     MOVE WS-DIST-DEPTO TO DR-DEPTO
004108     MOVE ZERO TO DR-EMP-ID
004109     MOVE MOV-RPT-LINE TO DR-LINEA
004111     WRITE DIST-REP-REC
004112     IF NOT WS-DISTREP-OK
004113         DISPLAY "EMPMOVS: ERROR ESCRIBIENDO DISTREP "
004114             WS-DISTREP-STATUS
004115         GO TO ABEND-CLEANUP
004116     END-IF.
004118 8550-EXIT.
004119     EXIT.
004120
004121*----------------------------------------------------------*
004122* JERARQUIA DE DEPARTAMENTOS (COPY DEPTJER): SE CARGA DE     *
004124* DEPTMSTR CODIGO, NOMBRE Y PADRE DE CADA DEPARTAMENTO. SIN  *
004125* DEPTMSTR LA TABLA SE LLENA SOLO CON LOS DEPARTAMENTOS QUE  *
004126* TRAEN DATOS, TODOS COLGANDO DE LA COMPANIA.                *
004127*----------------------------------------------------------*
004128 8600-CARGAR-JERARQUIA.
004129     MOVE ZERO TO JER-TAB-COUNT
004130     OPEN INPUT DEPTO-MASTER-FILE.
004131     IF WS-DEPTMSTR-NO-FILE
004132         SET JER-SIN-DEPTMSTR TO TRUE
004133         GO TO 8600-EXIT
004134     END-IF
004135     IF NOT WS-DEPTMSTR-OK
004136         DISPLAY "EMPMOVS: ERROR ABRIENDO DEPTMSTR "
004137             WS-DEPTMSTR-STATUS
004138         GO TO ABEND-CLEANUP
004139     END-IF
004140     MOVE "N" TO WS-EOF-DEPTO-SW
004141     PERFORM 8610-LEER-DEPTO THRU 8610-EXIT
004142     PERFORM 8620-AGREGAR-DEPTO THRU 8620-EXIT
004143         UNTIL WS-EOF-DEPTO
004144     CLOSE DEPTO-MASTER-FILE.
004145 8600-EXIT.
004146     EXIT.
004147
004148 8610-LEER-DEPTO.
004149     READ DEPTO-MASTER-FILE NEXT
004150         AT END
004151             SET WS-EOF-DEPTO TO TRUE
004152     END-READ
004153     IF NOT WS-EOF-DEPTO AND NOT WS-DEPTMSTR-OK
004154         DISPLAY "EMPMOVS: ERROR LEYENDO DEPTMSTR "
004155             WS-DEPTMSTR-STATUS
004156         GO TO ABEND-CLEANUP
004157     END-IF
004158 8610-EXIT.
004159     EXIT.
004160
004161 8620-AGREGAR-DEPTO.
004162     MOVE DEPT-CODIGO TO JER-BUSCA
004163     PERFORM 8640-ALTA-JER THRU 8640-EXIT
004164     MOVE DEPT-NOMBRE TO JER-NOMBRE (JER-TAB-COUNT)
004165     IF DEPT-PADRE NOT = LOW-VALUES
004166         MOVE DEPT-PADRE TO JER-PADRE (JER-TAB-COUNT)
004167     END-IF
004168     PERFORM 8610-LEER-DEPTO THRU 8610-EXIT.
004169 8620-EXIT.
004170     EXIT.
004171
004172 8630-BUSCAR-JER.
004173     MOVE "N" TO JER-HALLADO-SW
004174     IF JER-TAB-COUNT = ZERO
004175         GO TO 8630-EXIT
004176     END-IF
004177     SET JER-IDX TO 1
004178     SEARCH JER-ENTRY
004179         AT END
004180             CONTINUE
004181         WHEN JER-CODIGO (JER-IDX) = JER-BUSCA
004182             SET JER-HALLADO TO TRUE
004183     END-SEARCH.
004184 8630-EXIT.
004185     EXIT.
004186
004187*----------------------------------------------------------*
004188* DEJA JER-IDX EN LA ENTRADA DEL DEPARTAMENTO DE JER-BUSCA   *
004189* Y LA MARCA CON DATOS. UN CODIGO QUE NO ESTA EN DEPTMSTR    *
004190* SE AGREGA COLGANDO DE LA COMPANIA.                         *
004191*----------------------------------------------------------*
004192 8635-UBICAR-JER.
004193     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
004194     IF NOT JER-HALLADO
004195         PERFORM 8640-ALTA-JER THRU 8640-EXIT
004196         MOVE "*** SIN DEPTMSTR" TO JER-NOMBRE (JER-TAB-COUNT)
004197         SET JER-IDX TO JER-TAB-COUNT
004198     END-IF
004199     SET JER-CON-DATOS (JER-IDX) TO TRUE.
004200 8635-EXIT.
004201     EXIT.
004202
004203 8640-ALTA-JER.
004204     IF JER-TAB-COUNT >= 500
004205         DISPLAY "EMPMOVS: TABLA DE JERARQUIA LLENA"
004206         GO TO ABEND-CLEANUP
004207     END-IF
004208     ADD 1 TO JER-TAB-COUNT
004209     INITIALIZE JER-ENTRY (JER-TAB-COUNT)
004210     MOVE JER-BUSCA TO JER-CODIGO (JER-TAB-COUNT)
004211     MOVE "N" TO JER-DATOS-SW (JER-TAB-COUNT)
004212     MOVE "N" TO JER-IMPRIMIR-SW (JER-TAB-COUNT).
004213 8640-EXIT.
004214     EXIT.
004215
004216*----------------------------------------------------------*
004217* PREPARA EL RESUMEN: RUTA Y NIVEL DE CADA DEPARTAMENTO      *
004218* SUBIENDO POR SUS PADRES (COMO MUCHO 10 NIVELES), ORDEN     *
004219* POR RUTA, QUE DEJA CADA HIJO DEBAJO DE SU PADRE, Y SUBIDA  *
004220* DE LO PROPIO DE CADA DEPARTAMENTO AL TOTAL DE EL MISMO Y   *
004221* DE TODOS SUS ASCENDIENTES. JER-COMPANIA QUEDA CON EL       *
004222* TOTAL DE LA COMPANIA.                                      *
004223*----------------------------------------------------------*
004224 8650-PREPARAR-JER.
004225     MOVE ZERO TO JER-COMPANIA (1)
004226     MOVE ZERO TO JER-COMPANIA (2)
004227     MOVE ZERO TO JER-COMPANIA (3)
004228     MOVE ZERO TO JER-COMPANIA (4)
004229     MOVE ZERO TO JER-COMPANIA (5)
004230     IF JER-TAB-COUNT = ZERO
004231         GO TO 8650-EXIT
004232     END-IF
004233     PERFORM 8655-RUTA THRU 8655-EXIT
004234         VARYING JER-I FROM 1 BY 1
004235         UNTIL JER-I > JER-TAB-COUNT
004236     PERFORM 8660-PASADA THRU 8660-EXIT
004237         VARYING JER-I FROM 1 BY 1
004238         UNTIL JER-I >= JER-TAB-COUNT
004239     PERFORM 8670-SUBIR-TOTALES THRU 8670-EXIT
004240         VARYING JER-I FROM 1 BY 1
004241         UNTIL JER-I > JER-TAB-COUNT.
004242 8650-EXIT.
004243     EXIT.
004244
004245 8655-RUTA.
004246     MOVE JER-CODIGO (JER-I) TO JER-RUTA (JER-I)
004247     MOVE 1 TO JER-NIVEL (JER-I)
004248     MOVE JER-PADRE (JER-I) TO JER-BUSCA
004249     PERFORM 8657-SUBIR-RUTA THRU 8657-EXIT
004250         UNTIL JER-BUSCA = SPACES OR JER-NIVEL (JER-I) >= 10.
004251 8655-EXIT.
004252     EXIT.
004253
004254 8657-SUBIR-RUTA.
004255     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
004256     IF NOT JER-HALLADO
004257         MOVE SPACES TO JER-BUSCA
004258         GO TO 8657-EXIT
004259     END-IF
004260     MOVE JER-RUTA (JER-I) TO JER-RUTA-AUX
004261     MOVE SPACES TO JER-RUTA (JER-I)
004262     STRING JER-BUSCA DELIMITED BY SIZE
004263            JER-RUTA-AUX DELIMITED BY SIZE
004264         INTO JER-RUTA (JER-I)
004265     END-STRING
004266     ADD 1 TO JER-NIVEL (JER-I)
004267     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
004268 8657-EXIT.
004269     EXIT.
004270
004271 8660-PASADA.
004272     MOVE JER-I TO JER-MIN
004273     PERFORM 8665-COMPARA THRU 8665-EXIT
004274         VARYING JER-J FROM JER-I BY 1
004275         UNTIL JER-J > JER-TAB-COUNT
004276     IF JER-MIN NOT = JER-I
004277         MOVE JER-ENTRY (JER-I) TO JER-ENTRY-HOLD
004278         MOVE JER-ENTRY (JER-MIN) TO JER-ENTRY (JER-I)
004279         MOVE JER-ENTRY-HOLD TO JER-ENTRY (JER-MIN)
004280     END-IF.
004281 8660-EXIT.
004282     EXIT.
004283
004284 8665-COMPARA.
004285     IF JER-RUTA (JER-J) < JER-RUTA (JER-MIN)
004286         MOVE JER-J TO JER-MIN
004287     END-IF.
004288 8665-EXIT.
004289     EXIT.
004290
004291 8670-SUBIR-TOTALES.
004292     IF NOT JER-CON-DATOS (JER-I)
004293         GO TO 8670-EXIT
004294     END-IF
004295     ADD JER-PROPIO (JER-I, 1) TO JER-COMPANIA (1)
004296     ADD JER-PROPIO (JER-I, 2) TO JER-COMPANIA (2)
004297     ADD JER-PROPIO (JER-I, 3) TO JER-COMPANIA (3)
004298     ADD JER-PROPIO (JER-I, 4) TO JER-COMPANIA (4)
004299     ADD JER-PROPIO (JER-I, 5) TO JER-COMPANIA (5)
004300     MOVE JER-CODIGO (JER-I) TO JER-BUSCA
004301     MOVE ZERO TO JER-PASOS
004302     PERFORM 8675-SUMAR-ARRIBA THRU 8675-EXIT
004303         UNTIL JER-BUSCA = SPACES OR JER-PASOS >= 10.
004304 8670-EXIT.
004305     EXIT.
004306
004307 8675-SUMAR-ARRIBA.
004308     PERFORM 8630-BUSCAR-JER THRU 8630-EXIT
004309     IF NOT JER-HALLADO
004310         MOVE SPACES TO JER-BUSCA
004311         GO TO 8675-EXIT
004312     END-IF
004313     ADD JER-PROPIO (JER-I, 1) TO JER-TOTAL (JER-IDX, 1)
004314     ADD JER-PROPIO (JER-I, 2) TO JER-TOTAL (JER-IDX, 2)
004315     ADD JER-PROPIO (JER-I, 3) TO JER-TOTAL (JER-IDX, 3)
004316     ADD JER-PROPIO (JER-I, 4) TO JER-TOTAL (JER-IDX, 4)
004317     ADD JER-PROPIO (JER-I, 5) TO JER-TOTAL (JER-IDX, 5)
004318     SET JER-IMPRIMIR (JER-IDX) TO TRUE
004319     ADD 1 TO JER-PASOS
004320     MOVE JER-PADRE (JER-IDX) TO JER-BUSCA.
004321 8675-EXIT.
004322     EXIT.
004323
004324*----------------------------------------------------------*
004325* RESUMEN POR JERARQUIA: UNA LINEA POR DEPARTAMENTO CON      *
004326* MOVIMIENTOS PROPIOS O DE SUS SUBORDINADOS, SANGRADA DOS    *
004327* POSICIONES POR NIVEL, Y AL FINAL EL TOTAL DE LA COMPANIA.  *
004328*----------------------------------------------------------*
004329 8680-IMPRIMIR-JER.
004330     MOVE SPACES TO MOV-RPT-LINE
004331     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004332     MOVE WS-JER-HDR TO MOV-RPT-LINE
004333     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004334     PERFORM 8685-LINEA-JER THRU 8685-EXIT
004335         VARYING JER-I FROM 1 BY 1
004336         UNTIL JER-I > JER-TAB-COUNT
004337     MOVE "TOTAL COMPANIA" TO JL-SANGRIA
004338     MOVE JER-COMPANIA (1) TO JL-ALTAS
004339     MOVE JER-COMPANIA (2) TO JL-BAJAS
004340     MOVE JER-COMPANIA (3) TO JL-TRAS-IN
004341     MOVE JER-COMPANIA (4) TO JL-TRAS-OUT
004342     MOVE JER-COMPANIA (5) TO JL-MASA
004343     MOVE WS-JER-LINE TO MOV-RPT-LINE
004344     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT.
004345 8680-EXIT.
004346     EXIT.
004347
004348 8685-LINEA-JER.
004349     IF NOT JER-IMPRIMIR (JER-I)
004359         GO TO 8685-EXIT
004369     END-IF
004379     MOVE SPACES TO JL-SANGRIA
004389     COMPUTE JER-POS = JER-NIVEL (JER-I) * 2 - 1
004399     MOVE JER-CODIGO (JER-I) TO JL-SANGRIA (JER-POS:4)
004409     MOVE JER-TOTAL (JER-I, 1) TO JL-ALTAS
004419     MOVE JER-TOTAL (JER-I, 2) TO JL-BAJAS
004429     MOVE JER-TOTAL (JER-I, 3) TO JL-TRAS-IN
004439     MOVE JER-TOTAL (JER-I, 4) TO JL-TRAS-OUT
004449     MOVE JER-TOTAL (JER-I, 5) TO JL-MASA
004459     MOVE WS-JER-LINE TO MOV-RPT-LINE
004469     MOVE JER-CODIGO (JER-I) TO WS-DIST-DEPTO
004479     PERFORM 8500-WRITE-LINEA THRU 8500-EXIT
004489     SET WS-DIST-COMUN TO TRUE.
004499 8685-EXIT.
004509     EXIT.
004519
004529 8690-PROPIOS.
004539     MOVE DT-DEPTO (WS-DEPTO-IDX) TO JER-BUSCA
004549     PERFORM 8635-UBICAR-JER THRU 8635-EXIT
004559     ADD DT-ALTAS (WS-DEPTO-IDX)    TO JER-PROPIO (JER-IDX, 1)
004569     ADD DT-BAJAS (WS-DEPTO-IDX)    TO JER-PROPIO (JER-IDX, 2)
004579     ADD DT-TRAS-IN (WS-DEPTO-IDX)  TO JER-PROPIO (JER-IDX, 3)
004589     ADD DT-TRAS-OUT (WS-DEPTO-IDX) TO JER-PROPIO (JER-IDX, 4)
004599     ADD DT-MASA (WS-DEPTO-IDX)     TO JER-PROPIO (JER-IDX, 5).
004609 8690-EXIT.
004619     EXIT.
004629
004639 9000-TERMINATE.
004649     CLOSE EMPLEADO-MASTER-FILE.
004659     IF NOT WS-SIN-SNAPSHOT
004669         CLOSE SNAP-ANT-FILE
004679     END-IF
004689     CLOSE SNAP-NUE-FILE.
004699     CLOSE MOV-RPT-FILE.
004709     CLOSE DIST-REP-FILE.
004719     DISPLAY "EMPMOVS: ALTAS     " WS-ALTAS-COUNT.
004729     DISPLAY "EMPMOVS: BAJAS     " WS-BAJAS-COUNT.
004739     DISPLAY "EMPMOVS: TRASLADOS " WS-TRASLADOS-COUNT.
004749 9000-EXIT.
004759     EXIT.
004769
004779 ABEND-CLEANUP.
004789     DISPLAY "EMPMOVS: TERMINACION ANORMAL - CERRANDO FICHEROS".
004799     CLOSE EMPLEADO-MASTER-FILE.
004809     CLOSE SNAP-ANT-FILE.
004819     CLOSE SNAP-NUE-FILE.
004829     CLOSE MOV-RPT-FILE.
004839     CLOSE DEPTO-MASTER-FILE.
004849     CLOSE DIST-REP-FILE.
004859     MOVE 16 TO RETURN-CODE.
004869     GOBACK.
004879
004889     END PROGRAM EMPMOVS.

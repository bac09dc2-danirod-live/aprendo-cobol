000300*                REDONDEO PARA QUE EL REPARTO CUADRE).       *
000310*                CADA REPARTO SE LISTA CON SU BASE EN        *
000320*                REPARPT PARA PODER DEFENDER LAS CIFRAS.     *
000322* 2026-10-15 DR  LOS REGISTROS ESPECIALES "====" Y "%%%%" DE *
000324*                DEPTGL (CUENTAS DE LIQUIDO Y DE IRPF A      *
000326*                PAGAR) NO SON DEPARTAMENTOS Y SE SALTAN     *
000328*                COMO "****" Y "++++".                       *
000329* 2026-10-15 DR  CENTRO DE COSTE: LOS DEBITOS DE BASE H/S    *
000330*                LLEVAN EL DEPT-CENTRO-COSTE DEL             *
000331*                DEPARTAMENTO (DEPTMSTR) Y, SI LA REGLA TRAE *
000332*                DESTINO, VAN TODOS A ESA CUENTA UNICA       *
000333*                SEPARADOS POR CENTRO DE COSTE EN VEZ DE A   *
000334*                UNA CUENTA POR DEPARTAMENTO DE DEPTGL. LA   *
000335*                REGLA F ADMITE UN CENTRO DE COSTE DESTINO   *
000336*                (RGL-CENTRO-COSTE, EN BLANCO = NINGUNO). EL *
000337*                CREDITO AL ORIGEN VA SIN CENTRO DE COSTE.   *
000338* 2026-10-15 DR  CADA APUNTE LLEVA SU ORIGEN EN LT-ORIGEN:   *
000339*                SISTEMA REPARTO Y COMO CLAVE EL ORIGEN Y    *
000340*                DESTINO DE LA REGLA Y EL PERIODO, PARA LA   *
000341*                TRAZA DE TRAZADTL.                          *
000344*----------------------------------------------------------*
000347
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000370 SPECIAL-NAMES.
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS WS-DEPTGL-STATUS.
000730
000731     SELECT DEPTO-MASTER-FILE ASSIGN TO "DEPTMSTR"
000732         ORGANIZATION IS INDEXED
000733         ACCESS MODE IS RANDOM
000734         RECORD KEY IS DEPT-CODIGO
000735         FILE STATUS IS WS-DEPTMSTR-STATUS.
000737
000740     SELECT REPA-OUT-FILE ASSIGN TO "REPAOUT"
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS WS-REPAOUT-STATUS.
001040     05 RGL-PORCENTAJE          PIC X(05).
001050     05 RGL-PORCENTAJE-N REDEFINES RGL-PORCENTAJE
001060                                PIC 9(03)V99.
001062     05 RGL-CENTRO-COSTE        PIC X(06).
001064     05 RGL-CENTRO-COSTE-N REDEFINES RGL-CENTRO-COSTE
001066                                PIC 9(06).
001070
001080 FD  LEDGER-DETAIL-FILE
001090     LABEL RECORDS ARE STANDARD.
001280     05 GLM-ACCT-ID             PIC 9(06).
001290     05 GLM-MONEDA              PIC X(03).
001300
001302 FD  DEPTO-MASTER-FILE
001304     LABEL RECORDS ARE STANDARD.
001306     COPY DEPTO.
001308
001310 FD  REPA-OUT-FILE
001320     LABEL RECORDS ARE STANDARD.
001330     COPY LEDGTRAN.
001650     88 WS-DEPTGL-EOF                 VALUE "10".
001660     88 WS-DEPTGL-NO-FILE             VALUE "35".
001670
001672 01  WS-DEPTMSTR-STATUS          PIC X(02) VALUE SPACES.
001674     88 WS-DEPTMSTR-OK                VALUE "00".
001676     88 WS-DEPTMSTR-NO-FILE           VALUE "35".
001678
001680 01  WS-REPAOUT-STATUS           PIC X(02) VALUE SPACES.
001690     88 WS-REPAOUT-OK                 VALUE "00".
001700
001870         88 WS-EOF-PLAN             VALUE "Y".
001880     05 WS-DEPTO-HALLADO-SW    PIC X(01) VALUE "N".
001890         88 WS-DEPTO-HALLADO        VALUE "S".
001893     05 WS-SIN-DEPTMSTR-SW     PIC X(01) VALUE "N".
001896         88 WS-SIN-DEPTMSTR         VALUE "S".
001900
001910 01  WS-COUNTERS.
001920     05 WS-REGLAS-COUNT        PIC 9(05) COMP VALUE ZERO.
002100 01  WS-PESO-TOTAL               PIC 9(11) VALUE ZERO.
002110 01  WS-PESO-DEPTO               PIC 9(11) VALUE ZERO.
002120 01  WS-DEPTO-IDX2               PIC 9(04) COMP VALUE ZERO.
002123 01  WS-DESTINO-COMUN            PIC 9(06) VALUE ZERO.
002126 01  WS-CCOSTE-DESTINO           PIC 9(06) VALUE ZERO.
002130
002140*----------------------------------------------------------*
002150* PESOS POR DEPARTAMENTO (PLANTILLA Y MASA SALARIAL) DE      *
002160* PAYTOT, SU CUENTA DE GASTO DE DEPTGL Y SU CENTRO DE COSTE  *
002165* DE DEPTMSTR.                                               *
002170*----------------------------------------------------------*
002180 01  WS-DEPTO-COUNT              PIC 9(04) COMP VALUE ZERO.
002190 01  WS-DEPTO-TABLE.
002240         10 DP-EMP-COUNT         PIC 9(07).
002250         10 DP-SALARIO           PIC 9(11)V99.
002260         10 DP-ACCT-ID           PIC 9(06).
002265         10 DP-CENTRO-COSTE      PIC 9(06).
002270
002280*----------------------------------------------------------*
002290* CONTROLES DEL LOTE GENERADO EN REPAOUT PARA LA COLA TRL.   *
002420     05 DL-IMPORTE              PIC ZZZ.ZZZ.ZZ9,99-.
002430     05 FILLER                  PIC X(02) VALUE SPACES.
002440     05 DL-NOTA                 PIC X(24).
002441
002442*----------------------------------------------------------*
002443* ORIGEN DEL APUNTE (LT-ORIGEN): EL ORIGEN Y EL DESTINO DE   *
002444* LA REGLA DE REPARTO Y EL PERIODO REPARTIDO.                *
002445*----------------------------------------------------------*
002446 01  WS-ORIGEN-APUNTE.
002447     05 FILLER                  PIC X(08) VALUE "REPARTO".
002448     05 WS-ORG-REGLA-ORIGEN     PIC X(06) VALUE SPACES.
002449     05 WS-ORG-REGLA-DESTINO    PIC X(06) VALUE SPACES.
002450     05 WS-ORG-PERIODO          PIC 9(06) VALUE ZERO.
002451     05 FILLER                  PIC X(02) VALUE SPACES.
002455
002460 PROCEDURE DIVISION.
002470
002480 0000-MAINLINE.
003250*----------------------------------------------------------*
003260* SIEMBRA LA TABLA DE DEPARTAMENTOS CON LOS PESOS DE PAYTOT  *
003270* Y LA CUENTA DE GASTO DE CADA UNO SEGUN DEPTGL. SIN ESTOS   *
003280* FICHEROS SOLO FUNCIONAN LAS REGLAS DE BASE F. SIN DEPTMSTR *
003285* LOS APUNTES SALEN SIN CENTRO DE COSTE.                     *
003290*----------------------------------------------------------*
003300 1200-CARGAR-DEPTOS.
003301     OPEN INPUT DEPTO-MASTER-FILE.
003302     IF WS-DEPTMSTR-NO-FILE
003303         MOVE "S" TO WS-SIN-DEPTMSTR-SW
003304     ELSE
003305         IF NOT WS-DEPTMSTR-OK
003306             DISPLAY "REPARTO: ERROR ABRIENDO DEPTMSTR "
003307                 WS-DEPTMSTR-STATUS
003308             GO TO ABEND-CLEANUP
003309         END-IF
003312     END-IF
003316     OPEN INPUT PAYROLL-TOT-FILE.
003320     IF WS-PAYTOT-NO-FILE
003330         GO TO 1200-DEPTGL
003340     END-IF
003430 1200-DEPTGL.
003440     OPEN INPUT DEPT-GL-FILE.
003450     IF WS-DEPTGL-NO-FILE
003460         GO TO 1200-CERRAR
003470     END-IF
003480     IF NOT WS-DEPTGL-OK
003490         DISPLAY "REPARTO: ERROR ABRIENDO DEPTGL "
003530     PERFORM 1270-LEER-DEPTGL THRU 1270-EXIT
003540         UNTIL WS-EOF-DEPTGL
003550     CLOSE DEPT-GL-FILE.
003552 1200-CERRAR.
003554     IF NOT WS-SIN-DEPTMSTR
003556         CLOSE DEPTO-MASTER-FILE
003558     END-IF.
003560 1200-EXIT.
003570     EXIT.
003580
003920         MOVE ZERO TO DP-EMP-COUNT (WS-DEPTO-IDX)
003930         MOVE ZERO TO DP-SALARIO (WS-DEPTO-IDX)
003940         MOVE ZERO TO DP-ACCT-ID (WS-DEPTO-IDX)
003945         PERFORM 1280-CCOSTE-DEPTO THRU 1280-EXIT
003950     END-IF.
003960 1260-EXIT.
003970     EXIT.
004030             GO TO 1270-EXIT
004040     END-READ
004050     IF GLM-DEPARTAMENTO = "****" OR GLM-DEPARTAMENTO = "++++"
004055         OR GLM-DEPARTAMENTO = "====" OR GLM-DEPARTAMENTO = "%%%%"
004060         GO TO 1270-EXIT
004070     END-IF
004080     MOVE GLM-DEPARTAMENTO TO PT-DEPARTAMENTO
004100     MOVE GLM-ACCT-ID TO DP-ACCT-ID (WS-DEPTO-IDX).
004110 1270-EXIT.
004120     EXIT.
004121
004122 1280-CCOSTE-DEPTO.
004123     MOVE ZERO TO DP-CENTRO-COSTE (WS-DEPTO-IDX)
004124     IF WS-SIN-DEPTMSTR
004125         GO TO 1280-EXIT
004126     END-IF
004127     MOVE PT-DEPARTAMENTO TO DEPT-CODIGO
004128     READ DEPTO-MASTER-FILE
004129         INVALID KEY
004130             GO TO 1280-EXIT
004131     END-READ
004132     IF NOT WS-DEPTMSTR-OK
004133         DISPLAY "REPARTO: ERROR LEYENDO DEPTMSTR "
004134             WS-DEPTMSTR-STATUS
004135         GO TO ABEND-CLEANUP
004136     END-IF
004137     IF DEPT-CENTRO-COSTE IS NUMERIC
004138         MOVE DEPT-CENTRO-COSTE TO DP-CENTRO-COSTE (WS-DEPTO-IDX)
004139     END-IF.
004140 1280-EXIT.
004141     EXIT.
004144
004147 2000-PROCESS-REGLA.
004150     ADD 1 TO WS-REGLAS-COUNT
004160     IF RGL-ORIGEN IS NOT NUMERIC AND RGL-ORIGEN-CUENTA
004170         ADD 1 TO WS-ERRORES-COUNT
005710     EXIT.
005720
005730*----------------------------------------------------------*
005738* BASE F: LA PARTE DE LA REGLA (PORCENTAJE SOBRE EL TOTAL    *
005746* DEL ORIGEN) VA A LA CUENTA DESTINO DE LA MISMA REGLA, CON  *
005754* SU CONTRAPARTIDA EN EL ORIGEN. EL DEBITO LLEVA EL CENTRO   *
005762* DE COSTE DE LA REGLA, SI LO TRAE.                          *
005770*----------------------------------------------------------*
005780 4000-REPARTO-FIJO.
005790     IF RGL-DESTINO IS NOT NUMERIC
005890     END-IF
005900     COMPUTE WS-IMPORTE-PARTE ROUNDED =
005910         WS-ORIGEN-TOTAL * RGL-PORCENTAJE-N / 100
005912     MOVE ZERO TO WS-CCOSTE-DESTINO
005914     IF RGL-CENTRO-COSTE IS NUMERIC
005916         MOVE RGL-CENTRO-COSTE-N TO WS-CCOSTE-DESTINO
005918     END-IF
005920     PERFORM 6000-GRABAR-PAREJA THRU 6000-EXIT
005930     MOVE RGL-ORIGEN TO DL-ORIGEN
005940     MOVE "FIJA" TO DL-BASE
006020     EXIT.
006030
006040*----------------------------------------------------------*
006045* BASE H/S: EL TOTAL DEL ORIGEN SE REPARTE ENTRE LOS         *
006050* DEPARTAMENTOS CON CUENTA EN DEPTGL, PONDERADO POR          *
006055* PLANTILLA (H) O MASA SALARIAL (S) DE PAYTOT; EL ULTIMO     *
006060* DESTINO BARRE EL RESIDUO DE REDONDEO. CADA DEBITO LLEVA    *
006065* EL CENTRO DE COSTE DEL DEPARTAMENTO; CON DESTINO EN LA     *
006070* REGLA VAN TODOS A ESA CUENTA Y SOLO LOS DISTINGUE EL       *
006075* CENTRO DE COSTE, SIN NECESIDAD DE CUENTAS POR              *
006080* DEPARTAMENTO EN DEPTGL.                                    *
006090*----------------------------------------------------------*
006100 4500-REPARTO-PESOS.
006102     MOVE ZERO TO WS-DESTINO-COMUN
006104     IF RGL-DESTINO IS NUMERIC
006106         MOVE RGL-DESTINO-N TO WS-DESTINO-COMUN
006108     END-IF
006110     MOVE ZERO TO WS-PESO-TOTAL
006120     PERFORM 4600-SUMAR-PESO THRU 4600-EXIT
006130         VARYING WS-DEPTO-IDX2 FROM 1 BY 1
006320 4600-SUMAR-PESO.
006330     SET WS-DEPTO-IDX TO WS-DEPTO-IDX2
006340     IF DP-ACCT-ID (WS-DEPTO-IDX) = ZERO
006345         AND WS-DESTINO-COMUN = ZERO
006350         GO TO 4600-EXIT
006360     END-IF
006370     IF RGL-BASE-PLANTILLA
006450 4700-PARTE-DEPTO.
006460     SET WS-DEPTO-IDX TO WS-DEPTO-IDX2
006470     IF DP-ACCT-ID (WS-DEPTO-IDX) = ZERO
006475         AND WS-DESTINO-COMUN = ZERO
006480         GO TO 4700-EXIT
006490     END-IF
006500     IF RGL-BASE-PLANTILLA
006630             WS-ORIGEN-TOTAL * WS-PESO-DEPTO / WS-PESO-TOTAL
006640     END-IF
006650     ADD WS-IMPORTE-PARTE TO WS-REPARTIDO
006652     IF WS-DESTINO-COMUN NOT = ZERO
006654         MOVE WS-DESTINO-COMUN TO RGL-DESTINO-N
006656     ELSE
006658         MOVE DP-ACCT-ID (WS-DEPTO-IDX) TO RGL-DESTINO-N
006660     END-IF
006662     MOVE DP-CENTRO-COSTE (WS-DEPTO-IDX) TO WS-CCOSTE-DESTINO
006670     PERFORM 6000-GRABAR-PAREJA THRU 6000-EXIT
006680     MOVE RGL-ORIGEN TO DL-ORIGEN
006690     IF RGL-BASE-PLANTILLA
006840* GRABA LA PAREJA DEL REPARTO: DEBITO AL DESTINO Y CREDITO   *
006850* AL ORIGEN (O A LA PRIMERA CUENTA DEL GRUPO ORIGEN), EN EL  *
006860* MISMO LT-DOC-NO PARA EL CUADRE DE CREDITO. UN ORIGEN CON   *
006870* SALDO ACREEDOR GENERA LA PAREJA CONTRARIA. EL DEBITO VA AL *
006875* CENTRO DE COSTE WS-CCOSTE-DESTINO; EL ORIGEN, SIN CENTRO.  *
006880*----------------------------------------------------------*
006890 6000-GRABAR-PAREJA.
006900     IF WS-IMPORTE-PARTE = ZERO
006980         COMPUTE LT-IMPORTE = WS-IMPORTE-PARTE * -1
006990     END-IF
007000     MOVE RGL-DESTINO-N TO LT-ACCT-ID
007005     MOVE WS-CCOSTE-DESTINO TO LT-CENTRO-COSTE
007010     PERFORM 6100-GRABAR-PATA THRU 6100-EXIT
007020     IF WS-IMPORTE-PARTE > ZERO
007030         MOVE "C" TO LT-TIPO-APUNTE
007090     ELSE
007100         MOVE WS-CUENTA-BARRIDA TO LT-ACCT-ID
007110     END-IF
007115     MOVE ZERO TO LT-CENTRO-COSTE
007120     PERFORM 6100-GRABAR-PATA THRU 6100-EXIT.
007130 6000-EXIT.
007140     EXIT.
007220     MOVE ZERO TO LT-SEQ-REF
007230     MOVE WS-DOC-SIGUIENTE TO LT-DOC-NO
007240     MOVE SPACES TO LT-IVA-CODIGO
007242     MOVE RGL-ORIGEN TO WS-ORG-REGLA-ORIGEN
007244     MOVE RGL-DESTINO TO WS-ORG-REGLA-DESTINO
007246     MOVE WS-PERIODO TO WS-ORG-PERIODO
007248     MOVE WS-ORIGEN-APUNTE TO LT-ORIGEN
007250     WRITE LEDGER-TRANS-REC
007260     PERFORM 7200-CHECK-REPAOUT THRU 7200-EXIT
007270     ADD 1 TO WS-APUNTES-COUNT

000010*----------------------------------------------------------*
000020* CLIMANT - MANTENIMIENTO DEL MAESTRO DE CLIENTES            *
000030*----------------------------------------------------------*
000040 IDENTIFICATION DIVISION.
000050 PROGRAM-ID. CLIMANT.
000060 AUTHOR. EQUIPO DE CONTABILIDAD.
000070 INSTALLATION. APRENDO-COBOL.
000080 DATE-WRITTEN. 2026-10-15.
000090 DATE-COMPILED.
000100*----------------------------------------------------------*
000110* HISTORIAL DE MODIFICACIONES                               *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL, CALCADA DE PROVMANT: LEE  *
000140*                LAS TRANSACCIONES DE ALTA/CAMBIO/BAJA DE    *
000150*                CLIENTES (CLITRAN) Y LAS APLICA CONTRA EL   *
000160*                MAESTRO INDEXADO CLIMSTR (COPY CLIENTE),    *
000170*                VALIDANDO QUE LA CUENTA DE COBRO, SI VIENE, *
000180*                EXISTA EN PLANCTAS Y SEA DE ACTIVO. LA BAJA *
000190*                SOLO DESACTIVA: LAS FACTURAS DE VENTA       *
000200*                ABIERTAS SIGUEN NECESITANDO EL CLIENTE.     *
000203* 2026-10-15 DR  EL ALTA DEJA A CERO CLI-COBRO-A-CUENTA; EL  *
000207*                CAMBIO NO LO TOCA (LO LLEVA BANCCONC).      *
000210*----------------------------------------------------------*
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SPECIAL-NAMES.
000260     DECIMAL-POINT IS COMMA.
000270
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT CLIENTE-MASTER-FILE ASSIGN TO "CLIMSTR"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CLI-ID
000340         FILE STATUS IS WS-CLIMSTR-STATUS.
000350
000360     SELECT PLAN-CUENTA-FILE ASSIGN TO "PLANCTAS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CTA-ACCT-ID
000400         FILE STATUS IS WS-PLANCTAS-STATUS.
000410
000420     SELECT CLI-TRANS-FILE ASSIGN TO "CLITRAN"
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS WS-CLITRAN-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  CLIENTE-MASTER-FILE
000490     LABEL RECORDS ARE STANDARD.
000500     COPY CLIENTE.
000510
000520 FD  PLAN-CUENTA-FILE
000530     LABEL RECORDS ARE STANDARD.
000540     COPY CUENTAS.
000550
000560 FD  CLI-TRANS-FILE
000570     LABEL RECORDS ARE STANDARD.
000580 01  CLI-TRANS-REC.
000590     05 CTR-TRANS-CODE          PIC X(01).
000600         88 CTR-ADD                 VALUE "A".
000610         88 CTR-CHANGE              VALUE "C".
000620         88 CTR-DELETE              VALUE "D".
000630     05 CTR-ID                  PIC X(06).
000640     05 CTR-NOMBRE              PIC X(30).
000650     05 CTR-NIF                 PIC X(09).
000660     05 CTR-LIMITE              PIC X(11).
000670     05 CTR-LIMITE-N REDEFINES CTR-LIMITE
000680                                PIC 9(09)V99.
000690     05 CTR-CUENTA-COBRO        PIC X(06).
000700     05 CTR-CUENTA-COBRO-N REDEFINES CTR-CUENTA-COBRO
000710                                PIC 9(06).
000720     05 CTR-ACTIVO-SW           PIC X(01).
000730
000740 WORKING-STORAGE SECTION.
000750 01  WS-CLIMSTR-STATUS          PIC X(02) VALUE SPACES.
000760     88 WS-CLIMSTR-OK               VALUE "00".
000770     88 WS-CLIMSTR-NOT-FOUND        VALUE "23".
000780     88 WS-CLIMSTR-DUPLICATE        VALUE "22".
000790     88 WS-CLIMSTR-NO-FILE          VALUE "35".
000800
000810 01  WS-PLANCTAS-STATUS         PIC X(02) VALUE SPACES.
000820     88 WS-PLANCTAS-OK              VALUE "00".
000830
000840 01  WS-CLITRAN-STATUS          PIC X(02) VALUE SPACES.
000850     88 WS-CLITRAN-OK               VALUE "00".
000860     88 WS-CLITRAN-EOF              VALUE "10".
000870
000880 01  WS-SWITCHES.
000890     05 WS-EOF-TRANS-SW        PIC X(01) VALUE "N".
000900         88 WS-EOF-TRANS            VALUE "Y".
000910     05 WS-TRANS-VALIDA-SW     PIC X(01) VALUE "N".
000920         88 WS-TRANS-VALIDA         VALUE "S".
000930
000940 01  WS-COUNTERS.
000950     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
000960     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
000970     05 WS-BAJAS-COUNT         PIC 9(05) COMP VALUE ZERO.
000980     05 WS-ERRORES-COUNT       PIC 9(05) COMP VALUE ZERO.
000990
001000 PROCEDURE DIVISION.
001010
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001050         UNTIL WS-EOF-TRANS.
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001070     GOBACK.
001080
001090 1000-INITIALIZE.
001100     OPEN I-O CLIENTE-MASTER-FILE.
001110     IF WS-CLIMSTR-NO-FILE
001120         CLOSE CLIENTE-MASTER-FILE
001130         OPEN OUTPUT CLIENTE-MASTER-FILE
001140         CLOSE CLIENTE-MASTER-FILE
001150         OPEN I-O CLIENTE-MASTER-FILE
001160     END-IF
001170     IF NOT WS-CLIMSTR-OK
001180         DISPLAY "CLIMANT: ERROR ABRIENDO CLIMSTR "
001190             WS-CLIMSTR-STATUS
001200         GO TO ABEND-CLEANUP
001210     END-IF
001220     OPEN INPUT PLAN-CUENTA-FILE.
001230     IF NOT WS-PLANCTAS-OK
001240         DISPLAY "CLIMANT: ERROR ABRIENDO PLANCTAS "
001250             WS-PLANCTAS-STATUS
001260         GO TO ABEND-CLEANUP
001270     END-IF
001280     OPEN INPUT CLI-TRANS-FILE.
001290     IF NOT WS-CLITRAN-OK
001300         DISPLAY "CLIMANT: ERROR ABRIENDO CLITRAN "
001310             WS-CLITRAN-STATUS
001320         GO TO ABEND-CLEANUP
001330     END-IF
001340     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001350 1000-EXIT.
001360     EXIT.
001370
001380 2000-PROCESS-TRANS.
001390     PERFORM 2200-VALIDA-TRANS THRU 2200-EXIT.
001400     IF WS-TRANS-VALIDA
001410         EVALUATE TRUE
001420             WHEN CTR-ADD
001430                 PERFORM 3000-ALTA-CLIENTE THRU 3000-EXIT
001440             WHEN CTR-CHANGE
001450                 PERFORM 4000-CAMBIO-CLIENTE THRU 4000-EXIT
001460             WHEN CTR-DELETE
001470                 PERFORM 5000-BAJA-CLIENTE THRU 5000-EXIT
001480         END-EVALUATE
001490     END-IF
001500     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001510 2000-EXIT.
001520     EXIT.
001530
001540 2100-READ-TRANS.
001550     READ CLI-TRANS-FILE
001560         AT END
001570             SET WS-EOF-TRANS TO TRUE
001580     END-READ
001590     IF NOT WS-EOF-TRANS AND NOT WS-CLITRAN-OK
001600         DISPLAY "CLIMANT: ERROR LEYENDO CLITRAN "
001610             WS-CLITRAN-STATUS
001620         GO TO ABEND-CLEANUP
001630     END-IF
001640 2100-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------*
001680* VALIDACIONES PREVIAS: CODIGO RECONOCIDO, ID NUMERICO Y,    *
001690* PARA ALTA/CAMBIO, NOMBRE Y NIF NO VACIOS, LIMITE NUMERICO *
001700* Y CUENTA DE COBRO (SI NO VIENE A CERO) DE ACTIVO EN EL     *
001710* PLAN DE CUENTAS.                                           *
001720*----------------------------------------------------------*
001730 2200-VALIDA-TRANS.
001740     MOVE "N" TO WS-TRANS-VALIDA-SW
001750     IF NOT CTR-ADD AND NOT CTR-CHANGE AND NOT CTR-DELETE
001760         DISPLAY "CLIMANT: CODIGO DE TRANSACCION INVALIDO "
001770             CTR-TRANS-CODE " PARA CLIENTE " CTR-ID
001780         ADD 1 TO WS-ERRORES-COUNT
001790         GO TO 2200-EXIT
001800     END-IF
001810     IF CTR-ID IS NOT NUMERIC
001820         DISPLAY "CLIMANT: ID DE CLIENTE NO NUMERICO " CTR-ID
001830         ADD 1 TO WS-ERRORES-COUNT
001840         GO TO 2200-EXIT
001850     END-IF
001860     IF CTR-DELETE
001870         MOVE "S" TO WS-TRANS-VALIDA-SW
001880         GO TO 2200-EXIT
001890     END-IF
001900     IF CTR-NOMBRE = SPACES OR CTR-NIF = SPACES
001910         DISPLAY "CLIMANT: NOMBRE O NIF EN BLANCO PARA "
001920             "CLIENTE " CTR-ID
001930         ADD 1 TO WS-ERRORES-COUNT
001940         GO TO 2200-EXIT
001950     END-IF
001960     IF CTR-LIMITE IS NOT NUMERIC
001970         DISPLAY "CLIMANT: LIMITE DE CREDITO NO NUMERICO "
001980             "PARA CLIENTE " CTR-ID
001990         ADD 1 TO WS-ERRORES-COUNT
002000         GO TO 2200-EXIT
002010     END-IF
002020     IF CTR-CUENTA-COBRO IS NOT NUMERIC
002030         DISPLAY "CLIMANT: CUENTA DE COBRO NO NUMERICA "
002040             "PARA CLIENTE " CTR-ID
002050         ADD 1 TO WS-ERRORES-COUNT
002060         GO TO 2200-EXIT
002070     END-IF
002080     IF CTR-CUENTA-COBRO-N NOT = ZERO
002090         MOVE CTR-CUENTA-COBRO-N TO CTA-ACCT-ID
002100         READ PLAN-CUENTA-FILE
002110             INVALID KEY
002120                 DISPLAY "CLIMANT: CUENTA DE COBRO NO EN PLAN "
002130                     "PARA CLIENTE " CTR-ID
002140                 ADD 1 TO WS-ERRORES-COUNT
002150                 GO TO 2200-EXIT
002160         END-READ
002170         IF NOT CTA-CLASE-ACTIVO
002180             DISPLAY "CLIMANT: CUENTA DE COBRO NO ES DE "
002190                 "ACTIVO PARA CLIENTE " CTR-ID
002200             ADD 1 TO WS-ERRORES-COUNT
002210             GO TO 2200-EXIT
002220         END-IF
002230     END-IF
002240     MOVE "S" TO WS-TRANS-VALIDA-SW.
002250 2200-EXIT.
002260     EXIT.
002270
002280 3000-ALTA-CLIENTE.
002290     MOVE CTR-ID TO CLI-ID
002295     MOVE ZERO TO CLI-COBRO-A-CUENTA
002300     PERFORM 3100-MOVER-DATOS THRU 3100-EXIT
002310     WRITE CLIENTE-MASTER-REC
002320     IF WS-CLIMSTR-OK
002330         ADD 1 TO WS-ALTAS-COUNT
002340     ELSE
002350         DISPLAY "CLIMANT: ALTA RECHAZADA PARA CLIENTE "
002360             CTR-ID " STATUS " WS-CLIMSTR-STATUS
002370         ADD 1 TO WS-ERRORES-COUNT
002380     END-IF
002390 3000-EXIT.
002400     EXIT.
002410
002420 3100-MOVER-DATOS.
002430     MOVE CTR-NOMBRE TO CLI-NOMBRE
002440     MOVE CTR-NIF TO CLI-NIF
002450     MOVE CTR-LIMITE-N TO CLI-LIMITE-CREDITO
002460     MOVE CTR-CUENTA-COBRO-N TO CLI-CUENTA-COBRO
002470     MOVE CTR-ACTIVO-SW TO CLI-ACTIVO-SW.
002480 3100-EXIT.
002490     EXIT.
002500
002510 4000-CAMBIO-CLIENTE.
002520     MOVE CTR-ID TO CLI-ID
002530     READ CLIENTE-MASTER-FILE
002540         INVALID KEY
002550             DISPLAY "CLIMANT: CAMBIO RECHAZADO, NO EXISTE "
002560                 "CLIENTE " CTR-ID
002570             ADD 1 TO WS-ERRORES-COUNT
002580             GO TO 4000-EXIT
002590     END-READ
002600     PERFORM 3100-MOVER-DATOS THRU 3100-EXIT
002610     REWRITE CLIENTE-MASTER-REC
002620     IF WS-CLIMSTR-OK
002630         ADD 1 TO WS-CAMBIOS-COUNT
002640     ELSE
002650         DISPLAY "CLIMANT: ERROR REESCRIBIENDO CLIENTE "
002660             CTR-ID " STATUS " WS-CLIMSTR-STATUS
002670         ADD 1 TO WS-ERRORES-COUNT
002680     END-IF
002690 4000-EXIT.
002700     EXIT.
002710
002720 5000-BAJA-CLIENTE.
002730     MOVE CTR-ID TO CLI-ID
002740     READ CLIENTE-MASTER-FILE
002750         INVALID KEY
002760             DISPLAY "CLIMANT: BAJA RECHAZADA, NO EXISTE "
002770                 "CLIENTE " CTR-ID
002780             ADD 1 TO WS-ERRORES-COUNT
002790             GO TO 5000-EXIT
002800     END-READ
002810     MOVE "N" TO CLI-ACTIVO-SW
002820     REWRITE CLIENTE-MASTER-REC
002830     IF WS-CLIMSTR-OK
002840         ADD 1 TO WS-BAJAS-COUNT
002850     ELSE
002860         DISPLAY "CLIMANT: ERROR EN BAJA DE CLIENTE "
002870             CTR-ID " STATUS " WS-CLIMSTR-STATUS
002880         ADD 1 TO WS-ERRORES-COUNT
002890     END-IF
002900 5000-EXIT.
002910     EXIT.
002920
002930 9000-TERMINATE.
002940     CLOSE CLIENTE-MASTER-FILE.
002950     CLOSE PLAN-CUENTA-FILE.
002960     CLOSE CLI-TRANS-FILE.
002970     DISPLAY "CLIMANT: ALTAS    " WS-ALTAS-COUNT.
002980     DISPLAY "CLIMANT: CAMBIOS  " WS-CAMBIOS-COUNT.
002990     DISPLAY "CLIMANT: BAJAS    " WS-BAJAS-COUNT.
003000     DISPLAY "CLIMANT: ERRORES  " WS-ERRORES-COUNT.
003010 9000-EXIT.
003020     EXIT.
003030
003040 ABEND-CLEANUP.
003050     DISPLAY "CLIMANT: TERMINACION ANORMAL - CERRANDO FICHEROS".
003060     CLOSE CLIENTE-MASTER-FILE.
003070     CLOSE PLAN-CUENTA-FILE.
003080     CLOSE CLI-TRANS-FILE.
003090     MOVE 16 TO RETURN-CODE.
003100     GOBACK.
003110
003120     END PROGRAM CLIMANT.

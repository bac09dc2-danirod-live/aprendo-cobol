000010*----------------------------------------------------------*
000020* TRICARGA - CARGA DEL FEED DE IMPORTES DE TRIENIOS EN       *
000030*            TRIMSTR                                         *
000040*----------------------------------------------------------*
000050 IDENTIFICATION DIVISION.
000060 PROGRAM-ID. TRICARGA.
000070 AUTHOR. EQUIPO DE NOMINA.
000080 INSTALLATION. APRENDO-COBOL.
000090 DATE-WRITTEN. 2026-10-15.
000100 DATE-COMPILED.
000110*----------------------------------------------------------*
000120* HISTORIAL DE MODIFICACIONES                                *
000130*----------------------------------------------------------*
000140* 2026-10-15 DR  VERSION ORIGINAL, EN EL MOLDE DE IRPCARGA.  *
000150*                LEE EL FEED DE IMPORTES DE ANTIGUEDAD DEL   *
000160*                CONVENIO (TRIFEED: FECHA DE VIGENCIA, GRUPO *
000170*                DE PAGO E IMPORTE MENSUAL POR TRIENIO) Y LO *
000180*                APLICA CONTRA EL MAESTRO TRIMSTR (COPY      *
000190*                TRIENIO): ALTA SI LA CLAVE NO EXISTE,       *
000200*                ACTUALIZACION SI YA EXISTE. FECHA O IMPORTE *
000210*                NO NUMERICOS SE RECHAZAN. UN IMPORTE CERO   *
000220*                ES VALIDO: DEJA SIN TRIENIOS AL GRUPO DESDE *
000230*                ESA VIGENCIA. EL COMPLEMENTO DE ANTIGUEDAD  *
000240*                DEJA ASI DE METERSE EN EL SALARIO DEL       *
000250*                MAESTRO.                                    *
000260*----------------------------------------------------------*
000270
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SPECIAL-NAMES.
000310     DECIMAL-POINT IS COMMA.
000320
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRIENIO-FEED-FILE ASSIGN TO "TRIFEED"
000360         ORGANIZATION IS SEQUENTIAL
000370         FILE STATUS IS WS-TRIFEED-STATUS.
000380
000390     SELECT TRIENIO-MASTER-FILE ASSIGN TO "TRIMSTR"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS TRI-CLAVE
000430         FILE STATUS IS WS-TRIMSTR-STATUS.
000440
000450     SELECT TRIENIO-RPT-FILE ASSIGN TO "TRICRPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-TRICRPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  TRIENIO-FEED-FILE
000520     LABEL RECORDS ARE STANDARD.
000530 01  TRIENIO-FEED-REC.
000540     05 TF-FECHA-VIGENCIA        PIC X(08).
000550     05 TF-GRUPO-PAGO            PIC X(02).
000560     05 TF-IMPORTE               PIC X(07).
000570     05 TF-IMPORTE-NUM REDEFINES TF-IMPORTE
000580                                 PIC 9(05)V99.
000590
000600 FD  TRIENIO-MASTER-FILE
000610     LABEL RECORDS ARE STANDARD.
000620     COPY TRIENIO.
000630
000640 FD  TRIENIO-RPT-FILE
000650     LABEL RECORDS ARE STANDARD.
000660 01  TRIENIO-RPT-LINE            PIC X(80).
000670
000680 WORKING-STORAGE SECTION.
000690 01  WS-TRIFEED-STATUS           PIC X(02) VALUE SPACES.
000700     88 WS-TRIFEED-OK                VALUE "00".
000710     88 WS-TRIFEED-EOF               VALUE "10".
000720
000730 01  WS-TRIMSTR-STATUS           PIC X(02) VALUE SPACES.
000740     88 WS-TRIMSTR-OK                VALUE "00".
000750     88 WS-TRIMSTR-DUPLICATE         VALUE "22".
000760     88 WS-TRIMSTR-NO-FILE           VALUE "35".
000770
000780 01  WS-TRICRPT-STATUS           PIC X(02) VALUE SPACES.
000790     88 WS-TRICRPT-OK                VALUE "00".
000800
000810 01  WS-SWITCHES.
000820     05 WS-EOF-FEED-SW         PIC X(01) VALUE "N".
000830         88 WS-EOF-FEED             VALUE "Y".
000840
000850 01  WS-COUNTERS.
000860     05 WS-LEIDOS-COUNT        PIC 9(05) COMP VALUE ZERO.
000870     05 WS-ALTAS-COUNT         PIC 9(05) COMP VALUE ZERO.
000880     05 WS-CAMBIOS-COUNT       PIC 9(05) COMP VALUE ZERO.
000890     05 WS-RECHAZADOS-COUNT    PIC 9(05) COMP VALUE ZERO.
000900
000910 01  WS-DET-LINE.
000920     05 DL-FECHA                 PIC X(08).
000930     05 FILLER                   PIC X(01) VALUE SPACES.
000940     05 DL-GRUPO                 PIC X(02).
000950     05 FILLER                   PIC X(01) VALUE SPACES.
000960     05 DL-IMPORTE               PIC ZZ.ZZ9,99.
000970     05 FILLER                   PIC X(02) VALUE SPACES.
000980     05 DL-ACCION                PIC X(30).
000990
001000 PROCEDURE DIVISION.
001010
001020 0000-MAINLINE.
001030     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001040     PERFORM 2000-PROCESS-FEED THRU 2000-EXIT
001050         UNTIL WS-EOF-FEED.
001060     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001070     GOBACK.
001080
001090 1000-INITIALIZE.
001100     OPEN INPUT TRIENIO-FEED-FILE.
001110     IF NOT WS-TRIFEED-OK
001120         DISPLAY "TRICARGA: ERROR ABRIENDO TRIFEED "
001130             WS-TRIFEED-STATUS
001140         GO TO ABEND-CLEANUP
001150     END-IF
001160     OPEN I-O TRIENIO-MASTER-FILE.
001170     IF WS-TRIMSTR-NO-FILE
001180         CLOSE TRIENIO-MASTER-FILE
001190         OPEN OUTPUT TRIENIO-MASTER-FILE
001200         CLOSE TRIENIO-MASTER-FILE
001210         OPEN I-O TRIENIO-MASTER-FILE
001220     END-IF
001230     IF NOT WS-TRIMSTR-OK
001240         DISPLAY "TRICARGA: ERROR ABRIENDO TRIMSTR "
001250             WS-TRIMSTR-STATUS
001260         GO TO ABEND-CLEANUP
001270     END-IF
001280     OPEN OUTPUT TRIENIO-RPT-FILE.
001290     IF NOT WS-TRICRPT-OK
001300         DISPLAY "TRICARGA: ERROR ABRIENDO TRICRPT "
001310             WS-TRICRPT-STATUS
001320         GO TO ABEND-CLEANUP
001330     END-IF
001340     PERFORM 2100-READ-FEED THRU 2100-EXIT.
001350 1000-EXIT.
001360     EXIT.
001370
001380 2000-PROCESS-FEED.
001390     ADD 1 TO WS-LEIDOS-COUNT
001400     MOVE TF-FECHA-VIGENCIA TO DL-FECHA
001410     MOVE TF-GRUPO-PAGO TO DL-GRUPO
001420     IF TF-FECHA-VIGENCIA IS NOT NUMERIC
001430         OR TF-IMPORTE IS NOT NUMERIC
001440         ADD 1 TO WS-RECHAZADOS-COUNT
001450         MOVE ZERO TO DL-IMPORTE
001460         MOVE "RECHAZADO: DATOS INVALIDOS" TO DL-ACCION
001470         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
001480         GO TO 2000-SIGUE
001490     END-IF
001500     MOVE TF-IMPORTE-NUM TO DL-IMPORTE
001510     MOVE TF-FECHA-VIGENCIA TO TRI-FECHA-VIGENCIA
001520     MOVE TF-GRUPO-PAGO TO TRI-GRUPO-PAGO
001530     MOVE TF-IMPORTE-NUM TO TRI-IMPORTE
001540     WRITE TRIENIO-MASTER-REC
001550     IF WS-TRIMSTR-OK
001560         ADD 1 TO WS-ALTAS-COUNT
001570         MOVE "ALTA" TO DL-ACCION
001580         PERFORM 7000-WRITE-RPT THRU 7000-EXIT
001590     ELSE
001600         IF WS-TRIMSTR-DUPLICATE
001610             PERFORM 3000-ACTUALIZAR THRU 3000-EXIT
001620         ELSE
001630             DISPLAY "TRICARGA: ERROR GRABANDO TRIMSTR "
001640                 WS-TRIMSTR-STATUS
001650             GO TO ABEND-CLEANUP
001660         END-IF
001670     END-IF.
001680 2000-SIGUE.
001690     PERFORM 2100-READ-FEED THRU 2100-EXIT.
001700 2000-EXIT.
001710     EXIT.
001720
001730 2100-READ-FEED.
001740     READ TRIENIO-FEED-FILE
001750         AT END
001760             SET WS-EOF-FEED TO TRUE
001770     END-READ
001780     IF NOT WS-EOF-FEED AND NOT WS-TRIFEED-OK
001790         DISPLAY "TRICARGA: ERROR LEYENDO TRIFEED "
001800             WS-TRIFEED-STATUS
001810         GO TO ABEND-CLEANUP
001820     END-IF
001830 2100-EXIT.
001840     EXIT.
001850
001860 3000-ACTUALIZAR.
001870     MOVE TF-FECHA-VIGENCIA TO TRI-FECHA-VIGENCIA
001880     MOVE TF-GRUPO-PAGO TO TRI-GRUPO-PAGO
001890     READ TRIENIO-MASTER-FILE
001900         INVALID KEY
001910             DISPLAY "TRICARGA: ERROR RELEYENDO TRIMSTR "
001920                 WS-TRIMSTR-STATUS
001930             GO TO ABEND-CLEANUP
001940     END-READ
001950     MOVE TF-IMPORTE-NUM TO TRI-IMPORTE
001960     REWRITE TRIENIO-MASTER-REC
001970     IF NOT WS-TRIMSTR-OK
001980         DISPLAY "TRICARGA: ERROR REESCRIBIENDO TRIMSTR "
001990             WS-TRIMSTR-STATUS
002000         GO TO ABEND-CLEANUP
002010     END-IF
002020     ADD 1 TO WS-CAMBIOS-COUNT
002030     MOVE "ACTUALIZACION" TO DL-ACCION
002040     PERFORM 7000-WRITE-RPT THRU 7000-EXIT.
002050 3000-EXIT.
002060     EXIT.
002070
002080 7000-WRITE-RPT.
002090     MOVE WS-DET-LINE TO TRIENIO-RPT-LINE
002100     WRITE TRIENIO-RPT-LINE
002110     IF NOT WS-TRICRPT-OK
002120         DISPLAY "TRICARGA: ERROR ESCRIBIENDO TRICRPT "
002130             WS-TRICRPT-STATUS
002140         GO TO ABEND-CLEANUP
002150     END-IF.
002160 7000-EXIT.
002170     EXIT.
002180
002190 9000-TERMINATE.
002200     CLOSE TRIENIO-FEED-FILE.
002210     CLOSE TRIENIO-MASTER-FILE.
002220     CLOSE TRIENIO-RPT-FILE.
002230     DISPLAY "TRICARGA: LEIDOS         " WS-LEIDOS-COUNT.
002240     DISPLAY "TRICARGA: ALTAS          " WS-ALTAS-COUNT.
002250     DISPLAY "TRICARGA: ACTUALIZADOS   " WS-CAMBIOS-COUNT.
002260     DISPLAY "TRICARGA: RECHAZADOS     " WS-RECHAZADOS-COUNT.
002270 9000-EXIT.
002280     EXIT.
002290
002300 ABEND-CLEANUP.
002310     DISPLAY "TRICARGA: TERMINACION ANORMAL - CERRANDO FICHEROS".
002320     CLOSE TRIENIO-FEED-FILE.
002330     CLOSE TRIENIO-MASTER-FILE.
002340     CLOSE TRIENIO-RPT-FILE.
002350     MOVE 16 TO RETURN-CODE.
002360     GOBACK.
002370
002380     END PROGRAM TRICARGA.

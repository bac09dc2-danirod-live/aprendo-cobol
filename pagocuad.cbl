000348*                ACTIVIDAD Y DABA LIMPIA EN VACIO. CUADPARM *
000349*                SIGUE MANDANDO LA TOLERANCIA Y, SI TRAE    *
000350*                FECHA, UN OVERRIDE MANUAL.                 *
000351* 2026-10-15 DR  NOMINAS FUERA DE CICLO: LA PATA CALCULADA   *
000352*                ES AHORA LO QUE DEBE LLEGAR AL BANCO, EL    *
000353*                NETO MENOS LO COMPENSADO (NP-COMPENSADO),   *
000354*                SIN LAS ANULACIONES, QUE NO SE ABONAN,      *
000355*                COMO HACEN PAGOBAN Y CHQEMIT. EN LA PATA    *
000356*                CONTABLE UN APUNTE DE NETOS INVERTIDO POR   *
000357*                PAYGL (DEBITO A LA CUENTA DE NETOS) RESTA;  *
000358*                UNA ANULACION CON SALDO A RECLAMAR          *
000359*                DESCUADRA ASI SU FECHA POR ESE SALDO, QUE   *
000360*                ES LA DEUDA DEL EMPLEADO A SEGUIR.          *
000343*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
001790 01  WS-CUENTA-NETOS             PIC 9(06) VALUE ZERO.
001800
001810 01  WS-TOTAL-CALCULADO          PIC S9(11)V99 VALUE ZERO.
001815 01  WS-NETO-A-PAGAR             PIC S9(07)V99 VALUE ZERO.
001820 01  WS-TOTAL-ABONOS             PIC S9(11)V99 VALUE ZERO.
001830 01  WS-TOTAL-CHEQUES            PIC S9(11)V99 VALUE ZERO.
001840 01  WS-TOTAL-PAGADO             PIC S9(11)V99 VALUE ZERO.
003120
003130*----------------------------------------------------------*
003140* PATA 1: SUMA DE LOS NETOS CALCULADOS POR PAYCALC PARA LA   *
003150* FECHA DE NOMINA, POR LO QUE SE ABONA: NETO MENOS LO        *
003155* COMPENSADO, SIN ANULACIONES.                               *
003160*----------------------------------------------------------*
003170 2000-SUMAR-NETOS.
003180     PERFORM 2100-LEER-NETO THRU 2100-EXIT
003310             WS-EMPNETO-STATUS
003320         GO TO ABEND-CLEANUP
003330     END-IF
003340     IF NP-FECHA-NOMINA NOT = WS-FECHA-NOMINA
003342         OR NP-NETO NOT > ZERO
003343         GO TO 2100-EXIT
003345     END-IF
003347     COMPUTE WS-NETO-A-PAGAR = NP-NETO - NP-COMPENSADO
003348     IF WS-NETO-A-PAGAR > ZERO
003350         ADD WS-NETO-A-PAGAR TO WS-TOTAL-CALCULADO
003360     END-IF.
003370 2100-EXIT.
003380     EXIT.
004270* EL LOTE PAYGLOUT SOBRE LA CUENTA DE NETOS A PAGAR, CON     *
004280* LT-FECHA = LA FECHA CONCILIADA. LA CABECERA HDR Y LA COLA  *
004290* TRL DEL LOTE SE SALTAN. SIN CUENTA "====" LA PATA QUEDO    *
004300* OMITIDA EN 1200. UN DEBITO A ESA CUENTA (APUNTE INVERTIDO  *
004305* POR UNA ANULACION) RESTA.                                  *
004310*----------------------------------------------------------*
004300 5000-SUMAR-CONTABLE.
004310     IF NOT WS-NETOS-HALLADA
004590         AND LT-CREDITO
004600         AND LT-FECHA = WS-FECHA-NOMINA
004610         ADD LT-IMPORTE TO WS-TOTAL-CONTABLE
004620     END-IF
004622     IF LT-ACCT-ID = WS-CUENTA-NETOS
004623         AND LT-DEBITO
004625         AND LT-FECHA = WS-FECHA-NOMINA
004627         SUBTRACT LT-IMPORTE FROM WS-TOTAL-CONTABLE
004628     END-IF.
004630 5100-EXIT.
004640     EXIT.
004650

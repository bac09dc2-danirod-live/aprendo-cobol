000153*                (SALARIO MAS ATRASOS, AJUSTE DE AUSENCIAS   *
000154*                Y NOVEDADES), IGUAL QUE EL BRUTO DEL        *
000155*                HISTORICO NOMHIST CONTRA EL QUE CUADRA.     *
000156* 2026-10-15 DR  SE AGREGA NT-FECHA-PAGO (FECHA DE LA        *
000157*                CORRIDA QUE CARGO LOS PAGOS): UNA NOMINA    *
000158*                EXTRAORDINARIA FUERA DE CICLO SE CARGA CON  *
000159*                LA FECHA DE NOMINA DEL PERIODO QUE CORRIGE, *
000160*                Y SU TOTAL NO DEBE PISAR EL DE LA CORRIDA   *
000161*                ORDINARIA DE ESA FECHA. AHORA VALE EL       *
000162*                ULTIMO ANEXADO DE CADA FECHA DE NOMINA Y    *
000163*                FECHA DE PAGO, Y LOS TOTALES LLEVAN SIGNO   *
000164*                (UNA ANULACION RESTA). EL REGISTRO CRECE 8  *
000165*                BYTES AL FINAL (DE 65 A 73). OJO: PAYTOTAN  *
000166*                SE ANEXA CON DISP=MOD Y NO ADMITE LARGOS    *
000167*                MEZCLADOS: EL ACUMULADO DEL EJERCICIO SE    *
000168*                CONVIERTE DE UNA VEZ CON EL TRABAJO NOMHMIG *
000169*                (MODO N73 DE MIGRAMST, FECHA DE PAGO =      *
000170*                FECHA DE NOMINA) ANTES DE LA PRIMERA        *
000171*                CORRIDA DE NOMHCARG CON ESTE LAYOUT. LAS    *
000172*                GENERACIONES ARCHIVADAS PAYTOTAN.GDG NO SE  *
000173*                CONVIERTEN PORQUE NINGUN PROGRAMA LAS LEE.  *
000175*----------------------------------------------------------*
000177 01  NOMINA-TOT-REC.
000180     05 NT-FECHA-NOMINA          PIC 9(08).
000190     05 NT-PAGOS-COUNT           PIC 9(05).
000200     05 NT-BRUTO-TOTAL           PIC S9(11)V99.
000210     05 NT-IRPF-TOTAL            PIC S9(11)V99.
000220     05 NT-SEGSOC-TOTAL          PIC S9(11)V99.
000230     05 NT-NETO-TOTAL            PIC S9(11)V99.
000240     05 NT-FECHA-PAGO            PIC 9(08).

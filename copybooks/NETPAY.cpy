000280*                EMPLEADO NO TIENE GRUPO), PARA QUE DOS       *
000290*                CICLOS PUEDAN CONVIVIR EN EL MES SIN         *
000300*                CONFUNDIR ABONOS NI APUNTES.                 *
000301* 2026-10-15 DR  SE AGREGAN NP-GASTOS-EXENTO Y NP-GASTOS-    *
000302*                SUJETO: NOTAS DE GASTOS DE VIAJE (GASMSTR)  *
000303*                PAGADAS EN LA NOMINA, PARTIDAS EN LA PARTE  *
000304*                EXENTA Y EL EXCESO DE DIETAS SOBRE EL       *
000305*                LIMITE LEGAL, QUE ES DEVENGO SUJETO. AMBAS  *
000306*                ESTAN YA SUMADAS EN NP-NETO. CORTE: EL      *
000307*                REGISTRO CRECE 18 BYTES AL FINAL; EMPNETO   *
000308*                SE REGRABA ENTERO EN CADA CORRIDA DE        *
000309*                PAYCALC, ASI QUE BASTA CON RECOMPILAR SUS   *
000310*                CONSUMIDORES.                               *
000311* 2026-10-15 DR  SE AGREGA NP-AMORT-PRESTAMO: CUOTA DE       *
000312*                PRESTAMOS Y ANTICIPOS AL PERSONAL (PRTMSTR) *
000313*                COBRADA EN LA NOMINA O SALDO COBRADO EN EL  *
000314*                FINIQUITO. YA ESTA INCLUIDA EN NP-OTRAS-    *
000315*                DEDUC; VA APARTE PARA EL RECIBO Y PARA QUE  *
000316*                PAYGL LA ABONE EN LA CUENTA DE PRESTAMOS.   *
000317*                EL REGISTRO CRECE 9 BYTES AL FINAL.         *
000318* 2026-10-15 DR  SE AGREGA NP-TRIENIOS: COMPLEMENTO DE       *
000319*                ANTIGUEDAD DEL PERIODO (TRIENIOS DE         *
000320*                TRIMSTR) PAGADO POR PAYCALC COMO DEVENGO    *
000321*                APARTE DEL SALARIO; YA ESTA SUMADO EN       *
000322*                NP-NETO. EL REGISTRO CRECE 9 BYTES AL       *
000323*                FINAL.                                      *
000324* 2026-10-15 DR  SE AGREGA NP-TIPO-IRPF: TIPO DE RETENCION   *
000325*                (PORCENTAJE CON DOS DECIMALES) QUE PAYCALC  *
000326*                APLICO AL DEVENGO SUJETO DEL PERIODO, PARA  *
000327*                QUE SALGA EN EL RECIBO. EL REGISTRO CRECE 5 *
000328*                BYTES AL FINAL.                             *
000329* 2026-10-15 DR  NOMINA EXTRAORDINARIA FUERA DE CICLO        *
000330*                (FICHERO NOMEXTRA DE PAYCALC): SE AGREGAN   *
000331*                NP-TIPO-PAGO (EN BLANCO ORDINARIA, S        *
000332*                SUPLEMENTARIA DE UN PERIODO NO PAGADO, R    *
000333*                REEMPLAZO DE UNA NOMINA ANULADA, A          *
000334*                ANULACION), NP-MOTIVO (CODIGO DE MOTIVO DE  *
000335*                RRHH), NP-ANULA-SECUENCIA (SECUENCIA EN     *
000336*                NOMHIST DE LA NOMINA QUE SE ANULA O SE      *
000337*                REEMPLAZA, DE LA MISMA NP-FECHA-NOMINA),    *
000338*                NP-COMPENSADO (PARTE DEL NETO DE UN         *
000339*                REEMPLAZO QUE YA SE COBRO CON LA NOMINA     *
000340*                ANULADA Y NO SE VUELVE A ABONAR),           *
000341*                NP-A-RECLAMAR (NETO DE UNA ANULACION QUE NO *
000342*                COMPENSA NINGUN REEMPLAZO Y EL EMPLEADO     *
000343*                DEBE DEVOLVER) Y NP-FECHA-PAGO (FECHA DE LA *
000344*                CORRIDA QUE GRABA EL REGISTRO). LOS         *
000345*                IMPORTES PASAN A LLEVAR SIGNO, CON LA MISMA *
000346*                LONGITUD: UNA ANULACION LLEVA EN NEGATIVO   *
000347*                LAS CIFRAS DE LA NOMINA ANULADA. EL         *
000348*                REGISTRO CRECE 31 BYTES AL FINAL.           *
000350*----------------------------------------------------------*
000352 01  NETO-PAGO-REC.
000354     05 NP-EMP-ID                PIC 9(06).
000356     05 NP-FECHA-NOMINA          PIC 9(08).
000358     05 NP-DEPARTAMENTO          PIC X(04).
000360     05 NP-GRUPO-PAGO            PIC X(02).
000370     05 NP-SALARIO-BRUTO         PIC S9(07)V99.
000380     05 NP-IRPF                  PIC S9(07)V99.
000390     05 NP-SEG-SOCIAL            PIC S9(07)V99.
000400     05 NP-OTRAS-DEDUC           PIC S9(07)V99.
000410     05 NP-AJUSTE-RETRO          PIC S9(07)V99.
000420     05 NP-AJUSTE-AUSEN          PIC S9(07)V99.
000430     05 NP-NOVEDADES             PIC S9(07)V99.
000440     05 NP-NETO                  PIC S9(07)V99.
000450     05 NP-GASTOS-EXENTO         PIC S9(07)V99.
000460     05 NP-GASTOS-SUJETO         PIC S9(07)V99.
000470     05 NP-AMORT-PRESTAMO        PIC S9(07)V99.
000480     05 NP-TRIENIOS              PIC S9(07)V99.
000490     05 NP-TIPO-IRPF             PIC 9(03)V99.
000500     05 NP-TIPO-PAGO             PIC X(01).
000510         88 NP-ORDINARIA             VALUE " ".
000520         88 NP-SUPLEMENTARIA         VALUE "S".
000530         88 NP-REEMPLAZO             VALUE "R".
000540         88 NP-ANULACION             VALUE "A".
000550     05 NP-MOTIVO                PIC X(02).
000560     05 NP-ANULA-SECUENCIA       PIC 9(02).
000570     05 NP-COMPENSADO            PIC 9(07)V99.
000580     05 NP-A-RECLAMAR            PIC 9(07)V99.
000590     05 NP-FECHA-PAGO            PIC 9(08).

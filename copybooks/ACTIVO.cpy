000010*----------------------------------------------------------*
000020* ACTIVO - LAYOUT COMUN DEL REGISTRO DE INMOVILIZADO         *
000030* (ACTMSTR), INDEXADO POR NUMERO DE ACTIVO. CADA ELEMENTO    *
000040* LLEVA SU COSTE, FECHA DE ADQUISICION, VIDA UTIL EN MESES,  *
000050* METODO (L LINEAL), LAS CUENTAS DE ACTIVO, AMORTIZACION     *
000060* ACUMULADA Y DOTACION, EL DEPARTAMENTO QUE LO USA Y LA      *
000070* AMORTIZACION ACUMULADA HASTA ACT-ULTIMO-PERIODO (AAAAMM).  *
000080* LO MANTIENE ACTMANT (ALTAS, CAMBIOS Y BAJAS CON SU         *
000090* RESULTADO), LO AMORTIZA CADA MES ACTAMORT Y LO LISTA Y     *
000100* CUADRA CONTRA LEDGMSTR ACTREG. ESTADOS: A EN USO, B BAJA.  *
000110*----------------------------------------------------------*
000120* 2026-10-15 DR  VERSION ORIGINAL, SUSTITUYE A LAS           *
000130*                PLANTILLAS DE AMORTIZACION DE RECURMST.     *
000140*----------------------------------------------------------*
000150 01  ACTIVO-MASTER-REC.
000160     05 ACT-ID                   PIC 9(06).
000170     05 ACT-DESCRIPCION          PIC X(30).
000180     05 ACT-COSTE                PIC 9(09)V99.
000190     05 ACT-FECHA-ADQUISICION    PIC 9(08).
000200     05 ACT-VIDA-MESES           PIC 9(03).
000210     05 ACT-METODO               PIC X(01).
000220         88 ACT-METODO-LINEAL        VALUE "L".
000230     05 ACT-CUENTA-ACTIVO        PIC 9(06).
000240     05 ACT-CUENTA-AMORT-ACUM    PIC 9(06).
000250     05 ACT-CUENTA-DOTACION      PIC 9(06).
000260     05 ACT-DEPTO                PIC X(04).
000270     05 ACT-MONEDA               PIC X(03).
000280     05 ACT-AMORT-ACUMULADA      PIC 9(09)V99.
000290     05 ACT-ULTIMO-PERIODO       PIC 9(06).
000300     05 ACT-ESTADO-SW            PIC X(01).
000310         88 ACT-EN-USO               VALUE "A".
000320         88 ACT-DADO-DE-BAJA         VALUE "B".
000330     05 ACT-FECHA-BAJA           PIC 9(08).
000340     05 ACT-IMPORTE-VENTA        PIC 9(09)V99.

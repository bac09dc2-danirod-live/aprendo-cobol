000010*----------------------------------------------------------*
000020* REGLAS - LAYOUT COMUN DEL MAESTRO DE REGLAS DE LAS TABLAS  *
000030* DE DECISION (REGLMSTR), INDEXADO POR TABLA + VERSION +     *
000040* ORDEN. TABLA EV ES LA DE EVALUATING Y AN LA DE LA CRIBA    *
000050* ANOMEVAL. CADA REGISTRO ES UNA FILA DE LA TABLA: PATRON    *
000060* DE CUATRO DIMENSIONES CON COMODIN "*" Y CATEGORIA; SE      *
000070* PRUEBAN EN ORDEN Y GANA LA PRIMERA QUE CASA. RGL-REGLA ES  *
000080* EL NUMERO ESTABLE DE LA REGLA (EL QUE QUEDA EN ALE-REGLA Y *
000090* SE CITA EN SUPRFILE), QUE NO CAMBIA AUNQUE LA REGLA SE     *
000100* MUEVA DE ORDEN EN UNA VERSION NUEVA. TODAS LAS FILAS DE    *
000110* UNA VERSION LLEVAN EL MISMO ESTADO Y LA MISMA FECHA DE     *
000120* VIGENCIA; LA VERSION EN VIGOR A UNA FECHA ES LA APROBADA   *
000130* DE MAYOR NUMERO CUYA VIGENCIA NO LA SUPERA. LO MANTIENE    *
000140* REGLMANT (CARGA, VALIDACION, APROBACION Y PRUEBA CONTRA    *
000150* LEDGDTL).                                                  *
000160*----------------------------------------------------------*
000170* 2026-10-15 DR  VERSION ORIGINAL: LAS REGLAS SALEN DE LAS   *
000180*                TABLAS LITERALES WS-TABLA-REGLAS-LIT DE     *
000190*                EVALUATING Y ANOMEVAL A ESTE MAESTRO.       *
000200*----------------------------------------------------------*
000210 01  REGLA-MASTER-REC.
000220     05 RGL-CLAVE.
000230         10 RGL-TABLA            PIC X(02).
000240             88 RGL-TABLA-EVALUATING VALUE "EV".
000250             88 RGL-TABLA-ANOMEVAL   VALUE "AN".
000260         10 RGL-VERSION          PIC 9(04).
000270         10 RGL-ORDEN            PIC 9(02).
000280     05 RGL-REGLA                PIC 9(02).
000290     05 RGL-DIMENSIONES.
000300         10 RGL-REGION           PIC X(01).
000310         10 RGL-TIPO             PIC X(01).
000320         10 RGL-SUBTIPO          PIC X(01).
000330         10 RGL-PRIORIDAD        PIC X(01).
000340     05 RGL-CATEGORIA            PIC X(14).
000350     05 RGL-VIGENCIA             PIC 9(08).
000360     05 RGL-ESTADO               PIC X(01).
000370         88 RGL-PROPUESTA            VALUE "P".
000380         88 RGL-APROBADA             VALUE "A".
000390     05 RGL-OPERADOR             PIC X(08).
000400     05 RGL-FECHA-ALTA           PIC 9(08).

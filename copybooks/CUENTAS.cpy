000094*                INTERES (ANUAL, POR CIENTO): LAS CUENTAS    *
000096*                MARCADAS DEVENGAN INTERES EN EL TRABAJO     *
000098*                MENSUAL INTERES.                            *
000099* 2026-10-15 DR  SE AGREGA CTA-CCOSTE-SW: "S" = LA CUENTA    *
000100*                EXIGE CENTRO DE COSTE EN CADA APUNTE. SOLO  *
000101*                SE ADMITE EN CUENTAS DE INGRESO Y GASTO;    *
000102*                CREDITO RECHAZA EL APUNTE SIN CENTRO EN UNA *
000103*                CUENTA MARCADA.                             *
000104* 2026-10-15 DR  SE AGREGAN CTA-BLOQUEO-SW Y CTA-CUENTA-     *
000105*                SUCESORA: "S" = CUENTA RETIRADA POR CTARENUM *
000106*                Y BLOQUEADA PARA POSTEAR; LA SUCESORA ES LA *
000107*                CUENTA QUE RECIBIO SU SALDO E HISTORIA.     *
000108*                CREDITO RECHAZA EL APUNTE A UNA CUENTA      *
000109*                BLOQUEADA. EL REGISTRO PASA DE 19 A 26      *
000111*                BYTES (PLANCTAS SE RECARGA CON PLANCARG).   *
000114*----------------------------------------------------------*
000117 01  PLAN-CUENTA-REC.
000120     05 CTA-ACCT-ID              PIC 9(06).
000130     05 CTA-CLASE                PIC X(01).
000140         88 CTA-CLASE-ACTIVO         VALUE "A".
000220     05 CTA-INTERES-SW           PIC X(01).
000230         88 CTA-DEVENGA-INTERES      VALUE "S".
000240     05 CTA-TASA-INTERES         PIC 9(02)V9(04).
000250     05 CTA-CCOSTE-SW            PIC X(01).
000260         88 CTA-CCOSTE-OBLIGATORIO   VALUE "S".
000270     05 CTA-BLOQUEO-SW           PIC X(01).
000280         88 CTA-BLOQUEADA            VALUE "S".
000290     05 CTA-CUENTA-SUCESORA      PIC 9(06).

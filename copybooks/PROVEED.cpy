000060*----------------------------------------------------------*
000070* 2026-09-02 DR  VERSION ORIGINAL, CREADO CON EL SUBSISTEMA  *
000080*                DE CUENTAS POR PAGAR.                       *
000090* 2026-10-15 DR  NIF Y PORCENTAJE DE RETENCION DE IRPF DE    *
000100*                LOS PROFESIONALES; CERO SI NO SE RETIENE.   *
000110* 2026-10-15 DR  SE AGREGA PRV-FECHA-CAMBIO: FECHA DEL ALTA  *
000120*                O DEL ULTIMO CAMBIO DE BANCO, OFICINA O     *
000130*                CUENTA, GRABADA POR PROVMANT. FACPAGO LA    *
000140*                USA PARA RETENER EL PRIMER PAGO A UNA       *
000150*                CUENTA NUEVA HASTA QUE VERIMANT ANOTE SU    *
000160*                VERIFICACION POR TELEFONO (VERIFCTA).       *
000170* 2026-10-15 DR  CORTE: EL PROVMSTR EN SERVICIO (55 BYTES,   *
000180*                HASTA PRV-ACTIVO-SW) PASA A 76 CON EL MODO  *
000190*                V76 DE MIGRAMST (JOB CXPMIG): PRV-NIF EN    *
000200*                BLANCO, PRV-RETENCION-PCT A CERO (SIN       *
000210*                RETENCION) Y PRV-FECHA-CAMBIO A CERO, QUE   *
000220*                FACPAGO TRATA COMO CUENTA ANTIGUA.          *
000230*----------------------------------------------------------*
000240 01  PROVEEDOR-MASTER-REC.
000250     05 PRV-ID                   PIC 9(06).
000260     05 PRV-NOMBRE               PIC X(30).
000270     05 PRV-BANCO                PIC 9(04).
000280     05 PRV-OFICINA              PIC 9(04).
000290     05 PRV-CUENTA               PIC 9(10).
000300     05 PRV-ACTIVO-SW            PIC X(01).
000310         88 PRV-ACTIVO               VALUE "S".
000320     05 PRV-NIF                  PIC X(09).
000330     05 PRV-RETENCION-PCT        PIC 9(02)V99.
000340     05 PRV-FECHA-CAMBIO         PIC 9(08).

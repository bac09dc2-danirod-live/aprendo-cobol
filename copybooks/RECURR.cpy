000090* LEDGTRAN PARA LA CONTABILIZACION NORMAL DE CREDITO.        *
000100*----------------------------------------------------------*
000110* 2026-08-22 DR  VERSION ORIGINAL.                           *
000112* 2026-10-15 DR  LA AMORTIZACION DEL INMOVILIZADO PASA A     *
000114*                ACTAMORT SOBRE EL REGISTRO ACTMSTR; NO DAR  *
000116*                DE ALTA AQUI PLANTILLAS DE AMORTIZACION.    *
000118* 2026-10-15 DR  CENTRO DE COSTE DEL APUNTE (CERO =          *
000120*                NINGUNO), QUE RECURGEN PASA A               *
000122*                LT-CENTRO-COSTE. CORTE: EL REGISTRO PASA DE *
000124*                60 A 66 BYTES; EL CLUSTER SE CONVIERTE CON  *
000126*                EL TRAMO RECURMST DE CCOSMIG.               *
000128*----------------------------------------------------------*
000130 01  RECUR-MASTER-REC.
000140     05 REC-PLANTILLA-ID         PIC 9(04).
000150     05 REC-ACCT-ID              PIC 9(06).
000220     05 REC-PERIODO-HASTA        PIC 9(06).
000230     05 REC-ACTIVA-SW            PIC X(01).
000240         88 REC-ACTIVA               VALUE "S".
000250     05 REC-CENTRO-COSTE         PIC 9(06).

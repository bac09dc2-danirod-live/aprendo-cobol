000090* ESTABLE: UN ANEXO INTERMEDIO NO DESPLAZA NADA.             *
000100*----------------------------------------------------------*
000110* 2026-09-02 DR  VERSION ORIGINAL, CREADO CON APRONLN.       *
000111* 2026-10-15 DR  SE AGREGA PEN-OPERADOR-ALTA: EL OPERADOR    *
000112*                QUE PREPARO EL LOTE DEL APUNTE (LC-OPERADOR *
000113*                DE LA CABECERA, VER COPY LEDGTRAN), QUE     *
000114*                CREDITO COPIA AL RETENER. EN BLANCO SI EL   *
000115*                LOTE NO LO TRAE. APROLIB LO DEJA EN         *
000116*                AUDITLOG JUNTO AL OPERADOR QUE DECIDIO,     *
000117*                PARA EL INFORME SEPFUNC.                    *
000118* 2026-10-15 DR  CORTE: EL REGISTRO PASA DE 98 A 106 BYTES.  *
000119*                ANTES DEL CAMBIO SE DECIDE EN APRO TODO LO  *
000120*                PENDIENTE Y SE CORRE APROLIB, QUE DEJA LA   *
000121*                COLA VACIA; EL CLUSTER PENDMSTR SE REDEFINE *
000124*                VACIO CON EL LARGO NUEVO.                   *
000125* 2026-10-15 DR  PEN-APUNTE PASA DE 65 A 71 CON              *
000126*                LT-CENTRO-COSTE (VER LEDGTRAN) Y SE AGREGA  *
000127*                PEN-CENTRO-COSTE A LA VISTA EDITADA. CORTE: *
000128*                EL REGISTRO PASA DE 106 A 112 BYTES, CON EL *
000129*                MISMO PROCEDIMIENTO DE COLA VACIA.          *
000130* 2026-10-15 DR  PEN-APUNTE PASA DE 71 A 99 CON LT-ORIGEN    *
000131*                (VER LEDGTRAN), QUE SE AGREGA TAMBIEN A LA  *
000132*                VISTA EDITADA. CORTE: EL REGISTRO PASA DE   *
000133*                112 A 140 BYTES, CON EL MISMO PROCEDIMIENTO *
000134*                DE COLA VACIA.                              *
000136*----------------------------------------------------------*
000138 01  PENDIENTE-REC.
000140     05 PEN-NUMERO               PIC 9(08).
000150     05 PEN-APUNTE               PIC X(99).
000160     05 PEN-APUNTE-ED REDEFINES PEN-APUNTE.
000170         10 PEN-ACCT-ID          PIC 9(06).
000180         10 PEN-TIPO-APUNTE      PIC X(01).
000230         10 PEN-SEQ-REF          PIC 9(08).
000240         10 PEN-DOC-NO           PIC 9(06).
000250         10 PEN-IVA-CODIGO       PIC X(02).
000255         10 PEN-CENTRO-COSTE     PIC 9(06).
000256         10 PEN-ORIGEN-SISTEMA   PIC X(08).
000257         10 PEN-ORIGEN-CLAVE     PIC X(20).
000260     05 PEN-ESTADO-SW            PIC X(01).
000270         88 PEN-PENDIENTE            VALUE "P".
000280         88 PEN-APROBADO             VALUE "A".
000300     05 PEN-FECHA-ALTA           PIC 9(08).
000310     05 PEN-OPERADOR             PIC X(08).
000320     05 PEN-FECHA-DECISION       PIC 9(08).
000330     05 PEN-OPERADOR-ALTA        PIC X(08).

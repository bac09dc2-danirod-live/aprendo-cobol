000111* 2026-09-02 DR  SE AGREGA DT-IVA-CODIGO: CODIGO DE IVA DEL  *
000112*                APUNTE (DE LT-IVA-CODIGO, VER LEDGTRAN),    *
000113*                DEL QUE IVADECL TOTALIZA LA DECLARACION.    *
000114* 2026-10-15 DR  SE AGREGA DT-CENTRO-COSTE: CENTRO DE COSTE  *
000115*                DEL APUNTE (DE LT-CENTRO-COSTE, VER         *
000116*                LEDGTRAN), DEL QUE DIGESTO AGREGA DIGMSTR   *
000117*                POR CENTRO DE COSTE. EL REGISTRO PASA DE 83 *
000118*                A 89 POSICIONES.                            *
000119* 2026-10-15 DR  SE AGREGA DT-ORIGEN: SISTEMA Y CLAVE DEL    *
000120*                REGISTRO FUENTE DEL APUNTE (DE LT-ORIGEN,   *
000121*                VER LEDGTRAN); EL ESTORNO LLEVA EL ORIGEN   *
000122*                DEL APUNTE R QUE LO PIDIO. EL REGISTRO PASA *
000123*                DE 89 A 117 POSICIONES.                     *
000124* 2026-10-15 DR  NUEVO VALOR "P" DE DT-ESTORNO-SW            *
000125*                (DT-PERIODIF-PENDIENTE): PERIODIFICACION DE *
000126*                CSVCARGA (ORIGEN PERIODIF) PENDIENTE DE SU  *
000127*                ESTORNO AUTOMATICO. PERIREV GENERA EL       *
000128*                ESTORNO AL CERRARSE SU PERIODO Y, AL        *
000129*                POSTEARLO, CREDITO LA MARCA "S" COMO        *
000130*                CUALQUIER ESTORNADO.                        *
000140*----------------------------------------------------------*
000110 01  LEDGER-DETAIL-REC.
000120     05 DT-SEQ-NO                PIC 9(08).
000130     05 DT-ACCT-FECHA.
000210     05 DT-MONEDA-CONV           PIC X(03).
000220     05 DT-ESTORNO-SW            PIC X(01).
000230         88 DT-ESTORNADO             VALUE "S".
000235         88 DT-PERIODIF-PENDIENTE    VALUE "P".
000240     05 DT-SEQ-ENLACE            PIC 9(08).
000250     05 DT-CONCILIADO-SW         PIC X(01).
000260         88 DT-CONCILIADO             VALUE "S".
000270     05 DT-IVA-CODIGO            PIC X(02).
000280     05 DT-CENTRO-COSTE          PIC 9(06).
000290     05 DT-ORIGEN.
000300         10 DT-ORIGEN-SISTEMA    PIC X(08).
000310         10 DT-ORIGEN-CLAVE      PIC X(20).

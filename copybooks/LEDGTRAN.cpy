000283*                EL CODIGO Y LO ARRASTRA AL DETALLE          *
000284*                LEDGDTL, DE DONDE IVADECL TOTALIZA LA       *
000285*                DECLARACION POR CASILLA.                    *
000286* 2026-10-15 DR  LA CABECERA LLEVA LC-OPERADOR: USERID DE    *
000287*                QUIEN PREPARO EL LOTE CUANDO LO TECLEA UNA  *
000288*                PERSONA (CSVCARGA LO TOMA DE CSVPARM); EN   *
000289*                BLANCO EN LOS LOTES QUE GENERAN LOS         *
000290*                PROGRAMAS. CREDITO LO COPIA A LA RETENCION  *
000292*                EN PENDMSTR. EL LARGO NO CAMBIA: SALE DEL   *
000294*                FILLER.                                     *
000295* 2026-10-15 DR  SE AGREGA LT-CENTRO-COSTE: CENTRO DE COSTE  *
000296*                (DEPT-CENTRO-COSTE DE DEPTMSTR) DEL APUNTE. *
000297*                CERO = SIN CENTRO DE COSTE. CREDITO LO      *
000298*                VALIDA CONTRA DEPTMSTR EN LAS CUENTAS DE    *
000299*                INGRESO Y GASTO, LO EXIGE EN LAS QUE EL     *
000300*                PLAN DE CUENTAS MARCA CON CTA-CCOSTE-SW Y   *
000301*                LO ARRASTRA AL DETALLE LEDGDTL. EL APUNTE   *
000302*                PASA DE 65 A 71 POSICIONES.                 *
000303* 2026-10-15 DR  SE AGREGA LT-ORIGEN: PROGRAMA QUE GENERO EL *
000304*                APUNTE (LT-ORIGEN-SISTEMA, P.EJ. FACMANT) Y *
000305*                CLAVE DEL REGISTRO FUENTE EN ESE            *
000306*                SISTEMA (LT-ORIGEN-CLAVE, P.EJ. PROVEEDOR + *
000307*                NUMERO DE FACTURA O PLANTILLA + PERIODO).   *
000308*                CADA GENERADOR LO SELLA; CREDITO LO         *
000309*                ARRASTRA AL DETALLE LEDGDTL, DONDE LO       *
000310*                MUESTRAN LEDGINQ Y EXTRACTO Y LO SIGUE      *
000311*                TRAZADTL HASTA EL REGISTRO FUENTE. EN       *
000312*                BLANCO = ORIGEN DESCONOCIDO (APUNTES        *
000313*                ANTERIORES AL CAMBIO). EL APUNTE PASA DE 71 *
000314*                A 99 POSICIONES.                            *
000315* 2026-10-15 DR  NUEVO ORIGEN PERIODIF (LT-ORIGEN-PERIODIF): *
000316*                APUNTE DE PERIODIFICACION CARGADO POR       *
000317*                CSVCARGA CON LA MARCA DE PERIODIFICACION.   *
000318*                CREDITO LO DEJA EN LEDGDTL PENDIENTE DE     *
000319*                ESTORNO Y PERIREV GENERA EL ESTORNO EL DIA  *
000320*                1 DEL SIGUIENTE PERIODO ABIERTO.            *
000322*----------------------------------------------------------*
000323 01  LEDGER-TRANS-REC.
000325     05 LT-ACCT-ID               PIC 9(06).
000326     05 LT-TIPO-APUNTE           PIC X(01).
000328         88 LT-DEBITO                VALUE "D".
000330         88 LT-CREDITO               VALUE "C".
000340         88 LT-REVERSO               VALUE "R".
000350     05 LT-MONEDA                PIC X(03).
000390     05 LT-SEQ-REF                PIC 9(08).
000400     05 LT-DOC-NO                 PIC 9(06).
000402     05 LT-IVA-CODIGO             PIC X(02).
000406     05 LT-CENTRO-COSTE           PIC 9(06).
000407     05 LT-ORIGEN.
000409         10 LT-ORIGEN-SISTEMA     PIC X(08).
000412             88 LT-ORIGEN-PERIODIF   VALUE "PERIODIF".
000414         10 LT-ORIGEN-CLAVE       PIC X(20).

000417 01  LEDGER-CTL-REC.
000420     05 LC-TIPO-REG               PIC X(03).
000430         88 LC-CABECERA               VALUE "HDR".
000440         88 LC-COLA                   VALUE "TRL".
000450     05 LC-RESTO                  PIC X(96).
000460     05 LC-CABECERA-DATOS REDEFINES LC-RESTO.
000470         10 LC-FECHA-LOTE         PIC 9(08).
000480         10 LC-MARCA-APROBADO     PIC X(01).
000490             88 LC-LOTE-APROBADO      VALUE "A".
000495         10 LC-OPERADOR           PIC X(08).
000500         10 FILLER                PIC X(79).
000510     05 LC-COLA-DATOS REDEFINES LC-RESTO.
000520         10 LC-CUENTA-REGS        PIC 9(07).
000530         10 LC-HASH-CUENTAS       PIC 9(13).
000540         10 LC-TOTAL-IMPORTES     PIC 9(13)V99.
000550         10 FILLER                PIC X(61).

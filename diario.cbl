000299*                CIERRE HALLADO ANTES DE BUSCAR EL CIERRE    *
000301*                PREVIO (LA BUSQUEDA REUTILIZABA EL MISMO    *
000302*                INDICE Y LO DEJABA FUERA DE LA TABLA).      *
000303* 2026-10-15 DR  EL ARCHIVO SE LEE A 89 BYTES: EL DETALLE    *
000304*                LEDGDTL CRECE CON DT-CENTRO-COSTE. LAS      *
000305*                GENERACIONES DE ARCHDTL DE 83 BYTES SE      *
000306*                CONVIERTEN CON EL TRABAJO CCOSMIG (MODO D89 *
000307*                DE MIGRAMST).                               *
000308* 2026-10-15 DR  EL ARCHIVO SE LEE A 117 BYTES: EL DETALLE   *
000309*                LEDGDTL CRECE CON DT-ORIGEN. LAS            *
000310*                GENERACIONES DE ARCHDTL DE 89 BYTES SE      *
000311*                CONVIERTEN CON EL TRABAJO TRAZMIG (MODO D17 *
000312*                DE MIGRAMST).                               *
000300*----------------------------------------------------------*
000310
000320 ENVIRONMENT DIVISION.
000640 FILE SECTION.
000650 FD  ARCH-IN-FILE
000660     LABEL RECORDS ARE STANDARD.
000670 01  ARCH-IN-REC                PIC X(117).
000680
000690 FD  LEDGER-DETAIL-FILE
000700     LABEL RECORDS ARE STANDARD.
001320*----------------------------------------------------------*
001330 01  WS-ARCH-ACTUAL.
001340     05 WA-SEQ-NO              PIC 9(08).
001350     05 WA-RESTO               PIC X(109).
001360 01  WS-APUNTE-ACTUAL.
001370     05 AP-SEQ-NO              PIC 9(08).
001380     05 AP-ACCT-ID             PIC 9(06).
001470     05 AP-SEQ-ENLACE          PIC 9(08).
001480     05 AP-CONCILIADO-SW       PIC X(01).
001490     05 AP-IVA-CODIGO          PIC X(02).
001495     05 AP-CENTRO-COSTE        PIC 9(06).
001496     05 AP-ORIGEN-SISTEMA      PIC X(08).
001497     05 AP-ORIGEN-CLAVE        PIC X(20).
001500
001510 01  WS-FECHA-DESGLOSE.
001520     05 WS-FD-PERIODO          PIC 9(06).

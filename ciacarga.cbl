000160*                Y LO APLICA CONTRA EL MAESTRO CIAMSTR       *
000170*                (COPY COMPANIA): ALTA O ACTUALIZACION POR   *
000180*                CODIGO.                                     *
000181* 2026-10-15 DR  EL FEED TRAE AL FINAL LA MONEDA FUNCIONAL    *
000182*                DE LA COMPANIA (EN BLANCO = USD), QUE PASA  *
000183*                A CIA-MONEDA-FUNCIONAL. CIAMSTR CRECE A 41  *
000184*                BYTES: REDEFINALO Y RECARGUELO ENTERO DESDE *
000185*                EL FEED.                                    *
000190*----------------------------------------------------------*
000200
000210 ENVIRONMENT DIVISION.
000440     05 CF-NOMBRE                PIC X(30).
000450     05 CF-INTERCO-GRUPO         PIC X(04).
000460     05 CF-ACTIVA-SW             PIC X(01).
000465     05 CF-MONEDA-FUNCIONAL      PIC X(03).
000470
000480 FD  COMPANIA-MASTER-FILE
000490     LABEL RECORDS ARE STANDARD.
001130     MOVE CF-NOMBRE TO CIA-NOMBRE
001140     MOVE CF-INTERCO-GRUPO TO CIA-INTERCO-GRUPO
001150     MOVE CF-ACTIVA-SW TO CIA-ACTIVA-SW
001155     MOVE CF-MONEDA-FUNCIONAL TO CIA-MONEDA-FUNCIONAL
001160     WRITE COMPANIA-MASTER-REC
001170     IF WS-CIAMSTR-DUPLICATE
001180         MOVE CF-CODIGO TO CIA-CODIGO
001240         MOVE CF-NOMBRE TO CIA-NOMBRE
001250         MOVE CF-INTERCO-GRUPO TO CIA-INTERCO-GRUPO
001260         MOVE CF-ACTIVA-SW TO CIA-ACTIVA-SW
001265         MOVE CF-MONEDA-FUNCIONAL TO CIA-MONEDA-FUNCIONAL
001270         REWRITE COMPANIA-MASTER-REC
001280         IF NOT WS-CIAMSTR-OK
001290             DISPLAY "CIACARGA: ERROR REESCRIBIENDO CIAMSTR "

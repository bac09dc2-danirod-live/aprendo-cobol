000140*                MENSUAL ACCREV RESUME POR OPERADOR Y MARCA  *
000150*                PICOS DE VOLUMEN Y CONSULTAS FUERA DE SU    *
000160*                DEPARTAMENTO.                               *
000162* 2026-10-15 DR  SELLO ENCADENADO AL FINAL DEL REGISTRO      *
000164*                (SECUENCIA + HUELLA), PUESTO POR CADSELLO   *
000166*                COMO EN AUDITLOG. EL REGISTRO PASA DE 52 A  *
000168*                74 BYTES; LA BITACORA SE MIGRA CON EL MODO  *
000169*                K74 DE MIGRAMST.                            *
000170*----------------------------------------------------------*
000180 01  ACCESO-JRNL-REC.
000190     05 ACC-FECHA                PIC 9(08).
000220     05 ACC-OPERADOR             PIC X(08).
000230     05 ACC-CLAVE                PIC X(20).
000240     05 ACC-DEPARTAMENTO         PIC X(04).
000250     05 ACC-SELLO.
000260         10 ACC-SELLO-SEQ        PIC 9(09).
000270         10 ACC-SELLO-HASH       PIC 9(13).

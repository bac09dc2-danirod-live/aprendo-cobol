000190*                CONVERSION DEL MAESTRO. PAYCALC SOLO PAGA   *
000200*                LOS GRUPOS CUYO DIA DE PAGO MARCA EL        *
000210*                CALENDARIO CALMSTR.                         *
000211* 2026-10-15 DR  SE AGREGAN EMP-JORNADA-PCT Y                *
000212*                EMP-HORAS-SEMANA: PORCENTAJE DE JORNADA DEL *
000213*                CONTRATO (100 = COMPLETA) Y HORAS SEMANALES *
000214*                PACTADAS. A CERO EL PORCENTAJE SE TRATA     *
000215*                COMO JORNADA COMPLETA Y LAS HORAS SE        *
000216*                DERIVAN DEL PORCENTAJE SOBRE 40. LOS USAN   *
000217*                PAYCALC (TOPE Y PRORRATA), VACACRU          *
000218*                (DEVENGO), FICHAJES (JORNADA ESPERADA) Y    *
000219*                FINIQUIT (SALARIO DIARIO). EL REGISTRO PASA *
000222*                DE 66 A 75 BYTES (MODO E75 DE MIGRAMST).    *
000226*----------------------------------------------------------*
000230 01  EMPLEADO-MASTER-REC.
000240     05 EMP-ID                  PIC 9(06).
000250     05 DATOS.
000360         88 EMP-BAJA               VALUE "B".
000370     05 EMP-FECHA-BAJA          PIC 9(08).
000380     05 EMP-GRUPO-PAGO          PIC X(02).
000390     05 EMP-JORNADA-PCT         PIC 9(03)V99.
000400         88 EMP-JORNADA-COMPLETA    VALUE ZERO, 100.
000410     05 EMP-HORAS-SEMANA        PIC 9(02)V99.

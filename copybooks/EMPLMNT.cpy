000170* 2026-08-22 DR  SE AGREGA EM-FECHA (FECHA DE ALTA) PARA QUE  *
000180*                LA TRANSACCION PUEDA VALIDARLA Y GRABARLA    *
000190*                IGUAL QUE EL LOTE NOCTURNO.                  *
000192* 2026-10-15 DR  SE AGREGAN AL FINAL EM-JORNADA-PCT Y         *
000194*                EM-HORAS-SEMANA (JORNADA PARCIAL), EN BLANCO *
000196*                CUANDO NO SE INFORMAN, CON SU VISTA          *
000198*                NUMERICA.                                    *
000200*----------------------------------------------------------*
000210 01  DFHCOMMAREA.
000220     05 EM-FUNCION               PIC X(01).
000400         88 EM-RESULTADO-OK          VALUE "S".
000410         88 EM-RESULTADO-ERROR       VALUE "N".
000420     05 EM-MENSAJE               PIC X(40).
000430     05 EM-JORNADA-PCT           PIC X(05).
000440     05 EM-JORNADA-PCT-N         REDEFINES EM-JORNADA-PCT
000450                                 PIC 9(03)V99.
000460     05 EM-HORAS-SEMANA          PIC X(04).
000470     05 EM-HORAS-SEMANA-N        REDEFINES EM-HORAS-SEMANA
000480                                 PIC 9(02)V99.

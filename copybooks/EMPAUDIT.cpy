000096*                PERDIA. EL REGISTRO PASA DE 129 A 133       *
000097*                BYTES; LOS DIARIOS ANTERIORES SE MIGRAN     *
000098*                CON EL MODO AUD DE MIGRAMST.                *
000099* 2026-10-15 DR  SE AGREGAN AUD-ANTES-JORNADA Y              *
000100*                AUD-DESPUES-JORNADA (EMP-JORNADA-PCT +      *
000101*                EMP-HORAS-SEMANA) TRAS CADA GRUPO, PARA QUE *
000102*                EL CAMBIO DE JORNADA DEJE RASTRO Y EMPRECON *
000103*                LA RECONSTRUYA. EL REGISTRO PASA DE 133 A   *
000104*                151 BYTES; LOS DIARIOS ANTERIORES SE MIGRAN *
000105*                CON EL MODO A51 DE MIGRAMST.                *
000106* 2026-10-15 DR  SELLO ENCADENADO AL FINAL DEL REGISTRO      *
000107*                (SECUENCIA + HUELLA), PUESTO POR CADSELLO   *
000108*                Y NO POR CAMPOS NI SEPFUNC, IGUAL QUE EN    *
000109*                AUDITLOG. EL REGISTRO PASA DE 151 A 173     *
000110*                BYTES; EL DIARIO SE MIGRA CON EL MODO A73   *
000111*                DE MIGRAMST.                                *
000114*----------------------------------------------------------*
000117 01  EMP-AUDIT-REC.
000120     05 AUD-TIMESTAMP.
000130         10 AUD-FECHA-HOY       PIC 9(08).
000140         10 AUD-HORA-HOY        PIC 9(08).
000260             15 AUD-ANTES-MES   PIC 9(02).
000270             15 AUD-ANTES-DIA   PIC 9(02).
000275         10 AUD-ANTES-GRUPO     PIC X(02).
000276         10 AUD-ANTES-JORNADA.
000277             15 AUD-ANTES-JORNADA-PCT   PIC 9(03)V99.
000279             15 AUD-ANTES-HORAS-SEMANA  PIC 9(02)V99.
000280     05 AUD-DESPUES.
000290         10 AUD-DESPUES-DATOS.
000300             15 AUD-DESPUES-NOMBRE        PIC X(14).
000360             15 AUD-DESPUES-MES   PIC 9(02).
000370             15 AUD-DESPUES-DIA   PIC 9(02).
000375         10 AUD-DESPUES-GRUPO     PIC X(02).
000385         10 AUD-DESPUES-JORNADA.
000395             15 AUD-DESPUES-JORNADA-PCT   PIC 9(03)V99.
000405             15 AUD-DESPUES-HORAS-SEMANA  PIC 9(02)V99.
000415     05 AUD-EMP-SELLO.
000425         10 AUD-EMP-SELLO-SEQ     PIC 9(09).
000435         10 AUD-EMP-SELLO-HASH    PIC 9(13).

000010*----------------------------------------------------------*
000020* CREDDIA - LAYOUT DEL REGISTRO DE CORRIDAS DE CONTABILIZA-  *
000030* CION (CREDDIA): CREDITO GRABA (EXTEND) UN REGISTRO AL      *
000040* TERMINAR CADA CORRIDA QUE POSTEA, SEA UN CICLO INTRADIA    *
000050* (MODO I) O LA CORRIDA DE LA CADENA NOCTURNA (MODO N), CON  *
000060* LA HUELLA DE SU ENTRADA (LA MISMA QUE QUEDA EN FICREG) Y   *
000070* EL DESTINO DE CADA APUNTE LEIDO. LA CORRIDA NOCTURNA LEE   *
000080* LOS CICLOS GRABADOS DESDE LA NOCHE ANTERIOR PARA PROBAR    *
000090* LOS TOTALES DEL DIA, Y CADA CORRIDA LOS CONSULTA PARA NO   *
000100* ADMITIR COMO RELANCE UNA ENTRADA YA POSTEADA POR OTRO      *
000110* CICLO DEL MISMO DIA.                                       *
000120*----------------------------------------------------------*
000130* 2026-10-15 DR  VERSION ORIGINAL: CICLOS INTRADIA DE        *
000140*                CREDITO FUERA DE LA CADENA NOCTURNA.        *
000150*----------------------------------------------------------*
000160 01  CRED-DIA-REC.
000170     05 CD-FECHA                 PIC 9(08).
000180     05 CD-HORA                  PIC 9(08).
000190     05 CD-MODO                  PIC X(01).
000200         88 CD-INTRADIA              VALUE "I".
000210         88 CD-NOCTURNO              VALUE "N".
000220     05 CD-FICH-FECHA            PIC 9(08).
000230     05 CD-FICH-REGS             PIC 9(07).
000240     05 CD-FICH-IMPORTES         PIC 9(13)V99.
000250     05 CD-LEIDOS                PIC 9(07).
000260     05 CD-POSTEADOS             PIC 9(07).
000270     05 CD-RECHAZADOS            PIC 9(07).
000280     05 CD-RETENIDOS             PIC 9(07).
000290     05 CD-SALTADOS              PIC 9(07).
000300     05 CD-DESVIADOS             PIC 9(07).
000310     05 CD-RETORNO               PIC 9(04).
000320     05 FILLER                   PIC X(07).

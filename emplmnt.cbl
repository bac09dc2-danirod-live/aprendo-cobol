000361*                COTEJO DE HUELLAS ENTRE VENTANAS DENUNCIABA    *
000362*                COMO MANIPULACION CADA DIA CON MANTENIMIENTO   *
000363*                EN LINEA LEGITIMO.                             *
000364* 2026-10-15 DR  CONTROL DE PLAZAS (PLZMSTR, COPY PLAZA),    *
000365*                COMO EN CAMPOS: EL ALTA SOLO SE GRABA SI EL *
000366*                DEPARTAMENTO TIENE UNA PLAZA DOTADA         *
000367*                VACANTE, QUE QUEDA OCUPADA; EL TRASLADO DE  *
000368*                UN EMPLEADO ACTIVO EXIGE PLAZA VACANTE EN   *
000369*                EL NUEVO DEPARTAMENTO Y LIBERA LA DEL       *
000370*                VIEJO; LA BAJA LIBERA LA PLAZA. LA PLAZA SE *
000371*                LEE CON UPDATE ANTES DE TOCAR EMPMSTR PARA  *
000372*                QUE DOS TERMINALES NO SE QUEDEN CON LA      *
000373*                MISMA. SIN PLZMSTR DEFINIDO NO SE CONTROLA. *
000374* 2026-10-15 DR  JORNADA PARCIAL: LA LINEA DE CAPTURA Y LA   *
000375*                COMMAREA LLEVAN AL FINAL EL PORCENTAJE DE   *
000376*                JORNADA Y LAS HORAS SEMANALES, CON LAS      *
000377*                MISMAS REGLAS QUE CAMPOS: PORCENTAJE ENTRE  *
000378*                0 (EXCLUIDO) Y 100, HORAS HASTA 40; EN EL   *
000379*                ALTA, EN BLANCO VALEN JORNADA COMPLETA Y    *
000380*                SIN HORAS; EN EL CAMBIO, EN BLANCO NO SE    *
000381*                TOCAN. LA CONSULTA LAS DEVUELVE.            *
000391*----------------------------------------------------------*
000340
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000565         10 EL-ANIO               PIC 9(04).
000566         10 EL-MES                PIC 9(02).
000567         10 EL-DIA                PIC 9(02).
000568     05 FILLER                    PIC X(01).
000569     05 EL-JORNADA-PCT            PIC X(05).
000570     05 FILLER                    PIC X(01).
000571     05 EL-HORAS-SEMANA           PIC X(04).
000575
000580 01  WS-PANTALLA-INICIAL.
000590     05 FILLER                    PIC X(40) VALUE
000600         "EMPLMNT - MANTENIMIENTO DE EMPLEADOS".
000610     05 FILLER                    PIC X(40) VALUE
000620         "TECLEE C/A/M/B/S,ID,NOMBRE,APELLIDO,".
000630     05 FILLER                    PIC X(40) VALUE
000640         "DEPTO,SALARIO,FECHA,%JORN,HORAS Y ENTER".
000650
000660 01  WS-PANTALLA-RESULT.
000670     05 FILLER                    PIC X(10) VALUE "RESULTADO:".
000700     COPY EMPLEADO.
000702
000704     COPY DEPTO.
000705
000706     COPY PLAZA.
000707
000708 01  WS-DEPTO-VALIDO-SW          PIC X(01) VALUE "N".
000709     88 WS-DEPTO-VALIDO              VALUE "S".

000710*----------------------------------------------------------*
000711* PLAZA RESERVADA (NUEVA) Y PLAZA A LIBERAR (VIEJA) EN       *
000712* ALTAS, TRASLADOS Y BAJAS.                                  *
000713*----------------------------------------------------------*
000714 01  WS-PLZ-RID                  PIC X(08) VALUE SPACES.
000715 01  WS-PLAZA-NUEVA              PIC X(08) VALUE SPACES.
000716 01  WS-PLAZA-VIEJA              PIC X(08) VALUE SPACES.
000717 01  WS-PLZ-DEPTO-BUSCA          PIC X(04) VALUE SPACES.
000718 01  WS-DEPTO-ANTERIOR           PIC X(04) VALUE SPACES.
000719 01  WS-SIN-PLZMSTR-SW           PIC X(01) VALUE "N".
000720     88 WS-SIN-PLZMSTR               VALUE "S".
000721 01  WS-PLAZA-LIBRE-SW           PIC X(01) VALUE "N".
000722     88 WS-PLAZA-LIBRE               VALUE "S".
000723 01  WS-PLAZA-HALLADA-SW         PIC X(01) VALUE "N".
000724     88 WS-PLAZA-HALLADA             VALUE "S".
000725 01  WS-FIN-PLAZAS-SW            PIC X(01) VALUE "N".
000726     88 WS-FIN-PLAZAS                VALUE "S".
000727 01  WS-TRASLADO-SW              PIC X(01) VALUE "N".
000728     88 WS-TRASLADO                  VALUE "S".

035814 01  WS-FECHA-BAJA-HOY           PIC 9(08) VALUE ZERO.

070901     COPY OPERAUT.
070902
001320     MOVE EL-DEPARTAMENTO  TO EM-DEPARTAMENTO
001330     MOVE EL-SALARIO       TO EM-SALARIO
001332     MOVE EL-FECHA         TO EM-FECHA
001333     MOVE EL-JORNADA-PCT   TO EM-JORNADA-PCT
001334     MOVE EL-HORAS-SEMANA  TO EM-HORAS-SEMANA
001335     PERFORM 2500-VALIDA-AUTORIDAD THRU 2500-EXIT
001336     IF NOT WS-AUTORIZADO
001337         GO TO 2150-ENVIAR-RESULTADO
001338     END-IF
001670         MOVE APELLIDO     TO EM-APELLIDO
001680         MOVE DEPARTAMENTO TO EM-DEPARTAMENTO
001690         MOVE SALARIO      TO EM-SALARIO
001693         MOVE EMP-JORNADA-PCT  TO EM-JORNADA-PCT-N
001697         MOVE EMP-HORAS-SEMANA TO EM-HORAS-SEMANA-N
001700         SET EM-RESULTADO-OK TO TRUE
001710         MOVE "EMPLEADO ENCONTRADO" TO EM-MENSAJE
001712         PERFORM 2900-JRN-ACCESO THRU 2900-EXIT
001796     IF NOT WS-DEPTO-VALIDO
001797         GO TO 3100-EXIT
001798     END-IF
001799     MOVE EM-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
001800     PERFORM 3800-RESERVAR-PLAZA THRU 3800-EXIT
001801     IF NOT WS-PLAZA-LIBRE
001802         GO TO 3100-EXIT
001803     END-IF
001806     MOVE EM-NOMBRE        TO NOMBRE
001810     MOVE EM-APELLIDO      TO APELLIDO
001820     MOVE EM-DEPARTAMENTO  TO DEPARTAMENTO
001830     MOVE EM-SALARIO       TO SALARIO
001831     MOVE EM-FECHA         TO FECHA
001832     MOVE "A"              TO EMP-ESTADO-SW
001834     MOVE ZERO             TO EMP-FECHA-BAJA
001835     IF EM-JORNADA-PCT = SPACES
001836         MOVE 100 TO EMP-JORNADA-PCT
001837     ELSE
001838         MOVE EM-JORNADA-PCT-N TO EMP-JORNADA-PCT
001839     END-IF
001840     IF EM-HORAS-SEMANA = SPACES
001841         MOVE ZERO TO EMP-HORAS-SEMANA
001842     ELSE
001843         MOVE EM-HORAS-SEMANA-N TO EMP-HORAS-SEMANA
001844     END-IF
001847     EXEC CICS WRITE
001850         DATASET("EMPMSTR")
001860         FROM(EMPLEADO-MASTER-REC)
001870         RIDFLD(EM-EMP-ID)
001910         SET EM-RESULTADO-OK TO TRUE
001920         MOVE "EMPLEADO DADO DE ALTA" TO EM-MENSAJE
001922         PERFORM 2950-LOG-MANTENIMIENTO THRU 2950-EXIT
001926         PERFORM 3850-OCUPAR-PLAZA THRU 3850-EXIT
001930     ELSE
001940         SET EM-RESULTADO-ERROR TO TRUE
001950         MOVE "NO SE PUDO DAR DE ALTA (YA EXISTE?)"
001960             TO EM-MENSAJE
001965         PERFORM 3860-SOLTAR-PLAZA THRU 3860-EXIT
001970     END-IF.
001980 3100-EXIT.
001990     EXIT.
002070         RESP(WS-RESP)
002080     END-EXEC
002090     IF WS-RESP = DFHRESP(NORMAL)
002091         MOVE "N" TO WS-TRASLADO-SW
002092         IF EMP-ACTIVO AND DEPARTAMENTO NOT = EM-DEPARTAMENTO
002093             MOVE "S" TO WS-TRASLADO-SW
002094             MOVE DEPARTAMENTO    TO WS-DEPTO-ANTERIOR
002095             MOVE EM-DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
002096             PERFORM 3800-RESERVAR-PLAZA THRU 3800-EXIT
002097             IF NOT WS-PLAZA-LIBRE
002098                 EXEC CICS UNLOCK
002099                     DATASET("EMPMSTR")
002100                     RESP(WS-RESP2)
002101                 END-EXEC
002102                 GO TO 3200-EXIT
002103             END-IF
002104         END-IF
002107         MOVE EM-NOMBRE        TO NOMBRE
002110         MOVE EM-APELLIDO      TO APELLIDO
002120         MOVE EM-DEPARTAMENTO  TO DEPARTAMENTO
002130         MOVE EM-SALARIO       TO SALARIO
002135         MOVE EM-FECHA         TO FECHA
002136         IF EM-JORNADA-PCT NOT = SPACES
002137             MOVE EM-JORNADA-PCT-N TO EMP-JORNADA-PCT
002138         END-IF
002139         IF EM-HORAS-SEMANA NOT = SPACES
002140             MOVE EM-HORAS-SEMANA-N TO EMP-HORAS-SEMANA
002141         END-IF
002145         EXEC CICS REWRITE
002150             DATASET("EMPMSTR")
002160             FROM(EMPLEADO-MASTER-REC)
002170             RESP(WS-RESP2)
002200             SET EM-RESULTADO-OK TO TRUE
002210             MOVE "EMPLEADO MODIFICADO" TO EM-MENSAJE
002212             PERFORM 2950-LOG-MANTENIMIENTO THRU 2950-EXIT
002214             IF WS-TRASLADO
002216                 PERFORM 3870-MOVER-PLAZA THRU 3870-EXIT
002218             END-IF
002220         ELSE
002230             SET EM-RESULTADO-ERROR TO TRUE
002240             MOVE "NO SE PUDO MODIFICAR" TO EM-MENSAJE
002242             IF WS-TRASLADO
002245                 PERFORM 3860-SOLTAR-PLAZA THRU 3860-EXIT
002248             END-IF
002250         END-IF
002260     ELSE
002270         SET EM-RESULTADO-ERROR TO TRUE
002400         SET EM-RESULTADO-OK TO TRUE
002410         MOVE "EMPLEADO DADO DE BAJA" TO EM-MENSAJE
002412         PERFORM 2950-LOG-MANTENIMIENTO THRU 2950-EXIT
002415         MOVE DEPARTAMENTO TO WS-PLZ-DEPTO-BUSCA
002417         PERFORM 3880-LIBERAR-PLAZA THRU 3880-EXIT
002420     ELSE
002430         SET EM-RESULTADO-ERROR TO TRUE
002440         MOVE "NO SE PUDO DAR DE BAJA" TO EM-MENSAJE
002505
002506 3540-ENVIAR-PANTALLA.
002507     EXEC CICS SEND TEXT
002517         FROM(WS-PANTALLA-BROWSE)
002527         LENGTH(LENGTH OF WS-PANTALLA-BROWSE)
002537         ERASE
002547     END-EXEC
002557     SET EM-RESULTADO-OK TO TRUE
002567     MOVE "PASEO EMITIDO" TO EM-MENSAJE
002577     EXEC CICS RETURN
002587         TRANSID("EMPM")
002597         COMMAREA(DFHCOMMAREA)
002607         LENGTH(LENGTH OF DFHCOMMAREA)
002617     END-EXEC.
002627 3540-EXIT.
002637     EXIT.
002647
002657*----------------------------------------------------------*
002667* VALIDACIONES DE CAMPOS DEL ALTA Y EL CAMBIO, LAS MISMAS    *
002677* QUE APLICA EL LOTE: NOMBRE Y APELLIDO NO EN BLANCO,        *
002687* SALARIO DENTRO DE RANGO, FECHA DE CALENDARIO VALIDA Y, SI  *
002697* VIENEN, PORCENTAJE DE JORNADA (MAYOR QUE 0 Y HASTA 100) Y  *
002707* HORAS SEMANALES (HASTA 40). EL PRIMER ERROR DETECTADO      *
002717* VUELVE EN EM-MENSAJE.                                      *
002727*----------------------------------------------------------*
002737 3600-VALIDAR-CAMPOS.
002747     MOVE "N" TO WS-CAMPOS-VALIDOS-SW
002757     IF EM-NOMBRE = SPACES
002767         SET EM-RESULTADO-ERROR TO TRUE
002777         MOVE "NOMBRE EN BLANCO" TO EM-MENSAJE
002787         GO TO 3600-EXIT
002797     END-IF
002807     IF EM-APELLIDO = SPACES
002817         SET EM-RESULTADO-ERROR TO TRUE
002827         MOVE "APELLIDO EN BLANCO" TO EM-MENSAJE
002837         GO TO 3600-EXIT
002847     END-IF
002857     IF EM-SALARIO NOT NUMERIC
002867         OR EM-SALARIO = ZERO
002877         OR EM-SALARIO > WS-SALARIO-TOPE
002887         SET EM-RESULTADO-ERROR TO TRUE
002897         MOVE "SALARIO FUERA DE RANGO" TO EM-MENSAJE
002907         GO TO 3600-EXIT
002917     END-IF
002927     PERFORM 3700-VALIDA-FECHA THRU 3700-EXIT
002937     IF NOT WS-FECHA-VALIDA
002947         SET EM-RESULTADO-ERROR TO TRUE
002957         MOVE "FECHA DE ALTA INVALIDA" TO EM-MENSAJE
002967         GO TO 3600-EXIT
002977     END-IF
002987     IF EM-JORNADA-PCT NOT = SPACES
002997         IF EM-JORNADA-PCT-N NOT NUMERIC
003007             OR EM-JORNADA-PCT-N = ZERO
003017             OR EM-JORNADA-PCT-N > 100
003027             SET EM-RESULTADO-ERROR TO TRUE
003037             MOVE "PORCENTAJE DE JORNADA INVALIDO" TO EM-MENSAJE
003047             GO TO 3600-EXIT
003057         END-IF
003067     END-IF
003077     IF EM-HORAS-SEMANA NOT = SPACES
003087         IF EM-HORAS-SEMANA-N NOT NUMERIC
003097             OR EM-HORAS-SEMANA-N > 40
003107             SET EM-RESULTADO-ERROR TO TRUE
003117             MOVE "HORAS SEMANALES INVALIDAS" TO EM-MENSAJE
003127             GO TO 3600-EXIT
003137         END-IF
003147     END-IF
003157     MOVE "S" TO WS-CAMPOS-VALIDOS-SW.
003167 3600-EXIT.
003177     EXIT.
003187
003197*----------------------------------------------------------*
003207* VALIDACION DE FECHA DE CALENDARIO, CALCADA DE LA RUTINA    *
003217* 2200-VALIDA-FECHA DE CAMPOS: MES 1-12, DIA DENTRO DEL MES  *
003227* Y FEBRERO SEGUN ANIO BISIESTO.                             *
003237*----------------------------------------------------------*
003247 3700-VALIDA-FECHA.
003257     MOVE "N" TO WS-FECHA-VALIDA-SW
003267     MOVE "N" TO WS-BISIESTO-SW
003277     IF EM-FECHA NOT NUMERIC
003287         GO TO 3700-EXIT
003297     END-IF
003307     IF EM-MES < 1 OR EM-MES > 12
003317         GO TO 3700-EXIT
003327     END-IF
003337     DIVIDE EM-ANIO BY 4 GIVING WS-ANIO-DIV
003347         REMAINDER WS-ANIO-RESTO-4
003357     DIVIDE EM-ANIO BY 100 GIVING WS-ANIO-DIV
003367         REMAINDER WS-ANIO-RESTO-100
003377     DIVIDE EM-ANIO BY 400 GIVING WS-ANIO-DIV
003387         REMAINDER WS-ANIO-RESTO-400
003397     IF (WS-ANIO-RESTO-4 = 0 AND WS-ANIO-RESTO-100 NOT = 0)
003407         OR WS-ANIO-RESTO-400 = 0
003417         MOVE "S" TO WS-BISIESTO-SW
003427     END-IF
003437     EVALUATE EM-MES
003447         WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
003457             MOVE 31 TO WS-DIAS-EN-MES
003467         WHEN 4 WHEN 6 WHEN 9 WHEN 11
003477             MOVE 30 TO WS-DIAS-EN-MES
003487         WHEN 2
003497             IF WS-ANIO-BISIESTO
003507                 MOVE 29 TO WS-DIAS-EN-MES
003517             ELSE
003527                 MOVE 28 TO WS-DIAS-EN-MES
003537             END-IF
003547     END-EVALUATE
003557     IF EM-DIA >= 1 AND EM-DIA <= WS-DIAS-EN-MES
003567         MOVE "S" TO WS-FECHA-VALIDA-SW
003577     END-IF
003587 3700-EXIT.
003597     EXIT.
003607
003617*----------------------------------------------------------*
003627* COMPRUEBA QUE EM-DEPARTAMENTO EXISTE EN EL MAESTRO DE      *
002464* DEPARTAMENTOS, IGUAL QUE LA VALIDACION DEL LOTE NOCTURNO.  *
002466* SI NO EXISTE, DEJA EL ERROR EN LA COMMAREA Y LA FUNCION    *
002468* NO TOCA EMPMSTR.                                           *
002500 3400-EXIT.
002502     EXIT.
002504
002505*----------------------------------------------------------*
002506* BUSCA CON UN PASEO POR PLZMSTR UNA PLAZA DOTADA Y VACANTE  *
002507* DEL DEPARTAMENTO WS-PLZ-DEPTO-BUSCA Y LA LEE CON UPDATE,   *
002508* DE MODO QUE NINGUNA OTRA SESION PUEDA OCUPARLA HASTA EL    *
002509* REWRITE (3850) O EL UNLOCK (3860). SIN PLZMSTR DEFINIDO    *
002510* EN ESTA REGION NO HAY CONTROL DE PLAZAS.                   *
002511*----------------------------------------------------------*
002512 3800-RESERVAR-PLAZA.
002513     MOVE "N" TO WS-PLAZA-LIBRE-SW
002514     MOVE "N" TO WS-SIN-PLZMSTR-SW
002515     MOVE "N" TO WS-FIN-PLAZAS-SW
002516     MOVE SPACES TO WS-PLAZA-NUEVA
002517     MOVE SPACES TO WS-PLZ-RID
002518     MOVE WS-PLZ-DEPTO-BUSCA TO WS-PLZ-RID (1:4)
002519     MOVE "0000" TO WS-PLZ-RID (5:4)
002520     EXEC CICS STARTBR
002521         DATASET("PLZMSTR")
002522         RIDFLD(WS-PLZ-RID)
002523         GTEQ
002524         RESP(WS-RESP)
002525     END-EXEC
002526     IF WS-RESP = DFHRESP(FILENOTFOUND)
002527         MOVE "S" TO WS-SIN-PLZMSTR-SW
002528         MOVE "S" TO WS-PLAZA-LIBRE-SW
002529         GO TO 3800-EXIT
002530     END-IF
002531     IF WS-RESP = DFHRESP(NORMAL)
002532         PERFORM 3810-LEER-VACANTE THRU 3810-EXIT
002533             UNTIL WS-FIN-PLAZAS OR WS-PLAZA-NUEVA NOT = SPACES
002534         EXEC CICS ENDBR
002535             DATASET("PLZMSTR")
002536             RESP(WS-RESP2)
002537         END-EXEC
002538     END-IF
002539     IF WS-PLAZA-NUEVA = SPACES
002540         SET EM-RESULTADO-ERROR TO TRUE
002541         MOVE "SIN PLAZA VACANTE DOTADA EN EL DEPTO" TO EM-MENSAJE
002542         GO TO 3800-EXIT
002543     END-IF
002544     EXEC CICS READ
002545         DATASET("PLZMSTR")
002546         INTO(PLAZA-MASTER-REC)
002547         RIDFLD(WS-PLAZA-NUEVA)
002548         UPDATE
002549         RESP(WS-RESP)
002550     END-EXEC
002551     IF WS-RESP NOT = DFHRESP(NORMAL)
002552         SET EM-RESULTADO-ERROR TO TRUE
002553         MOVE "PLZMSTR NO DISPONIBLE, REINTENTE" TO EM-MENSAJE
002554         GO TO 3800-EXIT
002555     END-IF
002556     IF NOT PLZ-DOTADA OR NOT PLZ-VACANTE
002557         EXEC CICS UNLOCK
002558             DATASET("PLZMSTR")
002559             RESP(WS-RESP2)
002560         END-EXEC
002561         SET EM-RESULTADO-ERROR TO TRUE
002562         MOVE "PLAZA TOMADA POR OTRA SESION, REINTENTE"
002563             TO EM-MENSAJE
002564         GO TO 3800-EXIT
002565     END-IF
002566     MOVE "S" TO WS-PLAZA-LIBRE-SW.
002567 3800-EXIT.
002568     EXIT.
002569
002570 3810-LEER-VACANTE.
002571     EXEC CICS READNEXT
002572         DATASET("PLZMSTR")
002573         INTO(PLAZA-MASTER-REC)
002574         RIDFLD(WS-PLZ-RID)
002575         RESP(WS-RESP)
002576     END-EXEC
002577     IF WS-RESP NOT = DFHRESP(NORMAL)
002578         OR PLZ-DEPARTAMENTO NOT = WS-PLZ-DEPTO-BUSCA
002579         MOVE "S" TO WS-FIN-PLAZAS-SW
002580         GO TO 3810-EXIT
002581     END-IF
002582     IF PLZ-DOTADA AND PLZ-VACANTE
002583         MOVE PLZ-CLAVE TO WS-PLAZA-NUEVA
002584     END-IF.
002585 3810-EXIT.
002586     EXIT.
002587
002588*----------------------------------------------------------*
002589* OCUPA LA PLAZA RESERVADA POR 3800 CON EL EMPLEADO DE LA    *
002590* COMMAREA. SI EL REWRITE FALLA, EMPMSTR YA ESTA GRABADO:    *
002591* SE AVISA EN EL MENSAJE PARA QUE NOMINA LO CORRIJA CON      *
002592* PLAZMANT.                                                  *
002593*----------------------------------------------------------*
002594 3850-OCUPAR-PLAZA.
002595     IF WS-SIN-PLZMSTR
002596         GO TO 3850-EXIT
002597     END-IF
002598     MOVE EM-EMP-ID TO PLZ-EMP-ID
002599     ACCEPT PLZ-FECHA-OCUPACION FROM DATE YYYYMMDD
002600     EXEC CICS REWRITE
002601         DATASET("PLZMSTR")
002602         FROM(PLAZA-MASTER-REC)
002603         RESP(WS-RESP2)
002604     END-EXEC
002605     IF WS-RESP2 NOT = DFHRESP(NORMAL)
002606         MOVE "GRABADO, PERO PLAZA SIN OCUPAR" TO EM-MENSAJE
002607     END-IF.
002608 3850-EXIT.
002609     EXIT.
002610
002611 3860-SOLTAR-PLAZA.
002612     IF WS-SIN-PLZMSTR
002613         GO TO 3860-EXIT
002614     END-IF
002615     EXEC CICS UNLOCK
002616         DATASET("PLZMSTR")
002617         RESP(WS-RESP2)
002618     END-EXEC.
002619 3860-EXIT.
002620     EXIT.
002621
002622*----------------------------------------------------------*
002623* TRASLADO YA GRABADO EN EMPMSTR: OCUPA LA PLAZA RESERVADA   *
002624* EN EL DEPARTAMENTO NUEVO Y LIBERA LA DEL ANTERIOR.         *
002625*----------------------------------------------------------*
002626 3870-MOVER-PLAZA.
002627     PERFORM 3850-OCUPAR-PLAZA THRU 3850-EXIT
002628     MOVE WS-DEPTO-ANTERIOR TO WS-PLZ-DEPTO-BUSCA
002629     PERFORM 3880-LIBERAR-PLAZA THRU 3880-EXIT.
002630 3870-EXIT.
002631     EXIT.
002632
002633*----------------------------------------------------------*
002634* DEJA VACANTE LA PLAZA QUE OCUPA EM-EMP-ID EN EL            *
002635* DEPARTAMENTO WS-PLZ-DEPTO-BUSCA. UN EMPLEADO ANTERIOR A    *
002636* LA CARGA DE PLAZAS PUEDE NO TENER NINGUNA, Y ENTONCES NO   *
002637* HAY NADA QUE HACER.                                        *
002638*----------------------------------------------------------*
002639 3880-LIBERAR-PLAZA.
002640     MOVE "N" TO WS-PLAZA-HALLADA-SW
002641     MOVE "N" TO WS-FIN-PLAZAS-SW
002642     MOVE SPACES TO WS-PLAZA-VIEJA
002643     MOVE SPACES TO WS-PLZ-RID
002644     MOVE WS-PLZ-DEPTO-BUSCA TO WS-PLZ-RID (1:4)
002645     MOVE "0000" TO WS-PLZ-RID (5:4)
002646     EXEC CICS STARTBR
002647         DATASET("PLZMSTR")
002648         RIDFLD(WS-PLZ-RID)
002649         GTEQ
002650         RESP(WS-RESP)
002651     END-EXEC
002652     IF WS-RESP NOT = DFHRESP(NORMAL)
002653         GO TO 3880-EXIT
002654     END-IF
002655     PERFORM 3890-LEER-OCUPADA THRU 3890-EXIT
002656         UNTIL WS-FIN-PLAZAS OR WS-PLAZA-HALLADA
002657     EXEC CICS ENDBR
002658         DATASET("PLZMSTR")
002659         RESP(WS-RESP2)
002660     END-EXEC
002661     IF NOT WS-PLAZA-HALLADA
002662         GO TO 3880-EXIT
002663     END-IF
002664     EXEC CICS READ
002665         DATASET("PLZMSTR")
002666         INTO(PLAZA-MASTER-REC)
002667         RIDFLD(WS-PLAZA-VIEJA)
002668         UPDATE
002669         RESP(WS-RESP)
002670     END-EXEC
002671     IF WS-RESP NOT = DFHRESP(NORMAL)
002672         GO TO 3880-EXIT
002673     END-IF
002674     MOVE ZERO TO PLZ-EMP-ID
002675     MOVE ZERO TO PLZ-FECHA-OCUPACION
002676     EXEC CICS REWRITE
002677         DATASET("PLZMSTR")
002678         FROM(PLAZA-MASTER-REC)
002679         RESP(WS-RESP2)
002680     END-EXEC.
002681 3880-EXIT.
002682     EXIT.
002683
002684 3890-LEER-OCUPADA.
002685     EXEC CICS READNEXT
002686         DATASET("PLZMSTR")
002687         INTO(PLAZA-MASTER-REC)
002688         RIDFLD(WS-PLZ-RID)
002689         RESP(WS-RESP)
002690     END-EXEC
002691     IF WS-RESP NOT = DFHRESP(NORMAL)
002692         OR PLZ-DEPARTAMENTO NOT = WS-PLZ-DEPTO-BUSCA
002693         MOVE "S" TO WS-FIN-PLAZAS-SW
002694         GO TO 3890-EXIT
002695     END-IF
002696     IF PLZ-EMP-ID = EM-EMP-ID
002697         MOVE PLZ-CLAVE TO WS-PLAZA-VIEJA
002698         MOVE "S" TO WS-PLAZA-HALLADA-SW
002699     END-IF.
002700 3890-EXIT.
002701     EXIT.
002711 9999-CICS-ERROR.
002721     EXEC CICS RETURN END-EXEC.
002510
002520     END PROGRAM EMPLMNT.


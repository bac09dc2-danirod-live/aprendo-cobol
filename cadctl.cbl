000362*                EL ULTIMO PASO FINALIZADO (POR HORA DE FIN) *
000363*                PARA REANUDAR DETRAS DE EL, Y SE TERMINA    *
000364*                CON RC 4.                                   *
000365* 2026-10-15 DR  CICLOS INTRADIA DE CREDITO: INTRADIA ABRE   *
000366*                UN CICLO PONIENDO EL CERROJO "I" (RC 8 SI   *
000367*                LA CADENA NOCTURNA TIENE EL "B" O SI UN     *
000368*                CICLO ANTERIOR NO SE CERRO) Y FININTRA LO   *
000369*                QUITA TRAS EL CREDITO DEL CICLO. ARRANQUE   *
000370*                RECHAZA LA CADENA CON RC 8 MIENTRAS HAYA    *
000371*                UN CICLO ABIERTO: SUS LOTES SIN POSTEAR NO  *
000372*                ENTRARIAN EN LA PRUEBA DE TOTALES DEL DIA.  *
000382*----------------------------------------------------------*
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
001142             PERFORM 3600-QUITAR-CERROJO THRU 3600-EXIT
001150         WHEN "REINICIO"
001160             PERFORM 6000-REINICIO THRU 6000-EXIT
001162         WHEN "INTRADIA"
001164             PERFORM 7000-ABRIR-INTRADIA THRU 7000-EXIT
001166         WHEN "FININTRA"
001168             PERFORM 7500-CERRAR-INTRADIA THRU 7500-EXIT
001170         WHEN OTHER
001180             DISPLAY "CADCTL: FUNCION DESCONOCIDA "
001190                 WS-FUNCION
001830*----------------------------------------------------------*
001840* ARRANQUE DE LA CADENA: UNA FECHA YA FINALIZADA NO VUELVE A *
001850* CORRER (RC 8); UNA FECHA INICIADA Y NO FINALIZADA ES UN    *
001856* RELANCE LEGITIMO Y SE DEJA PASAR CON AVISO. CON UN CICLO   *
001862* INTRADIA ABIERTO (CERROJO "I") LA CADENA NO ARRANCA.       *
001870*----------------------------------------------------------*
001880 3000-ARRANQUE.
001881     MOVE "I" TO CER-ID
001882     READ CERROJO-FILE
001883         INVALID KEY
001884             CONTINUE
001885     END-READ
001886     IF WS-CERROJO-OK
001887         DISPLAY "CADCTL: CICLO INTRADIA ABIERTO DESDE "
001888             CER-FECHA "/" CER-HORA "; CERRARLO ANTES DE "
001889             "ARRANCAR LA CADENA"
001890         MOVE 8 TO RETURN-CODE
001891         GO TO 3000-EXIT
001892     END-IF
001896     MOVE WS-FECHA-NEGOCIO TO CAD-FECHA
001900     MOVE "CADENA  " TO CAD-PASO
001910     READ CADENA-CONTROL-FILE
001920         INVALID KEY
003160 6100-EXIT.
003170     EXIT.
003180
003181*----------------------------------------------------------*
003182* APERTURA DE UN CICLO INTRADIA DE CREDITO: CON LA CADENA    *
003183* NOCTURNA EN CURSO (CERROJO "B") O CON EL CICLO ANTERIOR    *
003184* SIN CERRAR (CERROJO "I" QUE SIGUE PUESTO PORQUE SU CREDITO *
003185* NO TERMINO BIEN) EL CICLO SE RECHAZA CON RC 8 Y LEDGMERG   *
003186* NO RECOGE NADA: EL CICLO PENDIENTE SE TERMINA RELANZANDO   *
003187* SU PASO CREDITO, NUNCA CON LOTES NUEVOS DETRAS.            *
003188*----------------------------------------------------------*
003189 7000-ABRIR-INTRADIA.
003190     MOVE "B" TO CER-ID
003191     READ CERROJO-FILE
003192         INVALID KEY
003193             CONTINUE
003194     END-READ
003195     IF WS-CERROJO-OK
003196         DISPLAY "CADCTL: CADENA NOCTURNA EN CURSO DESDE "
003197             CER-FECHA "/" CER-HORA "; CICLO INTRADIA RECHAZADO"
003198         MOVE 8 TO RETURN-CODE
003199         GO TO 7000-EXIT
003200     END-IF
003201     MOVE "I" TO CER-ID
003202     MOVE "CREDINTR" TO CER-TITULAR
003203     MOVE WS-FECHA-NEGOCIO TO CER-FECHA
003204     MOVE WS-HORA-AHORA TO CER-HORA
003205     WRITE CERROJO-REC
003206     IF WS-CERROJO-DUPLICATE
003207         MOVE "I" TO CER-ID
003208         READ CERROJO-FILE
003209             INVALID KEY
003210                 DISPLAY "CADCTL: ERROR RELEYENDO CERROJO"
003211                 GO TO ABEND-CLEANUP
003212         END-READ
003213         DISPLAY "CADCTL: CICLO INTRADIA DEL " CER-FECHA "/"
003214             CER-HORA " SIN CERRAR; RELANZAR SU PASO CREDITO "
003215             "Y FININTRA ANTES DE ABRIR OTRO"
003216         MOVE 8 TO RETURN-CODE
003217         GO TO 7000-EXIT
003218     END-IF
003219     IF NOT WS-CERROJO-OK
003220         DISPLAY "CADCTL: ERROR GRABANDO CERROJO "
003221             WS-CERROJO-STATUS
003222         GO TO ABEND-CLEANUP
003223     END-IF
003224     DISPLAY "CADCTL: CICLO INTRADIA ABIERTO".
003225 7000-EXIT.
003226     EXIT.
003227
003228 7500-CERRAR-INTRADIA.
003229     MOVE "I" TO CER-ID
003230     DELETE CERROJO-FILE
003231         INVALID KEY
003232             DISPLAY "CADCTL: NO HABIA CICLO INTRADIA ABIERTO"
003233             GO TO 7500-EXIT
003234     END-DELETE
003235     DISPLAY "CADCTL: CICLO INTRADIA CERRADO".
003236 7500-EXIT.
003237     EXIT.
003238
003239 9000-TERMINATE.
003241     CLOSE CADENA-CONTROL-FILE.
003242     CLOSE CERROJO-FILE.
003244     CLOSE CARD-FILE.
003245 9000-EXIT.
003247     EXIT.
003248
003250 ABEND-CLEANUP.
003260     DISPLAY "CADCTL: TERMINACION ANORMAL - CERRANDO FICHEROS".
003270     CLOSE CADENA-CONTROL-FILE.

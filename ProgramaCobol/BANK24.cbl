      * los avisos acumulados en fraude.rpt a expedientes en
      * casosfraude.ubd (y vacia el informe para no duplicarlos),
      * presenta los casos abiertos como cola de trabajo y registra
      * la disposicion del revisor: confirmado (bloquea la tarjeta y
      * avisa al titular), falso positivo o en vigilancia; lo no
      * trabajado sigue abierto al dia siguiente en vez de envejecer
      * en el informe
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY "CONTADORES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CONTADORES-FD.cpy".
           COPY "ERRORES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSCA                      PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "CAS-NUM-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".

       77 FECHA-HOY-YMD             PIC  9(8).
       01 TABLA-CASOS.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE CAS-TARJETA TO NOTIF-TARJETA.
           MOVE "SEGURIDAD" TO NOTIF-TIPO.
           MOVE "TARJETA BLOQUEADA POR SEGURIDAD" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       BLOQUEAR-TARJETA-EXIT.
           EXIT.

           COPY "SIGUIENTE-CAS-NUM.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE CASOS.

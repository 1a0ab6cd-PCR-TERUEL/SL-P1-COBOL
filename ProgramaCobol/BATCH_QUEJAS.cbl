       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-QUEJAS.
      * escalado diario de quejas de clientes: una queja abierta a la
      * que le quedan los dias de aviso parametrizados o menos para
      * la fecha limite de respuesta sube a supervision por la cola
      * de notificaciones, y vuelve a subir, ya como fuera de plazo,
      * si la fecha limite pasa sin resolverla; la marca de escalado
      * evita repetir cada aviso todas las noches
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "QUEJAS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "QUEJAS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSQJ                      PIC   X(2) VALUE "00".
       77 FSP                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 DIAS-HASTA-LIMITE          PIC S9(9).
       77 NUM-PROXIMAS               PIC  9(6) VALUE 0.
       77 NUM-VENCIDAS               PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-QUEJA THRU LEER-PARAM-QUEJA-EXIT.
           PERFORM ESCALAR-QUEJAS THRU ESCALAR-QUEJAS-EXIT.
           DISPLAY "Escalado de quejas completado. Proximas al "
               "limite: " NUM-PROXIMAS " Fuera de plazo: "
               NUM-VENCIDAS.
           STOP RUN.

       ESCALAR-QUEJAS.
           OPEN I-O QUEJAS.
           IF FSQJ = 35
               GO TO ESCALAR-QUEJAS-EXIT.
           IF FSQJ NOT = 00
               GO TO PSYS-ERR.

       ESCALAR-QUEJAS-LEER.
           READ QUEJAS NEXT RECORD
               AT END GO TO ESCALAR-QUEJAS-CERRAR.
           IF NOT QUEJA-ABIERTA
               GO TO ESCALAR-QUEJAS-LEER.
           IF QJA-ESCALADA = 2
               GO TO ESCALAR-QUEJAS-LEER.
           COMPUTE DIAS-HASTA-LIMITE =
               FUNCTION INTEGER-OF-DATE(QJA-FECHA-LIMITE)
               - FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD).
           IF DIAS-HASTA-LIMITE < 0
               GO TO ESCALAR-QUEJAS-VENCIDA.
           IF QJA-ESCALADA = 1
               GO TO ESCALAR-QUEJAS-LEER.
           IF DIAS-HASTA-LIMITE > DIAS-AVISO-QUEJA
               GO TO ESCALAR-QUEJAS-LEER.

           MOVE 0 TO NOTIF-TARJETA.
           MOVE "SUPERVISOR" TO NOTIF-TIPO.
           MOVE "QUEJA PROXIMA A SU FECHA LIMITE" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE 1 TO QJA-ESCALADA.
           REWRITE QUEJA-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-PROXIMAS.
           GO TO ESCALAR-QUEJAS-LEER.

       ESCALAR-QUEJAS-VENCIDA.
           MOVE 0 TO NOTIF-TARJETA.
           MOVE "SUPERVISOR" TO NOTIF-TIPO.
           MOVE "QUEJA FUERA DE PLAZO SIN RESOLVER" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE 2 TO QJA-ESCALADA.
           REWRITE QUEJA-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-VENCIDAS.
           GO TO ESCALAR-QUEJAS-LEER.

       ESCALAR-QUEJAS-CERRAR.
           CLOSE QUEJAS.
       ESCALAR-QUEJAS-EXIT.
           EXIT.

           COPY "LEER-PARAM-QUEJA.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE QUEJAS.
           CLOSE PARAMETROS.

           MOVE "BATCH-QJ" TO ERROR-PROGRAMA.
           IF FSQJ NOT = 00
               MOVE FSQJ TO ERROR-FS
           ELSE
               MOVE FSP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el escalado de "
               "quejas. FSQJ=" FSQJ " FSP=" FSP.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

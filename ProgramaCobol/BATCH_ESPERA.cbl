       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ESPERA.
      * mantenimiento de las listas de espera de espectaculos
      * agotados, a lanzar cada hora: en cada evento vigente caduca
      * las reservas no compradas a tiempo y pasa las plazas libres
      * a los siguientes de la lista con su aviso
      * (ASIGNAR-RESERVAS-ESPERA.cpy, el mismo reparto que hace BANK7
      * al devolver una entrada); en los eventos cancelados o ya
      * celebrados anula la lista y avisa a quien seguia esperando
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EVENTOS-SEL.cpy".
           COPY "ESPERA-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "EVENTOS-FD.cpy".
           COPY "ESPERA-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSEV                      PIC   X(2) VALUE "00".
       77 FSLW                      PIC   X(2) VALUE "00".
       77 FSP                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "ESPERA-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 NUM-EVENTOS                PIC  9(6) VALUE 0.
       77 TOTAL-CADUCADAS            PIC  9(7) VALUE 0.
       77 TOTAL-AVISADOS             PIC  9(7) VALUE 0.
       77 TOTAL-ANULADAS             PIC  9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-HORAS-RESERVA THRU LEER-HORAS-RESERVA-EXIT.
           PERFORM REVISAR-EVENTOS THRU REVISAR-EVENTOS-EXIT.
           DISPLAY "Listas de espera revisadas. Eventos: " NUM-EVENTOS
               " Reservas caducadas: " TOTAL-CADUCADAS
               " Reservas nuevas: " TOTAL-AVISADOS
               " Anuladas: " TOTAL-ANULADAS.
           GOBACK.

       REVISAR-EVENTOS.
           OPEN INPUT EVENTOS.
           IF FSEV = 35
               GO TO REVISAR-EVENTOS-EXIT.
           IF FSEV NOT = 00
               GO TO PSYS-ERR.

       REVISAR-EVENTOS-LEER.
           READ EVENTOS NEXT RECORD
               AT END GO TO REVISAR-EVENTOS-CERRAR.
           ADD 1 TO NUM-EVENTOS.
           IF EVENTO-CANCELADO OR EVE-FECHA < FECHA-HOY-YMD
               PERFORM ANULAR-LISTA THRU ANULAR-LISTA-EXIT
               GO TO REVISAR-EVENTOS-LEER.

           MOVE EVE-NUM TO ESPERA-EVENTO.
           MOVE EVE-PLAZAS TO ESPERA-PLAZAS.
           MOVE EVE-PRECIO-ENT TO ESPERA-PRECIO-ENT.
           MOVE EVE-PRECIO-DEC TO ESPERA-PRECIO-DEC.
           MOVE 0 TO ESPERA-TARJETA.
           PERFORM ASIGNAR-RESERVAS-ESPERA
               THRU ASIGNAR-RESERVAS-ESPERA-EXIT.
           ADD ESPERA-NUM-CADUCADAS TO TOTAL-CADUCADAS.
           ADD ESPERA-NUM-AVISADOS TO TOTAL-AVISADOS.
           GO TO REVISAR-EVENTOS-LEER.

       REVISAR-EVENTOS-CERRAR.
           CLOSE EVENTOS.
       REVISAR-EVENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * evento cancelado o ya celebrado: nadie mas va a conseguir
      * plaza, se anulan las esperas y reservas pendientes
      *----------------------------------------------------------*
       ANULAR-LISTA.
           OPEN I-O LISTAESPERA.
           IF FSLW = 35
               GO TO ANULAR-LISTA-EXIT.
           IF FSLW NOT = 00
               GO TO PSYS-ERR.
           MOVE EVE-NUM TO ESP-EVENTO.
           MOVE 0 TO ESP-TURNO.
           START LISTAESPERA KEY IS >= ESP-CLAVE
               INVALID KEY GO TO ANULAR-LISTA-CERRAR.

       ANULAR-LISTA-LEER.
           READ LISTAESPERA NEXT RECORD
               AT END GO TO ANULAR-LISTA-CERRAR.
           IF ESP-EVENTO NOT = EVE-NUM
               GO TO ANULAR-LISTA-CERRAR.
           IF NOT ESPERA-EN-COLA AND NOT ESPERA-CON-RESERVA
               GO TO ANULAR-LISTA-LEER.
           MOVE 4 TO ESP-ESTADO.
           REWRITE ESPERA-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO TOTAL-ANULADAS.

           MOVE ESP-TARJETA TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE SPACES TO NOTIF-CONCEPTO.
           STRING "ESPERA ANULADA " EVE-NUM
               DELIMITED BY SIZE INTO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
           GO TO ANULAR-LISTA-LEER.

       ANULAR-LISTA-CERRAR.
           CLOSE LISTAESPERA.
       ANULAR-LISTA-EXIT.
           EXIT.

           COPY "LEER-HORAS-RESERVA.cpy".
           COPY "ASIGNAR-RESERVAS-ESPERA.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE EVENTOS.
           CLOSE LISTAESPERA.

           MOVE "BATCH-ES" TO ERROR-PROGRAMA.
           IF FSEV NOT = 00
               MOVE FSEV TO ERROR-FS
           ELSE
               IF FSLW NOT = 00
                   MOVE FSLW TO ERROR-FS
               ELSE
                   MOVE FSP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la revision de listas de "
               "espera. FSEV=" FSEV " FSLW=" FSLW " FSP=" FSP.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

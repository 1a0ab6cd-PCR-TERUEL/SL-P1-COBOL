           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ENVIOS-SMS-SEL.cpy".
           COPY "ENVIOS-CARTA-SEL.cpy".
           COPY "ENVIOS-EMAIL-SEL.cpy".
           COPY "PREFERENCIAS-SEL.cpy".
           COPY "ENTREGAS-SEL.cpy".

           COPY "ERRORES-SEL.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ENVIOS-SMS-FD.cpy".
           COPY "ENVIOS-CARTA-FD.cpy".
           COPY "ENVIOS-EMAIL-FD.cpy".
           COPY "PREFERENCIAS-FD.cpy".
           COPY "ENTREGAS-FD.cpy".

           COPY "ERRORES-FD.cpy".
       77 FSSM                      PIC   X(2).
       77 FSCA                      PIC   X(2).
       77 FSNT                      PIC   X(2).
       77 FSML                      PIC   X(2) VALUE "00".
       77 FSPF                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 LINEA-COLA                   PIC X(113).
       77 CANAL-ENTREGA                PIC  X(5).
      * 0 fallida, 1 entregada, 2 suprimida por preferencia del
      * cliente, 3 diferida por horas de silencio; la fallida y la
      * diferida vuelven a la cola
       77 ENTREGA-OK                   PIC  9(1).
       77 COLA-EXISTE                  PIC  9(1) VALUE 0.
       77 TABLA-DESBORDADA             PIC  9(1) VALUE 0.
       77 TARJETAS-DISPONIBLE          PIC  9(1) VALUE 0.
       77 PREFERENCIAS-DISPONIBLE      PIC  9(1) VALUE 0.
      * tipo de mensaje, indice de PRF-CANAL salvo el de seguridad
       77 CATEGORIA-NOTIF              PIC  9(1).
           88 NOTIF-SEGURIDAD              VALUE 0.
           88 NOTIF-ALERTA                 VALUE 1.
           88 NOTIF-EXTRACTO               VALUE 2.
           88 NOTIF-PUBLICIDAD             VALUE 3.
           88 NOTIF-SERVICIO               VALUE 4.
       77 CANAL-ELEGIDO                PIC  9(1).
       77 EN-SILENCIO                  PIC  9(1).
       77 HORA-ACTUAL-HHMM             PIC  9(4).
       77 NUM-LEIDAS                   PIC  9(6) VALUE 0.
       77 NUM-SMS                      PIC  9(6) VALUE 0.
       77 NUM-CARTAS                   PIC  9(6) VALUE 0.
       77 NUM-EMAILS                   PIC  9(6) VALUE 0.
       77 NUM-SUPRIMIDAS               PIC  9(6) VALUE 0.
       77 NUM-DIFERIDAS                PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM PROCESAR-COLA THRU PROCESAR-COLA-EXIT.
           PERFORM REESCRIBIR-COLA THRU REESCRIBIR-COLA-EXIT.
           DISPLAY "Notificaciones procesadas. Leidas: " NUM-LEIDAS
               " SMS: " NUM-SMS " Email: " NUM-EMAILS
               " Cartas: " NUM-CARTAS " Suprimidas: " NUM-SUPRIMIDAS
               " Diferidas: " NUM-DIFERIDAS
               " Fallidas (se reintentaran): " NUM-FALLIDAS.
           STOP RUN.

      *----------------------------------------------------------*
      * recorre notificaciones.cola entregando cada entrada por el
      * canal que el titular prefiere para ese tipo de mensaje
      * (preferencias.ubd) o, sin preferencia, SMS si tiene telefono,
      * correo si tiene email y si no carta; lo que no puede
      * entregarse o queda diferido se guarda para reencolarlo
      *----------------------------------------------------------*
       PROCESAR-COLA.
           MOVE 0 TO NUM-FALLIDAS.
           MOVE 0 TO NUM-LEIDAS.
           MOVE 0 TO NUM-SMS.
           MOVE 0 TO NUM-CARTAS.
           MOVE 0 TO NUM-EMAILS.
           MOVE 0 TO NUM-SUPRIMIDAS.
           MOVE 0 TO NUM-DIFERIDAS.
           OPEN INPUT NOTIFICACIONES.
           IF FSN = 35
               GO TO PROCESAR-COLA-EXIT.
               MOVE 1 TO TARJETAS-DISPONIBLE.
           IF FST NOT = 00 AND FST NOT = 35
               GO TO PSYS-ERR.
           OPEN INPUT PREFERENCIAS.
           IF FSPF = 00
               MOVE 1 TO PREFERENCIAS-DISPONIBLE.
           IF FSPF NOT = 00 AND FSPF NOT = 35
               GO TO PSYS-ERR.
           MOVE "00" TO FSPF.

       PROCESAR-COLA-LEER.
           READ NOTIFICACIONES AT END GO TO PROCESAR-COLA-CERRAR.
           CLOSE NOTIFICACIONES.
           IF TARJETAS-DISPONIBLE = 1
               CLOSE TARJETAS.
           IF PREFERENCIAS-DISPONIBLE = 1
               CLOSE PREFERENCIAS.
       PROCESAR-COLA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una entrada de la cola: localiza al titular a traves de
      * TTITULAR, mira el tipo de mensaje y sus preferencias y elige
      * canal; deja constancia del resultado en notifentregas.rpt.
      * Los mensajes de seguridad salen siempre y a cualquier hora;
      * el resto respeta el canal elegido (ninguno = se suprime, la
      * publicidad ademas exige consentimiento) y las horas de
      * silencio retienen los SMS. Si el canal elegido no tiene dato
      * (sin telefono, sin email...) se usa el orden por defecto
      *----------------------------------------------------------*
       ENTREGAR-UNA.
           MOVE 0 TO ENTREGA-OK.
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
           IF CLI-COD = 0
               GO TO ENTREGAR-UNA-RESULTADO.
           PERFORM LEER-PREFERENCIAS THRU LEER-PREFERENCIAS-EXIT.
           PERFORM CLASIFICAR-NOTIFICACION
               THRU CLASIFICAR-NOTIFICACION-EXIT.
           IF NOTIF-SEGURIDAD
               GO TO ENTREGAR-UNA-DEFECTO.

           MOVE PRF-CANAL (CATEGORIA-NOTIF) TO CANAL-ELEGIDO.
           IF NOTIF-PUBLICIDAD AND NOT PUBLICIDAD-CONSENTIDA
               MOVE 4 TO CANAL-ELEGIDO.
           IF CANAL-ELEGIDO = 4
               MOVE 2 TO ENTREGA-OK
               ADD 1 TO NUM-SUPRIMIDAS
               GO TO ENTREGAR-UNA-RESULTADO.
           IF CANAL-ELEGIDO = 1 AND CLI-TELEFONO NOT = SPACES
               GO TO ENTREGAR-UNA-SMS.
           IF CANAL-ELEGIDO = 2 AND PRF-EMAIL NOT = SPACES
               PERFORM ESCRIBIR-EMAIL THRU ESCRIBIR-EMAIL-EXIT
               GO TO ENTREGAR-UNA-RESULTADO.
           IF CANAL-ELEGIDO = 3 AND CLI-DIRECCION NOT = SPACES
               PERFORM ESCRIBIR-CARTA THRU ESCRIBIR-CARTA-EXIT
               GO TO ENTREGAR-UNA-RESULTADO.

       ENTREGAR-UNA-DEFECTO.
           IF CLI-TELEFONO NOT = SPACES
               GO TO ENTREGAR-UNA-SMS.
           IF PRF-EMAIL NOT = SPACES
               PERFORM ESCRIBIR-EMAIL THRU ESCRIBIR-EMAIL-EXIT
               GO TO ENTREGAR-UNA-RESULTADO.
           IF CLI-DIRECCION NOT = SPACES
               PERFORM ESCRIBIR-CARTA THRU ESCRIBIR-CARTA-EXIT.
           GO TO ENTREGAR-UNA-RESULTADO.

       ENTREGAR-UNA-SMS.
           IF NOT NOTIF-SEGURIDAD
               PERFORM COMPROBAR-SILENCIO THRU COMPROBAR-SILENCIO-EXIT
               IF EN-SILENCIO = 1
                   MOVE 3 TO ENTREGA-OK
                   MOVE "SMS" TO CANAL-ENTREGA
                   ADD 1 TO NUM-DIFERIDAS
                   GO TO ENTREGAR-UNA-RESULTADO.
           PERFORM ESCRIBIR-SMS THRU ESCRIBIR-SMS-EXIT.

       ENTREGAR-UNA-RESULTADO.
           PERFORM ESCRIBIR-ENTREGA THRU ESCRIBIR-ENTREGA-EXIT.
           IF ENTREGA-OK = 0 OR ENTREGA-OK = 3
               IF NUM-FALLIDAS < 500
                   ADD 1 TO NUM-FALLIDAS
                   MOVE LINEA-COLA TO COLA-FALLIDA (NUM-FALLIDAS)
       ENTREGAR-UNA-EXIT.
           EXIT.

      * sin registro de preferencias: todo por defecto y sin
      * consentimiento de publicidad
       LEER-PREFERENCIAS.
           INITIALIZE PREFERENCIA-REG.
           IF PREFERENCIAS-DISPONIBLE = 0
               GO TO LEER-PREFERENCIAS-EXIT.
           MOVE CLI-COD TO PRF-CLIENTE.
           READ PREFERENCIAS INVALID KEY
               INITIALIZE PREFERENCIA-REG.
           MOVE "00" TO FSPF.
       LEER-PREFERENCIAS-EXIT.
           EXIT.

      * seguridad: todo lo que lleva codigo OTP, los desbloqueos y
      * bloqueos y los avisos internos a supervisores
       CLASIFICAR-NOTIFICACION.
           IF NTF-OTP NOT = 0 OR NTF-TIPO = "SEGURIDAD"
                   OR NTF-TIPO = "DESBLOQUEO"
                   OR NTF-TIPO = "SUPERVISOR"
               MOVE 0 TO CATEGORIA-NOTIF
               GO TO CLASIFICAR-NOTIFICACION-EXIT.
           IF NTF-TIPO = "MOVIMIENTO" OR NTF-TIPO = "ALERTA"
                   OR NTF-TIPO = "TRANSFERENCIA"
               MOVE 1 TO CATEGORIA-NOTIF
               GO TO CLASIFICAR-NOTIFICACION-EXIT.
           IF NTF-TIPO = "EXTRACTO"
               MOVE 2 TO CATEGORIA-NOTIF
               GO TO CLASIFICAR-NOTIFICACION-EXIT.
           IF NTF-TIPO = "PUBLICIDAD"
               MOVE 3 TO CATEGORIA-NOTIF
               GO TO CLASIFICAR-NOTIFICACION-EXIT.
           MOVE 4 TO CATEGORIA-NOTIF.
       CLASIFICAR-NOTIFICACION-EXIT.
           EXIT.

      * hora actual dentro de las horas de silencio del cliente; si
      * desde es mayor que hasta la franja cruza la medianoche
       COMPROBAR-SILENCIO.
           MOVE 0 TO EN-SILENCIO.
           IF PRF-SILENCIO-DESDE = PRF-SILENCIO-HASTA
               GO TO COMPROBAR-SILENCIO-EXIT.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE HORA-ACTUAL-HHMM = (HORAS * 100) + MINUTOS.
           IF PRF-SILENCIO-DESDE < PRF-SILENCIO-HASTA
               GO TO COMPROBAR-SILENCIO-FRANJA.
           IF HORA-ACTUAL-HHMM >= PRF-SILENCIO-DESDE
                   OR HORA-ACTUAL-HHMM < PRF-SILENCIO-HASTA
               MOVE 1 TO EN-SILENCIO.
           GO TO COMPROBAR-SILENCIO-EXIT.

       COMPROBAR-SILENCIO-FRANJA.
           IF HORA-ACTUAL-HHMM >= PRF-SILENCIO-DESDE
                   AND HORA-ACTUAL-HHMM < PRF-SILENCIO-HASTA
               MOVE 1 TO EN-SILENCIO.
       COMPROBAR-SILENCIO-EXIT.
           EXIT.

       ESCRIBIR-SMS.
           OPEN EXTEND ENVIOS-SMS.
           IF FSSM = 35
       ESCRIBIR-SMS-EXIT.
           EXIT.

       ESCRIBIR-EMAIL.
           OPEN EXTEND ENVIOS-EMAIL.
           IF FSML = 35
               OPEN OUTPUT ENVIOS-EMAIL
           END-IF.
           IF FSML NOT = 00
               GO TO ESCRIBIR-EMAIL-EXIT.
           MOVE PRF-EMAIL TO EML-DIRECCION.
           MOVE LINEA-COLA TO EML-COLA.
           WRITE ENVIO-EMAIL-REG.
           CLOSE ENVIOS-EMAIL.
           MOVE 1 TO ENTREGA-OK.
           MOVE "EMAIL" TO CANAL-ENTREGA.
           ADD 1 TO NUM-EMAILS.
       ESCRIBIR-EMAIL-EXIT.
           EXIT.

       ESCRIBIR-CARTA.
           OPEN EXTEND ENVIOS-CARTA.
           IF FSCA = 35
           END-IF.
           IF FSNT NOT = 00
               GO TO ESCRIBIR-ENTREGA-EXIT.
           EVALUATE ENTREGA-OK
               WHEN 1
                   MOVE "ENTREGADA" TO NTE-ESTADO
               WHEN 2
                   MOVE "SUPRIMIDA" TO NTE-ESTADO
               WHEN 3
                   MOVE "DIFERIDA" TO NTE-ESTADO
               WHEN OTHER
                   MOVE "FALLIDA" TO NTE-ESTADO
           END-EVALUATE.
           MOVE CANAL-ENTREGA TO NTE-CANAL.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE DIA TO NTE-DIA.

      *----------------------------------------------------------*
      * vacia la cola y reescribe en ella solo las entradas que no
      * pudieron entregarse o quedaron diferidas, que la proxima
      * ejecucion reintentara
      *----------------------------------------------------------*
       REESCRIBIR-COLA.
           IF COLA-EXISTE = 0
       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE NOTIFICACIONES.
           CLOSE PREFERENCIAS.

           MOVE "BATCH-NT" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               IF FSC NOT = 00
                   MOVE FSC TO ERROR-FS
               ELSE
                   IF FSPF NOT = 00
                       MOVE FSPF TO ERROR-FS
                   ELSE
                       MOVE FSN TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "

      * destinatario las ve pendientes al entrar y, si acepta, el
      * movimiento se anota por el mismo camino que una transferencia
      * de BANK6 (registro de transferencia y pata de cargo y abono);
      * el rechazo o la caducidad se notifican al solicitante. La
      * tarjeta a la que se pide puede darse tambien por su numero de
      * telefono, a traves del directorio de pagos al movil
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "TELEFONOS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "TELEFONOS-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSTF                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "T-NUM-WS.cpy".
           COPY "SOL-NUM-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "TELEFONO-WS.cpy".

       77 CHOICE                    PIC  9(1).
       77 DESTINO-USUARIO           PIC  9(16).
           05 CONCEPTO-ACCEPT AUTO
               LINE 13 COL 45 PIC X(20) USING CONCEPTO-USUARIO.

       01 PANTALLA-SOLICITUD-TELEFONO.
           05 TELEFONO-ACCEPT AUTO
               LINE 11 COL 45 PIC X(15) USING TELEFONO-BUSCADO.
           05 TEL-IMPORTE-ENT-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 45 PIC 9(7) USING IMPORTE-ENT-USUARIO.
           05 TEL-IMPORTE-DEC-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 53 PIC 9(2) USING IMPORTE-DEC-USUARIO.
           05 TEL-CONCEPTO-ACCEPT AUTO
               LINE 13 COL 45 PIC X(20) USING CONCEPTO-USUARIO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(2) USING SELECCION-USUARIO.
           DISPLAY (8, 24) "Solicitudes de cobro".
           DISPLAY (11, 15) "1 - Solicitar dinero a otra tarjeta".
           DISPLAY (12, 15) "2 - Ver solicitudes recibidas".
           DISPLAY (13, 15) "3 - Solicitar dinero a un telefono".
           DISPLAY (24, 34) "ESC - Salir".

       PMENU-SOLICITUDES-A1.
           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PRECIBIDAS.
           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PSOLICITAR-TELEFONO.
           GO TO PMENU-SOLICITUDES-A1.

      *----------------------------------------------------------*
               GO TO PDESTINO-ERR.
           CLOSE TARJETAS.

      * entrada con la tarjeta destino ya validada por el directorio
      * de pagos al movil
       PSOLICITAR-REGISTRAR.
           PERFORM CALCULAR-EXPIRACION
               THRU CALCULAR-EXPIRACION-EXIT.
           PERFORM SIGUIENTE-SOL-NUM THRU SIGUIENTE-SOL-NUM-EXIT.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * nueva solicitud a un numero de telefono: el directorio da la
      * tarjeta del destinatario y el solicitante solo ve su nombre
      * recortado para confirmar a quien pide
      *----------------------------------------------------------*
       PSOLICITAR-TELEFONO.
           MOVE SPACES TO TELEFONO-BUSCADO.
           INITIALIZE IMPORTE-ENT-USUARIO.
           INITIALIZE IMPORTE-DEC-USUARIO.
           MOVE SPACES TO CONCEPTO-USUARIO.
           DISPLAY (8, 24) "Solicitar un cobro".
           DISPLAY (11, 15) "Telefono al que se pide:".
           DISPLAY (12, 15) "Importe:".
           DISPLAY (12, 52) ",".
           DISPLAY (13, 15) "Concepto:".
           DISPLAY (15, 15) "La solicitud caduca a los 7 dias".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT PANTALLA-SOLICITUD-TELEFONO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PSOLICITAR-TELEFONO.

           COMPUTE CENT-IMPORTE =
               (IMPORTE-ENT-USUARIO * 100) + IMPORTE-DEC-USUARIO.
           IF CENT-IMPORTE = 0
               GO TO PDATOS-ERR.
           PERFORM RESOLVER-TELEFONO THRU RESOLVER-TELEFONO-EXIT.
           IF TELEFONO-ENCONTRADO = 0 OR TELEFONO-TARJETA = TNUM-P
               GO TO PTELEFONO-ERR.
           MOVE TELEFONO-TARJETA TO DESTINO-USUARIO.

           DISPLAY (17, 15) "Destinatario:".
           DISPLAY (17, 30) NOMBRE-ENMASCARADO.
           DISPLAY (19, 15) "Pulse Enter para continuar".

       PSOLICITAR-TELEFONO-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PSOLICITAR-REGISTRAR
               ELSE
                   IF ESC-PRESSED
                       EXIT PROGRAM
                   ELSE
                       GO TO PSOLICITAR-TELEFONO-ENTER.
           GO TO PSOLICITAR-TELEFONO-ENTER.

      *----------------------------------------------------------*
      * solicitudes pendientes dirigidas a esta tarjeta: aceptar
      * ejecuta el movimiento, rechazar avisa al solicitante; las
           MOVE 1 TO T-LIQUIDADA.
           MOVE 0 TO T-FECHA-RODADA.
           MOVE 01 TO T-DIVISA.
           MOVE SPACES TO T-BENEFICIARIO.
           MOVE 0 TO T-PERIODICIDAD.
           MOVE 0 TO T-DIA-EJECUCION.
           MOVE 0 TO T-PROX-EJECUCION.
           MOVE 0 TO T-SOLO-ORDEN.
           WRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PTELEFONO-ERR.
           DISPLAY (17, 15) "El telefono indicado no admite pagos"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PSALDO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No dispone de saldo para aceptar la solicitud"
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "SIGUIENTE-T-NUM.cpy".
           COPY "SIGUIENTE-SOL-NUM.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "RESOLVER-TELEFONO.cpy".

       PSYS-ERR.
           CLOSE SOLICITUDES.
           CLOSE TARJETAS.
           CLOSE TRANSFERENCIAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CLIENTES.
           CLOSE TELEFONOS.

           MOVE "BANK19" TO ERROR-PROGRAMA.
           IF FSSO NOT = 00

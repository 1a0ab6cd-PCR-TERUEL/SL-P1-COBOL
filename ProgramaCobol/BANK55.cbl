       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK55.
      * pagos al movil, desde el menu de otros servicios: el titular
      * asocia el telefono de su ficha (Mis datos) a la tarjeta con la
      * que entra, para que cualquiera pueda transferirle o pedirle
      * dinero tecleando ese numero en lugar de los 16 digitos de la
      * tarjeta. El alta y el cambio de tarjeta exigen el codigo de
      * confirmacion que se envia por SMS a ese mismo telefono; la
      * baja borra la entrada del directorio telefonos.ubd
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "TELEFONOS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "TELEFONOS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSTF                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".

       77 CHOICE                    PIC  9(1).
       77 TITULAR-TARJETA           PIC  9(9).
       77 TELEFONO-CLIENTE          PIC  X(15).
       77 FECHA-HOY-YMD             PIC  9(8).
      * tarjeta a la que apunta hoy el telefono (0 = sin asociar)
       77 TARJETA-ASOCIADA          PIC  9(16).
       77 OTP-SEMILLA               PIC  9(8).
       77 OTP-GENERADO              PIC  9(6).
       77 OTP-INTRODUCIDO           PIC  9(6).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 OTP-ACCEPT-PANTALLA.
           05 OTP-ACCEPT BLANK ZERO AUTO LINE 13 COL 50
               PIC 9(6) USING OTP-INTRODUCIDO.

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

      * solo una tarjeta de cuenta con titular puede recibir: la
      * regalo prepagada no tiene ficha de cliente y la de credito no
      * es una cuenta donde abonar
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           IF NOT PRODUCTO-CUENTA OR TTITULAR = 0
               CLOSE TARJETAS
               GO TO PPRODUCTO-ERR.
           MOVE TTITULAR TO TITULAR-TARJETA.
           CLOSE TARJETAS.

           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TITULAR-TARJETA TO CLI-COD.
           READ CLIENTES INVALID KEY GO TO PSYS-ERR.
           MOVE CLI-TELEFONO TO TELEFONO-CLIENTE.
           CLOSE CLIENTES.
           IF TELEFONO-CLIENTE = SPACES
               GO TO PSIN-TELEFONO.

       PTELEFONO.
           PERFORM LEER-ASOCIACION THRU LEER-ASOCIACION-EXIT.
           DISPLAY (8, 25) "Pagos al movil".
           DISPLAY (10, 15) "Telefono:".
           DISPLAY (10, 35) TELEFONO-CLIENTE.
           IF TARJETA-ASOCIADA = 0
               DISPLAY (11, 15) "No esta asociado a ninguna tarjeta"
           ELSE
               IF TARJETA-ASOCIADA = TNUM-P
                   DISPLAY (11, 15) "Asociado a esta tarjeta"
               ELSE
                   DISPLAY (11, 15) "Asociado a la tarjeta"
                   DISPLAY (11, 37) TARJETA-ASOCIADA.
           DISPLAY (14, 15) "1 - Recibir los pagos en esta tarjeta".
           DISPLAY (15, 15) "2 - Dar de baja el telefono".
           DISPLAY (24, 34) "ESC - Salir".

       PTELEFONO-A1.
           ACCEPT CHOICE ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PTELEFONO-A1.
           IF CHOICE = 1
               GO TO PASOCIAR.
           IF CHOICE = 2
               GO TO PBAJA.
           GO TO PTELEFONO-A1.

      *----------------------------------------------------------*
      * alta o cambio de tarjeta: se confirma con un codigo de un
      * solo uso que llega al propio telefono, para que nadie pueda
      * desviar a su tarjeta los pagos dirigidos a un numero ajeno
      *----------------------------------------------------------*
       PASOCIAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF TARJETA-ASOCIADA = TNUM-P
               DISPLAY (11, 15) "El telefono ya esta asociado a esta"
               DISPLAY (12, 15) "tarjeta"
               DISPLAY (18, 33) "Enter - Aceptar"
               GO TO PFIN-ENTER.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE OTP-SEMILLA = (SEGUNDOS * 1000000) +
               (MILISEGUNDOS * 10000) + TNUM-P.
           COMPUTE OTP-GENERADO =
               (FUNCTION RANDOM(OTP-SEMILLA) * 900000) + 100000.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "CODIGO ALTA PAGOS AL MOVIL" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           MOVE OTP-GENERADO TO NOTIF-OTP.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
           MOVE 0 TO NOTIF-OTP.

       PCONFIRMAR-OTP.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 25) "Pagos al movil".
           DISPLAY (10, 15) "Se ha enviado un codigo a su telefono".
           DISPLAY (13, 15) "Introduzca el codigo recibido:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
           MOVE 0 TO OTP-INTRODUCIDO.
           ACCEPT OTP-ACCEPT-PANTALLA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PCONFIRMAR-OTP.
           IF OTP-INTRODUCIDO NOT = OTP-GENERADO
               GO TO POTP-ERR.

           OPEN I-O TELEFONOS.
           IF FSTF = 35
               OPEN OUTPUT TELEFONOS
               CLOSE TELEFONOS
               OPEN I-O TELEFONOS
           END-IF.
           IF FSTF NOT = 00
               GO TO PSYS-ERR.
           MOVE TELEFONO-CLIENTE TO TEL-TELEFONO.
           READ TELEFONOS INVALID KEY
               GO TO PASOCIAR-ALTA.
           MOVE TNUM-P TO TEL-TARJETA.
           MOVE TITULAR-TARJETA TO TEL-TITULAR.
           MOVE FECHA-HOY-YMD TO TEL-FECHA-ALTA.
           REWRITE TELEFONO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TELEFONOS.
           MOVE "R" TO JOURNAL-OPERACION.
           GO TO PASOCIAR-ANOTAR.

       PASOCIAR-ALTA.
           MOVE TELEFONO-CLIENTE TO TEL-TELEFONO.
           MOVE TNUM-P TO TEL-TARJETA.
           MOVE TITULAR-TARJETA TO TEL-TITULAR.
           MOVE FECHA-HOY-YMD TO TEL-FECHA-ALTA.
           WRITE TELEFONO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TELEFONOS.
           MOVE "E" TO JOURNAL-OPERACION.

       PASOCIAR-ANOTAR.
           MOVE "TF" TO JOURNAL-FICHERO.
           MOVE TEL-TELEFONO TO JOURNAL-CLAVE.
           MOVE TELEFONO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "TELEFONO ASOCIADO A LA TARJETA" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "Los pagos a su telefono se abonaran".
           DISPLAY (12, 15) "a partir de ahora en esta tarjeta".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * baja: el telefono deja de admitir pagos
      *----------------------------------------------------------*
       PBAJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF TARJETA-ASOCIADA = 0
               DISPLAY (11, 15) "El telefono no esta dado de alta"
               DISPLAY (18, 33) "Enter - Aceptar"
               GO TO PFIN-ENTER.

           OPEN I-O TELEFONOS.
           IF FSTF NOT = 00
               GO TO PSYS-ERR.
           MOVE TELEFONO-CLIENTE TO TEL-TELEFONO.
           READ TELEFONOS INVALID KEY GO TO PSYS-ERR.
           DELETE TELEFONOS RECORD INVALID KEY GO TO PSYS-ERR.
           CLOSE TELEFONOS.

           MOVE "TF" TO JOURNAL-FICHERO.
           MOVE "B" TO JOURNAL-OPERACION.
           MOVE TEL-TELEFONO TO JOURNAL-CLAVE.
           MOVE TELEFONO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "BAJA DE PAGOS AL MOVIL" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           DISPLAY (11, 15) "El telefono ha sido dado de baja".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFIN-ENTER.

      * tarjeta a la que apunta hoy el telefono de la ficha
       LEER-ASOCIACION.
           MOVE 0 TO TARJETA-ASOCIADA.
           OPEN INPUT TELEFONOS.
           IF FSTF = 35
               GO TO LEER-ASOCIACION-EXIT.
           IF FSTF NOT = 00
               GO TO PSYS-ERR.
           MOVE TELEFONO-CLIENTE TO TEL-TELEFONO.
           READ TELEFONOS INVALID KEY
               GO TO LEER-ASOCIACION-CERRAR.
           MOVE TEL-TARJETA TO TARJETA-ASOCIADA.

       LEER-ASOCIACION-CERRAR.
           CLOSE TELEFONOS.
       LEER-ASOCIACION-EXIT.
           EXIT.

       POTP-ERR.
           DISPLAY (20, 20) "El codigo introducido no es correcto"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PSIN-TELEFONO.
           DISPLAY (11, 15) "No tiene un telefono en su ficha;"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (12, 15) "indiquelo antes en Mis datos"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PPRODUCTO-ERR.
           DISPLAY (11, 15) "Esta tarjeta no puede recibir pagos"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (12, 15) "al movil"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE TELEFONOS.

           MOVE "BANK55" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSC NOT = 00
                   MOVE FSC TO ERROR-FS
               ELSE
                   MOVE FSTF TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COLUMN 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PSYS-ERR-ENTER.

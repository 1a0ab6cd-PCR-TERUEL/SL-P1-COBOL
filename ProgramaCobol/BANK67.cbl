       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK67.
      * modo accesible de un cliente desde el modo supervisor de
      * BANK1: con el cliente delante y su tarjeta, el supervisor
      * activa o desactiva la preferencia CLI-ACCESIBLE de la ficha
      * (pantallas simplificadas, mas tiempo de espera y confirmacion
      * adicional antes de mover dinero); vale desde la siguiente
      * vez que el cliente se identifique en el cajero, y el cambio
      * queda en el diario de supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2) VALUE "00".
       77 FSC                       PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".

       77 TARJETA-USUARIO           PIC  9(16).
       77 TITULAR-CAMBIO            PIC  9(9).
       77 ACCESIBLE-ANTES           PIC  9(1).
       77 ACCESIBLE-NUEVO           PIC  9(1).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-TARJETA.
           05 TARJETA-ACCEPT BLANK ZERO AUTO
               LINE 10 COL 40 PIC 9(16) USING TARJETA-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PTARJETA.
           INITIALIZE TARJETA-USUARIO.
           DISPLAY (8, 22) "Modo accesible de un cliente".
           DISPLAY (10, 15) "Tarjeta del cliente:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-TARJETA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PTARJETA.
           IF TARJETA-USUARIO = 0
               GO TO PTARJETA.

      * tarjeta no dada de baja y con titular en la ficha de clientes
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           IF TARJETA-BAJA OR TTITULAR = 0
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           MOVE TTITULAR TO TITULAR-CAMBIO.
           CLOSE TARJETAS.

           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TITULAR-CAMBIO TO CLI-COD.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO PTARJETA-ERR.
           CLOSE CLIENTES.
           IF ACCESIBILIDAD-ACTIVA
               MOVE 1 TO ACCESIBLE-ANTES
               MOVE 0 TO ACCESIBLE-NUEVO
           ELSE
               MOVE 0 TO ACCESIBLE-ANTES
               MOVE 1 TO ACCESIBLE-NUEVO.

       PCONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 22) "Modo accesible de un cliente".
           DISPLAY (10, 15) "Cliente:".
           DISPLAY (10, 30) CLI-COD.
           DISPLAY (11, 15) "Nombre:".
           DISPLAY (11, 30) CLI-NOMBRE.
           DISPLAY (12, 30) CLI-APELLIDOS.
           DISPLAY (14, 15) "Modo accesible:".
           IF ACCESIBLE-ANTES = 1
               DISPLAY (14, 30) "ACTIVO"
               DISPLAY (16, 15) "Se desactivara el modo accesible"
           ELSE
               DISPLAY (14, 30) "NO ACTIVO"
               DISPLAY (16, 15) "Se activara el modo accesible".
           DISPLAY (24, 01) "Enter - Confirmar".
           DISPLAY (24, 65) "ESC - Cancelar".

       PCONFIRMAR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   IF ENTER-PRESSED
                       GO TO PAPLICAR
                   ELSE
                       GO TO PCONFIRMAR-ENTER.
           GO TO PCONFIRMAR-ENTER.

       PAPLICAR.
           OPEN I-O CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TITULAR-CAMBIO TO CLI-COD.
           READ CLIENTES INVALID KEY GO TO PSYS-ERR.
           MOVE ACCESIBLE-NUEVO TO CLI-ACCESIBLE.
           REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.

           MOVE "CL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CLI-COD TO JOURNAL-CLAVE.
           MOVE CLIENTEREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "ACCESIBLE" TO SUPJRN-ACCION.
           MOVE CLI-COD TO SUPJRN-CLAVE.
           IF ACCESIBLE-ANTES = 1
               MOVE "ACTIVO" TO SUPJRN-ANTES
               MOVE "NO ACTIVO" TO SUPJRN-DESPUES
           ELSE
               MOVE "NO ACTIVO" TO SUPJRN-ANTES
               MOVE "ACTIVO" TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ACCESIBLE-NUEVO = 1
               DISPLAY (11, 20) "El modo accesible queda activado"
           ELSE
               DISPLAY (11, 20) "El modo accesible queda desactivado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PTARJETA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no es valida para esa accion"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFIN-ENTER.

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE CLIENTES.

           MOVE "BANK67" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               MOVE FSC TO ERROR-FS.
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

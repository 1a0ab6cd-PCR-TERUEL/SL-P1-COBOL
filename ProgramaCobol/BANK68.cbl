       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK68.
      * entrega de talonarios de cheques desde el modo supervisor de
      * BANK1: con el cliente delante, el supervisor emite para su
      * tarjeta de cuenta un talonario del numero de cheques pedido
      * (25 si no se indica, 50 como mucho) y le comunica el tramo de
      * series; los cheques que libre se pagan contra el saldo de la
      * tarjeta en la compensacion (BATCH-CHQLIBRADOS)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "TALONARIOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "TALONARIOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2) VALUE "00".
       77 FSC                       PIC   X(2) VALUE "00".
       77 FSTN                      PIC   X(2) VALUE "00".
       77 FSCO                      PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "TLN-NUM-WS.cpy".

       77 TARJETA-USUARIO           PIC  9(16).
       77 CHEQUES-USUARIO           PIC  9(2).
       77 TITULAR-TALONARIO         PIC  9(9).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-TALONARIO.
           05 TARJETA-ACCEPT BLANK ZERO AUTO
               LINE 10 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 CHEQUES-ACCEPT BLANK ZERO AUTO
               LINE 11 COL 40 PIC 9(2) USING CHEQUES-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PTARJETA.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE CHEQUES-USUARIO.
           DISPLAY (8, 22) "Entrega de talonario de cheques".
           DISPLAY (10, 15) "Tarjeta del cliente:".
           DISPLAY (11, 15) "Numero de cheques:".
           DISPLAY (12, 15) "(25 si se deja en blanco, 50 como mucho)".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-TALONARIO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PTARJETA.
           IF TARJETA-USUARIO = 0
               GO TO PTARJETA.
           IF CHEQUES-USUARIO = 0
               MOVE 25 TO CHEQUES-USUARIO.
           IF CHEQUES-USUARIO > 50
               GO TO PTARJETA.

      * solo tarjetas de cuenta operativas y con titular: la
      * prepago y la de credito no tienen cuenta contra la que librar
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           IF NOT TARJETA-ACTIVA OR NOT PRODUCTO-CUENTA
                   OR TTITULAR = 0
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           MOVE TTITULAR TO TITULAR-TALONARIO.
           CLOSE TARJETAS.

           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TITULAR-TALONARIO TO CLI-COD.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO PTARJETA-ERR.
           CLOSE CLIENTES.

       PCONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 22) "Entrega de talonario de cheques".
           DISPLAY (10, 15) "Cliente:".
           DISPLAY (10, 30) CLI-COD.
           DISPLAY (11, 15) "Nombre:".
           DISPLAY (11, 30) CLI-NOMBRE.
           DISPLAY (12, 30) CLI-APELLIDOS.
           DISPLAY (14, 15) "Tarjeta:".
           DISPLAY (14, 30) TARJETA-USUARIO.
           DISPLAY (15, 15) "Cheques:".
           DISPLAY (15, 30) CHEQUES-USUARIO.
           DISPLAY (24, 01) "Enter - Confirmar".
           DISPLAY (24, 65) "ESC - Cancelar".

       PCONFIRMAR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   IF ENTER-PRESSED
                       GO TO PEMITIR
                   ELSE
                       GO TO PCONFIRMAR-ENTER.
           GO TO PCONFIRMAR-ENTER.

       PEMITIR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM SIGUIENTE-TLN-NUM THRU SIGUIENTE-TLN-NUM-EXIT.

           OPEN I-O TALONARIOS.
           IF FSTN = 35
               OPEN OUTPUT TALONARIOS
               CLOSE TALONARIOS
               OPEN I-O TALONARIOS
           END-IF.
           IF FSTN NOT = 00
               GO TO PSYS-ERR.
           MOVE NUEVO-TLN-NUM TO TAL-NUM.
           MOVE TARJETA-USUARIO TO TAL-TARJETA.
           COMPUTE TAL-SERIE-DESDE = (NUEVO-TLN-NUM * 100) + 1.
           COMPUTE TAL-SERIE-HASTA =
               (NUEVO-TLN-NUM * 100) + CHEQUES-USUARIO.
           COMPUTE TAL-FECHA-EMISION =
               (ANO * 10000) + (MES * 100) + DIA.
           MOVE SUP-TARJETA-P TO TAL-SUPERVISOR.
           WRITE TALONARIO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TALONARIOS.

           MOVE "TN" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE TAL-NUM TO JOURNAL-CLAVE.
           MOVE TALONARIO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "TALONARIO" TO SUPJRN-ACCION.
           MOVE TARJETA-USUARIO TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           STRING "TALONARIO " TAL-NUM
               DELIMITED BY SIZE INTO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           MOVE TARJETA-USUARIO TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE SPACES TO NOTIF-CONCEPTO.
           STRING "TALONARIO SERIES " TAL-SERIE-DESDE
               DELIMITED BY SIZE INTO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (10, 20) "Talonario emitido".
           DISPLAY (12, 20) "Series del".
           DISPLAY (12, 31) TAL-SERIE-DESDE.
           DISPLAY (12, 42) "al".
           DISPLAY (12, 45) TAL-SERIE-HASTA.
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

           COPY "SIGUIENTE-TLN-NUM.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE TALONARIOS.

           MOVE "BANK68" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSC NOT = 00
                   MOVE FSC TO ERROR-FS
               ELSE
                   IF FSTN NOT = 00
                       MOVE FSTN TO ERROR-FS
                   ELSE
                       MOVE FSCO TO ERROR-FS.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK59.
      * revision de diligencia debida desde el modo supervisor de
      * BANK1: cola de los clientes que BATCH_KYC marco con el
      * documento de identidad caducado o la revision periodica
      * vencida (y de los ya restringidos a consultar saldo por no
      * revisarse a tiempo); el supervisor actualiza con el cliente
      * delante la caducidad del documento, la fecha de nacimiento,
      * la nacionalidad y la profesion, y al dar la revision por
      * hecha el cliente sale de la cola, recupera la operativa
      * completa y la siguiente revision se programa segun su riesgo
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSC                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".

       77 FECHA-HOY-YMD             PIC  9(8).
       01 TABLA-CLIENTES-KYC.
           05 CLIENTE-EN-PANTALLA   PIC 9(9) OCCURS 12 TIMES.
       77 NUM-CLIENTES-PANT         PIC  9(2) VALUE 0.
       77 LINEA-CLI-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 CADUCIDAD-USUARIO         PIC  9(8).
       77 NACIMIENTO-USUARIO        PIC  9(8).
       77 NACIONALIDAD-USUARIO      PIC  X(2).
       77 PROFESION-USUARIO         PIC  9(2).
       77 CONFIRMAR-USUARIO         PIC  9(1).
       77 ESTADO-ANTES              PIC  9(1).
       77 ANOS-REVISION             PIC  9(1).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 50 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-REVISION.
           05 CADUCIDAD-ACCEPT AUTO
               LINE 14 COL 45 PIC 9(8) USING CADUCIDAD-USUARIO.
           05 NACIMIENTO-ACCEPT AUTO
               LINE 15 COL 45 PIC 9(8) USING NACIMIENTO-USUARIO.
           05 NACIONALIDAD-ACCEPT AUTO
               LINE 16 COL 45 PIC X(2) USING NACIONALIDAD-USUARIO.
           05 PROFESION-ACCEPT AUTO
               LINE 17 COL 45 PIC 9(2) USING PROFESION-USUARIO.
           05 CONFIRMAR-ACCEPT AUTO
               LINE 21 COL 45 PIC 9(1) USING CONFIRMAR-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

       PLISTAR-CLIENTES.
           MOVE 0 TO NUM-CLIENTES-PANT.
           OPEN INPUT CLIENTES.
           IF FSC = 35
               GO TO SIN-CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           DISPLAY (6, 20) "Revision de clientes (KYC)".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Cliente".
           DISPLAY (8, 19) "Apellidos".
           DISPLAY (8, 42) "Riesgo".
           DISPLAY (8, 50) "Motivo".
           DISPLAY (8, 66) "Estado".

       PLISTAR-CLIENTES-LEER.
           READ CLIENTES NEXT RECORD
               AT END GO TO PLISTAR-CLIENTES-FIN.
           IF KYC-AL-DIA
               GO TO PLISTAR-CLIENTES-LEER.
           ADD 1 TO NUM-CLIENTES-PANT.
           MOVE CLI-COD TO CLIENTE-EN-PANTALLA (NUM-CLIENTES-PANT).
           COMPUTE LINEA-CLI-ACTUAL = 8 + NUM-CLIENTES-PANT.
           DISPLAY (LINEA-CLI-ACTUAL, 03) NUM-CLIENTES-PANT.
           DISPLAY (LINEA-CLI-ACTUAL, 08) CLI-COD.
           DISPLAY (LINEA-CLI-ACTUAL, 19) CLI-APELLIDOS (1:22).
           IF RIESGO-ALTO
               DISPLAY (LINEA-CLI-ACTUAL, 42) "Alto"
           ELSE
               IF RIESGO-MEDIO
                   DISPLAY (LINEA-CLI-ACTUAL, 42) "Medio"
               ELSE
                   DISPLAY (LINEA-CLI-ACTUAL, 42) "Bajo".
           IF CLI-DOC-CADUCIDAD NOT = 0
                   AND CLI-DOC-CADUCIDAD < FECHA-HOY-YMD
               DISPLAY (LINEA-CLI-ACTUAL, 50) "DNI caducado"
           ELSE
               DISPLAY (LINEA-CLI-ACTUAL, 50) "Revision".
           IF KYC-RESTRINGIDO
               DISPLAY (LINEA-CLI-ACTUAL, 66) "Restringido"
           ELSE
               DISPLAY (LINEA-CLI-ACTUAL, 66) "En cola".
           IF NUM-CLIENTES-PANT = 12
               GO TO PLISTAR-CLIENTES-FIN.
           GO TO PLISTAR-CLIENTES-LEER.

       PLISTAR-CLIENTES-FIN.
           CLOSE CLIENTES.
           IF NUM-CLIENTES-PANT = 0
               GO TO SIN-CLIENTES.

       PELEGIR-CLIENTE.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (22, 15) "Num. del cliente a revisar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-CLIENTE.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-CLIENTES-PANT
               GO TO PELEGIR-CLIENTE.

           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-EN-PANTALLA (SELECCION-USUARIO) TO CLI-COD.
           READ CLIENTES INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.
           MOVE CLI-DOC-CADUCIDAD TO CADUCIDAD-USUARIO.
           MOVE CLI-FECHA-NACIMIENTO TO NACIMIENTO-USUARIO.
           MOVE CLI-NACIONALIDAD TO NACIONALIDAD-USUARIO.
           MOVE CLI-PROFESION TO PROFESION-USUARIO.
           MOVE 0 TO CONFIRMAR-USUARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       PREVISAR.
           DISPLAY (6, 20) "Revision de clientes (KYC)".
           DISPLAY (8, 10) "Cliente:".
           DISPLAY (8, 30) CLI-COD.
           DISPLAY (9, 10) "Nombre:".
           DISPLAY (9, 30) CLI-NOMBRE.
           DISPLAY (10, 30) CLI-APELLIDOS.
           DISPLAY (11, 10) "DNI:".
           DISPLAY (11, 30) CLI-DNI.
           DISPLAY (12, 10) "Ultima revision:".
           DISPLAY (12, 30) CLI-FECHA-ULT-REVISION.
           DISPLAY (12, 42) "En cola desde:".
           DISPLAY (12, 58) CLI-KYC-FECHA-COLA.
           DISPLAY (14, 10) "Caducidad DNI (AAAAMMDD):".
           DISPLAY (15, 10) "Nacimiento (AAAAMMDD):".
           DISPLAY (16, 10) "Nacionalidad:".
           DISPLAY (17, 10) "Profesion (1-6):".
           DISPLAY (18, 10) "1 asalariado 2 pensionista 3 sin ingresos".
           DISPLAY (19, 10) "4 autonomo 5 negocio de efectivo".
           DISPLAY (19, 45) "6 cargo publico".
           DISPLAY (21, 10) "Revision completada (1 si):".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-REVISION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PREVISAR.
           IF CONFIRMAR-USUARIO NOT = 1
               GO TO PREVISAR.
      * la revision solo se cierra con el documento en vigor y la
      * ficha completa
           IF CADUCIDAD-USUARIO NOT > FECHA-HOY-YMD
                   OR NACIMIENTO-USUARIO = 0
                   OR NACIMIENTO-USUARIO NOT < FECHA-HOY-YMD
                   OR NACIONALIDAD-USUARIO = SPACES
                   OR PROFESION-USUARIO = 0
                   OR PROFESION-USUARIO > 6
               GO TO PDATOS-ERR.

           OPEN I-O CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-EN-PANTALLA (SELECCION-USUARIO) TO CLI-COD.
           READ CLIENTES INVALID KEY GO TO PSYS-ERR.
           MOVE CLI-KYC-ESTADO TO ESTADO-ANTES.
           MOVE CADUCIDAD-USUARIO TO CLI-DOC-CADUCIDAD.
           MOVE NACIMIENTO-USUARIO TO CLI-FECHA-NACIMIENTO.
           MOVE NACIONALIDAD-USUARIO TO CLI-NACIONALIDAD.
           MOVE PROFESION-USUARIO TO CLI-PROFESION.
      * la siguiente revision cuenta desde hoy con el riesgo vigente
      * (el cliente aun sin calificar, como riesgo medio); el batch
      * mensual la ajusta si el riesgo cambia
           IF RIESGO-ALTO
               MOVE 1 TO ANOS-REVISION
           ELSE
               IF RIESGO-BAJO
                   MOVE 5 TO ANOS-REVISION
               ELSE
                   MOVE 3 TO ANOS-REVISION.
           MOVE FECHA-HOY-YMD TO CLI-FECHA-ULT-REVISION.
           COMPUTE CLI-FECHA-REVISION =
               FECHA-HOY-YMD + (ANOS-REVISION * 10000).
           MOVE 0 TO CLI-KYC-ESTADO.
           MOVE 0 TO CLI-KYC-FECHA-COLA.
           REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.

           MOVE "CL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CLI-COD TO JOURNAL-CLAVE.
           MOVE CLIENTEREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "KYC REVISION" TO SUPJRN-ACCION.
           MOVE CLI-COD TO SUPJRN-CLAVE.
           IF ESTADO-ANTES = 2
               MOVE "RESTRINGIDO" TO SUPJRN-ANTES
           ELSE
               MOVE "EN COLA" TO SUPJRN-ANTES.
           MOVE "AL DIA" TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 18) "La revision ha quedado registrada".
           DISPLAY (13, 18) "Proxima revision:".
           DISPLAY (13, 37) CLI-FECHA-REVISION.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-CLIENTES-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PLISTAR-CLIENTES-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-CLIENTES.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Los datos indicados no son validos"
               LINE 11 COLUMN 23
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       SIN-CLIENTES.
           DISPLAY (11, 18) "No hay clientes pendientes de revision".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO SIN-CLIENTES-ENTER.

       SIN-CLIENTES-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO SIN-CLIENTES-ENTER.

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE CLIENTES.

           MOVE "BANK59" TO ERROR-PROGRAMA.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK60.
      * coincidencias con las listas de sanciones y PEP desde el
      * modo supervisor de BANK1, solo para el perfil de
      * cumplimiento normativo: presenta las posibles coincidencias
      * que BATCH_SANCIONES deja en coincidencias.ubd al recribar
      * los clientes, y el analista las confirma o las descarta con
      * nota obligatoria; confirmar una entrada de la lista de
      * sanciones congela de golpe todas las tarjetas del cliente,
      * y confirmar un PEP lo deja calificado de riesgo alto; las
      * coincidencias de sanciones confirmadas siguen en la cola
      * para poder levantar la congelacion si el cliente sale de
      * la lista
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COINCIDENCIAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "COINCIDENCIAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSHI                      PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".

       77 FECHA-HOY-YMD             PIC  9(8).
       01 TABLA-COINCIDENCIAS.
           05 COINCIDENCIA-EN-PANTALLA PIC X(81) OCCURS 12 TIMES.
       77 NUM-COINC-PANT            PIC  9(2) VALUE 0.
       77 LINEA-COI-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 DECISION-USUARIO          PIC  9(1).
       77 NOTAS-USUARIO             PIC  X(60).
       77 TARJETAS-CAMBIADAS        PIC  9(3).
       77 ESTADO-TARJETA-DESDE      PIC  9(2).
       77 ESTADO-TARJETA-HASTA      PIC  9(2).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 50 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-DECISION.
           05 NOTAS-ACCEPT
               LINE 18 COL 10 PIC X(60) USING NOTAS-USUARIO.
           05 DECISION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 62 PIC 9(1) USING DECISION-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

       PLISTAR-COINCIDENCIAS.
           MOVE 0 TO NUM-COINC-PANT.
           OPEN INPUT COINCIDENCIAS.
           IF FSHI = 35
               GO TO SIN-COINCIDENCIAS.
           IF FSHI NOT = 00
               GO TO PSYS-ERR.
           DISPLAY (6, 20) "Coincidencias con listas de sanciones".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Cliente".
           DISPLAY (8, 19) "Nombre en la lista".
           DISPLAY (8, 51) "Lista".
           DISPLAY (8, 58) "Por".
           DISPLAY (8, 68) "Estado".

       PLISTAR-COINCIDENCIAS-LEER.
           READ COINCIDENCIAS NEXT RECORD
               AT END GO TO PLISTAR-COINCIDENCIAS-FIN.
           IF NOT COINCIDENCIA-PENDIENTE
                   AND NOT (COINCIDENCIA-CONFIRMADA
                            AND COINCIDENCIA-SANCIONES)
               GO TO PLISTAR-COINCIDENCIAS-LEER.
           ADD 1 TO NUM-COINC-PANT.
           MOVE COI-CLAVE TO COINCIDENCIA-EN-PANTALLA (NUM-COINC-PANT).
           COMPUTE LINEA-COI-ACTUAL = 8 + NUM-COINC-PANT.
           DISPLAY (LINEA-COI-ACTUAL, 03) NUM-COINC-PANT.
           DISPLAY (LINEA-COI-ACTUAL, 08) COI-CLI-COD.
           DISPLAY (LINEA-COI-ACTUAL, 19) COI-NOMBRE-LISTA (1:30).
           IF COINCIDENCIA-SANCIONES
               DISPLAY (LINEA-COI-ACTUAL, 51) "Sancion"
           ELSE
               DISPLAY (LINEA-COI-ACTUAL, 51) "PEP".
           IF COINCIDE-NOMBRE
               DISPLAY (LINEA-COI-ACTUAL, 58) "Nombre"
           ELSE
               IF COINCIDE-DOCUMENTO
                   DISPLAY (LINEA-COI-ACTUAL, 58) "Documento"
               ELSE
                   DISPLAY (LINEA-COI-ACTUAL, 58) "Ambos".
           IF COINCIDENCIA-CONFIRMADA
               DISPLAY (LINEA-COI-ACTUAL, 68) "Congelado"
           ELSE
               DISPLAY (LINEA-COI-ACTUAL, 68) "Pendiente".
           IF NUM-COINC-PANT = 12
               GO TO PLISTAR-COINCIDENCIAS-FIN.
           GO TO PLISTAR-COINCIDENCIAS-LEER.

       PLISTAR-COINCIDENCIAS-FIN.
           CLOSE COINCIDENCIAS.
           IF NUM-COINC-PANT = 0
               GO TO SIN-COINCIDENCIAS.

       PELEGIR-COINCIDENCIA.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (22, 15) "Num. de la coincidencia a revisar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-COINCIDENCIA.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-COINC-PANT
               GO TO PELEGIR-COINCIDENCIA.

           OPEN INPUT COINCIDENCIAS.
           IF FSHI NOT = 00
               GO TO PSYS-ERR.
           MOVE COINCIDENCIA-EN-PANTALLA (SELECCION-USUARIO)
               TO COI-CLAVE.
           READ COINCIDENCIAS INVALID KEY GO TO PSYS-ERR.
           CLOSE COINCIDENCIAS.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE COI-CLI-COD TO CLI-COD.
           READ CLIENTES INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.
           MOVE COI-NOTAS TO NOTAS-USUARIO.
           MOVE 0 TO DECISION-USUARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       PDETALLE.
           DISPLAY (6, 20) "Coincidencia con listas de sanciones".
           DISPLAY (8, 10) "Cliente:".
           DISPLAY (8, 30) CLI-COD.
           DISPLAY (9, 10) "Nombre:".
           DISPLAY (9, 30) CLI-NOMBRE.
           DISPLAY (10, 30) CLI-APELLIDOS.
           DISPLAY (11, 10) "DNI:".
           DISPLAY (11, 30) CLI-DNI.
           DISPLAY (12, 10) "En la lista:".
           DISPLAY (12, 30) COI-NOMBRE-LISTA (1:45).
           DISPLAY (13, 10) "Documento:".
           DISPLAY (13, 30) COI-SAN-CLAVE (61:12).
           DISPLAY (14, 10) "Lista:".
           IF COINCIDENCIA-SANCIONES
               DISPLAY (14, 30) "Sanciones"
           ELSE
               DISPLAY (14, 30) "Responsabilidad publica".
           DISPLAY (14, 55) COI-MOTIVO.
           DISPLAY (15, 10) "Detectada el:".
           DISPLAY (15, 30) COI-FECHA-ALTA.
           DISPLAY (17, 10) "Notas del analista:".
           IF COINCIDENCIA-CONFIRMADA
               DISPLAY (20, 10) "3-Levantar la congelacion"
           ELSE
               DISPLAY (20, 10) "1-Confirmar 2-Descartar".
           DISPLAY (20, 45) "Decision:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PDETALLE.
           IF COINCIDENCIA-CONFIRMADA AND DECISION-USUARIO NOT = 3
               GO TO PDETALLE.
           IF COINCIDENCIA-PENDIENTE
                   AND (DECISION-USUARIO < 1 OR DECISION-USUARIO > 2)
               GO TO PDETALLE.
      * toda decision queda motivada
           IF NOTAS-USUARIO = SPACES
               GO TO PDATOS-ERR.

           OPEN I-O COINCIDENCIAS.
           IF FSHI NOT = 00
               GO TO PSYS-ERR.
           MOVE COINCIDENCIA-EN-PANTALLA (SELECCION-USUARIO)
               TO COI-CLAVE.
           READ COINCIDENCIAS INVALID KEY GO TO PSYS-ERR.
      * otro analista la ha resuelto mientras tanto
           IF (DECISION-USUARIO = 3 AND NOT COINCIDENCIA-CONFIRMADA)
                   OR (DECISION-USUARIO NOT = 3
                       AND NOT COINCIDENCIA-PENDIENTE)
               CLOSE COINCIDENCIAS
               GO TO PDATOS-ERR.
           MOVE NOTAS-USUARIO TO COI-NOTAS.
           MOVE SUP-TARJETA-P TO COI-ANALISTA.
           MOVE FECHA-HOY-YMD TO COI-FECHA-DECISION.
           IF DECISION-USUARIO = 1
               MOVE 1 TO COI-ESTADO
           ELSE
               IF DECISION-USUARIO = 2
                   MOVE 2 TO COI-ESTADO
               ELSE
                   MOVE 3 TO COI-ESTADO.
           REWRITE COINCIDENCIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE COINCIDENCIAS.

           IF DECISION-USUARIO = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY (11, 18) "La decision ha quedado registrada"
               DISPLAY (18, 33) "Enter - Aceptar"
               GO TO PFIN-ENTER.

           PERFORM MARCAR-CLIENTE THRU MARCAR-CLIENTE-EXIT.
           MOVE 0 TO TARJETAS-CAMBIADAS.
           IF DECISION-USUARIO = 1 AND COINCIDENCIA-SANCIONES
               MOVE 01 TO ESTADO-TARJETA-DESDE
               MOVE 06 TO ESTADO-TARJETA-HASTA
               PERFORM CAMBIAR-TARJETAS THRU CAMBIAR-TARJETAS-EXIT
               MOVE "CONGELAR" TO SUPJRN-ACCION
               MOVE "SANCIONES" TO SUPJRN-ANTES
               MOVE "CONGELADO" TO SUPJRN-DESPUES
               PERFORM ANOTAR-SUPJRN THRU ANOTAR-SUPJRN-EXIT.
           IF DECISION-USUARIO = 3
               MOVE 06 TO ESTADO-TARJETA-DESDE
               MOVE 01 TO ESTADO-TARJETA-HASTA
               PERFORM CAMBIAR-TARJETAS THRU CAMBIAR-TARJETAS-EXIT
               MOVE "DESCONGELAR" TO SUPJRN-ACCION
               MOVE "CONGELADO" TO SUPJRN-ANTES
               MOVE "ACTIVO" TO SUPJRN-DESPUES
               PERFORM ANOTAR-SUPJRN THRU ANOTAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF DECISION-USUARIO = 1 AND COINCIDENCIA-PEP
               DISPLAY (11, 15) "Cliente calificado de riesgo alto"
           ELSE
               DISPLAY (11, 15) "Tarjetas del cliente cambiadas:"
               DISPLAY (11, 48) TARJETAS-CAMBIADAS.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-COINCIDENCIAS-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PLISTAR-COINCIDENCIAS-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-COINCIDENCIAS.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Los datos indicados no son validos"
               LINE 11 COLUMN 23
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       SIN-COINCIDENCIAS.
           DISPLAY (11, 15)
               "No hay coincidencias con las listas por revisar".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO SIN-COINCIDENCIAS-ENTER.

       SIN-COINCIDENCIAS-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO SIN-COINCIDENCIAS-ENTER.

      *----------------------------------------------------------*
      * ficha del cliente: sancionado o PEP al confirmar (el PEP,
      * ademas, a riesgo alto); al levantar, vuelve a sin
      * coincidencia
      *----------------------------------------------------------*
       MARCAR-CLIENTE.
           OPEN I-O CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE COI-CLI-COD TO CLI-COD.
           READ CLIENTES INVALID KEY GO TO PSYS-ERR.
           IF DECISION-USUARIO = 3
               MOVE 0 TO CLI-SANCIONES
           ELSE
               IF COINCIDENCIA-SANCIONES
                   MOVE 2 TO CLI-SANCIONES
               ELSE
                   IF NOT CLIENTE-SANCIONADO
                       MOVE 1 TO CLI-SANCIONES
                   END-IF
                   MOVE 3 TO CLI-RIESGO
                   MOVE FECHA-HOY-YMD TO CLI-FECHA-CALIFICACION.
           REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.
           MOVE "CL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CLI-COD TO JOURNAL-CLAVE.
           MOVE CLIENTEREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       MARCAR-CLIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * todas las tarjetas del titular de un estado al otro en la
      * misma pasada: al congelar se toman las activas y las
      * dormidas (las perdidas, robadas o de baja ya no operan)
      *----------------------------------------------------------*
       CAMBIAR-TARJETAS.
           OPEN I-O TARJETAS.
           IF FST = 35
               GO TO CAMBIAR-TARJETAS-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       CAMBIAR-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO CAMBIAR-TARJETAS-CERRAR.
           IF TTITULAR NOT = COI-CLI-COD
               GO TO CAMBIAR-TARJETAS-LEER.
           IF ESTADO-TARJETA-HASTA = 06
               IF NOT TARJETA-ACTIVA AND NOT TARJETA-DORMIDA
                   GO TO CAMBIAR-TARJETAS-LEER
               END-IF
           ELSE
               IF NOT TARJETA-CONGELADA
                   GO TO CAMBIAR-TARJETAS-LEER.
           MOVE ESTADO-TARJETA-HASTA TO TESTADO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO TARJETAS-CAMBIADAS.
           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO CAMBIAR-TARJETAS-LEER.

       CAMBIAR-TARJETAS-CERRAR.
           CLOSE TARJETAS.
       CAMBIAR-TARJETAS-EXIT.
           EXIT.

       ANOTAR-SUPJRN.
           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE COI-CLI-COD TO SUPJRN-CLAVE.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.
       ANOTAR-SUPJRN-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE COINCIDENCIAS.
           CLOSE CLIENTES.
           CLOSE TARJETAS.

           MOVE "BANK60" TO ERROR-PROGRAMA.
           IF FSHI NOT = 00
               MOVE FSHI TO ERROR-FS
           ELSE
               IF FSC NOT = 00
                   MOVE FSC TO ERROR-FS
               ELSE
                   MOVE FST TO ERROR-FS.
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

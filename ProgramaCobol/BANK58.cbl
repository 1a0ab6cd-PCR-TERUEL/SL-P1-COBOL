       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK58.
      * expedientes de cumplimiento (prevencion de blanqueo) desde el
      * modo supervisor de BANK1, solo para el perfil de cumplimiento
      * normativo: presenta como cola de trabajo los expedientes que
      * BATCH_AML abre en sospechas.ubd por cada umbral superado, y
      * el analista los toma, anota y decide: descartar o comunicar a
      * la unidad de inteligencia financiera (el envio formal lo
      * prepara BATCH_UIF); nada de lo que se haga aqui llega al
      * cliente, ni por la cola de notificaciones ni por el diario
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SOSPECHAS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SOSPECHAS-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSBC                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 FECHA-HOY-YMD             PIC  9(8).
       01 TABLA-SOSPECHAS.
           05 SOSPECHA-EN-PANTALLA  PIC 9(35) OCCURS 12 TIMES.
       77 NUM-SOSPECHAS-PANT        PIC  9(2) VALUE 0.
       77 LINEA-SOS-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 DECISION-USUARIO          PIC  9(1).
       77 NOTAS-USUARIO             PIC  X(60).
       77 IMPORTE-SOS-EDIT          PIC  Z(10)9.
       77 ANALISTA-ACTUAL           PIC  9(16).

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

       PLISTAR-SOSPECHAS.
           MOVE 0 TO NUM-SOSPECHAS-PANT.
           OPEN INPUT SOSPECHAS.
           IF FSBC = 35
               GO TO SIN-SOSPECHAS.
           IF FSBC NOT = 00
               GO TO PSYS-ERR.
           DISPLAY (6, 20) "Expedientes de cumplimiento".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Origen".
           DISPLAY (8, 18) "DNI".
           DISPLAY (8, 29) "Importe".
           DISPLAY (8, 43) "Fecha".
           DISPLAY (8, 53) "Estado".

       PLISTAR-SOSPECHAS-LEER.
           READ SOSPECHAS NEXT RECORD
               AT END GO TO PLISTAR-SOSPECHAS-FIN.
           IF NOT SOSPECHA-PENDIENTE AND NOT SOSPECHA-EN-ANALISIS
               GO TO PLISTAR-SOSPECHAS-LEER.
           ADD 1 TO NUM-SOSPECHAS-PANT.
           MOVE SOS-NUM TO SOSPECHA-EN-PANTALLA (NUM-SOSPECHAS-PANT).
           COMPUTE LINEA-SOS-ACTUAL = 8 + NUM-SOSPECHAS-PANT.
           MOVE SOS-IMPORTE-ENT TO IMPORTE-SOS-EDIT.
           DISPLAY (LINEA-SOS-ACTUAL, 03) NUM-SOSPECHAS-PANT.
           DISPLAY (LINEA-SOS-ACTUAL, 08) SOS-ORIGEN.
           DISPLAY (LINEA-SOS-ACTUAL, 18) SOS-DNI.
           DISPLAY (LINEA-SOS-ACTUAL, 29) IMPORTE-SOS-EDIT.
           DISPLAY (LINEA-SOS-ACTUAL, 43) SOS-FECHA-HECHO.
           IF SOSPECHA-EN-ANALISIS
               DISPLAY (LINEA-SOS-ACTUAL, 53) "En analisis"
           ELSE
               DISPLAY (LINEA-SOS-ACTUAL, 53) "Pendiente".
           IF NUM-SOSPECHAS-PANT = 12
               GO TO PLISTAR-SOSPECHAS-FIN.
           GO TO PLISTAR-SOSPECHAS-LEER.

       PLISTAR-SOSPECHAS-FIN.
           CLOSE SOSPECHAS.
           IF NUM-SOSPECHAS-PANT = 0
               GO TO SIN-SOSPECHAS.

       PELEGIR-SOSPECHA.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (22, 15) "Num. del expediente a revisar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-SOSPECHA.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-SOSPECHAS-PANT
               GO TO PELEGIR-SOSPECHA.

           OPEN INPUT SOSPECHAS.
           IF FSBC NOT = 00
               GO TO PSYS-ERR.
           MOVE SOSPECHA-EN-PANTALLA (SELECCION-USUARIO) TO SOS-NUM.
           READ SOSPECHAS INVALID KEY GO TO PSYS-ERR.
           CLOSE SOSPECHAS.
           MOVE SOS-NOTAS TO NOTAS-USUARIO.
           MOVE SOS-ANALISTA TO ANALISTA-ACTUAL.
           MOVE 0 TO DECISION-USUARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       PDETALLE.
           DISPLAY (6, 20) "Expediente de cumplimiento".
           DISPLAY (8, 10) "Origen:".
           DISPLAY (8, 30) SOS-ORIGEN.
           DISPLAY (9, 10) "Persona:".
           DISPLAY (9, 30) SOS-NOMBRE.
           DISPLAY (10, 10) "DNI:".
           DISPLAY (10, 30) SOS-DNI.
           IF SOSPECHA-INGRESO
               DISPLAY (11, 10) "Tarjeta de destino:"
               DISPLAY (11, 30) SOS-TARJETA
           ELSE
               DISPLAY (11, 10) "Cliente:"
               DISPLAY (11, 30) SOS-CLI-COD.
           MOVE SOS-IMPORTE-ENT TO IMPORTE-SOS-EDIT.
           DISPLAY (12, 10) "Importe:".
           DISPLAY (12, 30) IMPORTE-SOS-EDIT.
           DISPLAY (12, 41) ",".
           DISPLAY (12, 42) SOS-IMPORTE-DEC.
           IF SOSPECHA-EFECTIVO
               DISPLAY (13, 10) "Mes examinado:"
               DISPLAY (13, 30) SOS-FECHA-HECHO (1:6)
           ELSE
               DISPLAY (13, 10) "Fecha del ingreso:"
               DISPLAY (13, 30) SOS-FECHA-HECHO.
           DISPLAY (14, 10) "Abierto el:".
           DISPLAY (14, 30) SOS-FECHA-ALTA.
           DISPLAY (15, 10) "Analista:".
           IF ANALISTA-ACTUAL = 0
               DISPLAY (15, 30) "Sin asignar"
           ELSE
               DISPLAY (15, 30) ANALISTA-ACTUAL.
           DISPLAY (17, 10) "Notas del analista:".
           DISPLAY (20, 10) "1-Tomar en analisis 2-Descartar".
           DISPLAY (21, 10) "3-Comunicar a la UIF".
           DISPLAY (20, 45) "Decision:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PDETALLE.
           IF DECISION-USUARIO < 1 OR DECISION-USUARIO > 3
               GO TO PDETALLE.
      * descartar o comunicar exige dejar motivada la decision
           IF DECISION-USUARIO NOT = 1 AND NOTAS-USUARIO = SPACES
               GO TO PDATOS-ERR.

           OPEN I-O SOSPECHAS.
           IF FSBC NOT = 00
               GO TO PSYS-ERR.
           MOVE SOSPECHA-EN-PANTALLA (SELECCION-USUARIO) TO SOS-NUM.
           READ SOSPECHAS INVALID KEY GO TO PSYS-ERR.
      * otro analista lo ha decidido mientras tanto
           IF NOT SOSPECHA-PENDIENTE AND NOT SOSPECHA-EN-ANALISIS
               CLOSE SOSPECHAS
               GO TO PDATOS-ERR.
           MOVE NOTAS-USUARIO TO SOS-NOTAS.
           MOVE SUP-TARJETA-P TO SOS-ANALISTA.
           IF DECISION-USUARIO = 1
               MOVE 1 TO SOS-ESTADO
           ELSE
               IF DECISION-USUARIO = 2
                   MOVE 2 TO SOS-ESTADO
                   MOVE FECHA-HOY-YMD TO SOS-FECHA-DECISION
               ELSE
                   MOVE 3 TO SOS-ESTADO
                   MOVE FECHA-HOY-YMD TO SOS-FECHA-DECISION.
           REWRITE SOSPECHA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SOSPECHAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF DECISION-USUARIO = 3
               DISPLAY (11, 12)
                   "El expediente queda pendiente de envio a la UIF"
           ELSE
               DISPLAY (11, 18) "La decision ha quedado registrada".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-SOSPECHAS-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PLISTAR-SOSPECHAS-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-SOSPECHAS.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Los datos indicados no son validos"
               LINE 11 COLUMN 23
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       SIN-SOSPECHAS.
           DISPLAY (11, 15)
               "No hay expedientes de cumplimiento abiertos".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO SIN-SOSPECHAS-ENTER.

       SIN-SOSPECHAS-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO SIN-SOSPECHAS-ENTER.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE SOSPECHAS.

           MOVE "BANK58" TO ERROR-PROGRAMA.
           MOVE FSBC TO ERROR-FS.
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

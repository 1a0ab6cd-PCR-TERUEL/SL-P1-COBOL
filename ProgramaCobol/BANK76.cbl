       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK76.
      * recalls interbancarios desde el modo supervisor de BANK1:
      * el supervisor pide a la red la devolucion de una
      * transferencia a otro banco ya liquidada (cuenta de destino
      * erronea, fraude, duplicada...) con su codigo de motivo, y
      * contesta los recalls que otros bancos nos piden sobre fondos
      * recibidos -- al aceptarlo se cargan los fondos en la tarjeta
      * que los recibio. Las solicitudes y respuestas salen en el
      * siguiente recallsout.txt (BATCH-RECALLS), y la consulta
      * muestra el estado de los recalls emitidos
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RECALLS-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "RECALLS-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSRY                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".

      * transferencias, recalls recibidos o emitidos en pantalla; al
      * llenarse la tabla de emitidos se desplaza para quedarse con
      * los diez ultimos
       01 TABLA-TRANSFERENCIAS.
           05 TRF-EN-PANTALLA       PIC 9(35) OCCURS 10 TIMES.
       01 TABLA-TRANSFERENCIAS-AUX  PIC X(315).
       01 TABLA-RECALLS.
           05 RECALL-EN-PANTALLA    PIC X(36) OCCURS 10 TIMES.
       01 TABLA-RECALLS-AUX         PIC X(324).
       77 NUM-EN-PANTALLA           PIC  9(2) VALUE 0.
       77 INDICE-PANTALLA           PIC  9(2) VALUE 0.
       77 LINEA-ACTUAL              PIC  9(2) VALUE 0.
       77 OPCION-USUARIO            PIC  9(1).
       77 TARJETA-USUARIO           PIC  9(16).
       77 SELECCION-USUARIO         PIC  9(2).
       77 DECISION-USUARIO          PIC  9(1).
       77 MOTIVO-USUARIO            PIC  9(1).
       77 HAY-RECALLS               PIC  9(1).
       77 YA-TIENE-RECALL           PIC  9(1).

      * codigos de motivo de la red, en el orden en que se ofrecen
       01 TABLA-MOTIVOS-SOLICITUD.
           05 FILLER                PIC X(4) VALUE "DUPL".
           05 FILLER                PIC X(4) VALUE "TECH".
           05 FILLER                PIC X(4) VALUE "FRAD".
           05 FILLER                PIC X(4) VALUE "AC03".
           05 FILLER                PIC X(4) VALUE "CUST".
       01 TABLA-MOTIVOS-SOLICITUD-R REDEFINES TABLA-MOTIVOS-SOLICITUD.
           05 MOTIVO-SOLICITUD      PIC X(4) OCCURS 5 TIMES.
       01 TABLA-MOTIVOS-RECHAZO.
           05 FILLER                PIC X(4) VALUE "NOAS".
           05 FILLER                PIC X(4) VALUE "CUST".
           05 FILLER                PIC X(4) VALUE "AM04".
           05 FILLER                PIC X(4) VALUE "ARDT".
           05 FILLER                PIC X(4) VALUE "LEGL".
       01 TABLA-MOTIVOS-RECHAZO-R REDEFINES TABLA-MOTIVOS-RECHAZO.
           05 MOTIVO-RECHAZO        PIC X(4) OCCURS 5 TIMES.

       77 ESTADO-TEXTO              PIC X(16).
       77 IMPORTE-ENT-MOS           PIC 9(9).
       77 IMPORTE-DEC-MOS           PIC 9(2).
       77 CENT-RECALL               PIC S9(11).
       77 CENT-SALDO                PIC S9(11).
       77 CENT-RETENIDO             PIC S9(11).
       77 CENT-DISPONIBLE           PIC S9(11).
       77 CENT-NUEVO-SALDO          PIC S9(11).
       77 NUEVO-SALDO-ENT           PIC S9(9).
       77 NUEVO-SALDO-DEC           PIC  9(2).

       77 FECHA-HOY-YMD             PIC  9(8).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-OPCION.
           05 OPCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(1) USING OPCION-USUARIO.

       01 PANTALLA-TARJETA.
           05 TARJETA-ACCEPT
               LINE 8 COL 35 PIC 9(16) USING TARJETA-USUARIO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-DECISION.
           05 DECISION-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 55 PIC 9(1) USING DECISION-USUARIO.

       01 PANTALLA-MOTIVO.
           05 MOTIVO-ACCEPT BLANK ZERO AUTO
               LINE 17 COL 50 PIC 9(1) USING MOTIVO-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

       PMENU-RECALLS.
           DISPLAY (6, 28) "Recalls interbancarios".
           DISPLAY (10, 15) "1 - Solicitar recall de una transferencia".
           DISPLAY (11, 15) "2 - Contestar recalls de otros bancos".
           DISPLAY (12, 15) "3 - Consultar recalls emitidos".
           DISPLAY (24, 65) "ESC - Salir".

       PMENU-RECALLS-A1.
           INITIALIZE OPCION-USUARIO.
           DISPLAY (20, 15) "Opcion:".
           ACCEPT PANTALLA-OPCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PMENU-RECALLS-A1.
           IF OPCION-USUARIO = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PSOLICITAR.
           IF OPCION-USUARIO = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PLISTAR-RECIBIDOS.
           IF OPCION-USUARIO = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PLISTAR-EMITIDOS.
           GO TO PMENU-RECALLS-A1.

      *----------------------------------------------------------*
      * solicitud: tarjeta de origen, transferencia interbancaria
      * liquidada sin recall previo y motivo
      *----------------------------------------------------------*
       PSOLICITAR.
           DISPLAY (6, 20) "Solicitar recall de una transferencia".
           DISPLAY (8, 15) "Tarjeta de origen:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           INITIALIZE TARJETA-USUARIO.

       PSOLICITAR-TARJETA.
           ACCEPT PANTALLA-TARJETA ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PSOLICITAR-TARJETA.
           PERFORM BUSCAR-TRANSFERENCIAS
               THRU BUSCAR-TRANSFERENCIAS-EXIT.
           IF NUM-EN-PANTALLA = 0
               DISPLAY "Sin transferencias a otros bancos "
                   LINE 23 COLUMN 15
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO PSOLICITAR-TARJETA.

           DISPLAY (9, 03) "Num.".
           DISPLAY (9, 08) "Fecha".
           DISPLAY (9, 20) "Banco".
           DISPLAY (9, 27) "Beneficiario".
           DISPLAY (9, 59) "Importe".
           MOVE 0 TO INDICE-PANTALLA.
           PERFORM MOSTRAR-TRANSFERENCIA
               THRU MOSTRAR-TRANSFERENCIA-EXIT.

       PELEGIR-TRANSFERENCIA.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. de la transferencia:".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PELEGIR-TRANSFERENCIA.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-EN-PANTALLA
               GO TO PELEGIR-TRANSFERENCIA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 26) "Motivo del recall".
           DISPLAY (10, 15) "1 - Transferencia duplicada".
           DISPLAY (11, 15) "2 - Error tecnico".
           DISPLAY (12, 15) "3 - Fraude".
           DISPLAY (13, 15) "4 - Cuenta de destino erronea".
           DISPLAY (14, 15) "5 - A peticion del cliente".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".

       PELEGIR-MOTIVO-SOLICITUD.
           INITIALIZE MOTIVO-USUARIO.
           DISPLAY (17, 15) "Motivo:".
           ACCEPT PANTALLA-MOTIVO ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PELEGIR-MOTIVO-SOLICITUD.
           IF MOTIVO-USUARIO = 0 OR MOTIVO-USUARIO > 5
               GO TO PELEGIR-MOTIVO-SOLICITUD.

      * se vuelve a comprobar la transferencia antes de dar el alta
           OPEN INPUT TRANSFERENCIAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TRF-EN-PANTALLA (SELECCION-USUARIO) TO T-NUM.
           READ TRANSFERENCIAS INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.
           IF NOT T-YA-LIQUIDADA AND NOT T-LIQ-CONFIRMADA
               GO TO PMENU-REFRESCO.

           OPEN I-O RECALLS.
           IF FSRY = 35
               OPEN OUTPUT RECALLS
               CLOSE RECALLS
               OPEN I-O RECALLS
           END-IF.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE "E" TO RCA-SENTIDO.
           MOVE SPACES TO RCA-REFERENCIA.
           MOVE T-NUM TO RCA-REF-T-NUM.
           MOVE T-BANCO-DESTINO TO RCA-BANCO.
           MOVE T-TARJETA-ORIGEN TO RCA-TARJETA.
           COMPUTE CENT-RECALL = T-IMPORTE * 100.
           COMPUTE RCA-IMPORTE-ENT = CENT-RECALL / 100.
           COMPUTE RCA-IMPORTE-DEC = FUNCTION MOD(CENT-RECALL, 100).
           MOVE MOTIVO-SOLICITUD (MOTIVO-USUARIO) TO RCA-MOTIVO.
           COMPUTE RCA-FECHA-ORIGINAL =
               (T-ANO * 10000) + (T-MES * 100) + T-DIA.
           MOVE 0 TO RCA-ESTADO.
           MOVE 0 TO RCA-RESPUESTA-ENVIADA.
           MOVE SPACES TO RCA-MOTIVO-RESPUESTA.
           MOVE FECHA-HOY-YMD TO RCA-FECHA-ALTA.
           MOVE 0 TO RCA-FECHA-ENVIO.
           MOVE 0 TO RCA-FECHA-RESPUESTA.
           MOVE 0 TO RCA-FECHA-FONDOS.
           MOVE SUP-TARJETA-P TO RCA-SUPERVISOR.
           MOVE 0 TO RCA-MOV-NUM.
           WRITE RECALL-REG INVALID KEY
               CLOSE RECALLS
               GO TO PMENU-REFRESCO.
           CLOSE RECALLS.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "RECALL EMITE" TO SUPJRN-ACCION.
           MOVE RCA-REFERENCIA TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE RCA-MOTIVO TO SUPJRN-DESPUES (1:4).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 16) "Recall registrado".
           DISPLAY (12, 16) "Sale en el proximo envio a la red".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * recalls que otros bancos nos piden, pendientes de decidir
      *----------------------------------------------------------*
       PLISTAR-RECIBIDOS.
           MOVE 0 TO NUM-EN-PANTALLA.
           DISPLAY (6, 22) "Recalls recibidos pendientes".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Alta".
           DISPLAY (8, 20) "Banco".
           DISPLAY (8, 27) "Tarjeta".
           DISPLAY (8, 45) "Importe".
           DISPLAY (8, 59) "Motivo".
           OPEN INPUT RECALLS.
           IF FSRY = 35
               GO TO PLISTAR-RECIBIDOS-FIN.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE "R" TO RCA-SENTIDO.
           MOVE LOW-VALUES TO RCA-REFERENCIA.
           START RECALLS KEY IS >= RCA-CLAVE
               INVALID KEY GO TO PLISTAR-RECIBIDOS-CERRAR.

       PLISTAR-RECIBIDOS-LEER.
           READ RECALLS NEXT RECORD
               AT END GO TO PLISTAR-RECIBIDOS-CERRAR.
           IF NOT RECALL-RECIBIDO
               GO TO PLISTAR-RECIBIDOS-CERRAR.
           IF NOT RECALL-ALTA
               GO TO PLISTAR-RECIBIDOS-LEER.
           IF NUM-EN-PANTALLA = 10
               GO TO PLISTAR-RECIBIDOS-CERRAR.
           ADD 1 TO NUM-EN-PANTALLA.
           MOVE RCA-CLAVE TO RECALL-EN-PANTALLA (NUM-EN-PANTALLA).
           COMPUTE LINEA-ACTUAL = 8 + NUM-EN-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 03) NUM-EN-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 08) RCA-FECHA-ALTA (7:2).
           DISPLAY (LINEA-ACTUAL, 10) "-".
           DISPLAY (LINEA-ACTUAL, 11) RCA-FECHA-ALTA (5:2).
           DISPLAY (LINEA-ACTUAL, 13) "-".
           DISPLAY (LINEA-ACTUAL, 14) RCA-FECHA-ALTA (1:4).
           DISPLAY (LINEA-ACTUAL, 20) RCA-BANCO.
           DISPLAY (LINEA-ACTUAL, 27) RCA-TARJETA.
           DISPLAY (LINEA-ACTUAL, 45) RCA-IMPORTE-ENT.
           DISPLAY (LINEA-ACTUAL, 54) ",".
           DISPLAY (LINEA-ACTUAL, 55) RCA-IMPORTE-DEC.
           DISPLAY (LINEA-ACTUAL, 59) RCA-MOTIVO.
           GO TO PLISTAR-RECIBIDOS-LEER.

       PLISTAR-RECIBIDOS-CERRAR.
           CLOSE RECALLS.
       PLISTAR-RECIBIDOS-FIN.
           IF NUM-EN-PANTALLA = 0
               DISPLAY (10, 15) "No hay recalls pendientes de contestar"
               DISPLAY (18, 33) "Enter - Aceptar"
               GO TO PFIN-ENTER.

       PELEGIR-RECIBIDO.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. del recall a contestar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PELEGIR-RECIBIDO.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-EN-PANTALLA
               GO TO PELEGIR-RECIBIDO.

       PELEGIR-DECISION.
           INITIALIZE DECISION-USUARIO.
           DISPLAY (21, 15) "1 - Aceptar   2 - Rechazar:".
           ACCEPT PANTALLA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PRECIBIDOS-REFRESCO
               ELSE
                   GO TO PELEGIR-DECISION.
           IF DECISION-USUARIO = 2
               GO TO PRECHAZAR-RECALL.
           IF DECISION-USUARIO NOT = 1
               GO TO PELEGIR-DECISION.

      * aceptar: los fondos salen de la tarjeta que los recibio, que
      * debe tenerlos disponibles; si no, se rechaza con AM04
           OPEN I-O RECALLS.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE RECALL-EN-PANTALLA (SELECCION-USUARIO) TO RCA-CLAVE.
           READ RECALLS INVALID KEY GO TO PSYS-ERR.
           IF NOT RECALL-ALTA
               CLOSE RECALLS
               GO TO PRECIBIDOS-REFRESCO.
           COMPUTE CENT-RECALL =
               (RCA-IMPORTE-ENT * 100) + RCA-IMPORTE-DEC.
           MOVE RCA-TARJETA TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-RETENIDO =
               (RETENIDO-ENT * 100) + RETENIDO-DEC.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO - CENT-RETENIDO.
           IF HAY-MOVIMIENTOS = 0 OR CENT-RECALL > CENT-DISPONIBLE
               CLOSE RECALLS
               DISPLAY "Saldo insuficiente: rechace con AM04  "
                   LINE 23 COLUMN 15
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO PELEGIR-DECISION.

           PERFORM CARGAR-RECALL THRU CARGAR-RECALL-EXIT.
           MOVE 2 TO RCA-ESTADO.
           MOVE 0 TO RCA-RESPUESTA-ENVIADA.
           MOVE SPACES TO RCA-MOTIVO-RESPUESTA.
           MOVE FECHA-HOY-YMD TO RCA-FECHA-RESPUESTA.
           MOVE FECHA-HOY-YMD TO RCA-FECHA-FONDOS.
           MOVE SUP-TARJETA-P TO RCA-SUPERVISOR.
           MOVE MOV-NUM TO RCA-MOV-NUM.
           REWRITE RECALL-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECALLS.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "RECALL ACEP" TO SUPJRN-ACCION.
           MOVE RCA-REFERENCIA TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE RCA-TARJETA TO SUPJRN-ANTES (1:16).
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE RCA-BANCO TO SUPJRN-DESPUES (1:4).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 16) "Recall aceptado y fondos cargados".
           DISPLAY (12, 16) "La respuesta sale en el proximo envio".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PRECHAZAR-RECALL.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 24) "Motivo del rechazo".
           DISPLAY (10, 15) "1 - Sin respuesta del cliente".
           DISPLAY (11, 15) "2 - El cliente no acepta".
           DISPLAY (12, 15) "3 - Fondos insuficientes".
           DISPLAY (13, 15) "4 - Ya devuelta".
           DISPLAY (14, 15) "5 - Decision legal".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".

       PELEGIR-MOTIVO-RECHAZO.
           INITIALIZE MOTIVO-USUARIO.
           DISPLAY (17, 15) "Motivo:".
           ACCEPT PANTALLA-MOTIVO ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PRECIBIDOS-REFRESCO
               ELSE
                   GO TO PELEGIR-MOTIVO-RECHAZO.
           IF MOTIVO-USUARIO = 0 OR MOTIVO-USUARIO > 5
               GO TO PELEGIR-MOTIVO-RECHAZO.

           OPEN I-O RECALLS.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE RECALL-EN-PANTALLA (SELECCION-USUARIO) TO RCA-CLAVE.
           READ RECALLS INVALID KEY GO TO PSYS-ERR.
           IF NOT RECALL-ALTA
               CLOSE RECALLS
               GO TO PRECIBIDOS-REFRESCO.
           MOVE 3 TO RCA-ESTADO.
           MOVE 0 TO RCA-RESPUESTA-ENVIADA.
           MOVE MOTIVO-RECHAZO (MOTIVO-USUARIO) TO RCA-MOTIVO-RESPUESTA.
           MOVE FECHA-HOY-YMD TO RCA-FECHA-RESPUESTA.
           MOVE SUP-TARJETA-P TO RCA-SUPERVISOR.
           REWRITE RECALL-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECALLS.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "RECALL RECH" TO SUPJRN-ACCION.
           MOVE RCA-REFERENCIA TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE RCA-MOTIVO TO SUPJRN-ANTES (1:4).
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE RCA-MOTIVO-RESPUESTA TO SUPJRN-DESPUES (1:4).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 16) "Recall rechazado".
           DISPLAY (12, 16) "La respuesta sale en el proximo envio".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PRECIBIDOS-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-RECIBIDOS.

      *----------------------------------------------------------*
      * consulta de los diez ultimos recalls emitidos y su estado
      *----------------------------------------------------------*
       PLISTAR-EMITIDOS.
           MOVE 0 TO NUM-EN-PANTALLA.
           DISPLAY (6, 24) "Recalls emitidos".
           DISPLAY (8, 03) "Transf.".
           DISPLAY (8, 14) "Alta".
           DISPLAY (8, 26) "Banco".
           DISPLAY (8, 32) "Importe".
           DISPLAY (8, 46) "Motivo".
           DISPLAY (8, 52) "Estado".
           DISPLAY (8, 70) "Resp.".
           OPEN INPUT RECALLS.
           IF FSRY = 35
               GO TO PLISTAR-EMITIDOS-FIN.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE "E" TO RCA-SENTIDO.
           MOVE LOW-VALUES TO RCA-REFERENCIA.
           START RECALLS KEY IS >= RCA-CLAVE
               INVALID KEY GO TO PLISTAR-EMITIDOS-CERRAR.

       PLISTAR-EMITIDOS-LEER.
           READ RECALLS NEXT RECORD
               AT END GO TO PLISTAR-EMITIDOS-CERRAR.
           IF NOT RECALL-EMITIDO
               GO TO PLISTAR-EMITIDOS-CERRAR.
           IF NUM-EN-PANTALLA = 10
               MOVE TABLA-RECALLS (37:324) TO TABLA-RECALLS-AUX
               MOVE TABLA-RECALLS-AUX TO TABLA-RECALLS (1:324)
           ELSE
               ADD 1 TO NUM-EN-PANTALLA.
           MOVE RCA-CLAVE TO RECALL-EN-PANTALLA (NUM-EN-PANTALLA).
           GO TO PLISTAR-EMITIDOS-LEER.

       PLISTAR-EMITIDOS-CERRAR.
           CLOSE RECALLS.
       PLISTAR-EMITIDOS-FIN.
           IF NUM-EN-PANTALLA = 0
               DISPLAY (10, 15) "No se ha emitido ningun recall"
           ELSE
               MOVE 0 TO INDICE-PANTALLA
               PERFORM MOSTRAR-EMITIDO THRU MOSTRAR-EMITIDO-EXIT.
           DISPLAY (21, 03) "Transf.: ultimas cifras del numero".
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PMENU-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PMENU-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PMENU-RECALLS.

      *----------------------------------------------------------*
      * transferencias de la tarjeta a otros bancos ya liquidadas
      * (confirmadas o no) y sin recall; se quedan las diez ultimas
      *----------------------------------------------------------*
       BUSCAR-TRANSFERENCIAS.
           MOVE 0 TO NUM-EN-PANTALLA.
           MOVE 1 TO HAY-RECALLS.
           OPEN INPUT RECALLS.
           IF FSRY = 35
               MOVE 0 TO HAY-RECALLS
               MOVE "00" TO FSRY.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT TRANSFERENCIAS.
           IF FST = 35
               GO TO BUSCAR-TRANSFERENCIAS-FIN.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO T-TARJETA-ORIGEN.
           START TRANSFERENCIAS KEY IS = T-TARJETA-ORIGEN
               INVALID KEY GO TO BUSCAR-TRANSFERENCIAS-CERRAR.

       BUSCAR-TRANSFERENCIAS-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO BUSCAR-TRANSFERENCIAS-CERRAR.
           IF T-TARJETA-ORIGEN NOT = TARJETA-USUARIO
               GO TO BUSCAR-TRANSFERENCIAS-CERRAR.
           IF T-BANCO-DESTINO = 0
               GO TO BUSCAR-TRANSFERENCIAS-LEER.
           IF NOT T-YA-LIQUIDADA AND NOT T-LIQ-CONFIRMADA
               GO TO BUSCAR-TRANSFERENCIAS-LEER.
           MOVE HAY-RECALLS TO YA-TIENE-RECALL.
           IF HAY-RECALLS = 1
               MOVE "E" TO RCA-SENTIDO
               MOVE T-NUM TO RCA-REF-T-NUM
               READ RECALLS INVALID KEY
                   MOVE 0 TO YA-TIENE-RECALL.
           IF YA-TIENE-RECALL = 1
               GO TO BUSCAR-TRANSFERENCIAS-LEER.
           IF NUM-EN-PANTALLA = 10
               MOVE TABLA-TRANSFERENCIAS (36:315)
                   TO TABLA-TRANSFERENCIAS-AUX
               MOVE TABLA-TRANSFERENCIAS-AUX
                   TO TABLA-TRANSFERENCIAS (1:315)
           ELSE
               ADD 1 TO NUM-EN-PANTALLA.
           MOVE T-NUM TO TRF-EN-PANTALLA (NUM-EN-PANTALLA).
           GO TO BUSCAR-TRANSFERENCIAS-LEER.

       BUSCAR-TRANSFERENCIAS-CERRAR.
           CLOSE TRANSFERENCIAS.
       BUSCAR-TRANSFERENCIAS-FIN.
           IF HAY-RECALLS = 1
               CLOSE RECALLS.
       BUSCAR-TRANSFERENCIAS-EXIT.
           EXIT.

       MOSTRAR-TRANSFERENCIA.
           ADD 1 TO INDICE-PANTALLA.
           IF INDICE-PANTALLA > NUM-EN-PANTALLA
               GO TO MOSTRAR-TRANSFERENCIA-EXIT.
           MOVE TRF-EN-PANTALLA (INDICE-PANTALLA) TO T-NUM.
           OPEN INPUT TRANSFERENCIAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           READ TRANSFERENCIAS INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.
           COMPUTE LINEA-ACTUAL = 9 + INDICE-PANTALLA.
           COMPUTE CENT-RECALL = T-IMPORTE * 100.
           COMPUTE IMPORTE-ENT-MOS = CENT-RECALL / 100.
           COMPUTE IMPORTE-DEC-MOS = FUNCTION MOD(CENT-RECALL, 100).
           DISPLAY (LINEA-ACTUAL, 03) INDICE-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 08) T-DIA.
           DISPLAY (LINEA-ACTUAL, 10) "-".
           DISPLAY (LINEA-ACTUAL, 11) T-MES.
           DISPLAY (LINEA-ACTUAL, 13) "-".
           DISPLAY (LINEA-ACTUAL, 14) T-ANO.
           DISPLAY (LINEA-ACTUAL, 20) T-BANCO-DESTINO.
           DISPLAY (LINEA-ACTUAL, 27) T-BENEFICIARIO.
           DISPLAY (LINEA-ACTUAL, 59) IMPORTE-ENT-MOS.
           DISPLAY (LINEA-ACTUAL, 68) ",".
           DISPLAY (LINEA-ACTUAL, 69) IMPORTE-DEC-MOS.
           GO TO MOSTRAR-TRANSFERENCIA.
       MOSTRAR-TRANSFERENCIA-EXIT.
           EXIT.

       MOSTRAR-EMITIDO.
           ADD 1 TO INDICE-PANTALLA.
           IF INDICE-PANTALLA > NUM-EN-PANTALLA
               GO TO MOSTRAR-EMITIDO-EXIT.
           MOVE RECALL-EN-PANTALLA (INDICE-PANTALLA) TO RCA-CLAVE.
           OPEN INPUT RECALLS.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           READ RECALLS INVALID KEY GO TO PSYS-ERR.
           CLOSE RECALLS.
           IF RECALL-ALTA
               MOVE "Pendiente envio" TO ESTADO-TEXTO.
           IF RECALL-SOLICITADO
               MOVE "Solicitado" TO ESTADO-TEXTO.
           IF RECALL-ACEPTADO
               MOVE "Aceptado" TO ESTADO-TEXTO.
           IF RECALL-RECHAZADO
               MOVE "Rechazado" TO ESTADO-TEXTO.
           IF RECALL-SIN-RESPUESTA
               MOVE "Sin respuesta" TO ESTADO-TEXTO.
           IF RECALL-FONDOS-DEVUELTOS
               MOVE "Fondos devueltos" TO ESTADO-TEXTO.
           COMPUTE LINEA-ACTUAL = 8 + INDICE-PANTALLA.
           DISPLAY (LINEA-ACTUAL, 03) RCA-REFERENCIA (26:10).
           DISPLAY (LINEA-ACTUAL, 14) RCA-FECHA-ALTA (7:2).
           DISPLAY (LINEA-ACTUAL, 16) "-".
           DISPLAY (LINEA-ACTUAL, 17) RCA-FECHA-ALTA (5:2).
           DISPLAY (LINEA-ACTUAL, 19) "-".
           DISPLAY (LINEA-ACTUAL, 20) RCA-FECHA-ALTA (1:4).
           DISPLAY (LINEA-ACTUAL, 26) RCA-BANCO.
           DISPLAY (LINEA-ACTUAL, 32) RCA-IMPORTE-ENT.
           DISPLAY (LINEA-ACTUAL, 41) ",".
           DISPLAY (LINEA-ACTUAL, 42) RCA-IMPORTE-DEC.
           DISPLAY (LINEA-ACTUAL, 46) RCA-MOTIVO.
           DISPLAY (LINEA-ACTUAL, 52) ESTADO-TEXTO.
           DISPLAY (LINEA-ACTUAL, 70) RCA-MOTIVO-RESPUESTA.
           GO TO MOSTRAR-EMITIDO.
       MOSTRAR-EMITIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * recall aceptado: cargo en la tarjeta que recibio los fondos,
      * con saldo en cache y aviso al cliente; los fondos viajan a
      * la red con la respuesta
      *----------------------------------------------------------*
       CARGAR-RECALL.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-RECALL.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE RCA-TARJETA TO MOV-TARJETA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-RECALL / 100.
           MOVE "DEVOLUCION POR RECALL" TO MOV-CONCEPTO.
           MOVE 07 TO MOV-TIPO.
           MOVE 01 TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE "MV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE MOV-NUM TO JOURNAL-CLAVE.
           MOVE MOVIMIENTO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE RCA-TARJETA TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "DEVOLUCION POR RECALL" TO NOTIF-CONCEPTO.
           MOVE RCA-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE RCA-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE RCA-TARJETA TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-RECALL.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
       CARGAR-RECALL-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE RECALLS.
           CLOSE TRANSFERENCIAS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.

           MOVE "BANK76" TO ERROR-PROGRAMA.
           IF FSRY NOT = 00
               MOVE FSRY TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   MOVE FSM TO ERROR-FS.
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

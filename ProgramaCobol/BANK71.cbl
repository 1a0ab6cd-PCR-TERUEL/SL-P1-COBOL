       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK71.
      * cola de quejas de clientes desde el modo supervisor de BANK1:
      * presenta las quejas abiertas con su categoria, fecha limite
      * de respuesta y si tienen gestor; el supervisor registra las
      * que el cliente presenta en la oficina, asigna el gestor de
      * cada una (el mismo u otro supervisor) y anota la resolucion,
      * que se comunica al cliente. Todo queda en el diario de
      * supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "QUEJAS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "SUPERVISORES-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "QUEJAS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "SUPERVISORES-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSQJ                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "QJA-NUM-WS.cpy".
           COPY "QUEJA-CATEGORIAS-WS.cpy".

       01 TABLA-QUEJAS.
           05 QUEJA-EN-PANTALLA     PIC 9(10) OCCURS 10 TIMES.
       77 NUM-QJA-PANT              PIC  9(2) VALUE 0.
       77 LINEA-QJA-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 DECISION-USUARIO          PIC  9(1).
       77 RESULTADO-USUARIO         PIC  9(1).
       77 GESTOR-USUARIO            PIC  9(16).
       77 RESOLUCION-USUARIO        PIC  X(40).

      * alta de una queja presentada en la oficina
       77 TARJETA-USUARIO           PIC  9(16).
       77 CATEGORIA-USUARIO         PIC  9(1).
       77 MOVIMIENTO-USUARIO        PIC  9(35).
       77 TEXTO-USUARIO             PIC  X(50).

       77 FECHA-HOY-YMD             PIC  9(8).
       77 DIAS-LIMITE               PIC S9(9).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 60 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-DECISION.
           05 DECISION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 60 PIC 9(1) USING DECISION-USUARIO.

       01 PANTALLA-GESTOR.
           05 GESTOR-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 45 PIC 9(16) USING GESTOR-USUARIO.

       01 PANTALLA-RESOLUCION.
           05 RESULTADO-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 60 PIC 9(1) USING RESULTADO-USUARIO.
           05 RESOLUCION-ACCEPT
               LINE 22 COL 15 PIC X(40) USING RESOLUCION-USUARIO.

       01 PANTALLA-ALTA.
           05 TARJETA-ACCEPT BLANK ZERO AUTO
               LINE 10 COL 30 PIC 9(16) USING TARJETA-USUARIO.
           05 CATEGORIA-ACCEPT BLANK ZERO AUTO
               LINE 11 COL 30 PIC 9(1) USING CATEGORIA-USUARIO.
           05 MOVIMIENTO-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 30 PIC 9(35) USING MOVIMIENTO-USUARIO.
           05 TEXTO-ACCEPT
               LINE 17 COL 15 PIC X(50) USING TEXTO-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

       PLISTAR-QUEJAS.
           MOVE 0 TO NUM-QJA-PANT.
           DISPLAY (6, 24) "Quejas de clientes abiertas".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Queja".
           DISPLAY (8, 19) "Tarjeta".
           DISPLAY (8, 36) "Categoria".
           DISPLAY (8, 56) "Limite".
           DISPLAY (8, 67) "Gestor".
           OPEN INPUT QUEJAS.
           IF FSQJ = 35
               GO TO PLISTAR-QUEJAS-FIN.
           IF FSQJ NOT = 00
               GO TO PSYS-ERR.

       PLISTAR-QUEJAS-LEER.
           READ QUEJAS NEXT RECORD
               AT END GO TO PLISTAR-QUEJAS-CERRAR.
           IF NOT QUEJA-ABIERTA
               GO TO PLISTAR-QUEJAS-LEER.
           IF NUM-QJA-PANT = 10
               GO TO PLISTAR-QUEJAS-CERRAR.
           ADD 1 TO NUM-QJA-PANT.
           MOVE QJA-NUM TO QUEJA-EN-PANTALLA (NUM-QJA-PANT).
           COMPUTE LINEA-QJA-ACTUAL = 8 + NUM-QJA-PANT.
           DISPLAY (LINEA-QJA-ACTUAL, 03) NUM-QJA-PANT.
           DISPLAY (LINEA-QJA-ACTUAL, 08) QJA-NUM.
           DISPLAY (LINEA-QJA-ACTUAL, 19) QJA-TARJETA.
           DISPLAY (LINEA-QJA-ACTUAL, 36)
               CATEGORIA-QUEJA-DESC (QJA-CATEGORIA) (1:19).
           DISPLAY (LINEA-QJA-ACTUAL, 56) QJA-FECHA-LIMITE (7:2).
           DISPLAY (LINEA-QJA-ACTUAL, 58) "-".
           DISPLAY (LINEA-QJA-ACTUAL, 59) QJA-FECHA-LIMITE (5:2).
           DISPLAY (LINEA-QJA-ACTUAL, 61) "-".
           DISPLAY (LINEA-QJA-ACTUAL, 62) QJA-FECHA-LIMITE (3:2).
           IF QJA-GESTOR = 0
               DISPLAY (LINEA-QJA-ACTUAL, 67) "SIN ASIGNAR"
           ELSE
               IF QJA-GESTOR = SUP-TARJETA-P
                   DISPLAY (LINEA-QJA-ACTUAL, 67) "USTED"
               ELSE
                   DISPLAY (LINEA-QJA-ACTUAL, 67) "OTRO".
           GO TO PLISTAR-QUEJAS-LEER.

       PLISTAR-QUEJAS-CERRAR.
           CLOSE QUEJAS.
       PLISTAR-QUEJAS-FIN.
           IF NUM-QJA-PANT = 0
               DISPLAY (10, 15) "No hay quejas abiertas".

       PELEGIR-QUEJA.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. de la queja (0 = registrar nueva):".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-QUEJA.
           IF SELECCION-USUARIO = 0
               GO TO PALTA-QUEJA.
           IF SELECCION-USUARIO > NUM-QJA-PANT
               GO TO PELEGIR-QUEJA.

           OPEN INPUT QUEJAS.
           IF FSQJ NOT = 00
               GO TO PSYS-ERR.
           MOVE QUEJA-EN-PANTALLA (SELECCION-USUARIO) TO QJA-NUM.
           READ QUEJAS INVALID KEY GO TO PSYS-ERR.
           CLOSE QUEJAS.
           IF NOT QUEJA-ABIERTA
               GO TO PLISTAR-REFRESCO.

       PDETALLE-QUEJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 28) "Queja de cliente".
           DISPLAY (8, 15) "Queja:".
           DISPLAY (8, 30) QJA-NUM.
           DISPLAY (9, 15) "Tarjeta:".
           DISPLAY (9, 30) QJA-TARJETA.
           DISPLAY (10, 15) "Categoria:".
           DISPLAY (10, 30) CATEGORIA-QUEJA-DESC (QJA-CATEGORIA).
           DISPLAY (11, 15) "Movimiento:".
           IF QJA-MOV-NUM = 0
               DISPLAY (11, 30) "NINGUNO"
           ELSE
               DISPLAY (11, 30) QJA-MOV-NUM.
           DISPLAY (12, 15) "Alta:".
           DISPLAY (12, 30) QJA-FECHA-ALTA.
           DISPLAY (13, 15) "Limite:".
           DISPLAY (13, 30) QJA-FECHA-LIMITE.
           DISPLAY (14, 15) "Gestor:".
           IF QJA-GESTOR = 0
               DISPLAY (14, 30) "SIN ASIGNAR"
           ELSE
               DISPLAY (14, 30) QJA-GESTOR.
           DISPLAY (16, 15) QJA-TEXTO.
           DISPLAY (18, 15) "1 - Asignarme   2 - Asignar a otro".
           DISPLAY (19, 15) "3 - Resolver".
           INITIALIZE DECISION-USUARIO.
           DISPLAY (20, 15) "Opcion:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Volver".
           ACCEPT PANTALLA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PDETALLE-QUEJA.
           IF DECISION-USUARIO = 1
               MOVE SUP-TARJETA-P TO GESTOR-USUARIO
               GO TO PASIGNAR-QUEJA.
           IF DECISION-USUARIO = 2
               GO TO PELEGIR-GESTOR.
           IF DECISION-USUARIO = 3
               GO TO PRESOLVER-QUEJA.
           GO TO PDETALLE-QUEJA.

      * el gestor ha de ser un supervisor dado de alta y activo
       PELEGIR-GESTOR.
           INITIALIZE GESTOR-USUARIO.
           DISPLAY (21, 15) "Tarjeta del supervisor gestor:".
           ACCEPT PANTALLA-GESTOR ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PDETALLE-QUEJA
               ELSE
                   GO TO PELEGIR-GESTOR.
           IF GESTOR-USUARIO = 0
               GO TO PELEGIR-GESTOR.
           OPEN INPUT SUPERVISORES.
           IF FSS NOT = 00
               GO TO PSYS-ERR.
           MOVE GESTOR-USUARIO TO SUP-TARJETA.
           READ SUPERVISORES INVALID KEY
               CLOSE SUPERVISORES
               GO TO PGESTOR-ERR.
           CLOSE SUPERVISORES.
           IF NOT SUPERVISOR-ACTIVO
               GO TO PGESTOR-ERR.

       PASIGNAR-QUEJA.
           OPEN I-O QUEJAS.
           IF FSQJ NOT = 00
               GO TO PSYS-ERR.
           READ QUEJAS INVALID KEY GO TO PSYS-ERR.
           IF NOT QUEJA-ABIERTA
               CLOSE QUEJAS
               GO TO PLISTAR-REFRESCO.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE QJA-GESTOR TO SUPJRN-ANTES (1:16).
           MOVE GESTOR-USUARIO TO QJA-GESTOR.
           REWRITE QUEJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE QUEJAS.

           MOVE "QJ" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE QJA-NUM TO JOURNAL-CLAVE.
           MOVE QUEJA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "ASIGNA QUEJA" TO SUPJRN-ACCION.
           MOVE QJA-NUM TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE QJA-GESTOR TO SUPJRN-DESPUES (1:16).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 20) "Gestor de la queja asignado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * resolucion: estimada, desestimada o estimada en parte, con
      * una linea de respuesta que se guarda con la queja
       PRESOLVER-QUEJA.
           INITIALIZE RESULTADO-USUARIO.
           MOVE SPACES TO RESOLUCION-USUARIO.
           DISPLAY (21, 15) "1 Estimada 2 Desestimada 3 Parcial:".
           ACCEPT PANTALLA-RESOLUCION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PDETALLE-QUEJA
               ELSE
                   GO TO PRESOLVER-QUEJA.
           IF RESULTADO-USUARIO = 0 OR RESULTADO-USUARIO > 3
               GO TO PRESOLVER-QUEJA.
           IF RESOLUCION-USUARIO = SPACES
               GO TO PRESOLVER-QUEJA.

           OPEN I-O QUEJAS.
           IF FSQJ NOT = 00
               GO TO PSYS-ERR.
           READ QUEJAS INVALID KEY GO TO PSYS-ERR.
           IF NOT QUEJA-ABIERTA
               CLOSE QUEJAS
               GO TO PLISTAR-REFRESCO.
      * quien resuelve una queja sin gestor queda como su gestor
           IF QJA-GESTOR = 0
               MOVE SUP-TARJETA-P TO QJA-GESTOR.
           MOVE RESULTADO-USUARIO TO QJA-ESTADO.
           MOVE RESOLUCION-USUARIO TO QJA-RESOLUCION.
           MOVE FECHA-HOY-YMD TO QJA-FECHA-RESOLUCION.
           REWRITE QUEJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE QUEJAS.

           MOVE "QJ" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE QJA-NUM TO JOURNAL-CLAVE.
           MOVE QUEJA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE QJA-TARJETA TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           IF QUEJA-ESTIMADA
               MOVE "QUEJA RESUELTA: ESTIMADA" TO NOTIF-CONCEPTO
           ELSE
               IF QUEJA-DESESTIMADA
                   MOVE "QUEJA RESUELTA: DESESTIMADA"
                       TO NOTIF-CONCEPTO
               ELSE
                   MOVE "QUEJA RESUELTA: ESTIMADA EN PARTE"
                       TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "RESUELVE QJA" TO SUPJRN-ACCION.
           MOVE QJA-NUM TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE QJA-RESOLUCION TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 16) "Queja resuelta y cliente avisado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * alta de una queja presentada en la oficina: el supervisor
      * que la registra queda como gestor
      *----------------------------------------------------------*
       PALTA-QUEJA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 24) "Registrar queja de cliente".
           DISPLAY (10, 15) "Tarjeta:".
           DISPLAY (11, 15) "Categoria:".
           DISPLAY (11, 33) "(1 comisiones 2 intereses 3 operacion".
           DISPLAY (12, 33) "4 atencion 5 cajero 6 otras)".
           DISPLAY (13, 15) "Movimiento:".
           DISPLAY (14, 30) "(0 si no se refiere a ninguno)".
           DISPLAY (16, 15) "Descripcion:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Volver".
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE CATEGORIA-USUARIO.
           INITIALIZE MOVIMIENTO-USUARIO.
           MOVE SPACES TO TEXTO-USUARIO.
           ACCEPT PANTALLA-ALTA ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PALTA-QUEJA.
           IF TARJETA-USUARIO = 0 OR CATEGORIA-USUARIO = 0
                   OR CATEGORIA-USUARIO > NUM-CATEGORIAS-QUEJA
               GO TO PALTA-QUEJA.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PALTA-ERR.
           CLOSE TARJETAS.

      * el movimiento, si se indica, ha de ser de esa tarjeta
           IF MOVIMIENTO-USUARIO NOT = 0
               OPEN INPUT F-MOVIMIENTOS
               IF FSM NOT = 00
                   GO TO PALTA-ERR
               END-IF
               MOVE MOVIMIENTO-USUARIO TO MOV-NUM
               READ F-MOVIMIENTOS INVALID KEY
                   MOVE 0 TO MOV-TARJETA
               END-READ
               CLOSE F-MOVIMIENTOS
               IF MOV-TARJETA NOT = TARJETA-USUARIO
                   GO TO PALTA-ERR.

           PERFORM LEER-PARAM-QUEJA THRU LEER-PARAM-QUEJA-EXIT.
           PERFORM SIGUIENTE-QJA-NUM THRU SIGUIENTE-QJA-NUM-EXIT.
           OPEN I-O QUEJAS.
           IF FSQJ = 35
               OPEN OUTPUT QUEJAS
               CLOSE QUEJAS
               OPEN I-O QUEJAS
           END-IF.
           IF FSQJ NOT = 00
               GO TO PSYS-ERR.
           MOVE NUEVO-QJA-NUM TO QJA-NUM.
           MOVE TARJETA-USUARIO TO QJA-TARJETA.
           MOVE MOVIMIENTO-USUARIO TO QJA-MOV-NUM.
           MOVE CATEGORIA-USUARIO TO QJA-CATEGORIA.
           MOVE 2 TO QJA-CANAL.
           MOVE TEXTO-USUARIO TO QJA-TEXTO.
           MOVE FECHA-HOY-YMD TO QJA-FECHA-ALTA.
           COMPUTE DIAS-LIMITE =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
               + DIAS-RESPUESTA-QUEJA.
           COMPUTE QJA-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(DIAS-LIMITE).
           MOVE SUP-TARJETA-P TO QJA-GESTOR.
           MOVE 0 TO QJA-ESCALADA.
           MOVE 0 TO QJA-FECHA-RESOLUCION.
           MOVE SPACES TO QJA-RESOLUCION.
           MOVE 0 TO QJA-ESTADO.
           WRITE QUEJA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE QUEJAS.

           MOVE "QJ" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE QJA-NUM TO JOURNAL-CLAVE.
           MOVE QUEJA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE QJA-TARJETA TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "QUEJA REGISTRADA" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "ALTA QUEJA" TO SUPJRN-ACCION.
           MOVE QJA-NUM TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE QJA-TARJETA TO SUPJRN-DESPUES (1:16).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "Queja registrada con el numero".
           DISPLAY (11, 46) QJA-NUM.
           DISPLAY (12, 15) "Fecha limite de respuesta:".
           DISPLAY (12, 46) QJA-FECHA-LIMITE.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PALTA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta o el movimiento no son validos"
               LINE 11 COLUMN 18
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PGESTOR-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El gestor ha de ser un supervisor activo"
               LINE 11 COLUMN 18
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PLISTAR-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-QUEJAS.

           COPY "SIGUIENTE-QJA-NUM.cpy".
           COPY "LEER-PARAM-QUEJA.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE QUEJAS.
           CLOSE TARJETAS.
           CLOSE SUPERVISORES.

           MOVE "BANK71" TO ERROR-PROGRAMA.
           IF FSQJ NOT = 00
               MOVE FSQJ TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSS NOT = 00
                       MOVE FSS TO ERROR-FS
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK70.
      * quejas del cliente desde el menu de otros servicios: el
      * cliente elige la categoria, el movimiento reciente al que se
      * refiere (si lo hay) y una breve descripcion; la queja queda
      * en quejas.ubd con la fecha limite de respuesta que marca el
      * regulador y pasa a la cola de supervisores (BANK71), donde se
      * asigna gestor y se resuelve
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "QUEJAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "QUEJAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSQJ                      PIC   X(2) VALUE "00".
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "QJA-NUM-WS.cpy".
           COPY "QUEJA-CATEGORIAS-WS.cpy".

      * los diez ultimos movimientos de la tarjeta en el plazo de
      * consulta, el mas reciente al final
       01 TABLA-MOVS-QUEJA.
           05 MOV-QUEJA OCCURS 10 TIMES.
               10 MOV-QUEJA-NUM     PIC 9(35).
               10 MOV-QUEJA-FECHA   PIC 9(8).
               10 MOV-QUEJA-IMPORTE PIC S9(9)V99.
               10 MOV-QUEJA-CONCEPTO PIC X(35).
       77 NUM-MOVS-QUEJA            PIC  9(2) VALUE 0.
       77 IND-MOV                   PIC  9(2) VALUE 0.
       77 LINEA-MOV-ACTUAL          PIC  9(2) VALUE 0.
       77 IMPORTE-EDITADO           PIC -Z(6)9.99.
      * solo se ofrecen los movimientos de los ultimos noventa dias
       77 DIAS-CONSULTA-QUEJA       PIC  9(3) VALUE 90.

       77 CATEGORIA-USUARIO         PIC  9(1).
       77 SELECCION-USUARIO         PIC  9(2).
       77 TEXTO-USUARIO             PIC  X(50).
       77 MOV-NUM-QUEJA             PIC  9(35).
       77 FECHA-HOY-YMD             PIC  9(8).
       77 FECHA-MOV-CALC            PIC  9(8).
       77 DIAS-DESDE-MOV            PIC S9(9).
       77 DIAS-LIMITE               PIC S9(9).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-CATEGORIA.
           05 CATEGORIA-ACCEPT BLANK ZERO AUTO
               LINE 18 COL 50 PIC 9(1) USING CATEGORIA-USUARIO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 55 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-TEXTO.
           05 TEXTO-ACCEPT
               LINE 12 COL 15 PIC X(50) USING TEXTO-USUARIO.

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

       PCATEGORIA.
           DISPLAY (6, 25) "Presentar una queja".
           DISPLAY (8, 15) "Motivo de la queja:".
           DISPLAY (10, 15) "1 -".
           DISPLAY (10, 19) CATEGORIA-QUEJA-DESC (1).
           DISPLAY (11, 15) "2 -".
           DISPLAY (11, 19) CATEGORIA-QUEJA-DESC (2).
           DISPLAY (12, 15) "3 -".
           DISPLAY (12, 19) CATEGORIA-QUEJA-DESC (3).
           DISPLAY (13, 15) "4 -".
           DISPLAY (13, 19) CATEGORIA-QUEJA-DESC (4).
           DISPLAY (14, 15) "5 -".
           DISPLAY (14, 19) CATEGORIA-QUEJA-DESC (5).
           DISPLAY (15, 15) "6 -".
           DISPLAY (15, 19) CATEGORIA-QUEJA-DESC (6).
           DISPLAY (18, 15) "Elija el motivo:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           INITIALIZE CATEGORIA-USUARIO.
           ACCEPT PANTALLA-CATEGORIA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PCATEGORIA.
           IF CATEGORIA-USUARIO = 0
                   OR CATEGORIA-USUARIO > NUM-CATEGORIAS-QUEJA
               GO TO PCATEGORIA.

       PLISTAR-MOVIMIENTOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM CARGAR-MOVIMIENTOS THRU CARGAR-MOVIMIENTOS-EXIT.
           DISPLAY (6, 20) "Movimiento al que se refiere".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 09) "Fecha".
           DISPLAY (8, 20) "Importe".
           DISPLAY (8, 34) "Concepto".
           IF NUM-MOVS-QUEJA = 0
               DISPLAY (10, 09) "Sin movimientos recientes".
           MOVE 1 TO IND-MOV.
           PERFORM MOSTRAR-MOVIMIENTO THRU MOSTRAR-MOVIMIENTO-EXIT
               UNTIL IND-MOV > NUM-MOVS-QUEJA.

       PELEGIR-MOVIMIENTO.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. del movimiento (0 = ninguno):".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-MOVIMIENTO.
           IF SELECCION-USUARIO > NUM-MOVS-QUEJA
               GO TO PELEGIR-MOVIMIENTO.
           MOVE 0 TO MOV-NUM-QUEJA.
           IF SELECCION-USUARIO NOT = 0
               MOVE MOV-QUEJA-NUM (SELECCION-USUARIO)
                   TO MOV-NUM-QUEJA.

       PTEXTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 25) "Presentar una queja".
           DISPLAY (8, 15) "Motivo:".
           DISPLAY (8, 24) CATEGORIA-QUEJA-DESC (CATEGORIA-USUARIO).
           DISPLAY (10, 15) "Describa brevemente su queja:".
           DISPLAY (24, 01) "Enter - Presentar".
           DISPLAY (24, 65) "ESC - Salir".
           MOVE SPACES TO TEXTO-USUARIO.
           ACCEPT PANTALLA-TEXTO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PTEXTO.

           PERFORM ALTA-QUEJA THRU ALTA-QUEJA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "Su queja queda registrada con el".
           DISPLAY (12, 15) "numero:".
           DISPLAY (12, 24) QJA-NUM.
           DISPLAY (14, 15) "Recibira respuesta como muy tarde el".
           DISPLAY (15, 15) QJA-FECHA-LIMITE (7:2).
           DISPLAY (15, 17) "-".
           DISPLAY (15, 18) QJA-FECHA-LIMITE (5:2).
           DISPLAY (15, 20) "-".
           DISPLAY (15, 21) QJA-FECHA-LIMITE (1:4).
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * movimientos de la tarjeta dentro del plazo de consulta: se
      * conservan los diez ultimos desplazando la tabla
      *----------------------------------------------------------*
       CARGAR-MOVIMIENTOS.
           MOVE 0 TO NUM-MOVS-QUEJA.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO CARGAR-MOVIMIENTOS-EXIT.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS >= MOV-TARJETA
               INVALID KEY
                   GO TO CARGAR-MOVIMIENTOS-CERRAR.

       CARGAR-MOVIMIENTOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO CARGAR-MOVIMIENTOS-CERRAR.
           IF MOV-TARJETA NOT = TNUM-P
               GO TO CARGAR-MOVIMIENTOS-CERRAR.
           COMPUTE FECHA-MOV-CALC =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           COMPUTE DIAS-DESDE-MOV =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
               - FUNCTION INTEGER-OF-DATE(FECHA-MOV-CALC).
           IF DIAS-DESDE-MOV > DIAS-CONSULTA-QUEJA
               GO TO CARGAR-MOVIMIENTOS-LEER.
           IF NUM-MOVS-QUEJA = 10
               MOVE 1 TO IND-MOV
               PERFORM DESPLAZAR-MOVIMIENTO
                   THRU DESPLAZAR-MOVIMIENTO-EXIT
                   UNTIL IND-MOV > 9
           ELSE
               ADD 1 TO NUM-MOVS-QUEJA.
           MOVE MOV-NUM TO MOV-QUEJA-NUM (NUM-MOVS-QUEJA).
           MOVE FECHA-MOV-CALC TO MOV-QUEJA-FECHA (NUM-MOVS-QUEJA).
           MOVE MOV-IMPORTE TO MOV-QUEJA-IMPORTE (NUM-MOVS-QUEJA).
           MOVE MOV-CONCEPTO TO MOV-QUEJA-CONCEPTO (NUM-MOVS-QUEJA).
           GO TO CARGAR-MOVIMIENTOS-LEER.

       CARGAR-MOVIMIENTOS-CERRAR.
           CLOSE F-MOVIMIENTOS.
       CARGAR-MOVIMIENTOS-EXIT.
           EXIT.

       DESPLAZAR-MOVIMIENTO.
           MOVE MOV-QUEJA (IND-MOV + 1) TO MOV-QUEJA (IND-MOV).
           ADD 1 TO IND-MOV.
       DESPLAZAR-MOVIMIENTO-EXIT.
           EXIT.

       MOSTRAR-MOVIMIENTO.
           COMPUTE LINEA-MOV-ACTUAL = 8 + IND-MOV.
           DISPLAY (LINEA-MOV-ACTUAL, 03) IND-MOV.
           DISPLAY (LINEA-MOV-ACTUAL, 09)
               MOV-QUEJA-FECHA (IND-MOV) (7:2).
           DISPLAY (LINEA-MOV-ACTUAL, 11) "-".
           DISPLAY (LINEA-MOV-ACTUAL, 12)
               MOV-QUEJA-FECHA (IND-MOV) (5:2).
           DISPLAY (LINEA-MOV-ACTUAL, 14) "-".
           DISPLAY (LINEA-MOV-ACTUAL, 15)
               MOV-QUEJA-FECHA (IND-MOV) (1:4).
           MOVE MOV-QUEJA-IMPORTE (IND-MOV) TO IMPORTE-EDITADO.
           DISPLAY (LINEA-MOV-ACTUAL, 20) IMPORTE-EDITADO.
           DISPLAY (LINEA-MOV-ACTUAL, 34)
               MOV-QUEJA-CONCEPTO (IND-MOV).
           ADD 1 TO IND-MOV.
       MOSTRAR-MOVIMIENTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * alta de la queja: fecha limite de respuesta a partir de hoy,
      * sin gestor hasta que un supervisor la asigne
      *----------------------------------------------------------*
       ALTA-QUEJA.
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
           MOVE TNUM-P TO QJA-TARJETA.
           MOVE MOV-NUM-QUEJA TO QJA-MOV-NUM.
           MOVE CATEGORIA-USUARIO TO QJA-CATEGORIA.
           MOVE 1 TO QJA-CANAL.
           MOVE TEXTO-USUARIO TO QJA-TEXTO.
           MOVE FECHA-HOY-YMD TO QJA-FECHA-ALTA.
           COMPUTE DIAS-LIMITE =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
               + DIAS-RESPUESTA-QUEJA.
           COMPUTE QJA-FECHA-LIMITE =
               FUNCTION DATE-OF-INTEGER(DIAS-LIMITE).
           MOVE 0 TO QJA-GESTOR.
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

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "QUEJA REGISTRADA" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE 0 TO NOTIF-TARJETA.
           MOVE "SUPERVISOR" TO NOTIF-TIPO.
           MOVE "NUEVA QUEJA DE CLIENTE" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       ALTA-QUEJA-EXIT.
           EXIT.

           COPY "SIGUIENTE-QJA-NUM.cpy".
           COPY "LEER-PARAM-QUEJA.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE QUEJAS.
           CLOSE F-MOVIMIENTOS.

           MOVE "BANK70" TO ERROR-PROGRAMA.
           IF FSQJ NOT = 00
               MOVE FSQJ TO ERROR-FS
           ELSE
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSP NOT = 00
                       MOVE FSP TO ERROR-FS
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

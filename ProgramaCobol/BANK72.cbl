       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK72.
      * dias de liquidacion con la camara de compensacion sin cuadrar
      * desde el modo supervisor de BANK1: presenta los dias que
      * BATCH-LIQCAMARA dejo abiertos, con las partidas que faltan en
      * cada lado y las de distinto importe (el detalle esta en
      * liqcamara.rpt), y el supervisor anota la explicacion de la
      * diferencia, que cierra el dia. Queda en el diario de
      * supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "LIQDIAS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "LIQDIAS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSLY                      PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".

       01 TABLA-DIAS.
           05 DIA-EN-PANTALLA       PIC X(9) OCCURS 10 TIMES.
       77 NUM-DIA-PANT              PIC  9(2) VALUE 0.
       77 LINEA-DIA-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 EXPLICACION-USUARIO       PIC  X(40).

       77 CENT-DIA                  PIC  9(13).
       77 IMPORTE-DIA-ENT           PIC  9(11).
       77 IMPORTE-DIA-DEC           PIC  9(2).

       77 FECHA-HOY-YMD             PIC  9(8).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 60 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-EXPLICACION.
           05 EXPLICACION-ACCEPT
               LINE 19 COL 15 PIC X(40) USING EXPLICACION-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

       PLISTAR-DIAS.
           MOVE 0 TO NUM-DIA-PANT.
           DISPLAY (6, 20) "Liquidacion con la camara sin cuadrar".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Fecha".
           DISPLAY (8, 20) "Sentido".
           DISPLAY (8, 31) "Propias".
           DISPLAY (8, 40) "Camara".
           DISPLAY (8, 49) "F.camara".
           DISPLAY (8, 58) "F.casa".
           DISPLAY (8, 67) "Distintas".
           OPEN INPUT LIQDIAS.
           IF FSLY = 35
               GO TO PLISTAR-DIAS-FIN.
           IF FSLY NOT = 00
               GO TO PSYS-ERR.

       PLISTAR-DIAS-LEER.
           READ LIQDIAS NEXT RECORD
               AT END GO TO PLISTAR-DIAS-CERRAR.
           IF NOT LIQDIA-ABIERTO
               GO TO PLISTAR-DIAS-LEER.
           IF NUM-DIA-PANT = 10
               GO TO PLISTAR-DIAS-CERRAR.
           ADD 1 TO NUM-DIA-PANT.
           MOVE LQD-CLAVE TO DIA-EN-PANTALLA (NUM-DIA-PANT).
           COMPUTE LINEA-DIA-ACTUAL = 8 + NUM-DIA-PANT.
           DISPLAY (LINEA-DIA-ACTUAL, 03) NUM-DIA-PANT.
           DISPLAY (LINEA-DIA-ACTUAL, 08) LQD-FECHA (7:2).
           DISPLAY (LINEA-DIA-ACTUAL, 10) "-".
           DISPLAY (LINEA-DIA-ACTUAL, 11) LQD-FECHA (5:2).
           DISPLAY (LINEA-DIA-ACTUAL, 13) "-".
           DISPLAY (LINEA-DIA-ACTUAL, 14) LQD-FECHA (1:4).
           IF LQD-SENTIDO = "E"
               DISPLAY (LINEA-DIA-ACTUAL, 20) "ENVIADAS"
           ELSE
               DISPLAY (LINEA-DIA-ACTUAL, 20) "RECIBIDAS".
           DISPLAY (LINEA-DIA-ACTUAL, 31) LQD-NUM-PROPIAS.
           DISPLAY (LINEA-DIA-ACTUAL, 40) LQD-NUM-CAMARA.
           DISPLAY (LINEA-DIA-ACTUAL, 49) LQD-FALTAN-CAMARA.
           DISPLAY (LINEA-DIA-ACTUAL, 58) LQD-FALTAN-PROPIAS.
           DISPLAY (LINEA-DIA-ACTUAL, 67) LQD-DISTINTAS.
           GO TO PLISTAR-DIAS-LEER.

       PLISTAR-DIAS-CERRAR.
           CLOSE LIQDIAS.
       PLISTAR-DIAS-FIN.
           IF NUM-DIA-PANT = 0
               DISPLAY (10, 15) "No hay dias de liquidacion abiertos".

       PELEGIR-DIA.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. del dia a explicar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-DIA.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-DIA-PANT
               GO TO PELEGIR-DIA.

           OPEN INPUT LIQDIAS.
           IF FSLY NOT = 00
               GO TO PSYS-ERR.
           MOVE DIA-EN-PANTALLA (SELECCION-USUARIO) TO LQD-CLAVE.
           READ LIQDIAS INVALID KEY GO TO PSYS-ERR.
           CLOSE LIQDIAS.
           IF NOT LIQDIA-ABIERTO
               GO TO PLISTAR-REFRESCO.

       PDETALLE-DIA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 22) "Dia de liquidacion sin cuadrar".
           DISPLAY (8, 15) "Fecha:".
           DISPLAY (8, 40) LQD-FECHA.
           DISPLAY (9, 15) "Sentido:".
           IF LQD-SENTIDO = "E"
               DISPLAY (9, 40) "ENVIADAS"
           ELSE
               DISPLAY (9, 40) "RECIBIDAS".
           DISPLAY (10, 15) "Partidas propias:".
           DISPLAY (10, 40) LQD-NUM-PROPIAS.
           MOVE LQD-CENT-PROPIAS TO CENT-DIA.
           PERFORM FORMATEAR-IMPORTE-DIA
               THRU FORMATEAR-IMPORTE-DIA-EXIT.
           DISPLAY (10, 50) IMPORTE-DIA-ENT.
           DISPLAY (10, 61) ",".
           DISPLAY (10, 62) IMPORTE-DIA-DEC.
           DISPLAY (11, 15) "Partidas de la camara:".
           DISPLAY (11, 40) LQD-NUM-CAMARA.
           MOVE LQD-CENT-CAMARA TO CENT-DIA.
           PERFORM FORMATEAR-IMPORTE-DIA
               THRU FORMATEAR-IMPORTE-DIA-EXIT.
           DISPLAY (11, 50) IMPORTE-DIA-ENT.
           DISPLAY (11, 61) ",".
           DISPLAY (11, 62) IMPORTE-DIA-DEC.
           DISPLAY (12, 15) "Faltan en la camara:".
           DISPLAY (12, 40) LQD-FALTAN-CAMARA.
           DISPLAY (13, 15) "Faltan en casa:".
           DISPLAY (13, 40) LQD-FALTAN-PROPIAS.
           DISPLAY (14, 15) "Importe distinto:".
           DISPLAY (14, 40) LQD-DISTINTAS.
           DISPLAY (15, 15) "Detalle de las partidas en liqcamara.rpt".
           DISPLAY (18, 15) "Explicacion de la diferencia:".
           MOVE SPACES TO EXPLICACION-USUARIO.
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Volver".

       PEXPLICAR-DIA.
           ACCEPT PANTALLA-EXPLICACION ON EXCEPTION
               IF ESC-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PEXPLICAR-DIA.
           IF EXPLICACION-USUARIO = SPACES
               GO TO PEXPLICAR-DIA.

           OPEN I-O LIQDIAS.
           IF FSLY NOT = 00
               GO TO PSYS-ERR.
           READ LIQDIAS INVALID KEY GO TO PSYS-ERR.
           IF NOT LIQDIA-ABIERTO
               CLOSE LIQDIAS
               GO TO PLISTAR-REFRESCO.
           MOVE 2 TO LQD-ESTADO.
           MOVE SUP-TARJETA-P TO LQD-SUPERVISOR.
           MOVE EXPLICACION-USUARIO TO LQD-EXPLICACION.
           MOVE FECHA-HOY-YMD TO LQD-FECHA-EXPLICACION.
           REWRITE LIQDIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE LIQDIAS.

           MOVE "LD" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE LQD-CLAVE TO JOURNAL-CLAVE.
           MOVE LIQDIA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "EXPLICA LIQ" TO SUPJRN-ACCION.
           MOVE LQD-CLAVE TO SUPJRN-CLAVE.
           MOVE "ABIERTO" TO SUPJRN-ANTES.
           MOVE LQD-EXPLICACION TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 18) "Diferencia explicada y dia cerrado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       FORMATEAR-IMPORTE-DIA.
           COMPUTE IMPORTE-DIA-ENT = CENT-DIA / 100.
           COMPUTE IMPORTE-DIA-DEC = FUNCTION MOD(CENT-DIA, 100).
       FORMATEAR-IMPORTE-DIA-EXIT.
           EXIT.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PLISTAR-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-DIAS.

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE LIQDIAS.

           MOVE "BANK72" TO ERROR-PROGRAMA.
           IF FSLY NOT = 00
               MOVE FSLY TO ERROR-FS
           ELSE
               IF FSJR NOT = 00
                   MOVE FSJR TO ERROR-FS
               ELSE
                   MOVE FSSJ TO ERROR-FS.
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

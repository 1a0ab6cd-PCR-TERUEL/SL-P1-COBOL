       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK61.
      * ficheros de salida entregados a terceros, desde el modo
      * supervisor de BANK1: presenta los ficheros registrados en
      * interfaces.ubd que aun no tienen acuse del destinatario y
      * deja marcarlos como transmitidos o como acusados; el
      * reenvio repone sobre el nombre de entrega la copia
      * archivada al generarlo, sin volver a construir el fichero,
      * y no se permite si hay un fichero posterior del mismo
      * destinatario aun sin transmitir (se pisaria)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "SUPJRN-WS.cpy".

       77 FECHA-HOY-YMD             PIC  9(8).
       77 HORA-HOY-HMS              PIC  9(6).
       01 TABLA-ENVIOS.
           05 ENVIO-EN-PANTALLA     PIC X(14) OCCURS 12 TIMES.
       77 NUM-ENVIOS-PANT           PIC  9(2) VALUE 0.
       77 LINEA-ENV-ACTUAL          PIC  9(2) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 DECISION-USUARIO          PIC  9(1).
       77 ESTADO-TEXTO              PIC  X(11).
       77 ESTADO-ANTERIOR           PIC  X(11).
       77 TOTAL-EDITADO             PIC -Z(12)9.99.
       77 CLAVE-ELEGIDA             PIC  X(14).
       77 POSTERIOR-PENDIENTE       PIC  9(1).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 50 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-DECISION.
           05 DECISION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 62 PIC 9(1) USING DECISION-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PLISTAR-ENVIOS.
           MOVE 0 TO NUM-ENVIOS-PANT.
           OPEN INPUT INTERFACES.
           IF FSIF = 35
               GO TO SIN-ENVIOS.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           DISPLAY (6, 20) "Ficheros de salida sin acuse".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 08) "Destino".
           DISPLAY (8, 18) "Secuen.".
           DISPLAY (8, 27) "Fichero".
           DISPLAY (8, 48) "Generado".
           DISPLAY (8, 59) "Estado".
           DISPLAY (8, 71) "Reenv.".

       PLISTAR-ENVIOS-LEER.
           READ INTERFACES NEXT RECORD
               AT END GO TO PLISTAR-ENVIOS-FIN.
           IF ENVIO-ACUSADO
               GO TO PLISTAR-ENVIOS-LEER.
           ADD 1 TO NUM-ENVIOS-PANT.
           MOVE INF-CLAVE TO ENVIO-EN-PANTALLA (NUM-ENVIOS-PANT).
           COMPUTE LINEA-ENV-ACTUAL = 8 + NUM-ENVIOS-PANT.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-EXIT.
           DISPLAY (LINEA-ENV-ACTUAL, 03) NUM-ENVIOS-PANT.
           DISPLAY (LINEA-ENV-ACTUAL, 08) INF-DESTINATARIO.
           DISPLAY (LINEA-ENV-ACTUAL, 18) INF-SECUENCIA.
           DISPLAY (LINEA-ENV-ACTUAL, 27) INF-FICHERO.
           DISPLAY (LINEA-ENV-ACTUAL, 48) INF-FECHA-GENERACION.
           DISPLAY (LINEA-ENV-ACTUAL, 59) ESTADO-TEXTO.
           DISPLAY (LINEA-ENV-ACTUAL, 72) INF-REENVIOS.
           IF NUM-ENVIOS-PANT = 12
               GO TO PLISTAR-ENVIOS-FIN.
           GO TO PLISTAR-ENVIOS-LEER.

       PLISTAR-ENVIOS-FIN.
           CLOSE INTERFACES.
           IF NUM-ENVIOS-PANT = 0
               GO TO SIN-ENVIOS.

       PELEGIR-ENVIO.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (22, 15) "Num. del fichero a tratar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-ENVIO.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-ENVIOS-PANT
               GO TO PELEGIR-ENVIO.

           MOVE ENVIO-EN-PANTALLA (SELECCION-USUARIO) TO CLAVE-ELEGIDA.
           OPEN INPUT INTERFACES.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-ELEGIDA TO INF-CLAVE.
           READ INTERFACES INVALID KEY GO TO PSYS-ERR.
           CLOSE INTERFACES.
           MOVE 0 TO DECISION-USUARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       PDETALLE.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-EXIT.
           MOVE INF-TOTAL-CONTROL TO TOTAL-EDITADO.
           DISPLAY (6, 20) "Fichero de salida".
           DISPLAY (8, 10) "Destinatario:".
           DISPLAY (8, 30) INF-DESTINATARIO.
           DISPLAY (8, 45) "Secuencia:".
           DISPLAY (8, 57) INF-SECUENCIA.
           DISPLAY (9, 10) "Fichero:".
           DISPLAY (9, 30) INF-FICHERO.
           DISPLAY (10, 10) "Copia archivada:".
           DISPLAY (10, 30) INF-ARCHIVO.
           DISPLAY (11, 10) "Generado por:".
           DISPLAY (11, 30) INF-PROGRAMA.
           DISPLAY (11, 45) "el".
           DISPLAY (11, 48) INF-FECHA-GENERACION.
           DISPLAY (11, 58) INF-HORA-GENERACION.
           DISPLAY (12, 10) "Registros:".
           DISPLAY (12, 30) INF-REGISTROS.
           DISPLAY (13, 10) "Total de control:".
           DISPLAY (13, 30) TOTAL-EDITADO.
           DISPLAY (14, 10) "Estado:".
           DISPLAY (14, 30) ESTADO-TEXTO.
           IF ENVIO-TRANSMITIDO
               DISPLAY (14, 45) "el"
               DISPLAY (14, 48) INF-FECHA-TRANSMISION
               DISPLAY (14, 58) INF-HORA-TRANSMISION.
           DISPLAY (15, 10) "Reenvios:".
           DISPLAY (15, 30) INF-REENVIOS.
           IF INF-REENVIOS > 0
               DISPLAY (15, 45) "ultimo"
               DISPLAY (15, 52) INF-FECHA-REENVIO.
           IF ENVIO-GENERADO
               DISPLAY (20, 10) "1-Transmitido 3-Reenviar"
           ELSE
               DISPLAY (20, 10) "2-Acusado 3-Reenviar".
           DISPLAY (20, 45) "Decision:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-DECISION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PDETALLE.
           IF ENVIO-GENERADO AND DECISION-USUARIO NOT = 1
                   AND DECISION-USUARIO NOT = 3
               GO TO PDETALLE.
           IF ENVIO-TRANSMITIDO AND DECISION-USUARIO NOT = 2
                   AND DECISION-USUARIO NOT = 3
               GO TO PDETALLE.

           IF DECISION-USUARIO = 3
               GO TO PREENVIAR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HORA-HOY-HMS =
               (HORAS * 10000) + (MINUTOS * 100) + SEGUNDOS.
           OPEN I-O INTERFACES.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-ELEGIDA TO INF-CLAVE.
           READ INTERFACES INVALID KEY GO TO PSYS-ERR.
      * otro supervisor lo ha cambiado mientras tanto
           IF (DECISION-USUARIO = 1 AND NOT ENVIO-GENERADO)
                   OR (DECISION-USUARIO = 2 AND NOT ENVIO-TRANSMITIDO)
               CLOSE INTERFACES
               GO TO PDATOS-ERR.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-EXIT.
           MOVE ESTADO-TEXTO TO ESTADO-ANTERIOR.
           IF DECISION-USUARIO = 1
               MOVE 2 TO INF-ESTADO
               MOVE FECHA-HOY-YMD TO INF-FECHA-TRANSMISION
               MOVE HORA-HOY-HMS TO INF-HORA-TRANSMISION
               MOVE "TRANSMITIDO" TO SUPJRN-ACCION
           ELSE
               MOVE 3 TO INF-ESTADO
               MOVE FECHA-HOY-YMD TO INF-FECHA-ACUSE
               MOVE HORA-HOY-HMS TO INF-HORA-ACUSE
               MOVE "ACUSADO" TO SUPJRN-ACCION.
           MOVE SUP-TARJETA-P TO INF-SUPERVISOR.
           REWRITE INTERFAZ-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE INTERFACES.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-EXIT.
           PERFORM ANOTAR-SUPJRN THRU ANOTAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 18) "El nuevo estado ha quedado registrado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * reenvio: la copia archivada vuelve al nombre de entrega
      * tal cual salio, y el fichero queda otra vez pendiente de
      * transmitir
      *----------------------------------------------------------*
       PREENVIAR.
           PERFORM BUSCAR-POSTERIOR THRU BUSCAR-POSTERIOR-EXIT.
           IF POSTERIOR-PENDIENTE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY "Hay un fichero posterior sin transmitir"
                   LINE 11 COLUMN 21
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY (18, 33) "Enter - Aceptar"
               GO TO PFIN-ENTER.

           MOVE INF-ARCHIVO TO NOMBRE-ENVIO-DESDE.
           MOVE INF-FICHERO TO NOMBRE-ENVIO-HACIA.
           PERFORM COPIAR-ENVIO THRU COPIAR-ENVIO-EXIT.
           IF ENVIO-LINEAS NOT = INF-LINEAS
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           OPEN I-O INTERFACES.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-ELEGIDA TO INF-CLAVE.
           READ INTERFACES INVALID KEY GO TO PSYS-ERR.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-EXIT.
           MOVE ESTADO-TEXTO TO ESTADO-ANTERIOR.
           MOVE 1 TO INF-ESTADO.
           ADD 1 TO INF-REENVIOS.
           MOVE FECHA-HOY-YMD TO INF-FECHA-REENVIO.
           MOVE SUP-TARJETA-P TO INF-SUPERVISOR.
           REWRITE INTERFAZ-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE INTERFACES.
           PERFORM TEXTO-ESTADO THRU TEXTO-ESTADO-EXIT.
           MOVE "REENVIO" TO SUPJRN-ACCION.
           PERFORM ANOTAR-SUPJRN THRU ANOTAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "Copia archivada repuesta en".
           DISPLAY (11, 43) INF-FICHERO.
           DISPLAY (12, 15) "Lineas repuestas:".
           DISPLAY (12, 43) ENVIO-LINEAS.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-ENVIOS-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PLISTAR-ENVIOS-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-ENVIOS.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Los datos indicados no son validos"
               LINE 11 COLUMN 23
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       SIN-ENVIOS.
           DISPLAY (11, 15)
               "No hay ficheros de salida pendientes de acuse".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO SIN-ENVIOS-ENTER.

       SIN-ENVIOS-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO SIN-ENVIOS-ENTER.

      *----------------------------------------------------------*
      * el nombre de entrega es el mismo para todos los ficheros
      * del destinatario: si uno posterior sigue sin transmitir es
      * el que esta ahora en ese nombre
      *----------------------------------------------------------*
       BUSCAR-POSTERIOR.
           MOVE 0 TO POSTERIOR-PENDIENTE.
           OPEN INPUT INTERFACES.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-ELEGIDA TO INF-CLAVE.
           START INTERFACES KEY IS GREATER THAN INF-CLAVE
               INVALID KEY GO TO BUSCAR-POSTERIOR-CERRAR.

       BUSCAR-POSTERIOR-LEER.
           READ INTERFACES NEXT RECORD
               AT END GO TO BUSCAR-POSTERIOR-CERRAR.
           IF INF-DESTINATARIO NOT = CLAVE-ELEGIDA (1:8)
               GO TO BUSCAR-POSTERIOR-CERRAR.
           IF ENVIO-GENERADO
               MOVE 1 TO POSTERIOR-PENDIENTE
               GO TO BUSCAR-POSTERIOR-CERRAR.
           GO TO BUSCAR-POSTERIOR-LEER.

       BUSCAR-POSTERIOR-CERRAR.
           CLOSE INTERFACES.
      * deja otra vez leido el fichero elegido
           OPEN INPUT INTERFACES.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-ELEGIDA TO INF-CLAVE.
           READ INTERFACES INVALID KEY GO TO PSYS-ERR.
           CLOSE INTERFACES.
       BUSCAR-POSTERIOR-EXIT.
           EXIT.

       TEXTO-ESTADO.
           IF ENVIO-GENERADO
               MOVE "GENERADO" TO ESTADO-TEXTO
           ELSE
               IF ENVIO-TRANSMITIDO
                   MOVE "TRANSMITIDO" TO ESTADO-TEXTO
               ELSE
                   MOVE "ACUSADO" TO ESTADO-TEXTO.
       TEXTO-ESTADO-EXIT.
           EXIT.

       ANOTAR-SUPJRN.
           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE SPACES TO SUPJRN-CLAVE.
           STRING INF-DESTINATARIO DELIMITED BY SPACE
               "/" INF-SECUENCIA DELIMITED BY SIZE
               INTO SUPJRN-CLAVE.
           MOVE ESTADO-ANTERIOR TO SUPJRN-ANTES.
           MOVE ESTADO-TEXTO TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.
       ANOTAR-SUPJRN-EXIT.
           EXIT.

           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE INTERFACES.
           CLOSE ENVIO-DESDE.
           CLOSE ENVIO-HACIA.

           MOVE "BANK61" TO ERROR-PROGRAMA.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS
           ELSE
               IF FSVD NOT = 00
                   MOVE FSVD TO ERROR-FS
               ELSE
                   MOVE FSVH TO ERROR-FS.
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

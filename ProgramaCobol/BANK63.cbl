       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK63.
      * aviso de viaje, desde el menu de otros servicios: el titular
      * indica las fechas en que estara fuera y la divisa del destino
      * para que la regla de velocidad y la deteccion de importes
      * atipicos no le bloqueen la tarjeta por operar de forma poco
      * habitual; mientras dure el viaje los umbrales se multiplican
      * por el factor de viaje de parametros. Un aviso nuevo sustituye
      * al anterior y con las fechas a cero se quita
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AVISOS-VIAJE-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "AVISOS-VIAJE-FD.cpy".
           COPY "DIVISAS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSAV                      PIC   X(2).
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "VIAJE-WS.cpy".
           COPY "DIVISAS-WS.cpy".

       77 DESDE-DIA-USUARIO         PIC  9(2).
       77 DESDE-MES-USUARIO         PIC  9(2).
       77 DESDE-ANO-USUARIO         PIC  9(4).
       77 HASTA-DIA-USUARIO         PIC  9(2).
       77 HASTA-MES-USUARIO         PIC  9(2).
       77 HASTA-ANO-USUARIO         PIC  9(4).
       77 DIVISA-USUARIO            PIC  9(2).
       77 HAY-AVISO-SW              PIC  9(1).
       77 TEXTO-DIVISA              PIC  X(3).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-VIAJE.
           05 DESDE-DIA-ACCEPT BLANK ZERO AUTO
               LINE 14 COL 40 PIC 9(2) USING DESDE-DIA-USUARIO.
           05 DESDE-MES-ACCEPT BLANK ZERO AUTO
               LINE 14 COL 43 PIC 9(2) USING DESDE-MES-USUARIO.
           05 DESDE-ANO-ACCEPT BLANK ZERO AUTO
               LINE 14 COL 46 PIC 9(4) USING DESDE-ANO-USUARIO.
           05 HASTA-DIA-ACCEPT BLANK ZERO AUTO
               LINE 15 COL 40 PIC 9(2) USING HASTA-DIA-USUARIO.
           05 HASTA-MES-ACCEPT BLANK ZERO AUTO
               LINE 15 COL 43 PIC 9(2) USING HASTA-MES-USUARIO.
           05 HASTA-ANO-ACCEPT BLANK ZERO AUTO
               LINE 15 COL 46 PIC 9(4) USING HASTA-ANO-USUARIO.
           05 DIVISA-ACCEPT BLANK ZERO AUTO
               LINE 16 COL 40 PIC 9(2) USING DIVISA-USUARIO.

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PVIAJE.
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           PERFORM LISTAR-DIVISAS THRU LISTAR-DIVISAS-EXIT.
           PERFORM LEER-AVISO-ACTUAL THRU LEER-AVISO-ACTUAL-EXIT.
           DISPLAY (8, 28) "Aviso de viaje".
           IF HAY-AVISO-SW = 1
               DISPLAY (10, 15) "Aviso vigente del"
               DISPLAY (10, 33) AVJ-FECHA-DESDE (7:2)
               DISPLAY (10, 35) "-"
               DISPLAY (10, 36) AVJ-FECHA-DESDE (5:2)
               DISPLAY (10, 38) "-"
               DISPLAY (10, 39) AVJ-FECHA-DESDE (1:4)
               DISPLAY (10, 44) "al"
               DISPLAY (10, 47) AVJ-FECHA-HASTA (7:2)
               DISPLAY (10, 49) "-"
               DISPLAY (10, 50) AVJ-FECHA-HASTA (5:2)
               DISPLAY (10, 52) "-"
               DISPLAY (10, 53) AVJ-FECHA-HASTA (1:4)
               DISPLAY (10, 58) TEXTO-DIVISA
           ELSE
               DISPLAY (10, 15) "Sin aviso de viaje vigente".
           DISPLAY (12, 15) "Nuevo aviso (fechas a cero para quitarlo)".
           DISPLAY (14, 15) "Desde (dd mm aaaa):".
           DISPLAY (15, 15) "Hasta (dd mm aaaa):".
           DISPLAY (16, 15) "Divisa del destino:".
           DISPLAY (17, 15) LISTA-DIVISAS (1:64).
           DISPLAY (18, 15) LISTA-DIVISAS (65:64).
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           INITIALIZE DESDE-DIA-USUARIO.
           INITIALIZE DESDE-MES-USUARIO.
           INITIALIZE DESDE-ANO-USUARIO.
           INITIALIZE HASTA-DIA-USUARIO.
           INITIALIZE HASTA-MES-USUARIO.
           INITIALIZE HASTA-ANO-USUARIO.
           INITIALIZE DIVISA-USUARIO.
           ACCEPT PANTALLA-VIAJE ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PVIAJE.

           MOVE TNUM-P TO VIAJE-TARJETA.
           COMPUTE VIAJE-DESDE = (DESDE-ANO-USUARIO * 10000)
               + (DESDE-MES-USUARIO * 100) + DESDE-DIA-USUARIO.
           COMPUTE VIAJE-HASTA = (HASTA-ANO-USUARIO * 10000)
               + (HASTA-MES-USUARIO * 100) + HASTA-DIA-USUARIO.
           MOVE DIVISA-USUARIO TO VIAJE-DIVISA.
           MOVE "C" TO VIAJE-ORIGEN.
           PERFORM VALIDAR-AVISO-VIAJE THRU VALIDAR-AVISO-VIAJE-EXIT.
           IF VIAJE-ERROR NOT = 0
               GO TO PDATOS-ERR.
           IF VIAJE-BAJA = 1 AND HAY-AVISO-SW = 0
               GO TO PVIAJE.

           PERFORM GUARDAR-AVISO-VIAJE THRU GUARDAR-AVISO-VIAJE-EXIT.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           IF VIAJE-BAJA = 1
               MOVE "AVISO DE VIAJE RETIRADO" TO NOTIF-CONCEPTO
           ELSE
               MOVE SPACES TO NOTIF-CONCEPTO
               STRING "AVISO DE VIAJE HASTA " VIAJE-HASTA
                   DELIMITED BY SIZE INTO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF VIAJE-BAJA = 1
               DISPLAY (11, 20) "El aviso de viaje queda retirado"
           ELSE
               DISPLAY (11, 20) "El aviso de viaje queda registrado".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFIN-ENTER.

      * un aviso ya vencido se muestra como si no lo hubiera
       LEER-AVISO-ACTUAL.
           MOVE 0 TO HAY-AVISO-SW.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE VIAJE-HOY = (ANO * 10000) + (MES * 100) + DIA.
           OPEN INPUT AVISOSVIAJE.
           IF FSAV = 35
               GO TO LEER-AVISO-ACTUAL-EXIT.
           IF FSAV NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO AVJ-TARJETA.
           READ AVISOSVIAJE INVALID KEY
               GO TO LEER-AVISO-ACTUAL-CERRAR.
           IF AVJ-FECHA-HASTA < VIAJE-HOY
               GO TO LEER-AVISO-ACTUAL-CERRAR.
           MOVE 1 TO HAY-AVISO-SW.
           MOVE AVJ-DIVISA TO DIVISA-CONSULTA.
           PERFORM VER-DIVISA THRU VER-DIVISA-EXIT.
           MOVE ISO-CONSULTA TO TEXTO-DIVISA.

       LEER-AVISO-ACTUAL-CERRAR.
           CLOSE AVISOSVIAJE.
       LEER-AVISO-ACTUAL-EXIT.
           EXIT.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF VIAJE-ERROR = 2
               DISPLAY "La divisa indicada no es valida"
                   LINE 11 COLUMN 24
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           ELSE
               DISPLAY "Las fechas del viaje no son validas"
                   LINE 11 COLUMN 22
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               DISPLAY "(a partir de hoy y 90 dias como mucho)"
                   LINE 12 COLUMN 21.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

           COPY "VALIDAR-AVISO-VIAJE.cpy".
           COPY "CARGAR-DIVISAS.cpy".
           COPY "GUARDAR-AVISO-VIAJE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE AVISOSVIAJE.
           CLOSE DIVISAS.

           MOVE "BANK63" TO ERROR-PROGRAMA.
           MOVE FSAV TO ERROR-FS.
           IF FSDM NOT = 00
               MOVE FSDM TO ERROR-FS.
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

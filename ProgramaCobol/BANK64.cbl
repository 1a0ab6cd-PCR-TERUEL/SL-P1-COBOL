       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK64.
      * aviso de viaje desde el modo supervisor de BANK1, para el
      * cliente que llama desde el extranjero con la tarjeta ya
      * frenada por la regla de velocidad: mismo aviso y mismas
      * validaciones que en el cajero (BANK63), con rastro del
      * supervisor en el diario de supervisores
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AVISOS-VIAJE-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "AVISOS-VIAJE-FD.cpy".
           COPY "DIVISAS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSAV                      PIC   X(2).
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "VIAJE-WS.cpy".
           COPY "DIVISAS-WS.cpy".

       77 TARJETA-USUARIO           PIC  9(16).
       77 DESDE-DIA-USUARIO         PIC  9(2).
       77 DESDE-MES-USUARIO         PIC  9(2).
       77 DESDE-ANO-USUARIO         PIC  9(4).
       77 HASTA-DIA-USUARIO         PIC  9(2).
       77 HASTA-MES-USUARIO         PIC  9(2).
       77 HASTA-ANO-USUARIO         PIC  9(4).
       77 DIVISA-USUARIO            PIC  9(2).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-VIAJE-SUP.
           05 TARJETA-ACCEPT BLANK ZERO AUTO
               LINE 10 COL 40 PIC 9(16) USING TARJETA-USUARIO.
           05 DESDE-DIA-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 40 PIC 9(2) USING DESDE-DIA-USUARIO.
           05 DESDE-MES-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 43 PIC 9(2) USING DESDE-MES-USUARIO.
           05 DESDE-ANO-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 46 PIC 9(4) USING DESDE-ANO-USUARIO.
           05 HASTA-DIA-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 40 PIC 9(2) USING HASTA-DIA-USUARIO.
           05 HASTA-MES-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 43 PIC 9(2) USING HASTA-MES-USUARIO.
           05 HASTA-ANO-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 46 PIC 9(4) USING HASTA-ANO-USUARIO.
           05 DIVISA-ACCEPT BLANK ZERO AUTO
               LINE 14 COL 40 PIC 9(2) USING DIVISA-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PVIAJE.
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           PERFORM LISTAR-DIVISAS THRU LISTAR-DIVISAS-EXIT.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE DESDE-DIA-USUARIO.
           INITIALIZE DESDE-MES-USUARIO.
           INITIALIZE DESDE-ANO-USUARIO.
           INITIALIZE HASTA-DIA-USUARIO.
           INITIALIZE HASTA-MES-USUARIO.
           INITIALIZE HASTA-ANO-USUARIO.
           INITIALIZE DIVISA-USUARIO.
           DISPLAY (8, 22) "Aviso de viaje de un cliente".
           DISPLAY (10, 15) "Tarjeta del cliente:".
           DISPLAY (12, 15) "Desde (dd mm aaaa):".
           DISPLAY (13, 15) "Hasta (dd mm aaaa):".
           DISPLAY (14, 15) "Divisa del destino:".
           DISPLAY (15, 15) LISTA-DIVISAS (1:64).
           DISPLAY (16, 15) LISTA-DIVISAS (65:64).
           DISPLAY (17, 15) "Fechas a cero para quitar el aviso".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-VIAJE-SUP ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PVIAJE.
           IF TARJETA-USUARIO = 0
               GO TO PVIAJE.

      * la tarjeta debe existir y estar activa
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           IF NOT TARJETA-ACTIVA
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.
           CLOSE TARJETAS.

           MOVE TARJETA-USUARIO TO VIAJE-TARJETA.
           COMPUTE VIAJE-DESDE = (DESDE-ANO-USUARIO * 10000)
               + (DESDE-MES-USUARIO * 100) + DESDE-DIA-USUARIO.
           COMPUTE VIAJE-HASTA = (HASTA-ANO-USUARIO * 10000)
               + (HASTA-MES-USUARIO * 100) + HASTA-DIA-USUARIO.
           MOVE DIVISA-USUARIO TO VIAJE-DIVISA.
           MOVE "S" TO VIAJE-ORIGEN.
           PERFORM VALIDAR-AVISO-VIAJE THRU VALIDAR-AVISO-VIAJE-EXIT.
           IF VIAJE-ERROR NOT = 0
               GO TO PDATOS-ERR.

           PERFORM GUARDAR-AVISO-VIAJE THRU GUARDAR-AVISO-VIAJE-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "AVISO VIAJE" TO SUPJRN-ACCION.
           MOVE TARJETA-USUARIO TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           IF VIAJE-BAJA = 1
               MOVE "BAJA" TO SUPJRN-DESPUES
           ELSE
               MOVE SPACES TO SUPJRN-DESPUES
               STRING VIAJE-DESDE "-" VIAJE-HASTA
                   DELIMITED BY SIZE INTO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF VIAJE-BAJA = 1
               DISPLAY (11, 20) "El aviso de viaje queda retirado"
           ELSE
               DISPLAY (11, 20) "El aviso de viaje queda registrado".
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

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFIN-ENTER.

           COPY "VALIDAR-AVISO-VIAJE.cpy".
           COPY "CARGAR-DIVISAS.cpy".
           COPY "GUARDAR-AVISO-VIAJE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE AVISOSVIAJE.
           CLOSE TARJETAS.
           CLOSE DIVISAS.

           MOVE "BANK64" TO ERROR-PROGRAMA.
           IF FSAV NOT = 00
               MOVE FSAV TO ERROR-FS
           ELSE
               MOVE FST TO ERROR-FS.
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

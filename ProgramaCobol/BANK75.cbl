       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK75.
      * maestro de divisas desde el modo supervisor de BANK1: lista
      * las divisas definidas y da de alta o modifica una por su
      * codigo (01 a 20): codigo ISO, nombre, decimales, si admite
      * operaciones nuevas y los tres billetes del billetero de
      * divisa; el 01 es el EUR, divisa base, y no se desactiva ni
      * cambia de ISO; cada cambio queda en el diario de
      * supervisores y en el diario de imagenes
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "DIVISAS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "DIVISAS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "SUPJRN-WS.cpy".
           COPY "DIVISAS-WS.cpy".

       77 CODIGO-USUARIO            PIC  9(2).
       77 ISO-USUARIO               PIC  X(3).
       77 NOMBRE-USUARIO            PIC  X(24).
       77 DECIMALES-USUARIO         PIC  9(1).
       77 ACTIVA-USUARIO            PIC  9(1).
       77 DENOM1-USUARIO            PIC  9(5).
       77 DENOM2-USUARIO            PIC  9(5).
       77 DENOM3-USUARIO            PIC  9(5).
       77 DIVISA-NUEVA              PIC  9(1).
       77 LINEA-LISTA               PIC  9(2).
       77 COLUMNA-LISTA             PIC  9(2).
       77 CODIGO-LISTA              PIC  Z9.
       77 INDICE-SEMBRAR            PIC  9(2).

       LINKAGE SECTION.
      * tarjeta del supervisor autenticado en PSUP-INICIO de BANK1
       77 SUP-TARJETA-P             PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-CODIGO.
           05 CODIGO-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 45 PIC 9(2) USING CODIGO-USUARIO.

       01 PANTALLA-DIVISA.
           05 ISO-ACCEPT AUTO
               LINE 11 COL 45 PIC X(3) USING ISO-USUARIO.
           05 NOMBRE-ACCEPT AUTO
               LINE 12 COL 45 PIC X(24) USING NOMBRE-USUARIO.
           05 DECIMALES-ACCEPT AUTO
               LINE 13 COL 45 PIC 9(1) USING DECIMALES-USUARIO.
           05 ACTIVA-ACCEPT AUTO
               LINE 14 COL 45 PIC 9(1) USING ACTIVA-USUARIO.
           05 DENOM1-ACCEPT AUTO
               LINE 15 COL 45 PIC 9(5) USING DENOM1-USUARIO.
           05 DENOM2-ACCEPT AUTO
               LINE 16 COL 45 PIC 9(5) USING DENOM2-USUARIO.
           05 DENOM3-ACCEPT AUTO
               LINE 17 COL 45 PIC 9(5) USING DENOM3-USUARIO.

       PROCEDURE DIVISION USING SUP-TARJETA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PLISTA.
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           INITIALIZE CODIGO-USUARIO.
           DISPLAY (8, 28) "Maestro de divisas".
           PERFORM MOSTRAR-LISTA THRU MOSTRAR-LISTA-EXIT.
           DISPLAY (21, 15) "Codigo de divisa (1 a 20):".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-CODIGO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PLISTA.
           IF CODIGO-USUARIO = 0 OR CODIGO-USUARIO > 20
               GO TO PDATOS-ERR.

           IF MDV-COD (CODIGO-USUARIO) = 0
               MOVE 1 TO DIVISA-NUEVA
               MOVE SPACES TO ISO-USUARIO
               MOVE SPACES TO NOMBRE-USUARIO
               MOVE 2 TO DECIMALES-USUARIO
               MOVE 1 TO ACTIVA-USUARIO
               MOVE 0 TO DENOM1-USUARIO
               MOVE 0 TO DENOM2-USUARIO
               MOVE 0 TO DENOM3-USUARIO
           ELSE
               MOVE 0 TO DIVISA-NUEVA
               MOVE MDV-ISO (CODIGO-USUARIO) TO ISO-USUARIO
               MOVE MDV-NOMBRE (CODIGO-USUARIO) TO NOMBRE-USUARIO
               MOVE MDV-DECIMALES (CODIGO-USUARIO)
                   TO DECIMALES-USUARIO
               MOVE MDV-ACTIVA (CODIGO-USUARIO) TO ACTIVA-USUARIO
               MOVE MDV-DENOM (CODIGO-USUARIO, 1) TO DENOM1-USUARIO
               MOVE MDV-DENOM (CODIGO-USUARIO, 2) TO DENOM2-USUARIO
               MOVE MDV-DENOM (CODIGO-USUARIO, 3) TO DENOM3-USUARIO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       PDIVISA.
           DISPLAY (8, 28) "Maestro de divisas".
           DISPLAY (10, 15) "Codigo de divisa:".
           MOVE CODIGO-USUARIO TO CODIGO-LISTA.
           DISPLAY (10, 45) CODIGO-LISTA.
           IF DIVISA-NUEVA = 1
               DISPLAY (10, 50) "(alta)".
           DISPLAY (11, 15) "Codigo ISO:".
           DISPLAY (12, 15) "Nombre:".
           DISPLAY (13, 15) "Decimales:".
           DISPLAY (14, 15) "Activa (1 si, 0 no):".
           DISPLAY (15, 15) "Billete mayor:".
           DISPLAY (16, 15) "Billete mediano:".
           DISPLAY (17, 15) "Billete menor:".
           DISPLAY (19, 15) "Billetes de mayor a menor; a cero, el".
           DISPLAY (20, 15) "billetero no dispensa esa divisa".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-DIVISA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PDIVISA.

           IF ISO-USUARIO = SPACES OR NOMBRE-USUARIO = SPACES
               GO TO PDATOS-ERR.
           IF DECIMALES-USUARIO > 3 OR ACTIVA-USUARIO > 1
               GO TO PDATOS-ERR.
      * el EUR es la divisa base de saldos, cambios y tesoreria
           IF CODIGO-USUARIO = 1
               IF ISO-USUARIO NOT = "EUR" OR ACTIVA-USUARIO NOT = 1
                   GO TO PDATOS-ERR.
           IF CODIGO-USUARIO NOT = 1 AND ISO-USUARIO = "EUR"
               GO TO PDATOS-ERR.
           IF DENOM2-USUARIO NOT = 0
               IF DENOM1-USUARIO NOT > DENOM2-USUARIO
                   GO TO PDATOS-ERR.
           IF DENOM3-USUARIO NOT = 0
               IF DENOM2-USUARIO NOT > DENOM3-USUARIO
                   GO TO PDATOS-ERR.
           PERFORM COMPROBAR-ISO THRU COMPROBAR-ISO-EXIT.

           IF DIVISA-NUEVA = 0
               IF ISO-USUARIO = MDV-ISO (CODIGO-USUARIO)
                  AND NOMBRE-USUARIO = MDV-NOMBRE (CODIGO-USUARIO)
                  AND DECIMALES-USUARIO =
                      MDV-DECIMALES (CODIGO-USUARIO)
                  AND ACTIVA-USUARIO = MDV-ACTIVA (CODIGO-USUARIO)
                  AND DENOM1-USUARIO = MDV-DENOM (CODIGO-USUARIO, 1)
                  AND DENOM2-USUARIO = MDV-DENOM (CODIGO-USUARIO, 2)
                  AND DENOM3-USUARIO = MDV-DENOM (CODIGO-USUARIO, 3)
                   GO TO PSIN-CAMBIOS.

           OPEN I-O DIVISAS.
           IF FSDM = 35
               PERFORM SEMBRAR-DIVISAS THRU SEMBRAR-DIVISAS-EXIT.
           IF FSDM NOT = 00
               GO TO PSYS-ERR.
           MOVE CODIGO-USUARIO TO DIV-COD.
           READ DIVISAS INVALID KEY
               MOVE 1 TO DIVISA-NUEVA.
           MOVE CODIGO-USUARIO TO DIV-COD.
           MOVE ISO-USUARIO TO DIV-ISO.
           MOVE NOMBRE-USUARIO TO DIV-NOMBRE.
           MOVE DECIMALES-USUARIO TO DIV-DECIMALES.
           MOVE ACTIVA-USUARIO TO DIV-ACTIVA.
           MOVE DENOM1-USUARIO TO DIV-DENOM (1).
           MOVE DENOM2-USUARIO TO DIV-DENOM (2).
           MOVE DENOM3-USUARIO TO DIV-DENOM (3).
           IF DIVISA-NUEVA = 1
               WRITE DIVISA-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "E" TO JOURNAL-OPERACION
           ELSE
               REWRITE DIVISA-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "R" TO JOURNAL-OPERACION.
           CLOSE DIVISAS.

           MOVE "DV" TO JOURNAL-FICHERO.
           MOVE DIV-COD TO JOURNAL-CLAVE.
           MOVE DIVISA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE SPACES TO SUPJRN-CLAVE.
           STRING CODIGO-USUARIO " " ISO-USUARIO
               DELIMITED BY SIZE INTO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           IF MDV-COD (CODIGO-USUARIO) = 0
               MOVE "DIVISA ALTA" TO SUPJRN-ACCION
           ELSE
               MOVE "DIVISA MOD" TO SUPJRN-ACCION
               STRING MDV-ISO (CODIGO-USUARIO) " "
                   MDV-ACTIVA (CODIGO-USUARIO) " "
                   MDV-DENOM (CODIGO-USUARIO, 1) "/"
                   MDV-DENOM (CODIGO-USUARIO, 2)
                   DELIMITED BY SIZE INTO SUPJRN-ANTES.
           MOVE SPACES TO SUPJRN-DESPUES.
           STRING ISO-USUARIO " " ACTIVA-USUARIO " "
               DENOM1-USUARIO "/" DENOM2-USUARIO
               DELIMITED BY SIZE INTO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "La divisa queda registrada en el maestro".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PSIN-CAMBIOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "No se ha modificado nada".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      * divisas definidas en dos columnas, del 01 al 10 a la
      * izquierda y del 11 al 20 a la derecha; I = inactiva
       MOSTRAR-LISTA.
           MOVE 0 TO INDICE-MDV.

       MOSTRAR-LISTA-LOOP.
           ADD 1 TO INDICE-MDV.
           IF INDICE-MDV > 20
               GO TO MOSTRAR-LISTA-EXIT.
           IF MDV-COD (INDICE-MDV) = 0
               GO TO MOSTRAR-LISTA-LOOP.
           IF INDICE-MDV > 10
               COMPUTE LINEA-LISTA = INDICE-MDV - 1
               MOVE 42 TO COLUMNA-LISTA
           ELSE
               COMPUTE LINEA-LISTA = INDICE-MDV + 9
               MOVE 05 TO COLUMNA-LISTA.
           MOVE INDICE-MDV TO CODIGO-LISTA.
           DISPLAY (LINEA-LISTA, COLUMNA-LISTA) CODIGO-LISTA.
           ADD 3 TO COLUMNA-LISTA.
           DISPLAY (LINEA-LISTA, COLUMNA-LISTA) MDV-ISO (INDICE-MDV).
           ADD 4 TO COLUMNA-LISTA.
           DISPLAY (LINEA-LISTA, COLUMNA-LISTA)
               MDV-NOMBRE (INDICE-MDV).
           ADD 25 TO COLUMNA-LISTA.
           IF MDV-ACTIVA (INDICE-MDV) = 0
               DISPLAY (LINEA-LISTA, COLUMNA-LISTA) "I".
           GO TO MOSTRAR-LISTA-LOOP.
       MOSTRAR-LISTA-EXIT.
           EXIT.

      * el codigo ISO no se repite entre divisas
       COMPROBAR-ISO.
           MOVE 0 TO INDICE-MDV.

       COMPROBAR-ISO-LOOP.
           ADD 1 TO INDICE-MDV.
           IF INDICE-MDV > 20
               GO TO COMPROBAR-ISO-EXIT.
           IF INDICE-MDV = CODIGO-USUARIO OR MDV-COD (INDICE-MDV) = 0
               GO TO COMPROBAR-ISO-LOOP.
           IF MDV-ISO (INDICE-MDV) = ISO-USUARIO
               GO TO PDATOS-ERR.
           GO TO COMPROBAR-ISO-LOOP.
       COMPROBAR-ISO-EXIT.
           EXIT.

      * primera modificacion sin divisas.ubd: el maestro nace con
      * las divisas que el sistema venia usando por defecto, para
      * que el alta de una no haga desaparecer las demas
       SEMBRAR-DIVISAS.
           OPEN OUTPUT DIVISAS.
           IF FSDM NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-SEMBRAR.

       SEMBRAR-DIVISAS-LOOP.
           ADD 1 TO INDICE-SEMBRAR.
           IF INDICE-SEMBRAR > 20
               GO TO SEMBRAR-DIVISAS-FIN.
           IF MDV-COD (INDICE-SEMBRAR) = 0
               GO TO SEMBRAR-DIVISAS-LOOP.
           MOVE MDV-COD (INDICE-SEMBRAR) TO DIV-COD.
           MOVE MDV-ISO (INDICE-SEMBRAR) TO DIV-ISO.
           MOVE MDV-NOMBRE (INDICE-SEMBRAR) TO DIV-NOMBRE.
           MOVE MDV-DECIMALES (INDICE-SEMBRAR) TO DIV-DECIMALES.
           MOVE MDV-ACTIVA (INDICE-SEMBRAR) TO DIV-ACTIVA.
           MOVE MDV-DENOM (INDICE-SEMBRAR, 1) TO DIV-DENOM (1).
           MOVE MDV-DENOM (INDICE-SEMBRAR, 2) TO DIV-DENOM (2).
           MOVE MDV-DENOM (INDICE-SEMBRAR, 3) TO DIV-DENOM (3).
           WRITE DIVISA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "DV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE DIV-COD TO JOURNAL-CLAVE.
           MOVE DIVISA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO SEMBRAR-DIVISAS-LOOP.

       SEMBRAR-DIVISAS-FIN.
           CLOSE DIVISAS.
           OPEN I-O DIVISAS.
       SEMBRAR-DIVISAS-EXIT.
           EXIT.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PFIN-ENTER.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Los datos indicados no son validos"
               LINE 11 COLUMN 23
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

           COPY "CARGAR-DIVISAS.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".

       PSYS-ERR.
           CLOSE DIVISAS.

           MOVE "BANK75" TO ERROR-PROGRAMA.
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

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK69.
      * orden de no pago de cheques, desde el menu de otros
      * servicios: el titular indica la serie de un cheque de sus
      * talonarios, o el primero y el ultimo de un tramo, y la
      * compensacion de cheques librados (BATCH-CHQLIBRADOS) devuelve
      * al banco presentador cualquier cheque suyo dentro del tramo.
      * Una orden nueva con la misma serie inicial sustituye a la
      * anterior; un cheque ya pagado no admite orden
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TALONARIOS-SEL.cpy".
           COPY "ORDENESNP-SEL.cpy".
           COPY "CHQLIBRADOS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TALONARIOS-FD.cpy".
           COPY "ORDENESNP-FD.cpy".
           COPY "CHQLIBRADOS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSTN                      PIC   X(2) VALUE "00".
       77 FSNP                      PIC   X(2) VALUE "00".
       77 FSLB                      PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".

       77 DESDE-USUARIO             PIC  9(10).
       77 HASTA-USUARIO             PIC  9(10).
       77 SERIE-BUSCADA             PIC  9(10).
       77 SERIE-VALIDA              PIC  9(1).
       77 SERIE-PAGADA              PIC  9(1).
       77 ERROR-ORDEN               PIC  9(1).
       77 ORDEN-EXISTENTE           PIC  9(1).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-ORDEN.
           05 DESDE-ACCEPT BLANK ZERO AUTO
               LINE 12 COL 40 PIC 9(10) USING DESDE-USUARIO.
           05 HASTA-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 40 PIC 9(10) USING HASTA-USUARIO.

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".

       PORDEN.
           INITIALIZE DESDE-USUARIO.
           INITIALIZE HASTA-USUARIO.
           DISPLAY (8, 24) "Orden de no pago de cheques".
           DISPLAY (10, 15) "Un cheque: su serie en la primera linea".
           DISPLAY (11, 15) "Un tramo: primera y ultima serie".
           DISPLAY (12, 15) "Serie del cheque:".
           DISPLAY (13, 15) "Hasta la serie:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-ORDEN ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PORDEN.
           IF DESDE-USUARIO = 0
               GO TO PORDEN.
           IF HASTA-USUARIO = 0
               MOVE DESDE-USUARIO TO HASTA-USUARIO.

      * 1 tramo al reves, 2 serie fuera de los talonarios de la
      * tarjeta, 3 cheque ya pagado
           MOVE 0 TO ERROR-ORDEN.
           IF HASTA-USUARIO < DESDE-USUARIO
               MOVE 1 TO ERROR-ORDEN
               GO TO PDATOS-ERR.
           MOVE DESDE-USUARIO TO SERIE-BUSCADA.
           PERFORM VERIFICAR-SERIE THRU VERIFICAR-SERIE-EXIT.
           IF SERIE-VALIDA = 0
               MOVE 2 TO ERROR-ORDEN
               GO TO PDATOS-ERR.
           MOVE HASTA-USUARIO TO SERIE-BUSCADA.
           PERFORM VERIFICAR-SERIE THRU VERIFICAR-SERIE-EXIT.
           IF SERIE-VALIDA = 0
               MOVE 2 TO ERROR-ORDEN
               GO TO PDATOS-ERR.
           IF HASTA-USUARIO = DESDE-USUARIO
               PERFORM VERIFICAR-PAGADO THRU VERIFICAR-PAGADO-EXIT
               IF SERIE-PAGADA = 1
                   MOVE 3 TO ERROR-ORDEN
                   GO TO PDATOS-ERR.

       PCONFIRMAR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 24) "Orden de no pago de cheques".
           IF HASTA-USUARIO = DESDE-USUARIO
               DISPLAY (11, 15) "No se pagara el cheque"
               DISPLAY (11, 40) DESDE-USUARIO
           ELSE
               DISPLAY (11, 15) "No se pagaran los cheques del"
               DISPLAY (12, 20) DESDE-USUARIO
               DISPLAY (12, 32) "al"
               DISPLAY (12, 35) HASTA-USUARIO.
           DISPLAY (24, 01) "Enter - Confirmar".
           DISPLAY (24, 65) "ESC - Cancelar".

       PCONFIRMAR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   IF ENTER-PRESSED
                       GO TO PGUARDAR
                   ELSE
                       GO TO PCONFIRMAR-ENTER.
           GO TO PCONFIRMAR-ENTER.

       PGUARDAR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O ORDENESNP.
           IF FSNP = 35
               OPEN OUTPUT ORDENESNP
               CLOSE ORDENESNP
               OPEN I-O ORDENESNP
           END-IF.
           IF FSNP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO ORDEN-EXISTENTE.
           MOVE TNUM-P TO ONP-TARJETA.
           MOVE DESDE-USUARIO TO ONP-SERIE-DESDE.
           READ ORDENESNP INVALID KEY
               MOVE 0 TO ORDEN-EXISTENTE.
           MOVE TNUM-P TO ONP-TARJETA.
           MOVE DESDE-USUARIO TO ONP-SERIE-DESDE.
           MOVE HASTA-USUARIO TO ONP-SERIE-HASTA.
           COMPUTE ONP-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE ONP-HORA =
               (HORAS * 10000) + (MINUTOS * 100) + SEGUNDOS.
           IF ORDEN-EXISTENTE = 1
               REWRITE ORDEN-NP-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "R" TO JOURNAL-OPERACION
           ELSE
               WRITE ORDEN-NP-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "E" TO JOURNAL-OPERACION.
           CLOSE ORDENESNP.

           MOVE "NP" TO JOURNAL-FICHERO.
           MOVE ONP-CLAVE TO JOURNAL-CLAVE.
           MOVE ORDEN-NP-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE SPACES TO NOTIF-CONCEPTO.
           STRING "NO PAGO CHEQUES " DESDE-USUARIO
               DELIMITED BY SIZE INTO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 20) "La orden de no pago queda registrada".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ERROR-ORDEN = 1
               DISPLAY "La ultima serie es anterior a la primera"
                   LINE 11 COLUMN 20
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           ELSE
               IF ERROR-ORDEN = 2
                   DISPLAY "La serie no es de sus talonarios"
                       LINE 11 COLUMN 24
                       WITH FOREGROUND-COLOR IS WHITE
                            BACKGROUND-COLOR IS RED
               ELSE
                   DISPLAY "El cheque ya esta pagado"
                       LINE 11 COLUMN 28
                       WITH FOREGROUND-COLOR IS WHITE
                            BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFIN-ENTER.

      * la serie lleva al talonario (serie / 100), que debe ser de
      * esta tarjeta y contener la serie
       VERIFICAR-SERIE.
           MOVE 0 TO SERIE-VALIDA.
           OPEN INPUT TALONARIOS.
           IF FSTN = 35
               GO TO VERIFICAR-SERIE-EXIT.
           IF FSTN NOT = 00
               GO TO PSYS-ERR.
           COMPUTE TAL-NUM = SERIE-BUSCADA / 100.
           READ TALONARIOS INVALID KEY
               GO TO VERIFICAR-SERIE-CERRAR.
           IF TAL-TARJETA = TNUM-P
                   AND SERIE-BUSCADA NOT < TAL-SERIE-DESDE
                   AND SERIE-BUSCADA NOT > TAL-SERIE-HASTA
               MOVE 1 TO SERIE-VALIDA.

       VERIFICAR-SERIE-CERRAR.
           CLOSE TALONARIOS.
       VERIFICAR-SERIE-EXIT.
           EXIT.

       VERIFICAR-PAGADO.
           MOVE 0 TO SERIE-PAGADA.
           OPEN INPUT CHQLIBRADOS.
           IF FSLB = 35
               GO TO VERIFICAR-PAGADO-EXIT.
           IF FSLB NOT = 00
               GO TO PSYS-ERR.
           MOVE DESDE-USUARIO TO CLB-SERIE.
           READ CHQLIBRADOS INVALID KEY
               GO TO VERIFICAR-PAGADO-CERRAR.
           IF CHEQUE-LIBRADO-PAGADO
               MOVE 1 TO SERIE-PAGADA.

       VERIFICAR-PAGADO-CERRAR.
           CLOSE CHQLIBRADOS.
       VERIFICAR-PAGADO-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE TALONARIOS.
           CLOSE ORDENESNP.
           CLOSE CHQLIBRADOS.

           MOVE "BANK69" TO ERROR-PROGRAMA.
           IF FSTN NOT = 00
               MOVE FSTN TO ERROR-FS
           ELSE
               IF FSNP NOT = 00
                   MOVE FSNP TO ERROR-FS
               ELSE
                   MOVE FSLB TO ERROR-FS.
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

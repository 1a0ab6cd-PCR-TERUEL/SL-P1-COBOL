       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK62.
      * puntos de fidelizacion de la tarjeta, desde el menu de otros
      * servicios: saldo canjeable, su valor en euros para la compra
      * de entradas y el detalle de los lotes vigentes (mes de
      * devengo, origen, puntos que quedan y ultimo dia de canje)
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PUNTOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PUNTOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSPU                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "PUNTOS-WS.cpy".

       77 CENT-VALOR-PUNTOS         PIC  9(11).
       77 VALOR-ENT                 PIC  9(9).
       77 VALOR-DEC                 PIC  9(2).
       77 LINEA-LOTE                PIC  9(2).
       77 TEXTO-ORIGEN              PIC  X(10).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-PARAM-PUNTOS THRU LEER-PARAM-PUNTOS-EXIT.
           MOVE TNUM-P TO PUNTOS-TARJETA-BUSCADA.
           COMPUTE PUNTOS-FECHA-HOY = (ANO * 10000) + (MES * 100)
               + DIA.
           PERFORM SUMAR-PUNTOS THRU SUMAR-PUNTOS-EXIT.

           COMPUTE CENT-VALOR-PUNTOS =
               PUNTOS-DISPONIBLES-TOTAL * CENT-POR-PUNTO.
           DIVIDE CENT-VALOR-PUNTOS BY 100 GIVING VALOR-ENT
               REMAINDER VALOR-DEC.

           DISPLAY (6, 30) "Mis puntos".
           DISPLAY (8, 10) "Puntos disponibles:".
           DISPLAY (8, 40) PUNTOS-DISPONIBLES-TOTAL.
           DISPLAY (9, 10) "Valor para comprar entradas:".
           DISPLAY (9, 40) VALOR-ENT.
           DISPLAY (9, 49) ",".
           DISPLAY (9, 50) VALOR-DEC.
           DISPLAY (9, 53) "EUR".
           IF PUNTOS-DISPONIBLES-TOTAL = 0
               DISPLAY (12, 10) "No tiene puntos disponibles"
               GO TO PMOSTRAR-FIN.

           DISPLAY (11, 10) "Mes".
           DISPLAY (11, 20) "Origen".
           DISPLAY (11, 34) "Disponibles".
           DISPLAY (11, 50) "Caduca".
           PERFORM MOSTRAR-LOTES THRU MOSTRAR-LOTES-EXIT.

       PMOSTRAR-FIN.
           DISPLAY (24, 33) "Enter - Aceptar".

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * un lote canjeable por linea, del mas antiguo al mas nuevo,
      * que es el orden en que se consumen al comprar entradas
      *----------------------------------------------------------*
       MOSTRAR-LOTES.
           MOVE 11 TO LINEA-LOTE.
           OPEN INPUT PUNTOS.
           IF FSPU = 35
               GO TO MOSTRAR-LOTES-EXIT.
           IF FSPU NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO PTO-TARJETA.
           MOVE 0 TO PTO-PERIODO.
           MOVE 0 TO PTO-ORIGEN.
           START PUNTOS KEY IS >= PTO-CLAVE
               INVALID KEY GO TO MOSTRAR-LOTES-CERRAR.

       MOSTRAR-LOTES-LEER.
           READ PUNTOS NEXT RECORD
               AT END GO TO MOSTRAR-LOTES-CERRAR.
           IF PTO-TARJETA NOT = TNUM-P
               GO TO MOSTRAR-LOTES-CERRAR.
           IF PTO-CADUCADO OR PTO-DISPONIBLES = 0
                   OR PTO-CADUCIDAD < PUNTOS-FECHA-HOY
               GO TO MOSTRAR-LOTES-LEER.
           IF LINEA-LOTE = 22
               DISPLAY (22, 10) "..."
               GO TO MOSTRAR-LOTES-CERRAR.
           ADD 1 TO LINEA-LOTE.
           IF PTO-DEVOLUCION
               MOVE "Devolucion" TO TEXTO-ORIGEN
           ELSE
               MOVE "Actividad" TO TEXTO-ORIGEN.
           DISPLAY (LINEA-LOTE, 10) PTO-PERIODO.
           DISPLAY (LINEA-LOTE, 20) TEXTO-ORIGEN.
           DISPLAY (LINEA-LOTE, 34) PTO-DISPONIBLES.
           DISPLAY (LINEA-LOTE, 50) PTO-CADUCIDAD.
           GO TO MOSTRAR-LOTES-LEER.

       MOSTRAR-LOTES-CERRAR.
           CLOSE PUNTOS.
       MOSTRAR-LOTES-EXIT.
           EXIT.

           COPY "SUMAR-PUNTOS.cpy".
           COPY "LEER-PARAM-PUNTOS.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE PUNTOS.

           MOVE "BANK62" TO ERROR-PROGRAMA.
           IF FSPU NOT = 00
               MOVE FSPU TO ERROR-FS
           ELSE
               MOVE FSP TO ERROR-FS.
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

       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "DIVISAS-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "DESCRIPCION-TIPO-MOV-WS.cpy".
           COPY "DIVISAS-WS.cpy".

       77 TITULAR-BUSCADO           PIC  9(9).
       77 LINEA-ACTUAL              PIC  9(2).
       77 NUM-TARJETAS-PANT         PIC  9(2) VALUE 0.
       77 DESCRIPCION-ESTADO        PIC  X(10).

      * totales de la posicion por codigo de divisa; el EUR se
      * muestra siempre y las demas solo si el titular tiene tarjeta
       01 TABLA-TOTALES-DIVISA.
           05 TOTAL-DIVISA OCCURS 20 TIMES.
               10 TOTAL-DIVISA-CENT PIC S9(13).
               10 TOTAL-DIVISA-NUM  PIC  9(2).
       77 INDICE-TOTAL              PIC  9(2).
       77 TOTAL-MOS-ENT             PIC S9(11).
       77 TOTAL-MOS-DEC             PIC  9(2).


       PPOSICION.
           DISPLAY (6, 27) "Posicion global".
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           INITIALIZE TABLA-TOTALES-DIVISA.

      * titular de la tarjeta con la que se ha entrado
           OPEN INPUT TARJETAS.
           CLOSE TARJETAS.

      * totales de la posicion por divisa
           ADD 1 TO LINEA-ACTUAL.
           MOVE 0 TO INDICE-TOTAL.
           PERFORM MOSTRAR-TOTAL THRU MOSTRAR-TOTAL-EXIT.

           PERFORM MOSTRAR-ENLAZADAS THRU MOSTRAR-ENLAZADAS-EXIT.

           ELSE
           IF TARJETA-DORMIDA
               MOVE "Dormida" TO DESCRIPCION-ESTADO
           ELSE
           IF TARJETA-CONGELADA
               MOVE "Congelada" TO DESCRIPCION-ESTADO
           ELSE
               MOVE "Baja" TO DESCRIPCION-ESTADO.
           DISPLAY (LINEA-ACTUAL, 40) DESCRIPCION-ESTADO.
           MOVE TDIVISA TO DIVISA-CONSULTA.
           PERFORM VER-DIVISA THRU VER-DIVISA-EXIT.
           DISPLAY (LINEA-ACTUAL, 52) ISO-CONSULTA.
           DISPLAY (LINEA-ACTUAL, 62) TFECHA-CADUCIDAD.

      * un codigo de divisa fuera de rango se totaliza con el EUR
           MOVE DIVISA-CONSULTA TO INDICE-TOTAL.
           IF INDICE-TOTAL > 20
               MOVE 1 TO INDICE-TOTAL.
           ADD 1 TO TOTAL-DIVISA-NUM (INDICE-TOTAL).
           COMPUTE TOTAL-DIVISA-CENT (INDICE-TOTAL) =
               TOTAL-DIVISA-CENT (INDICE-TOTAL)
               + (TSALDO-ENT * 100) + TSALDO-DEC.
       MOSTRAR-TARJETA-EXIT.
           EXIT.

       MOSTRAR-TOTAL.
           ADD 1 TO INDICE-TOTAL.
           IF INDICE-TOTAL > 20
               GO TO MOSTRAR-TOTAL-EXIT.
           IF INDICE-TOTAL > 1 AND TOTAL-DIVISA-NUM (INDICE-TOTAL) = 0
               GO TO MOSTRAR-TOTAL.
           ADD 1 TO LINEA-ACTUAL.
           MOVE INDICE-TOTAL TO DIVISA-CONSULTA.
           PERFORM VER-DIVISA THRU VER-DIVISA-EXIT.
           DISPLAY (LINEA-ACTUAL, 03) "Total".
           DISPLAY (LINEA-ACTUAL, 09) ISO-CONSULTA.
           DISPLAY (LINEA-ACTUAL, 12) ":".
           COMPUTE TOTAL-MOS-ENT =
               TOTAL-DIVISA-CENT (INDICE-TOTAL) / 100.
           COMPUTE TOTAL-MOS-DEC =
               FUNCTION MOD(TOTAL-DIVISA-CENT (INDICE-TOTAL), 100).
           DISPLAY (LINEA-ACTUAL, 15) TOTAL-MOS-ENT.
           DISPLAY (LINEA-ACTUAL, 27) ",".
           DISPLAY (LINEA-ACTUAL, 28) TOTAL-MOS-DEC.
           GO TO MOSTRAR-TOTAL.
       MOSTRAR-TOTAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tarjetas enlazadas por la cuenta compartida, con su rol
      *----------------------------------------------------------*
       MOSTRAR-ENLAZADAS-EXIT.
           EXIT.

           COPY "CARGAR-DIVISAS.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE CUENTA-TARJETA.
           CLOSE DIVISAS.

           MOVE "BANK20" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               MOVE FSCT TO ERROR-FS.
           IF FSDM NOT = 00
               MOVE FSDM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

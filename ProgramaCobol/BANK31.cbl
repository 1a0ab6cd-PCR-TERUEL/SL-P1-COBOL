           COPY "DISPENSAS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "HORARIOS-SEL.cpy".
           COPY "PANCLARO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           COPY "DISPENSAS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "HORARIOS-FD.cpy".
           COPY "PANCLARO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSDI                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSHO                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "HORARIO-WS.cpy".
           END-IF.
           IF FSDI NOT = 00
               GO TO REGISTRAR-DISPENSA-EXIT.
           MOVE "BANK31" TO PAN-PROGRAMA.
           MOVE "dispensas.rpt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE COD-TARJETA-ORIGEN TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO DIS-TARJETA.
           MOVE TERMINAL-ID TO DIS-CAJERO.
           MOVE N-50 TO DIS-N-50.
           MOVE N-20 TO DIS-N-20.
           MOVE SEGUNDOS TO DIS-SEG.
           WRITE DISPENSA-REG.
           CLOSE DISPENSAS.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
       REGISTRAR-DISPENSA-EXIT.
           EXIT.


           COPY "LEER-TERMINAL.cpy".
           COPY "VERIFICAR-HORARIO.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

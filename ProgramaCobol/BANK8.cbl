
           COPY "JOURNAL-SEL.cpy".

           COPY "TERMINAL-SES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "MENSAJES-FD.cpy".

           COPY "JOURNAL-FD.cpy".

           COPY "TERMINAL-SES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSMS                      PIC   X(2).
       77 FSIS                      PIC   X(2).
       77 FSIH                     PIC  X(2).
       77 FSCO                     PIC  X(2).
       77 FSJR                     PIC  X(2).
       77 FSTS                     PIC  X(2).
           COPY "PARAMETROS-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "IH-NUM-WS.cpy".
           MOVE HORAS TO IH-HOR.
           MOVE MINUTOS TO IH-MIN.
           MOVE SEGUNDOS TO IH-SEG.
           PERFORM LEER-TERMINAL THRU LEER-TERMINAL-EXIT.
           MOVE TERMINAL-ID TO IH-CAJERO.
           OPEN I-O INTENTOS-HIST.
           IF FSIH = 35
               OPEN OUTPUT INTENTOS-HIST
           EXIT.

           COPY "SIGUIENTE-IH-NUM.cpy".
           COPY "LEER-TERMINAL.cpy".

        PSYS-ERR.


      * agregado de la pasada
           02 DOR-TIPO                 PIC X(07).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DOR-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DOR-ULT-MOV              PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FSJR                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE "DETALLE" TO DOR-TIPO.
           MOVE TARJETA-ACTUAL TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO DOR-TARJETA.
           MOVE ULT-MOV-YM TO DOR-ULT-MOV.
           COMPUTE DOR-SALDO-ENT = SALDO-ACTUAL-CENT / 100.
           COMPUTE DOR-SALDO-DEC =

       ESCRIBIR-TOTAL.
           MOVE "TOTAL" TO DOR-TIPO.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO DOR-TARJETA.
           MOVE 0 TO DOR-ULT-MOV.
           COMPUTE DOR-SALDO-ENT = SALDO-DORMIDO-CENT / 100.
           COMPUTE DOR-SALDO-DEC =
           EXIT.

           COPY "LEER-INACTIVIDAD.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

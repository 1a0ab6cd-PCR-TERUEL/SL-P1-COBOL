           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bloqueosexc.rpt".
       01 BLOQUEO-EXC-REG.
           02 BEX-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 BEX-ESTADO               PIC 9(01).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FSJR                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".

           END-IF.
           IF FSBX NOT = 00
               GO TO APLICAR-BLOQUEOS-LEER.
           MOVE HOT-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO BEX-TARJETA.
           MOVE HOT-ESTADO TO BEX-ESTADO.
           MOVE MOTIVO-EXCEPCION TO BEX-MOTIVO.
           MOVE ANO TO BEX-ANO.
           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".


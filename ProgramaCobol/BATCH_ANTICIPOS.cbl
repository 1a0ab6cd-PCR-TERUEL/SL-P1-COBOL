       01 MORAANT-REG.
           02 MAN-NUM                  PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MAN-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MAN-PENDIENTE-ENT        PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
           IF FSMA NOT = 00
               GO TO ANOTAR-MORA-EXIT.
           MOVE ATC-NUM TO MAN-NUM.
           MOVE ATC-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO MAN-TARJETA.
           MOVE ATC-IMPORTE-ENT TO MAN-PENDIENTE-ENT.
           MOVE ATC-IMPORTE-DEC TO MAN-PENDIENTE-DEC.
           MOVE ATC-FECHA-ALTA TO MAN-FECHA-ALTA.
       ANOTAR-MORA-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".


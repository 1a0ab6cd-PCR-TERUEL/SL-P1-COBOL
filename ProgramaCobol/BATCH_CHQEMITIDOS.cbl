           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CHR-SERIE                PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CHR-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CHR-IMPORTE-ENT          PIC 9(09).
           02 FILLER                   PIC X(01) VALUE ",".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".

       77 CENT-IMPORTE              PIC S9(11).
       77 CENT-TOTAL-VIGENTE        PIC S9(13) VALUE 0.

           MOVE "DETALLE" TO CHR-TIPO-LINEA.
           MOVE CHE-SERIE TO CHR-SERIE.
           MOVE CHE-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CHR-TARJETA.
           MOVE CHE-IMPORTE-ENT TO CHR-IMPORTE-ENT.
           MOVE CHE-IMPORTE-DEC TO CHR-IMPORTE-DEC.
           MOVE CHE-FECHA-EMISION TO CHR-FECHA-EMISION.
       RECONCILIAR-EMITIDOS-TOTAL.
           MOVE "TOTAL" TO CHR-TIPO-LINEA.
           MOVE 0 TO CHR-SERIE.
           MOVE NUM-VIGENTES TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CHR-TARJETA.
           COMPUTE CHR-IMPORTE-ENT = CENT-TOTAL-VIGENTE / 100.
           COMPUTE CHR-IMPORTE-DEC =
               FUNCTION MOD(CENT-TOTAL-VIGENTE, 100).
       BUSCAR-CARGO-EMISION-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.

           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "borrados.rpt".
       01 BORRADO-REG.
           02 BOR-TARJETA-SUPERVISOR   PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 BOR-CLI-COD              PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FSJR                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "JOURNAL-WS.cpy".

           MOVE SPACES TO CLI-DNI.
           MOVE SPACES TO CLI-DIRECCION.
           MOVE SPACES TO CLI-TELEFONO.
           MOVE 0 TO CLI-KYC-ESTADO.
           MOVE 0 TO CLI-KYC-FECHA-COLA.
           REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.
           MOVE "CL" TO JOURNAL-FICHERO.
           MOVE SPACES TO CLI-DNI.
           MOVE SPACES TO CLI-DIRECCION.
           MOVE SPACES TO CLI-TELEFONO.
           MOVE 0 TO CLI-FECHA-NACIMIENTO.
           MOVE SPACES TO CLI-NACIONALIDAD.
           MOVE 0 TO CLI-PROFESION.
           MOVE 0 TO CLI-DOC-CADUCIDAD.
           MOVE 0 TO CLI-KYC-ESTADO.
           MOVE 0 TO CLI-KYC-FECHA-COLA.
           REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.
           MOVE "CL" TO JOURNAL-FICHERO.
           END-IF.
           IF FSBO NOT = 00
               GO TO REGISTRAR-BORRADO-EXIT.
           MOVE SUP-TARJETA-P TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO BOR-TARJETA-SUPERVISOR.
           MOVE CLI-BORRAR TO BOR-CLI-COD.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO BOR-ANO.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "LEER-DIAS-RETENCION.cpy".

      * CHEQUE / DEPOSITO / TRANSFER / ENVIO / SOLICIT
           02 ANT-CONCEPTO             PIC X(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ANT-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ANT-IMPORTE-ENT          PIC -9(09).
           02 FILLER                   PIC X(01) VALUE ",".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-ALTA-YMD             PIC  9(8).
           IF NOT CHEQUE-RETENIDO
               GO TO RECORRER-CHEQUES-LEER.
           MOVE "CHEQUE" TO ANT-CONCEPTO.
           MOVE CHQ-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ANT-TARJETA.
           COMPUTE CENT-ITEM =
               (CHQ-IMPORTE-ENT * 100) + CHQ-IMPORTE-DEC.
           COMPUTE FECHA-ALTA-YMD =
           READ DEPOSITOS NEXT RECORD
               AT END GO TO RECORRER-DEPOSITOS-CERRAR.
           MOVE "DEPOSITO" TO ANT-CONCEPTO.
           MOVE DEP-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ANT-TARJETA.
           COMPUTE CENT-ITEM =
               (DEP-IMPORTE-ENT * 100) + DEP-IMPORTE-DEC.
           ADD CENT-ITEM TO CENT-TOTAL-DEPOSITOS.
           IF T-CANCELADA
               GO TO RECORRER-TRANSFERENCIAS-LEER.
           MOVE "TRANSFER" TO ANT-CONCEPTO.
           MOVE T-TARJETA-ORIGEN TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ANT-TARJETA.
           COMPUTE CENT-ITEM =
               FUNCTION INTEGER-PART(T-IMPORTE * 100).
           COMPUTE FECHA-ALTA-YMD =
           IF NOT CODIGO-PENDIENTE
               GO TO RECORRER-ENVIOS-LEER.
           MOVE "ENVIO" TO ANT-CONCEPTO.
           MOVE COD-TARJETA-ORIGEN TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ANT-TARJETA.
           COMPUTE CENT-ITEM = COD-IMPORTE * 100.
           MOVE COD-FECHA-CREACION TO FECHA-ALTA-YMD.
           MOVE "CLIENTE" TO ANT-RESPONSABLE.
           IF NOT SOLICITUD-PENDIENTE
               GO TO RECORRER-SOLICITUDES-LEER.
           MOVE "SOLICIT" TO ANT-CONCEPTO.
           MOVE SOL-TARJETA-DESTINO TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ANT-TARJETA.
           COMPUTE CENT-ITEM =
               (SOL-IMPORTE-ENT * 100) + SOL-IMPORTE-DEC.
      * la solicitud no guarda su fecha de alta: se reconstruye de
       ESCRIBIR-CONTROL.
           MOVE "TOTAL" TO ANT-TIPO-LINEA.
           MOVE SPACES TO ANT-CONCEPTO.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ANT-TARJETA.
           COMPUTE ANT-IMPORTE-ENT = CENT-TOTAL-TRANSITO / 100.
           COMPUTE ANT-IMPORTE-DEC =
               FUNCTION MOD(CENT-TOTAL-TRANSITO, 100).

           MOVE "CONTROL" TO ANT-TIPO-LINEA.
           MOVE "RETENIDO" TO ANT-CONCEPTO.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ANT-TARJETA.
           COMPUTE ANT-IMPORTE-ENT = CENT-TOTAL-RETENIDO / 100.
           COMPUTE ANT-IMPORTE-DEC =
               FUNCTION MOD(CENT-TOTAL-RETENIDO, 100).
       ESCRIBIR-CONTROL-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.

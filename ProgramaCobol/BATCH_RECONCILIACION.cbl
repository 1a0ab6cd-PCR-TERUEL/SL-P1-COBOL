           COPY "SALDO-WS.cpy".
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "SALDOCIERRE-WS.cpy".
           COPY "HUCHA-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".

       ESCRIBIR-EXCEPCION.
           ADD 1 TO NUM-EXCEPCIONES.
           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXC-TARJETA.
           MOVE TSALDO-ENT TO EXC-SALDO-CACHE-ENT.
           MOVE TSALDO-DEC TO EXC-SALDO-CACHE-DEC.
           MOVE SALDO-ENT TO EXC-SALDO-CALC-ENT.

           COPY "LEER-FECHA-CONTABLE.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.

           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSCA                      PIC   X(2).
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "PAG-NUM-WS.cpy".
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "SIGUIENTE-PAG-NUM.cpy".
           COPY "LEER-TERMINAL.cpy".

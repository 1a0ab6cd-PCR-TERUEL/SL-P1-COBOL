           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "DEVOLUCIONES-DOM-SEL.cpy".
           COPY "LIQ-DOM-SEL.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "DEVOLUCIONES-DOM-FD.cpy".
           COPY "LIQ-DOM-FD.cpy".
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSDV                      PIC   X(2).
       77 FSDS                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           IF FSDV NOT = 00
               GO TO PSYS-ERR.
           MOVE DSP-EMISOR TO DVD-EMISOR.
           MOVE DSP-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO DVD-TARJETA.
           MOVE DSP-REFERENCIA TO DVD-REFERENCIA.
           MOVE DSP-IMPORTE-ENT TO DVD-IMPORTE-ENT.
           MOVE DSP-IMPORTE-DEC TO DVD-IMPORTE-DEC.
           IF FSDV NOT = 00
               GO TO PSYS-ERR.
           MOVE RDM-EMISOR TO DVD-EMISOR.
           MOVE RDM-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO DVD-TARJETA.
           MOVE RDM-REFERENCIA TO DVD-REFERENCIA.
           MOVE RDM-IMPORTE-ENT TO DVD-IMPORTE-ENT.
           MOVE RDM-IMPORTE-DEC TO DVD-IMPORTE-DEC.
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".

           COPY "VERIFICAR-FICHERO-PROC.cpy".

           COPY "ES-DIA-HABIL.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

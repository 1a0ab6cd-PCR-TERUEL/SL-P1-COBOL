           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "DEPOSITOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           COPY "AMLDEPOSITOS-SEL.cpy".

           COPY "PANCLARO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "DEPOSITOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

           COPY "AMLDEPOSITOS-FD.cpy".

           COPY "PANCLARO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSDP                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSAD                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
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

           END-IF.
           IF FSAD NOT = 00
               GO TO ANOTAR-AML-DEPOSITO-EXIT.
           MOVE "BANK48" TO PAN-PROGRAMA.
           MOVE "amldepositos.rpt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE TARJETA-DESTINO-USUARIO TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO AMD-TARJETA-DESTINO.
           MOVE IMPORTE-ENT-USUARIO TO AMD-IMPORTE-ENT.
           MOVE IMPORTE-DEC-USUARIO TO AMD-IMPORTE-DEC.
           MOVE NOMBRE-PAGADOR TO AMD-NOMBRE-PAGADOR.
           MOVE FECHA-HOY-YMD TO AMD-FECHA.
           WRITE AMLDEPOSITO-REG.
           CLOSE AMLDEPOSITOS.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
       ANOTAR-AML-DEPOSITO-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-TERMINAL.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

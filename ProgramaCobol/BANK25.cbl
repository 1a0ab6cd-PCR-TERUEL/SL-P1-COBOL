           COPY "TARJETAS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           COPY "TARJETAS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "extornos.rpt".
       01 EXTORNO-REG.
           02 EXO-TARJETA-SUPERVISOR   PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EXO-MOV-ORIGINAL         PIC 9(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FST                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSEX                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           MOVE MOV-NUM-USUARIO TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.


           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "El extorno ha quedado anotado".
           IF FECHA-ORIGEN-AJUSTE NOT = 0
               DISPLAY (13, 15) "Mes contable cerrado: se anota como"
               DISPLAY (14, 15) "ajuste en el periodo"
               DISPLAY (14, 36) PERIODO-BUSCADO.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

           END-IF.
           IF FSEX NOT = 00
               GO TO REGISTRAR-EXTORNO-EXIT.
           MOVE SUP-TARJETA-P TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXO-TARJETA-SUPERVISOR.
           MOVE MOV-NUM-USUARIO TO EXO-MOV-ORIGINAL.
           MOVE NUEVO-MOV-NUM TO EXO-MOV-EXTORNO.
           MOVE MOTIVO-USUARIO TO EXO-MOTIVO.
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-TERMINAL.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

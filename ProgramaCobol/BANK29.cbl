           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "BILLETES-SEL.cpy".
           COPY "REPOSICIONES-SEL.cpy".
           COPY "TURNOS-SEL.cpy".
           COPY "FALSOS-SEL.cpy".
           COPY "FRAUDE-SEL.cpy".
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
           COPY "BILLETES-FD.cpy".
           COPY "REPOSICIONES-FD.cpy".
           COPY "TURNOS-FD.cpy".
           COPY "FALSOS-FD.cpy".
           COPY "FRAUDE-FD.cpy".
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
       77 FSB                       PIC   X(2).
       77 FSRP                      PIC   X(2).
       77 FSFL                      PIC   X(2).
       77 FSF                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           END-IF.
           IF FSF NOT = 00
               GO TO REGISTRAR-FALSO-EXIT.
           MOVE "BANK29" TO PAN-PROGRAMA.
           MOVE "fraude.rpt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE TARJETA-DEPOSITO TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO FRA-TARJETA.
           MOVE "FALSO" TO FRA-MOTIVO.
           MOVE SPACES TO FRA-VIAJE.
           MOVE NUM-FALSOS-TARJETA TO FRA-NUM-FALLOS.
           COMPUTE FRA-IMPORTE-ENT = CENT-FALSO / 100.
           COMPUTE FRA-IMPORTE-DEC = FUNCTION MOD(CENT-FALSO, 100).
           WRITE FRAUDE-REG.
           CLOSE FRAUDE.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
       REGISTRAR-FALSO-EXIT.
           EXIT.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           END-IF.
           IF FSRP NOT = 00
               GO TO PSYS-ERR.
           MOVE SUP-TARJETA-P TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO REP-TARJETA-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO REP-ANO.
           MOVE MES TO REP-MES.
                   GO TO PSELECCION-ERR-ENTER.

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

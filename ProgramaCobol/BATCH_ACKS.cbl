           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "SUSPENSO-SEL.cpy".

           SELECT ACKS-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "SUSPENSO-FD.cpy".

      * fichero de acuses de la red: un acuse por linea
       FD ACKS-TXT
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSAK                      PIC   X(2).
       77 FSLA                      PIC   X(2).
       77 FSPS                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "SUSPENSO-WS.cpy".
           COPY "SUS-NUM-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 ACUSE-CASADO               PIC  9(1).
           MOVE TARJETA-REABONO TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           IF HAY-MOVIMIENTOS = 0
               GO TO REABONAR-ORIGEN-SUSPENSO.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-REABONO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
           GO TO REABONAR-ORIGEN-EXIT.

      * la tarjeta de origen ya no tiene cuenta a la que reabonar: el
      * importe devuelto por la red queda en suspenso
       REABONAR-ORIGEN-SUSPENSO.
           MOVE "DEVINTER" TO SUSPENSO-ORIGEN.
           MOVE AKX-T-NUM TO SUSPENSO-REFERENCIA.
           MOVE TARJETA-REABONO TO SUSPENSO-TARJETA.
           MOVE 0 TO SUSPENSO-REMITENTE.
           MOVE CENT-REABONO TO SUSPENSO-CENT.
           MOVE 01 TO SUSPENSO-DIVISA.
           MOVE AKX-MOTIVO TO SUSPENSO-MOTIVO.
           PERFORM ANOTAR-SUSPENSO THRU ANOTAR-SUSPENSO-EXIT.
       REABONAR-ORIGEN-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "ANOTAR-SUSPENSO.cpy".
           COPY "SIGUIENTE-SUS-NUM.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSPS NOT = 00
                       MOVE FSPS TO ERROR-FS
                   ELSE
                       MOVE FSAK TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la carga de acuses "

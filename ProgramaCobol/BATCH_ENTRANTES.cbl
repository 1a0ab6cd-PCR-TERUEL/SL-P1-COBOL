           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".
           COPY "PARTIDASLIQ-SEL.cpy".
           COPY "SUSPENSO-SEL.cpy".
           COPY "RENOV-SEL.cpy".

           SELECT ENTRANTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".
           COPY "PARTIDASLIQ-FD.cpy".
           COPY "SUSPENSO-FD.cpy".
           COPY "RENOV-FD.cpy".

      * fichero entrante de la red: un abono por linea
       FD ENTRANTES
           02 ETR-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 ETR-DIVISA               PIC 9(2).
           02 FILLER                   PIC X(1).
      * fecha valor pactada en la red (AAAAMMDD); opcional, en
      * blanco el abono toma valor segun su tipo de movimiento
           02 ETR-FECHA-VALOR          PIC X(8).
           02 ETR-FECHA-VALOR-N REDEFINES ETR-FECHA-VALOR
                                       PIC 9(8).
           COPY "CONTROL-TXT-REG.cpy".

      * devoluciones hacia la red con su codigo de motivo
       01 ENTRANTE-DEV-REG.
           02 EDV-BANCO-ORIGEN         PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EDV-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EDV-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSEN                      PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSED                      PIC   X(2).
       77 FSPQ                      PIC   X(2).
       77 FSPS                      PIC   X(2) VALUE "00".
       77 FSRN                      PIC   X(2).
       77 FSE                       PIC   X(2).
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
           COPY "CONTROL-INTAKE-WS.cpy".
           COPY "PARTIDA-LIQ-WS.cpy".
           COPY "SUSPENSO-WS.cpy".
           COPY "SUS-NUM-WS.cpy".
           COPY "SUCESORA-WS.cpy".

       77 MOTIVO-DEVOLUCION          PIC  9(2).
       77 DIVISA-TARJETA-DEST        PIC  9(2).
               GO TO PROCESAR-ENTRANTES-LEER.
           ADD 1 TO NUM-LEIDOS.
           PERFORM ABONAR-ENTRANTE THRU ABONAR-ENTRANTE-EXIT.
      * la camara liquido la partida aunque aqui se devuelva: la
      * devolucion es otra partida, de salida
           MOVE 0 TO PARTIDA-LIQ-FECHA.
           MOVE "R" TO PARTIDA-LIQ-SENTIDO.
           MOVE CTLF-ORIGEN TO PRR-ORIGEN.
           MOVE CTLF-SECUENCIA TO PRR-SECUENCIA.
           MOVE NUM-LEIDOS TO PRR-LINEA.
           MOVE PARTIDA-LIQ-REF-RECIBIDA TO PARTIDA-LIQ-REFERENCIA.
           MOVE "BATCH-EN" TO PARTIDA-LIQ-PROGRAMA.
           MOVE ETR-BANCO-ORIGEN TO PARTIDA-LIQ-BANCO.
           COMPUTE PARTIDA-LIQ-CENT =
               (ETR-IMPORTE-ENT * 100) + ETR-IMPORTE-DEC.
           PERFORM ANOTAR-PARTIDA-LIQ THRU ANOTAR-PARTIDA-LIQ-EXIT.
           GO TO PROCESAR-ENTRANTES-LEER.

       PROCESAR-ENTRANTES-CERRAR.
           MOVE ETR-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 01 TO MOTIVO-DEVOLUCION.
      * tarjeta sustituida (renovada, o perdida o robada y ya
      * repuesta): el abono va a su sucesora vigente
           IF MOTIVO-DEVOLUCION = 0
               IF TARJETA-BAJA OR TARJETA-PERDIDA OR TARJETA-ROBADA
                   CLOSE TARJETAS
                   MOVE ETR-TARJETA TO TARJETA-SUCESORA
                   PERFORM RESOLVER-SUCESORA
                       THRU RESOLVER-SUCESORA-EXIT
                   MOVE TARJETA-SUCESORA TO ETR-TARJETA
                   OPEN INPUT TARJETAS
                   IF FST NOT = 00
                       GO TO PSYS-ERR
                   END-IF
                   MOVE ETR-TARJETA TO TNUM
                   READ TARJETAS INVALID KEY
                       MOVE 01 TO MOTIVO-DEVOLUCION
                   END-READ
               END-IF
           END-IF.
           IF MOTIVO-DEVOLUCION = 0
               IF NOT TARJETA-ACTIVA
                   MOVE 02 TO MOTIVO-DEVOLUCION.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           IF ETR-FECHA-VALOR IS NUMERIC
               MOVE ETR-FECHA-VALOR-N TO FECHA-VALOR-ORIGEN.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.


       ABONAR-ENTRANTE-RESOLVER.
           ADD 1 TO NUM-DEVUELTOS.
      * el importe ya esta liquidado con la camara: queda en suspenso
      * hasta que se aplique a la tarjeta correcta o se devuelva
           MOVE "ENTRANTE" TO SUSPENSO-ORIGEN.
           MOVE CTLF-ORIGEN TO SRF-ORIGEN.
           MOVE CTLF-SECUENCIA TO SRF-SECUENCIA.
           MOVE NUM-LEIDOS TO SRF-LINEA.
           MOVE SUSPENSO-REF-FICHERO TO SUSPENSO-REFERENCIA.
           MOVE ETR-TARJETA TO SUSPENSO-TARJETA.
           MOVE ETR-BANCO-ORIGEN TO SUSPENSO-REMITENTE.
           MOVE CENT-IMPORTE TO SUSPENSO-CENT.
           MOVE ETR-DIVISA TO SUSPENSO-DIVISA.
           MOVE MOTIVO-DEVOLUCION TO SUSPENSO-MOTIVO.
           PERFORM ANOTAR-SUSPENSO THRU ANOTAR-SUSPENSO-EXIT.
           OPEN EXTEND ENTRANTES-DEV.
           IF FSED = 35
               OPEN OUTPUT ENTRANTES-DEV
           IF FSED NOT = 00
               GO TO ABONAR-ENTRANTE-EXIT.
           MOVE ETR-BANCO-ORIGEN TO EDV-BANCO-ORIGEN.
           MOVE ETR-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EDV-TARJETA.
           MOVE ETR-IMPORTE-ENT TO EDV-IMPORTE-ENT.
           MOVE ETR-IMPORTE-DEC TO EDV-IMPORTE-DEC.
           MOVE MOTIVO-DEVOLUCION TO EDV-MOTIVO.
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "RESOLVER-SUCESORA.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".

           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".
           COPY "ANOTAR-PARTIDA-LIQ.cpy".
           COPY "ANOTAR-SUSPENSO.cpy".
           COPY "SIGUIENTE-SUS-NUM.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSPS NOT = 00
                       MOVE FSPS TO ERROR-FS
                   ELSE
                       MOVE FSEN TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "

           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".
           COPY "ANTICIPOS-SEL.cpy".
           COPY "SUSPENSO-SEL.cpy".
           COPY "RENOV-SEL.cpy".

           SELECT NOMINAS ASSIGN TO DISK
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
           COPY "ANTICIPOS-FD.cpy".
           COPY "SUSPENSO-FD.cpy".
           COPY "RENOV-FD.cpy".

      * remesa de salarios del empleador: una linea por abono
       FD NOMINAS
           02 NOM-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 NOM-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
      * fecha valor del pago de la nomina (AAAAMMDD) pactada con el
      * empleador; opcional, en blanco toma valor el dia del abono
           02 NOM-FECHA-VALOR          PIC X(8).
           02 NOM-FECHA-VALOR-N REDEFINES NOM-FECHA-VALOR
                                       PIC 9(8).
           COPY "CONTROL-TXT-REG.cpy".

      * lineas rechazadas, con codigo de motivo, para devolver al
       01 NOMINA-DEV-REG.
           02 NDV-EMPLEADOR            PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 NDV-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 NDV-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSNO                      PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSAT                      PIC   X(2).
       77 FSND                      PIC   X(2).
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
           COPY "SUSPENSO-WS.cpy".
           COPY "SUS-NUM-WS.cpy".
           COPY "SUCESORA-WS.cpy".

       77 MOTIVO-RECHAZO             PIC  9(2).
       77 CENT-IMPORTE               PIC S9(11).
           MOVE NOM-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 01 TO MOTIVO-RECHAZO.
      * tarjeta sustituida (renovada, o perdida o robada y ya
      * repuesta): el abono va a su sucesora vigente
           IF MOTIVO-RECHAZO = 0
               IF TARJETA-BAJA OR TARJETA-PERDIDA OR TARJETA-ROBADA
                   CLOSE TARJETAS
                   MOVE NOM-TARJETA TO TARJETA-SUCESORA
                   PERFORM RESOLVER-SUCESORA
                       THRU RESOLVER-SUCESORA-EXIT
                   MOVE TARJETA-SUCESORA TO NOM-TARJETA
                   OPEN INPUT TARJETAS
                   IF FST NOT = 00
                       GO TO PSYS-ERR
                   END-IF
                   MOVE NOM-TARJETA TO TNUM
                   READ TARJETAS INVALID KEY
                       MOVE 01 TO MOTIVO-RECHAZO
                   END-READ
               END-IF
           END-IF.
           IF MOTIVO-RECHAZO = 0
               IF NOT TARJETA-ACTIVA
                   MOVE 02 TO MOTIVO-RECHAZO.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           IF NOM-FECHA-VALOR IS NUMERIC
               MOVE NOM-FECHA-VALOR-N TO FECHA-VALOR-ORIGEN.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.


       ABONAR-NOMINA-RESOLVER.
           ADD 1 TO NUM-RECHAZADAS.
      * el empleador ya pago la remesa: lo rechazado queda en
      * suspenso hasta que se aplique a la tarjeta correcta o se le
      * devuelva (un importe a cero no deja partida)
           MOVE "NOMINA" TO SUSPENSO-ORIGEN.
           MOVE CTLF-ORIGEN TO SRF-ORIGEN.
           MOVE CTLF-SECUENCIA TO SRF-SECUENCIA.
           MOVE NUM-LEIDAS TO SRF-LINEA.
           MOVE SUSPENSO-REF-FICHERO TO SUSPENSO-REFERENCIA.
           MOVE NOM-TARJETA TO SUSPENSO-TARJETA.
           MOVE NOM-EMPLEADOR TO SUSPENSO-REMITENTE.
           MOVE CENT-IMPORTE TO SUSPENSO-CENT.
           MOVE 01 TO SUSPENSO-DIVISA.
           MOVE MOTIVO-RECHAZO TO SUSPENSO-MOTIVO.
           PERFORM ANOTAR-SUSPENSO THRU ANOTAR-SUSPENSO-EXIT.
           OPEN EXTEND NOMINAS-DEV.
           IF FSND = 35
               OPEN OUTPUT NOMINAS-DEV
           IF FSND NOT = 00
               GO TO ABONAR-NOMINA-EXIT.
           MOVE NOM-EMPLEADOR TO NDV-EMPLEADOR.
           MOVE NOM-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO NDV-TARJETA.
           MOVE NOM-IMPORTE-ENT TO NDV-IMPORTE-ENT.
           MOVE NOM-IMPORTE-DEC TO NDV-IMPORTE-DEC.
           MOVE MOTIVO-RECHAZO TO NDV-MOTIVO.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           IF NOM-FECHA-VALOR IS NUMERIC
               MOVE NOM-FECHA-VALOR-N TO FECHA-VALOR-ORIGEN.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

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
                       MOVE FSNO TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "

           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "SUSPENSO-SEL.cpy".

           SELECT RECARGASCONF ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "SUSPENSO-FD.cpy".

      * confirmacion de la operadora: 1 aplicada, 2 fallida
       FD RECARGASCONF
       01 RECARGAEXC-REG.
           02 RXC-MOV-NUM              PIC 9(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RXC-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RXC-OPERADORA            PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSRQ                      PIC   X(2).
       77 FSRX                      PIC   X(2).
       77 FSPS                      PIC   X(2) VALUE "00".
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
           COPY "PARAMETROS-WS.cpy".
           COPY "SUSPENSO-WS.cpy".
           COPY "SUS-NUM-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 VENTA-CASADA               PIC  9(1).
       77 NUM-CONFIRMADAS            PIC  9(6) VALUE 0.
       77 NUM-DEVUELTAS              PIC  9(6) VALUE 0.
       77 NUM-EXCEPCION              PIC  9(6) VALUE 0.
       77 NUM-SUSPENSO               PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
               THRU INFORMAR-SIN-CONFIRMAR-EXIT.
           DISPLAY "Confirmaciones de recarga procesadas. "
               "Confirmadas: " NUM-CONFIRMADAS " Devueltas: "
               NUM-DEVUELTAS " En excepcion: " NUM-EXCEPCION
               " En suspenso: " NUM-SUSPENSO.
           STOP RUN.

       LEER-DIAS-RECARGA.
           MOVE 0 TO VENTA-CASADA.
           OPEN I-O VENTASREC.
           IF FSVR = 35
               GO TO CASAR-VENTA-SIN-VENTA.
           IF FSVR NOT = 00
               GO TO PSYS-ERR.

       CASAR-VENTA-CERRAR.
           CLOSE VENTASREC.
           IF VENTA-CASADA = 0
               GO TO CASAR-VENTA-SIN-VENTA.
           IF RQF-RESULTADO = 1
               ADD 1 TO NUM-CONFIRMADAS
           ELSE
               PERFORM REABONAR-RECARGA THRU REABONAR-RECARGA-EXIT
               ADD 1 TO NUM-DEVUELTAS.
           GO TO CASAR-VENTA-EXIT.

      * una fallida sin venta que casar es dinero que la operadora
      * nos devuelve sin saber de quien: queda en suspenso
       CASAR-VENTA-SIN-VENTA.
           IF RQF-RESULTADO = 1
               GO TO CASAR-VENTA-EXIT.
           MOVE "RECARGA" TO SUSPENSO-ORIGEN.
           MOVE RECARGACONF-REG TO SUSPENSO-REFERENCIA.
           MOVE 0 TO SUSPENSO-TARJETA.
           MOVE RQF-OPERADORA TO SUSPENSO-REMITENTE.
           COMPUTE SUSPENSO-CENT = RQF-IMPORTE * 100.
           MOVE 01 TO SUSPENSO-DIVISA.
           MOVE 01 TO SUSPENSO-MOTIVO.
           PERFORM ANOTAR-SUSPENSO THRU ANOTAR-SUSPENSO-EXIT.
           ADD 1 TO NUM-SUSPENSO.
       CASAR-VENTA-EXIT.
           EXIT.

           MOVE VRC-TARJETA TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           IF HAY-MOVIMIENTOS = 0
               GO TO REABONAR-RECARGA-SUSPENSO.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-REABONO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           MOVE VRC-MOV-NUM TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
           GO TO REABONAR-RECARGA-EXIT.

      * la tarjeta de la venta ya no tiene cuenta a la que reabonar
       REABONAR-RECARGA-SUSPENSO.
           MOVE "RECARGA" TO SUSPENSO-ORIGEN.
           MOVE RECARGACONF-REG TO SUSPENSO-REFERENCIA.
           MOVE VRC-TARJETA TO SUSPENSO-TARJETA.
           MOVE VRC-OPERADORA TO SUSPENSO-REMITENTE.
           MOVE CENT-REABONO TO SUSPENSO-CENT.
           MOVE 01 TO SUSPENSO-DIVISA.
           MOVE 02 TO SUSPENSO-MOTIVO.
           PERFORM ANOTAR-SUSPENSO THRU ANOTAR-SUSPENSO-EXIT.
           ADD 1 TO NUM-SUSPENSO.
       REABONAR-RECARGA-EXIT.
           EXIT.

           END-IF.
           IF FSRX = 00
               MOVE VRC-MOV-NUM TO RXC-MOV-NUM
               MOVE VRC-TARJETA TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO RXC-TARJETA
               MOVE VRC-OPERADORA TO RXC-OPERADORA
               MOVE VRC-IMPORTE TO RXC-IMPORTE
               MOVE VRC-FECHA TO RXC-FECHA-VENTA
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
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
                       MOVE FSRQ TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en las confirmaciones de "

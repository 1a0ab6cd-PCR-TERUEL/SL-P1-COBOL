           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".

           COPY "ERRORES-SEL.cpy".
           COPY "ALERTAS-SEL.cpy".
           COPY "VETADOS-SEL.cpy".
           COPY "VETADOS-LOG-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "JOURNAL-FD.cpy".

           COPY "ERRORES-FD.cpy".
           COPY "ALERTAS-FD.cpy".
           COPY "VETADOS-FD.cpy".
           COPY "VETADOS-LOG-FD.cpy".
           COPY "CALENDARIO-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSAL                      PIC   X(2).
       77 FSVE                      PIC   X(2).
       77 FSVL                      PIC   X(2).
       77 FSCL                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "T-NUM-WS.cpy".
           COPY "CAMBIO-WS.cpy".
           COPY "ALERTA-WS.cpy".
           COPY "VETADO-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "PROXIMA-EJECUCION-WS.cpy".

       01 TABLA-PENDIENTES.
           05 T-NUM-PENDIENTE          PIC 9(35) OCCURS 500 TIMES.
       77 EJEC-ORIGEN                  PIC  9(16).
       77 EJEC-DESTINO                 PIC  9(16).
       77 EJEC-BANCO-DESTINO           PIC  9(4).
       77 EJEC-BENEFICIARIO            PIC  X(30).
       77 EJEC-IMPORTE-ENT             PIC S9(7).
       77 EJEC-IMPORTE-DEC             PIC  9(2).
      * 1 si la orden que se ejecuta es mensual (clasica o no), para
      * el concepto de los movimientos y del aviso
       77 EJEC-ES-MENSUAL              PIC  9(1).
       77 FECHA-HOY-YMD                PIC  9(8).

       77 CENT-SALDO                   PIC S9(11).
       77 CENT-IMPORTE                 PIC S9(11).
       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
      * las ordenes programadas no se ejecutan en dia no habil: las
      * que vencen hoy ruedan solas al siguiente dia habil, porque
      * se ejecuta todo lo que tenga su fecha prevista ya pasada
           MOVE FECHA-HOY-YMD TO FECHA-HABIL-CONSULTA.
           PERFORM ES-DIA-HABIL THRU ES-DIA-HABIL-EXIT.
           IF DIA-ES-HABIL = 0
               DISPLAY "Dia no habil bancario: las transferencias "
                   "programadas se difieren al siguiente dia habil"
               MOVE 0 TO RETURN-CODE
               GOBACK.
           PERFORM LOCALIZAR-PENDIENTES THRU LOCALIZAR-PENDIENTES-EXIT.
           PERFORM EJECUTAR-PENDIENTES THRU EJECUTAR-PENDIENTES-EXIT.
           GOBACK.
               GO TO LOCALIZAR-PENDIENTES-LEER.
           IF T-MESES-REPETIR = 0
               GO TO LOCALIZAR-PENDIENTES-LEER.
           PERFORM CALCULAR-PROX-EJECUCION
               THRU CALCULAR-PROX-EJECUCION-EXIT.
           IF PROX-FECHA-NUM = 0 OR PROX-FECHA-NUM > FECHA-HOY-YMD
               GO TO LOCALIZAR-PENDIENTES-LEER.
           IF NUM-PENDIENTES = 500
               GO TO LOCALIZAR-PENDIENTES-LEER.
           MOVE T-TARJETA-ORIGEN TO EJEC-ORIGEN.
           MOVE T-TARJETA-DESTINO TO EJEC-DESTINO.
           MOVE T-BANCO-DESTINO TO EJEC-BANCO-DESTINO.
           MOVE T-BENEFICIARIO TO EJEC-BENEFICIARIO.
           IF T-PER-CLASICA OR T-PER-MENSUAL
               MOVE 1 TO EJEC-ES-MENSUAL
           ELSE
               MOVE 0 TO EJEC-ES-MENSUAL.
           COMPUTE EJEC-IMPORTE-ENT = FUNCTION INTEGER-PART(T-IMPORTE).
           COMPUTE EJEC-IMPORTE-DEC =
               FUNCTION ABS(T-IMPORTE - EJEC-IMPORTE-ENT) * 100.
           ELSE
               MOVE 1 TO T-LIQUIDADA.
           MOVE DIVISA-ORIGEN-CALC TO T-DIVISA.
           MOVE EJEC-BENEFICIARIO TO T-BENEFICIARIO.
           MOVE 0 TO T-PERIODICIDAD.
           MOVE 0 TO T-DIA-EJECUCION.
           MOVE 0 TO T-PROX-EJECUCION.
           MOVE 0 TO T-SOLO-ORDEN.
           WRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.

               MOVE "TRANSF. MENSUAL INTERBANCARIA" TO NOTIF-CONCEPTO
           ELSE
               MOVE "TRANSF. MENSUAL ENVIADA" TO NOTIF-CONCEPTO.
           IF EJEC-ES-MENSUAL = 0
               IF EJEC-BANCO-DESTINO NOT = 0
                   MOVE "TRANSF. PROGRAMADA INTERBANCARIA"
                       TO NOTIF-CONCEPTO
               ELSE
                   MOVE "TRANSF. PROGRAMADA ENVIADA" TO NOTIF-CONCEPTO.
           MOVE EJEC-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE EJEC-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
               GO TO PSYS-ERR.
           MOVE T-NUM-PENDIENTE (INDICE-PENDIENTE) TO T-NUM.
           READ TRANSFERENCIAS INVALID KEY GO TO EJECUTAR-UNA-CERRAR.
           PERFORM CALCULAR-PROX-EJECUCION
               THRU CALCULAR-PROX-EJECUCION-EXIT.
           SUBTRACT 1 FROM T-MESES-REPETIR.
           MOVE ANO TO T-ULT-EJEC-ANO.
           MOVE MES TO T-ULT-EJEC-MES.
      * la ejecucion posterior a la fecha prevista es una rodadura
      * por calendario: queda registrada en el propio contrato
           IF FECHA-HOY-YMD > PROX-FECHA-NUM
               MOVE FECHA-HOY-YMD TO T-FECHA-RODADA.
      * la mensual clasica pasa a llevar su propio calendario, con
      * el dia del alta como dia de ejecucion
           IF T-PER-CLASICA
               MOVE 3 TO T-PERIODICIDAD
               MOVE T-DIA TO T-DIA-EJECUCION.
           MOVE T-PERIODICIDAD TO PROX-PERIODICIDAD.
           MOVE T-DIA-EJECUCION TO PROX-DIA-EJECUCION.
           PERFORM AVANZAR-PROX-EJECUCION
               THRU AVANZAR-PROX-EJECUCION-EXIT.
           MOVE PROX-FECHA-NUM TO T-PROX-EJECUCION.
           IF T-MESES-REPETIR = 0 OR T-PROX-EJECUCION = 0
               MOVE 0 TO T-MESES-REPETIR
               MOVE 0 TO T-PROX-EJECUCION
               MOVE 0 TO T-MENSUAL.
           REWRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.
           ELSE
               MOVE "TRANSF. MENSUAL ENVIADA" TO MOV-CONCEPTO
               MOVE 05 TO MOV-TIPO.
           IF EJEC-ES-MENSUAL = 0
               IF EJEC-BANCO-DESTINO NOT = 0
                   MOVE "TRANSF. PROGRAMADA INTERBANCARIA"
                       TO MOV-CONCEPTO
               ELSE
                   MOVE "TRANSF. PROGRAMADA ENVIADA" TO MOV-CONCEPTO.
           MOVE DIVISA-ORIGEN-CALC TO MOV-DIVISA.
           MOVE TASA-APLICADA TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS =
               NUEVO-SALDO-ORIGEN-ENT + (NUEVO-SALDO-ORIGEN-DEC / 100).
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-IMPORTE-CONVERTIDO / 100.
           IF EJEC-ES-MENSUAL = 1
               MOVE "TRANSF. MENSUAL RECIBIDA" TO MOV-CONCEPTO
           ELSE
               MOVE "TRANSF. PROGRAMADA RECIBIDA" TO MOV-CONCEPTO.
           MOVE 06 TO MOV-TIPO.
           MOVE DIVISA-DESTINO-CALC TO MOV-DIVISA.
           MOVE TASA-APLICADA TO MOV-TASA-CAMBIO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = NUEVO-SALDO-DESTINO-ENT
               + (NUEVO-SALDO-DESTINO-DEC / 100).
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "SIGUIENTE-T-NUM.cpy".
           COPY "LEER-TASA-CAMBIO.cpy".
           COPY "PROXIMA-EJECUCION.cpy".
           COPY "ES-DIA-HABIL.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSCL NOT = 00 AND FSCL NOT = 35
                       MOVE FSCL TO ERROR-FS
                   ELSE
                       MOVE FSCO TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "

           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "RECIBOS-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "RECIBOS-FD.cpy".
           COPY "ERRORES-FD.cpy".
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSDP                      PIC   X(2).
       77 FSAL                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "CONFIRMACION-ACC-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "RECIBO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "ALERTA-WS.cpy".

           DISPLAY (13, 15) "Introduzca el importe a ingresar:".
           DISPLAY (13, 42) ",".
           DISPLAY (13, 45) "EUR".
           IF ACCESIBLE-SESION = 1
               DISPLAY (17, 15) "Enter - Aceptar"
               DISPLAY (19, 15) "ESC - Cancelar"
           ELSE
               DISPLAY (24, 01) "Enter - Aceptar"
               DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT PANTALLA-IMPORTE ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
           DISPLAY (13, 15) "Billetes de 50:".
           DISPLAY (14, 15) "Billetes de 20:".
           DISPLAY (15, 15) "Billetes de 10:".
           IF ACCESIBLE-SESION = 1
               DISPLAY (18, 15) "Enter - Aceptar"
               DISPLAY (20, 15) "ESC - Cancelar"
           ELSE
               DISPLAY (24, 01) "Enter - Aceptar"
               DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT PANTALLA-BILLETES-DEP ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               IF DEP-TOTAL-BILLETES NOT = IMPORTE-ENT-USUARIO
                   GO TO PDESGLOSE-ERR.

      * modo accesible: el cliente vuelve a ver el importe y confirma
      * antes de anotar el ingreso
           IF ACCESIBLE-SESION = 1
               MOVE "Ingreso de efectivo" TO CONFIRMA-OPERACION
               MOVE IMPORTE-ENT-USUARIO TO CONFIRMA-IMPORTE-ENT
               MOVE IMPORTE-DEC-USUARIO TO CONFIRMA-IMPORTE-DEC
               PERFORM CONFIRMAR-ACCESIBLE
                   THRU CONFIRMAR-ACCESIBLE-EXIT
               IF CONFIRMA-RESULTADO = 0
                   EXIT PROGRAM.

       CONFIRMAR-INGRESO.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-IMPORTE.
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
           COPY "IMPRIMIR-RECIBO.cpy".
           COPY "LEER-MENSAJE.cpy".
           COPY "LEER-IDIOMA-SESION.cpy".
           COPY "CONFIRMAR-ACCESIBLE.cpy".
           COPY "LEER-TERMINAL.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

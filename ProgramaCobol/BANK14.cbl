      * (abonar, renovar el principal o renovar principal mas
      * intereses), modificable mientras el deposito este vigente;
      * el abono o la renovacion a vencimiento los hace el proceso
      * batch diario de vencimientos. Tambien la regla de barrido
      * automatico: umbral, plazo e instruccion con que el proceso
      * mensual lleva a un deposito nuevo el disponible sobrante
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           COPY "TERMINAL-SES-SEL.cpy".
           COPY "PLAZOS-SEL.cpy".
           COPY "BARRIDOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
       FILE SECTION.
           COPY "TERMINAL-SES-FD.cpy".
           COPY "PLAZOS-FD.cpy".
           COPY "BARRIDOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
       WORKING-STORAGE SECTION.
       77 FSTS                      PIC   X(2).
       77 FSPL                      PIC   X(2).
       77 FSBA                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSN                       PIC   X(2).
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "PLZ-NUM-WS.cpy".
       77 IMPORTE-ENT-USUARIO       PIC  9(7).
       77 IMPORTE-DEC-USUARIO       PIC  9(2).
       77 MESES-USUARIO             PIC  9(2).
       77 UMBRAL-ENT-USUARIO        PIC  9(7).
       77 UMBRAL-DEC-USUARIO        PIC  9(2).
       77 HAY-BARRIDO               PIC  9(1).
       77 CENT-SALDO                PIC S9(11).
       77 CENT-RETENIDO             PIC S9(11).
       77 CENT-DISPONIBLE           PIC S9(11).
           05 INSTRUCCION-ACCEPT BLANK ZERO AUTO
               LINE 16 COL 45 PIC 9(1) USING INSTRUCCION-USUARIO.

       01 PANTALLA-BARRIDO.
           05 UMBRAL-ENT-ACCEPT BLANK ZERO AUTO
               LINE 14 COL 45 PIC 9(7) USING UMBRAL-ENT-USUARIO.
           05 UMBRAL-DEC-ACCEPT BLANK ZERO AUTO
               LINE 14 COL 53 PIC 9(2) USING UMBRAL-DEC-USUARIO.
           05 MESES-BARRIDO-ACCEPT BLANK ZERO AUTO
               LINE 15 COL 45 PIC 9(2) USING MESES-USUARIO.
           05 INSTRUCCION-BARRIDO-ACCEPT BLANK ZERO AUTO
               LINE 17 COL 49 PIC 9(1) USING INSTRUCCION-USUARIO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(2) USING SELECCION-USUARIO.
           DISPLAY (11, 15) "1 - Abrir deposito".
           DISPLAY (12, 15) "2 - Cancelar anticipadamente".
           DISPLAY (13, 15) "3 - Instruccion a vencimiento".
           DISPLAY (14, 15) "4 - Barrido automatico".
           DISPLAY (24, 34) "ESC - Salir".

       PMENU-PLAZOS-A1.
           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PINSTRUCCION-PLAZO.
           IF CHOICE = 4
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PBARRIDO.
           GO TO PMENU-PLAZOS-A1.

      *----------------------------------------------------------*
           IF INSTRUCCION-USUARIO > 2
               GO TO PDATOS-ERR.

      * las tarjetas regalo prepagadas y las de credito no
      * contratan plazos; se comprueba con el registro recien
      * leido, no con el area del FD tras un CLOSE
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PDATOS-ERR.
           IF PRODUCTO-PREPAGO OR PRODUCTO-CREDITO
               CLOSE TARJETAS
               GO TO PDATOS-ERR.
           CLOSE TARJETAS.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

      *----------------------------------------------------------*
      * regla de barrido automatico: lo que el disponible pase del
      * umbral (descontadas las huchas) se lleva cada mes a un
      * deposito nuevo; con umbral y plazo a cero se da de baja
      *----------------------------------------------------------*
       PBARRIDO.
           PERFORM LEER-BARRIDO THRU LEER-BARRIDO-EXIT.
           DISPLAY (8, 24) "Barrido automatico a plazo fijo".
           IF HAY-BARRIDO = 1
               DISPLAY (10, 15) "Regla vigente: por encima de"
               DISPLAY (10, 44) BAR-UMBRAL-ENT
               DISPLAY (10, 51) ","
               DISPLAY (10, 52) BAR-UMBRAL-DEC
               DISPLAY (10, 55) "EUR a"
               DISPLAY (10, 61) BAR-MESES
               DISPLAY (10, 64) "meses"
           ELSE
               DISPLAY (10, 15) "Sin regla de barrido vigente".
           DISPLAY (12, 15) "Nueva regla (todo a cero para quitarla)".
           DISPLAY (14, 15) "Saldo que se conserva:".
           DISPLAY (14, 52) ",".
           DISPLAY (14, 56) "EUR".
           DISPLAY (15, 15) "Plazo en meses:".
           DISPLAY (17, 15) "Al vencimiento (0 abonar,".
           DISPLAY (18, 15) "1 renovar ppal, 2 renovar todo):".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
           INITIALIZE UMBRAL-ENT-USUARIO.
           INITIALIZE UMBRAL-DEC-USUARIO.
           INITIALIZE MESES-USUARIO.
           INITIALIZE INSTRUCCION-USUARIO.
           ACCEPT PANTALLA-BARRIDO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PBARRIDO.

           IF UMBRAL-ENT-USUARIO = 0 AND UMBRAL-DEC-USUARIO = 0
                   AND MESES-USUARIO = 0
               IF HAY-BARRIDO = 0
                   GO TO PBARRIDO
               ELSE
                   GO TO PBARRIDO-BAJA.
           IF MESES-USUARIO = 0 OR INSTRUCCION-USUARIO > 2
               GO TO PDATOS-ERR.

      * como en la apertura, sin plazos para prepago ni credito
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PDATOS-ERR.
           IF PRODUCTO-PREPAGO OR PRODUCTO-CREDITO
               CLOSE TARJETAS
               GO TO PDATOS-ERR.
           CLOSE TARJETAS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN I-O BARRIDOS.
           IF FSBA = 35
               OPEN OUTPUT BARRIDOS
               CLOSE BARRIDOS
               OPEN I-O BARRIDOS
           END-IF.
           IF FSBA NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO BAR-TARJETA.
           READ BARRIDOS INVALID KEY
               MOVE 0 TO BAR-ULT-BARRIDO.
           MOVE TNUM-P TO BAR-TARJETA.
           MOVE UMBRAL-ENT-USUARIO TO BAR-UMBRAL-ENT.
           MOVE UMBRAL-DEC-USUARIO TO BAR-UMBRAL-DEC.
           MOVE MESES-USUARIO TO BAR-MESES.
           MOVE INSTRUCCION-USUARIO TO BAR-INSTRUCCION.
           COMPUTE BAR-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE 0 TO BAR-ESTADO.
           IF FSBA = 00
               REWRITE BARRIDO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "R" TO JOURNAL-OPERACION
           ELSE
               WRITE BARRIDO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "E" TO JOURNAL-OPERACION.
           CLOSE BARRIDOS.

           MOVE "BA" TO JOURNAL-FICHERO.
           MOVE BAR-TARJETA TO JOURNAL-CLAVE.
           MOVE BARRIDO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "REGLA DE BARRIDO A PLAZO FIJO" TO NOTIF-CONCEPTO.
           MOVE UMBRAL-ENT-USUARIO TO NOTIF-IMPORTE-ENT.
           MOVE UMBRAL-DEC-USUARIO TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "La regla de barrido queda registrada".
           DISPLAY (12, 15) "y se aplicara a principios de cada mes".
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PBARRIDO-BAJA.
           OPEN I-O BARRIDOS.
           IF FSBA NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO BAR-TARJETA.
           READ BARRIDOS INVALID KEY GO TO PSYS-ERR.
           MOVE 1 TO BAR-ESTADO.
           REWRITE BARRIDO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE BARRIDOS.

           MOVE "BA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE BAR-TARJETA TO JOURNAL-CLAVE.
           MOVE BARRIDO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "BARRIDO A PLAZO FIJO RETIRADO" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "La regla de barrido queda retirada".
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       LEER-BARRIDO.
           MOVE 0 TO HAY-BARRIDO.
           OPEN INPUT BARRIDOS.
           IF FSBA = 35
               GO TO LEER-BARRIDO-EXIT.
           IF FSBA NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO BAR-TARJETA.
           READ BARRIDOS INVALID KEY
               GO TO LEER-BARRIDO-CERRAR.
           IF BARRIDO-ACTIVO
               MOVE 1 TO HAY-BARRIDO.

       LEER-BARRIDO-CERRAR.
           CLOSE BARRIDOS.
       LEER-BARRIDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * fecha de vencimiento: hoy mas el plazo en meses, ajustando
      * el dia al ultimo del mes de destino cuando no existe
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

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
           COPY "SIGUIENTE-PLZ-NUM.cpy".
           COPY "LEER-PLAZO-PARAM.cpy".

       PSYS-ERR.
           CLOSE PLAZOS.
           CLOSE BARRIDOS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.

               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSBA NOT = 00
                       MOVE FSBA TO ERROR-FS
                   ELSE
                       MOVE FSM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

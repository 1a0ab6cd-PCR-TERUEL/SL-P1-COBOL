       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK81.
      * tarjetas de menores a cargo, desde el menu de otros
      * servicios: el tutor legal registrado en tutelas.ubd ve las
      * tarjetas de cuenta de menor de sus tutelados con su saldo,
      * consulta sus movimientos con la misma pantalla de BANK3 y
      * les recarga la tarjeta con un traspaso desde la suya; la
      * recarga se anota en las dos tarjetas y se avisa a ambas por
      * la cola. La recarga sale de la tarjeta del tutor con los
      * mismos controles que una transferencia de BANK6: huchas,
      * limite diario, velocidad, controles del titular y franja
      * horaria
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TERMINAL-SES-SEL.cpy".
           COPY "TUTELAS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "HUCHAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "CTRLAUT-SEL.cpy".
           COPY "HORARIOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "AVISOS-VIAJE-SEL.cpy".
           COPY "FRAUDE-SEL.cpy".
           COPY "PANCLARO-SEL.cpy".
           COPY "DENEGACIONES-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TERMINAL-SES-FD.cpy".
           COPY "TUTELAS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "HUCHAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "CTRLAUT-FD.cpy".
           COPY "HORARIOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "AVISOS-VIAJE-FD.cpy".
           COPY "FRAUDE-FD.cpy".
           COPY "PANCLARO-FD.cpy".
           COPY "DENEGACIONES-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSTS                      PIC   X(2).
       77 FSTL                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSHU                      PIC   X(2).
       77 FSCA                      PIC   X(2).
       77 FSHO                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSAV                      PIC   X(2).
       77 FSF                       PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSDN                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "CLIENTE-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "DENEGACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "CTRLAUT-WS.cpy".
           COPY "HORARIO-WS.cpy".
           COPY "HUCHA-WS.cpy".
           COPY "VELOCIDAD-WS.cpy".
           COPY "VIAJE-WS.cpy".

      * tarjetas de menor listadas y si admiten recarga (activas)
       01 TABLA-MENORES.
           05 MENOR-EN-PANTALLA OCCURS 10 TIMES.
               10 MENOR-TARJETA     PIC 9(16).
               10 MENOR-ACTIVA      PIC 9(1).
       77 NUM-MENORES-PANT          PIC  9(2) VALUE 0.
       77 LINEA-MENOR-ACTUAL        PIC  9(2) VALUE 0.
       77 TUTOR-CLIENTE             PIC  9(9) VALUE 0.
       77 MENOR-CLIENTE             PIC  9(9) VALUE 0.
       77 TARJETA-MENOR-ELEGIDA     PIC  9(16) VALUE 0.
       77 SELECCION-USUARIO         PIC  9(2).
       77 ACCION-USUARIO            PIC  9(1).
       77 IMPORTE-ENT-USUARIO       PIC  9(5).
       77 IMPORTE-DEC-USUARIO       PIC  9(2).

       77 DIVISA-TUTOR              PIC  9(2).
       77 CENT-IMPORTE              PIC S9(11).
       77 CENT-SALDO-TUTOR          PIC S9(11).
       77 CENT-RETENIDO             PIC S9(11).
       77 CENT-DISPONIBLE           PIC S9(11).
       77 CENT-NUEVO-TUTOR          PIC S9(11).
       77 CENT-SALDO-MENOR          PIC S9(11).
       77 CENT-NUEVO-MENOR          PIC S9(11).
       77 CENT-LIMITE               PIC S9(11).
       77 CENT-TRANSFERIDO-HOY      PIC S9(11).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(2) USING SELECCION-USUARIO.

       01 PANTALLA-ACCION.
           05 ACCION-ACCEPT BLANK ZERO AUTO
               LINE 21 COL 58 PIC 9(1) USING ACCION-USUARIO.

       01 PANTALLA-IMPORTE.
           05 IMPORTE-ENT-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 45 PIC 9(5) USING IMPORTE-ENT-USUARIO.
           05 IMPORTE-DEC-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 51 PIC 9(2) USING IMPORTE-DEC-USUARIO.

       PROCEDURE DIVISION USING TNUM-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           PERFORM LEER-TERMINAL THRU LEER-TERMINAL-EXIT.
           PERFORM LEER-FECHA-CONTABLE THRU LEER-FECHA-CONTABLE-EXIT.

      * el tutor es el titular de la tarjeta con la que se entra
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PSIN-MENORES.
           MOVE TTITULAR TO TUTOR-CLIENTE.
           CLOSE TARJETAS.
           IF TUTOR-CLIENTE = 0
               GO TO PSIN-MENORES.

       PLISTAR-MENORES.
           MOVE 0 TO NUM-MENORES-PANT.
           OPEN INPUT TUTELAS.
           IF FSTL = 35
               GO TO PSIN-MENORES.
           IF FSTL NOT = 00
               GO TO PSYS-ERR.
           DISPLAY (6, 22) "Tarjetas de menores a cargo".
           DISPLAY (8, 03) "Num.".
           DISPLAY (8, 10) "Tarjeta".
           DISPLAY (8, 29) "Titular".
           DISPLAY (8, 52) "Saldo".
           MOVE TUTOR-CLIENTE TO TUT-TUTOR.
           START TUTELAS KEY IS = TUT-TUTOR
               INVALID KEY GO TO PLISTAR-MENORES-FIN.

       PLISTAR-MENORES-LEER.
           READ TUTELAS NEXT RECORD
               AT END GO TO PLISTAR-MENORES-FIN.
           IF TUT-TUTOR NOT = TUTOR-CLIENTE
               GO TO PLISTAR-MENORES-FIN.
           IF NOT TUTELA-VIGENTE
               GO TO PLISTAR-MENORES-LEER.
           MOVE TUT-MENOR TO MENOR-CLIENTE.
           PERFORM LISTAR-TARJETAS-MENOR
               THRU LISTAR-TARJETAS-MENOR-EXIT.
           IF NUM-MENORES-PANT = 10
               GO TO PLISTAR-MENORES-FIN.
           GO TO PLISTAR-MENORES-LEER.

       PLISTAR-MENORES-FIN.
           CLOSE TUTELAS.
           IF NUM-MENORES-PANT = 0
               GO TO PSIN-MENORES.

       PELEGIR-MENOR.
           INITIALIZE SELECCION-USUARIO.
           DISPLAY (20, 15) "Num. de la tarjeta del menor:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Salir".
           ACCEPT PANTALLA-SELECCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-MENOR.
           IF SELECCION-USUARIO = 0
                   OR SELECCION-USUARIO > NUM-MENORES-PANT
               GO TO PELEGIR-MENOR.
           MOVE MENOR-TARJETA (SELECCION-USUARIO)
               TO TARJETA-MENOR-ELEGIDA.

           INITIALIZE ACCION-USUARIO.
           DISPLAY (21, 15) "1 Movimientos  2 Recargar tarjeta:".
           ACCEPT PANTALLA-ACCION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PELEGIR-MENOR.
           IF ACCION-USUARIO = 1
               CALL "BANK3" USING TARJETA-MENOR-ELEGIDA
               GO TO PLISTAR-REFRESCO.
           IF ACCION-USUARIO = 2
               GO TO PRECARGAR.
           GO TO PELEGIR-MENOR.

      *----------------------------------------------------------*
      * recarga: cargo en la tarjeta del tutor y abono en la del
      * menor por el mismo importe, en la misma divisa
      *----------------------------------------------------------*
       PRECARGAR.
           IF MENOR-ACTIVA (SELECCION-USUARIO) = 0
               GO TO PMENOR-INACTIVA-ERR.
           INITIALIZE IMPORTE-ENT-USUARIO.
           INITIALIZE IMPORTE-DEC-USUARIO.
           DISPLAY (22, 15) "Importe a recargar:".
           DISPLAY (22, 50) ",".
           DISPLAY (22, 54) "EUR".
           ACCEPT PANTALLA-IMPORTE ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PRECARGAR.
           COMPUTE CENT-IMPORTE =
               (IMPORTE-ENT-USUARIO * 100) + IMPORTE-DEC-USUARIO.
           IF CENT-IMPORTE = 0
               GO TO PRECARGAR.

           MOVE TNUM-P TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           MOVE DIVISA-CALCULO TO DIVISA-TUTOR.
           COMPUTE CENT-SALDO-TUTOR = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-LIMITE = (LIMITE-ENT * 100) + LIMITE-DEC.
      * lo apartado en huchas tampoco esta disponible para recargar
           MOVE TNUM-P TO HUCHA-TARJETA-CALC.
           PERFORM LEER-HUCHAS THRU LEER-HUCHAS-EXIT.
           COMPUTE CENT-RETENIDO = (RETENIDO-ENT * 100) + RETENIDO-DEC.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO-TUTOR - CENT-RETENIDO
               - CENT-HUCHAS.
           IF CENT-IMPORTE > CENT-DISPONIBLE
               GO TO PSALDO-ERR.

      * la recarga cuenta para el limite diario de transferencias
      * de la tarjeta del tutor, junto con las recargas ya hechas hoy
           IF CENT-LIMITE NOT = 0
               PERFORM CALCULAR-TRANSFERIDO-HOY
                   THRU CALCULAR-TRANSFERIDO-HOY-EXIT
               IF (CENT-TRANSFERIDO-HOY + CENT-IMPORTE) > CENT-LIMITE
                   GO TO PLIMITE-ERR.

      * regla de velocidad con los mismos tipos que la transferencia
           MOVE TNUM-P TO VELOC-TARJETA.
           MOVE 05 TO VELOC-TIPO-A.
           MOVE 07 TO VELOC-TIPO-B.
           MOVE CENT-IMPORTE TO VELOC-IMPORTE-CENT.
           MOVE "BANK81" TO PAN-PROGRAMA.
           PERFORM VERIFICAR-VELOCIDAD THRU VERIFICAR-VELOCIDAD-EXIT.
           IF VELOC-EXCEDIDA = 1
               GO TO PVELOCIDAD-ERR.

      * controles del titular si el tutor opera con una tarjeta
      * autorizada de una cuenta compartida
           MOVE TNUM-P TO CTRL-TARJETA-VERIF.
           MOVE CENT-IMPORTE TO CTRL-CENT-OPERACION.
           PERFORM VERIFICAR-CONTROL-AUT
               THRU VERIFICAR-CONTROL-AUT-EXIT.
           IF CTRL-RESULTADO NOT = 0
               GO TO PCONTROL-ERR.

           MOVE TNUM-P TO HORARIO-TARJETA-VERIF.
           MOVE 1 TO HORARIO-ES-TRANSF.
           PERFORM VERIFICAR-HORARIO THRU VERIFICAR-HORARIO-EXIT.
           IF HORARIO-BLOQUEADO = 1
               GO TO PHORARIO-ERR.

           MOVE TARJETA-MENOR-ELEGIDA TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           IF DIVISA-CALCULO NOT = DIVISA-TUTOR
               GO TO PDIVISA-ERR.
           COMPUTE CENT-SALDO-MENOR = (SALDO-ENT * 100) + SALDO-DEC.

           COMPUTE CENT-NUEVO-TUTOR = CENT-SALDO-TUTOR - CENT-IMPORTE.
           COMPUTE CENT-NUEVO-MENOR = CENT-SALDO-MENOR + CENT-IMPORTE.

           MOVE TNUM-P TO MOV-TARJETA.
           MOVE "RECARGA TARJETA DE MENOR" TO MOV-CONCEPTO.
           MOVE 05 TO MOV-TIPO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-TUTOR / 100.
           PERFORM ANOTAR-RECARGA THRU ANOTAR-RECARGA-EXIT.

           MOVE TNUM-P TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-IMPORTE.
           COMPUTE NUEVO-SALDO-CACHE-ENT = CENT-NUEVO-TUTOR / 100.
           COMPUTE NUEVO-SALDO-CACHE-DEC =
               FUNCTION MOD(CENT-NUEVO-TUTOR, 100).
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.

           MOVE TARJETA-MENOR-ELEGIDA TO MOV-TARJETA.
           MOVE "RECARGA DEL TUTOR" TO MOV-CONCEPTO.
           MOVE 06 TO MOV-TIPO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-MENOR / 100.
           PERFORM ANOTAR-RECARGA THRU ANOTAR-RECARGA-EXIT.

           MOVE TARJETA-MENOR-ELEGIDA TO TARJETA-CALCULO.
           MOVE CENT-IMPORTE TO CENT-DELTA-SALDO.
           COMPUTE NUEVO-SALDO-CACHE-ENT = CENT-NUEVO-MENOR / 100.
           COMPUTE NUEVO-SALDO-CACHE-DEC =
               FUNCTION MOD(CENT-NUEVO-MENOR, 100).
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.

           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE IMPORTE-ENT-USUARIO TO NOTIF-IMPORTE-ENT.
           MOVE IMPORTE-DEC-USUARIO TO NOTIF-IMPORTE-DEC.
           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "RECARGA TARJETA DE MENOR" TO NOTIF-CONCEPTO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE IMPORTE-ENT-USUARIO TO NOTIF-IMPORTE-ENT.
           MOVE IMPORTE-DEC-USUARIO TO NOTIF-IMPORTE-DEC.
           MOVE TARJETA-MENOR-ELEGIDA TO NOTIF-TARJETA.
           MOVE "RECARGA DEL TUTOR" TO NOTIF-CONCEPTO.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 18) "La recarga se ha realizado con exito".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PFIN-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PFIN-ENTER.

       PLISTAR-REFRESCO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PLISTAR-MENORES.

      * tarjetas de cuenta de menor vigentes del tutelado en curso,
      * con el nombre de su ficha y el saldo
       LISTAR-TARJETAS-MENOR.
           MOVE MENOR-CLIENTE TO CLIENTE-CALCULO.
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       LISTAR-TARJETAS-MENOR-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO LISTAR-TARJETAS-MENOR-CERRAR.
           IF TTITULAR NOT = MENOR-CLIENTE
               GO TO LISTAR-TARJETAS-MENOR-LEER.
           IF NOT PRODUCTO-MENOR OR TARJETA-BAJA
               GO TO LISTAR-TARJETAS-MENOR-LEER.
           ADD 1 TO NUM-MENORES-PANT.
           MOVE TNUM TO MENOR-TARJETA (NUM-MENORES-PANT).
           IF TARJETA-ACTIVA
               MOVE 1 TO MENOR-ACTIVA (NUM-MENORES-PANT)
           ELSE
               MOVE 0 TO MENOR-ACTIVA (NUM-MENORES-PANT).
           COMPUTE LINEA-MENOR-ACTUAL = 8 + NUM-MENORES-PANT.
           DISPLAY (LINEA-MENOR-ACTUAL, 03) NUM-MENORES-PANT.
           DISPLAY (LINEA-MENOR-ACTUAL, 10) TNUM.
           DISPLAY (LINEA-MENOR-ACTUAL, 29) CLI-NOMBRE (1:20).
           DISPLAY (LINEA-MENOR-ACTUAL, 50) TSALDO-ENT.
           DISPLAY (LINEA-MENOR-ACTUAL, 60) ",".
           DISPLAY (LINEA-MENOR-ACTUAL, 61) TSALDO-DEC.
           IF NUM-MENORES-PANT = 10
               GO TO LISTAR-TARJETAS-MENOR-CERRAR.
           GO TO LISTAR-TARJETAS-MENOR-LEER.

       LISTAR-TARJETAS-MENOR-CERRAR.
           CLOSE TARJETAS.
       LISTAR-TARJETAS-MENOR-EXIT.
           EXIT.

      * una pata de la recarga: el llamante deja tarjeta, concepto,
      * tipo y saldo posterior en el registro del movimiento
       ANOTAR-RECARGA.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE =
               IMPORTE-ENT-USUARIO + (IMPORTE-DEC-USUARIO / 100).
           MOVE DIVISA-TUTOR TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE "MV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE MOV-NUM TO JOURNAL-CLAVE.
           MOVE MOVIMIENTO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       ANOTAR-RECARGA-EXIT.
           EXIT.

      * transferido hoy por la tarjeta del tutor, como en BANK6,
      * mas las recargas a menores ya anotadas hoy en ella
       CALCULAR-TRANSFERIDO-HOY.
           MOVE 0 TO CENT-TRANSFERIDO-HOY.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           OPEN INPUT TRANSFERENCIAS.
           IF FST = 35
               GO TO CALCULAR-TRANSFERIDO-HOY-RECARGAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO T-TARJETA-ORIGEN.
           START TRANSFERENCIAS KEY IS NOT LESS THAN T-TARJETA-ORIGEN
               INVALID KEY GO TO CALCULAR-TRANSFERIDO-HOY-CERRAR.

       CALCULAR-TRANSFERIDO-HOY-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO CALCULAR-TRANSFERIDO-HOY-CERRAR.
           IF T-TARJETA-ORIGEN NOT = TNUM-P
               GO TO CALCULAR-TRANSFERIDO-HOY-CERRAR.
           IF T-ANO = ANO AND T-MES = MES AND T-DIA = DIA
               COMPUTE CENT-TRANSFERIDO-HOY = CENT-TRANSFERIDO-HOY
                   + (T-IMPORTE * 100).
           GO TO CALCULAR-TRANSFERIDO-HOY-LEER.

       CALCULAR-TRANSFERIDO-HOY-CERRAR.
           CLOSE TRANSFERENCIAS.

       CALCULAR-TRANSFERIDO-HOY-RECARGAS.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO CALCULAR-TRANSFERIDO-HOY-EXIT.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO CALCULAR-RECARGADO-HOY-CERRAR.

       CALCULAR-RECARGADO-HOY-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO CALCULAR-RECARGADO-HOY-CERRAR.
           IF MOV-TARJETA NOT = TNUM-P
               GO TO CALCULAR-RECARGADO-HOY-CERRAR.
           IF MOV-TIPO-TRANSF-ENVIADA
                   AND MOV-CONCEPTO = "RECARGA TARJETA DE MENOR"
                   AND MOV-ANO = ANO AND MOV-MES = MES
                   AND MOV-DIA = DIA
               COMPUTE CENT-TRANSFERIDO-HOY = CENT-TRANSFERIDO-HOY
                   + (MOV-IMPORTE * 100).
           GO TO CALCULAR-RECARGADO-HOY-LEER.

       CALCULAR-RECARGADO-HOY-CERRAR.
           CLOSE F-MOVIMIENTOS.
       CALCULAR-TRANSFERIDO-HOY-EXIT.
           EXIT.

      * rechazos de los controles de la transferencia, con las
      * pantallas de BANK6
       PLIMITE-ERR.
           MOVE "RECARGA MENOR" TO DENEG-OPERACION.
           MOVE "LIMITE DIARIO" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (20, 12) "Ha superado el limite diario de"
           DISPLAY (21, 20) "transferencias"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PERR-ENTER.

       PVELOCIDAD-ERR.
           MOVE "RECARGA MENOR" TO DENEG-OPERACION.
           MOVE "VELOCIDAD" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (20, 10) "Operacion rechazada por seguridad: ha"
           DISPLAY (21, 10) "superado el limite de operaciones en"
           DISPLAY (22, 25) "pocos minutos"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PERR-ENTER.

       PHORARIO-ERR.
           MOVE "RECARGA MENOR" TO DENEG-OPERACION.
           MOVE "FRANJA HORARIA" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (20, 12) "La tarjeta no transfiere en esta"
           DISPLAY (21, 12) "franja horaria por decision de su"
           DISPLAY (22, 25) "titular"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PERR-ENTER.

       PCONTROL-ERR.
           MOVE "RECARGA MENOR" TO DENEG-OPERACION.
           IF CTRL-RESULTADO = 1
               MOVE "CONGELADA TITULAR" TO DENEG-MOTIVO
           ELSE
               MOVE "TOPE TITULAR" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF CTRL-RESULTADO = 1
               DISPLAY (20, 12) "La tarjeta esta congelada por el"
               DISPLAY (21, 22) "titular de la cuenta"
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
           ELSE
               DISPLAY (20, 12) "Ha superado el tope diario fijado"
               DISPLAY (21, 20) "por el titular de la cuenta"
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PERR-ENTER.

       PSALDO-ERR.
           DISPLAY (23, 15) "No dispone de saldo suficiente"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PERR-ENTER.

       PDIVISA-ERR.
           DISPLAY (23, 15) "Las tarjetas son de divisas distintas"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PERR-ENTER.

       PMENOR-INACTIVA-ERR.
           DISPLAY (23, 15) "La tarjeta del menor no esta activa"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           GO TO PERR-ENTER.

       PERR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PLISTAR-REFRESCO
               ELSE
                   GO TO PERR-ENTER.

       PSIN-MENORES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "No figura como tutor de ningun titular".
           DISPLAY (12, 15) "menor de edad".
           DISPLAY (18, 33) "Enter - Aceptar".

       PSIN-MENORES-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PSIN-MENORES-ENTER.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-CLIENTE.cpy".
           COPY "LEER-TERMINAL.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "LEER-HUCHAS.cpy".
           COPY "LEER-VELOCIDAD.cpy".
           COPY "VERIFICAR-VELOCIDAD.cpy".
           COPY "COMPROBAR-AVISO-VIAJE.cpy".
           COPY "VERIFICAR-CONTROL-AUT.cpy".
           COPY "VERIFICAR-HORARIO.cpy".
           COPY "REGISTRAR-DENEGACION.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".

       PSYS-ERR.
           CLOSE TUTELAS.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE F-MOVIMIENTOS.
           CLOSE TRANSFERENCIAS.
           CLOSE HUCHAS.
           CLOSE CUENTA-TARJETA.
           CLOSE CTRLAUT.
           CLOSE HORARIOS.
           CLOSE PARAMETROS.

           MOVE "BANK81" TO ERROR-PROGRAMA.
           IF FSTL NOT = 00
               MOVE FSTL TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   MOVE FSM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" LINE 9 COLUMN 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva mas tarde" LINE 11 COLUMN 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".

       PSYS-ERR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PSYS-ERR-ENTER.

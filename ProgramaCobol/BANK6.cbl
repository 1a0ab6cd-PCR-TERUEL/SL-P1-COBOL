           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "RECIBOS-SEL.cpy".
           COPY "PANCLARO-SEL.cpy".
           COPY "DENEGACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "FAVORITOS-SEL.cpy".
           COPY "ALERTAS-SEL.cpy".
           COPY "FRAUDE-SEL.cpy".
           COPY "AVISOS-VIAJE-SEL.cpy".
           COPY "VETADOS-SEL.cpy".
           COPY "VETADOS-LOG-SEL.cpy".
           COPY "RENOV-SEL.cpy".
           COPY "CTRLAUT-SEL.cpy".
           COPY "HORARIOS-SEL.cpy".
           COPY "HUCHAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "TELEFONOS-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "RECIBOS-FD.cpy".
           COPY "PANCLARO-FD.cpy".
           COPY "DENEGACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "FAVORITOS-FD.cpy".
           COPY "ALERTAS-FD.cpy".
           COPY "FRAUDE-FD.cpy".
           COPY "AVISOS-VIAJE-FD.cpy".
           COPY "VETADOS-FD.cpy".
           COPY "VETADOS-LOG-FD.cpy".
           COPY "RENOV-FD.cpy".
           COPY "CTRLAUT-FD.cpy".
           COPY "HORARIOS-FD.cpy".
           COPY "HUCHAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "TELEFONOS-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSTS                      PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSDN                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSCB                      PIC   X(2).
       77 FSFA                      PIC   X(2).
       77 FSAL                      PIC   X(2).
       77 FSF                       PIC   X(2).
       77 FSAV                      PIC   X(2).
       77 FSVE                      PIC   X(2).
       77 FSVL                      PIC   X(2).
       77 FSRN                      PIC   X(2).
       77 FSCA                      PIC   X(2).
       77 FSHO                      PIC   X(2).
       77 FSHU                      PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSTF                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "CONFIRMACION-ACC-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "T-NUM-WS.cpy".
           COPY "RECIBO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "DENEGACION-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "RESPALDO-WS.cpy".
           COPY "TARJETA-MENOR-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "CAMBIO-WS.cpy".
           COPY "TARIFA-WS.cpy".
           COPY "ALERTA-WS.cpy".
           COPY "VELOCIDAD-WS.cpy".
           COPY "VIAJE-WS.cpy".
           COPY "VETADO-WS.cpy".
           COPY "CTRLAUT-WS.cpy".
           COPY "HORARIO-WS.cpy".
           COPY "HUCHA-WS.cpy".
           COPY "TELEFONO-WS.cpy".
           COPY "SUCESORA-WS.cpy".

       77 CENT-TOTAL-CARGO          PIC S9(11).
       77 CENT-TRAS-COMISION        PIC S9(11).
       77 IMPORTE-DEC-USUARIO       PIC  9(2).
       77 MENSUAL-USUARIO           PIC  9(1).
       77 MESES-USUARIO             PIC  9(2).
      * orden programada (tipo 2): fecha de la primera ejecucion,
      * periodicidad (1 unica ... 5 anual) y, en MESES-USUARIO, las
      * veces que se ha de ejecutar
       77 PROG-DIA-USUARIO          PIC  9(2).
       77 PROG-MES-USUARIO          PIC  9(2).
       77 PROG-ANO-USUARIO          PIC  9(4).
       77 PERIODICIDAD-USUARIO      PIC  9(1).
       77 FECHA-PROG-YMD            PIC  9(8).
       77 FECHA-HOY-YMD             PIC  9(8).
       77 DIAS-HASTA-PROG           PIC S9(9).
       77 BENEFICIARIO-USUARIO      PIC  X(30).
      * 1 cuando el destino salio del directorio de pagos al movil:
      * la tarjeta del destinatario no se muestra ni se guarda
      * como RECIENTE en la agenda del ordenante
       77 PAGO-POR-TELEFONO         PIC  9(1) VALUE 0.
       77 CENT-SALDO                PIC S9(11).
       77 CENT-RETENIDO             PIC S9(11).
       77 CENT-DISPONIBLE           PIC S9(11).
           05 MENSUAL-ACCEPT BLANK ZERO AUTO
               LINE 15 COL 60 PIC 9(1) USING MENSUAL-USUARIO.

       01 PANTALLA-TELEFONO.
           05 TELEFONO-ACCEPT AUTO
               LINE 11 COL 45 PIC X(15) USING TELEFONO-BUSCADO.
           05 TEL-IMPORTE-ENT-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 45 PIC 9(7) USING IMPORTE-ENT-USUARIO.
           05 TEL-IMPORTE-DEC-ACCEPT BLANK ZERO AUTO
               LINE 13 COL 53 PIC 9(2) USING IMPORTE-DEC-USUARIO.

       01 PANTALLA-MESES.
           05 MESES-ACCEPT BLANK ZERO AUTO
               LINE 17 COL 60 PIC 9(2) USING MESES-USUARIO.

       01 PANTALLA-PROGRAMACION.
           05 PROG-DIA-ACCEPT BLANK ZERO AUTO
               LINE 16 COL 45 PIC 9(2) USING PROG-DIA-USUARIO.
           05 PROG-MES-ACCEPT BLANK ZERO AUTO
               LINE 16 COL 48 PIC 9(2) USING PROG-MES-USUARIO.
           05 PROG-ANO-ACCEPT BLANK ZERO AUTO
               LINE 16 COL 51 PIC 9(4) USING PROG-ANO-USUARIO.
           05 PERIODICIDAD-ACCEPT BLANK ZERO AUTO
               LINE 17 COL 45 PIC 9(1) USING PERIODICIDAD-USUARIO.
           05 VECES-ACCEPT BLANK ZERO AUTO
               LINE 17 COL 60 PIC 9(2) USING MESES-USUARIO.

       01 PANTALLA-BENEFICIARIO.
           05 BENEFICIARIO-ACCEPT AUTO
               LINE 18 COL 45 PIC X(30) USING BENEFICIARIO-USUARIO.

       01 OTP-ACCEPT-PANTALLA.
           05 OTP-ACCEPT BLANK ZERO AUTO LINE 15 COL 50
               PIC 9(6) USING OTP-INTRODUCIDO.
       PELEGIR-MODO.
           INITIALIZE DESTINO-USUARIO.
           INITIALIZE BANCO-DESTINO-USUARIO.
           MOVE 0 TO PAGO-POR-TELEFONO.
           PERFORM LEER-IDIOMA-SESION
               THRU LEER-IDIOMA-SESION-EXIT.
           MOVE "TITBANK6" TO MENSAJE-ID.
           MOVE "Ordenar transferencia" TO TEXTO-MENSAJE.
           PERFORM LEER-MENSAJE THRU LEER-MENSAJE-EXIT.
           DISPLAY (8, 24) TEXTO-MENSAJE.
      * en modo accesible solo las dos formas de elegir el destino,
      * a doble espacio; la agenda y el pago al movil no se ofrecen
           IF ACCESIBLE-SESION = 1
               DISPLAY (11, 15) "1 - Teclear destino nuevo"
               DISPLAY (13, 15) "2 - Elegir destinatario guardado"
               DISPLAY (17, 15) "ESC - Salir"
               GO TO PELEGIR-MODO-A1.
           DISPLAY (11, 15) "1 - Teclear destino nuevo".
           DISPLAY (12, 15) "2 - Elegir destinatario guardado".
           DISPLAY (13, 15) "3 - Gestionar destinatarios".
           DISPLAY (14, 15) "4 - Enviar a un numero de telefono".
           DISPLAY (24, 34) "ESC - Salir".

       PELEGIR-MODO-A1.
           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PORDENAR.
           IF ACCESIBLE-SESION = 1 AND CHOICE > 2
               GO TO PELEGIR-MODO-A1.
           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PFAV-ELEGIR.
           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PFAV-GESTION.
           IF CHOICE = 4
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PTELEFONO.
           GO TO PELEGIR-MODO-A1.

      *----------------------------------------------------------*
      * pago a un numero de telefono: el directorio de pagos al
      * movil da la tarjeta que el destinatario eligio para recibir;
      * el ordenante solo ve su nombre recortado para confirmar a
      * quien paga, y la transferencia sigue el flujo normal como
      * domestica y no periodica
      *----------------------------------------------------------*
       PTELEFONO.
           MOVE SPACES TO TELEFONO-BUSCADO.
           INITIALIZE IMPORTE-ENT-USUARIO.
           INITIALIZE IMPORTE-DEC-USUARIO.
           MOVE 0 TO MENSUAL-USUARIO.
           MOVE 0 TO MESES-USUARIO.
           DISPLAY (8, 24) "Enviar a un telefono".
           DISPLAY (11, 15) "Telefono del destinatario:".
           DISPLAY (13, 15) "Importe a transferir:".
           DISPLAY (13, 52) ",".
           DISPLAY (13, 55) "EUR".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT PANTALLA-TELEFONO ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PTELEFONO.

           PERFORM RESOLVER-TELEFONO THRU RESOLVER-TELEFONO-EXIT.
           IF TELEFONO-ENCONTRADO = 0 OR TELEFONO-TARJETA = TNUM-P
               GO TO PTELEFONO-ERR.
           MOVE TELEFONO-TARJETA TO DESTINO-USUARIO.
           MOVE 0 TO BANCO-DESTINO-USUARIO.
           MOVE 1 TO PAGO-POR-TELEFONO.

           DISPLAY (16, 15) "Destinatario:".
           DISPLAY (16, 30) NOMBRE-ENMASCARADO.
           DISPLAY (18, 15) "Pulse Enter para continuar".

       PTELEFONO-CONFIRMAR.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO VALIDAR-IMPORTE
               ELSE
                   IF ESC-PRESSED
                       EXIT PROGRAM
                   ELSE
                       GO TO PTELEFONO-CONFIRMAR.
           GO TO PTELEFONO-CONFIRMAR.

      *----------------------------------------------------------*
      * eleccion de un favorito: rellena destino y banco de una
      * pulsacion y sigue por el flujo normal de la transferencia
           INITIALIZE IMPORTE-DEC-USUARIO.
           INITIALIZE MENSUAL-USUARIO.
           INITIALIZE MESES-USUARIO.
           INITIALIZE PROG-DIA-USUARIO.
           INITIALIZE PROG-MES-USUARIO.
           INITIALIZE PROG-ANO-USUARIO.
           INITIALIZE PERIODICIDAD-USUARIO.
           INITIALIZE BENEFICIARIO-USUARIO.
           DISPLAY (8, 24) "Ordenar transferencia".
           DISPLAY (11, 15) "Tarjeta de destino:".
           DISPLAY (12, 15) "Banco destino (0=UnizarBank):".
           DISPLAY (13, 15) "Importe a transferir:".
           DISPLAY (13, 52) ",".
           DISPLAY (13, 55) "EUR".
           DISPLAY (15, 15) "Tipo (0 Ahora/1 Mensual/2 Programada):".
           IF ACCESIBLE-SESION = 1
               DISPLAY (20, 15) "Enter - Aceptar"
               DISPLAY (22, 15) "ESC - Cancelar"
           ELSE
               DISPLAY (24, 01) "Enter - Aceptar"
               DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT PANTALLA-TRANSFERENCIA ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               IF MESES-USUARIO = 0
                   GO TO PMESES-ERR.

           IF MENSUAL-USUARIO > 2
               GO TO PPROGRAMA-ERR.
           IF MENSUAL-USUARIO NOT = 2
               GO TO PORDENAR-BENEFICIARIO.

      * orden programada: no se ejecuta ahora sino en la fecha
      * elegida, una sola vez o repitiendo cada semana, mes,
      * trimestre o ano el mismo dia de la semana o del mes
       PORDENAR-PROGRAMADA.
           DISPLAY (16, 15) "Fecha de ejecucion:".
           DISPLAY (16, 47) "/".
           DISPLAY (16, 50) "/".
           DISPLAY (17, 15) "Periodicidad:".
           DISPLAY (17, 50) "Veces:".
           DISPLAY (21, 15)
               "1 Unica 2 Semanal 3 Mensual 4 Trimestral 5 Anual".
           ACCEPT PANTALLA-PROGRAMACION ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO PORDENAR.

           IF PERIODICIDAD-USUARIO = 0 OR PERIODICIDAD-USUARIO > 5
               GO TO PPROGRAMA-ERR.
           IF PERIODICIDAD-USUARIO = 1
               MOVE 1 TO MESES-USUARIO.
           IF MESES-USUARIO = 0
               GO TO PPROGRAMA-ERR.
           IF PROG-MES-USUARIO = 0 OR PROG-MES-USUARIO > 12
                   OR PROG-DIA-USUARIO = 0 OR PROG-DIA-USUARIO > 31
               GO TO PPROGRAMA-ERR.
           COMPUTE FECHA-PROG-YMD = (PROG-ANO-USUARIO * 10000)
               + (PROG-MES-USUARIO * 100) + PROG-DIA-USUARIO.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
      * fecha que exista (un 31 de abril no vuelve igual del
      * calendario juliano), posterior a hoy y a menos de un ano
           COMPUTE DIAS-HASTA-PROG =
               FUNCTION INTEGER-OF-DATE(FECHA-PROG-YMD).
           IF FUNCTION DATE-OF-INTEGER(DIAS-HASTA-PROG)
                   NOT = FECHA-PROG-YMD
               GO TO PPROGRAMA-ERR.
           IF FECHA-PROG-YMD NOT > FECHA-HOY-YMD
               GO TO PPROGRAMA-ERR.
           COMPUTE DIAS-HASTA-PROG = DIAS-HASTA-PROG
               - FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD).
           IF DIAS-HASTA-PROG > 366
               GO TO PPROGRAMA-ERR.

       PORDENAR-BENEFICIARIO.
      * a un banco externo hay que dar el nombre del beneficiario,
      * que viaja en el mensaje de compensacion
           IF BANCO-DESTINO-USUARIO NOT = 0
               DISPLAY (18, 15) "Nombre del beneficiario:"
               ACCEPT PANTALLA-BENEFICIARIO ON EXCEPTION
                   IF ESC-PRESSED
                       EXIT PROGRAM
                   ELSE
                       GO TO PORDENAR
               END-ACCEPT
               IF BENEFICIARIO-USUARIO = SPACES
                   GO TO PBENEFICIARIO-ERR.

       VALIDAR-IMPORTE.
           COMPUTE CENT-IMPORTE =
               (IMPORTE-ENT-USUARIO * 100) + IMPORTE-DEC-USUARIO.
           IF HAY-VETO = 1
               GO TO PVETADO-ERR.

      * la cuenta de menor no transfiere a otros bancos
           IF BANCO-DESTINO-USUARIO NOT = 0
               MOVE TNUM-P TO TARJETA-MENOR-VERIF
               PERFORM COMPROBAR-TARJETA-MENOR
                   THRU COMPROBAR-TARJETA-MENOR-EXIT
               IF TARJETA-ES-MENOR = 1
                   GO TO PMENOR-ERR.

      * si el destino es un banco externo su tarjeta no esta en
      * nuestro fichero de tarjetas, asi que no se valida aqui: la
      * liquidacion interbancaria es quien la reconoce
               GO TO PSYS-ERR.
           MOVE DESTINO-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY GO TO PDESTINO-ERR.
      * destino dado de baja por renovacion, o perdido o robado y ya
      * repuesto: se redirige en silencio a su tarjeta sucesora, para
      * que los destinos memorizados y los favoritos sigan
      * funcionando
           IF TARJETA-BAJA OR TARJETA-PERDIDA OR TARJETA-ROBADA
               CLOSE TARJETAS
               PERFORM RESOLVER-RENOVACION
                   THRU RESOLVER-RENOVACION-EXIT
           CLOSE TARJETAS.

       VALIDAR-SALDO.
      * la orden programada no mueve dinero hoy: saldo, limites y
      * cambio de divisa se comprueban al ejecutarla en el batch
           IF MENSUAL-USUARIO = 2
               GO TO VALIDAR-PROGRAMADA.
      * comision de transferencia interbancaria segun el tarifario;
      * las domesticas no llevan comision
           MOVE 0 TO CENT-COMISION.
           MOVE 05 TO VELOC-TIPO-A.
           MOVE 07 TO VELOC-TIPO-B.
           MOVE CENT-IMPORTE TO VELOC-IMPORTE-CENT.
           MOVE "BANK6" TO PAN-PROGRAMA.
           PERFORM VERIFICAR-VELOCIDAD THRU VERIFICAR-VELOCIDAD-EXIT.
           IF VELOC-EXCEDIDA = 1
               GO TO PVELOCIDAD-ERR.
      * tarjeta robada con el PIN conocido no pueda vaciar la cuenta
      * de una sola vez
       VERIFICAR-OTP.
      * modo accesible: el cliente vuelve a ver destino e importe y
      * confirma antes de pedir el codigo y anotar la transferencia
           IF ACCESIBLE-SESION = 1
               MOVE SPACES TO CONFIRMA-OPERACION
               IF PAGO-POR-TELEFONO = 1
                   STRING "Pago al telefono " DELIMITED BY SIZE
                       TELEFONO-BUSCADO DELIMITED BY SIZE
                       INTO CONFIRMA-OPERACION
               ELSE
                   STRING "Transferencia a " DELIMITED BY SIZE
                       DESTINO-USUARIO DELIMITED BY SIZE
                       INTO CONFIRMA-OPERACION
               END-IF
               MOVE IMPORTE-ENT-USUARIO TO CONFIRMA-IMPORTE-ENT
               MOVE IMPORTE-DEC-USUARIO TO CONFIRMA-IMPORTE-DEC
               PERFORM CONFIRMAR-ACCESIBLE
                   THRU CONFIRMAR-ACCESIBLE-EXIT
               IF CONFIRMA-RESULTADO = 0
                   EXIT PROGRAM.
           PERFORM LEER-UMBRAL-OTP THRU LEER-UMBRAL-OTP-EXIT.
           COMPUTE CENT-UMBRAL-OTP = UMBRAL-OTP-TRANSFERENCIA * 100.
           IF CENT-IMPORTE < CENT-UMBRAL-OTP
               GO TO POTP-ERR.

       CONFIRMAR-TRANSFERENCIA.
           IF MENSUAL-USUARIO = 2
               GO TO GUARDAR-PROGRAMADA.
           PERFORM SIGUIENTE-T-NUM THRU SIGUIENTE-T-NUM-EXIT.

           COPY "ABRIR-TRANSFERENCIAS-ESCRITURA.cpy".
           ELSE
               MOVE 1 TO T-LIQUIDADA.
           MOVE DIVISA-ORIGEN-CALC TO T-DIVISA.
           MOVE BENEFICIARIO-USUARIO TO T-BENEFICIARIO.
           MOVE 0 TO T-PERIODICIDAD.
           MOVE 0 TO T-DIA-EJECUCION.
           MOVE 0 TO T-PROX-EJECUCION.
           MOVE 0 TO T-SOLO-ORDEN.
           WRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-ORIGEN-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           COMPUTE CENT-RESPALDO-SALDO = CENT-RESPALDO-SALDO
               - CENT-DEFICIT.
           COMPUTE MOV-SALDOPOS = CENT-RESPALDO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-DESTINO-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.


       CONFIRMAR-TRANSFERENCIA-OK.
      * el ultimo destino usado queda guardado en la agenda bajo el
      * alias RECIENTE para la proxima vez (salvo si se pago a un
      * telefono, cuya tarjeta no debe quedar a la vista)
           MOVE "RECIENTE" TO ALIAS-USUARIO.
           IF PAGO-POR-TELEFONO = 0
               PERFORM GUARDAR-FAVORITO THRU GUARDAR-FAVORITO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 24) "Ordenar transferencia".
               ELSE
                   GO TO CONFIRMAR-TRANSFERENCIA-ENTER.

       VALIDAR-PROGRAMADA.
           MOVE TNUM-P TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           MOVE DIVISA-CALCULO TO DIVISA-ORIGEN-CALC.
           GO TO VERIFICAR-OTP.

      * alta de la orden programada: solo se guarda la orden, sin
      * movimientos; BATCH-TRANSFERENCIAS la ejecuta en su fecha
       GUARDAR-PROGRAMADA.
           PERFORM SIGUIENTE-T-NUM THRU SIGUIENTE-T-NUM-EXIT.

           COPY "ABRIR-TRANSFERENCIAS-ESCRITURA.cpy".

           MOVE NUEVO-T-NUM TO T-NUM.
           MOVE 1 TO T-MENSUAL.
           MOVE TNUM-P TO T-TARJETA-ORIGEN.
           MOVE DESTINO-USUARIO TO T-TARJETA-DESTINO.
           MOVE ANO TO T-ANO.
           MOVE MES TO T-MES.
           MOVE DIA TO T-DIA.
           MOVE HORAS TO T-HOR.
           MOVE MINUTOS TO T-MIN.
           MOVE SEGUNDOS TO T-SEG.
           MOVE DIF-GMT TO T-GMT.
           COMPUTE T-IMPORTE =
               IMPORTE-ENT-USUARIO + (IMPORTE-DEC-USUARIO / 100).
           MOVE MESES-USUARIO TO T-MESES-REPETIR.
           MOVE 0 TO T-ULT-EJEC-ANO.
           MOVE 0 TO T-ULT-EJEC-MES.
           MOVE 0 TO T-FECHA-RODADA.
           MOVE BANCO-DESTINO-USUARIO TO T-BANCO-DESTINO.
           MOVE 0 TO T-ESTADO.
      * la orden no se liquida: lo que viaja es cada ejecucion
           MOVE 1 TO T-LIQUIDADA.
           MOVE DIVISA-ORIGEN-CALC TO T-DIVISA.
           MOVE BENEFICIARIO-USUARIO TO T-BENEFICIARIO.
           MOVE PERIODICIDAD-USUARIO TO T-PERIODICIDAD.
           MOVE PROG-DIA-USUARIO TO T-DIA-EJECUCION.
           MOVE FECHA-PROG-YMD TO T-PROX-EJECUCION.
           MOVE 1 TO T-SOLO-ORDEN.
           WRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.

           MOVE "TR" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE T-NUM TO JOURNAL-CLAVE.
           MOVE TRANSFERENCIA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "TRANSFERENCIA" TO NOTIF-TIPO.
           MOVE "TRANSF. PROGRAMADA" TO NOTIF-CONCEPTO.
           MOVE IMPORTE-ENT-USUARIO TO NOTIF-IMPORTE-ENT.
           MOVE IMPORTE-DEC-USUARIO TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE "RECIENTE" TO ALIAS-USUARIO.
           PERFORM GUARDAR-FAVORITO THRU GUARDAR-FAVORITO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 24) "Ordenar transferencia".
           DISPLAY (11, 20) "La transferencia ha quedado programada".
           DISPLAY (13, 20) "Primera ejecucion:".
           DISPLAY (13, 39) PROG-DIA-USUARIO.
           DISPLAY (13, 41) "/".
           DISPLAY (13, 42) PROG-MES-USUARIO.
           DISPLAY (13, 44) "/".
           DISPLAY (13, 45) PROG-ANO-USUARIO.
           DISPLAY (15, 20) "(o el siguiente dia habil)".
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO CONFIRMAR-TRANSFERENCIA-ENTER.

       PIMPORTE-ERR.
           DISPLAY (20, 20) "El importe indicado no es valido"
               WITH FOREGROUND-COLOR IS WHITE
                   GO TO PIMPORTE-ERR-ENTER.

       PLIMITE-ERR.
           MOVE "TRANSFERENCIA" TO DENEG-OPERACION.
           MOVE "LIMITE DIARIO" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           DISPLAY (20, 12) "Ha superado el limite diario de"
           DISPLAY (21, 20) "transferencias"
               WITH FOREGROUND-COLOR IS WHITE
               ELSE
                   GO TO PMESES-ERR-ENTER.

       PPROGRAMA-ERR.
           DISPLAY (20, 15) "Indique una fecha y periodicidad validas"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PPROGRAMA-ERR-ENTER.

       PPROGRAMA-ERR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PPROGRAMA-ERR-ENTER.

       PBENEFICIARIO-ERR.
           DISPLAY (20, 15) "Indique el nombre del beneficiario"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PBENEFICIARIO-ERR-ENTER.

       PBENEFICIARIO-ERR-ENTER.
           ACCEPT PRESSED-KEY ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PBENEFICIARIO-ERR-ENTER.

       PDESTINO-ERR.
           CLOSE TARJETAS.
           DISPLAY (20, 15) "La tarjeta de destino no es valida"
               ELSE
                   GO TO PDESTINO-ERR-ENTER.

       PTELEFONO-ERR.
           DISPLAY (20, 12) "El telefono indicado no admite pagos"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PDESTINO-ERR-ENTER.

       PSALDO-ERR.
           MOVE "TRANSFERENCIA" TO DENEG-OPERACION.
           MOVE "SALDO INSUFICIENTE" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           DISPLAY (20, 15) "No dispone de saldo suficiente"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-TRAS-COMISION / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

               ELSE
                   GO TO PVETADO-ERR-ENTER.

       PMENOR-ERR.
           DISPLAY (20, 10) "Su tarjeta no admite transferencias"
           DISPLAY (21, 18) "a otros bancos"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PVETADO-ERR-ENTER.

       PVELOCIDAD-ERR.
           MOVE "TRANSFERENCIA" TO DENEG-OPERACION.
           MOVE "VELOCIDAD" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           DISPLAY (20, 10) "Operacion rechazada por seguridad: ha"
           DISPLAY (21, 10) "superado el limite de operaciones en"
           DISPLAY (22, 25) "pocos minutos"
                   GO TO PVELOCIDAD-ERR-ENTER.

       PHORARIO-ERR.
           MOVE "TRANSFERENCIA" TO DENEG-OPERACION.
           MOVE "FRANJA HORARIA" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           DISPLAY (20, 12) "La tarjeta no transfiere en esta"
           DISPLAY (21, 12) "franja horaria por decision de su"
           DISPLAY (22, 25) "titular"
                   GO TO PHORARIO-ERR-ENTER.

       PCONTROL-ERR.
           MOVE "TRANSFERENCIA" TO DENEG-OPERACION.
           IF CTRL-RESULTADO = 1
               MOVE "CONGELADA TITULAR" TO DENEG-MOTIVO
           ELSE
               MOVE "TOPE TITULAR" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           IF CTRL-RESULTADO = 1
               DISPLAY (20, 12) "La tarjeta esta congelada por el"
               DISPLAY (21, 22) "titular de la cuenta"
               ELSE
                   GO TO PCAMBIO-ERR-ENTER.

      * sustituye el destino por su sucesora si hay renovacion o
      * reposicion
       RESOLVER-RENOVACION.
           MOVE DESTINO-USUARIO TO TARJETA-SUCESORA.
           PERFORM RESOLVER-SUCESORA THRU RESOLVER-SUCESORA-EXIT.
           MOVE TARJETA-SUCESORA TO DESTINO-USUARIO.
       RESOLVER-RENOVACION-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "BUSCAR-TARJETA-RESPALDO.cpy".
           COPY "COMPROBAR-TARJETA-MENOR.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "SIGUIENTE-T-NUM.cpy".
           COPY "IMPRIMIR-RECIBO.cpy".
           COPY "LEER-MENSAJE.cpy".
           COPY "LEER-IDIOMA-SESION.cpy".
           COPY "CONFIRMAR-ACCESIBLE.cpy".
           COPY "LEER-TERMINAL.cpy".
           COPY "RESOLVER-SUCESORA.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-DENEGACION.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "VERIFICAR-ALERTAS.cpy".
           COPY "LEER-VELOCIDAD.cpy".
           COPY "VERIFICAR-VELOCIDAD.cpy".
           COPY "COMPROBAR-AVISO-VIAJE.cpy".
           COPY "VERIFICAR-VETADO.cpy".
           COPY "VERIFICAR-CONTROL-AUT.cpy".
           COPY "VERIFICAR-HORARIO.cpy".
           COPY "LEER-HUCHAS.cpy".
           COPY "RESOLVER-TELEFONO.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE ALERTAS.
           CLOSE FRAUDE.
           CLOSE VETADOS.
           CLOSE CLIENTES.
           CLOSE TELEFONOS.

           MOVE "BANK6" TO ERROR-PROGRAMA.
           IF FST NOT = 00

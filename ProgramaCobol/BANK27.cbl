      * aparcadas en aprobaciones.ubd y aqui las confirma o rechaza
      * un supervisor DISTINTO del iniciador; al confirmarlas es
      * cuando el cambio llega a tarjetas.ubd, intentos.ubd o
      * clientes.ubd; las solicitudes vencidas caducan al listarlas.
      * Un lote de mantenimiento masivo de tarjetas (BANK80) se
      * aprueba o rechaza entero, pero se aplica linea a linea: la
      * que ya no es valida se rechaza sin parar las demas, y el
      * resultado de cada linea queda en mantmasivo.rpt. La
      * tarjeta que pasa a perdida o robada se repone al aprobarse
      * el cambio: tarjeta nueva del mismo titular con su saldo,
      * limites y relaciones, y orden urgente al bureau de embosado
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY "CUOTAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "MANDATOS-SEL.cpy".
           COPY "ALERTAS-SEL.cpy".
           COPY "SOLICITUDES-SEL.cpy".
           COPY "PLAZOS-SEL.cpy".
           COPY "CHEQUES-SEL.cpy".
           COPY "PRODUCTOS-SEL.cpy".
           COPY "MANTLINEAS-SEL.cpy".
           COPY "TUTELAS-SEL.cpy".
           COPY "RENOV-SEL.cpy".
           COPY "HUCHAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "RENOVMAP-SEL.cpy".
           COPY "CREDITOS-SEL.cpy".
           COPY "TELEFONOS-SEL.cpy".
           COPY "BARRIDOS-SEL.cpy".
           COPY "PUNTOS-SEL.cpy".
           COPY "RETIRADA-RAPIDA-SEL.cpy".

           SELECT CIERRES-RPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCR.

           SELECT MANTMASIVO-RPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSMR.

           COPY "JOURNAL-SEL.cpy".
           COPY "SUPJRN-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "CUOTAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "MANDATOS-FD.cpy".
           COPY "ALERTAS-FD.cpy".
           COPY "SOLICITUDES-FD.cpy".
           COPY "PLAZOS-FD.cpy".
           COPY "CHEQUES-FD.cpy".
           COPY "PRODUCTOS-FD.cpy".
           COPY "MANTLINEAS-FD.cpy".
           COPY "TUTELAS-FD.cpy".
           COPY "RENOV-FD.cpy".
           COPY "HUCHAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "RENOVMAP-FD.cpy".
           COPY "CREDITOS-FD.cpy".
           COPY "TELEFONOS-FD.cpy".
           COPY "BARRIDOS-FD.cpy".
           COPY "PUNTOS-FD.cpy".
           COPY "RETIRADA-RAPIDA-FD.cpy".

      * certificado impreso de cada cierre de cuenta ejecutado
       FD CIERRES-RPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.rpt".
       01 CIERRE-RPT-REG.
           02 CRR-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRR-TITULAR              PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 FILLER                   PIC X(01) VALUE ",".
           02 CRR-SALDO-DEC            PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRR-DESTINO              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRR-FECHA                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRR-SUPERVISOR           PIC X(16).

      * resultado de cada linea de un lote de mantenimiento masivo:
      * aplicada, rechazada (al recibirla o al aplicarla) u omitida
      * (sin cambios, o el lote entero rechazado)
       FD MANTMASIVO-RPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mantmasivo.rpt".
       01 MANTMASIVO-RPT-REG.
           02 MMR-LOTE                 PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-LINEA                PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-OPERACION            PIC X(01).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-RESULTADO            PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-MOTIVO               PIC X(30).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-ANTES                PIC X(20).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-DESPUES              PIC X(20).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-FECHA                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 MMR-SUPERVISOR           PIC X(16).

           COPY "JOURNAL-FD.cpy".
           COPY "SUPJRN-FD.cpy".
       77 FSCQ                      PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSMA                      PIC   X(2).
       77 FSAL                      PIC   X(2).
       77 FSPL                      PIC   X(2).
       77 FSCH                      PIC   X(2).
       77 FSCR                      PIC   X(2).
       77 FSPD                      PIC   X(2).
       77 FSML                      PIC   X(2).
       77 FSMR                      PIC   X(2).
       77 FSTL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSSJ                      PIC   X(2).
       77 FSRN                      PIC   X(2).
       77 FSHU                      PIC   X(2).
       77 FSRM                      PIC   X(2).
       77 FSCW                      PIC   X(2).
       77 FSTF                      PIC   X(2).
       77 FSBA                      PIC   X(2).
       77 FSPU                      PIC   X(2).
       77 FSRW                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "CLI-NUM-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "PIN-CIFRADO-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PRODUCTO-WS.cpy".
           COPY "CLIENTE-WS.cpy".
           COPY "MANTLINEA-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "REN-NUM-WS.cpy".
      * liquidacion de una cancelacion total de prestamo aprobada
      * (solicitada por el titular en BANK32)
       77 PRESTAMO-LIQ              PIC 9(35) VALUE 0.
       77 VALOR-ANTES-APL           PIC 9(2) VALUE 0.
       77 VALOR-DESPUES-APL         PIC 9(2) VALUE 0.

      * lote de mantenimiento masivo aprobado (BANK80) y su cuenta
       77 LOTE-MANT-APL             PIC 9(35) VALUE 0.
      * cliente tutor del alta de un titular menor (0 = mayor)
       77 TUTOR-ALTA-APL            PIC 9(9) VALUE 0.
       77 MANT-APLICADAS            PIC 9(6) VALUE 0.
       77 MANT-RECHAZADAS           PIC 9(6) VALUE 0.
       77 MANT-OMITIDAS             PIC 9(6) VALUE 0.
      * motivo que reciben las lineas de un lote que no se aplica
       77 MOTIVO-DESCARTE           PIC X(30) VALUE SPACES.
      * supervisor que figura en el informe del lote: el que decide
      * o, si el lote caduca sin decision, el que lo inicio
       77 SUPERVISOR-INFORME        PIC 9(16) VALUE 0.

      * reposicion de una tarjeta perdida o robada al aprobarse su
      * cambio de estado: la antigua, la nueva y el saldo traspasado
           COPY "REPOSICION-WS.cpy".
       77 TARJETA-REPOSICION        PIC 9(16) VALUE 0.
       77 CENT-SALDO-REPOSICION     PIC S9(11) VALUE 0.
      * divisa de la pareja de movimientos del traspaso: la de la
      * tarjeta repuesta (las tarjetas en USD/GBP tambien se reponen)
       77 DIVISA-REPOSICION         PIC  9(2) VALUE 01.
       77 REPOSICION-EMITIDA-SW     PIC  9(1) VALUE 0.
      * 0 si el cambio de estado no se aplico (tarjeta ya repuesta)
       77 ESTADO-APLICADO-SW        PIC  9(1) VALUE 0.

       77 FECHA-HOY-YMD             PIC  9(8).
       01 TABLA-APROBACIONES.
           05 APROBACION-EN-PANTALLA PIC 9(35) OCCURS 12 TIMES.
               AT END GO TO PLISTAR-APROBACIONES-FIN.
           IF NOT APROBACION-PENDIENTE
               GO TO PLISTAR-APROBACIONES-LEER.
      * una solicitud vencida caduca aqui mismo; las lineas de un
      * lote de mantenimiento caducado quedan cerradas en el informe
           IF FECHA-HOY-YMD > APR-FECHA-EXPIRA
               MOVE 3 TO APR-ESTADO
               REWRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               IF APR-TIPO = "MANTMASIVO"
                   MOVE "LOTE CADUCADO" TO MOTIVO-DESCARTE
                   MOVE APR-INICIADOR TO SUPERVISOR-INFORME
                   PERFORM DESCARTAR-MANTENIMIENTO
                       THRU DESCARTAR-MANTENIMIENTO-EXIT
               END-IF
               GO TO PLISTAR-APROBACIONES-LEER.
           ADD 1 TO NUM-APR-PANT.
           MOVE APR-NUM TO APROBACION-EN-PANTALLA (NUM-APR-PANT).
               END-REWRITE
               CLOSE APROBACIONES
               PERFORM ANOTAR-DECISION THRU ANOTAR-DECISION-EXIT
               IF APR-TIPO = "MANTMASIVO"
                   MOVE "LOTE RECHAZADO" TO MOTIVO-DESCARTE
                   MOVE SUP-TARJETA-P TO SUPERVISOR-INFORME
                   PERFORM DESCARTAR-MANTENIMIENTO
                       THRU DESCARTAR-MANTENIMIENTO-EXIT
               END-IF
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               DISPLAY (11, 18) "La solicitud ha sido rechazada"
               DISPLAY (18, 33) "Enter - Aceptar"
                       THRU APLICAR-DESBLOQUEO-EXIT
               WHEN "ESTADO"
                   PERFORM APLICAR-ESTADO THRU APLICAR-ESTADO-EXIT
                   IF ESTADO-APLICADO-SW = 0
                       GO TO PREPUESTA-ERR
                   END-IF
               WHEN "ALTA"
                   PERFORM APLICAR-ALTA THRU APLICAR-ALTA-EXIT
               WHEN "AMORTIZACION"
               WHEN "HERENCIA"
                   PERFORM APLICAR-HERENCIA
                       THRU APLICAR-HERENCIA-EXIT
               WHEN "MANTMASIVO"
                   PERFORM APLICAR-MANTENIMIENTO
                       THRU APLICAR-MANTENIMIENTO-EXIT
           END-EVALUATE.

           PERFORM ANOTAR-DECISION THRU ANOTAR-DECISION-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (11, 15) "La solicitud ha sido aprobada y el".
           DISPLAY (12, 15) "cambio aplicado".
           IF APR-TIPO = "ESTADO" AND REPOSICION-EMITIDA-SW = 1
               MOVE TARJETA-REPOSICION TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               DISPLAY (14, 15) "Tarjeta de reposicion:"
               DISPLAY (14, 40) PAN-IMPRESO
               DISPLAY (15, 15) "(embosado urgente solicitado)".
           IF APR-TIPO = "MANTMASIVO"
               DISPLAY (14, 15) "Lineas aplicadas:"
               DISPLAY (14, 40) MANT-APLICADAS
               DISPLAY (15, 15) "Lineas rechazadas:"
               DISPLAY (15, 40) MANT-RECHAZADAS
               DISPLAY (16, 15) "Lineas sin cambios:"
               DISPLAY (16, 40) MANT-OMITIDAS
               DISPLAY (17, 15) "(detalle en mantmasivo.rpt)".
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

           EXIT.

       APLICAR-ESTADO.
           MOVE 0 TO REPOSICION-EMITIDA-SW.
           MOVE 1 TO ESTADO-APLICADO-SW.
      * la tarjeta que ya tiene reposicion no se reactiva: quedarian
      * dos tarjetas vivas sobre el mismo saldo
           IF APR-VALOR = 1
               MOVE APR-CLAVE TO TARJETA-REPUESTA
               PERFORM COMPROBAR-REPOSICION
                   THRU COMPROBAR-REPOSICION-EXIT
               IF YA-REPUESTA = 1
                   GO TO APLICAR-ESTADO-RECHAZAR.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO APLICAR-ESTADO-EXIT.
      * congelada por cumplimiento despues de pedirse el cambio:
      * solo BANK60 la levanta
           IF TARJETA-CONGELADA
               CLOSE TARJETAS
               GO TO APLICAR-ESTADO-EXIT.
           MOVE TESTADO TO VALOR-ANTES-APL.
           MOVE APR-VALOR TO TESTADO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           MOVE TESTADO TO VALOR-DESPUES-APL.
           MOVE VALOR-DESPUES-APL TO SUPJRN-DESPUES (1:2).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

      * la tarjeta que acaba de quedar perdida o robada se repone;
      * la que ya lo estaba (o estaba de baja) no se vuelve a reponer
           IF (VALOR-DESPUES-APL = 02 OR VALOR-DESPUES-APL = 03)
                   AND VALOR-ANTES-APL NOT = 02
                   AND VALOR-ANTES-APL NOT = 03
                   AND VALOR-ANTES-APL NOT = 04
               MOVE APR-CLAVE TO TARJETA-REPUESTA
               PERFORM REPONER-TARJETA THRU REPONER-TARJETA-EXIT.
           GO TO APLICAR-ESTADO-EXIT.

      * la solicitud no podra aplicarse nunca y queda rechazada en
      * vez de consumida en silencio
       APLICAR-ESTADO-RECHAZAR.
           MOVE 0 TO ESTADO-APLICADO-SW.
           OPEN I-O APROBACIONES.
           IF FSAB NOT = 00
               GO TO PSYS-ERR.
           READ APROBACIONES INVALID KEY GO TO PSYS-ERR.
           MOVE 2 TO APR-ESTADO.
           REWRITE APROBACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE APROBACIONES.
       APLICAR-ESTADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * reposicion urgente de una tarjeta perdida o robada: tarjeta
      * nueva del mismo titular con el PIN, el limite, la divisa y
      * el producto de la antigua; se le traspasa el saldo
      * disponible (lo retenido sigue en la antigua y BANK1 lo pasa
      * a la nueva a medida que se libera, como en la renovacion) y se
      * mudan mandatos, alertas, favoritos, huchas, cuenta
      * compartida, ordenes programadas, prestamos, depositos,
      * lineas de credito que cargan en ella, telefonos de pago,
      * barrido, puntos y retirada rapida. renovaciones.ubd guarda
      * el enlace antigua-nueva con el que BANK6 y los abonos
      * entrantes redirigen a la nueva, y BATCH-EMBOSADO manda la
      * orden de embosado como urgente. El llamador deja la tarjeta
      * a reponer en TARJETA-REPUESTA
      *----------------------------------------------------------*
       REPONER-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO REPONER-TARJETA-EXIT.
           CLOSE TARJETAS.
      * la regalo prepagada no tiene titular y la de credito tiene
      * su linea en creditos.ubd: ninguna de las dos se repone aqui
           IF PRODUCTO-PREPAGO OR PRODUCTO-CREDITO
               GO TO REPONER-TARJETA-EXIT.
           PERFORM COMPROBAR-REPOSICION THRU COMPROBAR-REPOSICION-EXIT.
           IF YA-REPUESTA = 1
               GO TO REPONER-TARJETA-EXIT.

           PERFORM GENERAR-TNUM-REPOSICION
               THRU GENERAR-TNUM-REPOSICION-EXIT.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

      * la antigua se queda solo con lo retenido
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           MOVE TDIVISA TO DIVISA-REPOSICION.
           COMPUTE CENT-SALDO-REPOSICION =
               (TSALDO-ENT * 100) + TSALDO-DEC
               - (TRETENIDO-ENT * 100) - TRETENIDO-DEC.
           IF CENT-SALDO-REPOSICION < 0
               MOVE 0 TO CENT-SALDO-REPOSICION.
           COMPUTE CENT-NUEVO-SALDO-LIQ =
               (TRETENIDO-ENT * 100) + TRETENIDO-DEC.
           IF CENT-SALDO-REPOSICION > 0
               MOVE TRETENIDO-ENT TO TSALDO-ENT
               MOVE TRETENIDO-DEC TO TSALDO-DEC
               REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "TA" TO JOURNAL-FICHERO
               MOVE "R" TO JOURNAL-OPERACION
               MOVE TNUM TO JOURNAL-CLAVE
               MOVE TAJETAREG TO JOURNAL-IMAGEN
               PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT
           END-IF.

      * la nueva hereda el resto de la ficha de la antigua
           MOVE TARJETA-REPOSICION TO TNUM.
           COMPUTE TSALDO-ENT = CENT-SALDO-REPOSICION / 100.
           COMPUTE TSALDO-DEC =
               FUNCTION MOD(CENT-SALDO-REPOSICION, 100).
           MOVE 0 TO TRETENIDO-ENT.
           MOVE 0 TO TRETENIDO-DEC.
           COMPUTE TFECHA-CADUCIDAD =
               ((ANO + 4) * 10000) + (MES * 100) + DIA.
           MOVE 01 TO TESTADO.
           WRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.
           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           IF CENT-SALDO-REPOSICION > 0
               PERFORM ANOTAR-TRASPASO-REPOSICION
                   THRU ANOTAR-TRASPASO-REPOSICION-EXIT.

           OPEN I-O INTENTOS.
           IF FSI = 35
               OPEN OUTPUT INTENTOS
           END-IF.
           IF FSI NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPOSICION TO INUM.
           PERFORM LEER-MAX-INTENTOS THRU LEER-MAX-INTENTOS-EXIT.
           MOVE MAX-INTENTOS TO IINTENTOS.
           MOVE 0 TO I-ULT-FALLO-ANO.
           MOVE 0 TO I-ULT-FALLO-MES.
           MOVE 0 TO I-ULT-FALLO-DIA.
           MOVE 0 TO I-ULT-FALLO-HOR.
           MOVE 0 TO I-ULT-FALLO-MIN.
           MOVE 0 TO I-ULT-FALLO-SEG.
           WRITE INTENTOSREG INVALID KEY GO TO PSYS-ERR.
           CLOSE INTENTOS.
           MOVE "IN" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE INUM TO JOURNAL-CLAVE.
           MOVE INTENTOSREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           PERFORM MUDAR-MANDATOS THRU MUDAR-MANDATOS-EXIT.
           PERFORM MUDAR-ALERTAS THRU MUDAR-ALERTAS-EXIT.
           PERFORM MUDAR-FAVORITOS THRU MUDAR-FAVORITOS-EXIT.
           PERFORM REDIRIGIR-FAVORITOS THRU REDIRIGIR-FAVORITOS-EXIT.
           PERFORM MUDAR-HUCHAS THRU MUDAR-HUCHAS-EXIT.
           PERFORM MUDAR-CUENTA-TARJETA
               THRU MUDAR-CUENTA-TARJETA-EXIT.
           PERFORM MUDAR-PLANIFICADAS THRU MUDAR-PLANIFICADAS-EXIT.
           PERFORM MUDAR-PRESTAMOS THRU MUDAR-PRESTAMOS-EXIT.
           PERFORM MUDAR-PLAZOS THRU MUDAR-PLAZOS-EXIT.
           PERFORM MUDAR-CREDITOS THRU MUDAR-CREDITOS-EXIT.
           PERFORM MUDAR-TELEFONOS THRU MUDAR-TELEFONOS-EXIT.
           PERFORM MUDAR-BARRIDOS THRU MUDAR-BARRIDOS-EXIT.
           PERFORM MUDAR-PUNTOS THRU MUDAR-PUNTOS-EXIT.
           PERFORM MUDAR-RAPIDA THRU MUDAR-RAPIDA-EXIT.
           PERFORM ANULAR-RENOVACION-PENDIENTE
               THRU ANULAR-RENOVACION-PENDIENTE-EXIT.
           PERFORM REGISTRAR-REPOSICION
               THRU REGISTRAR-REPOSICION-EXIT.

           MOVE TARJETA-REPUESTA TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "TARJETA DE REPOSICION EMITIDA" TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-SALDO-REPOSICION / 100.
           COMPUTE NOTIF-IMPORTE-DEC =
               FUNCTION MOD(CENT-SALDO-REPOSICION, 100).
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "REPOSICION" TO SUPJRN-ACCION.
           MOVE TARJETA-REPUESTA TO SUPJRN-CLAVE.
           MOVE SPACES TO SUPJRN-ANTES.
           MOVE TARJETA-REPUESTA TO SUPJRN-ANTES (1:16).
           MOVE SPACES TO SUPJRN-DESPUES.
           MOVE TARJETA-REPOSICION TO SUPJRN-DESPUES (1:16).
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           MOVE 1 TO REPOSICION-EMITIDA-SW.
       REPONER-TARJETA-EXIT.
           EXIT.

      * numeracion de la serie de renovacion (la misma que usa
      * BATCH-RENOVACIONES), saltando cualquier numero que ya exista
      * en tarjetas.ubd
       GENERAR-TNUM-REPOSICION.
           PERFORM SIGUIENTE-REN-NUM THRU SIGUIENTE-REN-NUM-EXIT.
           COMPUTE TARJETA-REPOSICION =
               9000000000000000 + NUEVO-REN-NUM.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPOSICION TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO GENERAR-TNUM-REPOSICION-EXIT.
           CLOSE TARJETAS.
           GO TO GENERAR-TNUM-REPOSICION.
       GENERAR-TNUM-REPOSICION-EXIT.
           EXIT.

      * pareja de movimientos del traspaso: cargo en la antigua y
      * abono en la nueva
       ANOTAR-TRASPASO-REPOSICION.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-REPUESTA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-SALDO-REPOSICION / 100.
           MOVE "TRASPASO POR REPOSICION" TO MOV-CONCEPTO.
           MOVE 05 TO MOV-TIPO.
           MOVE DIVISA-REPOSICION TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO-LIQ / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE "MV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE MOV-NUM TO JOURNAL-CLAVE.
           MOVE MOVIMIENTO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-REPOSICION TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-SALDO-REPOSICION / 100.
           MOVE "TRASPASO POR REPOSICION" TO MOV-CONCEPTO.
           MOVE 06 TO MOV-TIPO.
           MOVE DIVISA-REPOSICION TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-SALDO-REPOSICION / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE "MV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE MOV-NUM TO JOURNAL-CLAVE.
           MOVE MOVIMIENTO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       ANOTAR-TRASPASO-REPOSICION-EXIT.
           EXIT.

      * cada relacion se escribe con la clave de la nueva y se borra
      * la de la antigua; tras borrar se vuelve a posicionar
       MUDAR-MANDATOS.
           OPEN I-O MANDATOS.
           IF FSMA = 35
               GO TO MUDAR-MANDATOS-EXIT.
           IF FSMA NOT = 00
               GO TO PSYS-ERR.

       MUDAR-MANDATOS-LEER.
           MOVE TARJETA-REPUESTA TO MAN-TARJETA.
           MOVE 0 TO MAN-EMISOR.
           START MANDATOS KEY IS >= MAN-CLAVE
               INVALID KEY GO TO MUDAR-MANDATOS-CERRAR.
           READ MANDATOS NEXT RECORD
               AT END GO TO MUDAR-MANDATOS-CERRAR.
           IF MAN-TARJETA NOT = TARJETA-REPUESTA
               GO TO MUDAR-MANDATOS-CERRAR.
           MOVE TARJETA-REPOSICION TO MAN-TARJETA.
           WRITE MANDATO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO MAN-TARJETA.
           DELETE MANDATOS RECORD INVALID KEY GO TO PSYS-ERR.
           GO TO MUDAR-MANDATOS-LEER.

       MUDAR-MANDATOS-CERRAR.
           CLOSE MANDATOS.
       MUDAR-MANDATOS-EXIT.
           EXIT.

       MUDAR-ALERTAS.
           OPEN I-O ALERTAS.
           IF FSAL = 35
               GO TO MUDAR-ALERTAS-EXIT.
           IF FSAL NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-ALR.

       MUDAR-ALERTAS-LOOP.
           ADD 1 TO INDICE-ALR.
           IF INDICE-ALR > 2
               GO TO MUDAR-ALERTAS-CERRAR.
           MOVE TARJETA-REPUESTA TO ALR-TARJETA.
           MOVE INDICE-ALR TO ALR-TIPO.
           READ ALERTAS INVALID KEY
               GO TO MUDAR-ALERTAS-LOOP.
           MOVE TARJETA-REPOSICION TO ALR-TARJETA.
           WRITE ALERTA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO ALR-TARJETA.
           DELETE ALERTAS RECORD INVALID KEY GO TO PSYS-ERR.
           GO TO MUDAR-ALERTAS-LOOP.

       MUDAR-ALERTAS-CERRAR.
           CLOSE ALERTAS.
       MUDAR-ALERTAS-EXIT.
           EXIT.

       MUDAR-FAVORITOS.
           OPEN I-O FAVORITOS.
           IF FSFA = 35
               GO TO MUDAR-FAVORITOS-EXIT.
           IF FSFA NOT = 00
               GO TO PSYS-ERR.

       MUDAR-FAVORITOS-LEER.
           MOVE TARJETA-REPUESTA TO FAV-TARJETA.
           MOVE LOW-VALUES TO FAV-ALIAS.
           START FAVORITOS KEY IS >= FAV-CLAVE
               INVALID KEY GO TO MUDAR-FAVORITOS-CERRAR.
           READ FAVORITOS NEXT RECORD
               AT END GO TO MUDAR-FAVORITOS-CERRAR.
           IF FAV-TARJETA NOT = TARJETA-REPUESTA
               GO TO MUDAR-FAVORITOS-CERRAR.
           MOVE TARJETA-REPOSICION TO FAV-TARJETA.
           WRITE FAVORITO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO FAV-TARJETA.
           DELETE FAVORITOS RECORD INVALID KEY GO TO PSYS-ERR.
           GO TO MUDAR-FAVORITOS-LEER.

       MUDAR-FAVORITOS-CERRAR.
           CLOSE FAVORITOS.
       MUDAR-FAVORITOS-EXIT.
           EXIT.

      * los favoritos de otros titulares que apuntan a la antigua
      * pasan a apuntar a la nueva
       REDIRIGIR-FAVORITOS.
           OPEN I-O FAVORITOS.
           IF FSFA = 35
               GO TO REDIRIGIR-FAVORITOS-EXIT.
           IF FSFA NOT = 00
               GO TO PSYS-ERR.

       REDIRIGIR-FAVORITOS-LEER.
           READ FAVORITOS NEXT RECORD
               AT END GO TO REDIRIGIR-FAVORITOS-CERRAR.
           IF FAV-DESTINO NOT = TARJETA-REPUESTA
                   OR FAV-BANCO-DESTINO NOT = 0
               GO TO REDIRIGIR-FAVORITOS-LEER.
           MOVE TARJETA-REPOSICION TO FAV-DESTINO.
           REWRITE FAVORITO-REG INVALID KEY GO TO PSYS-ERR.
           GO TO REDIRIGIR-FAVORITOS-LEER.

       REDIRIGIR-FAVORITOS-CERRAR.
           CLOSE FAVORITOS.
       REDIRIGIR-FAVORITOS-EXIT.
           EXIT.

       MUDAR-HUCHAS.
           OPEN I-O HUCHAS.
           IF FSHU = 35
               GO TO MUDAR-HUCHAS-EXIT.
           IF FSHU NOT = 00
               GO TO PSYS-ERR.

       MUDAR-HUCHAS-LEER.
           MOVE TARJETA-REPUESTA TO HUC-TARJETA.
           MOVE 0 TO HUC-NUM.
           START HUCHAS KEY IS >= HUC-CLAVE
               INVALID KEY GO TO MUDAR-HUCHAS-CERRAR.
           READ HUCHAS NEXT RECORD
               AT END GO TO MUDAR-HUCHAS-CERRAR.
           IF HUC-TARJETA NOT = TARJETA-REPUESTA
               GO TO MUDAR-HUCHAS-CERRAR.
           MOVE TARJETA-REPOSICION TO HUC-TARJETA.
           WRITE HUCHA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "HU" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE HUC-CLAVE TO JOURNAL-CLAVE.
           MOVE HUCHA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           MOVE TARJETA-REPUESTA TO HUC-TARJETA.
           DELETE HUCHAS RECORD INVALID KEY GO TO PSYS-ERR.
           MOVE "HU" TO JOURNAL-FICHERO.
           MOVE "B" TO JOURNAL-OPERACION.
           MOVE HUC-CLAVE TO JOURNAL-CLAVE.
           MOVE HUCHA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO MUDAR-HUCHAS-LEER.

       MUDAR-HUCHAS-CERRAR.
           CLOSE HUCHAS.
       MUDAR-HUCHAS-EXIT.
           EXIT.

      * la nueva ocupa el sitio de la antigua en la cuenta
      * compartida del hogar, con el mismo rol
       MUDAR-CUENTA-TARJETA.
           OPEN I-O CUENTA-TARJETA.
           IF FSCT = 35
               GO TO MUDAR-CUENTA-TARJETA-EXIT.
           IF FSCT NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO CTA-TARJETA.
           READ CUENTA-TARJETA INVALID KEY
               GO TO MUDAR-CUENTA-TARJETA-CERRAR.
           MOVE TARJETA-REPOSICION TO CTA-TARJETA.
           WRITE CUENTA-TARJETA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "CT" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE CTA-TARJETA TO JOURNAL-CLAVE.
           MOVE CUENTA-TARJETA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           MOVE TARJETA-REPUESTA TO CTA-TARJETA.
           DELETE CUENTA-TARJETA INVALID KEY GO TO PSYS-ERR.
           MOVE "CT" TO JOURNAL-FICHERO.
           MOVE "B" TO JOURNAL-OPERACION.
           MOVE CTA-TARJETA TO JOURNAL-CLAVE.
           MOVE CUENTA-TARJETA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

       MUDAR-CUENTA-TARJETA-CERRAR.
           CLOSE CUENTA-TARJETA.
       MUDAR-CUENTA-TARJETA-EXIT.
           EXIT.

      * ordenes programadas vivas que salen de la antigua o que la
      * tienen como destino propio
       MUDAR-PLANIFICADAS.
           OPEN I-O TRANSFERENCIAS.
           IF FST = 35
               GO TO MUDAR-PLANIFICADAS-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       MUDAR-PLANIFICADAS-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO MUDAR-PLANIFICADAS-CERRAR.
           IF T-MENSUAL NOT = 1 OR T-CANCELADA
               GO TO MUDAR-PLANIFICADAS-LEER.
           IF T-TARJETA-ORIGEN NOT = TARJETA-REPUESTA
                   AND (T-TARJETA-DESTINO NOT = TARJETA-REPUESTA
                        OR T-BANCO-DESTINO NOT = 0)
               GO TO MUDAR-PLANIFICADAS-LEER.
           IF T-TARJETA-ORIGEN = TARJETA-REPUESTA
               MOVE TARJETA-REPOSICION TO T-TARJETA-ORIGEN.
           IF T-TARJETA-DESTINO = TARJETA-REPUESTA
                   AND T-BANCO-DESTINO = 0
               MOVE TARJETA-REPOSICION TO T-TARJETA-DESTINO.
           REWRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "TR" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE T-NUM TO JOURNAL-CLAVE.
           MOVE TRANSFERENCIA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO MUDAR-PLANIFICADAS-LEER.

       MUDAR-PLANIFICADAS-CERRAR.
           CLOSE TRANSFERENCIAS.
       MUDAR-PLANIFICADAS-EXIT.
           EXIT.

      * prestamos vivos (al dia o en impago): la cuota se sigue
      * cargando en la tarjeta que usa el titular
       MUDAR-PRESTAMOS.
           OPEN I-O PRESTAMOS.
           IF FSPR = 35
               GO TO MUDAR-PRESTAMOS-EXIT.
           IF FSPR NOT = 00
               GO TO PSYS-ERR.

       MUDAR-PRESTAMOS-INICIO.
           MOVE TARJETA-REPUESTA TO PRE-TARJETA.
           START PRESTAMOS KEY IS = PRE-TARJETA
               INVALID KEY GO TO MUDAR-PRESTAMOS-CERRAR.

       MUDAR-PRESTAMOS-LEER.
           READ PRESTAMOS NEXT RECORD
               AT END GO TO MUDAR-PRESTAMOS-CERRAR.
           IF PRE-TARJETA NOT = TARJETA-REPUESTA
               GO TO MUDAR-PRESTAMOS-CERRAR.
           IF PRESTAMO-AMORTIZADO
               GO TO MUDAR-PRESTAMOS-LEER.
           MOVE TARJETA-REPOSICION TO PRE-TARJETA.
           REWRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "PR" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE PRE-NUM TO JOURNAL-CLAVE.
           MOVE PRESTAMO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO MUDAR-PRESTAMOS-INICIO.

       MUDAR-PRESTAMOS-CERRAR.
           CLOSE PRESTAMOS.
       MUDAR-PRESTAMOS-EXIT.
           EXIT.

      * depositos vigentes: vencimiento e intereses se abonan en la
      * tarjeta nueva
       MUDAR-PLAZOS.
           OPEN I-O PLAZOS.
           IF FSPL = 35
               GO TO MUDAR-PLAZOS-EXIT.
           IF FSPL NOT = 00
               GO TO PSYS-ERR.

       MUDAR-PLAZOS-INICIO.
           MOVE TARJETA-REPUESTA TO PLZ-TARJETA.
           START PLAZOS KEY IS = PLZ-TARJETA
               INVALID KEY GO TO MUDAR-PLAZOS-CERRAR.

       MUDAR-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD
               AT END GO TO MUDAR-PLAZOS-CERRAR.
           IF PLZ-TARJETA NOT = TARJETA-REPUESTA
               GO TO MUDAR-PLAZOS-CERRAR.
           IF NOT PLAZO-VIGENTE
               GO TO MUDAR-PLAZOS-LEER.
           MOVE TARJETA-REPOSICION TO PLZ-TARJETA.
           REWRITE PLAZO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "PL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE PLZ-NUM TO JOURNAL-CLAVE.
           MOVE PLAZO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO MUDAR-PLAZOS-INICIO.

       MUDAR-PLAZOS-CERRAR.
           CLOSE PLAZOS.
       MUDAR-PLAZOS-EXIT.
           EXIT.

      * lineas de credito no canceladas que cargan su recibo en la
      * tarjeta repuesta (la tarjeta de cargo no es clave: se
      * recorre el fichero entero)
       MUDAR-CREDITOS.
           OPEN I-O CREDITOS.
           IF FSCW = 35
               GO TO MUDAR-CREDITOS-EXIT.
           IF FSCW NOT = 00
               GO TO PSYS-ERR.

       MUDAR-CREDITOS-LEER.
           READ CREDITOS NEXT RECORD
               AT END GO TO MUDAR-CREDITOS-CERRAR.
           IF CRE-TARJETA-CARGO NOT = TARJETA-REPUESTA
                   OR CREDITO-CANCELADO
               GO TO MUDAR-CREDITOS-LEER.
           MOVE TARJETA-REPOSICION TO CRE-TARJETA-CARGO.
           REWRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "CR" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CRE-TARJETA TO JOURNAL-CLAVE.
           MOVE CREDITO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO MUDAR-CREDITOS-LEER.

       MUDAR-CREDITOS-CERRAR.
           CLOSE CREDITOS.
       MUDAR-CREDITOS-EXIT.
           EXIT.

      * los telefonos del directorio de pagos al movil pasan a
      * cobrar en la nueva
       MUDAR-TELEFONOS.
           OPEN I-O TELEFONOS.
           IF FSTF = 35
               GO TO MUDAR-TELEFONOS-EXIT.
           IF FSTF NOT = 00
               GO TO PSYS-ERR.

       MUDAR-TELEFONOS-LEER.
           MOVE TARJETA-REPUESTA TO TEL-TARJETA.
           START TELEFONOS KEY IS = TEL-TARJETA
               INVALID KEY GO TO MUDAR-TELEFONOS-CERRAR.
           READ TELEFONOS NEXT RECORD
               AT END GO TO MUDAR-TELEFONOS-CERRAR.
           IF TEL-TARJETA NOT = TARJETA-REPUESTA
               GO TO MUDAR-TELEFONOS-CERRAR.
           MOVE TARJETA-REPOSICION TO TEL-TARJETA.
           REWRITE TELEFONO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "TF" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TEL-TELEFONO TO JOURNAL-CLAVE.
           MOVE TELEFONO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO MUDAR-TELEFONOS-LEER.

       MUDAR-TELEFONOS-CERRAR.
           CLOSE TELEFONOS.
       MUDAR-TELEFONOS-EXIT.
           EXIT.

      * la instruccion de barrido a deposito va con la tarjeta
       MUDAR-BARRIDOS.
           OPEN I-O BARRIDOS.
           IF FSBA = 35
               GO TO MUDAR-BARRIDOS-EXIT.
           IF FSBA NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO BAR-TARJETA.
           READ BARRIDOS INVALID KEY
               GO TO MUDAR-BARRIDOS-CERRAR.
           IF NOT BARRIDO-ACTIVO
               GO TO MUDAR-BARRIDOS-CERRAR.
           MOVE TARJETA-REPOSICION TO BAR-TARJETA.
           WRITE BARRIDO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "BA" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE BAR-TARJETA TO JOURNAL-CLAVE.
           MOVE BARRIDO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           MOVE TARJETA-REPUESTA TO BAR-TARJETA.
           DELETE BARRIDOS RECORD INVALID KEY GO TO PSYS-ERR.
           MOVE "BA" TO JOURNAL-FICHERO.
           MOVE "B" TO JOURNAL-OPERACION.
           MOVE BAR-TARJETA TO JOURNAL-CLAVE.
           MOVE BARRIDO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

       MUDAR-BARRIDOS-CERRAR.
           CLOSE BARRIDOS.
       MUDAR-BARRIDOS-EXIT.
           EXIT.

      * los puntos de fidelizacion de cada periodo, con su
      * caducidad, pasan a la nueva
       MUDAR-PUNTOS.
           OPEN I-O PUNTOS.
           IF FSPU = 35
               GO TO MUDAR-PUNTOS-EXIT.
           IF FSPU NOT = 00
               GO TO PSYS-ERR.

       MUDAR-PUNTOS-LEER.
           MOVE TARJETA-REPUESTA TO PTO-TARJETA.
           MOVE 0 TO PTO-PERIODO.
           MOVE 0 TO PTO-ORIGEN.
           START PUNTOS KEY IS >= PTO-CLAVE
               INVALID KEY GO TO MUDAR-PUNTOS-CERRAR.
           READ PUNTOS NEXT RECORD
               AT END GO TO MUDAR-PUNTOS-CERRAR.
           IF PTO-TARJETA NOT = TARJETA-REPUESTA
               GO TO MUDAR-PUNTOS-CERRAR.
           MOVE TARJETA-REPOSICION TO PTO-TARJETA.
           WRITE PUNTOS-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "PU" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE PTO-CLAVE TO JOURNAL-CLAVE.
           MOVE PUNTOS-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           MOVE TARJETA-REPUESTA TO PTO-TARJETA.
           DELETE PUNTOS RECORD INVALID KEY GO TO PSYS-ERR.
           MOVE "PU" TO JOURNAL-FICHERO.
           MOVE "B" TO JOURNAL-OPERACION.
           MOVE PTO-CLAVE TO JOURNAL-CLAVE.
           MOVE PUNTOS-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO MUDAR-PUNTOS-LEER.

       MUDAR-PUNTOS-CERRAR.
           CLOSE PUNTOS.
       MUDAR-PUNTOS-EXIT.
           EXIT.

      * la retirada rapida preferida del titular
       MUDAR-RAPIDA.
           OPEN I-O RETIRADA-RAPIDA.
           IF FSRW = 35
               GO TO MUDAR-RAPIDA-EXIT.
           IF FSRW NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO RAP-TARJETA.
           READ RETIRADA-RAPIDA INVALID KEY
               GO TO MUDAR-RAPIDA-CERRAR.
           MOVE TARJETA-REPOSICION TO RAP-TARJETA.
           WRITE RETIRADA-RAPIDA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "RA" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE RAP-TARJETA TO JOURNAL-CLAVE.
           MOVE RETIRADA-RAPIDA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           MOVE TARJETA-REPUESTA TO RAP-TARJETA.
           DELETE RETIRADA-RAPIDA RECORD INVALID KEY GO TO PSYS-ERR.
           MOVE "RA" TO JOURNAL-FICHERO.
           MOVE "B" TO JOURNAL-OPERACION.
           MOVE RAP-TARJETA TO JOURNAL-CLAVE.
           MOVE RETIRADA-RAPIDA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

       MUDAR-RAPIDA-CERRAR.
           CLOSE RETIRADA-RAPIDA.
       MUDAR-RAPIDA-EXIT.
           EXIT.

      * la renovacion por caducidad aun pendiente de la tarjeta
      * perdida queda anulada y su sucesora de baja: la reposicion
      * la sustituye
       ANULAR-RENOVACION-PENDIENTE.
           OPEN I-O RENOVACIONES.
           IF FSRN = 35
               GO TO ANULAR-RENOVACION-PENDIENTE-EXIT.
           IF FSRN NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPUESTA TO REN-TARJETA-ANTIGUA.
           START RENOVACIONES KEY IS = REN-TARJETA-ANTIGUA
               INVALID KEY GO TO ANULAR-RENOVACION-PEND-CERRAR.

       ANULAR-RENOVACION-PEND-LEER.
           READ RENOVACIONES NEXT RECORD
               AT END GO TO ANULAR-RENOVACION-PEND-CERRAR.
           IF REN-TARJETA-ANTIGUA NOT = TARJETA-REPUESTA
               GO TO ANULAR-RENOVACION-PEND-CERRAR.
           IF NOT RENOVACION-PENDIENTE OR NOT EMISION-RENOVACION
               GO TO ANULAR-RENOVACION-PEND-LEER.
           MOVE 2 TO REN-ESTADO.
           REWRITE RENOVACION-REG INVALID KEY GO TO PSYS-ERR.

           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE REN-TARJETA-NUEVA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO ANULAR-RENOVACION-PEND-LEER.
           MOVE 04 TO TESTADO.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.
           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO ANULAR-RENOVACION-PEND-LEER.

       ANULAR-RENOVACION-PEND-CERRAR.
           CLOSE RENOVACIONES.
       ANULAR-RENOVACION-PENDIENTE-EXIT.
           EXIT.

      * enlace antigua-nueva con motivo de reposicion, a la espera
      * del embosado urgente, y su linea en el mapa renovmap.rpt
       REGISTRAR-REPOSICION.
           OPEN I-O RENOVACIONES.
           IF FSRN = 35
               OPEN OUTPUT RENOVACIONES
           END-IF.
           IF FSRN NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-REPOSICION TO REN-TARJETA-NUEVA.
           MOVE TARJETA-REPUESTA TO REN-TARJETA-ANTIGUA.
           MOVE FECHA-HOY-YMD TO REN-FECHA-EMISION.
           MOVE 0 TO REN-ESTADO.
           MOVE 0 TO REN-ENVIADA-BURO.
           MOVE 0 TO REN-EMBOSADA.
           MOVE 0 TO REN-FECHA-EXPEDICION.
           MOVE 1 TO REN-MOTIVO.
           WRITE RENOVACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RENOVACIONES.

           OPEN EXTEND RENOVMAP.
           IF FSRM = 35
               OPEN OUTPUT RENOVMAP
           END-IF.
           IF FSRM = 00
               MOVE TARJETA-REPUESTA TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO RNM-TARJETA-ANTIGUA
               MOVE TARJETA-REPOSICION TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO RNM-TARJETA-NUEVA
               MOVE ANO TO RNM-ANO
               MOVE MES TO RNM-MES
               MOVE DIA TO RNM-DIA
               MOVE "REPOSICION" TO RNM-MOTIVO
               WRITE RENOVMAP-REG
               CLOSE RENOVMAP.
       REGISTRAR-REPOSICION-EXIT.
           EXIT.

      * alta completa aparcada: titular nuevo, tarjeta e intentos
       APLICAR-ALTA.
           PERFORM SIGUIENTE-CLI-NUM THRU SIGUIENTE-CLI-NUM-EXIT.
           MOVE APR-DAT-DIRECCION TO CLI-DIRECCION.
           MOVE APR-DAT-TELEFONO TO CLI-TELEFONO.
           MOVE 0 TO CLI-ESTADO.
           MOVE APR-DAT-NACIMIENTO TO CLI-FECHA-NACIMIENTO.
           MOVE APR-DAT-NACIONALIDAD TO CLI-NACIONALIDAD.
           MOVE APR-DAT-PROFESION TO CLI-PROFESION.
           MOVE APR-DAT-CADUCIDAD-DOC TO CLI-DOC-CADUCIDAD.
      * el alta cuenta como primera revision; BATCH_KYC lo califica
      * y le fija la siguiente en su pasada mensual
           MOVE 0 TO CLI-RIESGO.
           MOVE 0 TO CLI-FECHA-CALIFICACION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE CLI-FECHA-ULT-REVISION =
               (ANO * 10000) + (MES * 100) + DIA.
           MOVE 0 TO CLI-FECHA-REVISION.
           MOVE 0 TO CLI-KYC-ESTADO.
           MOVE 0 TO CLI-KYC-FECHA-COLA.
           MOVE 0 TO CLI-SANCIONES.
           MOVE 0 TO CLI-SEGMENTO.
           MOVE 0 TO CLI-ACCESIBLE.
           COPY "ABRIR-CLIENTES-ESCRITURA.cpy".
           WRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           CLOSE CLIENTES.
           MOVE CLIENTEREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

      * la tarjeta nace en la cuenta 01 con el limite diario que fije
      * su ficha del catalogo, o el de siempre si no la tiene; la de
      * un titular menor con tutor nace en la cuenta de menor 07
           MOVE 0 TO TUTOR-ALTA-APL.
           IF APR-DAT-TUTOR NUMERIC
               MOVE APR-DAT-TUTOR TO TUTOR-ALTA-APL.
           IF TUTOR-ALTA-APL NOT = 0
               MOVE 7 TO PRODUCTO-BUSCADO
           ELSE
               MOVE 1 TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.

           OPEN I-O TARJETAS.
           IF FST = 35
               OPEN OUTPUT TARJETAS
           MOVE CLI-COD TO TTITULAR.
           MOVE 0 TO TSALDO-ENT.
           MOVE 0 TO TSALDO-DEC.
           IF HAY-PRODUCTO = 1
               MOVE PRODUCTO-LIMITE-ENT TO TLIMITE-ENT
               MOVE PRODUCTO-LIMITE-DEC TO TLIMITE-DEC
           ELSE
               MOVE 300 TO TLIMITE-ENT
               MOVE 0 TO TLIMITE-DEC.
           MOVE 0 TO TRETENIDO-ENT.
           MOVE 0 TO TRETENIDO-DEC.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
               ((ANO + 4) * 10000) + (MES * 100) + DIA.
           MOVE 01 TO TDIVISA.
           MOVE 01 TO TESTADO.
           IF TUTOR-ALTA-APL NOT = 0
               MOVE 07 TO TPRODUCTO
           ELSE
               MOVE 01 TO TPRODUCTO.
      * el PIN aparcado ya viajo transformado con el esquema
      * vigente en el momento del alta
           MOVE ESQUEMA-PIN-VIGENTE TO TPIN-VERSION.
           MOVE INUM TO JOURNAL-CLAVE.
           MOVE INTENTOSREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           IF TUTOR-ALTA-APL NOT = 0
               PERFORM REGISTRAR-TUTELA THRU REGISTRAR-TUTELA-EXIT.
       APLICAR-ALTA-EXIT.
           EXIT.

      * ficha de tutela del titular menor recien creado, con el
      * consentimiento recogido por el supervisor que inicio el alta
       REGISTRAR-TUTELA.
           OPEN I-O TUTELAS.
           IF FSTL = 35
               OPEN OUTPUT TUTELAS
           END-IF.
           IF FSTL NOT = 00
               GO TO PSYS-ERR.
           MOVE NUEVO-CLI-NUM TO TUT-MENOR.
           MOVE TUTOR-ALTA-APL TO TUT-TUTOR.
           MOVE APR-FECHA-ALTA TO TUT-FECHA-CONSENTIMIENTO.
           MOVE APR-INICIADOR TO TUT-SUPERVISOR.
           MOVE 0 TO TUT-FECHA-AVISO.
           MOVE 0 TO TUT-FECHA-FIN.
           MOVE 0 TO TUT-ESTADO.
           WRITE TUTELA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TUTELAS.
           MOVE "TU" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE TUT-MENOR TO JOURNAL-CLAVE.
           MOVE TUTELA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       REGISTRAR-TUTELA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cancelacion total de prestamo aprobada: carga en la tarjeta
      * la suma de las cuotas sin pagar, las marca pagadas y deja el
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO-LIQ / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           MOVE 0 TO MOV-SALDOPOS.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO-LIQ / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           END-IF.
           IF FSCR NOT = 00
               GO TO CERTIFICADO-CIERRE-EXIT.
           MOVE TARJETA-CIERRE-APL TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CRR-TARJETA.
           MOVE TITULAR-CIERRE TO CRR-TITULAR.
           COMPUTE CRR-SALDO-ENT = CENT-SALDO-CIERRE / 100.
           COMPUTE CRR-SALDO-DEC =
               FUNCTION MOD(CENT-SALDO-CIERRE, 100).
           MOVE DESTINO-CIERRE-APL TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CRR-DESTINO.
           MOVE FECHA-CIERRE-YMD TO CRR-FECHA.
           MOVE SUP-TARJETA-P TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CRR-SUPERVISOR.
           WRITE CIERRE-RPT-REG.
           CLOSE CIERRES-RPT.
       CERTIFICADO-CIERRE-EXIT.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           MOVE 0 TO MOV-SALDOPOS.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO-LIQ / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

       TRASPASAR-A-HEREDERO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * lote de mantenimiento masivo aprobado: cada linea pendiente
      * se vuelve a validar contra la tarjeta de hoy y se aplica con
      * su imagen en el diario; la que ya no es valida queda
      * rechazada con su motivo y la que no cambiaria nada omitida,
      * sin parar el resto del lote
      *----------------------------------------------------------*
       APLICAR-MANTENIMIENTO.
           MOVE APR-NUM TO LOTE-MANT-APL.
           MOVE 0 TO MANT-APLICADAS.
           MOVE 0 TO MANT-RECHAZADAS.
           MOVE 0 TO MANT-OMITIDAS.
           OPEN I-O MANTLINEAS.
           IF FSML = 35
               GO TO APLICAR-MANTENIMIENTO-EXIT.
           IF FSML NOT = 00
               GO TO PSYS-ERR.
           MOVE LOTE-MANT-APL TO MLN-LOTE.
           MOVE 0 TO MLN-LINEA.
           START MANTLINEAS KEY IS >= MLN-CLAVE
               INVALID KEY
                   GO TO APLICAR-MANTENIMIENTO-CERRAR.

       APLICAR-MANTENIMIENTO-LEER.
           READ MANTLINEAS NEXT RECORD
               AT END GO TO APLICAR-MANTENIMIENTO-CERRAR.
           IF MLN-LOTE NOT = LOTE-MANT-APL
               GO TO APLICAR-MANTENIMIENTO-CERRAR.
           IF NOT LINEA-PENDIENTE
               GO TO APLICAR-MANTENIMIENTO-LEER.
           PERFORM VALIDAR-MANTLINEA THRU VALIDAR-MANTLINEA-EXIT.
           IF MOTIVO-MANT NOT = SPACES
               MOVE 2 TO MLN-ESTADO
               MOVE MOTIVO-MANT TO MLN-MOTIVO
               ADD 1 TO MANT-RECHAZADAS
               GO TO APLICAR-MANTENIMIENTO-GRABAR.
           IF MANT-SIN-CAMBIO = 1
               MOVE 3 TO MLN-ESTADO
               MOVE "SIN CAMBIOS" TO MLN-MOTIVO
               ADD 1 TO MANT-OMITIDAS
               GO TO APLICAR-MANTENIMIENTO-GRABAR.
           MOVE SPACES TO MLN-MOTIVO.
           PERFORM APLICAR-MANTLINEA THRU APLICAR-MANTLINEA-EXIT.
           MOVE 1 TO MLN-ESTADO.
           ADD 1 TO MANT-APLICADAS.

       APLICAR-MANTENIMIENTO-GRABAR.
           REWRITE MANTLINEA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO APLICAR-MANTENIMIENTO-LEER.

       APLICAR-MANTENIMIENTO-CERRAR.
           CLOSE MANTLINEAS.
           MOVE SUP-TARJETA-P TO SUPERVISOR-INFORME.
           PERFORM INFORME-MANTENIMIENTO
               THRU INFORME-MANTENIMIENTO-EXIT.
       APLICAR-MANTENIMIENTO-EXIT.
           EXIT.

      * una linea valida: el cambio en la tarjeta, su imagen en el
      * diario y el valor de antes y despues en el diario de
      * supervisores; el cambio de producto se avisa al cliente
      * como en BANK66 y el paso a perdida o robada repone la
      * tarjeta como en APLICAR-ESTADO, con la nueva en el informe
       APLICAR-MANTLINEA.
           MOVE 0 TO REPOSICION-EMITIDA-SW.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE MLN-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           MOVE TESTADO TO VALOR-ANTES-APL.
           IF MANT-ESTADO
               MOVE MANT-VALOR-NUEVO TO TESTADO.
           IF MANT-LIMITE
               MOVE MANT-LIMITE-ENT TO TLIMITE-ENT
               MOVE MANT-LIMITE-DEC TO TLIMITE-DEC.
           IF MANT-PRODUCTO
               MOVE MANT-VALOR-NUEVO TO TPRODUCTO
               MOVE MANT-LIMITE-ENT TO TLIMITE-ENT
               MOVE MANT-LIMITE-DEC TO TLIMITE-DEC.
           IF MANT-CADUCIDAD
               MOVE FECHA-MANT-NUEVA TO TFECHA-CADUCIDAD.
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SUP-TARJETA-P TO SUPJRN-SUPERVISOR.
           MOVE "MANTMASIVO" TO SUPJRN-ACCION.
           MOVE TNUM TO SUPJRN-CLAVE.
           MOVE MLN-ANTES TO SUPJRN-ANTES.
           MOVE MLN-DESPUES TO SUPJRN-DESPUES.
           PERFORM REGISTRAR-SUPJRN THRU REGISTRAR-SUPJRN-EXIT.

           IF MANT-ESTADO
                   AND (MANT-VALOR-NUEVO = 02 OR MANT-VALOR-NUEVO = 03)
                   AND VALOR-ANTES-APL NOT = 02
                   AND VALOR-ANTES-APL NOT = 03
                   AND VALOR-ANTES-APL NOT = 04
               MOVE MLN-TARJETA TO TARJETA-REPUESTA
               PERFORM REPONER-TARJETA THRU REPONER-TARJETA-EXIT
               IF REPOSICION-EMITIDA-SW = 1
                   MOVE TARJETA-REPOSICION TO PAN-CLARO
                   PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
                   STRING "REPUESTA CON " PAN-IMPRESO
                       DELIMITED BY SIZE INTO MLN-MOTIVO.

           IF NOT MANT-PRODUCTO
               GO TO APLICAR-MANTLINEA-EXIT.
           MOVE MLN-TARJETA TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE SPACES TO NOTIF-CONCEPTO.
           STRING "NUEVO PRODUCTO " PRODUCTO-NOMBRE
               DELIMITED BY SIZE INTO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       APLICAR-MANTLINEA-EXIT.
           EXIT.

      * lote rechazado o caducado: ninguna linea se aplica, pero el
      * informe deja constancia de todas con MOTIVO-DESCARTE
       DESCARTAR-MANTENIMIENTO.
           MOVE APR-NUM TO LOTE-MANT-APL.
           OPEN I-O MANTLINEAS.
           IF FSML = 35
               GO TO DESCARTAR-MANTENIMIENTO-EXIT.
           IF FSML NOT = 00
               GO TO PSYS-ERR.
           MOVE LOTE-MANT-APL TO MLN-LOTE.
           MOVE 0 TO MLN-LINEA.
           START MANTLINEAS KEY IS >= MLN-CLAVE
               INVALID KEY
                   GO TO DESCARTAR-MANTENIMIENTO-CERRAR.

       DESCARTAR-MANTENIMIENTO-LEER.
           READ MANTLINEAS NEXT RECORD
               AT END GO TO DESCARTAR-MANTENIMIENTO-CERRAR.
           IF MLN-LOTE NOT = LOTE-MANT-APL
               GO TO DESCARTAR-MANTENIMIENTO-CERRAR.
           IF NOT LINEA-PENDIENTE
               GO TO DESCARTAR-MANTENIMIENTO-LEER.
           MOVE 3 TO MLN-ESTADO.
           MOVE MOTIVO-DESCARTE TO MLN-MOTIVO.
           REWRITE MANTLINEA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO DESCARTAR-MANTENIMIENTO-LEER.

       DESCARTAR-MANTENIMIENTO-CERRAR.
           CLOSE MANTLINEAS.
           PERFORM INFORME-MANTENIMIENTO
               THRU INFORME-MANTENIMIENTO-EXIT.
       DESCARTAR-MANTENIMIENTO-EXIT.
           EXIT.

      * una linea del informe por cada linea del lote, incluidas
      * las rechazadas al recibir el fichero
       INFORME-MANTENIMIENTO.
           OPEN INPUT MANTLINEAS.
           IF FSML NOT = 00
               GO TO INFORME-MANTENIMIENTO-EXIT.
           OPEN EXTEND MANTMASIVO-RPT.
           IF FSMR = 35
               OPEN OUTPUT MANTMASIVO-RPT
           END-IF.
           IF FSMR NOT = 00
               CLOSE MANTLINEAS
               GO TO INFORME-MANTENIMIENTO-EXIT.
           MOVE LOTE-MANT-APL TO MLN-LOTE.
           MOVE 0 TO MLN-LINEA.
           START MANTLINEAS KEY IS >= MLN-CLAVE
               INVALID KEY
                   GO TO INFORME-MANTENIMIENTO-CERRAR.

       INFORME-MANTENIMIENTO-LEER.
           READ MANTLINEAS NEXT RECORD
               AT END GO TO INFORME-MANTENIMIENTO-CERRAR.
           IF MLN-LOTE NOT = LOTE-MANT-APL
               GO TO INFORME-MANTENIMIENTO-CERRAR.
           MOVE MLN-LOTE TO MMR-LOTE.
           MOVE MLN-LINEA TO MMR-LINEA.
           MOVE MLN-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO MMR-TARJETA.
           MOVE MLN-OPERACION TO MMR-OPERACION.
           EVALUATE TRUE
               WHEN LINEA-APLICADA
                   MOVE "APLICADA" TO MMR-RESULTADO
               WHEN LINEA-RECHAZADA
                   MOVE "RECHAZADA" TO MMR-RESULTADO
               WHEN LINEA-OMITIDA
                   MOVE "OMITIDA" TO MMR-RESULTADO
               WHEN OTHER
                   MOVE "PENDIENTE" TO MMR-RESULTADO
           END-EVALUATE.
           MOVE MLN-MOTIVO TO MMR-MOTIVO.
           MOVE MLN-ANTES TO MMR-ANTES.
           MOVE MLN-DESPUES TO MMR-DESPUES.
           MOVE FECHA-HOY-YMD TO MMR-FECHA.
           MOVE SUPERVISOR-INFORME TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO MMR-SUPERVISOR.
           WRITE MANTMASIVO-RPT-REG.
           GO TO INFORME-MANTENIMIENTO-LEER.

       INFORME-MANTENIMIENTO-CERRAR.
           CLOSE MANTLINEAS.
           CLOSE MANTMASIVO-RPT.
       INFORME-MANTENIMIENTO-EXIT.
           EXIT.

       PCIERRE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cierre no puede ejecutarse: quedan"
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PREPUESTA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta ya tiene tarjeta de reposicion"
               LINE 11 COLUMN 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "y la solicitud queda rechazada"
               LINE 12 COLUMN 24
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY (18, 33) "Enter - Aceptar".
           GO TO PFIN-ENTER.

       PLIQUIDACION-INVIABLE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El prestamo ya no admite liquidacion"
                   GO TO SIN-APROBACIONES-ENTER.

           COPY "SIGUIENTE-CLI-NUM.cpy".
           COPY "SIGUIENTE-REN-NUM.cpy".
           COPY "LEER-MAX-INTENTOS.cpy".
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "LEER-PRODUCTO.cpy".
           COPY "LEER-CLIENTE.cpy".
           COPY "VALIDAR-MANTLINEA.cpy".
           COPY "COMPROBAR-REPOSICION.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-SUPJRN.cpy".
           CLOSE SOLICITUDES.
           CLOSE PLAZOS.
           CLOSE CHEQUES.
           CLOSE PRODUCTOS.
           CLOSE MANTLINEAS.
           CLOSE MANTMASIVO-RPT.
           CLOSE TUTELAS.
           CLOSE RENOVACIONES.
           CLOSE HUCHAS.
           CLOSE CUENTA-TARJETA.
           CLOSE RENOVMAP.
           CLOSE CREDITOS.
           CLOSE TELEFONOS.
           CLOSE BARRIDOS.
           CLOSE PUNTOS.
           CLOSE RETIRADA-RAPIDA.

           MOVE "BANK27" TO ERROR-PROGRAMA.
           IF FSAB NOT = 00

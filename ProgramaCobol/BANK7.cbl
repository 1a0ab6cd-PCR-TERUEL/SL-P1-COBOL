           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "PUNTOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "ESPERA-SEL.cpy".
           COPY "ZONAS-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "ERRORES-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "PUNTOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "ESPERA-FD.cpy".
           COPY "ZONAS-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSTS                      PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSPU                      PIC   X(2) VALUE "00".
       77 FSP                       PIC   X(2).
       77 FSLW                      PIC   X(2) VALUE "00".
       77 FSZO                      PIC   X(2) VALUE "00".
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "ENT-NUM-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "PUNTOS-WS.cpy".
           COPY "ESPERA-WS.cpy".

       77 CHOICE                    PIC  9(1).
       77 EVENTO-LINEA              PIC  9(2) VALUE 0.
       77 PRECIO-DEV-DEC            PIC  9(2).
       77 CANTIDAD-DEV              PIC  9(3).

      * pago con puntos de fidelizacion: el cliente elige cuantos
      * canjear (como mucho lo que cubre el precio) y solo la parte
      * restante se carga en cuenta
       77 PUNTOS-USUARIO            PIC  9(9).
       77 PUNTOS-MAXIMO             PIC  9(9).
       77 PUNTOS-PENDIENTES         PIC  9(9).
       77 CENT-VALOR-PUNTOS         PIC S9(11).
       77 CENT-CARGO                PIC S9(11).
       77 VALOR-PUNTOS-ENT          PIC  9(9).
       77 VALOR-PUNTOS-DEC          PIC  9(2).
       77 CARGO-ENT                 PIC  9(5).
       77 CARGO-DEC                 PIC  9(2).
       77 PUNTOS-DEV                PIC  9(9).
       77 PUNTOS-DEV-ENT            PIC  9(5).
       77 PUNTOS-DEV-DEC            PIC  9(2).

      * zona elegida en los eventos con zonas (0 = evento sin zonas)
      * y precio de la entrada, el de la zona o el del evento
       77 ZONA-USUARIO              PIC  9(2).
       77 LINEA-ZONA                PIC  9(2).
       77 PRECIO-COMPRA-ENT         PIC  9(5).
       77 PRECIO-COMPRA-DEC         PIC  9(2).
       77 ZONA-DEV                  PIC  9(2).

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).

           05 EVE-NUM-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 45 PIC 9(8) USING EVE-NUM-USUARIO.

       01 PANTALLA-PUNTOS.
           05 PUNTOS-ACCEPT BLANK ZERO AUTO
               LINE 22 COL 45 PIC 9(9) USING PUNTOS-USUARIO.

       01 PANTALLA-ZONA.
           05 ZONA-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 45 PIC 9(2) USING ZONA-USUARIO.

       01 PANTALLA-SELECCION.
           05 SELECCION-ACCEPT BLANK ZERO AUTO
               LINE 20 COL 50 PIC 9(2) USING SELECCION-USUARIO.
           DISPLAY (8, 22) TEXTO-MENSAJE.
           DISPLAY (11, 15) "1 - Comprar entrada".
           DISPLAY (12, 15) "2 - Devolver entrada".
           DISPLAY (13, 15) "3 - Ceder o recibir entradas".
           DISPLAY (24, 34) "ESC - Salir".

       PMENU-ENTRADAS-A1.
           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PDEVOLVER.
           IF CHOICE = 3
               CALL "BANK77" USING TNUM-P
               GO TO IMPRIMIR-CABECERA.
           GO TO PMENU-ENTRADAS-A1.

       LISTAR-EVENTOS.
       LISTAR-EVENTOS-LEER.
           READ EVENTOS NEXT RECORD
               AT END GO TO LISTAR-EVENTOS-FIN.
           IF EVENTO-CANCELADO
               GO TO LISTAR-EVENTOS-LEER.
           ADD 1 TO EVENTO-LINEA.
           ADD 8 TO EVENTO-LINEA GIVING LINEA-EVENTO-ACTUAL.
           DISPLAY FILA-EVENTO.
      * los agotados se listan para poder apuntarse a su lista de
      * espera
           IF EVE-PLAZAS = 0
               DISPLAY (LINEA-EVENTO-ACTUAL, 01) "*".
           IF EVENTO-LINEA = 10
               GO TO LISTAR-EVENTOS-FIN.
           GO TO LISTAR-EVENTOS-LEER.
               GO TO SIN-EVENTOS.

       PSELECCIONAR.
           DISPLAY (19, 03) "* agotado: lista de espera".
           DISPLAY (20, 15) "Ref. de la entrada a comprar:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
      * le queden plazas
           IF EVENTO-CANCELADO
               GO TO PEVENTO-ERR.
      * las plazas apartadas para la lista de espera solo las puede
      * comprar el titular de la reserva
           PERFORM LEER-HORAS-RESERVA THRU LEER-HORAS-RESERVA-EXIT.
           MOVE EVE-NUM TO ESPERA-EVENTO.
           MOVE EVE-PLAZAS TO ESPERA-PLAZAS.
           MOVE EVE-PRECIO-ENT TO ESPERA-PRECIO-ENT.
           MOVE EVE-PRECIO-DEC TO ESPERA-PRECIO-DEC.
           MOVE TNUM-P TO ESPERA-TARJETA.
           PERFORM ASIGNAR-RESERVAS-ESPERA
               THRU ASIGNAR-RESERVAS-ESPERA-EXIT.
           IF ESPERA-TIENE-RESERVA = 0
                   AND EVE-PLAZAS NOT > ESPERA-RESERVAS-ACTIVAS
               GO TO PSINPLAZAS-ERR.
           MOVE EVE-PRECIO-ENT TO PRECIO-COMPRA-ENT.
           MOVE EVE-PRECIO-DEC TO PRECIO-COMPRA-DEC.
           PERFORM ELEGIR-ZONA THRU ELEGIR-ZONA-EXIT.

       VALIDAR-SALDO-EVENTO.
           MOVE TNUM-P TO TARJETA-CALCULO.
           COMPUTE CENT-RETENIDO = (RETENIDO-ENT * 100) + RETENIDO-DEC.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO - CENT-RETENIDO.
           COMPUTE CENT-PRECIO =
               (PRECIO-COMPRA-ENT * 100) + PRECIO-COMPRA-DEC.
           PERFORM ELEGIR-PUNTOS THRU ELEGIR-PUNTOS-EXIT.
           COMPUTE CENT-VALOR-PUNTOS = PUNTOS-USUARIO * CENT-POR-PUNTO.
           COMPUTE CENT-CARGO = CENT-PRECIO - CENT-VALOR-PUNTOS.
           IF CENT-CARGO > CENT-DISPONIBLE
               GO TO PSALDO-ERR.
           DIVIDE CENT-VALOR-PUNTOS BY 100 GIVING VALOR-PUNTOS-ENT
               REMAINDER VALOR-PUNTOS-DEC.
           DIVIDE CENT-CARGO BY 100 GIVING CARGO-ENT
               REMAINDER CARGO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-CARGO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

       CONFIRMAR-COMPRA.
           IF ZONA-USUARIO NOT = 0
               PERFORM DESCONTAR-PLAZA-ZONA
                   THRU DESCONTAR-PLAZA-ZONA-EXIT.
           SUBTRACT 1 FROM EVE-PLAZAS.
           REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EVENTOS.

           IF PUNTOS-USUARIO NOT = 0
               PERFORM CONSUMIR-PUNTOS THRU CONSUMIR-PUNTOS-EXIT.
      * pagada del todo con puntos no hay cargo en cuenta
           IF CENT-CARGO = 0
               GO TO CONFIRMAR-COMPRA-ENTRADA.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CARGO-ENT + (CARGO-DEC / 100).
           MOVE "ENTRADA" TO MOV-CONCEPTO.
           MOVE 04 TO MOV-TIPO.
           MOVE 01 TO MOV-DIVISA.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "ENTRADA" TO NOTIF-CONCEPTO.
           MOVE CARGO-ENT TO NOTIF-IMPORTE-ENT.
           MOVE CARGO-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE TNUM-P TO TARJETA-CALCULO.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.

       CONFIRMAR-COMPRA-ENTRADA.
      * registro de propiedad de la entrada: sin el no habria forma
      * de saber que tarjeta compro que espectaculo ante una
      * devolucion o una disputa de taquilla
           MOVE MES TO ENT-MES.
           MOVE DIA TO ENT-DIA.
           MOVE 1 TO ENT-CANTIDAD.
           MOVE PRECIO-COMPRA-ENT TO ENT-PRECIO-ENT.
           MOVE PRECIO-COMPRA-DEC TO ENT-PRECIO-DEC.
           MOVE 0 TO ENT-ESTADO.
           MOVE 0 TO ENT-FECHA-USO.
           MOVE PUNTOS-USUARIO TO ENT-PUNTOS.
           MOVE VALOR-PUNTOS-ENT TO ENT-PUNTOS-ENT.
           MOVE VALOR-PUNTOS-DEC TO ENT-PUNTOS-DEC.
           MOVE ZONA-USUARIO TO ENT-ZONA.
           MOVE 0 TO ENT-SERIE-ORIGEN.
           WRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ENTRADAS.
           IF ESPERA-TIENE-RESERVA = 1
               PERFORM CERRAR-RESERVA-ESPERA
                   THRU CERRAR-RESERVA-ESPERA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 20) "Comprar entradas de espectaculos".
           DISPLAY (11, 20) "La entrada se ha comprado con exito".
           IF PUNTOS-USUARIO NOT = 0
               DISPLAY (13, 20) "Puntos canjeados:"
               DISPLAY (13, 40) PUNTOS-USUARIO
               DISPLAY (14, 20) "Cargado en cuenta:"
               DISPLAY (14, 40) CARGO-ENT
               DISPLAY (14, 45) ","
               DISPLAY (14, 46) CARGO-DEC.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO CONFIRMAR-COMPRA-ENTER.

      *----------------------------------------------------------*
      * devolucion de entradas: lista las entradas vigentes de la
      * tarjeta, repone la plaza en el catalogo, abona el precio
      * pagado y marca la entrada como devuelta; la parte pagada con
      * puntos se devuelve en puntos y no en dinero
      *----------------------------------------------------------*
       PDEVOLVER.
           MOVE 0 TO NUM-ENTRADAS-PANT.
               AT END GO TO PDEVOLVER-FIN.
           IF ENT-TARJETA NOT = TNUM-P
               GO TO PDEVOLVER-FIN.
           IF ENTRADA-DEVUELTA OR ENTRADA-CEDIDA
               GO TO PDEVOLVER-LEER.
      * la recibida por cesion la pago otra tarjeta: no se reintegra
      * a quien la recibio
           IF ENT-SERIE-ORIGEN NOT = 0
               GO TO PDEVOLVER-LEER.
           ADD 1 TO NUM-ENTRADAS-PANT.
           MOVE ENT-SERIE TO SERIE-EN-PANTALLA (NUM-ENTRADAS-PANT).
               GO TO PSYS-ERR.
           MOVE SERIE-EN-PANTALLA (SELECCION-USUARIO) TO ENT-SERIE.
           READ F-ENTRADAS INVALID KEY GO TO PSYS-ERR.
           IF ENTRADA-DEVUELTA OR ENTRADA-CEDIDA
               CLOSE F-ENTRADAS
               GO TO PSELECCION-ERR.
      * una entrada ya usada en la puerta no se devuelve
           MOVE ENT-PRECIO-ENT TO PRECIO-DEV-ENT.
           MOVE ENT-PRECIO-DEC TO PRECIO-DEV-DEC.
           MOVE ENT-CANTIDAD TO CANTIDAD-DEV.
           MOVE ENT-PUNTOS TO PUNTOS-DEV.
           MOVE ENT-PUNTOS-ENT TO PUNTOS-DEV-ENT.
           MOVE ENT-PUNTOS-DEC TO PUNTOS-DEV-DEC.
           MOVE ENT-ZONA TO ZONA-DEV.
           MOVE 1 TO ENT-ESTADO.
           REWRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-ENTRADAS.
               ADD CANTIDAD-DEV TO EVE-PLAZAS
               REWRITE EVENTO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               IF ZONA-DEV NOT = 0
                   PERFORM REPONER-PLAZA-ZONA
                       THRU REPONER-PLAZA-ZONA-EXIT
               END-IF
               IF EVENTO-VIGENTE
                   PERFORM PASAR-PLAZAS-ESPERA
                       THRU PASAR-PLAZAS-ESPERA-EXIT
               END-IF
               CLOSE EVENTOS.
           GO TO PDEVOLVER-ABONAR.

           CLOSE EVENTOS.

       PDEVOLVER-ABONAR.
           IF PUNTOS-DEV NOT = 0
               PERFORM DEVOLVER-PUNTOS THRU DEVOLVER-PUNTOS-EXIT.
           COMPUTE CENT-CARGO =
               (PRECIO-DEV-ENT * 100) + PRECIO-DEV-DEC
               - (PUNTOS-DEV-ENT * 100) - PUNTOS-DEV-DEC.
           IF CENT-CARGO NOT > 0
               GO TO PDEVOLVER-OK.
           DIVIDE CENT-CARGO BY 100 GIVING CARGO-ENT
               REMAINDER CARGO-DEC.

           MOVE TNUM-P TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-CARGO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CARGO-ENT + (CARGO-DEC / 100).
           MOVE "DEVOLUCION ENTRADA" TO MOV-CONCEPTO.
           MOVE 09 TO MOV-TIPO.
           MOVE 01 TO MOV-DIVISA.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE TNUM-P TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "DEVOLUCION ENTRADA" TO NOTIF-CONCEPTO.
           MOVE CARGO-ENT TO NOTIF-IMPORTE-ENT.
           MOVE CARGO-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE TNUM-P TO TARJETA-CALCULO.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.

       PDEVOLVER-OK.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 22) "Devolucion de entradas".
           DISPLAY (11, 20) "La entrada ha sido devuelta y el".
           DISPLAY (12, 20) "importe abonado en su tarjeta".
           IF PUNTOS-DEV NOT = 0
               DISPLAY (14, 20) "Puntos devueltos:"
               DISPLAY (14, 40) PUNTOS-DEV.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PDEVOLVER-ENTER.

           DISPLAY (22, 15) "No quedan entradas para ese espectaculo"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           IF ESPERA-EN-LISTA = 1
               DISPLAY (23, 15) "Ya esta en su lista de espera"
               DISPLAY (24, 33) "Enter - Aceptar"
               GO TO PSINPLAZAS-ERR-ENTER.
           DISPLAY (23, 15) "1 - Apuntarme a la lista de espera".
           MOVE 0 TO CHOICE.
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".

       PSINPLAZAS-ESPERA.
           ACCEPT CHOICE ON EXCEPTION
               IF ESC-PRESSED
                   GO TO IMPRIMIR-CABECERA
               ELSE
                   GO TO PSINPLAZAS-ESPERA.
           IF CHOICE NOT = 1
               GO TO IMPRIMIR-CABECERA.
           PERFORM APUNTAR-ESPERA THRU APUNTAR-ESPERA-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 22) "Lista de espera".
           DISPLAY (11, 15) "Queda apuntado en la lista de espera".
           DISPLAY (12, 15) "Si se libera una entrada se la".
           DISPLAY (13, 15) "reservaremos y le avisaremos.".
           DISPLAY (14, 15) "Horas de la reserva:".
           DISPLAY (14, 37) HORAS-RESERVA-ESPERA.
           DISPLAY (24, 33) "Enter - Aceptar".
           GO TO PSINPLAZAS-ERR-ENTER.

               ELSE
                   GO TO PSALDO-ERR-ENTER.

      *----------------------------------------------------------*
      * ofrece pagar con puntos cuando la tarjeta tiene saldo de
      * puntos canjeable; 0 o Enter sin cifra paga todo en dinero
      *----------------------------------------------------------*
       ELEGIR-PUNTOS.
           MOVE 0 TO PUNTOS-USUARIO.
           PERFORM LEER-PARAM-PUNTOS THRU LEER-PARAM-PUNTOS-EXIT.
           MOVE TNUM-P TO PUNTOS-TARJETA-BUSCADA.
           COMPUTE PUNTOS-FECHA-HOY = (ANO * 10000) + (MES * 100)
               + DIA.
           PERFORM SUMAR-PUNTOS THRU SUMAR-PUNTOS-EXIT.
           IF PUNTOS-DISPONIBLES-TOTAL = 0
               GO TO ELEGIR-PUNTOS-EXIT.
           DIVIDE CENT-PRECIO BY CENT-POR-PUNTO GIVING PUNTOS-MAXIMO.
           IF PUNTOS-MAXIMO > PUNTOS-DISPONIBLES-TOTAL
               MOVE PUNTOS-DISPONIBLES-TOTAL TO PUNTOS-MAXIMO.

       ELEGIR-PUNTOS-ACEPTAR.
           MOVE 0 TO PUNTOS-USUARIO.
           DISPLAY (21, 15) "Puntos disponibles:".
           DISPLAY (21, 45) PUNTOS-DISPONIBLES-TOTAL.
           DISPLAY (22, 15) "Puntos a canjear:".
           DISPLAY (22, 56) "max.".
           DISPLAY (22, 61) PUNTOS-MAXIMO.
           ACCEPT PANTALLA-PUNTOS ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE EVENTOS
                   EXIT PROGRAM
               ELSE
                   GO TO ELEGIR-PUNTOS-ACEPTAR.
           IF PUNTOS-USUARIO > PUNTOS-MAXIMO
               DISPLAY (23, 15) "Puntos por encima del maximo"
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO ELEGIR-PUNTOS-ACEPTAR.
       ELEGIR-PUNTOS-EXIT.
           EXIT.

      * descuenta los puntos canjeados de los lotes vigentes, del mes
      * de devengo mas antiguo al mas reciente
       CONSUMIR-PUNTOS.
           MOVE PUNTOS-USUARIO TO PUNTOS-PENDIENTES.
           OPEN I-O PUNTOS.
           IF FSPU NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO PTO-TARJETA.
           MOVE 0 TO PTO-PERIODO.
           MOVE 0 TO PTO-ORIGEN.
           START PUNTOS KEY IS >= PTO-CLAVE
               INVALID KEY GO TO PSYS-ERR.

       CONSUMIR-PUNTOS-LEER.
           IF PUNTOS-PENDIENTES = 0
               GO TO CONSUMIR-PUNTOS-CERRAR.
           READ PUNTOS NEXT RECORD
               AT END GO TO PSYS-ERR.
           IF PTO-TARJETA NOT = TNUM-P
               GO TO PSYS-ERR.
           IF PTO-CADUCADO OR PTO-DISPONIBLES = 0
                   OR PTO-CADUCIDAD < PUNTOS-FECHA-HOY
               GO TO CONSUMIR-PUNTOS-LEER.
           IF PTO-DISPONIBLES > PUNTOS-PENDIENTES
               SUBTRACT PUNTOS-PENDIENTES FROM PTO-DISPONIBLES
               MOVE 0 TO PUNTOS-PENDIENTES
           ELSE
               SUBTRACT PTO-DISPONIBLES FROM PUNTOS-PENDIENTES
               MOVE 0 TO PTO-DISPONIBLES.
           REWRITE PUNTOS-REG INVALID KEY GO TO PSYS-ERR.
           GO TO CONSUMIR-PUNTOS-LEER.

       CONSUMIR-PUNTOS-CERRAR.
           CLOSE PUNTOS.
       CONSUMIR-PUNTOS-EXIT.
           EXIT.

      * los puntos de una entrada devuelta vuelven en un lote de
      * devolucion del mes en curso, con caducidad de lote nuevo
       DEVOLVER-PUNTOS.
           PERFORM LEER-PARAM-PUNTOS THRU LEER-PARAM-PUNTOS-EXIT.
           MOVE ANO TO PUNTOS-ANO-DEVENGO.
           MOVE MES TO PUNTOS-MES-DEVENGO.
           PERFORM CALCULAR-CADUCIDAD-PUNTOS
               THRU CALCULAR-CADUCIDAD-PUNTOS-EXIT.
           OPEN I-O PUNTOS.
           IF FSPU = 35
               OPEN OUTPUT PUNTOS
           END-IF.
           IF FSPU NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO PTO-TARJETA.
           COMPUTE PTO-PERIODO = (ANO * 100) + MES.
           MOVE 2 TO PTO-ORIGEN.
           READ PUNTOS INVALID KEY GO TO DEVOLVER-PUNTOS-NUEVO.
           ADD PUNTOS-DEV TO PTO-GANADOS.
           ADD PUNTOS-DEV TO PTO-DISPONIBLES.
           MOVE PUNTOS-CADUCIDAD-CALC TO PTO-CADUCIDAD.
           MOVE 0 TO PTO-ESTADO.
           REWRITE PUNTOS-REG INVALID KEY GO TO PSYS-ERR.
           GO TO DEVOLVER-PUNTOS-CERRAR.

       DEVOLVER-PUNTOS-NUEVO.
           MOVE TNUM-P TO PTO-TARJETA.
           COMPUTE PTO-PERIODO = (ANO * 100) + MES.
           MOVE 2 TO PTO-ORIGEN.
           MOVE PUNTOS-DEV TO PTO-GANADOS.
           MOVE PUNTOS-DEV TO PTO-DISPONIBLES.
           MOVE PUNTOS-CADUCIDAD-CALC TO PTO-CADUCIDAD.
           MOVE 0 TO PTO-ESTADO.
           WRITE PUNTOS-REG INVALID KEY GO TO PSYS-ERR.

       DEVOLVER-PUNTOS-CERRAR.
           CLOSE PUNTOS.
       DEVOLVER-PUNTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * eventos con zonas: el cliente elige la zona viendo el precio
      * y las plazas que quedan en cada una; en un evento sin zonas
      * no se pregunta nada y vale el precio del evento
      *----------------------------------------------------------*
       ELEGIR-ZONA.
           MOVE 0 TO ZONA-USUARIO.
           OPEN INPUT ZONAS.
           IF FSZO = 35
               GO TO ELEGIR-ZONA-EXIT.
           IF FSZO NOT = 00
               GO TO PSYS-ERR.
           MOVE EVE-NUM TO ZON-EVENTO.
           MOVE 0 TO ZON-CODIGO.
           START ZONAS KEY IS >= ZON-CLAVE
               INVALID KEY GO TO ELEGIR-ZONA-CERRAR.
           READ ZONAS NEXT RECORD
               AT END GO TO ELEGIR-ZONA-CERRAR.
           IF ZON-EVENTO NOT = EVE-NUM
               GO TO ELEGIR-ZONA-CERRAR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (6, 20) EVE-NOMBRE.
           DISPLAY (8, 15) "Zona".
           DISPLAY (8, 21) "Nombre".
           DISPLAY (8, 38) "Precio".
           DISPLAY (8, 48) "Quedan".
           MOVE 8 TO LINEA-ZONA.

       ELEGIR-ZONA-LISTAR.
           IF LINEA-ZONA = 18
               GO TO ELEGIR-ZONA-ACEPTAR.
           ADD 1 TO LINEA-ZONA.
           DISPLAY (LINEA-ZONA, 15) ZON-CODIGO.
           DISPLAY (LINEA-ZONA, 21) ZON-NOMBRE.
           DISPLAY (LINEA-ZONA, 38) ZON-PRECIO-ENT.
           DISPLAY (LINEA-ZONA, 43) ",".
           DISPLAY (LINEA-ZONA, 44) ZON-PRECIO-DEC.
           DISPLAY (LINEA-ZONA, 48) ZON-PLAZAS.
           READ ZONAS NEXT RECORD
               AT END GO TO ELEGIR-ZONA-ACEPTAR.
           IF ZON-EVENTO NOT = EVE-NUM
               GO TO ELEGIR-ZONA-ACEPTAR.
           GO TO ELEGIR-ZONA-LISTAR.

       ELEGIR-ZONA-ACEPTAR.
           INITIALIZE ZONA-USUARIO.
           DISPLAY (20, 15) "Zona elegida:".
           DISPLAY (24, 01) "Enter - Aceptar".
           DISPLAY (24, 65) "ESC - Cancelar".
           ACCEPT PANTALLA-ZONA ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE ZONAS
                   CLOSE EVENTOS
                   EXIT PROGRAM
               ELSE
                   GO TO ELEGIR-ZONA-ACEPTAR.
           MOVE EVE-NUM TO ZON-EVENTO.
           MOVE ZONA-USUARIO TO ZON-CODIGO.
           READ ZONAS INVALID KEY
               DISPLAY (22, 15) "La zona indicada no es valida"
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO ELEGIR-ZONA-ACEPTAR.
           IF ZON-PLAZAS = 0
               DISPLAY (22, 15) "No quedan entradas en esa zona"
                   WITH FOREGROUND-COLOR IS WHITE
                        BACKGROUND-COLOR IS RED
               GO TO ELEGIR-ZONA-ACEPTAR.
           DISPLAY (22, 15) "                              ".
           MOVE ZON-PRECIO-ENT TO PRECIO-COMPRA-ENT.
           MOVE ZON-PRECIO-DEC TO PRECIO-COMPRA-DEC.

       ELEGIR-ZONA-CERRAR.
           CLOSE ZONAS.
       ELEGIR-ZONA-EXIT.
           EXIT.

      * la plaza vendida sale de la zona; si otro cajero vendio la
      * ultima entre tanto no se cobra nada
       DESCONTAR-PLAZA-ZONA.
           OPEN I-O ZONAS.
           IF FSZO NOT = 00
               GO TO PSYS-ERR.
           MOVE EVE-NUM TO ZON-EVENTO.
           MOVE ZONA-USUARIO TO ZON-CODIGO.
           READ ZONAS INVALID KEY GO TO PSYS-ERR.
           IF ZON-PLAZAS = 0
               CLOSE ZONAS
               GO TO PSINPLAZAS-ERR.
           SUBTRACT 1 FROM ZON-PLAZAS.
           REWRITE ZONA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE ZONAS.
       DESCONTAR-PLAZA-ZONA-EXIT.
           EXIT.

      * la entrada devuelta vuelve a su zona; si la zona ya no
      * existe basta con la plaza repuesta en el evento
       REPONER-PLAZA-ZONA.
           OPEN I-O ZONAS.
           IF FSZO = 35
               GO TO REPONER-PLAZA-ZONA-EXIT.
           IF FSZO NOT = 00
               GO TO PSYS-ERR.
           MOVE EVENTO-DEV TO ZON-EVENTO.
           MOVE ZONA-DEV TO ZON-CODIGO.
           READ ZONAS INVALID KEY GO TO REPONER-PLAZA-ZONA-CERRAR.
           ADD CANTIDAD-DEV TO ZON-PLAZAS.
           REWRITE ZONA-REG INVALID KEY GO TO PSYS-ERR.
       REPONER-PLAZA-ZONA-CERRAR.
           CLOSE ZONAS.
       REPONER-PLAZA-ZONA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * lista de espera de los espectaculos agotados
      *----------------------------------------------------------*
       APUNTAR-ESPERA.
           OPEN I-O LISTAESPERA.
           IF FSLW = 35
               OPEN OUTPUT LISTAESPERA
           END-IF.
           IF FSLW NOT = 00
               GO TO PSYS-ERR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

       APUNTAR-ESPERA-ESCRIBIR.
           ADD 1 TO ESPERA-ULTIMO-TURNO.
           MOVE ESPERA-EVENTO TO ESP-EVENTO.
           MOVE ESPERA-ULTIMO-TURNO TO ESP-TURNO.
           MOVE TNUM-P TO ESP-TARJETA.
           COMPUTE ESP-FECHA-ALTA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE ESP-HORA-ALTA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE 0 TO ESP-ESTADO.
           MOVE 0 TO ESP-RESERVA-HASTA.
      * otro cajero pudo tomar el mismo turno entre tanto
           WRITE ESPERA-REG INVALID KEY GO TO APUNTAR-ESPERA-ESCRIBIR.
           CLOSE LISTAESPERA.
       APUNTAR-ESPERA-EXIT.
           EXIT.

      * la entrada comprada con reserva cierra la reserva
       CERRAR-RESERVA-ESPERA.
           OPEN I-O LISTAESPERA.
           IF FSLW NOT = 00
               GO TO PSYS-ERR.
           MOVE ESPERA-EVENTO TO ESP-EVENTO.
           MOVE ESPERA-TURNO-RESERVA TO ESP-TURNO.
           READ LISTAESPERA INVALID KEY GO TO PSYS-ERR.
           MOVE 2 TO ESP-ESTADO.
           REWRITE ESPERA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE LISTAESPERA.
       CERRAR-RESERVA-ESPERA-EXIT.
           EXIT.

      * las plazas que deja una devolucion pasan antes que a nadie
      * a los primeros de la lista de espera
       PASAR-PLAZAS-ESPERA.
           PERFORM LEER-HORAS-RESERVA THRU LEER-HORAS-RESERVA-EXIT.
           MOVE EVE-NUM TO ESPERA-EVENTO.
           MOVE EVE-PLAZAS TO ESPERA-PLAZAS.
           MOVE EVE-PRECIO-ENT TO ESPERA-PRECIO-ENT.
           MOVE EVE-PRECIO-DEC TO ESPERA-PRECIO-DEC.
           MOVE 0 TO ESPERA-TARJETA.
           PERFORM ASIGNAR-RESERVAS-ESPERA
               THRU ASIGNAR-RESERVAS-ESPERA-EXIT.
       PASAR-PLAZAS-ESPERA-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "SIGUIENTE-ENT-NUM.cpy".
           COPY "LEER-MENSAJE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "SUMAR-PUNTOS.cpy".
           COPY "LEER-PARAM-PUNTOS.cpy".
           COPY "CALCULAR-CADUCIDAD-PUNTOS.cpy".
           COPY "LEER-HORAS-RESERVA.cpy".
           COPY "ASIGNAR-RESERVAS-ESPERA.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE EVENTOS.
           CLOSE F-ENTRADAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE PUNTOS.
           CLOSE LISTAESPERA.
           CLOSE ZONAS.

           MOVE "BANK7" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               IF FSEV NOT = 00
                   MOVE FSEV TO ERROR-FS
               ELSE
                   IF FSPU NOT = 00 AND FSPU NOT = 35
                       MOVE FSPU TO ERROR-FS
                   ELSE
                       IF FSLW NOT = 00 AND FSLW NOT = 35
                           MOVE FSLW TO ERROR-FS
                       ELSE
                           IF FSZO NOT = 00 AND FSZO NOT = 35
                               MOVE FSZO TO ERROR-FS
                           ELSE
                               MOVE FSM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

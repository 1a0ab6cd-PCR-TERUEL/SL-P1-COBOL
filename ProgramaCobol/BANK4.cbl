           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "RECIBOS-SEL.cpy".
           COPY "BILLETES-SEL.cpy".
           COPY "PANCLARO-SEL.cpy".
           COPY "DENEGACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "PENDIENTES-SEL.cpy".
           COPY "ALERTAS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "FRAUDE-SEL.cpy".
           COPY "AVISOS-VIAJE-SEL.cpy".
           COPY "CTRLAUT-SEL.cpy".
           COPY "CAJEROS-SEL.cpy".
           COPY "INCIDENCIAS-SEL.cpy".
           COPY "ESTADOS-CAJERO-SEL.cpy".
           COPY "BILLETESFX-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".
           COPY "BENEFICAS-SEL.cpy".
           COPY "HORARIOS-SEL.cpy".
           COPY "HUCHAS-SEL.cpy".
           COPY "RESERVAS-SEL.cpy".
           COPY "RETIRADA-RAPIDA-SEL.cpy".

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
           COPY "BILLETES-FD.cpy".
           COPY "PANCLARO-FD.cpy".
           COPY "DENEGACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "PENDIENTES-FD.cpy".
           COPY "ALERTAS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "FRAUDE-FD.cpy".
           COPY "AVISOS-VIAJE-FD.cpy".
           COPY "CTRLAUT-FD.cpy".
           COPY "CAJEROS-FD.cpy".
           COPY "INCIDENCIAS-FD.cpy".
           COPY "ESTADOS-CAJERO-FD.cpy".
           COPY "BILLETESFX-FD.cpy".
           COPY "DIVISAS-FD.cpy".
           COPY "BENEFICAS-FD.cpy".
           COPY "HORARIOS-FD.cpy".
           COPY "HUCHAS-FD.cpy".
           COPY "RESERVAS-FD.cpy".
           COPY "RETIRADA-RAPIDA-FD.cpy".

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
       77 FSB                       PIC   X(2).
       77 FSDN                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSPE                      PIC   X(2).
       77 FSDI                      PIC   X(2).
       77 FSAL                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSF                       PIC   X(2).
       77 FSAV                      PIC   X(2).
       77 FSCA                      PIC   X(2).
       77 FSCJ                      PIC   X(2).
       77 FSIC                      PIC   X(2).
       77 FSEJ                      PIC   X(2).
       77 FSBF                      PIC   X(2).
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FSBN                      PIC   X(2).
       77 FSHO                      PIC   X(2).
       77 FSHU                      PIC   X(2).
       77 FSRV                      PIC   X(2).
       77 FSRW                      PIC   X(2) VALUE "00".
           COPY "PANTALLA-WS.cpy".
           COPY "CONFIRMACION-ACC-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "DENEGACION-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "RECIBO-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "RESPALDO-WS.cpy".
           COPY "TARJETA-MENOR-WS.cpy".
           COPY "ALERTA-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "VELOCIDAD-WS.cpy".
           COPY "VIAJE-WS.cpy".
           COPY "CTRLAUT-WS.cpy".
           COPY "INCIDENCIA-WS.cpy".
           COPY "ESTADO-CAJERO-WS.cpy".
           COPY "HORARIO-WS.cpy".
           COPY "HUCHA-WS.cpy".
           COPY "RETIRADA-RAPIDA-WS.cpy".
           COPY "DIVISAS-WS.cpy".

       77 IMPORTE-ENT-USUARIO       PIC  9(7).
       77 IMPORTE-DEC-USUARIO       PIC  9(2).
           88 DISPENSABLE            VALUE 1.

      * eleccion de divisa en los terminales con segundo billetero
      * (billetesfx.ubd): la retirada en cualquier divisa activa del
      * maestro con billetes definidos la sirve BANK37
       77 HAY-BILLETERO-FX           PIC  9(1) VALUE 0.
       77 DIVISA-RETIRADA            PIC  9(2) BLANK WHEN ZERO.
       77 LINEA-DIVISA               PIC  9(2).
       77 CODIGO-DIVISA-MENU         PIC  Z9.
       77 DIVISA-FX-LLAMADA          PIC  9(2) VALUE 0.
      * reserva de retirada grande vigente en este terminal para la
      * tarjeta en sesion: su importe retenido vuelve a contar como
       77 SEL-N-10                   PIC  9(5).
       77 SEL-TOTAL                  PIC  9(7).

      * 1 mientras se sirve la retirada rapida guardada, y opcion
      * para guardar la retirada recien hecha como rapida
       77 RAPIDA-EN-CURSO            PIC  9(1) VALUE 0.
       77 RAPIDA-CHOICE              PIC  9(1) BLANK WHEN ZERO.
       77 RAPIDA-IMPORTE-IMPRESO     PIC  Z(6)9.

       LINKAGE SECTION.
       77 TNUM-P                    PIC  9(16).
      * 1 cuando BANK1 pide la retirada rapida de la tarjeta
       77 RAPIDA-P                  PIC  9(1).

       SCREEN SECTION.
           COPY "CABECERA-BLUE.cpy".
           05 SEL-N-10-F BLANK ZERO AUTO
               LINE 21 COL 40 PIC 9(5) USING SEL-N-10.

       PROCEDURE DIVISION USING TNUM-P RAPIDA-P.
           COPY "IMPRIMIR-CABECERA.cpy".

           PERFORM LEER-TERMINAL THRU LEER-TERMINAL-EXIT.
               FUNCTION MOD(CENT-DISPONIBLE, 100).

      * solo los terminales con billetero de divisa cargado ofrecen
      * la eleccion; el resto van directos a la retirada en euros,
      * igual que el modo accesible, que se queda en una sola opcion
           PERFORM LEER-IDIOMA-SESION
               THRU LEER-IDIOMA-SESION-EXIT.

      * retirada rapida pedida desde el menu: la peticion se consume
      * aqui, de modo que si un control la rechaza el reintento tras
      * el aviso es ya una retirada normal
           MOVE 0 TO RAPIDA-EN-CURSO.
           MOVE 0 TO RECIBO-PREFIJADO.
           IF RAPIDA-P = 1
               MOVE 0 TO RAPIDA-P
               MOVE TNUM-P TO RAPIDA-TARJETA
               PERFORM LEER-RETIRADA-RAPIDA
                   THRU LEER-RETIRADA-RAPIDA-EXIT
               IF HAY-RAPIDA = 1
                   MOVE 1 TO RAPIDA-EN-CURSO
                   GO TO PRETIRAR-RAPIDA.

           PERFORM VERIFICAR-BILLETERO-FX
               THRU VERIFICAR-BILLETERO-FX-EXIT.
           IF HAY-BILLETERO-FX NOT = 1 OR ACCESIBLE-SESION = 1
               GO TO PRETIRAR.

       PELEGIR-DIVISA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           DISPLAY (8, 27) "Retirada de efectivo".
           DISPLAY (11, 15) "1 - Euros".
           PERFORM MOSTRAR-DIVISAS-FX THRU MOSTRAR-DIVISAS-FX-EXIT.
           DISPLAY (24, 34) "ESC - Salir".

       PELEGIR-DIVISA-A1.
           IF DIVISA-RETIRADA = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO PRETIRAR.
           IF DIVISA-RETIRADA > 20
               GO TO PELEGIR-DIVISA-A1.
           MOVE DIVISA-RETIRADA TO INDICE-MDV.
           IF MDV-COD (INDICE-MDV) = 0 OR MDV-ACTIVA (INDICE-MDV) = 0
               GO TO PELEGIR-DIVISA-A1.
           IF MDV-DENOM (INDICE-MDV, 1) = 0
               GO TO PELEGIR-DIVISA-A1.
           MOVE DIVISA-RETIRADA TO DIVISA-FX-LLAMADA.
           CALL "BANK37" USING TNUM-P DIVISA-FX-LLAMADA.
           EXIT PROGRAM.

      * una linea por divisa activa del maestro con billetes para el
      * billetero de divisa, con su codigo como opcion del menu
       MOSTRAR-DIVISAS-FX.
           MOVE 11 TO LINEA-DIVISA.
           MOVE 1 TO INDICE-MDV.

       MOSTRAR-DIVISAS-FX-LOOP.
           ADD 1 TO INDICE-MDV.
           IF INDICE-MDV > 20 OR LINEA-DIVISA = 21
               GO TO MOSTRAR-DIVISAS-FX-EXIT.
           IF MDV-COD (INDICE-MDV) = 0 OR MDV-ACTIVA (INDICE-MDV) = 0
               GO TO MOSTRAR-DIVISAS-FX-LOOP.
           IF MDV-DENOM (INDICE-MDV, 1) = 0
               GO TO MOSTRAR-DIVISAS-FX-LOOP.
           ADD 1 TO LINEA-DIVISA.
           MOVE INDICE-MDV TO CODIGO-DIVISA-MENU.
           DISPLAY (LINEA-DIVISA, 14) CODIGO-DIVISA-MENU.
           DISPLAY (LINEA-DIVISA, 17) "-".
           DISPLAY (LINEA-DIVISA, 19) MDV-NOMBRE (INDICE-MDV).
           DISPLAY (LINEA-DIVISA, 44) "(".
           DISPLAY (LINEA-DIVISA, 45) MDV-ISO (INDICE-MDV).
           DISPLAY (LINEA-DIVISA, 48) ")".
           GO TO MOSTRAR-DIVISAS-FX-LOOP.
       MOSTRAR-DIVISAS-FX-EXIT.
           EXIT.

      * retirada rapida: importe, billetes y resguardo guardados por
      * el cliente, sin preguntar; pasa por los mismos controles que
      * la retirada tecleada
       PRETIRAR-RAPIDA.
           MOVE RAPIDA-IMPORTE TO IMPORTE-ENT-USUARIO.
           MOVE 0 TO IMPORTE-DEC-USUARIO.
           MOVE RAPIDA-RECIBO TO RECIBO-PREFIJADO.
           DISPLAY (8, 29) "Retirada rapida".
           DISPLAY (11, 20) "Importe a retirar:".
           MOVE RAPIDA-IMPORTE TO RAPIDA-IMPORTE-IMPRESO.
           DISPLAY (11, 40) RAPIDA-IMPORTE-IMPRESO.
           DISPLAY (11, 48) "EUR".
           GO TO VALIDAR-RETIRADA.

       PRETIRAR.
           INITIALIZE IMPORTE-ENT-USUARIO.
           DISPLAY (13, 15) "Introduzca el importe a retirar:".
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
           MOVE 01 TO VELOC-TIPO-A.
           MOVE 02 TO VELOC-TIPO-B.
           MOVE CENT-IMPORTE TO VELOC-IMPORTE-CENT.
           MOVE "BANK4" TO PAN-PROGRAMA.
           PERFORM VERIFICAR-VELOCIDAD THRU VERIFICAR-VELOCIDAD-EXIT.
           IF VELOC-EXCEDIDA = 1
               GO TO PVELOCIDAD-ERR.
           IF NOT DISPENSABLE
               GO TO PEFECTIVO-ERR.

      * modo accesible: el cliente vuelve a ver el importe y confirma
      * antes de dispensar
           IF ACCESIBLE-SESION = 1
               MOVE "Retirada de efectivo" TO CONFIRMA-OPERACION
               MOVE IMPORTE-ENT-USUARIO TO CONFIRMA-IMPORTE-ENT
               MOVE IMPORTE-DEC-USUARIO TO CONFIRMA-IMPORTE-DEC
               PERFORM CONFIRMAR-ACCESIBLE
                   THRU CONFIRMAR-ACCESIBLE-EXIT
               IF CONFIRMA-RESULTADO = 0
                   EXIT PROGRAM.

       CONFIRMAR-RETIRADA.
      * con respaldo se agota el disponible de la tarjeta principal:
      * quedan en ella el efectivo retenido pendiente de verificar
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           COMPUTE CENT-RESPALDO-SALDO = CENT-RESPALDO-SALDO
               - CENT-DEFICIT.
           COMPUTE MOV-SALDOPOS = CENT-RESPALDO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           PERFORM IMPRIMIR-RECIBO THRU IMPRIMIR-RECIBO-EXIT.

           DISPLAY (24, 33) "Enter - Aceptar".
           IF RAPIDA-EN-CURSO = 0
               DISPLAY (22, 15) "1 - Guardar como retirada rapida"
               GO TO CONFIRMAR-RETIRADA-RAPIDA.
           GO TO CONFIRMAR-RETIRADA-ENTER.

       CONFIRMAR-RETIRADA-ENTER.
                   GO TO PDONATIVO
               ELSE
                   GO TO CONFIRMAR-RETIRADA-ENTER.
           GO TO PDONATIVO.

      * el cliente puede guardar la retirada que acaba de hacer
      * (importe, billetes y resguardo) para repetirla desde el menu
       CONFIRMAR-RETIRADA-RAPIDA.
           INITIALIZE RAPIDA-CHOICE.
           ACCEPT RAPIDA-CHOICE ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO PDONATIVO
               ELSE
                   GO TO CONFIRMAR-RETIRADA-RAPIDA.
           IF RAPIDA-CHOICE NOT = 1
               GO TO PDONATIVO.
           PERFORM GUARDAR-RETIRADA-RAPIDA
               THRU GUARDAR-RETIRADA-RAPIDA-EXIT.
           DISPLAY (22, 15) "Su retirada rapida queda guardada".
           GO TO CONFIRMAR-RETIRADA-ENTER.

       GUARDAR-RETIRADA-RAPIDA.
           OPEN I-O RETIRADA-RAPIDA.
           IF FSRW = 35
               OPEN OUTPUT RETIRADA-RAPIDA
           END-IF.
           IF FSRW NOT = 00
               GO TO PSYS-ERR.
           MOVE TNUM-P TO RAP-TARJETA.
           READ RETIRADA-RAPIDA INVALID KEY
               MOVE 0 TO HAY-RAPIDA
           NOT INVALID KEY
               MOVE 1 TO HAY-RAPIDA.
           MOVE TNUM-P TO RAP-TARJETA.
           MOVE IMPORTE-ENT-USUARIO TO RAP-IMPORTE.
           MOVE SEL-N-50 TO RAP-N-50.
           MOVE SEL-N-20 TO RAP-N-20.
           MOVE SEL-N-10 TO RAP-N-10.
           IF RECIBO-OPCION = 1
               MOVE 1 TO RAP-RECIBO
           ELSE
               MOVE 2 TO RAP-RECIBO.
           COMPUTE RAP-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           IF HAY-RAPIDA = 1
               REWRITE RETIRADA-RAPIDA-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           ELSE
               WRITE RETIRADA-RAPIDA-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE.
           CLOSE RETIRADA-RAPIDA.
       GUARDAR-RETIRADA-RAPIDA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ofrecimiento de donativo tras la retirada: importe fijo de
      * nunca donaria nada)
      *----------------------------------------------------------*
       PDONATIVO.
           IF RESPALDO-ENCONTRADO OR ACCESIBLE-SESION = 1
                   OR RAPIDA-EN-CURSO = 1
               EXIT PROGRAM.
           PERFORM LEER-BENEFICA THRU LEER-BENEFICA-EXIT.
           IF TARJETA-BENEFICA = 0
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-SALDO-BENEFICA / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

                   GO TO PIMPORTE-ERR-ENTER.

       PSALDO-ERR.
           MOVE "RETIRADA" TO DENEG-OPERACION.
           MOVE "SALDO INSUFICIENTE" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           DISPLAY (16, 15) "No dispone de saldo suficiente para"
           DISPLAY (17, 25) "realizar esta operacion"
               WITH FOREGROUND-COLOR IS WHITE
                   GO TO PSALDO-ERR-ENTER.

       PLIMITE-ERR.
           MOVE "RETIRADA" TO DENEG-OPERACION.
           MOVE "LIMITE DIARIO" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           DISPLAY (16, 12) "Ha superado el limite diario de retirada"
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
                   GO TO PLIMITE-ERR-ENTER.

       PVELOCIDAD-ERR.
           MOVE "RETIRADA" TO DENEG-OPERACION.
           MOVE "VELOCIDAD" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           DISPLAY (16, 10) "Operacion rechazada por seguridad: ha"
           DISPLAY (17, 10) "superado el limite de operaciones en"
           DISPLAY (18, 25) "pocos minutos"
                   GO TO PVELOCIDAD-ERR-ENTER.

       PCONTROL-ERR.
           MOVE "RETIRADA" TO DENEG-OPERACION.
           IF CTRL-RESULTADO = 1
               MOVE "CONGELADA TITULAR" TO DENEG-MOTIVO
           ELSE
               MOVE "TOPE TITULAR" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           IF CTRL-RESULTADO = 1
               DISPLAY (16, 12) "La tarjeta esta congelada por el"
               DISPLAY (17, 22) "titular de la cuenta"
                   GO TO PCONTROL-ERR-ENTER.

       PHORARIO-ERR.
           MOVE "RETIRADA" TO DENEG-OPERACION.
           MOVE "FRANJA HORARIA" TO DENEG-MOTIVO.
           MOVE TNUM-P TO DENEG-TARJETA.
           PERFORM REGISTRAR-DENEGACION THRU REGISTRAR-DENEGACION-EXIT.
           DISPLAY (16, 12) "La tarjeta no dispensa efectivo en"
           DISPLAY (17, 14) "esta franja horaria por decision"
           DISPLAY (18, 25) "de su titular"
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "BUSCAR-TARJETA-RESPALDO.cpy".
           COPY "COMPROBAR-TARJETA-MENOR.cpy".

      * hay divisa que ofrecer si el terminal tiene algun billete
      * de divisa cargado en billetesfx.ubd
      * reserva vigente de la tarjeta para este terminal cuya fecha
      * de recogida ya llego
       BUSCAR-RESERVA-HOY.
           MOVE 0 TO SEL-N-50.
           MOVE 0 TO SEL-N-20.
           MOVE 0 TO SEL-N-10.
      * la retirada rapida trae los billetes guardados
           IF RAPIDA-EN-CURSO = 1
               MOVE RAPIDA-N-50 TO SEL-N-50
               MOVE RAPIDA-N-20 TO SEL-N-20
               MOVE RAPIDA-N-10 TO SEL-N-10
               GO TO SELECCIONAR-BILLETES-VALIDAR.
      * en modo accesible no se pregunta: combinacion automatica
           IF ACCESIBLE-SESION = 1
               PERFORM CALCULAR-COMBINACION
                   THRU CALCULAR-COMBINACION-EXIT
               GO TO SELECCIONAR-BILLETES-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY (8, 27) "Retirada de efectivo".
           DISPLAY (10, 12) "Billetes disponibles en el cajero:".
               ELSE
                   GO TO SELECCIONAR-BILLETES.

       SELECCIONAR-BILLETES-VALIDAR.
           IF SEL-N-50 = 0 AND SEL-N-20 = 0 AND SEL-N-10 = 0
               PERFORM CALCULAR-COMBINACION
                   THRU CALCULAR-COMBINACION-EXIT
           END-IF.
           IF FSDI NOT = 00
               GO TO REGISTRAR-DISPENSA-EXIT.
           MOVE "BANK4" TO PAN-PROGRAMA.
           MOVE "dispensas.rpt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE TNUM-P TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO DIS-TARJETA.
           MOVE TERMINAL-ID TO DIS-CAJERO.
           MOVE N-50 TO DIS-N-50.
           MOVE N-20 TO DIS-N-20.
           MOVE SEGUNDOS TO DIS-SEG.
           WRITE DISPENSA-REG.
           CLOSE DISPENSAS.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
       REGISTRAR-DISPENSA-EXIT.
           EXIT.

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
           COPY "REGISTRAR-DENEGACION.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
      * imagen del cajon tras cada decremento de la retirada, para
      * que el recuento reconstruido del diario cuadre
           COPY "VERIFICAR-ALERTAS.cpy".
           COPY "LEER-VELOCIDAD.cpy".
           COPY "VERIFICAR-VELOCIDAD.cpy".
           COPY "COMPROBAR-AVISO-VIAJE.cpy".
           COPY "VERIFICAR-CONTROL-AUT.cpy".
           COPY "LEER-MAX-INCIDENTES.cpy".
           COPY "REGISTRAR-INCIDENCIA.cpy".
           COPY "REGISTRAR-ESTADO-CAJERO.cpy".
           COPY "VERIFICAR-HORARIO.cpy".
           COPY "LEER-HUCHAS.cpy".
           COPY "LEER-RETIRADA-RAPIDA.cpy".
           COPY "CARGAR-DIVISAS.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE CTRLAUT.
           CLOSE CAJEROS.
           CLOSE BILLETESFX.
           CLOSE DIVISAS.
           CLOSE RETIRADA-RAPIDA.

           MOVE "BANK4" TO ERROR-PROGRAMA.
           IF FST NOT = 00
                               IF FSCT NOT = 00
                                   MOVE FSCT TO ERROR-FS
                               ELSE
                                   IF FSRW NOT = 00
                                       MOVE FSRW TO ERROR-FS
                                   ELSE
                                       MOVE FSPE TO ERROR-FS.
           IF FSDM NOT = 00
               MOVE FSDM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

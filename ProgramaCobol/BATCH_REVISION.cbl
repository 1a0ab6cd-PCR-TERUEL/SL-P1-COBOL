       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-REVISION.
      * revision de los prestamos a tipo variable (se lanza cada dia
      * despues de la carga de indices): a cada prestamo vigente
      * cuya fecha de revision ha llegado le fija el nuevo tipo,
      * indice del dia mas su diferencial, recalcula la cuota de las
      * cuotas pendientes que vencen a partir del mes que viene y
      * le manda al titular una carta con la cuota anterior y la
      * nueva, asi que la carta sale siempre antes del primer cobro
      * revisado. Las cuotas que vencen este mes se cobran aun con
      * el importe anterior
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRESTAMOS-SEL.cpy".
           COPY "CUOTAS-SEL.cpy".
           COPY "INDICES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "ENVIOS-CARTA-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRESTAMOS-FD.cpy".
           COPY "CUOTAS-FD.cpy".
           COPY "INDICES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "ENVIOS-CARTA-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSPR                      PIC   X(2) VALUE "00".
       77 FSCQ                      PIC   X(2) VALUE "00".
       77 FSIX                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSCA                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CLIENTE-WS.cpy".
           COPY "INDICE-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-ACTUAL-YM            PIC  9(6).
       77 FECHA-CUOTA-YM             PIC  9(6).
       77 TASA-VARIABLE-CALC         PIC S9(3)V9(3).
       77 TASA-NUEVA                 PIC  9(2)V9(2).

      * cuotas que se revisan: numero, suma a tipo anterior, importe
      * de la primera y mes en que se cobra
       77 NUM-RESTANTES              PIC  9(3).
       77 CENT-RESTANTES             PIC S9(11).
       77 CENT-CUOTA-ANTERIOR        PIC S9(11).
       77 CENT-PRINCIPAL-VIVO        PIC S9(11).
       77 CENT-NUEVO-TOTAL           PIC S9(11).
       77 CENT-CUOTA-NUEVA           PIC S9(11).
       77 ANO-PRIMERA                PIC  9(4).
       77 MES-PRIMERA                PIC  9(2).

      * texto de la carta
       77 CONTRATO-ED                PIC  Z(9)9.
       77 TASA-ENT-ED                PIC  Z9.
       77 TASA-DEC-ED                PIC  9(2).
       77 CUOTA-ANT-ENT-ED           PIC  Z(6)9.
       77 CUOTA-ANT-DEC-ED           PIC  9(2).
       77 CUOTA-NUEVA-ENT-ED         PIC  Z(6)9.
       77 CUOTA-NUEVA-DEC-ED         PIC  9(2).

       77 NUM-REVISADOS              PIC  9(6) VALUE 0.
       77 NUM-SIN-INDICE             PIC  9(6) VALUE 0.
       77 NUM-CARTAS                 PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE FECHA-ACTUAL-YM = (ANO * 100) + MES.
           PERFORM REVISAR-PRESTAMOS THRU REVISAR-PRESTAMOS-EXIT.
           DISPLAY "Revision de prestamos a tipo variable completada. "
               "Revisados: " NUM-REVISADOS " Sin indice: "
               NUM-SIN-INDICE " Cartas: " NUM-CARTAS.
           STOP RUN.

       REVISAR-PRESTAMOS.
           OPEN I-O PRESTAMOS.
           IF FSPR = 35
               GO TO REVISAR-PRESTAMOS-EXIT.
           IF FSPR NOT = 00
               GO TO PSYS-ERR.

       REVISAR-PRESTAMOS-LEER.
           READ PRESTAMOS NEXT RECORD
               AT END GO TO REVISAR-PRESTAMOS-CERRAR.
           IF NOT PRESTAMO-VIGENTE OR NOT PRESTAMO-VARIABLE
               GO TO REVISAR-PRESTAMOS-LEER.
           IF PRE-FECHA-REVISION > FECHA-HOY-YMD
               GO TO REVISAR-PRESTAMOS-LEER.

      * sin indice cargado no se revisa: queda para el dia en que
      * llegue el fichero
           MOVE PRE-INDICE TO INDICE-BUSCADO.
           PERFORM LEER-INDICE THRU LEER-INDICE-EXIT.
           IF HAY-INDICE = 0
               DISPLAY "AVISO: prestamo " PRE-NUM
                   " sin indice de referencia " PRE-INDICE
               ADD 1 TO NUM-SIN-INDICE
               GO TO REVISAR-PRESTAMOS-LEER.
           COMPUTE TASA-VARIABLE-CALC = TASA-INDICE + PRE-DIFERENCIAL.
           IF TASA-VARIABLE-CALC < 0
               MOVE 0 TO TASA-VARIABLE-CALC.
           COMPUTE TASA-NUEVA ROUNDED = TASA-VARIABLE-CALC.

           PERFORM SUMAR-RESTANTES THRU SUMAR-RESTANTES-EXIT.
           IF NUM-RESTANTES = 0
               GO TO REVISAR-PRESTAMOS-FECHA.

      * la parte de principal que queda se deduce de las cuotas
      * restantes al tipo anterior (interes simple del plazo que
      * falta, como en la concesion) y se reparte de nuevo al tipo
      * revisado
           COMPUTE CENT-PRINCIPAL-VIVO ROUNDED = CENT-RESTANTES
               / (1 + (PRE-TASA / 100 * NUM-RESTANTES / 12)).
           COMPUTE CENT-NUEVO-TOTAL ROUNDED = CENT-PRINCIPAL-VIVO
               + (CENT-PRINCIPAL-VIVO * TASA-NUEVA / 100
                  * NUM-RESTANTES / 12).
           COMPUTE CENT-CUOTA-NUEVA ROUNDED =
               CENT-NUEVO-TOTAL / NUM-RESTANTES.
           PERFORM ACTUALIZAR-RESTANTES THRU ACTUALIZAR-RESTANTES-EXIT.
           COMPUTE PRE-CUOTA-ENT = CENT-CUOTA-NUEVA / 100.
           COMPUTE PRE-CUOTA-DEC = FUNCTION MOD(CENT-CUOTA-NUEVA, 100).

       REVISAR-PRESTAMOS-FECHA.
           MOVE TASA-NUEVA TO PRE-TASA.
           MOVE FECHA-HOY-YMD TO PRE-FECHA-ULT-REVISION.

      * un prestamo que se quedo sin revisar varios periodos salta
      * directamente a la siguiente fecha futura
       REVISAR-PRESTAMOS-AVANZAR.
           MOVE PRE-FECHA-REVISION TO REVISION-FECHA-BASE.
           MOVE PRE-MESES-REVISION TO REVISION-MESES.
           PERFORM CALCULAR-FECHA-REVISION
               THRU CALCULAR-FECHA-REVISION-EXIT.
           MOVE REVISION-FECHA TO PRE-FECHA-REVISION.
           IF PRE-FECHA-REVISION NOT > FECHA-HOY-YMD
               GO TO REVISAR-PRESTAMOS-AVANZAR.

           REWRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "PR" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE PRE-NUM TO JOURNAL-CLAVE.
           MOVE PRESTAMO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           ADD 1 TO NUM-REVISADOS.

           IF NUM-RESTANTES NOT = 0
               PERFORM AVISAR-TITULAR THRU AVISAR-TITULAR-EXIT.
           GO TO REVISAR-PRESTAMOS-LEER.

       REVISAR-PRESTAMOS-CERRAR.
           CLOSE PRESTAMOS.
       REVISAR-PRESTAMOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cuotas pendientes del prestamo que vencen despues de este
      * mes: cuantas son, cuanto suman y cual es la primera
      *----------------------------------------------------------*
       SUMAR-RESTANTES.
           MOVE 0 TO NUM-RESTANTES.
           MOVE 0 TO CENT-RESTANTES.
           MOVE 0 TO CENT-CUOTA-ANTERIOR.
           OPEN INPUT CUOTAS.
           IF FSCQ = 35
               GO TO SUMAR-RESTANTES-EXIT.
           IF FSCQ NOT = 00
               GO TO PSYS-ERR.
           MOVE PRE-NUM TO CUO-PRESTAMO.
           MOVE 0 TO CUO-NUM.
           START CUOTAS KEY IS >= CUO-CLAVE
               INVALID KEY GO TO SUMAR-RESTANTES-CERRAR.

       SUMAR-RESTANTES-LEER.
           READ CUOTAS NEXT RECORD
               AT END GO TO SUMAR-RESTANTES-CERRAR.
           IF CUO-PRESTAMO NOT = PRE-NUM
               GO TO SUMAR-RESTANTES-CERRAR.
           IF NOT CUOTA-PENDIENTE
               GO TO SUMAR-RESTANTES-LEER.
           COMPUTE FECHA-CUOTA-YM = (CUO-ANO * 100) + CUO-MES.
           IF FECHA-CUOTA-YM NOT > FECHA-ACTUAL-YM
               GO TO SUMAR-RESTANTES-LEER.
           ADD 1 TO NUM-RESTANTES.
           COMPUTE CENT-RESTANTES = CENT-RESTANTES
               + (CUO-IMPORTE-ENT * 100) + CUO-IMPORTE-DEC.
           IF NUM-RESTANTES = 1
               COMPUTE CENT-CUOTA-ANTERIOR =
                   (CUO-IMPORTE-ENT * 100) + CUO-IMPORTE-DEC
               MOVE CUO-ANO TO ANO-PRIMERA
               MOVE CUO-MES TO MES-PRIMERA.
           GO TO SUMAR-RESTANTES-LEER.

       SUMAR-RESTANTES-CERRAR.
           CLOSE CUOTAS.
       SUMAR-RESTANTES-EXIT.
           EXIT.

       ACTUALIZAR-RESTANTES.
           OPEN I-O CUOTAS.
           IF FSCQ NOT = 00
               GO TO PSYS-ERR.
           MOVE PRE-NUM TO CUO-PRESTAMO.
           MOVE 0 TO CUO-NUM.
           START CUOTAS KEY IS >= CUO-CLAVE
               INVALID KEY GO TO ACTUALIZAR-RESTANTES-CERRAR.

       ACTUALIZAR-RESTANTES-LEER.
           READ CUOTAS NEXT RECORD
               AT END GO TO ACTUALIZAR-RESTANTES-CERRAR.
           IF CUO-PRESTAMO NOT = PRE-NUM
               GO TO ACTUALIZAR-RESTANTES-CERRAR.
           IF NOT CUOTA-PENDIENTE
               GO TO ACTUALIZAR-RESTANTES-LEER.
           COMPUTE FECHA-CUOTA-YM = (CUO-ANO * 100) + CUO-MES.
           IF FECHA-CUOTA-YM NOT > FECHA-ACTUAL-YM
               GO TO ACTUALIZAR-RESTANTES-LEER.
           COMPUTE CUO-IMPORTE-ENT = CENT-CUOTA-NUEVA / 100.
           COMPUTE CUO-IMPORTE-DEC =
               FUNCTION MOD(CENT-CUOTA-NUEVA, 100).
           REWRITE CUOTA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO ACTUALIZAR-RESTANTES-LEER.

       ACTUALIZAR-RESTANTES-CERRAR.
           CLOSE CUOTAS.
       ACTUALIZAR-RESTANTES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * carta a la direccion del titular con la cuota anterior, la
      * nueva y el mes del primer cobro revisado; ademas el aviso
      * por la cola de notificaciones
      *----------------------------------------------------------*
       AVISAR-TITULAR.
           MOVE PRE-TARJETA TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "REVISION CUOTA PRESTAMO" TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-CUOTA-NUEVA / 100.
           COMPUTE NOTIF-IMPORTE-DEC =
               FUNCTION MOD(CENT-CUOTA-NUEVA, 100).
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO AVISAR-TITULAR-EXIT.
           MOVE PRE-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO AVISAR-TITULAR-EXIT.
           MOVE TTITULAR TO CLIENTE-CALCULO.
           CLOSE TARJETAS.
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
           IF CLI-DIRECCION = SPACES
               GO TO AVISAR-TITULAR-EXIT.

           OPEN EXTEND ENVIOS-CARTA.
           IF FSCA = 35
               OPEN OUTPUT ENVIOS-CARTA
           END-IF.
           IF FSCA NOT = 00
               GO TO AVISAR-TITULAR-EXIT.
           MOVE PRE-NUM TO CONTRATO-ED.
           MOVE PRE-TASA TO TASA-ENT-ED.
           MOVE PRE-TASA (3:2) TO TASA-DEC-ED.
           COMPUTE CUOTA-ANT-ENT-ED = CENT-CUOTA-ANTERIOR / 100.
           COMPUTE CUOTA-ANT-DEC-ED =
               FUNCTION MOD(CENT-CUOTA-ANTERIOR, 100).
           COMPUTE CUOTA-NUEVA-ENT-ED = CENT-CUOTA-NUEVA / 100.
           COMPUTE CUOTA-NUEVA-DEC-ED =
               FUNCTION MOD(CENT-CUOTA-NUEVA, 100).
           MOVE CLI-DIRECCION TO CAR-DIRECCION.
           MOVE SPACES TO CAR-COLA.
           STRING "REVISION DE TIPO PRESTAMO " CONTRATO-ED
               " NUEVO TIPO " TASA-ENT-ED "," TASA-DEC-ED "%"
               " CUOTA ANTERIOR " CUOTA-ANT-ENT-ED ","
               CUOTA-ANT-DEC-ED " NUEVA " CUOTA-NUEVA-ENT-ED ","
               CUOTA-NUEVA-DEC-ED " DESDE " MES-PRIMERA "/"
               ANO-PRIMERA
               DELIMITED BY SIZE INTO CAR-COLA.
           WRITE ENVIO-CARTA-REG.
           CLOSE ENVIOS-CARTA.
           ADD 1 TO NUM-CARTAS.
       AVISAR-TITULAR-EXIT.
           EXIT.

           COPY "LEER-INDICE.cpy".
           COPY "CALCULAR-FECHA-REVISION.cpy".
           COPY "LEER-CLIENTE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE PRESTAMOS.
           CLOSE CUOTAS.
           CLOSE INDICES.

           MOVE "BATCH-RT" TO ERROR-PROGRAMA.
           IF FSPR NOT = 00
               MOVE FSPR TO ERROR-FS
           ELSE
               IF FSCQ NOT = 00
                   MOVE FSCQ TO ERROR-FS
               ELSE
                   IF FSIX NOT = 00
                       MOVE FSIX TO ERROR-FS
                   ELSE
                       MOVE FSC TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la revision de prestamos "
               "a tipo variable. FSPR=" FSPR " FSCQ=" FSCQ
               " FSIX=" FSIX.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

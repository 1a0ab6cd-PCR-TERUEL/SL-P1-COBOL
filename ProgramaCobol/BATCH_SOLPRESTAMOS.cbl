       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-SOLPRESTAMOS.
      * puntuacion nocturna de las solicitudes de prestamo hechas en
      * el cajero (BANK65). Cada solicitud pendiente sale:
      *   - denegada si la tarjeta ya no es apta, si hay impagos o
      *     fallidos en sus prestamos, expediente de mora vivo,
      *     situacion de moroso o fallido en el buro, o si con la
      *     cuota nueva el endeudamiento pasa del maximo;
      *   - derivada a estudio si no hay nomina detectada (la misma
      *     deteccion que el anticipo de BANK53), el buro no tiene
      *     datos o comunica un impago leve, la mora esta
      *     reestructurada o el endeudamiento pasa del preaprobable;
      *   - preaprobada en otro caso.
      * Preaprobadas y derivadas quedan en la cola de BANK30 para
      * que el supervisor haga el desembolso; las que llevan en cola
      * mas de DIAS-VALIDEZ-SOLICITUD dias caducan. El titular recibe
      * el resultado en su cola de avisos
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SOLPRESTAMOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "PRESTAMOS-SEL.cpy".
           COPY "MORAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "BURORISK-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SOLPRESTAMOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "PRESTAMOS-FD.cpy".
           COPY "MORAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "BURORISK-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSSP                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSPR                      PIC   X(2) VALUE "00".
       77 FSMO                      PIC   X(2) VALUE "00".
       77 FSBU                      PIC   X(2) VALUE "00".
       77 FSM                       PIC   X(2) VALUE "00".
       77 FSC                       PIC   X(2) VALUE "00".
       77 FSP                       PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "NOMINA-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
      * dias que una solicitud preaprobada o derivada espera en la
      * cola del supervisor antes de caducar
       77 DIAS-VALIDEZ-SOLICITUD     PIC  9(3) VALUE 30.
       77 DIAS-EN-COLA               PIC S9(9).

      * datos de la solicitud que se puntua
       77 TITULAR-SOLICITANTE        PIC  9(9).
       77 IMPAGO-PROPIO-SW           PIC  9(1).
      * 0 sin mora, 1 mora reestructurada, 2 mora viva o fallida
       77 MORA-SOLICITANTE           PIC  9(1).
       77 BURO-SOLICITANTE           PIC  9(1).
       77 MOTIVO-DERIVACION          PIC  X(25).
       77 CENT-CUOTAS-VIGENTES       PIC S9(11).
       77 CENT-CUOTA-ESTIMADA        PIC S9(11).
       77 CENT-TOTAL-ESTIMADO        PIC S9(11).
       77 PCT-CALCULADO              PIC  9(5).

       77 NUM-PUNTUADAS              PIC  9(6) VALUE 0.
       77 NUM-PREAPROBADAS           PIC  9(6) VALUE 0.
       77 NUM-DERIVADAS              PIC  9(6) VALUE 0.
       77 NUM-DENEGADAS              PIC  9(6) VALUE 0.
       77 NUM-CADUCADAS              PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-SOLICITUD
               THRU LEER-PARAM-SOLICITUD-EXIT.
           PERFORM REVISAR-SOLICITUDES THRU REVISAR-SOLICITUDES-EXIT.
           DISPLAY "Puntuacion de solicitudes de prestamo completada. "
               "Puntuadas: " NUM-PUNTUADAS " Preaprobadas: "
               NUM-PREAPROBADAS " Derivadas: " NUM-DERIVADAS
               " Denegadas: " NUM-DENEGADAS
               " Caducadas: " NUM-CADUCADAS.
           STOP RUN.

       REVISAR-SOLICITUDES.
           OPEN I-O SOLPRESTAMOS.
           IF FSSP = 35
               GO TO REVISAR-SOLICITUDES-EXIT.
           IF FSSP NOT = 00
               GO TO PSYS-ERR.

       REVISAR-SOLICITUDES-LEER.
           READ SOLPRESTAMOS NEXT RECORD
               AT END GO TO REVISAR-SOLICITUDES-CERRAR.
           IF SOLPRE-PENDIENTE
               PERFORM PUNTUAR-SOLICITUD THRU PUNTUAR-SOLICITUD-EXIT
               PERFORM GRABAR-RESULTADO THRU GRABAR-RESULTADO-EXIT
               GO TO REVISAR-SOLICITUDES-LEER.
           IF NOT SOLPRE-PREAPROBADA AND NOT SOLPRE-DERIVADA
               GO TO REVISAR-SOLICITUDES-LEER.

      * en cola sin resolver: caduca pasado el plazo de validez
           COMPUTE DIAS-EN-COLA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
               - FUNCTION INTEGER-OF-DATE(SPR-FECHA-PUNTUACION).
           IF DIAS-EN-COLA NOT > DIAS-VALIDEZ-SOLICITUD
               GO TO REVISAR-SOLICITUDES-LEER.
           MOVE 6 TO SPR-ESTADO.
           MOVE FECHA-HOY-YMD TO SPR-FECHA-RESOLUCION.
           PERFORM GRABAR-RESULTADO THRU GRABAR-RESULTADO-EXIT.
           GO TO REVISAR-SOLICITUDES-LEER.

       REVISAR-SOLICITUDES-CERRAR.
           CLOSE SOLPRESTAMOS.
       REVISAR-SOLICITUDES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * puntuacion de una solicitud pendiente: las causas de
      * denegacion cortan la evaluacion; las de derivacion solo
      * rebajan una preaprobada y se guarda la primera
      *----------------------------------------------------------*
       PUNTUAR-SOLICITUD.
           ADD 1 TO NUM-PUNTUADAS.
           MOVE 1 TO SPR-ESTADO.
           MOVE SPACES TO SPR-MOTIVO.
           MOVE FECHA-HOY-YMD TO SPR-FECHA-PUNTUACION.
           MOVE 0 TO SPR-NOMINA-MEDIA.
           MOVE 0 TO SPR-CUOTAS-VIGENTES.
           MOVE 0 TO SPR-CUOTA-ESTIMADA.
           MOVE 0 TO SPR-PCT-ENDEUDAMIENTO.
           MOVE 0 TO SPR-BURO-SITUACION.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE SPR-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               MOVE 3 TO SPR-ESTADO
               MOVE "TARJETA NO OPERATIVA" TO SPR-MOTIVO
               GO TO PUNTUAR-SOLICITUD-EXIT.
           IF NOT TARJETA-ACTIVA
                   OR PRODUCTO-PREPAGO OR PRODUCTO-CREDITO
                   OR PRODUCTO-MENOR
               CLOSE TARJETAS
               MOVE 3 TO SPR-ESTADO
               MOVE "TARJETA NO OPERATIVA" TO SPR-MOTIVO
               GO TO PUNTUAR-SOLICITUD-EXIT.
           MOVE TTITULAR TO TITULAR-SOLICITANTE.
           CLOSE TARJETAS.

           PERFORM REVISAR-PRESTAMOS-PROPIOS
               THRU REVISAR-PRESTAMOS-PROPIOS-EXIT.
           IF IMPAGO-PROPIO-SW = 1
               MOVE 3 TO SPR-ESTADO
               MOVE "IMPAGOS EN PRESTAMOS" TO SPR-MOTIVO
               GO TO PUNTUAR-SOLICITUD-EXIT.

           PERFORM REVISAR-MORAS THRU REVISAR-MORAS-EXIT.
           IF MORA-SOLICITANTE = 2
               MOVE 3 TO SPR-ESTADO
               MOVE "EXPEDIENTE DE MORA" TO SPR-MOTIVO
               GO TO PUNTUAR-SOLICITUD-EXIT.

           PERFORM CONSULTAR-BURO THRU CONSULTAR-BURO-EXIT.
           MOVE BURO-SOLICITANTE TO SPR-BURO-SITUACION.
           IF BURO-SOLICITANTE NOT < 3
               MOVE 3 TO SPR-ESTADO
               MOVE "INFORME BURO DESFAVORABLE" TO SPR-MOTIVO
               GO TO PUNTUAR-SOLICITUD-EXIT.

      * cuota estimada del prestamo pedido con el interes de
      * referencia: interes simple del plazo completo repartido a
      * partes iguales, como la calcula BANK30 al conceder
           COMPUTE CENT-TOTAL-ESTIMADO ROUNDED = (SPR-IMPORTE * 100)
               + (SPR-IMPORTE * 100 * TASA-SOLICITUD / 100
                  * SPR-MESES / 12).
           COMPUTE CENT-CUOTA-ESTIMADA ROUNDED =
               CENT-TOTAL-ESTIMADO / SPR-MESES.
           COMPUTE SPR-CUOTA-ESTIMADA = CENT-CUOTA-ESTIMADA / 100.
           COMPUTE SPR-CUOTAS-VIGENTES = CENT-CUOTAS-VIGENTES / 100.

           MOVE SPR-TARJETA TO NOMINA-TARJETA.
           MOVE FECHA-HOY-YMD TO NOMINA-HOY-YMD.
           PERFORM CALCULAR-NOMINA-MEDIA
               THRU CALCULAR-NOMINA-MEDIA-EXIT.
           IF NUM-NOMINAS = 0 OR CENT-NOMINA-MEDIA NOT > 0
               MOVE "SIN NOMINA DOMICILIADA" TO MOTIVO-DERIVACION
               PERFORM DERIVAR-SOLICITUD
               GO TO PUNTUAR-SOLICITUD-RESTO.
           COMPUTE SPR-NOMINA-MEDIA = CENT-NOMINA-MEDIA / 100.

           COMPUTE PCT-CALCULADO ROUNDED =
               (CENT-CUOTAS-VIGENTES + CENT-CUOTA-ESTIMADA) * 100
               / CENT-NOMINA-MEDIA
               ON SIZE ERROR MOVE 99999 TO PCT-CALCULADO.
           IF PCT-CALCULADO > 999
               MOVE 999 TO SPR-PCT-ENDEUDAMIENTO
           ELSE
               MOVE PCT-CALCULADO TO SPR-PCT-ENDEUDAMIENTO.
           IF PCT-CALCULADO > PCT-ENDEUDAMIENTO-MAX
               MOVE 3 TO SPR-ESTADO
               MOVE "ENDEUDAMIENTO EXCESIVO" TO SPR-MOTIVO
               GO TO PUNTUAR-SOLICITUD-EXIT.
           IF PCT-CALCULADO > PCT-ENDEUDAMIENTO
               MOVE "ENDEUDAMIENTO ELEVADO" TO MOTIVO-DERIVACION
               PERFORM DERIVAR-SOLICITUD.

       PUNTUAR-SOLICITUD-RESTO.
           IF MORA-SOLICITANTE = 1
               MOVE "MORA REESTRUCTURADA" TO MOTIVO-DERIVACION
               PERFORM DERIVAR-SOLICITUD.
           IF BURO-SOLICITANTE = 2
               MOVE "IMPAGO LEVE EN BURO" TO MOTIVO-DERIVACION
               PERFORM DERIVAR-SOLICITUD.
           IF BURO-SOLICITANTE = 0
               MOVE "SIN INFORME DE BURO" TO MOTIVO-DERIVACION
               PERFORM DERIVAR-SOLICITUD.
       PUNTUAR-SOLICITUD-EXIT.
           EXIT.

       DERIVAR-SOLICITUD.
           IF SOLPRE-PREAPROBADA
               MOVE 2 TO SPR-ESTADO
               MOVE MOTIVO-DERIVACION TO SPR-MOTIVO.

      *----------------------------------------------------------*
      * prestamos de la tarjeta: impagos o fallidos y suma de las
      * cuotas de los vigentes
      *----------------------------------------------------------*
       REVISAR-PRESTAMOS-PROPIOS.
           MOVE 0 TO IMPAGO-PROPIO-SW.
           MOVE 0 TO CENT-CUOTAS-VIGENTES.
           OPEN INPUT PRESTAMOS.
           IF FSPR = 35
               GO TO REVISAR-PRESTAMOS-PROPIOS-EXIT.
           IF FSPR NOT = 00
               GO TO PSYS-ERR.
           MOVE SPR-TARJETA TO PRE-TARJETA.
           START PRESTAMOS KEY IS = PRE-TARJETA
               INVALID KEY GO TO REVISAR-PRESTAMOS-PROPIOS-CERRAR.

       REVISAR-PRESTAMOS-PROPIOS-LEER.
           READ PRESTAMOS NEXT RECORD
               AT END GO TO REVISAR-PRESTAMOS-PROPIOS-CERRAR.
           IF PRE-TARJETA NOT = SPR-TARJETA
               GO TO REVISAR-PRESTAMOS-PROPIOS-CERRAR.
           IF PRESTAMO-FALLIDO
               MOVE 1 TO IMPAGO-PROPIO-SW.
           IF PRESTAMO-VIGENTE AND PRE-IMPAGOS NOT = 0
               MOVE 1 TO IMPAGO-PROPIO-SW.
           IF PRESTAMO-VIGENTE
               COMPUTE CENT-CUOTAS-VIGENTES = CENT-CUOTAS-VIGENTES
                   + (PRE-CUOTA-ENT * 100) + PRE-CUOTA-DEC.
           GO TO REVISAR-PRESTAMOS-PROPIOS-LEER.

       REVISAR-PRESTAMOS-PROPIOS-CERRAR.
           CLOSE PRESTAMOS.
       REVISAR-PRESTAMOS-PROPIOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * expedientes de mora de la tarjeta, de prestamo o de recibo
      * de credito: los regularizados no cuentan
      *----------------------------------------------------------*
       REVISAR-MORAS.
           MOVE 0 TO MORA-SOLICITANTE.
           OPEN INPUT MORAS.
           IF FSMO = 35
               GO TO REVISAR-MORAS-EXIT.
           IF FSMO NOT = 00
               GO TO PSYS-ERR.

       REVISAR-MORAS-LEER.
           READ MORAS NEXT RECORD
               AT END GO TO REVISAR-MORAS-CERRAR.
           IF MOR-TARJETA NOT = SPR-TARJETA
               GO TO REVISAR-MORAS-LEER.
           IF MORA-REGULARIZADA
               GO TO REVISAR-MORAS-LEER.
           IF MORA-REESTRUCTURADA
               MOVE 1 TO MORA-SOLICITANTE
               GO TO REVISAR-MORAS-LEER.
           MOVE 2 TO MORA-SOLICITANTE.

       REVISAR-MORAS-CERRAR.
           CLOSE MORAS.
       REVISAR-MORAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ficha del buro del titular por su DNI (0 si no hay datos)
      *----------------------------------------------------------*
       CONSULTAR-BURO.
           MOVE 0 TO BURO-SOLICITANTE.
           IF TITULAR-SOLICITANTE = 0
               GO TO CONSULTAR-BURO-EXIT.
           OPEN INPUT CLIENTES.
           IF FSC = 35
               GO TO CONSULTAR-BURO-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE TITULAR-SOLICITANTE TO CLI-COD.
           READ CLIENTES INVALID KEY
               CLOSE CLIENTES
               GO TO CONSULTAR-BURO-EXIT.
           CLOSE CLIENTES.

           OPEN INPUT BURORISK.
           IF FSBU = 35
               GO TO CONSULTAR-BURO-EXIT.
           IF FSBU NOT = 00
               GO TO PSYS-ERR.
           MOVE CLI-DNI TO BUR-DNI.
           READ BURORISK INVALID KEY
               CLOSE BURORISK
               GO TO CONSULTAR-BURO-EXIT.
           MOVE BUR-SITUACION TO BURO-SOLICITANTE.
           CLOSE BURORISK.
       CONSULTAR-BURO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * graba el resultado y avisa al titular
      *----------------------------------------------------------*
       GRABAR-RESULTADO.
           REWRITE SOLPRESTAMO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "SP" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE SPR-NUM TO JOURNAL-CLAVE.
           MOVE SOLPRESTAMO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SPR-TARJETA TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           IF SOLPRE-PREAPROBADA
               ADD 1 TO NUM-PREAPROBADAS
               MOVE "PRESTAMO PREAPROBADO" TO NOTIF-CONCEPTO.
           IF SOLPRE-DERIVADA
               ADD 1 TO NUM-DERIVADAS
               MOVE "SOLICITUD PRESTAMO EN ESTUDIO" TO NOTIF-CONCEPTO.
           IF SOLPRE-DENEGADA
               ADD 1 TO NUM-DENEGADAS
               MOVE "SOLICITUD PRESTAMO DENEGADA" TO NOTIF-CONCEPTO.
           IF SOLPRE-CADUCADA
               ADD 1 TO NUM-CADUCADAS
               MOVE "SOLICITUD PRESTAMO CADUCADA" TO NOTIF-CONCEPTO.
           MOVE SPR-IMPORTE TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       GRABAR-RESULTADO-EXIT.
           EXIT.

           COPY "LEER-PARAM-SOLICITUD.cpy".
           COPY "CALCULAR-NOMINA-MEDIA.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE SOLPRESTAMOS.
           CLOSE TARJETAS.
           CLOSE PRESTAMOS.
           CLOSE MORAS.
           CLOSE CLIENTES.
           CLOSE BURORISK.
           CLOSE F-MOVIMIENTOS.

           MOVE "BATCH-PS" TO ERROR-PROGRAMA.
           IF FSSP NOT = 00
               MOVE FSSP TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSPR NOT = 00
                       MOVE FSPR TO ERROR-FS
                   ELSE
                       IF FSMO NOT = 00
                           MOVE FSMO TO ERROR-FS
                       ELSE
                           IF FSBU NOT = 00
                               MOVE FSBU TO ERROR-FS
                           ELSE
                               IF FSM NOT = 00
                                   MOVE FSM TO ERROR-FS
                               ELSE
                                   IF FSC NOT = 00
                                       MOVE FSC TO ERROR-FS
                                   ELSE
                                       MOVE FSP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la puntuacion de "
               "solicitudes de prestamo. FSSP=" FSSP " FST=" FST
               " FSPR=" FSPR " FSMO=" FSMO " FSBU=" FSBU
               " FSM=" FSM " FSC=" FSC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

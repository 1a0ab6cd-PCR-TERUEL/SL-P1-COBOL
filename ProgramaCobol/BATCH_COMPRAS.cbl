       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-COMPRAS.
      * compensacion diaria de compras en terminal punto de venta:
      * lee el fichero de compensacion del adquirente
      * (compensaciontpv.txt, con cabecera y cola de control), casa
      * cada compra con su autorizacion original, libera la
      * retencion, anota el cargo como compra en comercio (MOV-TIPO
      * 28) con actualizacion del saldo en cache, alertas y aviso al
      * titular. Las lineas que no casan salen a comprasrech.rpt con
      * su motivo (01 autorizacion desconocida, 02 tarjeta o comercio
      * distintos de los autorizados, 03 autorizacion ya compensada,
      * 04 divisa distinta). Al terminar, las autorizaciones que
      * siguen retenidas pasados los dias de PAR-DIAS-AUTORIZACION
      * se liberan y se avisa al titular
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AUTORIZACIONES-SEL.cpy".
           COPY "COMERCIOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "ALERTAS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".

           SELECT COMPENSACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCP.

           SELECT RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRH.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "AUTORIZACIONES-FD.cpy".
           COPY "COMERCIOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "ALERTAS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".

      * compensacion del adquirente: una compra por linea, con el
      * numero de autorizacion que se le devolvio al autorizar
       FD COMPENSACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "compensaciontpv.txt".
       01 COMPENSACION-REG.
           02 CTP-COMERCIO             PIC 9(8).
           02 FILLER                   PIC X(1).
           02 CTP-AUT-NUM              PIC 9(10).
           02 FILLER                   PIC X(1).
           02 CTP-TARJETA              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 CTP-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 CTP-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 CTP-DIVISA               PIC 9(2).
           COPY "CONTROL-TXT-REG.cpy".

      * compras no anotadas, de vuelta hacia el adquirente
       FD RECHAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "comprasrech.rpt".
       01 RECHAZO-REG.
           02 CRH-COMERCIO             PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRH-AUT-NUM              PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRH-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRH-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 CRH-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRH-MOTIVO               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CRH-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 CRH-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 CRH-DIA                  PIC 9(02).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSAU                      PIC   X(2).
       77 FSCY                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSAL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSCP                      PIC   X(2).
       77 FSRH                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "ALERTA-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-LIMITE-YMD           PIC  9(8).
       77 DIAS-ENTEROS               PIC S9(9).
       77 MOTIVO-RECHAZO             PIC  9(2).
       77 ESTADO-AUT-LEIDO           PIC  9(1).
       77 DIVISA-TARJETA-COMPRA      PIC  9(2).
       77 CONCEPTO-COMPRA            PIC  X(35).
       77 CENT-IMPORTE               PIC S9(11).
       77 CENT-AUTORIZADO            PIC S9(11).
       77 CENT-RETENIDO              PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-NUEVO-SALDO           PIC S9(11).
       77 NUEVO-SALDO-ENT            PIC S9(9).
       77 NUEVO-SALDO-DEC            PIC  9(2).
       77 TARJETA-RETENCION          PIC  9(16).
       77 NUM-LEIDAS                 PIC  9(6) VALUE 0.
       77 NUM-ANOTADAS               PIC  9(6) VALUE 0.
       77 NUM-RECHAZADAS             PIC  9(6) VALUE 0.
       77 NUM-LIBERADAS              PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-FECHA-CONTABLE THRU LEER-FECHA-CONTABLE-EXIT.
           PERFORM LEER-DIAS-AUTORIZACION
               THRU LEER-DIAS-AUTORIZACION-EXIT.
           PERFORM VALIDAR-FICHERO-COMPRAS
               THRU VALIDAR-FICHERO-COMPRAS-EXIT.
           IF CTLF-RECHAZO = 1
               DISPLAY "ERROR: fichero de compensacion de compras "
                   "rechazado (cabecera, totales o secuencia repetida)"
               MOVE "BATCH-TP" TO ERROR-PROGRAMA
               MOVE "CT" TO ERROR-FS
               PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM PROCESAR-COMPRAS THRU PROCESAR-COMPRAS-EXIT.
           IF CTLF-HAY-CABECERA = 1
               PERFORM REGISTRAR-FICHERO-PROC
                   THRU REGISTRAR-FICHERO-PROC-EXIT.
           PERFORM LIBERAR-CADUCADAS THRU LIBERAR-CADUCADAS-EXIT.
           DISPLAY "Compensacion de compras procesada. Leidas: "
               NUM-LEIDAS " Anotadas: " NUM-ANOTADAS
               " Rechazadas: " NUM-RECHAZADAS
               " Retenciones liberadas: " NUM-LIBERADAS.
           STOP RUN.

       LEER-DIAS-AUTORIZACION.
           MOVE 7 TO DIAS-AUTORIZACION.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-DIAS-AUTORIZACION-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-DIAS-AUTORIZACION-CERRAR.
           IF PAR-DIAS-AUTORIZACION NOT = 0
               MOVE PAR-DIAS-AUTORIZACION TO DIAS-AUTORIZACION.

       LEER-DIAS-AUTORIZACION-CERRAR.
           CLOSE PARAMETROS.
       LEER-DIAS-AUTORIZACION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * validacion previa del fichero, mismo criterio que el resto
      * de entradas de la red: sin cabecera, sin cola que cuadre o
      * con secuencia ya procesada no se anota nada
      *----------------------------------------------------------*
       VALIDAR-FICHERO-COMPRAS.
           MOVE 0 TO CTLF-RECHAZO.
           MOVE 0 TO CTLF-HAY-CABECERA.
           MOVE 0 TO CTLF-HAY-TOTAL.
           MOVE 0 TO CTLF-NUM-CONTADO.
           MOVE 0 TO CTLF-CENT-CONTADO.
           OPEN INPUT COMPENSACION.
           IF FSCP = 35
               GO TO VALIDAR-FICHERO-COMPRAS-EXIT.
           IF FSCP NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-FICHERO-COMPRAS-LEER.
           READ COMPENSACION AT END
               GO TO VALIDAR-FICHERO-COMPRAS-CERRAR.
           IF CTX-MARCA = "CABECERA"
               IF CTLF-HAY-CABECERA = 1 OR CTLF-NUM-CONTADO NOT = 0
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   MOVE 1 TO CTLF-HAY-CABECERA
                   MOVE CTX-ORIGEN TO CTLF-ORIGEN
                   MOVE CTX-SECUENCIA TO CTLF-SECUENCIA
               END-IF
               GO TO VALIDAR-FICHERO-COMPRAS-LEER.
           IF CTX-MARCA (1:5) = "TOTAL"
               MOVE 1 TO CTLF-HAY-TOTAL
               MOVE CTX-NUM TO CTLF-NUM-DECLARADO
               COMPUTE CTLF-CENT-DECLARADO =
                   (CTX-IMPORTE-ENT * 100) + CTX-IMPORTE-DEC
               GO TO VALIDAR-FICHERO-COMPRAS-LEER.
           ADD 1 TO CTLF-NUM-CONTADO.
           COMPUTE CTLF-CENT-CONTADO = CTLF-CENT-CONTADO
               + (CTP-IMPORTE-ENT * 100) + CTP-IMPORTE-DEC.
           GO TO VALIDAR-FICHERO-COMPRAS-LEER.

       VALIDAR-FICHERO-COMPRAS-CERRAR.
           CLOSE COMPENSACION.
           IF CTLF-HAY-CABECERA = 0 OR CTLF-HAY-TOTAL = 0
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-COMPRAS-EXIT.
           IF CTLF-NUM-DECLARADO NOT = CTLF-NUM-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-COMPRAS-EXIT.
           IF CTLF-CENT-DECLARADO NOT = CTLF-CENT-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-COMPRAS-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
           IF CTLF-YA-PROCESADO = 1
               MOVE 1 TO CTLF-RECHAZO.
       VALIDAR-FICHERO-COMPRAS-EXIT.
           EXIT.

       PROCESAR-COMPRAS.
           OPEN INPUT COMPENSACION.
           IF FSCP = 35
               DISPLAY "AVISO: no hay fichero compensaciontpv.txt"
               GO TO PROCESAR-COMPRAS-EXIT.
           IF FSCP NOT = 00
               GO TO PSYS-ERR.

       PROCESAR-COMPRAS-LEER.
           READ COMPENSACION AT END GO TO PROCESAR-COMPRAS-CERRAR.
      * las lineas de control ya se validaron en la primera pasada
           IF CTX-MARCA = "CABECERA" OR CTX-MARCA (1:5) = "TOTAL"
               GO TO PROCESAR-COMPRAS-LEER.
           ADD 1 TO NUM-LEIDAS.
           PERFORM ANOTAR-COMPRA THRU ANOTAR-COMPRA-EXIT.
           GO TO PROCESAR-COMPRAS-LEER.

       PROCESAR-COMPRAS-CERRAR.
           CLOSE COMPENSACION.
       PROCESAR-COMPRAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * casa la compra con su autorizacion: misma tarjeta y mismo
      * comercio; una autorizacion ya liberada por caducidad admite
      * aun la compra (presentacion tardia) pero no hay retencion
      * que devolver
      *----------------------------------------------------------*
       ANOTAR-COMPRA.
           MOVE 0 TO MOTIVO-RECHAZO.
           COMPUTE CENT-IMPORTE =
               (CTP-IMPORTE-ENT * 100) + CTP-IMPORTE-DEC.

           OPEN I-O AUTORIZACIONES.
           IF FSAU = 35
               MOVE 01 TO MOTIVO-RECHAZO
               GO TO ANOTAR-COMPRA-RECHAZO.
           IF FSAU NOT = 00
               GO TO PSYS-ERR.
           MOVE CTP-AUT-NUM TO AUT-NUM.
           READ AUTORIZACIONES INVALID KEY
               MOVE 01 TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO = 0
               IF AUT-TARJETA NOT = CTP-TARJETA
                       OR AUT-COMERCIO NOT = CTP-COMERCIO
                   MOVE 02 TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO = 0
               IF AUTORIZACION-COMPENSADA
                   MOVE 03 TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO = 0
               IF CTP-DIVISA NOT = AUT-DIVISA
                   MOVE 04 TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO NOT = 0
               CLOSE AUTORIZACIONES
               GO TO ANOTAR-COMPRA-RECHAZO.

           MOVE AUT-ESTADO TO ESTADO-AUT-LEIDO.
           COMPUTE CENT-AUTORIZADO =
               (AUT-IMPORTE-ENT * 100) + AUT-IMPORTE-DEC.
           MOVE CTP-DIVISA TO DIVISA-TARJETA-COMPRA.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           MOVE 1 TO AUT-ESTADO.
           MOVE NUEVO-MOV-NUM TO AUT-MOV-NUM.
           MOVE FECHA-HOY-YMD TO AUT-FECHA-CIERRE.
           REWRITE AUTORIZACION-REG INVALID KEY GO TO PSYS-ERR.
      * la compra toma valor el dia en que se autorizo en el comercio
           MOVE AUT-FECHA TO FECHA-VALOR-ORIGEN.
           CLOSE AUTORIZACIONES.

           MOVE "AU" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE AUT-NUM TO JOURNAL-CLAVE.
           MOVE AUTORIZACION-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           IF ESTADO-AUT-LEIDO = 0
               MOVE CTP-TARJETA TO TARJETA-RETENCION
               PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.

      * el concepto lleva el nombre del comercio, que es lo que el
      * titular reconoce en su extracto
           MOVE "COMPRA EN COMERCIO" TO CONCEPTO-COMPRA.
           OPEN INPUT COMERCIOS.
           IF FSCY = 00
               MOVE CTP-COMERCIO TO COM-CODIGO
               READ COMERCIOS
                   NOT INVALID KEY
                       MOVE COM-NOMBRE TO CONCEPTO-COMPRA
               END-READ
               CLOSE COMERCIOS
           END-IF.

           MOVE CTP-TARJETA TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-IMPORTE.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE CTP-TARJETA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-IMPORTE / 100.
           MOVE CONCEPTO-COMPRA TO MOV-CONCEPTO.
           MOVE 28 TO MOV-TIPO.
           MOVE DIVISA-TARJETA-COMPRA TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE "MV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE MOV-NUM TO JOURNAL-CLAVE.
           MOVE MOVIMIENTO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE CTP-TARJETA TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-IMPORTE.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.

           MOVE CTP-TARJETA TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE CONCEPTO-COMPRA TO NOTIF-CONCEPTO.
           MOVE CTP-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE CTP-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE CTP-TARJETA TO ALERTA-TARJETA.
           MOVE CENT-NUEVO-SALDO TO ALERTA-NUEVO-SALDO-CENT.
           MOVE CENT-IMPORTE TO ALERTA-CARGO-CENT.
           PERFORM VERIFICAR-ALERTAS THRU VERIFICAR-ALERTAS-EXIT.

           ADD 1 TO NUM-ANOTADAS.
           GO TO ANOTAR-COMPRA-EXIT.

       ANOTAR-COMPRA-RECHAZO.
           ADD 1 TO NUM-RECHAZADAS.
           OPEN EXTEND RECHAZOS.
           IF FSRH = 35
               OPEN OUTPUT RECHAZOS
           END-IF.
           IF FSRH NOT = 00
               GO TO ANOTAR-COMPRA-EXIT.
           MOVE CTP-COMERCIO TO CRH-COMERCIO.
           MOVE CTP-AUT-NUM TO CRH-AUT-NUM.
           MOVE CTP-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CRH-TARJETA.
           MOVE CTP-IMPORTE-ENT TO CRH-IMPORTE-ENT.
           MOVE CTP-IMPORTE-DEC TO CRH-IMPORTE-DEC.
           MOVE MOTIVO-RECHAZO TO CRH-MOTIVO.
           MOVE ANO TO CRH-ANO.
           MOVE MES TO CRH-MES.
           MOVE DIA TO CRH-DIA.
           WRITE RECHAZO-REG.
           CLOSE RECHAZOS.
       ANOTAR-COMPRA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * devuelve al disponible el importe autorizado (el de la
      * autorizacion, no el compensado, que puede diferir)
      *----------------------------------------------------------*
       LIBERAR-RETENCION.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO LIBERAR-RETENCION-EXIT.
           MOVE TARJETA-RETENCION TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO LIBERAR-RETENCION-EXIT.
           COMPUTE CENT-RETENIDO = (TRETENIDO-ENT * 100)
               + TRETENIDO-DEC - CENT-AUTORIZADO.
           IF CENT-RETENIDO < 0
               MOVE 0 TO CENT-RETENIDO.
           COMPUTE TRETENIDO-ENT = CENT-RETENIDO / 100.
           COMPUTE TRETENIDO-DEC = FUNCTION MOD(CENT-RETENIDO, 100).
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       LIBERAR-RETENCION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * autorizaciones que nunca llegaron en la compensacion: pasado
      * el plazo se libera la retencion y se avisa al titular
      *----------------------------------------------------------*
       LIBERAR-CADUCADAS.
           OPEN I-O AUTORIZACIONES.
           IF FSAU = 35
               GO TO LIBERAR-CADUCADAS-EXIT.
           IF FSAU NOT = 00
               GO TO PSYS-ERR.

       LIBERAR-CADUCADAS-LEER.
           READ AUTORIZACIONES NEXT RECORD
               AT END GO TO LIBERAR-CADUCADAS-CERRAR.
           IF NOT AUTORIZACION-RETENIDA
               GO TO LIBERAR-CADUCADAS-LEER.
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(AUT-FECHA) + DIAS-AUTORIZACION.
           COMPUTE FECHA-LIMITE-YMD =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           IF FECHA-HOY-YMD NOT > FECHA-LIMITE-YMD
               GO TO LIBERAR-CADUCADAS-LEER.

           MOVE 2 TO AUT-ESTADO.
           MOVE FECHA-HOY-YMD TO AUT-FECHA-CIERRE.
           REWRITE AUTORIZACION-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "AU" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE AUT-NUM TO JOURNAL-CLAVE.
           MOVE AUTORIZACION-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           COMPUTE CENT-AUTORIZADO =
               (AUT-IMPORTE-ENT * 100) + AUT-IMPORTE-DEC.
           MOVE AUT-TARJETA TO TARJETA-RETENCION.
           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.

           MOVE AUT-TARJETA TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "AUTORIZACION DE COMPRA LIBERADA" TO NOTIF-CONCEPTO.
           MOVE AUT-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE AUT-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           ADD 1 TO NUM-LIBERADAS.
           GO TO LIBERAR-CADUCADAS-LEER.

       LIBERAR-CADUCADAS-CERRAR.
           CLOSE AUTORIZACIONES.
       LIBERAR-CADUCADAS-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "VERIFICAR-ALERTAS.cpy".

           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE COMPENSACION.
           CLOSE RECHAZOS.
           CLOSE AUTORIZACIONES.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.

           MOVE "BATCH-TP" TO ERROR-PROGRAMA.
           IF FSAU NOT = 00
               MOVE FSAU TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSM NOT = 00
                       MOVE FSM TO ERROR-FS
                   ELSE
                       MOVE FSCP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "compensacion de compras. FSAU=" FSAU " FST=" FST
               " FSM=" FSM " FSCP=" FSCP.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-CHQLIBRADOS.
      * compensacion entrante de cheques librados contra nuestros
      * talonarios: lee los cheques que otros bancos presentan al
      * cobro (chqpresentados.txt), comprueba que la serie es de un
      * talonario de la tarjeta libradora, que no tiene orden de no
      * pago ni se pago antes, y los paga contra el saldo disponible
      * del librador (MOV-TIPO 33). Lo que no puede pagarse se
      * devuelve con su motivo en chequesdevsal.txt, el fichero de
      * devoluciones de cada banco presentador, y todo queda en
      * chqlibrados.rpt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TALONARIOS-SEL.cpy".
           COPY "ORDENESNP-SEL.cpy".
           COPY "CHQLIBRADOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".

           SELECT CHQ-PRESENTADOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSQP.

           SELECT CHQ-DEVSAL ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSQD.

           SELECT CHQ-LIBRADOS-RPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSQR.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TALONARIOS-FD.cpy".
           COPY "ORDENESNP-FD.cpy".
           COPY "CHQLIBRADOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".

      * cheques presentados por la camara: uno por linea entre la
      * CABECERA y la linea TOTAL
       FD CHQ-PRESENTADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chqpresentados.txt".
       01 CHQ-PRESENTADO-REG.
           02 CPX-BANCO-PRESENTADOR    PIC 9(4).
           02 FILLER                   PIC X(1).
           02 CPX-REF-PRESENTADOR      PIC 9(35).
           02 FILLER                   PIC X(1).
           02 CPX-TARJETA              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 CPX-SERIE                PIC 9(10).
           02 FILLER                   PIC X(1).
           02 CPX-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 CPX-IMPORTE-DEC          PIC 9(2).
           COPY "CONTROL-TXT-REG.cpy".

      * devoluciones para los bancos presentadores: la referencia
      * del deposito va en cabeza, como la espera la relacion de
      * cheques devueltos del banco que lo recibio
       FD CHQ-DEVSAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chequesdevsal.txt".
       01 CHQ-DEVSAL-REG.
           02 CDS-REF-PRESENTADOR      PIC 9(35).
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 CDS-BANCO-PRESENTADOR    PIC 9(4).
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 CDS-SERIE                PIC 9(10).
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 CDS-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 CDS-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1) VALUE SPACE.
           02 CDS-MOTIVO               PIC 9(2).

       FD CHQ-LIBRADOS-RPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chqlibrados.rpt".
       01 CHQ-LIBRADOS-RPT-REG.
           02 CLR-SERIE                PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CLR-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CLR-BANCO-PRESENTADOR    PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CLR-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 CLR-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * PAGADO / DEVUELTO
           02 CLR-DISPOSICION          PIC X(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CLR-MOTIVO               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CLR-FECHA                PIC 9(08).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSTN                      PIC   X(2) VALUE "00".
       77 FSNP                      PIC   X(2) VALUE "00".
       77 FSLB                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSC                       PIC   X(2) VALUE "00".
       77 FSM                       PIC   X(2) VALUE "00".
       77 FSCO                      PIC   X(2) VALUE "00".
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSQP                      PIC   X(2) VALUE "00".
       77 FSQD                      PIC   X(2) VALUE "00".
       77 FSQR                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".
           COPY "INTERFAZ-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
      * 01 fondos insuficientes, 02 serie desconocida, 03 orden de
      * no pago, 04 ya pagado, 05 tarjeta no operativa
       77 MOTIVO-DEVOLUCION          PIC  9(2).
       77 LIBRADO-EXISTENTE          PIC  9(1).
       77 CENT-IMPORTE               PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-RETENIDO              PIC S9(11).
       77 CENT-DISPONIBLE            PIC S9(11).
       77 CENT-NUEVO-SALDO           PIC S9(11).
       77 NUEVO-SALDO-ENT            PIC S9(9).
       77 NUEVO-SALDO-DEC            PIC  9(2).
       77 CONCEPTO-CHEQUE            PIC  X(35).
       77 NUM-LEIDOS                 PIC  9(6) VALUE 0.
       77 NUM-PAGADOS                PIC  9(6) VALUE 0.
       77 NUM-DEVUELTOS              PIC  9(6) VALUE 0.
       77 CENT-DEVUELTOS             PIC  9(13) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM VALIDAR-FICHERO-PRESENTADOS
               THRU VALIDAR-FICHERO-PRESENTADOS-EXIT.
           IF CTLF-RECHAZO = 1
               DISPLAY "ERROR: fichero de cheques presentados "
                   "rechazado (cabecera, totales o secuencia repetida)"
               MOVE "BATCH-LB" TO ERROR-PROGRAMA
               MOVE "CT" TO ERROR-FS
               PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN.

      * el fichero de devoluciones se rehace en cada pasada: el de
      * la compensacion anterior ya quedo archivado al registrarlo
           OPEN OUTPUT CHQ-DEVSAL.
           IF FSQD NOT = 00
               GO TO PSYS-ERR.
           PERFORM PROCESAR-PRESENTADOS
               THRU PROCESAR-PRESENTADOS-EXIT.
           CLOSE CHQ-DEVSAL.
           IF CTLF-HAY-CABECERA = 1
               PERFORM REGISTRAR-FICHERO-PROC
                   THRU REGISTRAR-FICHERO-PROC-EXIT.

           IF NUM-DEVUELTOS > 0
               MOVE "CAMARA" TO ENVIO-DESTINATARIO
               MOVE "chequesdevsal.txt" TO ENVIO-FICHERO
               MOVE "BATCH-LB" TO ENVIO-PROGRAMA
               MOVE NUM-DEVUELTOS TO ENVIO-REGISTROS
               COMPUTE ENVIO-TOTAL-CONTROL = CENT-DEVUELTOS / 100
               PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.

           DISPLAY "Cheques librados compensados. Presentados: "
               NUM-LEIDOS " Pagados: " NUM-PAGADOS
               " Devueltos: " NUM-DEVUELTOS.
           STOP RUN.

      *----------------------------------------------------------*
      * validacion previa del fichero: cabecera obligatoria en la
      * primera linea, cola TOTAL que cuadre con el contenido y
      * secuencia no procesada antes; cualquier fallo rechaza el
      * fichero entero sin pagar nada
      *----------------------------------------------------------*
       VALIDAR-FICHERO-PRESENTADOS.
           MOVE 0 TO CTLF-RECHAZO.
           MOVE 0 TO CTLF-HAY-CABECERA.
           MOVE 0 TO CTLF-HAY-TOTAL.
           MOVE 0 TO CTLF-NUM-CONTADO.
           MOVE 0 TO CTLF-CENT-CONTADO.
           OPEN INPUT CHQ-PRESENTADOS.
           IF FSQP = 35
               GO TO VALIDAR-FICHERO-PRESENTADOS-EXIT.
           IF FSQP NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-FICHERO-PRESENTADOS-LEER.
           READ CHQ-PRESENTADOS
               AT END GO TO VALIDAR-FICHERO-PRESENTADOS-CERRAR.
           IF CTX-MARCA = "CABECERA"
               IF CTLF-HAY-CABECERA = 1 OR CTLF-NUM-CONTADO NOT = 0
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   MOVE 1 TO CTLF-HAY-CABECERA
                   MOVE CTX-ORIGEN TO CTLF-ORIGEN
                   MOVE CTX-SECUENCIA TO CTLF-SECUENCIA
               END-IF
               GO TO VALIDAR-FICHERO-PRESENTADOS-LEER.
           IF CTX-MARCA (1:5) = "TOTAL"
               MOVE 1 TO CTLF-HAY-TOTAL
               MOVE CTX-NUM TO CTLF-NUM-DECLARADO
               COMPUTE CTLF-CENT-DECLARADO =
                   (CTX-IMPORTE-ENT * 100) + CTX-IMPORTE-DEC
               GO TO VALIDAR-FICHERO-PRESENTADOS-LEER.
           ADD 1 TO CTLF-NUM-CONTADO.
           COMPUTE CTLF-CENT-CONTADO = CTLF-CENT-CONTADO
               + (CPX-IMPORTE-ENT * 100) + CPX-IMPORTE-DEC.
           GO TO VALIDAR-FICHERO-PRESENTADOS-LEER.

       VALIDAR-FICHERO-PRESENTADOS-CERRAR.
           CLOSE CHQ-PRESENTADOS.
           IF CTLF-HAY-CABECERA = 0 OR CTLF-HAY-TOTAL = 0
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PRESENTADOS-EXIT.
           IF CTLF-NUM-DECLARADO NOT = CTLF-NUM-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PRESENTADOS-EXIT.
           IF CTLF-CENT-DECLARADO NOT = CTLF-CENT-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PRESENTADOS-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
           IF CTLF-YA-PROCESADO = 1
               MOVE 1 TO CTLF-RECHAZO.
       VALIDAR-FICHERO-PRESENTADOS-EXIT.
           EXIT.

       PROCESAR-PRESENTADOS.
           OPEN INPUT CHQ-PRESENTADOS.
           IF FSQP = 35
               DISPLAY "AVISO: no hay fichero chqpresentados.txt"
               GO TO PROCESAR-PRESENTADOS-EXIT.
           IF FSQP NOT = 00
               GO TO PSYS-ERR.

       PROCESAR-PRESENTADOS-LEER.
           READ CHQ-PRESENTADOS
               AT END GO TO PROCESAR-PRESENTADOS-CERRAR.
      * las lineas de control ya se validaron en la primera pasada
           IF CTX-MARCA = "CABECERA" OR CTX-MARCA (1:5) = "TOTAL"
               GO TO PROCESAR-PRESENTADOS-LEER.
           ADD 1 TO NUM-LEIDOS.
           PERFORM PAGAR-CHEQUE THRU PAGAR-CHEQUE-EXIT.
           GO TO PROCESAR-PRESENTADOS-LEER.

       PROCESAR-PRESENTADOS-CERRAR.
           CLOSE CHQ-PRESENTADOS.
       PROCESAR-PRESENTADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * un cheque presentado: se paga solo si la serie es de un
      * talonario de la tarjeta, no se pago antes, no esta bajo una
      * orden de no pago, la tarjeta opera y el disponible alcanza
      *----------------------------------------------------------*
       PAGAR-CHEQUE.
           MOVE 0 TO MOTIVO-DEVOLUCION.
           COMPUTE CENT-IMPORTE =
               (CPX-IMPORTE-ENT * 100) + CPX-IMPORTE-DEC.

           PERFORM LEER-CHEQUE-LIBRADO THRU LEER-CHEQUE-LIBRADO-EXIT.
           IF MOTIVO-DEVOLUCION NOT = 0
               GO TO PAGAR-CHEQUE-RESOLVER.
           PERFORM VERIFICAR-TALONARIO THRU VERIFICAR-TALONARIO-EXIT.
           IF MOTIVO-DEVOLUCION NOT = 0
               GO TO PAGAR-CHEQUE-RESOLVER.
           PERFORM BUSCAR-ORDEN-NP THRU BUSCAR-ORDEN-NP-EXIT.
           IF MOTIVO-DEVOLUCION NOT = 0
               GO TO PAGAR-CHEQUE-RESOLVER.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE CPX-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 05 TO MOTIVO-DEVOLUCION.
           IF MOTIVO-DEVOLUCION = 0
               IF NOT TARJETA-ACTIVA
                   MOVE 05 TO MOTIVO-DEVOLUCION.
      * titular fallecido: los cargos salientes quedan suspendidos
      * hasta la liberacion de la herencia
           IF MOTIVO-DEVOLUCION = 0
               OPEN INPUT CLIENTES
               IF FSC = 00
                   MOVE TTITULAR TO CLI-COD
                   READ CLIENTES NOT INVALID KEY
                       IF CLIENTE-FALLECIDO
                           MOVE 05 TO MOTIVO-DEVOLUCION
                       END-IF
                   END-READ
                   CLOSE CLIENTES
               END-IF.
           CLOSE TARJETAS.
           IF MOTIVO-DEVOLUCION NOT = 0
               GO TO PAGAR-CHEQUE-RESOLVER.

           MOVE CPX-TARJETA TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-RETENIDO = (RETENIDO-ENT * 100) + RETENIDO-DEC.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO - CENT-RETENIDO.
           IF CENT-IMPORTE > CENT-DISPONIBLE
               MOVE 01 TO MOTIVO-DEVOLUCION
               GO TO PAGAR-CHEQUE-RESOLVER.

           PERFORM ANOTAR-CARGO-CHEQUE THRU ANOTAR-CARGO-CHEQUE-EXIT.

       PAGAR-CHEQUE-RESOLVER.
      * un cheque ya pagado conserva su ficha; el de serie ajena no
      * llega a tenerla
           IF MOTIVO-DEVOLUCION NOT = 04 AND MOTIVO-DEVOLUCION NOT = 02
               PERFORM GUARDAR-CHEQUE-LIBRADO
                   THRU GUARDAR-CHEQUE-LIBRADO-EXIT.
           IF MOTIVO-DEVOLUCION = 0
               ADD 1 TO NUM-PAGADOS
           ELSE
               ADD 1 TO NUM-DEVUELTOS
               ADD CENT-IMPORTE TO CENT-DEVUELTOS
               PERFORM ESCRIBIR-DEVOLUCION
                   THRU ESCRIBIR-DEVOLUCION-EXIT.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
       PAGAR-CHEQUE-EXIT.
           EXIT.

       LEER-CHEQUE-LIBRADO.
           MOVE 0 TO LIBRADO-EXISTENTE.
           OPEN INPUT CHQLIBRADOS.
           IF FSLB = 35
               GO TO LEER-CHEQUE-LIBRADO-EXIT.
           IF FSLB NOT = 00
               GO TO PSYS-ERR.
           MOVE CPX-SERIE TO CLB-SERIE.
           READ CHQLIBRADOS INVALID KEY
               GO TO LEER-CHEQUE-LIBRADO-CERRAR.
           MOVE 1 TO LIBRADO-EXISTENTE.
           IF CHEQUE-LIBRADO-PAGADO
               MOVE 04 TO MOTIVO-DEVOLUCION.

       LEER-CHEQUE-LIBRADO-CERRAR.
           CLOSE CHQLIBRADOS.
       LEER-CHEQUE-LIBRADO-EXIT.
           EXIT.

      * la serie lleva al talonario (serie / 100), que debe ser de
      * la tarjeta libradora y contener la serie
       VERIFICAR-TALONARIO.
           MOVE 02 TO MOTIVO-DEVOLUCION.
           OPEN INPUT TALONARIOS.
           IF FSTN = 35
               GO TO VERIFICAR-TALONARIO-EXIT.
           IF FSTN NOT = 00
               GO TO PSYS-ERR.
           COMPUTE TAL-NUM = CPX-SERIE / 100.
           READ TALONARIOS INVALID KEY
               GO TO VERIFICAR-TALONARIO-CERRAR.
           IF TAL-TARJETA = CPX-TARJETA
                   AND CPX-SERIE NOT < TAL-SERIE-DESDE
                   AND CPX-SERIE NOT > TAL-SERIE-HASTA
               MOVE 0 TO MOTIVO-DEVOLUCION.

       VERIFICAR-TALONARIO-CERRAR.
           CLOSE TALONARIOS.
       VERIFICAR-TALONARIO-EXIT.
           EXIT.

      * las ordenes de la tarjeta en orden de serie inicial: basta
      * con recorrer las que empiezan en la serie o antes
       BUSCAR-ORDEN-NP.
           OPEN INPUT ORDENESNP.
           IF FSNP = 35
               GO TO BUSCAR-ORDEN-NP-EXIT.
           IF FSNP NOT = 00
               GO TO PSYS-ERR.
           MOVE CPX-TARJETA TO ONP-TARJETA.
           MOVE 0 TO ONP-SERIE-DESDE.
           START ORDENESNP KEY IS NOT LESS THAN ONP-CLAVE
               INVALID KEY GO TO BUSCAR-ORDEN-NP-CERRAR.

       BUSCAR-ORDEN-NP-LEER.
           READ ORDENESNP NEXT RECORD
               AT END GO TO BUSCAR-ORDEN-NP-CERRAR.
           IF ONP-TARJETA NOT = CPX-TARJETA
                   OR ONP-SERIE-DESDE > CPX-SERIE
               GO TO BUSCAR-ORDEN-NP-CERRAR.
           IF CPX-SERIE NOT > ONP-SERIE-HASTA
               MOVE 03 TO MOTIVO-DEVOLUCION
               GO TO BUSCAR-ORDEN-NP-CERRAR.
           GO TO BUSCAR-ORDEN-NP-LEER.

       BUSCAR-ORDEN-NP-CERRAR.
           CLOSE ORDENESNP.
       BUSCAR-ORDEN-NP-EXIT.
           EXIT.

       ANOTAR-CARGO-CHEQUE.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-IMPORTE.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).
           MOVE SPACES TO CONCEPTO-CHEQUE.
           STRING "CHEQUE " CPX-SERIE
               DELIMITED BY SIZE INTO CONCEPTO-CHEQUE.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE CPX-TARJETA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-IMPORTE / 100.
           MOVE CONCEPTO-CHEQUE TO MOV-CONCEPTO.
           MOVE 33 TO MOV-TIPO.
           MOVE 01 TO MOV-DIVISA.
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

           MOVE CPX-TARJETA TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE CONCEPTO-CHEQUE TO NOTIF-CONCEPTO.
           MOVE CPX-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE CPX-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE CPX-TARJETA TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = CENT-NUEVO-SALDO - CENT-SALDO.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
       ANOTAR-CARGO-CHEQUE-EXIT.
           EXIT.

      * ficha del cheque con el resultado; una nueva presentacion de
      * un cheque devuelto la sobrescribe
       GUARDAR-CHEQUE-LIBRADO.
           OPEN I-O CHQLIBRADOS.
           IF FSLB = 35
               OPEN OUTPUT CHQLIBRADOS
               CLOSE CHQLIBRADOS
               OPEN I-O CHQLIBRADOS
           END-IF.
           IF FSLB NOT = 00
               GO TO PSYS-ERR.
           MOVE CPX-SERIE TO CLB-SERIE.
           MOVE CPX-TARJETA TO CLB-TARJETA.
           MOVE CPX-BANCO-PRESENTADOR TO CLB-BANCO-PRESENTADOR.
           MOVE CPX-REF-PRESENTADOR TO CLB-REF-PRESENTADOR.
           MOVE CPX-IMPORTE-ENT TO CLB-IMPORTE-ENT.
           MOVE CPX-IMPORTE-DEC TO CLB-IMPORTE-DEC.
           MOVE FECHA-HOY-YMD TO CLB-FECHA.
           MOVE MOTIVO-DEVOLUCION TO CLB-MOTIVO.
           IF MOTIVO-DEVOLUCION = 0
               MOVE 0 TO CLB-ESTADO
           ELSE
               MOVE 1 TO CLB-ESTADO.
           IF LIBRADO-EXISTENTE = 1
               REWRITE CHQ-LIBRADO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               MOVE "R" TO JOURNAL-OPERACION
           ELSE
               WRITE CHQ-LIBRADO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
               MOVE "E" TO JOURNAL-OPERACION.
           CLOSE CHQLIBRADOS.

           MOVE "LB" TO JOURNAL-FICHERO.
           MOVE CLB-SERIE TO JOURNAL-CLAVE.
           MOVE CHQ-LIBRADO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       GUARDAR-CHEQUE-LIBRADO-EXIT.
           EXIT.

       ESCRIBIR-DEVOLUCION.
           MOVE CPX-REF-PRESENTADOR TO CDS-REF-PRESENTADOR.
           MOVE CPX-BANCO-PRESENTADOR TO CDS-BANCO-PRESENTADOR.
           MOVE CPX-SERIE TO CDS-SERIE.
           MOVE CPX-IMPORTE-ENT TO CDS-IMPORTE-ENT.
           MOVE CPX-IMPORTE-DEC TO CDS-IMPORTE-DEC.
           MOVE MOTIVO-DEVOLUCION TO CDS-MOTIVO.
           WRITE CHQ-DEVSAL-REG.
       ESCRIBIR-DEVOLUCION-EXIT.
           EXIT.

       ESCRIBIR-INFORME.
           OPEN EXTEND CHQ-LIBRADOS-RPT.
           IF FSQR = 35
               OPEN OUTPUT CHQ-LIBRADOS-RPT
           END-IF.
           IF FSQR NOT = 00
               GO TO ESCRIBIR-INFORME-EXIT.
           MOVE CPX-SERIE TO CLR-SERIE.
           MOVE CPX-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CLR-TARJETA.
           MOVE CPX-BANCO-PRESENTADOR TO CLR-BANCO-PRESENTADOR.
           MOVE CPX-IMPORTE-ENT TO CLR-IMPORTE-ENT.
           MOVE CPX-IMPORTE-DEC TO CLR-IMPORTE-DEC.
           IF MOTIVO-DEVOLUCION = 0
               MOVE "PAGADO" TO CLR-DISPOSICION
           ELSE
               MOVE "DEVUELTO" TO CLR-DISPOSICION.
           MOVE MOTIVO-DEVOLUCION TO CLR-MOTIVO.
           MOVE FECHA-HOY-YMD TO CLR-FECHA.
           WRITE CHQ-LIBRADOS-RPT-REG.
           CLOSE CHQ-LIBRADOS-RPT.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".

           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE CHQ-PRESENTADOS.
           CLOSE CHQ-DEVSAL.
           CLOSE TALONARIOS.
           CLOSE ORDENESNP.
           CLOSE CHQLIBRADOS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.

           MOVE "BATCH-LB" TO ERROR-PROGRAMA.
           IF FSLB NOT = 00
               MOVE FSLB TO ERROR-FS
           ELSE
               IF FSTN NOT = 00
                   MOVE FSTN TO ERROR-FS
               ELSE
                   IF FSNP NOT = 00
                       MOVE FSNP TO ERROR-FS
                   ELSE
                       IF FST NOT = 00
                           MOVE FST TO ERROR-FS
                       ELSE
                           IF FSM NOT = 00
                               MOVE FSM TO ERROR-FS
                           ELSE
                               IF FSQD NOT = 00
                                   MOVE FSQD TO ERROR-FS
                               ELSE
                                   MOVE FSQP TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la compensacion de cheques "
               "librados. FSLB=" FSLB " FST=" FST " FSM=" FSM
               " FSQP=" FSQP.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

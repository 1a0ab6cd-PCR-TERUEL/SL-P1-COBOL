       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RECALLS.
      * recalls interbancarios con la red de compensacion, que no
      * viajan en el mensaje de orden de transferencia: carga
      * recallsin.txt (solicitudes de otros bancos sobre fondos que
      * recibimos, y respuestas y devoluciones de fondos a los que
      * emitimos), da por no contestados los emitidos que pasan
      * DIAS-RECALL dias sin respuesta, y deja en recallsout.txt las
      * solicitudes dadas de alta en BANK76 y las respuestas ya
      * decididas. Los fondos devueltos se reabonan a la tarjeta de
      * origen de la transferencia (en suspenso si ya no tiene
      * cuenta). Todo queda en recalls.rpt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "RECALLS-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "SUSPENSO-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".
           COPY "PARTIDASLIQ-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".

           SELECT RECALLS-IN ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRI.

           SELECT RECALLS-OUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRO.

           SELECT RECALLS-RPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRK.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "RECALLS-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "SUSPENSO-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".
           COPY "PARTIDASLIQ-FD.cpy".
           COPY "PARAMETROS-FD.cpy".

      * fichero de recalls de la red: SOL solicitud de otro banco
      * (su referencia, nuestra tarjeta que recibio el abono y la
      * fecha del abono), ACE y REC respuesta a un recall nuestro y
      * FON devolucion de sus fondos (referencia = nuestro T-NUM)
       FD RECALLS-IN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recallsin.txt".
       01 RECALL-IN-REG.
           02 RIN-TIPO                 PIC X(3).
           02 FILLER                   PIC X(1).
           02 RIN-REFERENCIA           PIC X(35).
           02 FILLER                   PIC X(1).
           02 RIN-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 RIN-TARJETA              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 RIN-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 RIN-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 RIN-MOTIVO               PIC X(4).
           02 FILLER                   PIC X(1).
           02 RIN-FECHA                PIC 9(8).
           COPY "CONTROL-TXT-REG.cpy".

      * salida hacia la red entre CABECERA y TOTAL: SOL con nuestras
      * solicitudes (referencia = T-NUM, fecha de la transferencia)
      * y ACE / REC con la respuesta a las de otros bancos; el PAN
      * no viaja, la red identifica la operacion por la referencia
       FD RECALLS-OUT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recallsout.txt".
       01 RECALL-OUT-REG.
           02 ROU-TIPO                 PIC X(3).
           02 FILLER                   PIC X(1).
           02 ROU-REFERENCIA           PIC X(35).
           02 FILLER                   PIC X(1).
           02 ROU-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 ROU-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 ROU-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 ROU-MOTIVO               PIC X(4).
           02 FILLER                   PIC X(1).
           02 ROU-FECHA                PIC 9(8).
       01 RECALL-OUT-CONTROL.
           COPY "CONTROL-TXT-REG.cpy"
               REPLACING ==01 CONTROL-TXT-REG.== BY ====.

       FD RECALLS-RPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recalls.rpt".
       01 RECALL-RPT-REG.
           02 RRP-FECHA                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RRP-SENTIDO              PIC X(01).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RRP-TIPO                 PIC X(03).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RRP-REFERENCIA           PIC X(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RRP-BANCO                PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RRP-IMPORTE-ENT          PIC 9(09).
           02 FILLER                   PIC X(01) VALUE ",".
           02 RRP-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RRP-MOTIVO               PIC X(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * PENDIENTE / SIN ABONO / DUPLICADO / ACEPTADO / RECHAZADO /
      * FONDOS ABONADOS / FONDOS SUSPENSO / NOCASA / SIN RESPUESTA /
      * ENVIADO / RESPONDIDO
           02 RRP-DISPOSICION          PIC X(16).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSRY                      PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSM                       PIC   X(2) VALUE "00".
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSPS                      PIC   X(2) VALUE "00".
       77 FSFP                      PIC   X(2).
       77 FSPQ                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSRI                      PIC   X(2) VALUE "00".
       77 FSRO                      PIC   X(2) VALUE "00".
       77 FSRK                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".
           COPY "PARTIDA-LIQ-WS.cpy".
           COPY "SUSPENSO-WS.cpy".
           COPY "SUS-NUM-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "INTERFAZ-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 DIAS-HOY                   PIC S9(9).
       77 DIAS-ENVIO                 PIC S9(9).
       77 RIN-CENT                   PIC S9(11).
       77 ABONO-ENCONTRADO           PIC  9(1).
       77 FECHA-MOVIMIENTO           PIC  9(8).
       77 CENT-MOVIMIENTO            PIC S9(11).
       77 CENT-REABONO               PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-NUEVO-SALDO           PIC S9(11).
       77 NUEVO-SALDO-ENT            PIC S9(9).
       77 NUEVO-SALDO-DEC            PIC  9(2).
       77 CENT-LINEA                 PIC S9(11).
       77 CENT-SALIDA                PIC S9(13) VALUE 0.
       77 SECUENCIA-SALIDA           PIC  9(6) VALUE 0.
       77 NUM-LEIDOS                 PIC  9(6) VALUE 0.
       77 NUM-SOLICITUDES            PIC  9(6) VALUE 0.
       77 NUM-RESPUESTAS             PIC  9(6) VALUE 0.
       77 NUM-FONDOS                 PIC  9(6) VALUE 0.
       77 NUM-NOCASAN                PIC  9(6) VALUE 0.
       77 NUM-VENCIDOS               PIC  9(6) VALUE 0.
       77 NUM-SALIDA                 PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD).
           PERFORM LEER-PARAM-RECALL THRU LEER-PARAM-RECALL-EXIT.

      * el fichero de recalls se crea vacio la primera vez
           OPEN I-O RECALLS.
           IF FSRY = 35
               OPEN OUTPUT RECALLS
           END-IF.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           CLOSE RECALLS.

           OPEN EXTEND RECALLS-RPT.
           IF FSRK = 35
               OPEN OUTPUT RECALLS-RPT
           END-IF.
           IF FSRK NOT = 00
               GO TO PSYS-ERR.

           PERFORM VALIDAR-FICHERO-RECALLS
               THRU VALIDAR-FICHERO-RECALLS-EXIT.
           IF CTLF-YA-PROCESADO = 1
               DISPLAY "AVISO: recallsin.txt ya procesado (secuencia "
                   CTLF-SECUENCIA "), no se vuelve a cargar"
               GO TO MAINLINE-SALIDA.
      * un fichero de entrada mal formado no detiene el cierre: se
      * anota, sube a supervision y la salida se genera igualmente
           IF CTLF-RECHAZO = 1
               DISPLAY "ERROR: fichero de recalls rechazado "
                   "(cabecera o totales)"
               MOVE "BATCH-RY" TO ERROR-PROGRAMA
               MOVE "CT" TO ERROR-FS
               PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT
               MOVE 0 TO NOTIF-TARJETA
               MOVE "SUPERVISOR" TO NOTIF-TIPO
               MOVE "FICHERO DE RECALLS RECHAZADO" TO NOTIF-CONCEPTO
               MOVE 0 TO NOTIF-IMPORTE-ENT
               MOVE 0 TO NOTIF-IMPORTE-DEC
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-EXIT
               GO TO MAINLINE-SALIDA.
           IF CTLF-HAY-CABECERA = 1
               PERFORM PROCESAR-RECALLS THRU PROCESAR-RECALLS-EXIT
               PERFORM REGISTRAR-FICHERO-PROC
                   THRU REGISTRAR-FICHERO-PROC-EXIT.

       MAINLINE-SALIDA.
           PERFORM VENCER-SOLICITADOS THRU VENCER-SOLICITADOS-EXIT.
           PERFORM GENERAR-SALIDA THRU GENERAR-SALIDA-EXIT.
           CLOSE RECALLS-RPT.
           DISPLAY "Recalls interbancarios procesados. Leidos: "
               NUM-LEIDOS " Solicitudes recibidas: " NUM-SOLICITUDES
               " Respuestas: " NUM-RESPUESTAS " Fondos: " NUM-FONDOS
               " Sin casar: " NUM-NOCASAN " Sin respuesta: "
               NUM-VENCIDOS " Enviados: " NUM-SALIDA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      * validacion previa del fichero: cabecera en la primera
      * linea, cola TOTAL que cuadre y secuencia no procesada antes
      *----------------------------------------------------------*
       VALIDAR-FICHERO-RECALLS.
           MOVE 0 TO CTLF-RECHAZO.
           MOVE 0 TO CTLF-YA-PROCESADO.
           MOVE 0 TO CTLF-HAY-CABECERA.
           MOVE 0 TO CTLF-HAY-TOTAL.
           MOVE 0 TO CTLF-NUM-CONTADO.
           MOVE 0 TO CTLF-CENT-CONTADO.
           OPEN INPUT RECALLS-IN.
           IF FSRI = 35
               MOVE "00" TO FSRI
               GO TO VALIDAR-FICHERO-RECALLS-EXIT.
           IF FSRI NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-FICHERO-RECALLS-LEER.
           READ RECALLS-IN AT END GO TO VALIDAR-FICHERO-RECALLS-CERRAR.
           IF CTX-MARCA OF RECALLS-IN = "CABECERA"
               IF CTLF-HAY-CABECERA = 1 OR CTLF-NUM-CONTADO NOT = 0
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   MOVE 1 TO CTLF-HAY-CABECERA
                   MOVE CTX-ORIGEN OF RECALLS-IN TO CTLF-ORIGEN
                   MOVE CTX-SECUENCIA OF RECALLS-IN TO CTLF-SECUENCIA
               END-IF
               GO TO VALIDAR-FICHERO-RECALLS-LEER.
           IF CTX-MARCA OF RECALLS-IN (1:5) = "TOTAL"
               MOVE 1 TO CTLF-HAY-TOTAL
               MOVE CTX-NUM OF RECALLS-IN TO CTLF-NUM-DECLARADO
               COMPUTE CTLF-CENT-DECLARADO =
                   (CTX-IMPORTE-ENT OF RECALLS-IN * 100)
                   + CTX-IMPORTE-DEC OF RECALLS-IN
               GO TO VALIDAR-FICHERO-RECALLS-LEER.
           ADD 1 TO CTLF-NUM-CONTADO.
           COMPUTE CTLF-CENT-CONTADO = CTLF-CENT-CONTADO
               + (RIN-IMPORTE-ENT * 100) + RIN-IMPORTE-DEC.
           GO TO VALIDAR-FICHERO-RECALLS-LEER.

       VALIDAR-FICHERO-RECALLS-CERRAR.
           CLOSE RECALLS-IN.
           IF CTLF-HAY-CABECERA = 0 AND CTLF-HAY-TOTAL = 0
                   AND CTLF-NUM-CONTADO = 0
               GO TO VALIDAR-FICHERO-RECALLS-EXIT.
           IF CTLF-HAY-CABECERA = 0 OR CTLF-HAY-TOTAL = 0
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-RECALLS-EXIT.
           IF CTLF-NUM-DECLARADO NOT = CTLF-NUM-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-RECALLS-EXIT.
           IF CTLF-CENT-DECLARADO NOT = CTLF-CENT-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-RECALLS-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
       VALIDAR-FICHERO-RECALLS-EXIT.
           EXIT.

       PROCESAR-RECALLS.
           OPEN INPUT RECALLS-IN.
           IF FSRI NOT = 00
               GO TO PSYS-ERR.

       PROCESAR-RECALLS-LEER.
           READ RECALLS-IN AT END GO TO PROCESAR-RECALLS-CERRAR.
      * las lineas de control ya se validaron en la primera pasada
           IF CTX-MARCA OF RECALLS-IN = "CABECERA"
                   OR CTX-MARCA OF RECALLS-IN (1:5) = "TOTAL"
               GO TO PROCESAR-RECALLS-LEER.
           ADD 1 TO NUM-LEIDOS.
           COMPUTE RIN-CENT = (RIN-IMPORTE-ENT * 100) + RIN-IMPORTE-DEC.
           MOVE RIN-TIPO TO RRP-TIPO.
           MOVE RIN-REFERENCIA TO RRP-REFERENCIA.
           MOVE RIN-BANCO TO RRP-BANCO.
           MOVE RIN-IMPORTE-ENT TO RRP-IMPORTE-ENT.
           MOVE RIN-IMPORTE-DEC TO RRP-IMPORTE-DEC.
           MOVE RIN-MOTIVO TO RRP-MOTIVO.
           IF RIN-TIPO = "SOL"
               MOVE "R" TO RRP-SENTIDO
               PERFORM ALTA-RECIBIDO THRU ALTA-RECIBIDO-EXIT
           ELSE
               MOVE "E" TO RRP-SENTIDO
               IF RIN-TIPO = "FON"
                   PERFORM ABONAR-FONDOS THRU ABONAR-FONDOS-EXIT
               ELSE
                   PERFORM ANOTAR-RESPUESTA
                       THRU ANOTAR-RESPUESTA-EXIT.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           GO TO PROCESAR-RECALLS-LEER.

       PROCESAR-RECALLS-CERRAR.
           CLOSE RECALLS-IN.
       PROCESAR-RECALLS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * solicitud de otro banco: queda pendiente de un supervisor
      * (BANK76) si casa con un abono interbancario recibido en la
      * tarjeta por ese importe y en esa fecha; si no, se rechaza
      * en la siguiente salida con NOOR sin intervencion
      *----------------------------------------------------------*
       ALTA-RECIBIDO.
           OPEN I-O RECALLS.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE "R" TO RCA-SENTIDO.
           MOVE RIN-REFERENCIA TO RCA-REFERENCIA.
           READ RECALLS INVALID KEY
               GO TO ALTA-RECIBIDO-NUEVO.
           CLOSE RECALLS.
           MOVE "DUPLICADO" TO RRP-DISPOSICION.
           ADD 1 TO NUM-NOCASAN.
           GO TO ALTA-RECIBIDO-EXIT.

       ALTA-RECIBIDO-NUEVO.
           PERFORM BUSCAR-ABONO-ORIGINAL
               THRU BUSCAR-ABONO-ORIGINAL-EXIT.
           MOVE "R" TO RCA-SENTIDO.
           MOVE RIN-REFERENCIA TO RCA-REFERENCIA.
           MOVE RIN-BANCO TO RCA-BANCO.
           MOVE RIN-TARJETA TO RCA-TARJETA.
           MOVE RIN-IMPORTE-ENT TO RCA-IMPORTE-ENT.
           MOVE RIN-IMPORTE-DEC TO RCA-IMPORTE-DEC.
           MOVE RIN-MOTIVO TO RCA-MOTIVO.
           MOVE RIN-FECHA TO RCA-FECHA-ORIGINAL.
           MOVE 0 TO RCA-RESPUESTA-ENVIADA.
           MOVE FECHA-HOY-YMD TO RCA-FECHA-ALTA.
           MOVE 0 TO RCA-FECHA-ENVIO.
           MOVE 0 TO RCA-FECHA-FONDOS.
           MOVE 0 TO RCA-SUPERVISOR.
           MOVE 0 TO RCA-MOV-NUM.
           IF ABONO-ENCONTRADO = 1
               MOVE 0 TO RCA-ESTADO
               MOVE SPACES TO RCA-MOTIVO-RESPUESTA
               MOVE 0 TO RCA-FECHA-RESPUESTA
               MOVE "PENDIENTE" TO RRP-DISPOSICION
           ELSE
               MOVE 3 TO RCA-ESTADO
               MOVE "NOOR" TO RCA-MOTIVO-RESPUESTA
               MOVE FECHA-HOY-YMD TO RCA-FECHA-RESPUESTA
               MOVE "SIN ABONO" TO RRP-DISPOSICION.
           WRITE RECALL-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECALLS.
           ADD 1 TO NUM-SOLICITUDES.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           IF ABONO-ENCONTRADO = 1
               MOVE 0 TO NOTIF-TARJETA
               MOVE "SUPERVISOR" TO NOTIF-TIPO
               MOVE "RECALL RECIBIDO A CONTESTAR" TO NOTIF-CONCEPTO
               MOVE RIN-IMPORTE-ENT TO NOTIF-IMPORTE-ENT
               MOVE RIN-IMPORTE-DEC TO NOTIF-IMPORTE-DEC
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-EXIT.
       ALTA-RECIBIDO-EXIT.
           EXIT.

      * abono interbancario recibido (tipo 06 de BATCH-ENTRANTES) en
      * la tarjeta, por el importe y en la fecha de la solicitud
       BUSCAR-ABONO-ORIGINAL.
           MOVE 0 TO ABONO-ENCONTRADO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               MOVE "00" TO FSM
               GO TO BUSCAR-ABONO-ORIGINAL-EXIT.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE RIN-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO BUSCAR-ABONO-ORIGINAL-CERRAR.

       BUSCAR-ABONO-ORIGINAL-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO BUSCAR-ABONO-ORIGINAL-CERRAR.
           IF MOV-TARJETA NOT = RIN-TARJETA
               GO TO BUSCAR-ABONO-ORIGINAL-CERRAR.
           IF NOT MOV-TIPO-TRANSF-RECIBIDA
               GO TO BUSCAR-ABONO-ORIGINAL-LEER.
           IF MOV-CONCEPTO NOT = "TRANSF. RECIBIDA INTERBANCARIA"
               GO TO BUSCAR-ABONO-ORIGINAL-LEER.
           COMPUTE FECHA-MOVIMIENTO =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-MOVIMIENTO NOT = RIN-FECHA
               GO TO BUSCAR-ABONO-ORIGINAL-LEER.
           COMPUTE CENT-MOVIMIENTO = MOV-IMPORTE * 100.
           IF CENT-MOVIMIENTO NOT = RIN-CENT
               GO TO BUSCAR-ABONO-ORIGINAL-LEER.
           MOVE 1 TO ABONO-ENCONTRADO.

       BUSCAR-ABONO-ORIGINAL-CERRAR.
           CLOSE F-MOVIMIENTOS.
       BUSCAR-ABONO-ORIGINAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * respuesta de la red a un recall nuestro ya enviado (o dado
      * por no contestado): ACE lo deja aceptado a la espera de los
      * fondos y REC rechazado, con aviso a supervision
      *----------------------------------------------------------*
       ANOTAR-RESPUESTA.
           OPEN I-O RECALLS.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE "E" TO RCA-SENTIDO.
           MOVE RIN-REFERENCIA TO RCA-REFERENCIA.
           READ RECALLS INVALID KEY
               CLOSE RECALLS
               GO TO ANOTAR-RESPUESTA-NOCASA.
           IF NOT RECALL-SOLICITADO AND NOT RECALL-SIN-RESPUESTA
               CLOSE RECALLS
               GO TO ANOTAR-RESPUESTA-NOCASA.
           IF RIN-TIPO NOT = "ACE" AND RIN-TIPO NOT = "REC"
               CLOSE RECALLS
               GO TO ANOTAR-RESPUESTA-NOCASA.
           IF RIN-TIPO = "ACE"
               MOVE 2 TO RCA-ESTADO
               MOVE SPACES TO RCA-MOTIVO-RESPUESTA
               MOVE "ACEPTADO" TO RRP-DISPOSICION
           ELSE
               MOVE 3 TO RCA-ESTADO
               MOVE RIN-MOTIVO TO RCA-MOTIVO-RESPUESTA
               MOVE "RECHAZADO" TO RRP-DISPOSICION.
           MOVE FECHA-HOY-YMD TO RCA-FECHA-RESPUESTA.
           REWRITE RECALL-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECALLS.
           ADD 1 TO NUM-RESPUESTAS.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           IF RECALL-RECHAZADO
               MOVE 0 TO NOTIF-TARJETA
               MOVE "SUPERVISOR" TO NOTIF-TIPO
               MOVE "RECALL RECHAZADO POR LA RED" TO NOTIF-CONCEPTO
               MOVE RCA-IMPORTE-ENT TO NOTIF-IMPORTE-ENT
               MOVE RCA-IMPORTE-DEC TO NOTIF-IMPORTE-DEC
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-EXIT.
           GO TO ANOTAR-RESPUESTA-EXIT.

       ANOTAR-RESPUESTA-NOCASA.
           MOVE "NOCASA" TO RRP-DISPOSICION.
           ADD 1 TO NUM-NOCASAN.
       ANOTAR-RESPUESTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * fondos devueltos por la red: vuelven a la tarjeta de origen
      * de la transferencia, que queda como devuelta para que un
      * rechazo tardio de BATCH-ACKS no la reabone otra vez
      *----------------------------------------------------------*
       ABONAR-FONDOS.
           OPEN I-O RECALLS.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE "E" TO RCA-SENTIDO.
           MOVE RIN-REFERENCIA TO RCA-REFERENCIA.
           READ RECALLS INVALID KEY
               CLOSE RECALLS
               GO TO ABONAR-FONDOS-NOCASA.
           IF NOT RECALL-SOLICITADO AND NOT RECALL-ACEPTADO
                   AND NOT RECALL-SIN-RESPUESTA
               CLOSE RECALLS
               GO TO ABONAR-FONDOS-NOCASA.

           MOVE RIN-CENT TO CENT-REABONO.
           MOVE 0 TO MOV-NUM.
           PERFORM REABONAR-ORIGEN THRU REABONAR-ORIGEN-EXIT.
           IF RCA-FECHA-RESPUESTA = 0
               MOVE FECHA-HOY-YMD TO RCA-FECHA-RESPUESTA.
           MOVE 5 TO RCA-ESTADO.
           MOVE FECHA-HOY-YMD TO RCA-FECHA-FONDOS.
           MOVE MOV-NUM TO RCA-MOV-NUM.
           REWRITE RECALL-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE RECALLS.
           ADD 1 TO NUM-FONDOS.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           OPEN I-O TRANSFERENCIAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE RCA-REF-T-NUM TO T-NUM.
           READ TRANSFERENCIAS INVALID KEY
               CLOSE TRANSFERENCIAS
               GO TO ABONAR-FONDOS-PARTIDA.
           MOVE 3 TO T-LIQUIDADA.
           REWRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.

           MOVE "TR" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE T-NUM TO JOURNAL-CLAVE.
           MOVE TRANSFERENCIA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

      * la camara liquida la devolucion como partida recibida
       ABONAR-FONDOS-PARTIDA.
           MOVE 0 TO PARTIDA-LIQ-FECHA.
           MOVE "R" TO PARTIDA-LIQ-SENTIDO.
           MOVE RCA-REFERENCIA TO PARTIDA-LIQ-REFERENCIA.
           MOVE "BATCH-RY" TO PARTIDA-LIQ-PROGRAMA.
           MOVE RCA-BANCO TO PARTIDA-LIQ-BANCO.
           MOVE RIN-CENT TO PARTIDA-LIQ-CENT.
           PERFORM ANOTAR-PARTIDA-LIQ THRU ANOTAR-PARTIDA-LIQ-EXIT.
           GO TO ABONAR-FONDOS-EXIT.

       ABONAR-FONDOS-NOCASA.
           MOVE "NOCASA" TO RRP-DISPOSICION.
           ADD 1 TO NUM-NOCASAN.
       ABONAR-FONDOS-EXIT.
           EXIT.

       REABONAR-ORIGEN.
           MOVE RCA-TARJETA TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           IF HAY-MOVIMIENTOS = 0
               GO TO REABONAR-ORIGEN-SUSPENSO.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-REABONO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE RCA-TARJETA TO MOV-TARJETA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-REABONO / 100.
           MOVE "DEVOLUCION POR RECALL" TO MOV-CONCEPTO.
           MOVE 06 TO MOV-TIPO.
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

           MOVE RCA-TARJETA TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "DEVOLUCION POR RECALL" TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-REABONO / 100.
           COMPUTE NOTIF-IMPORTE-DEC = FUNCTION MOD(CENT-REABONO, 100).
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE RCA-TARJETA TO TARJETA-CALCULO.
           MOVE CENT-REABONO TO CENT-DELTA-SALDO.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
           MOVE "FONDOS ABONADOS" TO RRP-DISPOSICION.
           GO TO REABONAR-ORIGEN-EXIT.

      * la tarjeta de origen ya no tiene cuenta a la que reabonar
       REABONAR-ORIGEN-SUSPENSO.
           MOVE "RECALL" TO SUSPENSO-ORIGEN.
           MOVE RCA-REFERENCIA TO SUSPENSO-REFERENCIA.
           MOVE RCA-TARJETA TO SUSPENSO-TARJETA.
           MOVE RCA-BANCO TO SUSPENSO-REMITENTE.
           MOVE CENT-REABONO TO SUSPENSO-CENT.
           MOVE 01 TO SUSPENSO-DIVISA.
           MOVE 01 TO SUSPENSO-MOTIVO.
           PERFORM ANOTAR-SUSPENSO THRU ANOTAR-SUSPENSO-EXIT.
           MOVE "FONDOS SUSPENSO" TO RRP-DISPOSICION.
       REABONAR-ORIGEN-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * recalls enviados que pasan DIAS-RECALL dias sin respuesta
      * de la red: quedan como no contestados y suben a supervision
      *----------------------------------------------------------*
       VENCER-SOLICITADOS.
           OPEN I-O RECALLS.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE "E" TO RCA-SENTIDO.
           MOVE LOW-VALUES TO RCA-REFERENCIA.
           START RECALLS KEY IS >= RCA-CLAVE
               INVALID KEY GO TO VENCER-SOLICITADOS-CERRAR.

       VENCER-SOLICITADOS-LEER.
           READ RECALLS NEXT RECORD
               AT END GO TO VENCER-SOLICITADOS-CERRAR.
           IF NOT RECALL-EMITIDO
               GO TO VENCER-SOLICITADOS-CERRAR.
           IF NOT RECALL-SOLICITADO
               GO TO VENCER-SOLICITADOS-LEER.
           COMPUTE DIAS-ENVIO =
               FUNCTION INTEGER-OF-DATE(RCA-FECHA-ENVIO).
           IF DIAS-ENVIO + DIAS-RECALL >= DIAS-HOY
               GO TO VENCER-SOLICITADOS-LEER.
           MOVE 4 TO RCA-ESTADO.
           REWRITE RECALL-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-VENCIDOS.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE 0 TO NOTIF-TARJETA.
           MOVE "SUPERVISOR" TO NOTIF-TIPO.
           MOVE "RECALL SIN RESPUESTA DE LA RED" TO NOTIF-CONCEPTO.
           MOVE RCA-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE RCA-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE "E" TO RRP-SENTIDO.
           MOVE "SOL" TO RRP-TIPO.
           MOVE RCA-REFERENCIA TO RRP-REFERENCIA.
           MOVE RCA-BANCO TO RRP-BANCO.
           MOVE RCA-IMPORTE-ENT TO RRP-IMPORTE-ENT.
           MOVE RCA-IMPORTE-DEC TO RRP-IMPORTE-DEC.
           MOVE RCA-MOTIVO TO RRP-MOTIVO.
           MOVE "SIN RESPUESTA" TO RRP-DISPOSICION.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           GO TO VENCER-SOLICITADOS-LEER.

       VENCER-SOLICITADOS-CERRAR.
           CLOSE RECALLS.
       VENCER-SOLICITADOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * salida hacia la red: solicitudes nuevas y respuestas a las
      * de otros bancos. Sin nada que enviar el fichero queda vacio
      * para que no se reenvie el anterior
      *----------------------------------------------------------*
       GENERAR-SALIDA.
           PERFORM ULTIMA-SECUENCIA-ENVIO
               THRU ULTIMA-SECUENCIA-ENVIO-EXIT.
           ADD 1 TO SECUENCIA-SALIDA.
           OPEN OUTPUT RECALLS-OUT.
           IF FSRO NOT = 00
               GO TO PSYS-ERR.
           MOVE SPACES TO RECALL-OUT-CONTROL.
           MOVE "CABECERA" TO CTX-MARCA OF RECALL-OUT-CONTROL.
           MOVE "UNIZAR" TO CTX-ORIGEN OF RECALL-OUT-CONTROL.
           MOVE SECUENCIA-SALIDA TO CTX-SECUENCIA OF RECALL-OUT-CONTROL.
           MOVE 0 TO CTX-NUM OF RECALL-OUT-CONTROL.
           MOVE 0 TO CTX-IMPORTE-ENT OF RECALL-OUT-CONTROL.
           MOVE 0 TO CTX-IMPORTE-DEC OF RECALL-OUT-CONTROL.
           WRITE RECALL-OUT-CONTROL.

           OPEN I-O RECALLS.
           IF FSRY NOT = 00
               GO TO PSYS-ERR.
           MOVE LOW-VALUES TO RCA-CLAVE.
           START RECALLS KEY IS >= RCA-CLAVE
               INVALID KEY GO TO GENERAR-SALIDA-CERRAR.

       GENERAR-SALIDA-LEER.
           READ RECALLS NEXT RECORD
               AT END GO TO GENERAR-SALIDA-CERRAR.
           IF RECALL-EMITIDO AND RECALL-ALTA
               PERFORM ENVIAR-SOLICITUD THRU ENVIAR-SOLICITUD-EXIT
               GO TO GENERAR-SALIDA-LEER.
           IF RECALL-RECIBIDO AND RCA-RESPUESTA-ENVIADA = 0
               IF RECALL-ACEPTADO OR RECALL-RECHAZADO
                   PERFORM ENVIAR-RESPUESTA
                       THRU ENVIAR-RESPUESTA-EXIT.
           GO TO GENERAR-SALIDA-LEER.

       GENERAR-SALIDA-CERRAR.
           CLOSE RECALLS.
           MOVE SPACES TO RECALL-OUT-CONTROL.
           MOVE "TOTAL" TO CTX-MARCA OF RECALL-OUT-CONTROL.
           MOVE "UNIZAR" TO CTX-ORIGEN OF RECALL-OUT-CONTROL.
           MOVE SECUENCIA-SALIDA TO CTX-SECUENCIA OF RECALL-OUT-CONTROL.
           MOVE NUM-SALIDA TO CTX-NUM OF RECALL-OUT-CONTROL.
           COMPUTE CTX-IMPORTE-ENT OF RECALL-OUT-CONTROL =
               CENT-SALIDA / 100.
           COMPUTE CTX-IMPORTE-DEC OF RECALL-OUT-CONTROL =
               FUNCTION MOD(CENT-SALIDA, 100).
           WRITE RECALL-OUT-CONTROL.
           CLOSE RECALLS-OUT.
           IF NUM-SALIDA = 0
               OPEN OUTPUT RECALLS-OUT
               CLOSE RECALLS-OUT
               GO TO GENERAR-SALIDA-EXIT.
           MOVE "SEPA-RCL" TO ENVIO-DESTINATARIO.
           MOVE "recallsout.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-RY" TO ENVIO-PROGRAMA.
           MOVE NUM-SALIDA TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-SALIDA / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       GENERAR-SALIDA-EXIT.
           EXIT.

       ENVIAR-SOLICITUD.
           MOVE "SOL" TO ROU-TIPO.
           MOVE RCA-MOTIVO TO ROU-MOTIVO.
           MOVE RCA-FECHA-ORIGINAL TO ROU-FECHA.
           PERFORM ESCRIBIR-SALIDA THRU ESCRIBIR-SALIDA-EXIT.
           MOVE 1 TO RCA-ESTADO.
           MOVE FECHA-HOY-YMD TO RCA-FECHA-ENVIO.
           REWRITE RECALL-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE "ENVIADO" TO RRP-DISPOSICION.
           PERFORM INFORMAR-SALIDA THRU INFORMAR-SALIDA-EXIT.
       ENVIAR-SOLICITUD-EXIT.
           EXIT.

      * al aceptar, los fondos ya cargados en la tarjeta (BANK76)
      * viajan con la respuesta y la camara los liquida como partida
      * enviada
       ENVIAR-RESPUESTA.
           IF RECALL-ACEPTADO
               MOVE "ACE" TO ROU-TIPO
               MOVE SPACES TO ROU-MOTIVO
           ELSE
               MOVE "REC" TO ROU-TIPO
               MOVE RCA-MOTIVO-RESPUESTA TO ROU-MOTIVO.
           MOVE RCA-FECHA-RESPUESTA TO ROU-FECHA.
           PERFORM ESCRIBIR-SALIDA THRU ESCRIBIR-SALIDA-EXIT.
           MOVE 1 TO RCA-RESPUESTA-ENVIADA.
           REWRITE RECALL-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "RL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE RCA-CLAVE TO JOURNAL-CLAVE.
           MOVE RECALL-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           IF RECALL-ACEPTADO
               MOVE 0 TO PARTIDA-LIQ-FECHA
               MOVE "E" TO PARTIDA-LIQ-SENTIDO
               MOVE RCA-REFERENCIA TO PARTIDA-LIQ-REFERENCIA
               MOVE "BATCH-RY" TO PARTIDA-LIQ-PROGRAMA
               MOVE RCA-BANCO TO PARTIDA-LIQ-BANCO
               COMPUTE PARTIDA-LIQ-CENT =
                   (RCA-IMPORTE-ENT * 100) + RCA-IMPORTE-DEC
               PERFORM ANOTAR-PARTIDA-LIQ THRU ANOTAR-PARTIDA-LIQ-EXIT.

           MOVE "RESPONDIDO" TO RRP-DISPOSICION.
           PERFORM INFORMAR-SALIDA THRU INFORMAR-SALIDA-EXIT.
       ENVIAR-RESPUESTA-EXIT.
           EXIT.

       ESCRIBIR-SALIDA.
           MOVE RCA-REFERENCIA TO ROU-REFERENCIA.
           MOVE RCA-BANCO TO ROU-BANCO.
           MOVE RCA-IMPORTE-ENT TO ROU-IMPORTE-ENT.
           MOVE RCA-IMPORTE-DEC TO ROU-IMPORTE-DEC.
           WRITE RECALL-OUT-REG.
           ADD 1 TO NUM-SALIDA.
           COMPUTE CENT-LINEA =
               (RCA-IMPORTE-ENT * 100) + RCA-IMPORTE-DEC.
           ADD CENT-LINEA TO CENT-SALIDA.
       ESCRIBIR-SALIDA-EXIT.
           EXIT.

       INFORMAR-SALIDA.
           MOVE RCA-SENTIDO TO RRP-SENTIDO.
           MOVE ROU-TIPO TO RRP-TIPO.
           MOVE RCA-REFERENCIA TO RRP-REFERENCIA.
           MOVE RCA-BANCO TO RRP-BANCO.
           MOVE RCA-IMPORTE-ENT TO RRP-IMPORTE-ENT.
           MOVE RCA-IMPORTE-DEC TO RRP-IMPORTE-DEC.
           MOVE ROU-MOTIVO TO RRP-MOTIVO.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
       INFORMAR-SALIDA-EXIT.
           EXIT.

      * ultima secuencia registrada para el destinatario, que es la
      * que REGISTRAR-ENVIO asignara al fichero mas uno
       ULTIMA-SECUENCIA-ENVIO.
           MOVE 0 TO SECUENCIA-SALIDA.
           OPEN INPUT INTERFACES.
           IF FSIF = 35
               MOVE "00" TO FSIF
               GO TO ULTIMA-SECUENCIA-ENVIO-EXIT.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           MOVE "SEPA-RCL" TO INF-DESTINATARIO.
           MOVE 0 TO INF-SECUENCIA.
           START INTERFACES KEY IS NOT LESS THAN INF-CLAVE
               INVALID KEY GO TO ULTIMA-SECUENCIA-ENVIO-CERRAR.

       ULTIMA-SECUENCIA-ENVIO-LEER.
           READ INTERFACES NEXT RECORD
               AT END GO TO ULTIMA-SECUENCIA-ENVIO-CERRAR.
           IF INF-DESTINATARIO NOT = "SEPA-RCL"
               GO TO ULTIMA-SECUENCIA-ENVIO-CERRAR.
           MOVE INF-SECUENCIA TO SECUENCIA-SALIDA.
           GO TO ULTIMA-SECUENCIA-ENVIO-LEER.

       ULTIMA-SECUENCIA-ENVIO-CERRAR.
           CLOSE INTERFACES.
       ULTIMA-SECUENCIA-ENVIO-EXIT.
           EXIT.

       ESCRIBIR-INFORME.
           MOVE FECHA-HOY-YMD TO RRP-FECHA.
           WRITE RECALL-RPT-REG.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

           COPY "LEER-PARAM-RECALL.cpy".
           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".

           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".
           COPY "ANOTAR-PARTIDA-LIQ.cpy".
           COPY "ANOTAR-SUSPENSO.cpy".
           COPY "SIGUIENTE-SUS-NUM.cpy".

           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE RECALLS.
           CLOSE RECALLS-IN.
           CLOSE RECALLS-OUT.
           CLOSE RECALLS-RPT.
           CLOSE TRANSFERENCIAS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.

           MOVE "BATCH-RY" TO ERROR-PROGRAMA.
           IF FSRY NOT = 00
               MOVE FSRY TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSM NOT = 00
                       MOVE FSM TO ERROR-FS
                   ELSE
                       IF FSPS NOT = 00
                           MOVE FSPS TO ERROR-FS
                       ELSE
                           MOVE FSRI TO ERROR-FS.
           IF FSRO NOT = 00
               MOVE FSRO TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "recalls interbancarios. FSRY=" FSRY " FST=" FST
               " FSM=" FSM " FSRI=" FSRI " FSRO=" FSRO.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

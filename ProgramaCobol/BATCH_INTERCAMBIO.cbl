       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-INTERCAMBIO.
      * liquidacion con la red de cajeros de las operaciones de
      * tarjetas de otros bancos atendidas en nuestros cajeros
      * (BANK79): concilia redliquidacion.txt, el informe con que la
      * red liquida una reclamacion anterior nuestra (su secuencia es
      * la del fichero que liquida); anula las operaciones que
      * quedaron sin terminar de dias anteriores, con la anulacion
      * ante la red en redpeticiones.txt como hace BANK79 (la
      * aprobada cuyos billetes constan entregados en dispensas.rpt
      * o en el diario del billetero no se anula: se completa y se
      * reclama); y deja en
      * intercambio.txt la reclamacion de las completadas: efectivo
      * entregado, recargo del terminal y tasa de intercambio, por
      * banco emisor. Todo queda en intercambio.rpt con los totales
      * reclamados a cada banco
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AJENAS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".
           COPY "PANCLARO-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "BILLETES-SEL.cpy".
           COPY "DISPENSAS-SEL.cpy".
           COPY "REDPETICIONES-SEL.cpy".

           SELECT RED-LIQUIDACION ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRZ.

           SELECT INTERCAMBIO-OUT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSXB.

           SELECT INTERCAMBIO-RPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIR.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "AJENAS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".
           COPY "PANCLARO-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "BILLETES-FD.cpy".
           COPY "DISPENSAS-FD.cpy".
           COPY "REDPETICIONES-FD.cpy".

      * liquidacion de la red: una linea por operacion liquidada
      * (nuestra referencia, banco emisor e importe pagado)
       FD RED-LIQUIDACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "redliquidacion.txt".
       01 RED-LIQUIDACION-REG.
           02 RLQ-REFERENCIA           PIC 9(10).
           02 FILLER                   PIC X(1).
           02 RLQ-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 RLQ-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 RLQ-IMPORTE-DEC          PIC 9(2).
           COPY "CONTROL-TXT-REG.cpy".

      * reclamacion a la red entre CABECERA y TOTAL; el emisor
      * identifica la operacion por la tarjeta completa y la
      * autorizacion que dio
       FD INTERCAMBIO-OUT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intercambio.txt".
       01 INTERCAMBIO-OUT-REG.
           02 ICL-REFERENCIA           PIC 9(10).
           02 FILLER                   PIC X(1).
           02 ICL-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 ICL-TARJETA              PIC X(16).
           02 FILLER                   PIC X(1).
           02 ICL-CAJERO               PIC 9(4).
           02 FILLER                   PIC X(1).
           02 ICL-TIPO                 PIC X(1).
           02 FILLER                   PIC X(1).
           02 ICL-FECHA                PIC 9(8).
           02 FILLER                   PIC X(1).
           02 ICL-AUTORIZACION         PIC X(6).
           02 FILLER                   PIC X(1).
           02 ICL-IMPORTE-ENT          PIC 9(7).
           02 ICL-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 ICL-RECARGO-ENT          PIC 9(3).
           02 ICL-RECARGO-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 ICL-INTERCAMBIO-ENT      PIC 9(3).
           02 ICL-INTERCAMBIO-DEC      PIC 9(2).
           02 FILLER                   PIC X(1).
           02 ICL-TOTAL-ENT            PIC 9(7).
           02 ICL-TOTAL-DEC            PIC 9(2).
       01 INTERCAMBIO-OUT-CONTROL.
           COPY "CONTROL-TXT-REG.cpy"
               REPLACING ==01 CONTROL-TXT-REG.== BY ====.

       FD INTERCAMBIO-RPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intercambio.rpt".
       01 INTERCAMBIO-RPT-REG.
           02 IRP-FECHA                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 IRP-REFERENCIA           PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 IRP-BANCO                PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 IRP-TIPO                 PIC X(01).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 IRP-NUM                  PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 IRP-IMPORTE-ENT          PIC 9(09).
           02 FILLER                   PIC X(01) VALUE ",".
           02 IRP-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * RECLAMADA / CONCILIADA / DISCREPANTE / NO LIQUIDADA /
      * DESCONOCIDA / ANULADA / APROBADA SIN FIN /
      * ENTREGADA SIN FIN / TOTAL BANCO
           02 IRP-DISPOSICION          PIC X(18).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSAE                      PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSRZ                      PIC   X(2) VALUE "00".
       77 FSXB                      PIC   X(2) VALUE "00".
       77 FSIR                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSP                       PIC   X(2) VALUE "00".
       77 FSB                       PIC   X(2).
       77 FSDI                      PIC   X(2) VALUE "00".
       77 FSRP                      PIC   X(2) VALUE "00".
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "PARAMETROS-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 CENT-RECLAMADO             PIC  9(11).
       77 CENT-LIQUIDADO             PIC  9(11).
       77 CENT-SALIDA                PIC S9(13) VALUE 0.
       77 SECUENCIA-SALIDA           PIC  9(6) VALUE 0.
       77 NUM-LEIDOS                 PIC  9(6) VALUE 0.
       77 NUM-CONCILIADAS            PIC  9(6) VALUE 0.
       77 NUM-DISCREPANTES           PIC  9(6) VALUE 0.
       77 NUM-DESCONOCIDAS           PIC  9(6) VALUE 0.
       77 NUM-ANULADAS               PIC  9(6) VALUE 0.
       77 NUM-SALIDA                 PIC  9(6) VALUE 0.
       77 NUM-ENTREGADAS             PIC  9(6) VALUE 0.

      * ventana en que consta la entrega de una aprobada: desde la
      * peticion hasta la espera maxima de la respuesta mas el
      * margen para contar y entregar los billetes (segundos)
       77 MARGEN-ENTREGA             PIC  9(3) VALUE 120.
       77 SEG-DESDE                  PIC  9(6).
       77 SEG-HASTA                  PIC  9(6).
       77 SEG-MOMENTO                PIC  9(6).
       77 FECHA-MOMENTO              PIC  9(8).
       01 HORA-TRABAJO.
           05 HTR-HOR                PIC  9(2).
           05 HTR-MIN                PIC  9(2).
           05 HTR-SEG                PIC  9(2).
       77 CENT-AJENA                 PIC  9(11).
       77 CENT-VENTANA-DISPENSAS     PIC  9(11).
       77 CENT-VENTANA-BILLETES      PIC  9(11).
       77 ENTREGA-HALLADA            PIC  9(1).
           88 ENTREGA-CONSTA VALUE 1.
      * ultima cantidad del diario por denominacion (50, 20, 10) del
      * billetero de la operacion, para ver cuanto bajo en la ventana
       01 BILLETES-ANTERIORES.
           05 BILLETE-ANTERIOR OCCURS 3 TIMES.
               10 BAN-CONOCIDO       PIC  9(1).
               10 BAN-CANTIDAD       PIC  9(5).
       77 IND-DENOM                  PIC  9(1).

      * totales reclamados por banco emisor
       01 TABLA-BANCOS.
           05 TOTAL-BANCO OCCURS 100 TIMES.
               10 TBA-BANCO          PIC  9(4).
               10 TBA-NUM            PIC  9(6).
               10 TBA-CENT           PIC  9(11).
       77 NUM-BANCOS                 PIC  9(3) VALUE 0.
       77 INDICE-BANCO               PIC  9(3) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-AJENAS THRU LEER-PARAM-AJENAS-EXIT.

      * el fichero de operaciones se crea vacio la primera vez
           OPEN I-O AJENAS.
           IF FSAE = 35
               OPEN OUTPUT AJENAS
           END-IF.
           IF FSAE NOT = 00
               GO TO PSYS-ERR.
           CLOSE AJENAS.

           OPEN EXTEND INTERCAMBIO-RPT.
           IF FSIR = 35
               OPEN OUTPUT INTERCAMBIO-RPT
           END-IF.
           IF FSIR NOT = 00
               GO TO PSYS-ERR.

           PERFORM VALIDAR-FICHERO-LIQUIDACION
               THRU VALIDAR-FICHERO-LIQUIDACION-EXIT.
           IF CTLF-YA-PROCESADO = 1
               DISPLAY "AVISO: redliquidacion.txt ya procesado "
                   "(secuencia " CTLF-SECUENCIA "), no se vuelve a "
                   "conciliar"
               GO TO MAINLINE-RECLAMAR.
      * un informe de la red mal formado no detiene el cierre: se
      * anota, sube a supervision y la reclamacion sale igualmente
           IF CTLF-RECHAZO = 1
               DISPLAY "ERROR: liquidacion de la red de cajeros "
                   "rechazada (cabecera o totales)"
               MOVE "BATCH-IC" TO ERROR-PROGRAMA
               MOVE "CT" TO ERROR-FS
               PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT
               MOVE 0 TO NOTIF-TARJETA
               MOVE "SUPERVISOR" TO NOTIF-TIPO
               MOVE "LIQUIDACION RED CAJEROS RECHAZADA"
                   TO NOTIF-CONCEPTO
               MOVE 0 TO NOTIF-IMPORTE-ENT
               MOVE 0 TO NOTIF-IMPORTE-DEC
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-EXIT
               GO TO MAINLINE-RECLAMAR.
           IF CTLF-HAY-CABECERA = 1
               PERFORM CONCILIAR-LIQUIDACION
                   THRU CONCILIAR-LIQUIDACION-EXIT
               PERFORM CERRAR-RECLAMACION
                   THRU CERRAR-RECLAMACION-EXIT
               PERFORM REGISTRAR-FICHERO-PROC
                   THRU REGISTRAR-FICHERO-PROC-EXIT.

       MAINLINE-RECLAMAR.
           PERFORM GENERAR-RECLAMACION THRU GENERAR-RECLAMACION-EXIT.
           PERFORM INFORMAR-BANCOS THRU INFORMAR-BANCOS-EXIT.
           CLOSE INTERCAMBIO-RPT.
           DISPLAY "Intercambio de la red de cajeros procesado. "
               "Liquidadas leidas: " NUM-LEIDOS " Conciliadas: "
               NUM-CONCILIADAS " Discrepantes: " NUM-DISCREPANTES
               " Desconocidas: " NUM-DESCONOCIDAS " Anuladas: "
               NUM-ANULADAS " Entregadas sin fin: " NUM-ENTREGADAS
               " Reclamadas: " NUM-SALIDA.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      * validacion previa del informe de la red: cabecera en la
      * primera linea, cola TOTAL que cuadre y secuencia no
      * procesada antes
      *----------------------------------------------------------*
       VALIDAR-FICHERO-LIQUIDACION.
           MOVE 0 TO CTLF-RECHAZO.
           MOVE 0 TO CTLF-YA-PROCESADO.
           MOVE 0 TO CTLF-HAY-CABECERA.
           MOVE 0 TO CTLF-HAY-TOTAL.
           MOVE 0 TO CTLF-NUM-CONTADO.
           MOVE 0 TO CTLF-CENT-CONTADO.
           OPEN INPUT RED-LIQUIDACION.
           IF FSRZ = 35
               MOVE "00" TO FSRZ
               GO TO VALIDAR-FICHERO-LIQUIDACION-EXIT.
           IF FSRZ NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-FICHERO-LIQUIDACION-LEER.
           READ RED-LIQUIDACION
               AT END GO TO VALIDAR-FICHERO-LIQUIDACION-CERRAR.
           IF CTX-MARCA OF RED-LIQUIDACION = "CABECERA"
               IF CTLF-HAY-CABECERA = 1 OR CTLF-NUM-CONTADO NOT = 0
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   MOVE 1 TO CTLF-HAY-CABECERA
                   MOVE CTX-ORIGEN OF RED-LIQUIDACION TO CTLF-ORIGEN
                   MOVE CTX-SECUENCIA OF RED-LIQUIDACION
                       TO CTLF-SECUENCIA
               END-IF
               GO TO VALIDAR-FICHERO-LIQUIDACION-LEER.
           IF CTX-MARCA OF RED-LIQUIDACION (1:5) = "TOTAL"
               MOVE 1 TO CTLF-HAY-TOTAL
               MOVE CTX-NUM OF RED-LIQUIDACION TO CTLF-NUM-DECLARADO
               COMPUTE CTLF-CENT-DECLARADO =
                   (CTX-IMPORTE-ENT OF RED-LIQUIDACION * 100)
                   + CTX-IMPORTE-DEC OF RED-LIQUIDACION
               GO TO VALIDAR-FICHERO-LIQUIDACION-LEER.
           ADD 1 TO CTLF-NUM-CONTADO.
           COMPUTE CTLF-CENT-CONTADO = CTLF-CENT-CONTADO
               + (RLQ-IMPORTE-ENT * 100) + RLQ-IMPORTE-DEC.
           GO TO VALIDAR-FICHERO-LIQUIDACION-LEER.

       VALIDAR-FICHERO-LIQUIDACION-CERRAR.
           CLOSE RED-LIQUIDACION.
           IF CTLF-HAY-CABECERA = 0 AND CTLF-HAY-TOTAL = 0
                   AND CTLF-NUM-CONTADO = 0
               GO TO VALIDAR-FICHERO-LIQUIDACION-EXIT.
           IF CTLF-HAY-CABECERA = 0 OR CTLF-HAY-TOTAL = 0
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-LIQUIDACION-EXIT.
           IF CTLF-NUM-DECLARADO NOT = CTLF-NUM-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-LIQUIDACION-EXIT.
           IF CTLF-CENT-DECLARADO NOT = CTLF-CENT-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-LIQUIDACION-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
       VALIDAR-FICHERO-LIQUIDACION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cada operacion liquidada se casa con la reclamada: mismo
      * importe queda conciliada; si no, discrepante con lo que
      * pago la red
      *----------------------------------------------------------*
       CONCILIAR-LIQUIDACION.
           OPEN INPUT RED-LIQUIDACION.
           IF FSRZ NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O AJENAS.
           IF FSAE NOT = 00
               GO TO PSYS-ERR.

       CONCILIAR-LIQUIDACION-LEER.
           READ RED-LIQUIDACION
               AT END GO TO CONCILIAR-LIQUIDACION-CERRAR.
           IF CTX-MARCA OF RED-LIQUIDACION = "CABECERA"
                   OR CTX-MARCA OF RED-LIQUIDACION (1:5) = "TOTAL"
               GO TO CONCILIAR-LIQUIDACION-LEER.
           ADD 1 TO NUM-LEIDOS.
           COMPUTE CENT-LIQUIDADO =
               (RLQ-IMPORTE-ENT * 100) + RLQ-IMPORTE-DEC.
           MOVE RLQ-REFERENCIA TO AJE-NUM.
           READ AJENAS INVALID KEY
               GO TO CONCILIAR-LIQUIDACION-DESCONOCIDA.
           IF NOT AJENA-RECLAMADA
                   OR AJE-LIQ-SECUENCIA NOT = CTLF-SECUENCIA
               GO TO CONCILIAR-LIQUIDACION-DESCONOCIDA.

           PERFORM CALCULAR-RECLAMADO THRU CALCULAR-RECLAMADO-EXIT.
           IF CENT-LIQUIDADO = CENT-RECLAMADO
               MOVE 2 TO AJE-LIQ-ESTADO
               ADD 1 TO NUM-CONCILIADAS
               MOVE "CONCILIADA" TO IRP-DISPOSICION
           ELSE
               MOVE 3 TO AJE-LIQ-ESTADO
               ADD 1 TO NUM-DISCREPANTES
               MOVE "DISCREPANTE" TO IRP-DISPOSICION.
           MOVE RLQ-IMPORTE-ENT TO AJE-LIQ-IMPORTE-ENT.
           MOVE RLQ-IMPORTE-DEC TO AJE-LIQ-IMPORTE-DEC.
           PERFORM REESCRIBIR-AJENA THRU REESCRIBIR-AJENA-EXIT.
           PERFORM INFORMAR-AJENA THRU INFORMAR-AJENA-EXIT.
           GO TO CONCILIAR-LIQUIDACION-LEER.

      * la red liquida una referencia que no reclamamos en ese
      * fichero: se informa para revision y no se toca nada
       CONCILIAR-LIQUIDACION-DESCONOCIDA.
           ADD 1 TO NUM-DESCONOCIDAS.
           MOVE RLQ-REFERENCIA TO IRP-REFERENCIA.
           MOVE RLQ-BANCO TO IRP-BANCO.
           MOVE SPACES TO IRP-TIPO.
           MOVE 0 TO IRP-NUM.
           MOVE RLQ-IMPORTE-ENT TO IRP-IMPORTE-ENT.
           MOVE RLQ-IMPORTE-DEC TO IRP-IMPORTE-DEC.
           MOVE "DESCONOCIDA" TO IRP-DISPOSICION.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           GO TO CONCILIAR-LIQUIDACION-LEER.

       CONCILIAR-LIQUIDACION-CERRAR.
           CLOSE RED-LIQUIDACION.
           CLOSE AJENAS.
       CONCILIAR-LIQUIDACION-EXIT.
           EXIT.

      * lo reclamado en el fichero liquidado que la red no ha pagado
      * queda discrepante con importe liquidado cero
       CERRAR-RECLAMACION.
           OPEN I-O AJENAS.
           IF FSAE NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO AJE-NUM.
           START AJENAS KEY IS NOT LESS THAN AJE-NUM
               INVALID KEY GO TO CERRAR-RECLAMACION-CERRAR.

       CERRAR-RECLAMACION-LEER.
           READ AJENAS NEXT RECORD
               AT END GO TO CERRAR-RECLAMACION-CERRAR.
           IF NOT AJENA-RECLAMADA
                   OR AJE-LIQ-SECUENCIA NOT = CTLF-SECUENCIA
               GO TO CERRAR-RECLAMACION-LEER.
           MOVE 3 TO AJE-LIQ-ESTADO.
           MOVE 0 TO AJE-LIQ-IMPORTE-ENT.
           MOVE 0 TO AJE-LIQ-IMPORTE-DEC.
           ADD 1 TO NUM-DISCREPANTES.
           PERFORM REESCRIBIR-AJENA THRU REESCRIBIR-AJENA-EXIT.
           MOVE "NO LIQUIDADA" TO IRP-DISPOSICION.
           PERFORM INFORMAR-AJENA THRU INFORMAR-AJENA-EXIT.
           GO TO CERRAR-RECLAMACION-LEER.

       CERRAR-RECLAMACION-CERRAR.
           CLOSE AJENAS.
       CERRAR-RECLAMACION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * reclamacion a la red: las completadas sin reclamar salen en
      * intercambio.txt; las que siguen enviadas o aprobadas de un
      * dia anterior se anulan (la sesion del cajero no termino) y
      * se informan para cuadrarlas con el efectivo, salvo la
      * aprobada que consta entregada, que se reclama. Sin nada que
      * reclamar el fichero queda vacio para que no se reenvie el
      * anterior
      *----------------------------------------------------------*
       GENERAR-RECLAMACION.
           PERFORM ULTIMA-SECUENCIA-ENVIO
               THRU ULTIMA-SECUENCIA-ENVIO-EXIT.
           ADD 1 TO SECUENCIA-SALIDA.
           OPEN OUTPUT INTERCAMBIO-OUT.
           IF FSXB NOT = 00
               GO TO PSYS-ERR.
           MOVE SPACES TO INTERCAMBIO-OUT-CONTROL.
           MOVE "CABECERA" TO CTX-MARCA OF INTERCAMBIO-OUT-CONTROL.
           MOVE "UNIZAR" TO CTX-ORIGEN OF INTERCAMBIO-OUT-CONTROL.
           MOVE SECUENCIA-SALIDA
               TO CTX-SECUENCIA OF INTERCAMBIO-OUT-CONTROL.
           MOVE 0 TO CTX-NUM OF INTERCAMBIO-OUT-CONTROL.
           MOVE 0 TO CTX-IMPORTE-ENT OF INTERCAMBIO-OUT-CONTROL.
           MOVE 0 TO CTX-IMPORTE-DEC OF INTERCAMBIO-OUT-CONTROL.
           WRITE INTERCAMBIO-OUT-CONTROL.

           MOVE "BATCH-IC" TO PAN-PROGRAMA.
           MOVE "intercambio.txt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.

           OPEN I-O AJENAS.
           IF FSAE NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO AJE-NUM.
           START AJENAS KEY IS NOT LESS THAN AJE-NUM
               INVALID KEY GO TO GENERAR-RECLAMACION-CERRAR.

       GENERAR-RECLAMACION-LEER.
           READ AJENAS NEXT RECORD
               AT END GO TO GENERAR-RECLAMACION-CERRAR.
           IF AJENA-ENVIADA OR AJENA-APROBADA
               IF AJE-FECHA < FECHA-HOY-YMD
                   PERFORM ANULAR-PENDIENTE THRU ANULAR-PENDIENTE-EXIT
               END-IF
               GO TO GENERAR-RECLAMACION-LEER.
           IF AJENA-COMPLETADA AND AJENA-SIN-RECLAMAR
               PERFORM RECLAMAR-AJENA THRU RECLAMAR-AJENA-EXIT.
           GO TO GENERAR-RECLAMACION-LEER.

       GENERAR-RECLAMACION-CERRAR.
           CLOSE AJENAS.
           MOVE SPACES TO INTERCAMBIO-OUT-CONTROL.
           MOVE "TOTAL" TO CTX-MARCA OF INTERCAMBIO-OUT-CONTROL.
           MOVE "UNIZAR" TO CTX-ORIGEN OF INTERCAMBIO-OUT-CONTROL.
           MOVE SECUENCIA-SALIDA
               TO CTX-SECUENCIA OF INTERCAMBIO-OUT-CONTROL.
           MOVE NUM-SALIDA TO CTX-NUM OF INTERCAMBIO-OUT-CONTROL.
           COMPUTE CTX-IMPORTE-ENT OF INTERCAMBIO-OUT-CONTROL =
               CENT-SALIDA / 100.
           COMPUTE CTX-IMPORTE-DEC OF INTERCAMBIO-OUT-CONTROL =
               FUNCTION MOD(CENT-SALIDA, 100).
           WRITE INTERCAMBIO-OUT-CONTROL.
           CLOSE INTERCAMBIO-OUT.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
           IF NUM-SALIDA = 0
               OPEN OUTPUT INTERCAMBIO-OUT
               CLOSE INTERCAMBIO-OUT
               GO TO GENERAR-RECLAMACION-EXIT.
           MOVE "REDCAJER" TO ENVIO-DESTINATARIO.
           MOVE "intercambio.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-IC" TO ENVIO-PROGRAMA.
           MOVE NUM-SALIDA TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-SALIDA / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       GENERAR-RECLAMACION-EXIT.
           EXIT.

      * operacion sin terminar: la retirada aprobada cuyos billetes
      * constan entregados se completa y se reclama; todo lo demas
      * se anula ante la red con la misma referencia
       ANULAR-PENDIENTE.
           IF AJENA-APROBADA AND AJENA-RETIRADA
               PERFORM COMPROBAR-ENTREGA THRU COMPROBAR-ENTREGA-EXIT
               IF ENTREGA-CONSTA
                   GO TO ANULAR-PENDIENTE-ENTREGADA.
           IF AJENA-APROBADA
               MOVE "APROBADA SIN FIN" TO IRP-DISPOSICION
           ELSE
               MOVE "ANULADA" TO IRP-DISPOSICION.
           PERFORM ESCRIBIR-ANULACION THRU ESCRIBIR-ANULACION-EXIT.
           MOVE 4 TO AJE-ESTADO.
           ADD 1 TO NUM-ANULADAS.
           PERFORM REESCRIBIR-AJENA THRU REESCRIBIR-AJENA-EXIT.
           PERFORM INFORMAR-AJENA THRU INFORMAR-AJENA-EXIT.
           GO TO ANULAR-PENDIENTE-EXIT.

      * el emisor aprobo y el cajero entrego: se completa con la
      * tasa de intercambio de la retirada y sale en la reclamacion
      * de hoy como cualquier completada
       ANULAR-PENDIENTE-ENTREGADA.
           MOVE 2 TO AJE-ESTADO.
           MOVE INTERCAMBIO-RETIRADA TO AJE-INTERCAMBIO-ENT.
           COMPUTE AJE-INTERCAMBIO-DEC =
               (INTERCAMBIO-RETIRADA - AJE-INTERCAMBIO-ENT) * 100.
           ADD 1 TO NUM-ENTREGADAS.
           MOVE "ENTREGADA SIN FIN" TO IRP-DISPOSICION.
           PERFORM INFORMAR-AJENA THRU INFORMAR-AJENA-EXIT.
           PERFORM RECLAMAR-AJENA THRU RECLAMAR-AJENA-EXIT.
       ANULAR-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * la entrega consta si dispensas.rpt tiene una linea de esa
      * tarjeta en ese cajero dentro de la ventana de la operacion;
      * si no, si el diario del billetero muestra en la ventana mas
      * efectivo salido del cajero del que recoge dispensas.rpt
      * (BANK79 entrega aunque no pueda anotar la dispensa) y la
      * diferencia cubre el importe. Los dos se leen antes de
      * reescribir nada, que tambien anota en el diario
      *----------------------------------------------------------*
       COMPROBAR-ENTREGA.
           MOVE 0 TO ENTREGA-HALLADA.
           MOVE 0 TO CENT-VENTANA-DISPENSAS.
           MOVE 0 TO CENT-VENTANA-BILLETES.
           MOVE AJE-HORA TO HORA-TRABAJO.
           COMPUTE SEG-DESDE =
               (HTR-HOR * 3600) + (HTR-MIN * 60) + HTR-SEG.
           COMPUTE SEG-HASTA =
               SEG-DESDE + SEG-RESPUESTA-RED + MARGEN-ENTREGA.
           COMPUTE CENT-AJENA =
               (AJE-IMPORTE-ENT * 100) + AJE-IMPORTE-DEC.
           MOVE AJE-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           OPEN INPUT DISPENSAS.
           IF FSDI = 35
               MOVE "00" TO FSDI
               GO TO COMPROBAR-ENTREGA-DIARIO.
           IF FSDI NOT = 00
               GO TO PSYS-ERR.

       COMPROBAR-ENTREGA-DISPENSAS.
           READ DISPENSAS
               AT END GO TO COMPROBAR-ENTREGA-DISPENSAS-FIN.
           IF DIS-CAJERO NOT = AJE-CAJERO
               GO TO COMPROBAR-ENTREGA-DISPENSAS.
           COMPUTE FECHA-MOMENTO =
               (DIS-ANO * 10000) + (DIS-MES * 100) + DIS-DIA.
           COMPUTE SEG-MOMENTO =
               (DIS-HOR * 3600) + (DIS-MIN * 60) + DIS-SEG.
           IF FECHA-MOMENTO NOT = AJE-FECHA
                   OR SEG-MOMENTO < SEG-DESDE
                   OR SEG-MOMENTO > SEG-HASTA
               GO TO COMPROBAR-ENTREGA-DISPENSAS.
           IF DIS-TARJETA = PAN-IMPRESO
               MOVE 1 TO ENTREGA-HALLADA.
           COMPUTE CENT-VENTANA-DISPENSAS = CENT-VENTANA-DISPENSAS
               + (DIS-N-50 * 5000) + (DIS-N-20 * 2000)
               + (DIS-N-10 * 1000).
           GO TO COMPROBAR-ENTREGA-DISPENSAS.

       COMPROBAR-ENTREGA-DISPENSAS-FIN.
           CLOSE DISPENSAS.
           IF ENTREGA-CONSTA
               GO TO COMPROBAR-ENTREGA-EXIT.

       COMPROBAR-ENTREGA-DIARIO.
           INITIALIZE BILLETES-ANTERIORES.
           OPEN INPUT JOURNAL.
           IF FSJR = 35
               MOVE "00" TO FSJR
               GO TO COMPROBAR-ENTREGA-EXIT.
           IF FSJR NOT = 00
               GO TO PSYS-ERR.

       COMPROBAR-ENTREGA-DIARIO-LEER.
           READ JOURNAL AT END GO TO COMPROBAR-ENTREGA-DIARIO-FIN.
           IF JRN-FICHERO NOT = "BI"
                   OR JRN-MES = 0 OR JRN-DIA = 0
               GO TO COMPROBAR-ENTREGA-DIARIO-LEER.
           COMPUTE FECHA-MOMENTO =
               (JRN-ANO * 10000) + (JRN-MES * 100) + JRN-DIA.
           IF FECHA-MOMENTO > AJE-FECHA
               GO TO COMPROBAR-ENTREGA-DIARIO-FIN.
           MOVE JRN-IMAGEN TO BILLETE-REG.
           IF BIL-CAJERO NOT = AJE-CAJERO
               GO TO COMPROBAR-ENTREGA-DIARIO-LEER.
           IF BIL-DENOM = 50
               MOVE 1 TO IND-DENOM
           ELSE
               IF BIL-DENOM = 20
                   MOVE 2 TO IND-DENOM
               ELSE
                   MOVE 3 TO IND-DENOM.
           COMPUTE SEG-MOMENTO =
               (JRN-HOR * 3600) + (JRN-MIN * 60) + JRN-SEG.
      * solo cuenta lo que bajo: las cargas del billetero suben
           IF FECHA-MOMENTO = AJE-FECHA
                   AND SEG-MOMENTO NOT < SEG-DESDE
                   AND SEG-MOMENTO NOT > SEG-HASTA
                   AND BAN-CONOCIDO (IND-DENOM) = 1
                   AND BIL-CANTIDAD < BAN-CANTIDAD (IND-DENOM)
               COMPUTE CENT-VENTANA-BILLETES = CENT-VENTANA-BILLETES
                   + ((BAN-CANTIDAD (IND-DENOM) - BIL-CANTIDAD)
                   * BIL-DENOM * 100).
           MOVE 1 TO BAN-CONOCIDO (IND-DENOM).
           MOVE BIL-CANTIDAD TO BAN-CANTIDAD (IND-DENOM).
           GO TO COMPROBAR-ENTREGA-DIARIO-LEER.

       COMPROBAR-ENTREGA-DIARIO-FIN.
           CLOSE JOURNAL.
           IF CENT-VENTANA-BILLETES > CENT-VENTANA-DISPENSAS
               IF CENT-VENTANA-BILLETES - CENT-VENTANA-DISPENSAS
                       NOT < CENT-AJENA
                   MOVE 1 TO ENTREGA-HALLADA.
       COMPROBAR-ENTREGA-EXIT.
           EXIT.

      * anulacion ante la red con la referencia de la peticion y la
      * tarjeta completa, sin PIN, como la de BANK79; el uso del
      * numero en claro se anota aparte del de intercambio.txt
       ESCRIBIR-ANULACION.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
           OPEN EXTEND RED-PETICIONES.
           IF FSRP = 35
               OPEN OUTPUT RED-PETICIONES
           END-IF.
           IF FSRP NOT = 00
               GO TO PSYS-ERR.
           MOVE "redpeticiones.txt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE SPACES TO RED-PETICION-REG.
           MOVE "A" TO RPE-TIPO.
           MOVE 0 TO RPE-PIN-BLOQUE.
           MOVE AJE-TARJETA TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO RPE-TARJETA.
           MOVE AJE-NUM TO RPE-REFERENCIA.
           MOVE AJE-BANCO TO RPE-BANCO.
           MOVE AJE-CAJERO TO RPE-CAJERO.
           MOVE AJE-IMPORTE-ENT TO RPE-IMPORTE-ENT.
           MOVE AJE-IMPORTE-DEC TO RPE-IMPORTE-DEC.
           MOVE AJE-RECARGO-ENT TO RPE-RECARGO-ENT.
           MOVE AJE-RECARGO-DEC TO RPE-RECARGO-DEC.
           MOVE AJE-FECHA TO RPE-FECHA.
           MOVE AJE-HORA TO RPE-HORA.
           WRITE RED-PETICION-REG.
           CLOSE RED-PETICIONES.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
           MOVE "intercambio.txt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
       ESCRIBIR-ANULACION-EXIT.
           EXIT.

       RECLAMAR-AJENA.
           PERFORM CALCULAR-RECLAMADO THRU CALCULAR-RECLAMADO-EXIT.
           MOVE SPACES TO INTERCAMBIO-OUT-REG.
           MOVE AJE-NUM TO ICL-REFERENCIA.
           MOVE AJE-BANCO TO ICL-BANCO.
           MOVE AJE-TARJETA TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO ICL-TARJETA.
           MOVE AJE-CAJERO TO ICL-CAJERO.
           MOVE AJE-TIPO TO ICL-TIPO.
           MOVE AJE-FECHA TO ICL-FECHA.
           MOVE AJE-AUTORIZACION TO ICL-AUTORIZACION.
           MOVE AJE-IMPORTE-ENT TO ICL-IMPORTE-ENT.
           MOVE AJE-IMPORTE-DEC TO ICL-IMPORTE-DEC.
           MOVE AJE-RECARGO-ENT TO ICL-RECARGO-ENT.
           MOVE AJE-RECARGO-DEC TO ICL-RECARGO-DEC.
           MOVE AJE-INTERCAMBIO-ENT TO ICL-INTERCAMBIO-ENT.
           MOVE AJE-INTERCAMBIO-DEC TO ICL-INTERCAMBIO-DEC.
           COMPUTE ICL-TOTAL-ENT = CENT-RECLAMADO / 100.
           COMPUTE ICL-TOTAL-DEC = FUNCTION MOD(CENT-RECLAMADO, 100).
           WRITE INTERCAMBIO-OUT-REG.
           ADD 1 TO NUM-SALIDA.
           ADD CENT-RECLAMADO TO CENT-SALIDA.

           MOVE 1 TO AJE-LIQ-ESTADO.
           MOVE SECUENCIA-SALIDA TO AJE-LIQ-SECUENCIA.
           MOVE FECHA-HOY-YMD TO AJE-LIQ-FECHA.
           PERFORM REESCRIBIR-AJENA THRU REESCRIBIR-AJENA-EXIT.
           PERFORM ACUMULAR-BANCO THRU ACUMULAR-BANCO-EXIT.
           MOVE "RECLAMADA" TO IRP-DISPOSICION.
           PERFORM INFORMAR-AJENA THRU INFORMAR-AJENA-EXIT.
       RECLAMAR-AJENA-EXIT.
           EXIT.

      * lo que se reclama al emisor: efectivo entregado, recargo que
      * acepto el cliente y tasa de intercambio
       CALCULAR-RECLAMADO.
           COMPUTE CENT-RECLAMADO =
               (AJE-IMPORTE-ENT * 100) + AJE-IMPORTE-DEC
               + (AJE-RECARGO-ENT * 100) + AJE-RECARGO-DEC
               + (AJE-INTERCAMBIO-ENT * 100) + AJE-INTERCAMBIO-DEC.
       CALCULAR-RECLAMADO-EXIT.
           EXIT.

       REESCRIBIR-AJENA.
           REWRITE AJENA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "AE" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE AJE-NUM TO JOURNAL-CLAVE.
           MOVE AJENA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       REESCRIBIR-AJENA-EXIT.
           EXIT.

       INFORMAR-AJENA.
           MOVE AJE-NUM TO IRP-REFERENCIA.
           MOVE AJE-BANCO TO IRP-BANCO.
           MOVE AJE-TIPO TO IRP-TIPO.
           MOVE 0 TO IRP-NUM.
           PERFORM CALCULAR-RECLAMADO THRU CALCULAR-RECLAMADO-EXIT.
           COMPUTE IRP-IMPORTE-ENT = CENT-RECLAMADO / 100.
           COMPUTE IRP-IMPORTE-DEC = FUNCTION MOD(CENT-RECLAMADO, 100).
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
       INFORMAR-AJENA-EXIT.
           EXIT.

       ACUMULAR-BANCO.
           MOVE 0 TO INDICE-BANCO.

       ACUMULAR-BANCO-BUSCAR.
           ADD 1 TO INDICE-BANCO.
           IF INDICE-BANCO > NUM-BANCOS
               GO TO ACUMULAR-BANCO-NUEVO.
           IF TBA-BANCO (INDICE-BANCO) = AJE-BANCO
               GO TO ACUMULAR-BANCO-SUMAR.
           GO TO ACUMULAR-BANCO-BUSCAR.

       ACUMULAR-BANCO-NUEVO.
           IF NUM-BANCOS = 100
               DISPLAY "AVISO: tabla de bancos llena, total "
                   "omitido para el banco " AJE-BANCO
               GO TO ACUMULAR-BANCO-EXIT.
           ADD 1 TO NUM-BANCOS.
           MOVE NUM-BANCOS TO INDICE-BANCO.
           MOVE AJE-BANCO TO TBA-BANCO (INDICE-BANCO).
           MOVE 0 TO TBA-NUM (INDICE-BANCO).
           MOVE 0 TO TBA-CENT (INDICE-BANCO).

       ACUMULAR-BANCO-SUMAR.
           ADD 1 TO TBA-NUM (INDICE-BANCO).
           ADD CENT-RECLAMADO TO TBA-CENT (INDICE-BANCO).
       ACUMULAR-BANCO-EXIT.
           EXIT.

      * una linea por banco emisor con lo reclamado hoy
       INFORMAR-BANCOS.
           MOVE 0 TO INDICE-BANCO.

       INFORMAR-BANCOS-LOOP.
           ADD 1 TO INDICE-BANCO.
           IF INDICE-BANCO > NUM-BANCOS
               GO TO INFORMAR-BANCOS-EXIT.
           MOVE 0 TO IRP-REFERENCIA.
           MOVE TBA-BANCO (INDICE-BANCO) TO IRP-BANCO.
           MOVE SPACES TO IRP-TIPO.
           MOVE TBA-NUM (INDICE-BANCO) TO IRP-NUM.
           COMPUTE IRP-IMPORTE-ENT = TBA-CENT (INDICE-BANCO) / 100.
           COMPUTE IRP-IMPORTE-DEC =
               FUNCTION MOD(TBA-CENT (INDICE-BANCO), 100).
           MOVE "TOTAL BANCO" TO IRP-DISPOSICION.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           GO TO INFORMAR-BANCOS-LOOP.
       INFORMAR-BANCOS-EXIT.
           EXIT.

      * ultima secuencia registrada para la red de cajeros, que es
      * la que REGISTRAR-ENVIO asignara al fichero mas uno
       ULTIMA-SECUENCIA-ENVIO.
           MOVE 0 TO SECUENCIA-SALIDA.
           OPEN INPUT INTERFACES.
           IF FSIF = 35
               MOVE "00" TO FSIF
               GO TO ULTIMA-SECUENCIA-ENVIO-EXIT.
           IF FSIF NOT = 00
               GO TO PSYS-ERR.
           MOVE "REDCAJER" TO INF-DESTINATARIO.
           MOVE 0 TO INF-SECUENCIA.
           START INTERFACES KEY IS NOT LESS THAN INF-CLAVE
               INVALID KEY GO TO ULTIMA-SECUENCIA-ENVIO-CERRAR.

       ULTIMA-SECUENCIA-ENVIO-LEER.
           READ INTERFACES NEXT RECORD
               AT END GO TO ULTIMA-SECUENCIA-ENVIO-CERRAR.
           IF INF-DESTINATARIO NOT = "REDCAJER"
               GO TO ULTIMA-SECUENCIA-ENVIO-CERRAR.
           MOVE INF-SECUENCIA TO SECUENCIA-SALIDA.
           GO TO ULTIMA-SECUENCIA-ENVIO-LEER.

       ULTIMA-SECUENCIA-ENVIO-CERRAR.
           CLOSE INTERFACES.
       ULTIMA-SECUENCIA-ENVIO-EXIT.
           EXIT.

       ESCRIBIR-INFORME.
           MOVE FECHA-HOY-YMD TO IRP-FECHA.
           WRITE INTERCAMBIO-RPT-REG.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

           COPY "LEER-PARAM-AJENAS.cpy".
           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE AJENAS.
           CLOSE RED-LIQUIDACION.
           CLOSE INTERCAMBIO-OUT.
           CLOSE INTERCAMBIO-RPT.
           CLOSE DISPENSAS.
           CLOSE RED-PETICIONES.

           MOVE "BATCH-IC" TO ERROR-PROGRAMA.
           IF FSAE NOT = 00
               MOVE FSAE TO ERROR-FS
           ELSE
               IF FSRZ NOT = 00
                   MOVE FSRZ TO ERROR-FS
               ELSE
                   MOVE FSXB TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           IF FSP NOT = 00 AND FSP NOT = 35
               MOVE FSP TO ERROR-FS.
           IF FSDI NOT = 00
               MOVE FSDI TO ERROR-FS.
           IF FSRP NOT = 00
               MOVE FSRP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "intercambio de la red de cajeros. FSAE=" FSAE
               " FSRZ=" FSRZ " FSXB=" FSXB " FSIR=" FSIR " FSDI=" FSDI
               " FSRP=" FSRP.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-LIQCAMARA.
      * conciliacion diaria con la camara de compensacion: carga su
      * extracto de liquidacion (liqcamara.txt), con una linea por
      * partida liquidada, en partidasliq.ubd junto a lo que anotaron
      * BATCH-INTERBANCARIA (enviadas) y BATCH-ENTRANTES (recibidas),
      * y compara por fecha de liquidacion y sentido. Cada diferencia
      * sale en liqcamara.rpt como partida que falta en la camara,
      * que falta en casa o con distinto importe, y el dia queda
      * abierto en liqdias.ubd y se vuelve a evaluar cada noche hasta
      * que cuadra o un supervisor explica la diferencia (BANK72).
      * Un dia con partidas propias ya pasado para el que la camara
      * no ha declarado nada tambien queda abierto
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PARTIDASLIQ-SEL.cpy".
           COPY "LIQDIAS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".

           SELECT EXTRACTO-CAMARA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLK.

           SELECT INFORME-CAMARA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLZ.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PARTIDASLIQ-FD.cpy".
           COPY "LIQDIAS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".

      * extracto de la camara: fecha de liquidacion, sentido visto
      * desde UnizarBank (E enviada por nosotros, R recibida), la
      * referencia de la partida (T-NUM en las enviadas; remitente,
      * secuencia y linea del entrantes.txt en que llego en las
      * recibidas), el banco de la contraparte y el importe
       FD EXTRACTO-CAMARA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liqcamara.txt".
       01 EXTRACTO-CAMARA-REG.
           02 LCM-FECHA                PIC 9(8).
           02 FILLER                   PIC X(1).
           02 LCM-SENTIDO              PIC X(1).
           02 FILLER                   PIC X(1).
           02 LCM-REFERENCIA           PIC X(35).
           02 FILLER                   PIC X(1).
           02 LCM-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 LCM-IMPORTE-ENT          PIC 9(9).
           02 FILLER                   PIC X(1).
           02 LCM-IMPORTE-DEC          PIC 9(2).
           COPY "CONTROL-TXT-REG.cpy".

      * una linea por diferencia (FALTA EN CAMARA, FALTA PROPIA,
      * IMPORTE DISTINTO), por linea mal formada del extracto (LINEA
      * INVALIDA) y una de resumen por dia evaluado (CUADRADO o
      * ABIERTO) con el recuento y la suma de cada lado
       FD INFORME-CAMARA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liqcamara.rpt".
       01 INFORME-CAMARA-REG.
           02 LQR-FECHA                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQR-SENTIDO              PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQR-RESULTADO            PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQR-REFERENCIA           PIC X(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQR-BANCO                PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQR-NUM-PROPIAS          PIC 9(06).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 LQR-PROPIO-ENT           PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 LQR-PROPIO-DEC           PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQR-NUM-CAMARA           PIC 9(06).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 LQR-CAMARA-ENT           PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 LQR-CAMARA-DEC           PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQR-FALTAN-CAMARA        PIC 9(06).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 LQR-FALTAN-PROPIAS       PIC 9(06).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 LQR-DISTINTAS            PIC 9(06).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSPQ                      PIC   X(2) VALUE "00".
       77 FSLY                      PIC   X(2) VALUE "00".
       77 FSN                       PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSLK                      PIC   X(2) VALUE "00".
       77 FSLZ                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 NUM-CARGADAS               PIC  9(6) VALUE 0.
       77 NUM-INVALIDAS              PIC  9(6) VALUE 0.
       77 NUM-CUADRADOS              PIC  9(6) VALUE 0.
       77 NUM-ABIERTOS               PIC  9(6) VALUE 0.
       77 CENT-LINEA                 PIC  9(11).

      * dia (fecha de liquidacion y sentido) que se esta evaluando
       77 GRUPO-FECHA                PIC  9(8) VALUE 0.
       77 GRUPO-SENTIDO              PIC  X(1) VALUE SPACES.
       77 DIA-EN-CURSO               PIC  9(1) VALUE 0.
       77 DIA-NUM-PROPIAS            PIC  9(6).
       77 DIA-CENT-PROPIAS           PIC  9(13).
       77 DIA-NUM-CAMARA             PIC  9(6).
       77 DIA-CENT-CAMARA            PIC  9(13).
       77 DIA-FALTAN-CAMARA          PIC  9(6).
       77 DIA-FALTAN-PROPIAS         PIC  9(6).
       77 DIA-DISTINTAS              PIC  9(6).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

           OPEN OUTPUT INFORME-CAMARA.
           IF FSLZ NOT = 00
               GO TO PSYS-ERR.

           PERFORM VALIDAR-FICHERO-CAMARA
               THRU VALIDAR-FICHERO-CAMARA-EXIT.
      * un extracto rechazado no se carga, pero los dias que ya
      * estaban abiertos se vuelven a evaluar igualmente
           IF CTLF-RECHAZO = 1
               DISPLAY "ERROR: extracto de la camara rechazado "
                   "(cabecera, totales o secuencia repetida)"
               MOVE "BATCH-LC" TO ERROR-PROGRAMA
               MOVE "CT" TO ERROR-FS
               PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTLF-HAY-CABECERA = 0
                   DISPLAY "AVISO: no hay fichero liqcamara.txt que "
                       "cargar"
               ELSE
                   PERFORM CARGAR-EXTRACTO THRU CARGAR-EXTRACTO-EXIT
                   PERFORM REGISTRAR-FICHERO-PROC
                       THRU REGISTRAR-FICHERO-PROC-EXIT.

           PERFORM CONCILIAR-DIAS THRU CONCILIAR-DIAS-EXIT.
           CLOSE INFORME-CAMARA.

           DISPLAY "Conciliacion con la camara completada. Partidas "
               "cargadas: " NUM-CARGADAS " Invalidas: " NUM-INVALIDAS
               " Dias cuadrados: " NUM-CUADRADOS " Dias abiertos: "
               NUM-ABIERTOS.
           STOP RUN.

      *----------------------------------------------------------*
      * validacion previa del extracto: cabecera con el remitente y
      * la secuencia, cola TOTAL que cuadre con el contenido y
      * secuencia no procesada antes; cualquier fallo rechaza el
      * extracto entero sin cargar nada
      *----------------------------------------------------------*
       VALIDAR-FICHERO-CAMARA.
           MOVE 0 TO CTLF-RECHAZO.
           MOVE 0 TO CTLF-HAY-CABECERA.
           MOVE 0 TO CTLF-HAY-TOTAL.
           MOVE 0 TO CTLF-NUM-CONTADO.
           MOVE 0 TO CTLF-CENT-CONTADO.
           OPEN INPUT EXTRACTO-CAMARA.
           IF FSLK = 35
               GO TO VALIDAR-FICHERO-CAMARA-EXIT.
           IF FSLK NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-FICHERO-CAMARA-LEER.
           READ EXTRACTO-CAMARA
               AT END GO TO VALIDAR-FICHERO-CAMARA-CERRAR.
           IF CTX-MARCA = "CABECERA"
               IF CTLF-HAY-CABECERA = 1 OR CTLF-NUM-CONTADO NOT = 0
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   MOVE 1 TO CTLF-HAY-CABECERA
                   MOVE CTX-ORIGEN TO CTLF-ORIGEN
                   MOVE CTX-SECUENCIA TO CTLF-SECUENCIA
               END-IF
               GO TO VALIDAR-FICHERO-CAMARA-LEER.
           IF CTX-MARCA (1:5) = "TOTAL"
               MOVE 1 TO CTLF-HAY-TOTAL
               MOVE CTX-NUM TO CTLF-NUM-DECLARADO
               COMPUTE CTLF-CENT-DECLARADO =
                   (CTX-IMPORTE-ENT * 100) + CTX-IMPORTE-DEC
               GO TO VALIDAR-FICHERO-CAMARA-LEER.
           ADD 1 TO CTLF-NUM-CONTADO.
           IF LCM-IMPORTE-ENT NUMERIC AND LCM-IMPORTE-DEC NUMERIC
               COMPUTE CTLF-CENT-CONTADO = CTLF-CENT-CONTADO
                   + (LCM-IMPORTE-ENT * 100) + LCM-IMPORTE-DEC.
           GO TO VALIDAR-FICHERO-CAMARA-LEER.

       VALIDAR-FICHERO-CAMARA-CERRAR.
           CLOSE EXTRACTO-CAMARA.
           IF CTLF-HAY-CABECERA = 0 AND CTLF-HAY-TOTAL = 0
                   AND CTLF-NUM-CONTADO = 0
               GO TO VALIDAR-FICHERO-CAMARA-EXIT.
           IF CTLF-HAY-CABECERA = 0 OR CTLF-HAY-TOTAL = 0
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-CAMARA-EXIT.
           IF CTLF-NUM-DECLARADO NOT = CTLF-NUM-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-CAMARA-EXIT.
           IF CTLF-CENT-DECLARADO NOT = CTLF-CENT-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-CAMARA-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
           IF CTLF-YA-PROCESADO = 1
               MOVE 1 TO CTLF-RECHAZO.
       VALIDAR-FICHERO-CAMARA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * carga del extracto: cada partida declarada completa su lado
      * de camara en partidasliq.ubd (o la crea si aqui no consta),
      * y su dia se abre, o se reabre si ya estaba cerrado, para
      * evaluarlo de nuevo con lo que declara la camara
      *----------------------------------------------------------*
       CARGAR-EXTRACTO.
           OPEN INPUT EXTRACTO-CAMARA.
           IF FSLK NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O PARTIDASLIQ.
           IF FSPQ = 35
               OPEN OUTPUT PARTIDASLIQ
               CLOSE PARTIDASLIQ
               OPEN I-O PARTIDASLIQ
           END-IF.
           IF FSPQ NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O LIQDIAS.
           IF FSLY = 35
               OPEN OUTPUT LIQDIAS
               CLOSE LIQDIAS
               OPEN I-O LIQDIAS
           END-IF.
           IF FSLY NOT = 00
               GO TO PSYS-ERR.

       CARGAR-EXTRACTO-LEER.
           READ EXTRACTO-CAMARA AT END GO TO CARGAR-EXTRACTO-CERRAR.
           IF CTX-MARCA = "CABECERA" OR CTX-MARCA (1:5) = "TOTAL"
               GO TO CARGAR-EXTRACTO-LEER.
           IF LCM-FECHA NOT NUMERIC OR LCM-FECHA = 0
                   OR LCM-BANCO NOT NUMERIC
                   OR LCM-IMPORTE-ENT NOT NUMERIC
                   OR LCM-IMPORTE-DEC NOT NUMERIC
                   OR LCM-REFERENCIA = SPACES
               GO TO CARGAR-EXTRACTO-INVALIDA.
           IF LCM-SENTIDO NOT = "E" AND LCM-SENTIDO NOT = "R"
               GO TO CARGAR-EXTRACTO-INVALIDA.

           COMPUTE CENT-LINEA =
               (LCM-IMPORTE-ENT * 100) + LCM-IMPORTE-DEC.
           MOVE LCM-FECHA TO PLQ-FECHA.
           MOVE LCM-SENTIDO TO PLQ-SENTIDO.
           MOVE LCM-REFERENCIA TO PLQ-REFERENCIA.
           READ PARTIDASLIQ INVALID KEY
               GO TO CARGAR-EXTRACTO-NUEVA.
           MOVE 1 TO PLQ-HAY-CAMARA.
           MOVE CENT-LINEA TO PLQ-CENT-CAMARA.
           REWRITE PARTIDALIQ-REG INVALID KEY GO TO PSYS-ERR.
           GO TO CARGAR-EXTRACTO-DIA.

       CARGAR-EXTRACTO-NUEVA.
           MOVE LCM-FECHA TO PLQ-FECHA.
           MOVE LCM-SENTIDO TO PLQ-SENTIDO.
           MOVE LCM-REFERENCIA TO PLQ-REFERENCIA.
           MOVE SPACES TO PLQ-PROGRAMA.
           MOVE LCM-BANCO TO PLQ-BANCO.
           MOVE 0 TO PLQ-HAY-PROPIA.
           MOVE 0 TO PLQ-CENT-PROPIA.
           MOVE 1 TO PLQ-HAY-CAMARA.
           MOVE CENT-LINEA TO PLQ-CENT-CAMARA.
           WRITE PARTIDALIQ-REG INVALID KEY GO TO PSYS-ERR.

       CARGAR-EXTRACTO-DIA.
           ADD 1 TO NUM-CARGADAS.
           MOVE LCM-FECHA TO LQD-FECHA.
           MOVE LCM-SENTIDO TO LQD-SENTIDO.
           READ LIQDIAS INVALID KEY
               GO TO CARGAR-EXTRACTO-DIA-NUEVO.
           IF LIQDIA-ABIERTO
               GO TO CARGAR-EXTRACTO-LEER.
           MOVE 0 TO LQD-ESTADO.
           MOVE 0 TO LQD-AVISADO.
           REWRITE LIQDIA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO CARGAR-EXTRACTO-LEER.

       CARGAR-EXTRACTO-DIA-NUEVO.
           INITIALIZE LIQDIA-REG.
           MOVE LCM-FECHA TO LQD-FECHA.
           MOVE LCM-SENTIDO TO LQD-SENTIDO.
           MOVE SPACES TO LQD-EXPLICACION.
           WRITE LIQDIA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO CARGAR-EXTRACTO-LEER.

       CARGAR-EXTRACTO-INVALIDA.
           ADD 1 TO NUM-INVALIDAS.
           MOVE 0 TO LQR-FECHA.
           IF LCM-FECHA NUMERIC
               MOVE LCM-FECHA TO LQR-FECHA.
           MOVE LCM-SENTIDO TO LQR-SENTIDO.
           MOVE "LINEA INVALIDA" TO LQR-RESULTADO.
           MOVE LCM-REFERENCIA TO LQR-REFERENCIA.
           MOVE 0 TO LQR-BANCO.
           MOVE 0 TO LQR-NUM-PROPIAS.
           MOVE 0 TO LQR-PROPIO-ENT.
           MOVE 0 TO LQR-PROPIO-DEC.
           MOVE 1 TO LQR-NUM-CAMARA.
           MOVE 0 TO LQR-CAMARA-ENT.
           MOVE 0 TO LQR-CAMARA-DEC.
           IF LCM-IMPORTE-ENT NUMERIC AND LCM-IMPORTE-DEC NUMERIC
               MOVE LCM-IMPORTE-ENT TO LQR-CAMARA-ENT
               MOVE LCM-IMPORTE-DEC TO LQR-CAMARA-DEC.
           MOVE 0 TO LQR-FALTAN-CAMARA.
           MOVE 0 TO LQR-FALTAN-PROPIAS.
           MOVE 0 TO LQR-DISTINTAS.
           WRITE INFORME-CAMARA-REG.
           GO TO CARGAR-EXTRACTO-LEER.

       CARGAR-EXTRACTO-CERRAR.
           CLOSE EXTRACTO-CAMARA.
           CLOSE PARTIDASLIQ.
           CLOSE LIQDIAS.
       CARGAR-EXTRACTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * evaluacion de los dias abiertos: partidasliq.ubd va en orden
      * de fecha y sentido, asi que cada dia es un tramo seguido del
      * fichero. Se evaluan los dias abiertos y, la primera vez, los
      * ya pasados que aun no tienen registro de dia; los cuadrados
      * y los explicados no se tocan
      *----------------------------------------------------------*
       CONCILIAR-DIAS.
           MOVE 0 TO GRUPO-FECHA.
           MOVE SPACES TO GRUPO-SENTIDO.
           MOVE 0 TO DIA-EN-CURSO.
           OPEN INPUT PARTIDASLIQ.
           IF FSPQ = 35
               GO TO CONCILIAR-DIAS-EXIT.
           IF FSPQ NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O LIQDIAS.
           IF FSLY = 35
               OPEN OUTPUT LIQDIAS
               CLOSE LIQDIAS
               OPEN I-O LIQDIAS
           END-IF.
           IF FSLY NOT = 00
               GO TO PSYS-ERR.

       CONCILIAR-DIAS-LEER.
           READ PARTIDASLIQ NEXT RECORD
               AT END GO TO CONCILIAR-DIAS-FIN.
           IF PLQ-FECHA NOT = GRUPO-FECHA
                   OR PLQ-SENTIDO NOT = GRUPO-SENTIDO
               IF DIA-EN-CURSO = 1
                   PERFORM CERRAR-DIA THRU CERRAR-DIA-EXIT
               END-IF
               PERFORM ABRIR-DIA THRU ABRIR-DIA-EXIT.
           IF DIA-EN-CURSO = 0
               GO TO CONCILIAR-DIAS-LEER.

           IF PLQ-HAY-PROPIA = 1
               ADD 1 TO DIA-NUM-PROPIAS
               ADD PLQ-CENT-PROPIA TO DIA-CENT-PROPIAS.
           IF PLQ-HAY-CAMARA = 1
               ADD 1 TO DIA-NUM-CAMARA
               ADD PLQ-CENT-CAMARA TO DIA-CENT-CAMARA.
           IF PLQ-HAY-PROPIA = 1 AND PLQ-HAY-CAMARA = 0
               ADD 1 TO DIA-FALTAN-CAMARA
               MOVE "FALTA EN CAMARA" TO LQR-RESULTADO
               PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-EXIT
               GO TO CONCILIAR-DIAS-LEER.
           IF PLQ-HAY-PROPIA = 0 AND PLQ-HAY-CAMARA = 1
               ADD 1 TO DIA-FALTAN-PROPIAS
               MOVE "FALTA PROPIA" TO LQR-RESULTADO
               PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-EXIT
               GO TO CONCILIAR-DIAS-LEER.
           IF PLQ-CENT-PROPIA NOT = PLQ-CENT-CAMARA
               ADD 1 TO DIA-DISTINTAS
               MOVE "IMPORTE DISTINTO" TO LQR-RESULTADO
               PERFORM ESCRIBIR-PARTIDA THRU ESCRIBIR-PARTIDA-EXIT.
           GO TO CONCILIAR-DIAS-LEER.

       CONCILIAR-DIAS-FIN.
           IF DIA-EN-CURSO = 1
               PERFORM CERRAR-DIA THRU CERRAR-DIA-EXIT.
           CLOSE PARTIDASLIQ.
           CLOSE LIQDIAS.
       CONCILIAR-DIAS-EXIT.
           EXIT.

      * primera partida de un dia: se decide si hay que evaluarlo
       ABRIR-DIA.
           MOVE PLQ-FECHA TO GRUPO-FECHA.
           MOVE PLQ-SENTIDO TO GRUPO-SENTIDO.
           MOVE 0 TO DIA-EN-CURSO.
           MOVE 0 TO DIA-NUM-PROPIAS.
           MOVE 0 TO DIA-CENT-PROPIAS.
           MOVE 0 TO DIA-NUM-CAMARA.
           MOVE 0 TO DIA-CENT-CAMARA.
           MOVE 0 TO DIA-FALTAN-CAMARA.
           MOVE 0 TO DIA-FALTAN-PROPIAS.
           MOVE 0 TO DIA-DISTINTAS.
           MOVE PLQ-FECHA TO LQD-FECHA.
           MOVE PLQ-SENTIDO TO LQD-SENTIDO.
           READ LIQDIAS INVALID KEY
               GO TO ABRIR-DIA-NUEVO.
           IF LIQDIA-ABIERTO
               MOVE 1 TO DIA-EN-CURSO.
           GO TO ABRIR-DIA-EXIT.

      * dia sin extracto de la camara: hasta que no ha pasado no se
      * espera que lo declare
       ABRIR-DIA-NUEVO.
           IF PLQ-FECHA NOT < FECHA-HOY-YMD
               GO TO ABRIR-DIA-EXIT.
           INITIALIZE LIQDIA-REG.
           MOVE PLQ-FECHA TO LQD-FECHA.
           MOVE PLQ-SENTIDO TO LQD-SENTIDO.
           MOVE SPACES TO LQD-EXPLICACION.
           WRITE LIQDIA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE 1 TO DIA-EN-CURSO.
       ABRIR-DIA-EXIT.
           EXIT.

      * ultima partida de un dia: queda cuadrado sin diferencias o
      * sigue abierto, con un unico aviso a supervision
       CERRAR-DIA.
           MOVE GRUPO-FECHA TO LQD-FECHA.
           MOVE GRUPO-SENTIDO TO LQD-SENTIDO.
           READ LIQDIAS INVALID KEY GO TO PSYS-ERR.
           MOVE DIA-NUM-PROPIAS TO LQD-NUM-PROPIAS.
           MOVE DIA-CENT-PROPIAS TO LQD-CENT-PROPIAS.
           MOVE DIA-NUM-CAMARA TO LQD-NUM-CAMARA.
           MOVE DIA-CENT-CAMARA TO LQD-CENT-CAMARA.
           MOVE DIA-FALTAN-CAMARA TO LQD-FALTAN-CAMARA.
           MOVE DIA-FALTAN-PROPIAS TO LQD-FALTAN-PROPIAS.
           MOVE DIA-DISTINTAS TO LQD-DISTINTAS.
           IF DIA-FALTAN-CAMARA = 0 AND DIA-FALTAN-PROPIAS = 0
                   AND DIA-DISTINTAS = 0
               MOVE 1 TO LQD-ESTADO
               MOVE FECHA-HOY-YMD TO LQD-FECHA-CONCILIACION
               ADD 1 TO NUM-CUADRADOS
               MOVE "CUADRADO" TO LQR-RESULTADO
               GO TO CERRAR-DIA-GRABAR.

           MOVE 0 TO LQD-ESTADO.
           ADD 1 TO NUM-ABIERTOS.
           MOVE "ABIERTO" TO LQR-RESULTADO.
           IF LQD-AVISADO = 1
               GO TO CERRAR-DIA-GRABAR.
           MOVE 0 TO NOTIF-TARJETA.
           MOVE "SUPERVISOR" TO NOTIF-TIPO.
           MOVE "LIQUIDACION CAMARA SIN CUADRAR" TO NOTIF-CONCEPTO.
           MOVE 0 TO NOTIF-IMPORTE-ENT.
           MOVE 0 TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
           MOVE 1 TO LQD-AVISADO.

       CERRAR-DIA-GRABAR.
           REWRITE LIQDIA-REG INVALID KEY GO TO PSYS-ERR.

           MOVE GRUPO-FECHA TO LQR-FECHA.
           PERFORM FORMATEAR-SENTIDO THRU FORMATEAR-SENTIDO-EXIT.
           MOVE SPACES TO LQR-REFERENCIA.
           MOVE 0 TO LQR-BANCO.
           MOVE DIA-NUM-PROPIAS TO LQR-NUM-PROPIAS.
           COMPUTE LQR-PROPIO-ENT = DIA-CENT-PROPIAS / 100.
           COMPUTE LQR-PROPIO-DEC = FUNCTION MOD(DIA-CENT-PROPIAS, 100).
           MOVE DIA-NUM-CAMARA TO LQR-NUM-CAMARA.
           COMPUTE LQR-CAMARA-ENT = DIA-CENT-CAMARA / 100.
           COMPUTE LQR-CAMARA-DEC = FUNCTION MOD(DIA-CENT-CAMARA, 100).
           MOVE DIA-FALTAN-CAMARA TO LQR-FALTAN-CAMARA.
           MOVE DIA-FALTAN-PROPIAS TO LQR-FALTAN-PROPIAS.
           MOVE DIA-DISTINTAS TO LQR-DISTINTAS.
           WRITE INFORME-CAMARA-REG.
       CERRAR-DIA-EXIT.
           EXIT.

      * linea de una partida descuadrada (LQR-RESULTADO ya puesto)
       ESCRIBIR-PARTIDA.
           MOVE PLQ-FECHA TO LQR-FECHA.
           PERFORM FORMATEAR-SENTIDO THRU FORMATEAR-SENTIDO-EXIT.
           MOVE PLQ-REFERENCIA TO LQR-REFERENCIA.
           MOVE PLQ-BANCO TO LQR-BANCO.
           MOVE PLQ-HAY-PROPIA TO LQR-NUM-PROPIAS.
           COMPUTE LQR-PROPIO-ENT = PLQ-CENT-PROPIA / 100.
           COMPUTE LQR-PROPIO-DEC = FUNCTION MOD(PLQ-CENT-PROPIA, 100).
           MOVE PLQ-HAY-CAMARA TO LQR-NUM-CAMARA.
           COMPUTE LQR-CAMARA-ENT = PLQ-CENT-CAMARA / 100.
           COMPUTE LQR-CAMARA-DEC = FUNCTION MOD(PLQ-CENT-CAMARA, 100).
           MOVE 0 TO LQR-FALTAN-CAMARA.
           MOVE 0 TO LQR-FALTAN-PROPIAS.
           MOVE 0 TO LQR-DISTINTAS.
           IF PLQ-HAY-CAMARA = 0
               MOVE 1 TO LQR-FALTAN-CAMARA
           ELSE
               IF PLQ-HAY-PROPIA = 0
                   MOVE 1 TO LQR-FALTAN-PROPIAS
               ELSE
                   MOVE 1 TO LQR-DISTINTAS.
           WRITE INFORME-CAMARA-REG.
       ESCRIBIR-PARTIDA-EXIT.
           EXIT.

       FORMATEAR-SENTIDO.
           IF GRUPO-SENTIDO = "E"
               MOVE "ENVIADAS" TO LQR-SENTIDO
           ELSE
               MOVE "RECIBIDAS" TO LQR-SENTIDO.
       FORMATEAR-SENTIDO-EXIT.
           EXIT.

           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".

           COPY "REGISTRAR-ERROR.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE EXTRACTO-CAMARA.
           CLOSE INFORME-CAMARA.
           CLOSE PARTIDASLIQ.
           CLOSE LIQDIAS.

           MOVE "BATCH-LC" TO ERROR-PROGRAMA.
           IF FSPQ NOT = 00
               MOVE FSPQ TO ERROR-FS
           ELSE
               IF FSLY NOT = 00
                   MOVE FSLY TO ERROR-FS
               ELSE
                   IF FSLK NOT = 00
                       MOVE FSLK TO ERROR-FS
                   ELSE
                       MOVE FSLZ TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la conciliacion con la "
               "camara. FSPQ=" FSPQ " FSLY=" FSLY " FSLK=" FSLK
               " FSLZ=" FSLZ.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-LIQCOBROS.
      * respuesta de la camara de compensacion a los recibos girados
      * por los acreedores (cobrosdomres.txt), casada por numero de
      * recibo contra cobrosacr.ubd: la liquidacion (LIQ) de un
      * recibo enviado abona su importe en la tarjeta del acreedor;
      * la devolucion (DEV) de un recibo aun no abonado solo lo da
      * por devuelto, y la de uno ya abonado se le carga de nuevo al
      * acreedor. Cada devolucion cuenta en el mandato, sale en
      * devolucionescobro.rpt para el acreedor y se le avisa por la
      * cola; las respuestas que no casan con un recibo en el estado
      * esperado quedan en liqcobros.rpt como NOCASA
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COBROSACR-SEL.cpy".
           COPY "ACREEDORES-SEL.cpy".
           COPY "MANDATOSACR-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           SELECT COBROS-RES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCR.

           SELECT LIQCOBROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLQ.

           SELECT DEVCOBROS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDC.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "COBROSACR-FD.cpy".
           COPY "ACREEDORES-FD.cpy".
           COPY "MANDATOSACR-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

      * respuesta de la camara: una por recibo y linea
       FD COBROS-RES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobrosdomres.txt".
       01 COBRO-RES-REG.
           02 CRX-NUM                  PIC 9(9).
           02 FILLER                   PIC X(1).
           02 CRX-RESPUESTA            PIC X(3).
           02 FILLER                   PIC X(1).
           02 CRX-MOTIVO               PIC 9(2).

       FD LIQCOBROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liqcobros.rpt".
       01 LIQCOBROS-REG.
           02 LQC-NUM                  PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQC-RESPUESTA            PIC X(03).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQC-MOTIVO               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * ABONADO / DEVUELTO / RECARGADO / NOCASA
           02 LQC-DISPOSICION          PIC X(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 LQC-FECHA                PIC 9(08).

      * devoluciones para comunicar a cada acreedor: recibo,
      * mandato, deudor, importe, motivo de la camara y si se le
      * ha cargado (S) o no llego a abonarse (N)
       FD DEVCOBROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "devolucionescobro.rpt".
       01 DEVCOBROS-REG.
           02 DVC-ACREEDOR             PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-ACREEDOR-NOMBRE      PIC X(30).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-NUM                  PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-REFERENCIA           PIC X(12).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-DEUDOR-NOMBRE        PIC X(30).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 DVC-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-FECHA-COBRO          PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-MOTIVO               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-CARGADO              PIC X(01).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DVC-FECHA                PIC 9(08).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSCZ                      PIC   X(2).
       77 FSAQ                      PIC   X(2).
       77 FSMQ                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSCR                      PIC   X(2).
       77 FSLQ                      PIC   X(2).
       77 FSDC                      PIC   X(2).
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

       77 FECHA-HOY-YMD              PIC  9(8).
       77 RESPUESTA-CASADA           PIC  9(1).
       77 TARJETA-ACREEDOR           PIC  9(16).
       77 CENT-RECIBO                PIC S9(11).
       77 CENT-DELTA-RECIBO          PIC S9(11).
       77 TIPO-MOV-ACREEDOR          PIC  9(2).
       77 CONCEPTO-ACREEDOR          PIC  X(35).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-NUEVO-SALDO           PIC S9(11).
       77 NUEVO-SALDO-ENT            PIC S9(9).
       77 NUEVO-SALDO-DEC            PIC  9(2).
       77 NUM-ABONADOS               PIC  9(6) VALUE 0.
       77 NUM-DEVUELTOS              PIC  9(6) VALUE 0.
       77 NUM-RECARGADOS             PIC  9(6) VALUE 0.
       77 NUM-NOCASAN                PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM PROCESAR-RESPUESTAS THRU PROCESAR-RESPUESTAS-EXIT.
           DISPLAY "Respuestas de cobros domiciliados procesadas. "
               "Abonados: " NUM-ABONADOS " Devueltos: " NUM-DEVUELTOS
               " Recargados: " NUM-RECARGADOS
               " Sin casar: " NUM-NOCASAN.
           STOP RUN.

       PROCESAR-RESPUESTAS.
           OPEN INPUT COBROS-RES.
           IF FSCR = 35
               DISPLAY "AVISO: no hay fichero cobrosdomres.txt"
               GO TO PROCESAR-RESPUESTAS-EXIT.
           IF FSCR NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O COBROSACR.
           IF FSCZ NOT = 00 AND FSCZ NOT = 35
               GO TO PSYS-ERR.
           OPEN I-O MANDATOSACR.
           IF FSMQ NOT = 00 AND FSMQ NOT = 35
               GO TO PSYS-ERR.
           OPEN INPUT ACREEDORES.
           IF FSAQ NOT = 00 AND FSAQ NOT = 35
               GO TO PSYS-ERR.
           OPEN EXTEND LIQCOBROS.
           IF FSLQ = 35
               OPEN OUTPUT LIQCOBROS
           END-IF.
           IF FSLQ NOT = 00
               GO TO PSYS-ERR.
           OPEN EXTEND DEVCOBROS.
           IF FSDC = 35
               OPEN OUTPUT DEVCOBROS
           END-IF.
           IF FSDC NOT = 00
               GO TO PSYS-ERR.

       PROCESAR-RESPUESTAS-LEER.
           READ COBROS-RES AT END GO TO PROCESAR-RESPUESTAS-CERRAR.
           PERFORM CASAR-RESPUESTA THRU CASAR-RESPUESTA-EXIT.
           GO TO PROCESAR-RESPUESTAS-LEER.

       PROCESAR-RESPUESTAS-CERRAR.
           CLOSE COBROS-RES.
           CLOSE COBROSACR.
           CLOSE MANDATOSACR.
           CLOSE ACREEDORES.
           CLOSE LIQCOBROS.
           CLOSE DEVCOBROS.
       PROCESAR-RESPUESTAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una respuesta: LIQ solo casa con un recibo enviado y DEV con
      * uno enviado o ya abonado; un recibo ya devuelto no se toca
      *----------------------------------------------------------*
       CASAR-RESPUESTA.
           MOVE 0 TO RESPUESTA-CASADA.
           MOVE SPACES TO LQC-DISPOSICION.
           IF FSCZ = 35 OR FSAQ = 35
               GO TO CASAR-RESPUESTA-RESOLVER.
           IF CRX-NUM NOT NUMERIC
               GO TO CASAR-RESPUESTA-RESOLVER.
           MOVE CRX-NUM TO CBA-NUM.
           READ COBROSACR INVALID KEY
               GO TO CASAR-RESPUESTA-RESOLVER.
           IF COBRO-DEVUELTO
               GO TO CASAR-RESPUESTA-RESOLVER.
           IF CRX-RESPUESTA = "LIQ" AND NOT COBRO-ENVIADO
               GO TO CASAR-RESPUESTA-RESOLVER.
           IF CRX-RESPUESTA NOT = "LIQ" AND CRX-RESPUESTA NOT = "DEV"
               GO TO CASAR-RESPUESTA-RESOLVER.
           MOVE CBA-ACREEDOR TO ACR-CODIGO.
           READ ACREEDORES INVALID KEY
               GO TO CASAR-RESPUESTA-RESOLVER.

           MOVE 1 TO RESPUESTA-CASADA.
           MOVE ACR-TARJETA TO TARJETA-ACREEDOR.
           COMPUTE CENT-RECIBO =
               (CBA-IMPORTE-ENT * 100) + CBA-IMPORTE-DEC.
           IF CRX-RESPUESTA = "LIQ"
               PERFORM ABONAR-ACREEDOR THRU ABONAR-ACREEDOR-EXIT
               MOVE "ABONADO" TO LQC-DISPOSICION
               MOVE 1 TO CBA-ESTADO
               ADD 1 TO NUM-ABONADOS
           ELSE
               IF COBRO-ABONADO
                   PERFORM RECARGAR-ACREEDOR
                       THRU RECARGAR-ACREEDOR-EXIT
                   MOVE "RECARGADO" TO LQC-DISPOSICION
                   MOVE 1 TO CBA-RECARGADO
                   ADD 1 TO NUM-RECARGADOS
               ELSE
                   MOVE "DEVUELTO" TO LQC-DISPOSICION
                   ADD 1 TO NUM-DEVUELTOS.
           IF CRX-RESPUESTA = "DEV"
               MOVE 2 TO CBA-ESTADO
               MOVE CRX-MOTIVO TO CBA-MOTIVO.
           MOVE FECHA-HOY-YMD TO CBA-FECHA-RESOLUCION.
           REWRITE COBRO-ACR-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "CB" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CBA-NUM TO JOURNAL-CLAVE.
           MOVE COBRO-ACR-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           IF CRX-RESPUESTA = "DEV"
               PERFORM COMUNICAR-DEVOLUCION
                   THRU COMUNICAR-DEVOLUCION-EXIT.

       CASAR-RESPUESTA-RESOLVER.
           MOVE CRX-NUM TO LQC-NUM.
           MOVE CRX-RESPUESTA TO LQC-RESPUESTA.
           MOVE CRX-MOTIVO TO LQC-MOTIVO.
           IF RESPUESTA-CASADA = 0
               MOVE "NOCASA" TO LQC-DISPOSICION
               ADD 1 TO NUM-NOCASAN.
           MOVE FECHA-HOY-YMD TO LQC-FECHA.
           WRITE LIQCOBROS-REG.
       CASAR-RESPUESTA-EXIT.
           EXIT.

      * liquidacion: el importe del recibo entra en la tarjeta del
      * acreedor
       ABONAR-ACREEDOR.
           MOVE CENT-RECIBO TO CENT-DELTA-RECIBO.
           MOVE 31 TO TIPO-MOV-ACREEDOR.
           MOVE SPACES TO CONCEPTO-ACREEDOR.
           STRING "COBRO RECIBO " DELIMITED BY SIZE
               CBA-REFERENCIA DELIMITED BY SIZE
               INTO CONCEPTO-ACREEDOR.
           PERFORM ANOTAR-ACREEDOR THRU ANOTAR-ACREEDOR-EXIT.
       ABONAR-ACREEDOR-EXIT.
           EXIT.

      * devolucion de un recibo ya abonado: se le carga de nuevo al
      * acreedor aunque deje la tarjeta en descubierto
       RECARGAR-ACREEDOR.
           COMPUTE CENT-DELTA-RECIBO = 0 - CENT-RECIBO.
           MOVE 32 TO TIPO-MOV-ACREEDOR.
           MOVE SPACES TO CONCEPTO-ACREEDOR.
           STRING "DEVOLUCION RECIBO " DELIMITED BY SIZE
               CBA-REFERENCIA DELIMITED BY SIZE
               INTO CONCEPTO-ACREEDOR.
           PERFORM ANOTAR-ACREEDOR THRU ANOTAR-ACREEDOR-EXIT.
       RECARGAR-ACREEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * movimiento en la tarjeta del acreedor por CENT-DELTA-RECIBO
      * con el tipo y concepto de TIPO-MOV-ACREEDOR/CONCEPTO-ACREEDOR
      *----------------------------------------------------------*
       ANOTAR-ACREEDOR.
           MOVE TARJETA-ACREEDOR TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-DELTA-RECIBO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-ACREEDOR TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-RECIBO / 100.
           MOVE CONCEPTO-ACREEDOR TO MOV-CONCEPTO.
           MOVE TIPO-MOV-ACREEDOR TO MOV-TIPO.
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

           MOVE TARJETA-ACREEDOR TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE MOV-CONCEPTO TO NOTIF-CONCEPTO.
           MOVE CBA-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE CBA-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE TARJETA-ACREEDOR TO TARJETA-CALCULO.
           MOVE CENT-DELTA-RECIBO TO CENT-DELTA-SALDO.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
       ANOTAR-ACREEDOR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * devolucion: cuenta en el mandato, linea para el acreedor y,
      * si no hubo cargo que ya le avise, aviso por la cola
      *----------------------------------------------------------*
       COMUNICAR-DEVOLUCION.
           MOVE SPACES TO DVC-DEUDOR-NOMBRE.
           IF FSMQ = 35
               GO TO COMUNICAR-DEVOLUCION-INFORME.
           MOVE CBA-ACREEDOR TO MDA-ACREEDOR.
           MOVE CBA-REFERENCIA TO MDA-REFERENCIA.
           READ MANDATOSACR INVALID KEY
               GO TO COMUNICAR-DEVOLUCION-INFORME.
           IF MDA-DEVOLUCIONES < 999
               ADD 1 TO MDA-DEVOLUCIONES.
           REWRITE MANDATO-ACR-REG INVALID KEY GO TO PSYS-ERR.
           MOVE MDA-DEUDOR-NOMBRE TO DVC-DEUDOR-NOMBRE.

       COMUNICAR-DEVOLUCION-INFORME.
           MOVE CBA-ACREEDOR TO DVC-ACREEDOR.
           MOVE ACR-NOMBRE TO DVC-ACREEDOR-NOMBRE.
           MOVE CBA-NUM TO DVC-NUM.
           MOVE CBA-REFERENCIA TO DVC-REFERENCIA.
           MOVE CBA-IMPORTE-ENT TO DVC-IMPORTE-ENT.
           MOVE CBA-IMPORTE-DEC TO DVC-IMPORTE-DEC.
           MOVE CBA-FECHA-COBRO TO DVC-FECHA-COBRO.
           MOVE CBA-MOTIVO TO DVC-MOTIVO.
           IF CBA-RECARGADO = 1
               MOVE "S" TO DVC-CARGADO
           ELSE
               MOVE "N" TO DVC-CARGADO.
           MOVE FECHA-HOY-YMD TO DVC-FECHA.
           WRITE DEVCOBROS-REG.

           IF CBA-RECARGADO = 1
               GO TO COMUNICAR-DEVOLUCION-EXIT.
           MOVE TARJETA-ACREEDOR TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE SPACES TO NOTIF-CONCEPTO.
           STRING "RECIBO DEVUELTO " DELIMITED BY SIZE
               CBA-REFERENCIA DELIMITED BY SIZE
               INTO NOTIF-CONCEPTO.
           MOVE CBA-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE CBA-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       COMUNICAR-DEVOLUCION-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE COBROS-RES.
           CLOSE COBROSACR.
           CLOSE MANDATOSACR.
           CLOSE ACREEDORES.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE LIQCOBROS.
           CLOSE DEVCOBROS.

           MOVE "BATCH-LQ" TO ERROR-PROGRAMA.
           IF FSCZ NOT = 00
               MOVE FSCZ TO ERROR-FS
           ELSE
               IF FSMQ NOT = 00
                   MOVE FSMQ TO ERROR-FS
               ELSE
                   IF FST NOT = 00
                       MOVE FST TO ERROR-FS
                   ELSE
                       IF FSM NOT = 00
                           MOVE FSM TO ERROR-FS
                       ELSE
                           MOVE FSCR TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la liquidacion de cobros "
               "domiciliados. FSCZ=" FSCZ " FST=" FST " FSM=" FSM
               " FSCR=" FSCR.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

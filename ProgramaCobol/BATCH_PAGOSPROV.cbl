       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-PAGOSPROV.
      * pago masivo a proveedores de clientes de empresa: lee el
      * fichero de pagos de una tarjeta ordenante (pagosprov.txt),
      * valida cada linea con los mismos controles que una
      * transferencia del cajero (destino vetado, comision del
      * tarifario y limite diario), comprueba el fichero entero
      * contra el disponible antes de mover nada, paga en casa las
      * lineas internas y deja las externas pendientes para la
      * liquidacion interbancaria; el resultado de cada linea
      * (pagada o rechazada con motivo) se devuelve a la empresa en
      * pagosprovres.rpt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".
           COPY "CUADERNO43-SEL.cpy".
           COPY "TARIFAS-SEL.cpy".
           COPY "VETADOS-SEL.cpy".
           COPY "VETADOS-LOG-SEL.cpy".
           COPY "HUCHAS-SEL.cpy".

           SELECT PAGOSPROV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPF.

           SELECT PAGOSPROV-RES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPZ.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".
           COPY "CUADERNO43-FD.cpy".
           COPY "TARIFAS-FD.cpy".
           COPY "VETADOS-FD.cpy".
           COPY "VETADOS-LOG-FD.cpy".
           COPY "HUCHAS-FD.cpy".

      * fichero de pagos de la empresa: una linea por pago, todas
      * con la misma tarjeta ordenante; banco 0 es una tarjeta de
      * UnizarBank y cualquier otro codigo un banco externo, que
      * exige el nombre del beneficiario
       FD PAGOSPROV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pagosprov.txt".
       01 PAGOPROV-REG.
           02 PPV-ORDENANTE            PIC 9(16).
           02 FILLER                   PIC X(1).
           02 PPV-DESTINO              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 PPV-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 PPV-BENEFICIARIO         PIC X(30).
           02 FILLER                   PIC X(1).
           02 PPV-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 PPV-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 PPV-REFERENCIA           PIC X(16).
           COPY "CONTROL-TXT-REG.cpy".

      * resultado linea a linea para la empresa: PAGADA, o
      * RECHAZADA con codigo de motivo: 01 tarjeta destino
      * desconocida, 02 tarjeta destino no activa, 03 importe a
      * cero, 04 destino vetado, 05 falta el beneficiario de un
      * pago a banco externo, 06 destino igual al ordenante,
      * 07 el fichero supera el disponible, 08 el fichero supera el
      * limite diario, 09 divisa del destino distinta, 10 linea mal
      * formada
       FD PAGOSPROV-RES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pagosprovres.rpt".
       01 PAGOPROV-RES-REG.
           02 PRS-SECUENCIA            PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRS-LINEA                PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRS-DESTINO              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRS-BANCO                PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRS-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 PRS-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRS-COMISION-ENT         PIC 9(05).
           02 FILLER                   PIC X(01) VALUE ",".
           02 PRS-COMISION-DEC         PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRS-RESULTADO            PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRS-MOTIVO               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRS-REFERENCIA           PIC X(16).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSC43                     PIC   X(2).
       77 FSTA                      PIC   X(2).
       77 FSVE                      PIC   X(2).
       77 FSVL                      PIC   X(2).
       77 FSHU                      PIC   X(2).
       77 FSPF                      PIC   X(2).
       77 FSPZ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "T-NUM-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".
           COPY "TARIFA-WS.cpy".
           COPY "VETADO-WS.cpy".
           COPY "HUCHA-WS.cpy".

       77 TARJETA-ORDENANTE          PIC  9(16) VALUE 0.
       77 DIVISA-ORDENANTE           PIC  9(2) VALUE 01.
       77 DIVISA-DESTINO             PIC  9(2).
       77 MOTIVO-RECHAZO             PIC  9(2).
      * motivo que rechaza todas las lineas validas a la vez (07 o
      * 08): el fichero no cabe en el disponible o en el limite
       77 MOTIVO-FICHERO             PIC  9(2) VALUE 0.
       77 CENT-IMPORTE               PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-RETENIDO              PIC S9(11).
       77 CENT-DISPONIBLE            PIC S9(11).
       77 CENT-LIMITE                PIC S9(11).
       77 CENT-TRANSFERIDO-HOY       PIC S9(11).
       77 CENT-NUEVO-SALDO           PIC S9(11).
       77 NUEVO-SALDO-ENT            PIC S9(9).
       77 NUEVO-SALDO-DEC            PIC  9(2).
       77 CENT-TOTAL-IMPORTES        PIC S9(13) VALUE 0.
       77 CENT-TOTAL-CARGOS          PIC S9(13) VALUE 0.
       77 NUM-LEIDAS                 PIC  9(6) VALUE 0.
       77 NUM-PAGADAS                PIC  9(6) VALUE 0.
       77 NUM-EXTERNAS               PIC  9(6) VALUE 0.
       77 NUM-RECHAZADAS             PIC  9(6) VALUE 0.
       77 SUMA-PAGADA-CENT           PIC S9(13) VALUE 0.
       77 SUMA-PAGADA-ENT            PIC S9(11).
       77 SUMA-PAGADA-DEC            PIC  9(2).
       77 SUMA-COMISIONES-CENT       PIC S9(13) VALUE 0.
       77 SUMA-COMISIONES-ENT        PIC S9(11).
       77 SUMA-COMISIONES-DEC        PIC  9(2).

      * resultado de la validacion de cada linea, para ejecutar
      * despues solo las que la superaron
       01 TABLA-LINEAS-PAGO.
           05 LINEA-PAGO OCCURS 999 TIMES.
               10 LPG-MOTIVO         PIC  9(2).
               10 LPG-COMISION-CENT  PIC S9(11).
       77 INDICE-LINEA               PIC  9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM VALIDAR-FICHERO-PAGOS
               THRU VALIDAR-FICHERO-PAGOS-EXIT.
           IF CTLF-RECHAZO = 1
               DISPLAY "ERROR: fichero de pagos a proveedores "
                   "rechazado (cabecera, totales, secuencia repetida "
                   "u ordenante no valido)"
               MOVE "BATCH-PF" TO ERROR-PROGRAMA
               MOVE "CT" TO ERROR-FS
               PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF CTLF-HAY-CABECERA = 0
               DISPLAY "AVISO: no hay fichero pagosprov.txt que pagar"
               STOP RUN.

           PERFORM VALIDAR-PAGOS THRU VALIDAR-PAGOS-EXIT.
           PERFORM VERIFICAR-DISPONIBLE THRU VERIFICAR-DISPONIBLE-EXIT.
           PERFORM EJECUTAR-PAGOS THRU EJECUTAR-PAGOS-EXIT.

      * un fichero rechazado entero por saldo o limite no movio
      * nada: su secuencia queda libre para volver a enviarlo
           IF MOTIVO-FICHERO = 0
               PERFORM REGISTRAR-FICHERO-PROC
                   THRU REGISTRAR-FICHERO-PROC-EXIT
           ELSE
               DISPLAY "AVISO: el fichero de pagos supera el "
                   "disponible o el limite diario de la tarjeta "
                   "ordenante; no se ha pagado ninguna linea"
               MOVE 4 TO RETURN-CODE.

           COMPUTE SUMA-PAGADA-ENT = SUMA-PAGADA-CENT / 100.
           COMPUTE SUMA-PAGADA-DEC =
               FUNCTION MOD(SUMA-PAGADA-CENT, 100).
           COMPUTE SUMA-COMISIONES-ENT = SUMA-COMISIONES-CENT / 100.
           COMPUTE SUMA-COMISIONES-DEC =
               FUNCTION MOD(SUMA-COMISIONES-CENT, 100).
           DISPLAY "Pagos a proveedores procesados. Leidas: "
               NUM-LEIDAS " Pagadas: " NUM-PAGADAS
               " (externas: " NUM-EXTERNAS ") Rechazadas: "
               NUM-RECHAZADAS " Importe pagado: " SUMA-PAGADA-ENT
               "," SUMA-PAGADA-DEC " Comisiones: "
               SUMA-COMISIONES-ENT "," SUMA-COMISIONES-DEC.
           STOP RUN.

      *----------------------------------------------------------*
      * validacion previa del fichero: cabecera obligatoria en la
      * primera linea, cola TOTAL que cuadre con el contenido,
      * secuencia no procesada antes y una sola tarjeta ordenante,
      * activa y suscrita al extracto de empresa (cuaderno43.ubd);
      * cualquier fallo rechaza el fichero entero sin pagar nada
      *----------------------------------------------------------*
       VALIDAR-FICHERO-PAGOS.
           MOVE 0 TO CTLF-RECHAZO.
           MOVE 0 TO CTLF-HAY-CABECERA.
           MOVE 0 TO CTLF-HAY-TOTAL.
           MOVE 0 TO CTLF-NUM-CONTADO.
           MOVE 0 TO CTLF-CENT-CONTADO.
           MOVE 0 TO TARJETA-ORDENANTE.
           OPEN INPUT PAGOSPROV.
           IF FSPF = 35
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.
           IF FSPF NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-FICHERO-PAGOS-LEER.
           READ PAGOSPROV AT END GO TO VALIDAR-FICHERO-PAGOS-CERRAR.
           IF CTX-MARCA = "CABECERA"
               IF CTLF-HAY-CABECERA = 1 OR CTLF-NUM-CONTADO NOT = 0
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   MOVE 1 TO CTLF-HAY-CABECERA
                   MOVE CTX-ORIGEN TO CTLF-ORIGEN
                   MOVE CTX-SECUENCIA TO CTLF-SECUENCIA
               END-IF
               GO TO VALIDAR-FICHERO-PAGOS-LEER.
           IF CTX-MARCA (1:5) = "TOTAL"
               MOVE 1 TO CTLF-HAY-TOTAL
               MOVE CTX-NUM TO CTLF-NUM-DECLARADO
               COMPUTE CTLF-CENT-DECLARADO =
                   (CTX-IMPORTE-ENT * 100) + CTX-IMPORTE-DEC
               GO TO VALIDAR-FICHERO-PAGOS-LEER.
           ADD 1 TO CTLF-NUM-CONTADO.
           IF PPV-ORDENANTE NOT NUMERIC
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PAGOS-LEER.
           IF TARJETA-ORDENANTE = 0
               MOVE PPV-ORDENANTE TO TARJETA-ORDENANTE.
           IF PPV-ORDENANTE NOT = TARJETA-ORDENANTE
               MOVE 1 TO CTLF-RECHAZO.
           IF PPV-IMPORTE-ENT NUMERIC AND PPV-IMPORTE-DEC NUMERIC
               COMPUTE CTLF-CENT-CONTADO = CTLF-CENT-CONTADO
                   + (PPV-IMPORTE-ENT * 100) + PPV-IMPORTE-DEC.
           GO TO VALIDAR-FICHERO-PAGOS-LEER.

       VALIDAR-FICHERO-PAGOS-CERRAR.
           CLOSE PAGOSPROV.
           IF CTLF-HAY-CABECERA = 0 OR CTLF-HAY-TOTAL = 0
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.
           IF CTLF-NUM-DECLARADO NOT = CTLF-NUM-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.
           IF CTLF-CENT-DECLARADO NOT = CTLF-CENT-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.
           IF CTLF-NUM-CONTADO = 0 OR CTLF-NUM-CONTADO > 999
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.
           IF CTLF-RECHAZO = 1
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
           IF CTLF-YA-PROCESADO = 1
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.

      * la tarjeta ordenante debe estar activa y con la suscripcion
      * de empresa en vigor
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-ORDENANTE TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 1 TO CTLF-RECHAZO.
           IF CTLF-RECHAZO = 0
               IF NOT TARJETA-ACTIVA
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   IF TDIVISA NOT = 0
                       MOVE TDIVISA TO DIVISA-ORDENANTE.
           CLOSE TARJETAS.
           IF CTLF-RECHAZO = 1
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.

           OPEN INPUT CUADERNO43.
           IF FSC43 = 35
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-PAGOS-EXIT.
           IF FSC43 NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-ORDENANTE TO C43-TARJETA.
           READ CUADERNO43 INVALID KEY
               MOVE 1 TO CTLF-RECHAZO.
           IF CTLF-RECHAZO = 0
               IF NOT C43-ACTIVA
                   MOVE 1 TO CTLF-RECHAZO.
           CLOSE CUADERNO43.
       VALIDAR-FICHERO-PAGOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * validacion de cada linea sin mover dinero: el motivo y la
      * comision quedan en la tabla para la pasada de ejecucion, y
      * las lineas buenas suman lo que el fichero va a cargar
      *----------------------------------------------------------*
       VALIDAR-PAGOS.
           MOVE 0 TO INDICE-LINEA.
           MOVE 0 TO CENT-TOTAL-IMPORTES.
           MOVE 0 TO CENT-TOTAL-CARGOS.
           OPEN INPUT PAGOSPROV.
           IF FSPF NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-PAGOS-LEER.
           READ PAGOSPROV AT END GO TO VALIDAR-PAGOS-CERRAR.
           IF CTX-MARCA = "CABECERA" OR CTX-MARCA (1:5) = "TOTAL"
               GO TO VALIDAR-PAGOS-LEER.
           ADD 1 TO INDICE-LINEA.
           PERFORM VALIDAR-LINEA-PAGO THRU VALIDAR-LINEA-PAGO-EXIT.
           MOVE MOTIVO-RECHAZO TO LPG-MOTIVO (INDICE-LINEA).
           MOVE CENT-COMISION TO LPG-COMISION-CENT (INDICE-LINEA).
           IF MOTIVO-RECHAZO = 0
               ADD CENT-IMPORTE TO CENT-TOTAL-IMPORTES
               COMPUTE CENT-TOTAL-CARGOS = CENT-TOTAL-CARGOS
                   + CENT-IMPORTE + CENT-COMISION.
           GO TO VALIDAR-PAGOS-LEER.

       VALIDAR-PAGOS-CERRAR.
           CLOSE PAGOSPROV.
       VALIDAR-PAGOS-EXIT.
           EXIT.

       VALIDAR-LINEA-PAGO.
           MOVE 0 TO MOTIVO-RECHAZO.
           MOVE 0 TO CENT-COMISION.
           MOVE 0 TO CENT-IMPORTE.
           IF PPV-DESTINO NOT NUMERIC OR PPV-BANCO NOT NUMERIC
                   OR PPV-IMPORTE-ENT NOT NUMERIC
                   OR PPV-IMPORTE-DEC NOT NUMERIC
               MOVE 10 TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-PAGO-EXIT.
           COMPUTE CENT-IMPORTE =
               (PPV-IMPORTE-ENT * 100) + PPV-IMPORTE-DEC.
           IF CENT-IMPORTE = 0
               MOVE 03 TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-PAGO-EXIT.
           IF PPV-BANCO = 0 AND PPV-DESTINO = TARJETA-ORDENANTE
               MOVE 06 TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-PAGO-EXIT.

      * cribado de sanciones igual que en el cajero: el intento
      * sobre un destino vetado queda registrado para cumplimiento
           MOVE TARJETA-ORDENANTE TO VETADO-ORIGEN.
           MOVE PPV-DESTINO TO VETADO-TARJETA.
           MOVE PPV-BANCO TO VETADO-BANCO.
           PERFORM VERIFICAR-VETADO THRU VERIFICAR-VETADO-EXIT.
           IF HAY-VETO = 1
               MOVE 04 TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-PAGO-EXIT.

      * pago a banco externo: su tarjeta no esta en nuestro fichero,
      * el mensaje de compensacion exige el beneficiario y lleva la
      * comision interbancaria del tarifario
           IF PPV-BANCO NOT = 0
               IF PPV-BENEFICIARIO = SPACES
                   MOVE 05 TO MOTIVO-RECHAZO
               ELSE
                   MOVE 1 TO TARIFA-BUSCADA
                   MOVE CENT-IMPORTE TO CENT-BASE-TARIFA
                   PERFORM LEER-TARIFA THRU LEER-TARIFA-EXIT
               END-IF
               GO TO VALIDAR-LINEA-PAGO-EXIT.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE PPV-DESTINO TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 01 TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO = 0
               IF NOT TARJETA-ACTIVA
                   MOVE 02 TO MOTIVO-RECHAZO
               ELSE
                   IF TDIVISA = 0
                       MOVE 01 TO DIVISA-DESTINO
                   ELSE
                       MOVE TDIVISA TO DIVISA-DESTINO.
           IF MOTIVO-RECHAZO = 0
               IF DIVISA-DESTINO NOT = DIVISA-ORDENANTE
                   MOVE 09 TO MOTIVO-RECHAZO.
           CLOSE TARJETAS.
       VALIDAR-LINEA-PAGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * el fichero se paga entero o no se paga: la suma de las
      * lineas validas mas sus comisiones debe caber en el
      * disponible (saldo menos efectivo retenido y huchas) y en el
      * limite diario de transferencias de la tarjeta ordenante
      *----------------------------------------------------------*
       VERIFICAR-DISPONIBLE.
           MOVE 0 TO MOTIVO-FICHERO.
           IF CENT-TOTAL-CARGOS = 0
               GO TO VERIFICAR-DISPONIBLE-EXIT.
           MOVE TARJETA-ORDENANTE TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-RETENIDO = (RETENIDO-ENT * 100) + RETENIDO-DEC.
           COMPUTE CENT-LIMITE = (LIMITE-ENT * 100) + LIMITE-DEC.
           MOVE TARJETA-ORDENANTE TO HUCHA-TARJETA-CALC.
           PERFORM LEER-HUCHAS THRU LEER-HUCHAS-EXIT.
           COMPUTE CENT-DISPONIBLE = CENT-SALDO - CENT-RETENIDO
               - CENT-HUCHAS.
           IF CENT-TOTAL-CARGOS > CENT-DISPONIBLE
               MOVE 07 TO MOTIVO-FICHERO
               GO TO VERIFICAR-DISPONIBLE-EXIT.
           IF CENT-LIMITE = 0
               GO TO VERIFICAR-DISPONIBLE-EXIT.
           PERFORM CALCULAR-TRANSFERIDO-HOY
               THRU CALCULAR-TRANSFERIDO-HOY-EXIT.
           IF (CENT-TRANSFERIDO-HOY + CENT-TOTAL-IMPORTES) > CENT-LIMITE
               MOVE 08 TO MOTIVO-FICHERO.
       VERIFICAR-DISPONIBLE-EXIT.
           EXIT.

      * lo ya transferido hoy por la tarjeta ordenante; las ordenes
      * programadas no movieron dinero y no cuentan
       CALCULAR-TRANSFERIDO-HOY.
           MOVE 0 TO CENT-TRANSFERIDO-HOY.
           OPEN INPUT TRANSFERENCIAS.
           IF FST = 35
               GO TO CALCULAR-TRANSFERIDO-HOY-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-ORDENANTE TO T-TARJETA-ORIGEN.
           START TRANSFERENCIAS KEY IS NOT LESS THAN T-TARJETA-ORIGEN
               INVALID KEY GO TO CALCULAR-TRANSFERIDO-HOY-CERRAR.

       CALCULAR-TRANSFERIDO-HOY-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO CALCULAR-TRANSFERIDO-HOY-CERRAR.
           IF T-TARJETA-ORIGEN NOT = TARJETA-ORDENANTE
               GO TO CALCULAR-TRANSFERIDO-HOY-CERRAR.
           IF T-ES-SOLO-ORDEN
               GO TO CALCULAR-TRANSFERIDO-HOY-LEER.
           IF T-ANO = ANO AND T-MES = MES AND T-DIA = DIA
               COMPUTE CENT-TRANSFERIDO-HOY = CENT-TRANSFERIDO-HOY
                   + (T-IMPORTE * 100).
           GO TO CALCULAR-TRANSFERIDO-HOY-LEER.

       CALCULAR-TRANSFERIDO-HOY-CERRAR.
           CLOSE TRANSFERENCIAS.
       CALCULAR-TRANSFERIDO-HOY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ejecucion: cada linea valida se paga y todas, pagadas o
      * rechazadas, dejan su resultado para la empresa
      *----------------------------------------------------------*
       EJECUTAR-PAGOS.
           MOVE 0 TO INDICE-LINEA.
           OPEN INPUT PAGOSPROV.
           IF FSPF NOT = 00
               GO TO PSYS-ERR.
           OPEN EXTEND PAGOSPROV-RES.
           IF FSPZ = 35
               OPEN OUTPUT PAGOSPROV-RES
           END-IF.
           IF FSPZ NOT = 00
               GO TO PSYS-ERR.

       EJECUTAR-PAGOS-LEER.
           READ PAGOSPROV AT END GO TO EJECUTAR-PAGOS-CERRAR.
           IF CTX-MARCA = "CABECERA" OR CTX-MARCA (1:5) = "TOTAL"
               GO TO EJECUTAR-PAGOS-LEER.
           ADD 1 TO INDICE-LINEA.
           ADD 1 TO NUM-LEIDAS.
           MOVE LPG-MOTIVO (INDICE-LINEA) TO MOTIVO-RECHAZO.
           MOVE LPG-COMISION-CENT (INDICE-LINEA) TO CENT-COMISION.
           IF MOTIVO-RECHAZO = 0 AND MOTIVO-FICHERO NOT = 0
               MOVE MOTIVO-FICHERO TO MOTIVO-RECHAZO.
           IF MOTIVO-RECHAZO = 0
               PERFORM PAGAR-LINEA THRU PAGAR-LINEA-EXIT
           ELSE
               MOVE 0 TO CENT-COMISION
               ADD 1 TO NUM-RECHAZADAS.
           PERFORM ESCRIBIR-RESULTADO THRU ESCRIBIR-RESULTADO-EXIT.
           GO TO EJECUTAR-PAGOS-LEER.

       EJECUTAR-PAGOS-CERRAR.
           CLOSE PAGOSPROV.
           CLOSE PAGOSPROV-RES.
       EJECUTAR-PAGOS-EXIT.
           EXIT.

       ESCRIBIR-RESULTADO.
           MOVE CTLF-SECUENCIA TO PRS-SECUENCIA.
           MOVE INDICE-LINEA TO PRS-LINEA.
           MOVE SPACES TO PRS-DESTINO.
           MOVE 0 TO PRS-BANCO.
           MOVE 0 TO PRS-IMPORTE-ENT.
           MOVE 0 TO PRS-IMPORTE-DEC.
           IF PPV-DESTINO NUMERIC
               MOVE PPV-DESTINO TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO PRS-DESTINO.
           IF PPV-BANCO NUMERIC
               MOVE PPV-BANCO TO PRS-BANCO.
           IF PPV-IMPORTE-ENT NUMERIC AND PPV-IMPORTE-DEC NUMERIC
               MOVE PPV-IMPORTE-ENT TO PRS-IMPORTE-ENT
               MOVE PPV-IMPORTE-DEC TO PRS-IMPORTE-DEC.
           COMPUTE PRS-COMISION-ENT = CENT-COMISION / 100.
           COMPUTE PRS-COMISION-DEC = FUNCTION MOD(CENT-COMISION, 100).
           IF MOTIVO-RECHAZO = 0
               MOVE "PAGADA" TO PRS-RESULTADO
           ELSE
               MOVE "RECHAZADA" TO PRS-RESULTADO.
           MOVE MOTIVO-RECHAZO TO PRS-MOTIVO.
           MOVE PPV-REFERENCIA TO PRS-REFERENCIA.
           WRITE PAGOPROV-RES-REG.
       ESCRIBIR-RESULTADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * pago de una linea: registro de transferencia (pendiente de
      * liquidar si el destino es un banco externo), cargo en la
      * tarjeta ordenante, comision si la hay y, si el destino es
      * nuestro, abono en la tarjeta del proveedor
      *----------------------------------------------------------*
       PAGAR-LINEA.
           COMPUTE CENT-IMPORTE =
               (PPV-IMPORTE-ENT * 100) + PPV-IMPORTE-DEC.
           PERFORM SIGUIENTE-T-NUM THRU SIGUIENTE-T-NUM-EXIT.
           COPY "ABRIR-TRANSFERENCIAS-ESCRITURA.cpy".
           MOVE NUEVO-T-NUM TO T-NUM.
           MOVE 0 TO T-MENSUAL.
           MOVE TARJETA-ORDENANTE TO T-TARJETA-ORIGEN.
           MOVE PPV-DESTINO TO T-TARJETA-DESTINO.
           MOVE ANO TO T-ANO.
           MOVE MES TO T-MES.
           MOVE DIA TO T-DIA.
           MOVE HORAS TO T-HOR.
           MOVE MINUTOS TO T-MIN.
           MOVE SEGUNDOS TO T-SEG.
           MOVE DIF-GMT TO T-GMT.
           COMPUTE T-IMPORTE = CENT-IMPORTE / 100.
           MOVE 0 TO T-MESES-REPETIR.
           MOVE 0 TO T-ULT-EJEC-ANO.
           MOVE 0 TO T-ULT-EJEC-MES.
           MOVE 0 TO T-FECHA-RODADA.
           MOVE 0 TO T-ESTADO.
           MOVE PPV-BANCO TO T-BANCO-DESTINO.
           IF PPV-BANCO NOT = 0
               MOVE 0 TO T-LIQUIDADA
           ELSE
               MOVE 1 TO T-LIQUIDADA.
           MOVE DIVISA-ORDENANTE TO T-DIVISA.
           IF PPV-BANCO NOT = 0
               MOVE PPV-BENEFICIARIO TO T-BENEFICIARIO
           ELSE
               MOVE SPACES TO T-BENEFICIARIO.
           MOVE 0 TO T-PERIODICIDAD.
           MOVE 0 TO T-DIA-EJECUCION.
           MOVE 0 TO T-PROX-EJECUCION.
           MOVE 0 TO T-SOLO-ORDEN.
           WRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE TRANSFERENCIAS.

           MOVE "TR" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE T-NUM TO JOURNAL-CLAVE.
           MOVE TRANSFERENCIA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TARJETA-ORDENANTE TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-IMPORTE.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-ORDENANTE TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-IMPORTE / 100.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "PAGO PROVEEDOR " DELIMITED BY SIZE
               PPV-REFERENCIA DELIMITED BY SIZE
               INTO MOV-CONCEPTO.
           IF PPV-BANCO NOT = 0
               MOVE 07 TO MOV-TIPO
           ELSE
               MOVE 05 TO MOV-TIPO.
           MOVE DIVISA-ORDENANTE TO MOV-DIVISA.
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

           MOVE TARJETA-ORDENANTE TO NOTIF-TARJETA.
           MOVE "TRANSFERENCIA" TO NOTIF-TIPO.
           MOVE MOV-CONCEPTO TO NOTIF-CONCEPTO.
           MOVE PPV-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE PPV-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE TARJETA-ORDENANTE TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-IMPORTE.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.

           IF CENT-COMISION NOT = 0
               PERFORM ANOTAR-COMISION THRU ANOTAR-COMISION-EXIT.

           ADD 1 TO NUM-PAGADAS.
           ADD CENT-IMPORTE TO SUMA-PAGADA-CENT.
           ADD CENT-COMISION TO SUMA-COMISIONES-CENT.
      * el destino externo lo abona la liquidacion interbancaria
           IF PPV-BANCO NOT = 0
               ADD 1 TO NUM-EXTERNAS
               GO TO PAGAR-LINEA-EXIT.

           MOVE PPV-DESTINO TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-IMPORTE.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE PPV-DESTINO TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-IMPORTE / 100.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "COBRO CLIENTE " DELIMITED BY SIZE
               PPV-REFERENCIA DELIMITED BY SIZE
               INTO MOV-CONCEPTO.
           MOVE 06 TO MOV-TIPO.
           MOVE DIVISA-ORDENANTE TO MOV-DIVISA.
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

           MOVE PPV-DESTINO TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE MOV-CONCEPTO TO NOTIF-CONCEPTO.
           MOVE PPV-IMPORTE-ENT TO NOTIF-IMPORTE-ENT.
           MOVE PPV-IMPORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE PPV-DESTINO TO TARJETA-CALCULO.
           MOVE CENT-IMPORTE TO CENT-DELTA-SALDO.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
       PAGAR-LINEA-EXIT.
           EXIT.

      * cargo de la comision interbancaria como movimiento propio,
      * detras del cargo del pago, igual que en el cajero
       ANOTAR-COMISION.
           MOVE TARJETA-ORDENANTE TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-COMISION.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-ORDENANTE TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-COMISION / 100.
           MOVE "COMISION TRANSF. INTERBANCARIA" TO MOV-CONCEPTO.
           MOVE 11 TO MOV-TIPO.
           MOVE DIVISA-ORDENANTE TO MOV-DIVISA.
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

           MOVE TARJETA-ORDENANTE TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-COMISION.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
       ANOTAR-COMISION-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "SIGUIENTE-T-NUM.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-TARIFA.cpy".
           COPY "LEER-HUCHAS.cpy".
           COPY "VERIFICAR-VETADO.cpy".

           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE PAGOSPROV.
           CLOSE PAGOSPROV-RES.
           CLOSE TARJETAS.
           CLOSE TRANSFERENCIAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE CUADERNO43.

           MOVE "BATCH-PF" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSC43 NOT = 00
                       MOVE FSC43 TO ERROR-FS
                   ELSE
                       MOVE FSPF TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "pagos a proveedores. FST=" FST " FSM=" FSM
               " FSPF=" FSPF.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

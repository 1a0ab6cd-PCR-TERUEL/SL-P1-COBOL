       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-EMBARGOS.
      * ordenes de embargo de saldos de juzgados y de la Agencia
      * Tributaria: lee el fichero de diligencias (embargos.txt),
      * busca por DNI al deudor en clientes.ubd y todas sus tarjetas
      * de cuenta en euros (las de autorizado de una cuenta ajena no
      * son suyas, ver cuentatarjeta.ubd), y retiene en TRETENIDO lo
      * que su disponible conjunto exceda del minimo inembargable,
      * hasta el importe ordenado. Cada noche transfiere al organismo
      * lo retenido por las ordenes que cumplen el plazo legal de
      * espera, con cargo en la propia tarjeta y transferencia
      * pendiente de la liquidacion interbancaria. El titular recibe
      * aviso de cada retencion y cargo, y el organismo el estado de
      * cada orden en embargosres.rpt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "EMBARGOS-SEL.cpy".
           COPY "EMBARGOS-TAR-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "HUCHAS-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".

           SELECT ORDENES-EMBARGO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEF.

           SELECT EMBARGOS-RES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSER.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "EMBARGOS-FD.cpy".
           COPY "EMBARGOS-TAR-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "HUCHAS-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".

      * fichero de diligencias del organismo: una linea por orden,
      * con la referencia de la diligencia, el DNI del deudor, el
      * importe a embargar y la cuenta externa del organismo a la
      * que se transfiere lo embargado
       FD ORDENES-EMBARGO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.txt".
       01 ORDEN-EMBARGO-REG.
           02 OEM-REFERENCIA           PIC X(16).
           02 FILLER                   PIC X(1).
           02 OEM-DNI                  PIC X(9).
           02 FILLER                   PIC X(1).
           02 OEM-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 OEM-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 OEM-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 OEM-CUENTA               PIC 9(16).
           02 FILLER                   PIC X(1).
           02 OEM-BENEFICIARIO         PIC X(30).
           COPY "CONTROL-TXT-REG.cpy".

      * estado de cada orden para el organismo emisor: RETENIDO o
      * RETENIDO PARCIAL con la fecha prevista de transferencia,
      * TRANSFERIDO con lo embargado y la fecha, SIN EFECTO con
      * motivo 01 DNI que no es cliente, 02 sin cuentas embargables
      * o 03 saldo dentro del minimo inembargable, y RECHAZADA con
      * motivo 04 importe a cero, 05 linea mal formada o 06 falta la
      * cuenta o el nombre del organismo
       FD EMBARGOS-RES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargosres.rpt".
       01 EMBARGO-RES-REG.
           02 ERS-ORIGEN               PIC X(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ERS-SECUENCIA            PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ERS-REFERENCIA           PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ERS-DNI                  PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ERS-ORDENADO-ENT         PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 ERS-ORDENADO-DEC         PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ERS-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 ERS-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ERS-RESULTADO            PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ERS-MOTIVO               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ERS-FECHA                PIC 9(08).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSEO                      PIC   X(2) VALUE "00".
       77 FSEK                      PIC   X(2) VALUE "00".
       77 FSC                       PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSHU                      PIC   X(2).
       77 FSM                       PIC   X(2) VALUE "00".
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSEF                      PIC   X(2) VALUE "00".
       77 FSER                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "T-NUM-WS.cpy".
           COPY "EBG-NUM-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "HUCHA-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 MOTIVO-RECHAZO             PIC  9(2).
       77 CENT-ORDENADO              PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-RETENIDO              PIC S9(11).
       77 CENT-TOTAL-DISPONIBLE      PIC S9(13).
       77 CENT-EMBARGABLE            PIC S9(13).
       77 CENT-A-RETENER             PIC S9(11).
       77 CENT-PENDIENTE             PIC S9(11).
       77 CENT-TRAMO                 PIC S9(11).
       77 CENT-NUEVO-SALDO           PIC S9(11).
       77 CENT-TRANSFERIDO-ORDEN     PIC S9(11).
       77 NUEVO-SALDO-ENT            PIC S9(9).
       77 NUEVO-SALDO-DEC            PIC  9(2).
       77 ES-DEL-DEUDOR              PIC  9(1).
       77 NUM-LEIDAS                 PIC  9(6) VALUE 0.
       77 NUM-RETENIDAS              PIC  9(6) VALUE 0.
       77 NUM-SIN-EFECTO             PIC  9(6) VALUE 0.
       77 NUM-RECHAZADAS             PIC  9(6) VALUE 0.
       77 NUM-TRANSFERIDAS           PIC  9(6) VALUE 0.
       77 SUMA-RETENIDA-CENT         PIC S9(13) VALUE 0.
       77 SUMA-RETENIDA-ENT          PIC S9(11).
       77 SUMA-RETENIDA-DEC          PIC  9(2).
       77 SUMA-TRANSFERIDA-CENT      PIC S9(13) VALUE 0.
       77 SUMA-TRANSFERIDA-ENT       PIC S9(11).
       77 SUMA-TRANSFERIDA-DEC       PIC  9(2).

      * fichas de cliente con el DNI de la orden (un mismo DNI puede
      * tener mas de una ficha de alta)
       01 TABLA-TITULARES.
           05 TIT-COD                PIC 9(9) OCCURS 5 TIMES.
       77 NUM-TITULARES              PIC 9(2) VALUE 0.
       77 INDICE-TIT                 PIC 9(2) VALUE 0.

      * tarjetas embargables del deudor y su disponible en centimos
       01 TABLA-TARJETAS-EMB.
           05 TARJETA-EMB OCCURS 20 TIMES.
               10 TEM-TARJETA        PIC  9(16).
               10 TEM-DISPONIBLE     PIC S9(11).
       77 NUM-TARJETAS-EMB           PIC 9(2) VALUE 0.
       77 INDICE-TEM                 PIC 9(2) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           PERFORM LEER-FECHA-CONTABLE THRU LEER-FECHA-CONTABLE-EXIT.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-EMBARGO THRU LEER-PARAM-EMBARGO-EXIT.

           PERFORM VALIDAR-FICHERO-EMBARGOS
               THRU VALIDAR-FICHERO-EMBARGOS-EXIT.
      * un fichero de diligencias rechazado no retiene nada, pero
      * no impide transferir las ordenes ya vencidas
           IF CTLF-RECHAZO = 1
               DISPLAY "ERROR: fichero de embargos rechazado "
                   "(cabecera, totales o secuencia repetida)"
               MOVE "BATCH-EB" TO ERROR-PROGRAMA
               MOVE "CT" TO ERROR-FS
               PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CTLF-HAY-CABECERA = 0
                   DISPLAY "AVISO: no hay fichero embargos.txt que "
                       "aplicar"
               ELSE
                   PERFORM ALTA-EMBARGOS THRU ALTA-EMBARGOS-EXIT
                   PERFORM REGISTRAR-FICHERO-PROC
                       THRU REGISTRAR-FICHERO-PROC-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM EJECUTAR-EMBARGOS THRU EJECUTAR-EMBARGOS-EXIT.

           COMPUTE SUMA-RETENIDA-ENT = SUMA-RETENIDA-CENT / 100.
           COMPUTE SUMA-RETENIDA-DEC =
               FUNCTION MOD(SUMA-RETENIDA-CENT, 100).
           COMPUTE SUMA-TRANSFERIDA-ENT = SUMA-TRANSFERIDA-CENT / 100.
           COMPUTE SUMA-TRANSFERIDA-DEC =
               FUNCTION MOD(SUMA-TRANSFERIDA-CENT, 100).
           DISPLAY "Embargos procesados. Ordenes leidas: " NUM-LEIDAS
               " Con retencion: " NUM-RETENIDAS " Sin efecto: "
               NUM-SIN-EFECTO " Rechazadas: " NUM-RECHAZADAS
               " Retenido: " SUMA-RETENIDA-ENT "," SUMA-RETENIDA-DEC
               " Transferidas: " NUM-TRANSFERIDAS " Importe: "
               SUMA-TRANSFERIDA-ENT "," SUMA-TRANSFERIDA-DEC.
           STOP RUN.

      *----------------------------------------------------------*
      * validacion previa del fichero: cabecera con el organismo y
      * la secuencia, cola TOTAL que cuadre con el contenido y
      * secuencia no procesada antes; cualquier fallo rechaza el
      * fichero entero sin retener nada
      *----------------------------------------------------------*
       VALIDAR-FICHERO-EMBARGOS.
           MOVE 0 TO CTLF-RECHAZO.
           MOVE 0 TO CTLF-HAY-CABECERA.
           MOVE 0 TO CTLF-HAY-TOTAL.
           MOVE 0 TO CTLF-NUM-CONTADO.
           MOVE 0 TO CTLF-CENT-CONTADO.
           OPEN INPUT ORDENES-EMBARGO.
           IF FSEF = 35
               GO TO VALIDAR-FICHERO-EMBARGOS-EXIT.
           IF FSEF NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-FICHERO-EMBARGOS-LEER.
           READ ORDENES-EMBARGO
               AT END GO TO VALIDAR-FICHERO-EMBARGOS-CERRAR.
           IF CTX-MARCA = "CABECERA"
               IF CTLF-HAY-CABECERA = 1 OR CTLF-NUM-CONTADO NOT = 0
                   MOVE 1 TO CTLF-RECHAZO
               ELSE
                   MOVE 1 TO CTLF-HAY-CABECERA
                   MOVE CTX-ORIGEN TO CTLF-ORIGEN
                   MOVE CTX-SECUENCIA TO CTLF-SECUENCIA
               END-IF
               GO TO VALIDAR-FICHERO-EMBARGOS-LEER.
           IF CTX-MARCA (1:5) = "TOTAL"
               MOVE 1 TO CTLF-HAY-TOTAL
               MOVE CTX-NUM TO CTLF-NUM-DECLARADO
               COMPUTE CTLF-CENT-DECLARADO =
                   (CTX-IMPORTE-ENT * 100) + CTX-IMPORTE-DEC
               GO TO VALIDAR-FICHERO-EMBARGOS-LEER.
           ADD 1 TO CTLF-NUM-CONTADO.
           IF OEM-IMPORTE-ENT NUMERIC AND OEM-IMPORTE-DEC NUMERIC
               COMPUTE CTLF-CENT-CONTADO = CTLF-CENT-CONTADO
                   + (OEM-IMPORTE-ENT * 100) + OEM-IMPORTE-DEC.
           GO TO VALIDAR-FICHERO-EMBARGOS-LEER.

       VALIDAR-FICHERO-EMBARGOS-CERRAR.
           CLOSE ORDENES-EMBARGO.
           IF CTLF-HAY-CABECERA = 0 AND CTLF-HAY-TOTAL = 0
                   AND CTLF-NUM-CONTADO = 0
               GO TO VALIDAR-FICHERO-EMBARGOS-EXIT.
           IF CTLF-HAY-CABECERA = 0 OR CTLF-HAY-TOTAL = 0
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-EMBARGOS-EXIT.
           IF CTLF-NUM-DECLARADO NOT = CTLF-NUM-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-EMBARGOS-EXIT.
           IF CTLF-CENT-DECLARADO NOT = CTLF-CENT-CONTADO
               MOVE 1 TO CTLF-RECHAZO
               GO TO VALIDAR-FICHERO-EMBARGOS-EXIT.
           IF CTLF-RECHAZO = 1
               GO TO VALIDAR-FICHERO-EMBARGOS-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
           IF CTLF-YA-PROCESADO = 1
               MOVE 1 TO CTLF-RECHAZO.
       VALIDAR-FICHERO-EMBARGOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * alta de las ordenes del fichero: cada linea valida queda en
      * embargos.ubd, con retencion o sin efecto, y todas dejan su
      * estado para el organismo
      *----------------------------------------------------------*
       ALTA-EMBARGOS.
           OPEN INPUT ORDENES-EMBARGO.
           IF FSEF NOT = 00
               GO TO PSYS-ERR.
           OPEN EXTEND EMBARGOS-RES.
           IF FSER = 35
               OPEN OUTPUT EMBARGOS-RES
           END-IF.
           IF FSER NOT = 00
               GO TO PSYS-ERR.

       ALTA-EMBARGOS-LEER.
           READ ORDENES-EMBARGO AT END GO TO ALTA-EMBARGOS-CERRAR.
           IF CTX-MARCA = "CABECERA" OR CTX-MARCA (1:5) = "TOTAL"
               GO TO ALTA-EMBARGOS-LEER.
           ADD 1 TO NUM-LEIDAS.
           PERFORM VALIDAR-LINEA-EMBARGO
               THRU VALIDAR-LINEA-EMBARGO-EXIT.
           IF MOTIVO-RECHAZO NOT = 0
               ADD 1 TO NUM-RECHAZADAS
               PERFORM ESCRIBIR-RECHAZO THRU ESCRIBIR-RECHAZO-EXIT
               GO TO ALTA-EMBARGOS-LEER.
           PERFORM REGISTRAR-EMBARGO THRU REGISTRAR-EMBARGO-EXIT.
           GO TO ALTA-EMBARGOS-LEER.

       ALTA-EMBARGOS-CERRAR.
           CLOSE ORDENES-EMBARGO.
           CLOSE EMBARGOS-RES.
       ALTA-EMBARGOS-EXIT.
           EXIT.

       VALIDAR-LINEA-EMBARGO.
           MOVE 0 TO MOTIVO-RECHAZO.
           IF OEM-IMPORTE-ENT NOT NUMERIC
                   OR OEM-IMPORTE-DEC NOT NUMERIC
                   OR OEM-BANCO NOT NUMERIC
                   OR OEM-CUENTA NOT NUMERIC
                   OR OEM-DNI = SPACES
               MOVE 05 TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-EMBARGO-EXIT.
           COMPUTE CENT-ORDENADO =
               (OEM-IMPORTE-ENT * 100) + OEM-IMPORTE-DEC.
           IF CENT-ORDENADO = 0
               MOVE 04 TO MOTIVO-RECHAZO
               GO TO VALIDAR-LINEA-EMBARGO-EXIT.
      * lo embargado sale siempre por compensacion hacia la cuenta
      * del organismo en su banco
           IF OEM-BANCO = 0 OR OEM-CUENTA = 0
                   OR OEM-BENEFICIARIO = SPACES
               MOVE 06 TO MOTIVO-RECHAZO.
       VALIDAR-LINEA-EMBARGO-EXIT.
           EXIT.

       ESCRIBIR-RECHAZO.
           MOVE CTLF-ORIGEN TO ERS-ORIGEN.
           MOVE CTLF-SECUENCIA TO ERS-SECUENCIA.
           MOVE OEM-REFERENCIA TO ERS-REFERENCIA.
           MOVE OEM-DNI TO ERS-DNI.
           MOVE 0 TO ERS-ORDENADO-ENT.
           MOVE 0 TO ERS-ORDENADO-DEC.
           IF OEM-IMPORTE-ENT NUMERIC AND OEM-IMPORTE-DEC NUMERIC
               MOVE OEM-IMPORTE-ENT TO ERS-ORDENADO-ENT
               MOVE OEM-IMPORTE-DEC TO ERS-ORDENADO-DEC.
           MOVE 0 TO ERS-IMPORTE-ENT.
           MOVE 0 TO ERS-IMPORTE-DEC.
           MOVE "RECHAZADA" TO ERS-RESULTADO.
           MOVE MOTIVO-RECHAZO TO ERS-MOTIVO.
           MOVE FECHA-HOY-YMD TO ERS-FECHA.
           WRITE EMBARGO-RES-REG.
       ESCRIBIR-RECHAZO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una orden: deudor por DNI, sus tarjetas embargables y su
      * disponible conjunto; se retiene lo que pase del minimo
      * inembargable hasta el importe ordenado, repartido por las
      * tarjetas en el orden en que aparecen
      *----------------------------------------------------------*
       REGISTRAR-EMBARGO.
           MOVE 0 TO MOTIVO-RECHAZO.
           MOVE 0 TO CENT-A-RETENER.
           MOVE 0 TO NUM-TARJETAS-EMB.
           MOVE 0 TO CENT-TOTAL-DISPONIBLE.
           PERFORM BUSCAR-TITULARES THRU BUSCAR-TITULARES-EXIT.
           IF NUM-TITULARES = 0
               MOVE 01 TO MOTIVO-RECHAZO
               GO TO REGISTRAR-EMBARGO-GRABAR.
           PERFORM BUSCAR-TARJETAS-DEUDOR
               THRU BUSCAR-TARJETAS-DEUDOR-EXIT.
           IF NUM-TARJETAS-EMB = 0
               MOVE 02 TO MOTIVO-RECHAZO
               GO TO REGISTRAR-EMBARGO-GRABAR.
           COMPUTE CENT-EMBARGABLE = CENT-TOTAL-DISPONIBLE
               - (MINIMO-INEMBARGABLE * 100).
           IF CENT-EMBARGABLE NOT > 0
               MOVE 03 TO MOTIVO-RECHAZO
               GO TO REGISTRAR-EMBARGO-GRABAR.
           IF CENT-EMBARGABLE < CENT-ORDENADO
               MOVE CENT-EMBARGABLE TO CENT-A-RETENER
           ELSE
               MOVE CENT-ORDENADO TO CENT-A-RETENER.

       REGISTRAR-EMBARGO-GRABAR.
           PERFORM SIGUIENTE-EBG-NUM THRU SIGUIENTE-EBG-NUM-EXIT.
           MOVE NUEVO-EBG-NUM TO EBG-NUM.
           MOVE CTLF-ORIGEN TO EBG-ORIGEN.
           MOVE CTLF-SECUENCIA TO EBG-SECUENCIA.
           MOVE OEM-REFERENCIA TO EBG-REFERENCIA.
           MOVE OEM-DNI TO EBG-DNI.
           MOVE OEM-BANCO TO EBG-BANCO.
           MOVE OEM-CUENTA TO EBG-CUENTA.
           MOVE OEM-BENEFICIARIO TO EBG-BENEFICIARIO.
           MOVE CENT-ORDENADO TO EBG-ORDENADO-CENT.
           MOVE CENT-A-RETENER TO EBG-RETENIDO-CENT.
           MOVE 0 TO EBG-TRANSFERIDO-CENT.
           MOVE FECHA-HOY-YMD TO EBG-FECHA-ALTA.
           COMPUTE EBG-FECHA-EJECUCION = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
               + DIAS-ESPERA-EMBARGO).
           MOVE MOTIVO-RECHAZO TO EBG-MOTIVO.
           IF MOTIVO-RECHAZO = 0
               MOVE 0 TO EBG-ESTADO
           ELSE
               MOVE 2 TO EBG-ESTADO.

           OPEN I-O EMBARGOS.
           IF FSEO = 35
               OPEN OUTPUT EMBARGOS
               CLOSE EMBARGOS
               OPEN I-O EMBARGOS
           END-IF.
           IF FSEO NOT = 00
               GO TO PSYS-ERR.
           WRITE EMBARGO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EMBARGOS.

           MOVE "EB" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE EBG-NUM TO JOURNAL-CLAVE.
           MOVE EMBARGO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           IF MOTIVO-RECHAZO = 0
               MOVE CENT-A-RETENER TO CENT-PENDIENTE
               MOVE 0 TO INDICE-TEM
               PERFORM RETENER-TARJETAS THRU RETENER-TARJETAS-EXIT
               ADD 1 TO NUM-RETENIDAS
               ADD CENT-A-RETENER TO SUMA-RETENIDA-CENT
           ELSE
               ADD 1 TO NUM-SIN-EFECTO.

           MOVE EBG-ORIGEN TO ERS-ORIGEN.
           MOVE EBG-SECUENCIA TO ERS-SECUENCIA.
           MOVE EBG-REFERENCIA TO ERS-REFERENCIA.
           MOVE EBG-DNI TO ERS-DNI.
           MOVE OEM-IMPORTE-ENT TO ERS-ORDENADO-ENT.
           MOVE OEM-IMPORTE-DEC TO ERS-ORDENADO-DEC.
           COMPUTE ERS-IMPORTE-ENT = CENT-A-RETENER / 100.
           COMPUTE ERS-IMPORTE-DEC = FUNCTION MOD(CENT-A-RETENER, 100).
           MOVE MOTIVO-RECHAZO TO ERS-MOTIVO.
           IF MOTIVO-RECHAZO NOT = 0
               MOVE "SIN EFECTO" TO ERS-RESULTADO
               MOVE FECHA-HOY-YMD TO ERS-FECHA
           ELSE
               MOVE EBG-FECHA-EJECUCION TO ERS-FECHA
               IF CENT-A-RETENER < CENT-ORDENADO
                   MOVE "RETENIDO PARCIAL" TO ERS-RESULTADO
               ELSE
                   MOVE "RETENIDO" TO ERS-RESULTADO.
           WRITE EMBARGO-RES-REG.
       REGISTRAR-EMBARGO-EXIT.
           EXIT.

      * fichas de cliente con el DNI de la orden
       BUSCAR-TITULARES.
           MOVE 0 TO NUM-TITULARES.
           OPEN INPUT CLIENTES.
           IF FSC = 35
               GO TO BUSCAR-TITULARES-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.

       BUSCAR-TITULARES-LEER.
           READ CLIENTES NEXT RECORD
               AT END GO TO BUSCAR-TITULARES-CERRAR.
           IF CLI-DNI NOT = OEM-DNI
               GO TO BUSCAR-TITULARES-LEER.
           IF NUM-TITULARES < 5
               ADD 1 TO NUM-TITULARES
               MOVE CLI-COD TO TIT-COD (NUM-TITULARES).
           GO TO BUSCAR-TITULARES-LEER.

       BUSCAR-TITULARES-CERRAR.
           CLOSE CLIENTES.
       BUSCAR-TITULARES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tarjetas del deudor que guardan saldo suyo: de cuenta (la
      * prepago no tiene titular y la de credito solo tiene deuda),
      * en euros, sin dar de baja y no de autorizado en una cuenta
      * ajena; el disponible descuenta lo ya retenido y las huchas
      *----------------------------------------------------------*
       BUSCAR-TARJETAS-DEUDOR.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       BUSCAR-TARJETAS-DEUDOR-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO BUSCAR-TARJETAS-DEUDOR-CERRAR.
           IF TTITULAR = 0
               GO TO BUSCAR-TARJETAS-DEUDOR-LEER.
           IF TARJETA-BAJA OR PRODUCTO-PREPAGO OR PRODUCTO-CREDITO
               GO TO BUSCAR-TARJETAS-DEUDOR-LEER.
           IF TDIVISA NOT = 0 AND NOT TARJETA-DIVISA-EUR
               GO TO BUSCAR-TARJETAS-DEUDOR-LEER.
           MOVE 0 TO ES-DEL-DEUDOR.
           MOVE 0 TO INDICE-TIT.
           PERFORM COMPROBAR-TITULAR THRU COMPROBAR-TITULAR-EXIT.
           IF ES-DEL-DEUDOR = 0
               GO TO BUSCAR-TARJETAS-DEUDOR-LEER.
           IF NUM-TARJETAS-EMB NOT < 20
               GO TO BUSCAR-TARJETAS-DEUDOR-LEER.
           ADD 1 TO NUM-TARJETAS-EMB.
           MOVE TNUM TO TEM-TARJETA (NUM-TARJETAS-EMB).
           COMPUTE TEM-DISPONIBLE (NUM-TARJETAS-EMB) =
               (TSALDO-ENT * 100) + TSALDO-DEC
               - (TRETENIDO-ENT * 100) - TRETENIDO-DEC.
           GO TO BUSCAR-TARJETAS-DEUDOR-LEER.

       BUSCAR-TARJETAS-DEUDOR-CERRAR.
           CLOSE TARJETAS.
           MOVE 0 TO INDICE-TEM.
           PERFORM AJUSTAR-DISPONIBLE THRU AJUSTAR-DISPONIBLE-EXIT.
       BUSCAR-TARJETAS-DEUDOR-EXIT.
           EXIT.

       COMPROBAR-TITULAR.
           ADD 1 TO INDICE-TIT.
           IF INDICE-TIT > NUM-TITULARES
               GO TO COMPROBAR-TITULAR-EXIT.
           IF TIT-COD (INDICE-TIT) = TTITULAR
               MOVE 1 TO ES-DEL-DEUDOR
               GO TO COMPROBAR-TITULAR-EXIT.
           GO TO COMPROBAR-TITULAR.
       COMPROBAR-TITULAR-EXIT.
           EXIT.

      * la tarjeta de autorizado no guarda saldo propio: su cuenta
      * es la del titular, que no es el deudor
       AJUSTAR-DISPONIBLE.
           ADD 1 TO INDICE-TEM.
           IF INDICE-TEM > NUM-TARJETAS-EMB
               GO TO AJUSTAR-DISPONIBLE-EXIT.
           PERFORM COMPROBAR-AUTORIZADO
               THRU COMPROBAR-AUTORIZADO-EXIT.
           IF TEM-DISPONIBLE (INDICE-TEM) > 0
               MOVE TEM-TARJETA (INDICE-TEM) TO HUCHA-TARJETA-CALC
               PERFORM LEER-HUCHAS THRU LEER-HUCHAS-EXIT
               SUBTRACT CENT-HUCHAS FROM TEM-DISPONIBLE (INDICE-TEM).
           IF TEM-DISPONIBLE (INDICE-TEM) < 0
               MOVE 0 TO TEM-DISPONIBLE (INDICE-TEM).
           ADD TEM-DISPONIBLE (INDICE-TEM) TO CENT-TOTAL-DISPONIBLE.
           GO TO AJUSTAR-DISPONIBLE.
       AJUSTAR-DISPONIBLE-EXIT.
           EXIT.

       COMPROBAR-AUTORIZADO.
           OPEN INPUT CUENTA-TARJETA.
           IF FSCT = 35
               GO TO COMPROBAR-AUTORIZADO-EXIT.
           IF FSCT NOT = 00
               GO TO PSYS-ERR.
           MOVE TEM-TARJETA (INDICE-TEM) TO CTA-TARJETA.
           READ CUENTA-TARJETA INVALID KEY
               GO TO COMPROBAR-AUTORIZADO-CERRAR.
           IF CTA-AUTORIZADO
               MOVE 0 TO TEM-DISPONIBLE (INDICE-TEM).

       COMPROBAR-AUTORIZADO-CERRAR.
           CLOSE CUENTA-TARJETA.
       COMPROBAR-AUTORIZADO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * reparto de lo que hay que retener: cada tarjeta aporta
      * hasta su disponible, queda apuntada en embargotar.ubd y su
      * titular recibe aviso de la retencion
      *----------------------------------------------------------*
       RETENER-TARJETAS.
           ADD 1 TO INDICE-TEM.
           IF INDICE-TEM > NUM-TARJETAS-EMB OR CENT-PENDIENTE = 0
               GO TO RETENER-TARJETAS-EXIT.
           IF TEM-DISPONIBLE (INDICE-TEM) = 0
               GO TO RETENER-TARJETAS.
           IF TEM-DISPONIBLE (INDICE-TEM) < CENT-PENDIENTE
               MOVE TEM-DISPONIBLE (INDICE-TEM) TO CENT-TRAMO
           ELSE
               MOVE CENT-PENDIENTE TO CENT-TRAMO.

           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TEM-TARJETA (INDICE-TEM) TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           COMPUTE CENT-RETENIDO = (TRETENIDO-ENT * 100)
               + TRETENIDO-DEC + CENT-TRAMO.
           COMPUTE TRETENIDO-ENT = CENT-RETENIDO / 100.
           COMPUTE TRETENIDO-DEC = FUNCTION MOD(CENT-RETENIDO, 100).
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           OPEN I-O EMBARGOS-TAR.
           IF FSEK = 35
               OPEN OUTPUT EMBARGOS-TAR
               CLOSE EMBARGOS-TAR
               OPEN I-O EMBARGOS-TAR
           END-IF.
           IF FSEK NOT = 00
               GO TO PSYS-ERR.
           MOVE EBG-NUM TO EBT-EMBARGO.
           MOVE TEM-TARJETA (INDICE-TEM) TO EBT-TARJETA.
           MOVE CENT-TRAMO TO EBT-RETENIDO-CENT.
           MOVE 0 TO EBT-TRANSFERIDO-CENT.
           MOVE 0 TO EBT-ESTADO.
           WRITE EMBARGO-TAR-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE EMBARGOS-TAR.

           MOVE "ET" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE EBT-CLAVE TO JOURNAL-CLAVE.
           MOVE EMBARGO-TAR-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TEM-TARJETA (INDICE-TEM) TO NOTIF-TARJETA.
           MOVE "AVISO" TO NOTIF-TIPO.
           MOVE "SALDO RETENIDO POR EMBARGO" TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-TRAMO / 100.
           COMPUTE NOTIF-IMPORTE-DEC = FUNCTION MOD(CENT-TRAMO, 100).
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           SUBTRACT CENT-TRAMO FROM CENT-PENDIENTE.
           GO TO RETENER-TARJETAS.
       RETENER-TARJETAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ordenes retenidas que cumplen hoy el plazo de espera: lo
      * retenido en cada tarjeta sale de TRETENIDO y se transfiere
      * al organismo, y la orden queda ejecutada
      *----------------------------------------------------------*
       EJECUTAR-EMBARGOS.
           OPEN I-O EMBARGOS.
           IF FSEO = 35
               GO TO EJECUTAR-EMBARGOS-EXIT.
           IF FSEO NOT = 00
               GO TO PSYS-ERR.
           OPEN EXTEND EMBARGOS-RES.
           IF FSER = 35
               OPEN OUTPUT EMBARGOS-RES
           END-IF.
           IF FSER NOT = 00
               GO TO PSYS-ERR.

       EJECUTAR-EMBARGOS-LEER.
           READ EMBARGOS NEXT RECORD
               AT END GO TO EJECUTAR-EMBARGOS-CERRAR.
           IF NOT EMBARGO-RETENIDO
               GO TO EJECUTAR-EMBARGOS-LEER.
           IF EBG-FECHA-EJECUCION > FECHA-HOY-YMD
               GO TO EJECUTAR-EMBARGOS-LEER.

           MOVE 0 TO CENT-TRANSFERIDO-ORDEN.
           PERFORM TRANSFERIR-EMBARGO THRU TRANSFERIR-EMBARGO-EXIT.
           MOVE CENT-TRANSFERIDO-ORDEN TO EBG-TRANSFERIDO-CENT.
           MOVE 1 TO EBG-ESTADO.
           REWRITE EMBARGO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "EB" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE EBG-NUM TO JOURNAL-CLAVE.
           MOVE EMBARGO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           ADD 1 TO NUM-TRANSFERIDAS.
           ADD CENT-TRANSFERIDO-ORDEN TO SUMA-TRANSFERIDA-CENT.

           MOVE EBG-ORIGEN TO ERS-ORIGEN.
           MOVE EBG-SECUENCIA TO ERS-SECUENCIA.
           MOVE EBG-REFERENCIA TO ERS-REFERENCIA.
           MOVE EBG-DNI TO ERS-DNI.
           COMPUTE ERS-ORDENADO-ENT = EBG-ORDENADO-CENT / 100.
           COMPUTE ERS-ORDENADO-DEC =
               FUNCTION MOD(EBG-ORDENADO-CENT, 100).
           COMPUTE ERS-IMPORTE-ENT = CENT-TRANSFERIDO-ORDEN / 100.
           COMPUTE ERS-IMPORTE-DEC =
               FUNCTION MOD(CENT-TRANSFERIDO-ORDEN, 100).
           MOVE "TRANSFERIDO" TO ERS-RESULTADO.
           MOVE 0 TO ERS-MOTIVO.
           MOVE FECHA-HOY-YMD TO ERS-FECHA.
           WRITE EMBARGO-RES-REG.
           GO TO EJECUTAR-EMBARGOS-LEER.

       EJECUTAR-EMBARGOS-CERRAR.
           CLOSE EMBARGOS.
           CLOSE EMBARGOS-RES.
       EJECUTAR-EMBARGOS-EXIT.
           EXIT.

       TRANSFERIR-EMBARGO.
           OPEN I-O EMBARGOS-TAR.
           IF FSEK = 35
               GO TO TRANSFERIR-EMBARGO-EXIT.
           IF FSEK NOT = 00
               GO TO PSYS-ERR.
           MOVE EBG-NUM TO EBT-EMBARGO.
           MOVE 0 TO EBT-TARJETA.
           START EMBARGOS-TAR KEY IS >= EBT-CLAVE
               INVALID KEY GO TO TRANSFERIR-EMBARGO-CERRAR.

       TRANSFERIR-EMBARGO-LEER.
           READ EMBARGOS-TAR NEXT RECORD
               AT END GO TO TRANSFERIR-EMBARGO-CERRAR.
           IF EBT-EMBARGO NOT = EBG-NUM
               GO TO TRANSFERIR-EMBARGO-CERRAR.
           IF NOT EBT-RETENIDO
               GO TO TRANSFERIR-EMBARGO-LEER.
           PERFORM TRANSFERIR-TRAMO THRU TRANSFERIR-TRAMO-EXIT.
           REWRITE EMBARGO-TAR-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "ET" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE EBT-CLAVE TO JOURNAL-CLAVE.
           MOVE EMBARGO-TAR-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO TRANSFERIR-EMBARGO-LEER.

       TRANSFERIR-EMBARGO-CERRAR.
           CLOSE EMBARGOS-TAR.
       TRANSFERIR-EMBARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una tarjeta de la orden: libera su retencion, la cargo con
      * el embargo (nunca mas de lo que haya en saldo) y deja la
      * transferencia al organismo pendiente de compensar
      *----------------------------------------------------------*
       TRANSFERIR-TRAMO.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE EBT-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               MOVE 2 TO EBT-ESTADO
               GO TO TRANSFERIR-TRAMO-EXIT.
           MOVE EBT-RETENIDO-CENT TO CENT-TRAMO.
           COMPUTE CENT-RETENIDO =
               (TRETENIDO-ENT * 100) + TRETENIDO-DEC.
           IF CENT-TRAMO > CENT-RETENIDO
               MOVE CENT-RETENIDO TO CENT-TRAMO.
           SUBTRACT CENT-TRAMO FROM CENT-RETENIDO.
           COMPUTE TRETENIDO-ENT = CENT-RETENIDO / 100.
           COMPUTE TRETENIDO-DEC = FUNCTION MOD(CENT-RETENIDO, 100).
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE EBT-TARJETA TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           IF CENT-TRAMO > CENT-SALDO
               MOVE CENT-SALDO TO CENT-TRAMO.
           IF CENT-TRAMO < 0
               MOVE 0 TO CENT-TRAMO.
           MOVE CENT-TRAMO TO EBT-TRANSFERIDO-CENT.
           MOVE 1 TO EBT-ESTADO.
           IF CENT-TRAMO = 0
               GO TO TRANSFERIR-TRAMO-EXIT.

           PERFORM SIGUIENTE-T-NUM THRU SIGUIENTE-T-NUM-EXIT.
           COPY "ABRIR-TRANSFERENCIAS-ESCRITURA.cpy".
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE NUEVO-T-NUM TO T-NUM.
           MOVE 0 TO T-MENSUAL.
           MOVE EBT-TARJETA TO T-TARJETA-ORIGEN.
           MOVE EBG-CUENTA TO T-TARJETA-DESTINO.
           MOVE ANO TO T-ANO.
           MOVE MES TO T-MES.
           MOVE DIA TO T-DIA.
           MOVE HORAS TO T-HOR.
           MOVE MINUTOS TO T-MIN.
           MOVE SEGUNDOS TO T-SEG.
           MOVE DIF-GMT TO T-GMT.
           COMPUTE T-IMPORTE = CENT-TRAMO / 100.
           MOVE 0 TO T-MESES-REPETIR.
           MOVE 0 TO T-ULT-EJEC-ANO.
           MOVE 0 TO T-ULT-EJEC-MES.
           MOVE 0 TO T-FECHA-RODADA.
           MOVE 0 TO T-ESTADO.
           MOVE EBG-BANCO TO T-BANCO-DESTINO.
           MOVE 0 TO T-LIQUIDADA.
           MOVE 01 TO T-DIVISA.
           MOVE EBG-BENEFICIARIO TO T-BENEFICIARIO.
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

           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-TRAMO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE EBT-TARJETA TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-TRAMO / 100.
           MOVE SPACES TO MOV-CONCEPTO.
           STRING "EMBARGO " DELIMITED BY SIZE
               EBG-REFERENCIA DELIMITED BY SIZE
               INTO MOV-CONCEPTO.
           MOVE 34 TO MOV-TIPO.
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

           MOVE EBT-TARJETA TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE MOV-CONCEPTO TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-TRAMO / 100.
           COMPUTE NOTIF-IMPORTE-DEC = FUNCTION MOD(CENT-TRAMO, 100).
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE EBT-TARJETA TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = 0 - CENT-TRAMO.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.

           ADD CENT-TRAMO TO CENT-TRANSFERIDO-ORDEN.
       TRANSFERIR-TRAMO-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "SIGUIENTE-T-NUM.cpy".
           COPY "SIGUIENTE-EBG-NUM.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-PARAM-EMBARGO.cpy".
           COPY "LEER-HUCHAS.cpy".

           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-FICHERO-PROC.cpy".

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE ORDENES-EMBARGO.
           CLOSE EMBARGOS-RES.
           CLOSE EMBARGOS.
           CLOSE EMBARGOS-TAR.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE TRANSFERENCIAS.
           CLOSE F-MOVIMIENTOS.

           MOVE "BATCH-EB" TO ERROR-PROGRAMA.
           IF FSEO NOT = 00
               MOVE FSEO TO ERROR-FS
           ELSE
               IF FSEK NOT = 00
                   MOVE FSEK TO ERROR-FS
               ELSE
                   IF FST NOT = 00
                       MOVE FST TO ERROR-FS
                   ELSE
                       IF FSM NOT = 00
                           MOVE FSM TO ERROR-FS
                       ELSE
                           IF FSC NOT = 00
                               MOVE FSC TO ERROR-FS
                           ELSE
                               MOVE FSEF TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "embargos. FSEO=" FSEO " FSEK=" FSEK " FST=" FST
               " FSM=" FSM " FSEF=" FSEF.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

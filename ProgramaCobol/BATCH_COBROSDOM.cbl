       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-COBROSDOM.
      * fichero mensual de cobros domiciliados de los acreedores:
      * gira un recibo por cada mandato activo de un acreedor activo
      * que aun no se haya girado en el mes, con vencimiento el dia
      * de cobro del mandato (el ultimo del mes si es mas corto, y
      * nunca antes de manana) llevado al siguiente dia habil. Los
      * recibos viajan a la camara de compensacion en cobrosdom.txt
      * con cabecera y total de control, y cada uno queda en
      * cobrosacr.ubd como ENVIADO hasta que BATCH-LIQCOBROS recibe
      * su liquidacion o su devolucion. Un mes sin recibos deja el
      * fichero vacio para que no se reenvie el anterior
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ACREEDORES-SEL.cpy".
           COPY "MANDATOSACR-SEL.cpy".
           COPY "COBROSACR-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".

           SELECT COBROS-DOM ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSGC.

           COPY "PANCLARO-SEL.cpy".
           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ACREEDORES-FD.cpy".
           COPY "MANDATOSACR-FD.cpy".
           COPY "COBROSACR-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".

      * un recibo por linea entre la CABECERA (secuencia del
      * fichero) y el TOTAL (recibos y suma de importes): numero de
      * recibo, identificador y nombre del acreedor, referencia y
      * fecha de firma del mandato, deudor, banco y cuenta del
      * deudor, importe y fecha de cobro (AAAAMMDD)
       FD COBROS-DOM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cobrosdom.txt".
       01 COBRO-DOM-REG.
           02 CBD-NUM                  PIC 9(9).
           02 FILLER                   PIC X(1).
           02 CBD-ACREEDOR-ID          PIC X(16).
           02 FILLER                   PIC X(1).
           02 CBD-ACREEDOR-NOMBRE      PIC X(30).
           02 FILLER                   PIC X(1).
           02 CBD-REFERENCIA           PIC X(12).
           02 FILLER                   PIC X(1).
           02 CBD-FECHA-FIRMA          PIC 9(8).
           02 FILLER                   PIC X(1).
           02 CBD-DEUDOR-NOMBRE        PIC X(30).
           02 FILLER                   PIC X(1).
           02 CBD-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 CBD-CUENTA               PIC X(16).
           02 FILLER                   PIC X(1).
           02 CBD-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 CBD-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 CBD-FECHA-COBRO          PIC 9(8).
           COPY "CONTROL-TXT-REG.cpy".

           COPY "PANCLARO-FD.cpy".
           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSAQ                      PIC   X(2).
       77 FSMQ                      PIC   X(2).
       77 FSCZ                      PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCL                      PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSGC                      PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "CBA-NUM-WS.cpy".
           COPY "RCB-NUM-WS.cpy".

       77 FECHA-HOY-NUM              PIC  9(8).
       77 FECHA-MANANA               PIC  9(8).
      * mes que se gira (AAAAMM) y su ultimo dia
       77 MES-COBRO                  PIC  9(6).
       77 ULTIMO-DIA-MES             PIC  9(2).
       77 FECHA-PRIMERO-SIGUIENTE    PIC  9(8).
       77 DIAS-FECHA                 PIC S9(9).
       77 DIA-VENCIMIENTO            PIC  9(2).
       77 FECHA-VENCIMIENTO          PIC  9(8).
       77 FICHERO-ABIERTO            PIC  9(1) VALUE 0.
       77 NUM-MANDATOS               PIC  9(6) VALUE 0.
       77 NUM-GIRADOS                PIC  9(6) VALUE 0.
       77 NUM-OMITIDOS               PIC  9(6) VALUE 0.
       77 CENT-RECIBO                PIC  9(9).
       77 CENT-GIRADOS               PIC  9(13) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE MES-COBRO = (ANO * 100) + MES.
           COMPUTE DIAS-FECHA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM) + 1.
           COMPUTE FECHA-MANANA = FUNCTION DATE-OF-INTEGER(DIAS-FECHA).
           IF MES = 12
               COMPUTE FECHA-PRIMERO-SIGUIENTE =
                   ((ANO + 1) * 10000) + 101
           ELSE
               COMPUTE FECHA-PRIMERO-SIGUIENTE =
                   (ANO * 10000) + ((MES + 1) * 100) + 1.
           COMPUTE DIAS-FECHA =
               FUNCTION INTEGER-OF-DATE(FECHA-PRIMERO-SIGUIENTE) - 1.
           COMPUTE ULTIMO-DIA-MES =
               FUNCTION MOD(FUNCTION DATE-OF-INTEGER(DIAS-FECHA), 100).

           PERFORM GIRAR-RECIBOS THRU GIRAR-RECIBOS-EXIT.

           IF NUM-GIRADOS = 0
      * el fichero del mes anterior no debe poder enviarse otra vez
               OPEN OUTPUT COBROS-DOM
               CLOSE COBROS-DOM
               DISPLAY "Cobros domiciliados sin recibos que girar en "
                   MES-COBRO ". Mandatos leidos: " NUM-MANDATOS
               STOP RUN.

           PERFORM CERRAR-FICHERO-COBROS
               THRU CERRAR-FICHERO-COBROS-EXIT.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
           MOVE "SEPA-DD" TO ENVIO-DESTINATARIO.
           MOVE "cobrosdom.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-GC" TO ENVIO-PROGRAMA.
           MOVE NUM-GIRADOS TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-GIRADOS / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.

           DISPLAY "Cobros domiciliados de " MES-COBRO
               " generados. Fichero " NUEVO-RCB-NUM
               " Mandatos leidos: " NUM-MANDATOS
               " Recibos girados: " NUM-GIRADOS
               " Omitidos: " NUM-OMITIDOS.
           STOP RUN.

      *----------------------------------------------------------*
      * recorre los mandatos en orden de acreedor y referencia; un
      * mandato de un acreedor de baja o inexistente no se gira
      *----------------------------------------------------------*
       GIRAR-RECIBOS.
           OPEN I-O MANDATOSACR.
           IF FSMQ = 35
               GO TO GIRAR-RECIBOS-EXIT.
           IF FSMQ NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT ACREEDORES.
           IF FSAQ = 35
               CLOSE MANDATOSACR
               GO TO GIRAR-RECIBOS-EXIT.
           IF FSAQ NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O COBROSACR.
           IF FSCZ = 35
               OPEN OUTPUT COBROSACR
               CLOSE COBROSACR
               OPEN I-O COBROSACR
           END-IF.
           IF FSCZ NOT = 00
               GO TO PSYS-ERR.

       GIRAR-RECIBOS-LEER.
           READ MANDATOSACR NEXT RECORD
               AT END GO TO GIRAR-RECIBOS-CERRAR.
           ADD 1 TO NUM-MANDATOS.
           IF NOT MANDATO-ACR-ACTIVO
               GO TO GIRAR-RECIBOS-LEER.
           IF MDA-ULT-COBRO NOT < MES-COBRO
               GO TO GIRAR-RECIBOS-LEER.
           IF MDA-FECHA-FIRMA > FECHA-HOY-NUM
               ADD 1 TO NUM-OMITIDOS
               GO TO GIRAR-RECIBOS-LEER.
           MOVE MDA-ACREEDOR TO ACR-CODIGO.
           READ ACREEDORES INVALID KEY
               ADD 1 TO NUM-OMITIDOS
               GO TO GIRAR-RECIBOS-LEER.
           IF NOT ACREEDOR-ACTIVO
               ADD 1 TO NUM-OMITIDOS
               GO TO GIRAR-RECIBOS-LEER.

           PERFORM CALCULAR-VENCIMIENTO THRU CALCULAR-VENCIMIENTO-EXIT.
           IF FICHERO-ABIERTO = 0
               PERFORM ABRIR-FICHERO-COBROS
                   THRU ABRIR-FICHERO-COBROS-EXIT.
           PERFORM GIRAR-RECIBO THRU GIRAR-RECIBO-EXIT.
           GO TO GIRAR-RECIBOS-LEER.

       GIRAR-RECIBOS-CERRAR.
           CLOSE MANDATOSACR.
           CLOSE ACREEDORES.
           CLOSE COBROSACR.
       GIRAR-RECIBOS-EXIT.
           EXIT.

      * dia de cobro del mandato dentro del mes en curso, nunca
      * antes de manana, y desde ahi el primer dia habil
       CALCULAR-VENCIMIENTO.
           MOVE MDA-DIA-COBRO TO DIA-VENCIMIENTO.
           IF DIA-VENCIMIENTO > ULTIMO-DIA-MES
               MOVE ULTIMO-DIA-MES TO DIA-VENCIMIENTO.
           COMPUTE FECHA-VENCIMIENTO =
               (ANO * 10000) + (MES * 100) + DIA-VENCIMIENTO.
           IF FECHA-VENCIMIENTO NOT > FECHA-HOY-NUM
               MOVE FECHA-MANANA TO FECHA-VENCIMIENTO.
           MOVE FECHA-VENCIMIENTO TO FECHA-HABIL-CONSULTA.
           PERFORM SIGUIENTE-DIA-HABIL THRU SIGUIENTE-DIA-HABIL-EXIT.
           MOVE FECHA-HABIL-SIGUIENTE TO FECHA-VENCIMIENTO.
       CALCULAR-VENCIMIENTO-EXIT.
           EXIT.

      * la secuencia del fichero solo se consume si hay algun
      * recibo que girar
       ABRIR-FICHERO-COBROS.
           PERFORM SIGUIENTE-RCB-NUM THRU SIGUIENTE-RCB-NUM-EXIT.
           OPEN OUTPUT COBROS-DOM.
           IF FSGC NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO FICHERO-ABIERTO.
           MOVE "BATCH-GC" TO PAN-PROGRAMA.
           MOVE "cobrosdom.txt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.

           MOVE SPACES TO CONTROL-TXT-REG.
           MOVE "CABECERA" TO CTX-MARCA.
           MOVE "UNIZAR" TO CTX-ORIGEN.
           MOVE NUEVO-RCB-NUM TO CTX-SECUENCIA.
           MOVE 0 TO CTX-NUM.
           MOVE 0 TO CTX-IMPORTE-ENT.
           MOVE 0 TO CTX-IMPORTE-DEC.
           WRITE CONTROL-TXT-REG.
           IF FSGC NOT = 00
               GO TO PSYS-ERR.
       ABRIR-FICHERO-COBROS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * un recibo: alta en cobrosacr.ubd, linea del fichero y mes
      * girado en el mandato
      *----------------------------------------------------------*
       GIRAR-RECIBO.
           PERFORM SIGUIENTE-CBA-NUM THRU SIGUIENTE-CBA-NUM-EXIT.
           INITIALIZE COBRO-ACR-REG.
           MOVE NUEVO-CBA-NUM TO CBA-NUM.
           MOVE MDA-ACREEDOR TO CBA-ACREEDOR.
           MOVE MDA-REFERENCIA TO CBA-REFERENCIA.
           MOVE MDA-BANCO TO CBA-BANCO.
           MOVE MDA-CUENTA TO CBA-CUENTA.
           MOVE MDA-IMPORTE-ENT TO CBA-IMPORTE-ENT.
           MOVE MDA-IMPORTE-DEC TO CBA-IMPORTE-DEC.
           MOVE FECHA-VENCIMIENTO TO CBA-FECHA-COBRO.
           MOVE NUEVO-RCB-NUM TO CBA-REMESA.
           MOVE 0 TO CBA-ESTADO.
           MOVE 0 TO CBA-MOTIVO.
           MOVE 0 TO CBA-FECHA-RESOLUCION.
           MOVE 0 TO CBA-RECARGADO.
           WRITE COBRO-ACR-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "CB" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE CBA-NUM TO JOURNAL-CLAVE.
           MOVE COBRO-ACR-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE SPACES TO COBRO-DOM-REG.
           MOVE CBA-NUM TO CBD-NUM.
           MOVE ACR-IDENTIFICADOR TO CBD-ACREEDOR-ID.
           MOVE ACR-NOMBRE TO CBD-ACREEDOR-NOMBRE.
           MOVE MDA-REFERENCIA TO CBD-REFERENCIA.
           MOVE MDA-FECHA-FIRMA TO CBD-FECHA-FIRMA.
           MOVE MDA-DEUDOR-NOMBRE TO CBD-DEUDOR-NOMBRE.
           MOVE MDA-BANCO TO CBD-BANCO.
           MOVE MDA-CUENTA TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO CBD-CUENTA.
           MOVE MDA-IMPORTE-ENT TO CBD-IMPORTE-ENT.
           MOVE MDA-IMPORTE-DEC TO CBD-IMPORTE-DEC.
           MOVE FECHA-VENCIMIENTO TO CBD-FECHA-COBRO.
           WRITE COBRO-DOM-REG.
           IF FSGC NOT = 00
               GO TO PSYS-ERR.

           MOVE MES-COBRO TO MDA-ULT-COBRO.
           REWRITE MANDATO-ACR-REG INVALID KEY GO TO PSYS-ERR.

           COMPUTE CENT-RECIBO =
               (MDA-IMPORTE-ENT * 100) + MDA-IMPORTE-DEC.
           ADD CENT-RECIBO TO CENT-GIRADOS.
           ADD 1 TO NUM-GIRADOS.
       GIRAR-RECIBO-EXIT.
           EXIT.

       CERRAR-FICHERO-COBROS.
           MOVE SPACES TO CONTROL-TXT-REG.
           MOVE "TOTAL" TO CTX-MARCA.
           MOVE "UNIZAR" TO CTX-ORIGEN.
           MOVE NUEVO-RCB-NUM TO CTX-SECUENCIA.
           MOVE NUM-GIRADOS TO CTX-NUM.
           COMPUTE CTX-IMPORTE-ENT = CENT-GIRADOS / 100.
           COMPUTE CTX-IMPORTE-DEC = FUNCTION MOD(CENT-GIRADOS, 100).
           WRITE CONTROL-TXT-REG.
           IF FSGC NOT = 00
               GO TO PSYS-ERR.
           CLOSE COBROS-DOM.
       CERRAR-FICHERO-COBROS-EXIT.
           EXIT.

           COPY "SIGUIENTE-CBA-NUM.cpy".
           COPY "SIGUIENTE-RCB-NUM.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE MANDATOSACR.
           CLOSE ACREEDORES.
           CLOSE COBROSACR.
           CLOSE COBROS-DOM.

           MOVE "BATCH-GC" TO ERROR-PROGRAMA.
           IF FSMQ NOT = 00
               MOVE FSMQ TO ERROR-FS
           ELSE
               IF FSAQ NOT = 00
                   MOVE FSAQ TO ERROR-FS
               ELSE
                   IF FSCZ NOT = 00
                       MOVE FSCZ TO ERROR-FS
                   ELSE
                       IF FSCO NOT = 00
                           MOVE FSCO TO ERROR-FS
                       ELSE
                           IF FSCL NOT = 00
                               MOVE FSCL TO ERROR-FS
                           ELSE
                               MOVE FSGC TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la generacion de cobros "
               "domiciliados. FSMQ=" FSMQ " FSCZ=" FSCZ
               " FSGC=" FSGC.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

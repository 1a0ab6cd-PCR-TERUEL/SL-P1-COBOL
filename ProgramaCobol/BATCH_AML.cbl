      * las tarjetas de cada cliente a traves de TTITULAR y su DNI;
      * el cliente cuyo efectivo entrante o saliente supera el
      * umbral parametrizado sale en amlefectivo.rpt con el detalle
      * de movimientos para el expediente de cumplimiento; cada
      * cliente reportado y cada ingreso de tercero identificado del
      * mes (amldepositos.rpt) abre ademas un expediente pendiente en
      * sospechas.ubd para el perfil de cumplimiento (BANK58), sin
      * aviso alguno al cliente
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "AMLEFECTIVO-SEL.cpy".
           COPY "AMLDEPOSITOS-SEL.cpy".
           COPY "SOSPECHAS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".

           COPY "ERRORES-SEL.cpy".

           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "AMLEFECTIVO-FD.cpy".
           COPY "AMLDEPOSITOS-FD.cpy".
           COPY "SOSPECHAS-FD.cpy".
           COPY "CONTADORES-FD.cpy".

           COPY "ERRORES-FD.cpy".

       77 FSC                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSAM                      PIC   X(2).
       77 FSAD                      PIC   X(2).
       77 FSBC                      PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "SOS-NUM-WS.cpy".

      * mes natural anterior al de la ejecucion
       77 ANO-CORTE                  PIC  9(4).
       77 CENT-UMBRAL                PIC S9(13).
       77 NUM-REPORTADOS             PIC  9(3) VALUE 0.

      * expediente de cumplimiento que se va a abrir
       77 FECHA-HOY-YMD              PIC  9(8).
       77 ORIGEN-NUEVO               PIC  X(8).
       77 CLI-COD-NUEVO              PIC  9(9).
       77 DNI-NUEVO                  PIC  X(9).
       77 NOMBRE-NUEVO               PIC  X(30).
       77 TARJETA-NUEVA              PIC  9(16).
       77 IMPORTE-ENT-NUEVO          PIC  9(11).
       77 IMPORTE-DEC-NUEVO          PIC  9(2).
       77 FECHA-HECHO-NUEVA          PIC  9(8).
       77 SOSPECHA-EXISTE            PIC  9(1).
       77 NUM-EXPEDIENTES            PIC  9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM AGREGAR-EFECTIVO THRU AGREGAR-EFECTIVO-EXIT.
           PERFORM MARCAR-SUPERADOS THRU MARCAR-SUPERADOS-EXIT.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM ABRIR-EXPEDIENTES THRU ABRIR-EXPEDIENTES-EXIT.
           PERFORM IMPORTAR-INGRESOS THRU IMPORTAR-INGRESOS-EXIT.
           DISPLAY "Informe AML de efectivo " AM-CORTE
               " escrito. Clientes reportados: " NUM-REPORTADOS.
           DISPLAY "Expedientes de cumplimiento abiertos: "
               NUM-EXPEDIENTES.
           STOP RUN.

       LEER-UMBRAL-AML.

           MOVE "CLIENTE" TO AML-TIPO-LINEA.
           MOVE CAM-DNI (INDICE-CAM) TO AML-DNI.
           MOVE 0 TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO AML-TARJETA.
           MOVE 0 TO AML-MOV-TIPO.
           COMPUTE AML-IMPORTE-ENT =
               (CAM-CENT-ENTRADA (INDICE-CAM)

           MOVE "DETALLE" TO AML-TIPO-LINEA.
           MOVE CAM-DNI (INDICE-CAM) TO AML-DNI.
           MOVE MOV-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO AML-TARJETA.
           MOVE MOV-TIPO TO AML-MOV-TIPO.
           COMPUTE AML-IMPORTE-ENT = MOV-IMPORTE.
           COMPUTE AML-IMPORTE-DEC =
       RESOLVER-CLIENTE-DET-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * expedientes de cumplimiento: uno por cliente que supera el
      * umbral en el mes y otro por cada ingreso de tercero
      * identificado en el mes; una segunda ejecucion sobre el
      * mismo mes no los duplica
      *----------------------------------------------------------*
       ABRIR-EXPEDIENTES.
           MOVE 0 TO INDICE-CAM.

       ABRIR-EXPEDIENTES-LOOP.
           ADD 1 TO INDICE-CAM.
           IF INDICE-CAM > NUM-CLIENTES-AML
               GO TO ABRIR-EXPEDIENTES-EXIT.
           IF CAM-SUPERA (INDICE-CAM) = 0
               GO TO ABRIR-EXPEDIENTES-LOOP.

           MOVE "EFECTIVO" TO ORIGEN-NUEVO.
           MOVE CAM-CLI-COD (INDICE-CAM) TO CLI-COD-NUEVO.
           MOVE CAM-DNI (INDICE-CAM) TO DNI-NUEVO.
           MOVE SPACES TO NOMBRE-NUEVO.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE CLI-COD-NUEVO TO CLI-COD.
           READ CLIENTES INVALID KEY
               MOVE SPACES TO CLI-NOMBRE
               MOVE SPACES TO CLI-APELLIDOS.
           STRING CLI-NOMBRE DELIMITED BY "  "
               " " DELIMITED BY SIZE
               CLI-APELLIDOS DELIMITED BY SIZE
               INTO NOMBRE-NUEVO.
           CLOSE CLIENTES.
           MOVE 0 TO TARJETA-NUEVA.
           COMPUTE IMPORTE-ENT-NUEVO =
               (CAM-CENT-ENTRADA (INDICE-CAM)
                + CAM-CENT-SALIDA (INDICE-CAM)) / 100.
           COMPUTE IMPORTE-DEC-NUEVO = FUNCTION MOD(
               CAM-CENT-ENTRADA (INDICE-CAM)
               + CAM-CENT-SALIDA (INDICE-CAM), 100).
           COMPUTE FECHA-HECHO-NUEVA = AM-CORTE * 100.
           PERFORM CREAR-SOSPECHA THRU CREAR-SOSPECHA-EXIT.
           GO TO ABRIR-EXPEDIENTES-LOOP.
       ABRIR-EXPEDIENTES-EXIT.
           EXIT.

       IMPORTAR-INGRESOS.
           OPEN INPUT AMLDEPOSITOS.
           IF FSAD = 35
               GO TO IMPORTAR-INGRESOS-EXIT.
           IF FSAD NOT = 00
               GO TO PSYS-ERR.

       IMPORTAR-INGRESOS-LEER.
           READ AMLDEPOSITOS AT END GO TO IMPORTAR-INGRESOS-CERRAR.
           IF AMD-FECHA (1:6) NOT = AM-CORTE
               GO TO IMPORTAR-INGRESOS-LEER.
           MOVE "INGRESO" TO ORIGEN-NUEVO.
           MOVE 0 TO CLI-COD-NUEVO.
           MOVE AMD-DNI-PAGADOR TO DNI-NUEVO.
           MOVE AMD-NOMBRE-PAGADOR TO NOMBRE-NUEVO.
           MOVE AMD-TARJETA-DESTINO TO TARJETA-NUEVA.
           MOVE AMD-IMPORTE-ENT TO IMPORTE-ENT-NUEVO.
           MOVE AMD-IMPORTE-DEC TO IMPORTE-DEC-NUEVO.
           MOVE AMD-FECHA TO FECHA-HECHO-NUEVA.
           PERFORM CREAR-SOSPECHA THRU CREAR-SOSPECHA-EXIT.
           GO TO IMPORTAR-INGRESOS-LEER.

       IMPORTAR-INGRESOS-CERRAR.
           CLOSE AMLDEPOSITOS.
       IMPORTAR-INGRESOS-EXIT.
           EXIT.

       CREAR-SOSPECHA.
           PERFORM BUSCAR-SOSPECHA THRU BUSCAR-SOSPECHA-EXIT.
           IF SOSPECHA-EXISTE = 1
               GO TO CREAR-SOSPECHA-EXIT.
           PERFORM SIGUIENTE-SOS-NUM THRU SIGUIENTE-SOS-NUM-EXIT.
           OPEN I-O SOSPECHAS.
           IF FSBC = 35
               OPEN OUTPUT SOSPECHAS
           END-IF.
           IF FSBC NOT = 00
               GO TO PSYS-ERR.
           MOVE NUEVO-SOS-NUM TO SOS-NUM.
           MOVE ORIGEN-NUEVO TO SOS-ORIGEN.
           MOVE CLI-COD-NUEVO TO SOS-CLI-COD.
           MOVE DNI-NUEVO TO SOS-DNI.
           MOVE NOMBRE-NUEVO TO SOS-NOMBRE.
           MOVE TARJETA-NUEVA TO SOS-TARJETA.
           MOVE IMPORTE-ENT-NUEVO TO SOS-IMPORTE-ENT.
           MOVE IMPORTE-DEC-NUEVO TO SOS-IMPORTE-DEC.
           MOVE FECHA-HECHO-NUEVA TO SOS-FECHA-HECHO.
           MOVE FECHA-HOY-YMD TO SOS-FECHA-ALTA.
           MOVE 0 TO SOS-ESTADO.
           MOVE 0 TO SOS-ANALISTA.
           MOVE SPACES TO SOS-NOTAS.
           MOVE 0 TO SOS-FECHA-DECISION.
           MOVE 0 TO SOS-NUM-COMUNICACION.
           MOVE 0 TO SOS-FECHA-COMUNICACION.
           WRITE SOSPECHA-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE SOSPECHAS.
           ADD 1 TO NUM-EXPEDIENTES.
       CREAR-SOSPECHA-EXIT.
           EXIT.

      * el mismo hecho ya tiene expediente (reejecucion del mes)
       BUSCAR-SOSPECHA.
           MOVE 0 TO SOSPECHA-EXISTE.
           OPEN INPUT SOSPECHAS.
           IF FSBC = 35
               GO TO BUSCAR-SOSPECHA-EXIT.
           IF FSBC NOT = 00
               GO TO PSYS-ERR.

       BUSCAR-SOSPECHA-LEER.
           READ SOSPECHAS NEXT RECORD
               AT END GO TO BUSCAR-SOSPECHA-CERRAR.
           IF SOS-ORIGEN = ORIGEN-NUEVO
                   AND SOS-DNI = DNI-NUEVO
                   AND SOS-TARJETA = TARJETA-NUEVA
                   AND SOS-FECHA-HECHO = FECHA-HECHO-NUEVA
                   AND SOS-IMPORTE-ENT = IMPORTE-ENT-NUEVO
                   AND SOS-IMPORTE-DEC = IMPORTE-DEC-NUEVO
               MOVE 1 TO SOSPECHA-EXISTE
               GO TO BUSCAR-SOSPECHA-CERRAR.
           GO TO BUSCAR-SOSPECHA-LEER.

       BUSCAR-SOSPECHA-CERRAR.
           CLOSE SOSPECHAS.
       BUSCAR-SOSPECHA-EXIT.
           EXIT.

           COPY "SIGUIENTE-SOS-NUM.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE CLIENTES.
           CLOSE PARAMETROS.
           CLOSE AML-RPT.
           CLOSE AMLDEPOSITOS.
           CLOSE SOSPECHAS.

           MOVE "BATCH-AM" TO ERROR-PROGRAMA.
           IF FSM NOT = 00
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSC NOT = 00
                       MOVE FSC TO ERROR-FS
                   ELSE
                       IF FSAD NOT = 00
                           MOVE FSAD TO ERROR-FS
                       ELSE
                           IF FSBC NOT = 00
                               MOVE FSBC TO ERROR-FS
                           ELSE
                               MOVE FSCO TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el informe AML de "
               "efectivo. FSM=" FSM " FST=" FST " FSC=" FSC
               " FSBC=" FSBC.
           STOP RUN.

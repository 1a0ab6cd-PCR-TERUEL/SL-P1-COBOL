      * circuito con el bureau de personalizacion de plasticos:
      * emite en embosado.txt la orden de cada tarjeta de
      * renovacion aun sin enviar (numero, nombre del titular desde
      * clientes.ubd y caducidad) -- primero, y marcadas urgentes,
      * las reposiciones de tarjetas perdidas o robadas --, carga
      * el fichero de estado del bureau (emboconf.txt) marcando
      * las expedidas -- que es lo que desbloquea la activacion en
      * BANK1 -- y escribe el
      * informe de envejecimiento embosaging.rpt con las tarjetas
      * atascadas en produccion
       ENVIRONMENT DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEG.

           COPY "PANCLARO-SEL.cpy".
           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embosado.txt".
       01 EMBOSADO-REG.
           02 EMB-TARJETA              PIC X(16).
           02 FILLER                   PIC X(01) VALUE ";".
           02 EMB-NOMBRE               PIC X(30).
           02 FILLER                   PIC X(01) VALUE ";".
           02 EMB-APELLIDOS            PIC X(30).
           02 FILLER                   PIC X(01) VALUE ";".
           02 EMB-CADUCIDAD            PIC 9(08).
           02 FILLER                   PIC X(01) VALUE ";".
      * U = urgente (reposicion por perdida o robo), N = normal
           02 EMB-PRIORIDAD            PIC X(01).

      * estado devuelto por el bureau: 1 = expedida, 2 = incidencia
       FD EMBOCONF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embosaging.rpt".
       01 EMBOSAGING-REG.
           02 EAG-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 EAG-FECHA-EMISION        PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * SIN ENVIAR u ORDENADA (enviada y sin expedir)
           02 EAG-SITUACION            PIC X(10).

           COPY "PANCLARO-FD.cpy".
           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSEC                      PIC   X(2).
       77 FSEG                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 DIAS-EN-PRODUCCION         PIC S9(9).
       77 NUM-ORDENADAS              PIC  9(5) VALUE 0.
       77 NUM-EXPEDIDAS              PIC  9(5) VALUE 0.
       77 NUM-ATASCADAS              PIC  9(5) VALUE 0.
      * 1 = pasada de reposiciones urgentes, 2 = de renovaciones
       77 PASADA-ORDENES             PIC  9(1) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.

      *----------------------------------------------------------*
      * ordenes nuevas: una linea por renovacion sin enviar, con
      * el nombre del titular del maestro de clientes; una primera
      * pasada saca las reposiciones urgentes al principio del
      * fichero para que el bureau las produzca antes
      *----------------------------------------------------------*
       EMITIR-ORDENES.
           OPEN OUTPUT EMBOSADO.
           IF FSEB NOT = 00
               GO TO PSYS-ERR.
           MOVE "BATCH-EM" TO PAN-PROGRAMA.
           MOVE "embosado.txt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE 1 TO PASADA-ORDENES.

       EMITIR-ORDENES-PASADA.
           OPEN I-O RENOVACIONES.
           IF FSRN = 35
               CLOSE EMBOSADO

       EMITIR-ORDENES-LEER.
           READ RENOVACIONES NEXT RECORD
               AT END GO TO EMITIR-ORDENES-FIN-PASADA.
           IF NOT RENOVACION-PENDIENTE
               GO TO EMITIR-ORDENES-LEER.
           IF REN-ENVIADA-BURO NOT = 0
               GO TO EMITIR-ORDENES-LEER.
           IF PASADA-ORDENES = 1 AND NOT EMISION-REPOSICION
               GO TO EMITIR-ORDENES-LEER.
           IF PASADA-ORDENES = 2 AND EMISION-REPOSICION
               GO TO EMITIR-ORDENES-LEER.

           MOVE REN-TARJETA-NUEVA TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO EMB-TARJETA.
           MOVE SPACES TO EMB-NOMBRE.
           MOVE SPACES TO EMB-APELLIDOS.
           MOVE 0 TO EMB-CADUCIDAD.
           PERFORM RESOLVER-TITULAR-EMB
               THRU RESOLVER-TITULAR-EMB-EXIT.
           IF EMISION-REPOSICION
               MOVE "U" TO EMB-PRIORIDAD
           ELSE
               MOVE "N" TO EMB-PRIORIDAD.
           WRITE EMBOSADO-REG.
           ADD 1 TO NUM-ORDENADAS.

           REWRITE RENOVACION-REG INVALID KEY GO TO PSYS-ERR.
           GO TO EMITIR-ORDENES-LEER.

       EMITIR-ORDENES-FIN-PASADA.
           CLOSE RENOVACIONES.
           IF PASADA-ORDENES = 1
               MOVE 2 TO PASADA-ORDENES
               GO TO EMITIR-ORDENES-PASADA.

       EMITIR-ORDENES-CERRAR.
           CLOSE EMBOSADO.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
      * sin importes: el control es el numero de plasticos
           MOVE "EMBOSADO" TO ENVIO-DESTINATARIO.
           MOVE "embosado.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-EM" TO ENVIO-PROGRAMA.
           MOVE NUM-ORDENADAS TO ENVIO-REGISTROS.
           MOVE NUM-ORDENADAS TO ENVIO-TOTAL-CONTROL.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       EMITIR-ORDENES-EXIT.
           EXIT.

           IF REN-EMBOSADA = 1
               GO TO INFORMAR-ENVEJECIMIENTO-LEER.

           MOVE REN-TARJETA-NUEVA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EAG-TARJETA.
           MOVE REN-FECHA-EMISION TO EAG-FECHA-EMISION.
           COMPUTE DIAS-EN-PRODUCCION =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
       INFORMAR-ENVEJECIMIENTO-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
                   MOVE FST TO ERROR-FS
               ELSE
                   MOVE FSEB TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el circuito de "

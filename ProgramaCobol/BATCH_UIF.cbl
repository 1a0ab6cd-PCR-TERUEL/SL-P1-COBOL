       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-UIF.
      * envio formal a la unidad de inteligencia financiera de las
      * operaciones sospechosas, a peticion de cumplimiento: cada
      * expediente de sospechas.ubd que el analista decidio comunicar
      * en BANK58 recibe el siguiente numero correlativo de
      * comunicacion (contador 23) y sale como linea DETALLE de
      * uifcomunicacion.txt, entre una CABECERA y un TOTAL de control
      * con el primer y el ultimo numero del envio; el expediente
      * queda comunicado con su numero y fecha; si no hay nada que
      * comunicar el fichero del envio anterior no se toca
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "SOSPECHAS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".

           SELECT UIF-ENVIO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSUI.

           COPY "PANCLARO-SEL.cpy".
           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "SOSPECHAS-FD.cpy".
           COPY "CONTADORES-FD.cpy".

       FD UIF-ENVIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "uifcomunicacion.txt".
       01 UIF-ENVIO-REG                PIC X(205).

           COPY "PANCLARO-FD.cpy".
           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSBC                      PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSUI                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "UIF-NUM-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 NUM-PENDIENTES             PIC  9(7) VALUE 0.
       77 NUM-COMUNICADAS            PIC  9(7) VALUE 0.
       77 PRIMER-NUM-ENVIO           PIC  9(9) VALUE 0.
       77 CENT-SOSPECHA              PIC  9(13).
       77 CENT-TOTAL-ENVIO           PIC  9(15) VALUE 0.

      * trazado del envio, columnas fijas separadas por ";": una
      * linea DETALLE por comunicacion entre la CABECERA y el TOTAL
       01 UIF-DETALLE.
           02 UIF-TIPO-LINEA           PIC X(08) VALUE "DETALLE".
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-NUM-COMUNICACION     PIC 9(09).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-FECHA-ENVIO          PIC 9(08).
           02 FILLER                   PIC X(01) VALUE ";".
      * EFECTIVO o INGRESO, como SOS-ORIGEN
           02 UIF-ORIGEN               PIC X(08).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-DNI                  PIC X(09).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-NOMBRE               PIC X(30).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-TARJETA              PIC X(16).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-IMPORTE-ENT          PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 UIF-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-FECHA-HECHO          PIC 9(08).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-FECHA-DECISION       PIC 9(08).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-ANALISTA             PIC X(16).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIF-NOTAS                PIC X(60).

       01 UIF-CONTROL.
           02 UIC-TIPO-LINEA           PIC X(08).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIC-FECHA                PIC 9(08).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIC-COMUNICACIONES       PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIC-PRIMER-NUM           PIC 9(09).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIC-ULTIMO-NUM           PIC 9(09).
           02 FILLER                   PIC X(01) VALUE ";".
           02 UIC-TOTAL-ENT            PIC 9(13).
           02 FILLER                   PIC X(01) VALUE ",".
           02 UIC-TOTAL-DEC            PIC 9(02).
           02 FILLER                   PIC X(143) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM CONTAR-PENDIENTES THRU CONTAR-PENDIENTES-EXIT.
           IF NUM-PENDIENTES = 0
               DISPLAY "Sin comunicaciones pendientes para la UIF"
               GOBACK.

           PERFORM ESCRIBIR-ENVIO THRU ESCRIBIR-ENVIO-EXIT.
           DISPLAY "Envio a la UIF escrito. Comunicaciones: "
               NUM-COMUNICADAS " (" PRIMER-NUM-ENVIO " a "
               NUEVO-UIF-NUM ")".
           GOBACK.

       CONTAR-PENDIENTES.
           OPEN INPUT SOSPECHAS.
           IF FSBC = 35
               GO TO CONTAR-PENDIENTES-EXIT.
           IF FSBC NOT = 00
               GO TO PSYS-ERR.

       CONTAR-PENDIENTES-LEER.
           READ SOSPECHAS NEXT RECORD
               AT END GO TO CONTAR-PENDIENTES-CERRAR.
           IF SOSPECHA-A-COMUNICAR
               ADD 1 TO NUM-PENDIENTES.
           GO TO CONTAR-PENDIENTES-LEER.

       CONTAR-PENDIENTES-CERRAR.
           CLOSE SOSPECHAS.
       CONTAR-PENDIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una pasada por sospechas.ubd: cada expediente a comunicar
      * se numera, se escribe y se marca comunicado
      *----------------------------------------------------------*
       ESCRIBIR-ENVIO.
           OPEN OUTPUT UIF-ENVIO.
           IF FSUI NOT = 00
               GO TO PSYS-ERR.
           MOVE "BATCH-UI" TO PAN-PROGRAMA.
           MOVE "uifcomunicacion.txt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.
           MOVE "CABECERA" TO UIC-TIPO-LINEA.
           MOVE FECHA-HOY-YMD TO UIC-FECHA.
           MOVE NUM-PENDIENTES TO UIC-COMUNICACIONES.
           MOVE 0 TO UIC-PRIMER-NUM.
           MOVE 0 TO UIC-ULTIMO-NUM.
           MOVE 0 TO UIC-TOTAL-ENT.
           MOVE 0 TO UIC-TOTAL-DEC.
           MOVE UIF-CONTROL TO UIF-ENVIO-REG.
           WRITE UIF-ENVIO-REG.

           OPEN I-O SOSPECHAS.
           IF FSBC NOT = 00
               GO TO PSYS-ERR.

       ESCRIBIR-ENVIO-LEER.
           READ SOSPECHAS NEXT RECORD
               AT END GO TO ESCRIBIR-ENVIO-TOTAL.
           IF NOT SOSPECHA-A-COMUNICAR
               GO TO ESCRIBIR-ENVIO-LEER.

           PERFORM SIGUIENTE-UIF-NUM THRU SIGUIENTE-UIF-NUM-EXIT.
           IF PRIMER-NUM-ENVIO = 0
               MOVE NUEVO-UIF-NUM TO PRIMER-NUM-ENVIO.

           MOVE NUEVO-UIF-NUM TO UIF-NUM-COMUNICACION.
           MOVE FECHA-HOY-YMD TO UIF-FECHA-ENVIO.
           MOVE SOS-ORIGEN TO UIF-ORIGEN.
           MOVE SOS-DNI TO UIF-DNI.
           MOVE SOS-NOMBRE TO UIF-NOMBRE.
           MOVE SOS-TARJETA TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO UIF-TARJETA.
           MOVE SOS-IMPORTE-ENT TO UIF-IMPORTE-ENT.
           MOVE SOS-IMPORTE-DEC TO UIF-IMPORTE-DEC.
           MOVE SOS-FECHA-HECHO TO UIF-FECHA-HECHO.
           MOVE SOS-FECHA-DECISION TO UIF-FECHA-DECISION.
           MOVE SOS-ANALISTA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO UIF-ANALISTA.
           MOVE SOS-NOTAS TO UIF-NOTAS.
           MOVE UIF-DETALLE TO UIF-ENVIO-REG.
           WRITE UIF-ENVIO-REG.

           COMPUTE CENT-SOSPECHA =
               (SOS-IMPORTE-ENT * 100) + SOS-IMPORTE-DEC.
           ADD CENT-SOSPECHA TO CENT-TOTAL-ENVIO.
           ADD 1 TO NUM-COMUNICADAS.

           MOVE NUEVO-UIF-NUM TO SOS-NUM-COMUNICACION.
           MOVE FECHA-HOY-YMD TO SOS-FECHA-COMUNICACION.
           MOVE 4 TO SOS-ESTADO.
           REWRITE SOSPECHA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO ESCRIBIR-ENVIO-LEER.

       ESCRIBIR-ENVIO-TOTAL.
           CLOSE SOSPECHAS.
           MOVE "TOTAL" TO UIC-TIPO-LINEA.
           MOVE FECHA-HOY-YMD TO UIC-FECHA.
           MOVE NUM-COMUNICADAS TO UIC-COMUNICACIONES.
           MOVE PRIMER-NUM-ENVIO TO UIC-PRIMER-NUM.
           MOVE NUEVO-UIF-NUM TO UIC-ULTIMO-NUM.
           COMPUTE UIC-TOTAL-ENT = CENT-TOTAL-ENVIO / 100.
           COMPUTE UIC-TOTAL-DEC = FUNCTION MOD(CENT-TOTAL-ENVIO, 100).
           MOVE UIF-CONTROL TO UIF-ENVIO-REG.
           WRITE UIF-ENVIO-REG.
           CLOSE UIF-ENVIO.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
           MOVE "UIF" TO ENVIO-DESTINATARIO.
           MOVE "uifcomunicacion.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-UI" TO ENVIO-PROGRAMA.
           MOVE NUM-COMUNICADAS TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-TOTAL-ENVIO / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       ESCRIBIR-ENVIO-EXIT.
           EXIT.

           COPY "SIGUIENTE-UIF-NUM.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE SOSPECHAS.
           CLOSE UIF-ENVIO.

           MOVE "BATCH-UI" TO ERROR-PROGRAMA.
           IF FSBC NOT = 00
               MOVE FSBC TO ERROR-FS
           ELSE
               IF FSCO NOT = 00
                   MOVE FSCO TO ERROR-FS
               ELSE
                   MOVE FSUI TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el envio a la UIF. FSBC="
               FSBC " FSCO=" FSCO " FSUI=" FSUI.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

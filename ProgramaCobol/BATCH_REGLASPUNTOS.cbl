       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-REGLASPUNTOS.
      * carga de la tabla de puntos de fidelizacion: vuelca
      * reglaspuntos.txt sobre reglaspuntos.ubd (alta de tipos de
      * movimiento nuevos y actualizacion de los existentes), igual
      * que la carga del tarifario. Una linea con tasa cero da de
      * baja el tipo; los extornos (tipo 20) nunca generan puntos
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "REGLASPUNTOS-SEL.cpy".

           SELECT REGLASPUNTOS-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRT.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "REGLASPUNTOS-FD.cpy".

      * una linea por tipo de movimiento: codigo MOV-TIPO y puntos
      * por euro (parte entera y decimales), en columnas fijas
       FD REGLASPUNTOS-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reglaspuntos.txt".
       01 REGLA-PUNTOS-TXT-REG.
           02 RTX-MOV-TIPO             PIC 9(2).
           02 FILLER                   PIC X(1).
           02 RTX-PUNTOS-ENT           PIC 9(3).
           02 FILLER                   PIC X(1).
           02 RTX-PUNTOS-DEC           PIC 9(2).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSRJ                      PIC   X(2).
       77 FSRT                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 NUM-LEIDAS                 PIC  9(4) VALUE 0.
       77 NUM-CARGADAS               PIC  9(4) VALUE 0.
       77 NUM-BAJAS                  PIC  9(4) VALUE 0.
       77 NUM-RECHAZADAS             PIC  9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-REGLAS THRU CARGAR-REGLAS-EXIT.
           DISPLAY "Carga de reglas de puntos completada. Leidas: "
               NUM-LEIDAS " Cargadas: " NUM-CARGADAS
               " Bajas: " NUM-BAJAS
               " Rechazadas: " NUM-RECHAZADAS.
           STOP RUN.

       CARGAR-REGLAS.
           OPEN INPUT REGLASPUNTOS-TXT.
           IF FSRT = 35
               DISPLAY "AVISO: no hay fichero reglaspuntos.txt que "
                   "cargar"
               GO TO CARGAR-REGLAS-EXIT.
           IF FSRT NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O REGLASPUNTOS.
           IF FSRJ = 35
               OPEN OUTPUT REGLASPUNTOS
           END-IF.
           IF FSRJ NOT = 00
               GO TO PSYS-ERR.

       CARGAR-REGLAS-LEER.
           READ REGLASPUNTOS-TXT AT END GO TO CARGAR-REGLAS-CERRAR.
           ADD 1 TO NUM-LEIDAS.
           IF RTX-MOV-TIPO NOT NUMERIC
                   OR RTX-PUNTOS-ENT NOT NUMERIC
                   OR RTX-PUNTOS-DEC NOT NUMERIC
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-REGLAS-LEER.
           IF RTX-MOV-TIPO = 0 OR RTX-MOV-TIPO = 20
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-REGLAS-LEER.

           MOVE RTX-MOV-TIPO TO RPT-MOV-TIPO.
           IF RTX-PUNTOS-ENT = 0 AND RTX-PUNTOS-DEC = 0
               GO TO CARGAR-REGLAS-BAJA.
           READ REGLASPUNTOS INVALID KEY GO TO CARGAR-REGLAS-NUEVA.
           COMPUTE RPT-PUNTOS-EURO =
               RTX-PUNTOS-ENT + (RTX-PUNTOS-DEC / 100).
           REWRITE REGLA-PUNTOS-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-REGLAS-LEER.

       CARGAR-REGLAS-NUEVA.
           MOVE RTX-MOV-TIPO TO RPT-MOV-TIPO.
           COMPUTE RPT-PUNTOS-EURO =
               RTX-PUNTOS-ENT + (RTX-PUNTOS-DEC / 100).
           WRITE REGLA-PUNTOS-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-REGLAS-LEER.

       CARGAR-REGLAS-BAJA.
           DELETE REGLASPUNTOS RECORD
               INVALID KEY GO TO CARGAR-REGLAS-LEER.
           ADD 1 TO NUM-BAJAS.
           GO TO CARGAR-REGLAS-LEER.

       CARGAR-REGLAS-CERRAR.
           CLOSE REGLASPUNTOS-TXT.
           CLOSE REGLASPUNTOS.
       CARGAR-REGLAS-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE REGLASPUNTOS-TXT.
           CLOSE REGLASPUNTOS.

           MOVE "BATCH-RP" TO ERROR-PROGRAMA.
           IF FSRJ NOT = 00
               MOVE FSRJ TO ERROR-FS
           ELSE
               MOVE FSRT TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "carga de reglas de puntos. FSRJ=" FSRJ " FSRT=" FSRT.
           STOP RUN.

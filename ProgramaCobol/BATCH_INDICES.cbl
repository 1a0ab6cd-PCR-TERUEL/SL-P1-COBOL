       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-INDICES.
      * carga diaria de los indices de referencia de los prestamos a
      * tipo variable: vuelca indices.txt sobre indices.ubd (alta de
      * indices nuevos y actualizacion de los existentes) con la
      * fecha de hoy, igual que la carga de tipos de cambio
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "INDICES-SEL.cpy".

           SELECT INDICES-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSIY.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "INDICES-FD.cpy".

      * una linea por indice: codigo, nombre, signo (+ o -) y valor
      * en porcentaje (parte entera y tres decimales)
       FD INDICES-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "indices.txt".
       01 INDICE-TXT-REG.
           02 ITX-CODIGO               PIC 9(2).
           02 FILLER                   PIC X(1).
           02 ITX-NOMBRE               PIC X(15).
           02 FILLER                   PIC X(1).
           02 ITX-SIGNO                PIC X(1).
           02 ITX-TASA-ENT             PIC 9(2).
           02 FILLER                   PIC X(1).
           02 ITX-TASA-DEC             PIC 9(3).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSIX                      PIC   X(2).
       77 FSIY                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 NUM-LEIDAS                 PIC  9(4) VALUE 0.
       77 NUM-CARGADAS               PIC  9(4) VALUE 0.
       77 NUM-RECHAZADAS             PIC  9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM CARGAR-INDICES THRU CARGAR-INDICES-EXIT.
           DISPLAY "Carga de indices de referencia completada. "
               "Leidas: " NUM-LEIDAS " Cargadas: " NUM-CARGADAS
               " Rechazadas: " NUM-RECHAZADAS.
           STOP RUN.

       CARGAR-INDICES.
           OPEN INPUT INDICES-TXT.
           IF FSIY = 35
               DISPLAY "AVISO: no hay fichero indices.txt que cargar"
               GO TO CARGAR-INDICES-EXIT.
           IF FSIY NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O INDICES.
           IF FSIX = 35
               OPEN OUTPUT INDICES
           END-IF.
           IF FSIX NOT = 00
               GO TO PSYS-ERR.

       CARGAR-INDICES-LEER.
           READ INDICES-TXT AT END GO TO CARGAR-INDICES-CERRAR.
           ADD 1 TO NUM-LEIDAS.
           IF ITX-CODIGO NOT NUMERIC OR ITX-CODIGO = 0
                   OR ITX-TASA-ENT NOT NUMERIC
                   OR ITX-TASA-DEC NOT NUMERIC
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-INDICES-LEER.
           IF ITX-SIGNO NOT = "+" AND ITX-SIGNO NOT = "-"
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-INDICES-LEER.

           MOVE ITX-CODIGO TO IDX-CODIGO.
           READ INDICES INVALID KEY GO TO CARGAR-INDICES-NUEVO.
           PERFORM CARGAR-INDICES-DATOS.
           REWRITE INDICE-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-INDICES-LEER.

       CARGAR-INDICES-NUEVO.
           MOVE ITX-CODIGO TO IDX-CODIGO.
           PERFORM CARGAR-INDICES-DATOS.
           WRITE INDICE-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-INDICES-LEER.

       CARGAR-INDICES-CERRAR.
           CLOSE INDICES-TXT.
           CLOSE INDICES.
       CARGAR-INDICES-EXIT.
           EXIT.

       CARGAR-INDICES-DATOS.
           MOVE ITX-NOMBRE TO IDX-NOMBRE.
           COMPUTE IDX-TASA = ITX-TASA-ENT + (ITX-TASA-DEC / 1000).
           IF ITX-SIGNO = "-"
               COMPUTE IDX-TASA = 0 - IDX-TASA.
           MOVE FECHA-HOY-YMD TO IDX-FECHA.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE INDICES-TXT.
           CLOSE INDICES.

           MOVE "BATCH-IX" TO ERROR-PROGRAMA.
           IF FSIX NOT = 00
               MOVE FSIX TO ERROR-FS
           ELSE
               MOVE FSIY TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "carga de indices de referencia. FSIX=" FSIX
               " FSIY=" FSIY.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-COMERCIOS.
      * carga del maestro de comercios con terminal punto de venta:
      * vuelca comercios.txt sobre comercios.ubd (alta, actualizacion
      * y baja por estado), igual que las cargas de emisores y
      * operadoras
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "COMERCIOS-SEL.cpy".

           SELECT COMERCIOS-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCX.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "COMERCIOS-FD.cpy".

       FD COMERCIOS-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "comercios.txt".
       01 COMERCIO-TXT-REG.
           02 CMT-CODIGO               PIC 9(8).
           02 FILLER                   PIC X(1).
           02 CMT-NOMBRE               PIC X(30).
           02 FILLER                   PIC X(1).
           02 CMT-CATEGORIA            PIC 9(4).
           02 FILLER                   PIC X(1).
           02 CMT-ADQUIRENTE           PIC 9(4).
           02 FILLER                   PIC X(1).
           02 CMT-ESTADO               PIC 9(1).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSCY                      PIC   X(2).
       77 FSCX                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 NUM-LEIDOS                 PIC  9(6) VALUE 0.
       77 NUM-CARGADOS               PIC  9(6) VALUE 0.
       77 NUM-RECHAZADOS             PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-COMERCIOS THRU CARGAR-COMERCIOS-EXIT.
           DISPLAY "Carga de comercios completada. Leidos: "
               NUM-LEIDOS " Cargados: " NUM-CARGADOS
               " Rechazados: " NUM-RECHAZADOS.
           STOP RUN.

       CARGAR-COMERCIOS.
           OPEN INPUT COMERCIOS-TXT.
           IF FSCX = 35
               DISPLAY "AVISO: no hay fichero comercios.txt que cargar"
               GO TO CARGAR-COMERCIOS-EXIT.
           IF FSCX NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O COMERCIOS.
           IF FSCY = 35
               OPEN OUTPUT COMERCIOS
           END-IF.
           IF FSCY NOT = 00
               GO TO PSYS-ERR.

       CARGAR-COMERCIOS-LEER.
           READ COMERCIOS-TXT AT END GO TO CARGAR-COMERCIOS-CERRAR.
           ADD 1 TO NUM-LEIDOS.
           IF CMT-CODIGO = 0 OR CMT-ADQUIRENTE = 0
                   OR CMT-ESTADO > 1
               ADD 1 TO NUM-RECHAZADOS
               GO TO CARGAR-COMERCIOS-LEER.

           MOVE CMT-CODIGO TO COM-CODIGO.
           READ COMERCIOS INVALID KEY GO TO CARGAR-COMERCIOS-NUEVO.
           MOVE CMT-NOMBRE TO COM-NOMBRE.
           MOVE CMT-CATEGORIA TO COM-CATEGORIA.
           MOVE CMT-ADQUIRENTE TO COM-ADQUIRENTE.
           MOVE CMT-ESTADO TO COM-ESTADO.
           REWRITE COMERCIO-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-COMERCIOS-LEER.

       CARGAR-COMERCIOS-NUEVO.
           MOVE CMT-CODIGO TO COM-CODIGO.
           MOVE CMT-NOMBRE TO COM-NOMBRE.
           MOVE CMT-CATEGORIA TO COM-CATEGORIA.
           MOVE CMT-ADQUIRENTE TO COM-ADQUIRENTE.
           MOVE CMT-ESTADO TO COM-ESTADO.
           WRITE COMERCIO-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-COMERCIOS-LEER.

       CARGAR-COMERCIOS-CERRAR.
           CLOSE COMERCIOS-TXT.
           CLOSE COMERCIOS.
       CARGAR-COMERCIOS-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE COMERCIOS-TXT.
           CLOSE COMERCIOS.

           MOVE "BATCH-CZ" TO ERROR-PROGRAMA.
           IF FSCY NOT = 00
               MOVE FSCY TO ERROR-FS
           ELSE
               MOVE FSCX TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "carga de comercios. FSCY=" FSCY " FSCX=" FSCX.
           STOP RUN.

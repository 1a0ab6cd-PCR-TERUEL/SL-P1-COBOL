       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-BINES.
      * carga de la tabla de encaminamiento de la red de cajeros:
      * vuelca bines.txt (BIN, banco emisor, nombre y estado) sobre
      * bines.ubd (alta y actualizacion), igual que la carga de
      * emisores; un BIN que la red da de baja llega con estado 0 y
      * deja de atenderse en los cajeros
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "BINES-SEL.cpy".

           SELECT BINES-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSBT.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "BINES-FD.cpy".

       FD BINES-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "bines.txt".
       01 BIN-TXT-REG.
           02 BTX-PREFIJO              PIC 9(6).
           02 FILLER                   PIC X(1).
           02 BTX-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 BTX-NOMBRE               PIC X(30).
           02 FILLER                   PIC X(1).
           02 BTX-ESTADO               PIC 9(1).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSBJ                      PIC   X(2).
       77 FSBT                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 NUM-LEIDOS                 PIC  9(5) VALUE 0.
       77 NUM-CARGADOS               PIC  9(5) VALUE 0.
       77 NUM-RECHAZADOS             PIC  9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-BINES THRU CARGAR-BINES-EXIT.
           DISPLAY "Carga de BIN de la red completada. Leidos: "
               NUM-LEIDOS " Cargados: " NUM-CARGADOS
               " Rechazados: " NUM-RECHAZADOS.
           STOP RUN.

       CARGAR-BINES.
           OPEN INPUT BINES-TXT.
           IF FSBT = 35
               DISPLAY "AVISO: no hay fichero bines.txt que cargar"
               GO TO CARGAR-BINES-EXIT.
           IF FSBT NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O BINES.
           IF FSBJ = 35
               OPEN OUTPUT BINES
           END-IF.
           IF FSBJ NOT = 00
               GO TO PSYS-ERR.

       CARGAR-BINES-LEER.
           READ BINES-TXT AT END GO TO CARGAR-BINES-CERRAR.
           ADD 1 TO NUM-LEIDOS.
           IF BTX-PREFIJO NOT NUMERIC OR BTX-BANCO NOT NUMERIC
               ADD 1 TO NUM-RECHAZADOS
               GO TO CARGAR-BINES-LEER.
           IF BTX-PREFIJO = 0 OR BTX-BANCO = 0
                   OR BTX-ESTADO > 1
               ADD 1 TO NUM-RECHAZADOS
               GO TO CARGAR-BINES-LEER.

           MOVE BTX-PREFIJO TO BIN-PREFIJO.
           READ BINES INVALID KEY GO TO CARGAR-BINES-NUEVO.
           MOVE BTX-BANCO TO BIN-BANCO.
           MOVE BTX-NOMBRE TO BIN-NOMBRE.
           MOVE BTX-ESTADO TO BIN-ESTADO.
           REWRITE BIN-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-BINES-LEER.

       CARGAR-BINES-NUEVO.
           MOVE BTX-PREFIJO TO BIN-PREFIJO.
           MOVE BTX-BANCO TO BIN-BANCO.
           MOVE BTX-NOMBRE TO BIN-NOMBRE.
           MOVE BTX-ESTADO TO BIN-ESTADO.
           WRITE BIN-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-BINES-LEER.

       CARGAR-BINES-CERRAR.
           CLOSE BINES-TXT.
           CLOSE BINES.
       CARGAR-BINES-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE BINES-TXT.
           CLOSE BINES.

           MOVE "BATCH-BI" TO ERROR-PROGRAMA.
           IF FSBJ NOT = 00
               MOVE FSBJ TO ERROR-FS
           ELSE
               MOVE FSBT TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "carga de BIN de la red. FSBJ=" FSBJ " FSBT=" FSBT.
           STOP RUN.

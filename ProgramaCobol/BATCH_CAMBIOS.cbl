       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAMBIOS-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".

           SELECT CAMBIOS-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "CAMBIOS-FD.cpy".
           COPY "DIVISAS-FD.cpy".

      * fichero de carga diaria entregado por tesoreria: una linea
      * por divisa con su tasa (unidades por EUR) en texto plano
       WORKING-STORAGE SECTION.
       77 FSCB                      PIC   X(2).
       77 FSCT                      PIC   X(2).
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "DIVISAS-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 NUM-LEIDAS                 PIC  9(4) VALUE 0.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.
           PERFORM CARGAR-CAMBIOS THRU CARGAR-CAMBIOS-EXIT.
           DISPLAY "Carga de tipos de cambio completada. Leidas: "
               NUM-LEIDAS " Cargadas: " NUM-CARGADAS
           IF CTX-TASA-ENT = 0 AND CTX-TASA-DEC = 0
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-CAMBIOS-LEER.
      * solo se cargan tasas de divisas definidas en el maestro
           IF CTX-DIVISA > 20
               ADD 1 TO NUM-RECHAZADAS
               DISPLAY "AVISO: tasa de la divisa " CTX-DIVISA
                   " rechazada, no esta en el maestro de divisas"
               GO TO CARGAR-CAMBIOS-LEER.
           IF MDV-COD (CTX-DIVISA) = 0
               ADD 1 TO NUM-RECHAZADAS
               DISPLAY "AVISO: tasa de la divisa " CTX-DIVISA
                   " rechazada, no esta en el maestro de divisas"
               GO TO CARGAR-CAMBIOS-LEER.

           MOVE CTX-DIVISA TO CAM-DIVISA.
           READ CAMBIOS INVALID KEY GO TO CARGAR-CAMBIOS-NUEVA.
       CARGAR-CAMBIOS-EXIT.
           EXIT.

           COPY "CARGAR-DIVISAS.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE CAMBIOS-TXT.
           CLOSE CAMBIOS.
           CLOSE DIVISAS.

           MOVE "BATCH-CB" TO ERROR-PROGRAMA.
           IF FSCB NOT = 00
               MOVE FSCB TO ERROR-FS
           ELSE
               MOVE FSCT TO ERROR-FS.
           IF FSDM NOT = 00
               MOVE FSDM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "

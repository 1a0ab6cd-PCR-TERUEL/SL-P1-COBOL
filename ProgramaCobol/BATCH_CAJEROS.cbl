       PROGRAM-ID. BATCH-CAJEROS.
      * carga del maestro de terminales: vuelca cajeros.txt
      * (identificador, ubicacion, estado) sobre cajeros.ubd, igual
      * que las demas cargas de maestros; las altas y los cambios de
      * estado quedan en el historico estadoscajero.rpt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAJEROS-SEL.cpy".
           COPY "ESTADOS-CAJERO-SEL.cpy".

           SELECT CAJEROS-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
       DATA DIVISION.
       FILE SECTION.
           COPY "CAJEROS-FD.cpy".
           COPY "ESTADOS-CAJERO-FD.cpy".

       FD CAJEROS-TXT
           LABEL RECORD STANDARD
       WORKING-STORAGE SECTION.
       77 FSCJ                      PIC   X(2).
       77 FSCX                      PIC   X(2).
       77 FSEJ                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "ESTADO-CAJERO-WS.cpy".

       77 NUM-LEIDOS                 PIC  9(4) VALUE 0.
       77 NUM-CARGADOS               PIC  9(4) VALUE 0.
           MOVE CJX-ID TO CAJ-ID.
           READ CAJEROS INVALID KEY GO TO CARGAR-CAJEROS-NUEVO.
           MOVE CJX-UBICACION TO CAJ-UBICACION.
           IF CJX-ESTADO = CAJ-ESTADO
               REWRITE CAJERO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               ADD 1 TO NUM-CARGADOS
               GO TO CARGAR-CAJEROS-LEER.
           MOVE CJX-ESTADO TO CAJ-ESTADO.
           REWRITE CAJERO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "CARGA" TO ESTADO-CAJERO-ORIGEN.
           PERFORM REGISTRAR-ESTADO-CAJERO
               THRU REGISTRAR-ESTADO-CAJERO-EXIT.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-CAJEROS-LEER.

           MOVE CJX-ESTADO TO CAJ-ESTADO.
           MOVE 0 TO CAJ-INCIDENTES-SEGUIDOS.
           WRITE CAJERO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "CARGA" TO ESTADO-CAJERO-ORIGEN.
           PERFORM REGISTRAR-ESTADO-CAJERO
               THRU REGISTRAR-ESTADO-CAJERO-EXIT.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-CAJEROS-LEER.

       CARGAR-CAJEROS-EXIT.
           EXIT.

           COPY "REGISTRAR-ESTADO-CAJERO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-PROMOCIONES.
      * carga de las promociones del cajero: vuelca promociones.txt
      * sobre promociones.ubd, igual que las demas cargas de
      * maestros. Cada linea trae una promocion en un idioma; la
      * misma promocion en otro idioma va en otra linea con el mismo
      * numero (hasta tres idiomas), y los datos de vigencia y
      * publico de la ultima linea leida son los que quedan
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PROMOCIONES-SEL.cpy".

           SELECT PROMOCIONES-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPO.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PROMOCIONES-FD.cpy".

      * una linea por promocion e idioma, en columnas fijas: numero,
      * nombre, estado, inicio y fin (AAAAMMDD), terminal, producto,
      * segmento, saldo minimo, idioma, texto de pantalla y las dos
      * lineas de informacion ampliada
       FD PROMOCIONES-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "promociones.txt".
       01 PROMOCION-TXT-REG.
           02 PMX-NUM                  PIC 9(3).
           02 FILLER                   PIC X(1).
           02 PMX-NOMBRE               PIC X(30).
           02 FILLER                   PIC X(1).
           02 PMX-ESTADO               PIC 9(1).
           02 FILLER                   PIC X(1).
           02 PMX-FECHA-INICIO         PIC 9(8).
           02 FILLER                   PIC X(1).
           02 PMX-FECHA-FIN            PIC 9(8).
           02 FILLER                   PIC X(1).
           02 PMX-CAJERO               PIC 9(4).
           02 FILLER                   PIC X(1).
           02 PMX-PRODUCTO             PIC 9(2).
           02 FILLER                   PIC X(1).
           02 PMX-SEGMENTO             PIC 9(1).
           02 FILLER                   PIC X(1).
           02 PMX-SALDO-MINIMO         PIC 9(9).
           02 FILLER                   PIC X(1).
           02 PMX-IDIOMA               PIC X(2).
           02 FILLER                   PIC X(1).
           02 PMX-TEXTO                PIC X(45).
           02 FILLER                   PIC X(1).
           02 PMX-INFO-1               PIC X(45).
           02 FILLER                   PIC X(1).
           02 PMX-INFO-2               PIC X(45).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSPM                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 NUM-LEIDAS                 PIC  9(4) VALUE 0.
       77 NUM-CARGADAS               PIC  9(4) VALUE 0.
       77 NUM-RECHAZADAS             PIC  9(4) VALUE 0.
       77 INDICE-IDI                 PIC  9(1).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CARGAR-PROMOCIONES THRU CARGAR-PROMOCIONES-EXIT.
           DISPLAY "Carga de promociones completada. Leidas: "
               NUM-LEIDAS " Cargadas: " NUM-CARGADAS
               " Rechazadas: " NUM-RECHAZADAS.
           STOP RUN.

       CARGAR-PROMOCIONES.
           OPEN INPUT PROMOCIONES-TXT.
           IF FSPO = 35
               DISPLAY "AVISO: no hay fichero promociones.txt que "
                   "cargar"
               GO TO CARGAR-PROMOCIONES-EXIT.
           IF FSPO NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O PROMOCIONES.
           IF FSPM = 35
               OPEN OUTPUT PROMOCIONES
           END-IF.
           IF FSPM NOT = 00
               GO TO PSYS-ERR.

       CARGAR-PROMOCIONES-LEER.
           READ PROMOCIONES-TXT AT END
               GO TO CARGAR-PROMOCIONES-CERRAR.
           ADD 1 TO NUM-LEIDAS.
           IF PMX-NUM NOT NUMERIC OR PMX-NUM = 0
                   OR PMX-ESTADO NOT NUMERIC OR PMX-ESTADO > 1
                   OR PMX-FECHA-INICIO NOT NUMERIC
                   OR PMX-FECHA-FIN NOT NUMERIC
                   OR PMX-CAJERO NOT NUMERIC
                   OR PMX-PRODUCTO NOT NUMERIC
                   OR PMX-SEGMENTO NOT NUMERIC OR PMX-SEGMENTO > 3
                   OR PMX-SALDO-MINIMO NOT NUMERIC
                   OR PMX-IDIOMA = SPACES
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-PROMOCIONES-LEER.

           MOVE PMX-NUM TO PRM-NUM.
           READ PROMOCIONES INVALID KEY
               GO TO CARGAR-PROMOCIONES-NUEVA.
           PERFORM RELLENAR-PROMOCION THRU RELLENAR-PROMOCION-EXIT.
           IF INDICE-IDI = 0
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-PROMOCIONES-LEER.
           REWRITE PROMOCION-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-PROMOCIONES-LEER.

       CARGAR-PROMOCIONES-NUEVA.
           INITIALIZE PROMOCION-REG.
           MOVE PMX-NUM TO PRM-NUM.
           PERFORM RELLENAR-PROMOCION THRU RELLENAR-PROMOCION-EXIT.
           WRITE PROMOCION-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-PROMOCIONES-LEER.

       CARGAR-PROMOCIONES-CERRAR.
           CLOSE PROMOCIONES-TXT.
           CLOSE PROMOCIONES.
       CARGAR-PROMOCIONES-EXIT.
           EXIT.

      * datos comunes de la linea y sus textos en el hueco de su
      * idioma, o en el primero libre (INDICE-IDI a 0 si la
      * promocion ya tiene tres idiomas distintos)
       RELLENAR-PROMOCION.
           MOVE PMX-NOMBRE TO PRM-NOMBRE.
           MOVE PMX-ESTADO TO PRM-ESTADO.
           MOVE PMX-FECHA-INICIO TO PRM-FECHA-INICIO.
           MOVE PMX-FECHA-FIN TO PRM-FECHA-FIN.
           MOVE PMX-CAJERO TO PRM-CAJERO.
           MOVE PMX-PRODUCTO TO PRM-PRODUCTO.
           MOVE PMX-SEGMENTO TO PRM-SEGMENTO.
           MOVE PMX-SALDO-MINIMO TO PRM-SALDO-MINIMO.
           MOVE 0 TO INDICE-IDI.

       RELLENAR-PROMOCION-IDIOMA.
           ADD 1 TO INDICE-IDI.
           IF INDICE-IDI > 3
               GO TO RELLENAR-PROMOCION-LIBRE.
           IF PRM-IDIOMA (INDICE-IDI) = PMX-IDIOMA
               GO TO RELLENAR-PROMOCION-TEXTOS.
           GO TO RELLENAR-PROMOCION-IDIOMA.

       RELLENAR-PROMOCION-LIBRE.
           MOVE 0 TO INDICE-IDI.

       RELLENAR-PROMOCION-LIBRE-SIG.
           ADD 1 TO INDICE-IDI.
           IF INDICE-IDI > 3
               MOVE 0 TO INDICE-IDI
               GO TO RELLENAR-PROMOCION-EXIT.
           IF PRM-IDIOMA (INDICE-IDI) = SPACES
               GO TO RELLENAR-PROMOCION-TEXTOS.
           GO TO RELLENAR-PROMOCION-LIBRE-SIG.

       RELLENAR-PROMOCION-TEXTOS.
           MOVE PMX-IDIOMA TO PRM-IDIOMA (INDICE-IDI).
           MOVE PMX-TEXTO TO PRM-TEXTO (INDICE-IDI).
           MOVE PMX-INFO-1 TO PRM-INFO-1 (INDICE-IDI).
           MOVE PMX-INFO-2 TO PRM-INFO-2 (INDICE-IDI).
       RELLENAR-PROMOCION-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE PROMOCIONES-TXT.
           CLOSE PROMOCIONES.

           MOVE "BATCH-PO" TO ERROR-PROGRAMA.
           IF FSPM NOT = 00
               MOVE FSPM TO ERROR-FS
           ELSE
               MOVE FSPO TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la carga de promociones. "
               "FSPM=" FSPM " FSPO=" FSPO.
           STOP RUN.

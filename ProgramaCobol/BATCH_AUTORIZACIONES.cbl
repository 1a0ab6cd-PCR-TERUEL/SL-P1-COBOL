       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-AUTORIZACIONES.
      * autorizacion de compras en terminal punto de venta: lee las
      * peticiones que remiten los adquirentes (autpeticiones.txt),
      * comprueba el comercio, la tarjeta y el titular, y autoriza
      * contra el disponible (TSALDO menos TRETENIDO menos huchas,
      * mas el limite de la linea si es tarjeta de credito);
      * el importe autorizado queda retenido en TRETENIDO hasta que
      * llegue la compensacion (BATCH-COMPRAS). Cada peticion recibe
      * su respuesta en autrespuestas.rpt con codigo de respuesta
      * (00 autorizada, 01 tarjeta desconocida, 02 tarjeta bloqueada
      * o caducada, 03 divisa distinta, 04 comercio no admitido,
      * 05 saldo insuficiente, 06 importe no valido) y, si se
      * autoriza, el numero de autorizacion
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "AUTORIZACIONES-SEL.cpy".
           COPY "COMERCIOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "HUCHAS-SEL.cpy".
           COPY "CREDITOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".

           SELECT PETICIONES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAP.

           SELECT RESPUESTAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAR.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "AUTORIZACIONES-FD.cpy".
           COPY "COMERCIOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "HUCHAS-FD.cpy".
           COPY "CREDITOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "JOURNAL-FD.cpy".

      * peticiones de autorizacion de los adquirentes, una por linea
       FD PETICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "autpeticiones.txt".
       01 PETICION-REG.
           02 APE-COMERCIO             PIC 9(8).
           02 FILLER                   PIC X(1).
           02 APE-REFERENCIA           PIC X(12).
           02 FILLER                   PIC X(1).
           02 APE-TARJETA              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 APE-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 APE-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 APE-DIVISA               PIC 9(2).

      * respuesta a cada peticion, de vuelta hacia el adquirente
       FD RESPUESTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "autrespuestas.rpt".
       01 RESPUESTA-REG.
           02 ARS-COMERCIO             PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ARS-REFERENCIA           PIC X(12).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ARS-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ARS-IMPORTE-ENT          PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ",".
           02 ARS-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ARS-RESPUESTA            PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ARS-AUT-NUM              PIC 9(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 ARS-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 ARS-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 ARS-DIA                  PIC 9(02).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSAU                      PIC   X(2).
       77 FSCY                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSHU                      PIC   X(2).
       77 FSCW                      PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSAP                      PIC   X(2).
       77 FSAR                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "HUCHA-WS.cpy".
           COPY "AUT-NUM-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 RESPUESTA-AUT              PIC  9(2).
       77 TITULAR-AUT                PIC  9(9).
       77 DIVISA-TARJETA-AUT         PIC  9(2).
       77 PRODUCTO-AUT               PIC  9(2).
       77 CENT-IMPORTE               PIC S9(11).
       77 CENT-DISPONIBLE            PIC S9(11).
       77 CENT-RETENIDO              PIC S9(11).
       77 NUM-LEIDAS                 PIC  9(6) VALUE 0.
       77 NUM-AUTORIZADAS            PIC  9(6) VALUE 0.
       77 NUM-DENEGADAS              PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM PROCESAR-PETICIONES THRU PROCESAR-PETICIONES-EXIT.
           DISPLAY "Autorizacion de compras completada. Leidas: "
               NUM-LEIDAS " Autorizadas: " NUM-AUTORIZADAS
               " Denegadas: " NUM-DENEGADAS.
           STOP RUN.

       PROCESAR-PETICIONES.
           OPEN INPUT PETICIONES.
           IF FSAP = 35
               DISPLAY "AVISO: no hay fichero autpeticiones.txt"
               GO TO PROCESAR-PETICIONES-EXIT.
           IF FSAP NOT = 00
               GO TO PSYS-ERR.

       PROCESAR-PETICIONES-LEER.
           READ PETICIONES AT END GO TO PROCESAR-PETICIONES-CERRAR.
           ADD 1 TO NUM-LEIDAS.
           PERFORM AUTORIZAR-PETICION THRU AUTORIZAR-PETICION-EXIT.
           PERFORM RESPONDER-PETICION THRU RESPONDER-PETICION-EXIT.
           GO TO PROCESAR-PETICIONES-LEER.

       PROCESAR-PETICIONES-CERRAR.
           CLOSE PETICIONES.
       PROCESAR-PETICIONES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * comprobaciones en orden: importe, comercio, tarjeta,
      * titular y disponible; la primera que falla da la respuesta
      *----------------------------------------------------------*
       AUTORIZAR-PETICION.
           MOVE 0 TO RESPUESTA-AUT.
           MOVE 0 TO NUEVO-AUT-NUM.
           COMPUTE CENT-IMPORTE =
               (APE-IMPORTE-ENT * 100) + APE-IMPORTE-DEC.
           IF CENT-IMPORTE = 0
               MOVE 06 TO RESPUESTA-AUT
               GO TO AUTORIZAR-PETICION-EXIT.

           OPEN INPUT COMERCIOS.
           IF FSCY = 35
               MOVE 04 TO RESPUESTA-AUT
               GO TO AUTORIZAR-PETICION-EXIT.
           IF FSCY NOT = 00
               GO TO PSYS-ERR.
           MOVE APE-COMERCIO TO COM-CODIGO.
           READ COMERCIOS INVALID KEY
               MOVE 04 TO RESPUESTA-AUT.
           IF RESPUESTA-AUT = 0
               IF NOT COMERCIO-ACTIVO
                   MOVE 04 TO RESPUESTA-AUT.
           CLOSE COMERCIOS.
           IF RESPUESTA-AUT NOT = 0
               GO TO AUTORIZAR-PETICION-EXIT.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE APE-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 01 TO RESPUESTA-AUT.
           IF RESPUESTA-AUT = 0
               IF NOT TARJETA-ACTIVA
                   MOVE 02 TO RESPUESTA-AUT.
           IF RESPUESTA-AUT = 0
               IF TFECHA-CADUCIDAD NOT = 0
                       AND TFECHA-CADUCIDAD < FECHA-HOY-YMD
                   MOVE 02 TO RESPUESTA-AUT.
           IF RESPUESTA-AUT = 0
               MOVE TTITULAR TO TITULAR-AUT
               MOVE TPRODUCTO TO PRODUCTO-AUT
               IF TDIVISA = 0
                   MOVE 01 TO DIVISA-TARJETA-AUT
               ELSE
                   MOVE TDIVISA TO DIVISA-TARJETA-AUT
               END-IF
               COMPUTE CENT-DISPONIBLE =
                   (TSALDO-ENT * 100) + TSALDO-DEC
                   - (TRETENIDO-ENT * 100) - TRETENIDO-DEC.
           CLOSE TARJETAS.
           IF RESPUESTA-AUT NOT = 0
               GO TO AUTORIZAR-PETICION-EXIT.
           IF APE-DIVISA NOT = DIVISA-TARJETA-AUT
               MOVE 03 TO RESPUESTA-AUT
               GO TO AUTORIZAR-PETICION-EXIT.

      * el fallecimiento del titular congela los cargos salientes,
      * y la diligencia debida vencida sin revisar los restringe
           IF TITULAR-AUT NOT = 0
               OPEN INPUT CLIENTES
               IF FSC = 00
                   MOVE TITULAR-AUT TO CLI-COD
                   READ CLIENTES
                       NOT INVALID KEY
                           IF CLIENTE-FALLECIDO OR KYC-RESTRINGIDO
                               MOVE 02 TO RESPUESTA-AUT
                           END-IF
                   END-READ
                   CLOSE CLIENTES
               END-IF
           END-IF.
           IF RESPUESTA-AUT NOT = 0
               GO TO AUTORIZAR-PETICION-EXIT.

      * lo apartado en huchas no esta disponible para comprar
           MOVE APE-TARJETA TO HUCHA-TARJETA-CALC.
           PERFORM LEER-HUCHAS THRU LEER-HUCHAS-EXIT.
           COMPUTE CENT-DISPONIBLE = CENT-DISPONIBLE - CENT-HUCHAS.
      * una tarjeta de credito puede quedar en negativo hasta el
      * limite de su linea, mientras la linea siga activa
           IF PRODUCTO-AUT = 03
               PERFORM SUMAR-LINEA-CREDITO
                   THRU SUMAR-LINEA-CREDITO-EXIT.
           IF CENT-IMPORTE > CENT-DISPONIBLE
               MOVE 05 TO RESPUESTA-AUT
               GO TO AUTORIZAR-PETICION-EXIT.

           PERFORM RETENER-IMPORTE THRU RETENER-IMPORTE-EXIT.
           PERFORM SIGUIENTE-AUT-NUM THRU SIGUIENTE-AUT-NUM-EXIT.
           PERFORM GRABAR-AUTORIZACION THRU GRABAR-AUTORIZACION-EXIT.
       AUTORIZAR-PETICION-EXIT.
           EXIT.

      * el importe autorizado pasa a retenido: sigue en el saldo en
      * cache pero deja de estar disponible hasta compensar
       RETENER-IMPORTE.
           OPEN I-O TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE APE-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.
           COMPUTE CENT-RETENIDO = (TRETENIDO-ENT * 100)
               + TRETENIDO-DEC + CENT-IMPORTE.
           COMPUTE TRETENIDO-ENT = CENT-RETENIDO / 100.
           COMPUTE TRETENIDO-DEC = FUNCTION MOD(CENT-RETENIDO, 100).
           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           CLOSE TARJETAS.

           MOVE "TA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE TNUM TO JOURNAL-CLAVE.
           MOVE TAJETAREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       RETENER-IMPORTE-EXIT.
           EXIT.

       SUMAR-LINEA-CREDITO.
           OPEN INPUT CREDITOS.
           IF FSCW NOT = 00
               GO TO SUMAR-LINEA-CREDITO-EXIT.
           MOVE APE-TARJETA TO CRE-TARJETA.
           READ CREDITOS INVALID KEY
               CLOSE CREDITOS
               GO TO SUMAR-LINEA-CREDITO-EXIT.
           IF CREDITO-ACTIVO
               COMPUTE CENT-DISPONIBLE = CENT-DISPONIBLE
                   + (CRE-LIMITE-ENT * 100) + CRE-LIMITE-DEC.
           CLOSE CREDITOS.
       SUMAR-LINEA-CREDITO-EXIT.
           EXIT.

       GRABAR-AUTORIZACION.
           OPEN I-O AUTORIZACIONES.
           IF FSAU = 35
               OPEN OUTPUT AUTORIZACIONES
           END-IF.
           IF FSAU NOT = 00
               GO TO PSYS-ERR.
           MOVE NUEVO-AUT-NUM TO AUT-NUM.
           MOVE APE-TARJETA TO AUT-TARJETA.
           MOVE APE-COMERCIO TO AUT-COMERCIO.
           MOVE APE-REFERENCIA TO AUT-REFERENCIA.
           MOVE APE-IMPORTE-ENT TO AUT-IMPORTE-ENT.
           MOVE APE-IMPORTE-DEC TO AUT-IMPORTE-DEC.
           MOVE APE-DIVISA TO AUT-DIVISA.
           MOVE FECHA-HOY-YMD TO AUT-FECHA.
           COMPUTE AUT-HORA =
               (HORAS * 10000) + (MINUTOS * 100) + SEGUNDOS.
           MOVE 0 TO AUT-ESTADO.
           MOVE 0 TO AUT-MOV-NUM.
           MOVE 0 TO AUT-FECHA-CIERRE.
           WRITE AUTORIZACION-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE AUTORIZACIONES.

           MOVE "AU" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE AUT-NUM TO JOURNAL-CLAVE.
           MOVE AUTORIZACION-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           ADD 1 TO NUM-AUTORIZADAS.
       GRABAR-AUTORIZACION-EXIT.
           EXIT.

       RESPONDER-PETICION.
           IF RESPUESTA-AUT NOT = 0
               ADD 1 TO NUM-DENEGADAS.
           OPEN EXTEND RESPUESTAS.
           IF FSAR = 35
               OPEN OUTPUT RESPUESTAS
           END-IF.
           IF FSAR NOT = 00
               GO TO RESPONDER-PETICION-EXIT.
           MOVE APE-COMERCIO TO ARS-COMERCIO.
           MOVE APE-REFERENCIA TO ARS-REFERENCIA.
           MOVE APE-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO ARS-TARJETA.
           MOVE APE-IMPORTE-ENT TO ARS-IMPORTE-ENT.
           MOVE APE-IMPORTE-DEC TO ARS-IMPORTE-DEC.
           MOVE RESPUESTA-AUT TO ARS-RESPUESTA.
           MOVE NUEVO-AUT-NUM TO ARS-AUT-NUM.
           MOVE ANO TO ARS-ANO.
           MOVE MES TO ARS-MES.
           MOVE DIA TO ARS-DIA.
           WRITE RESPUESTA-REG.
           CLOSE RESPUESTAS.
       RESPONDER-PETICION-EXIT.
           EXIT.

           COPY "LEER-HUCHAS.cpy".
           COPY "SIGUIENTE-AUT-NUM.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".

       PSYS-ERR.
           CLOSE PETICIONES.
           CLOSE RESPUESTAS.
           CLOSE AUTORIZACIONES.
           CLOSE COMERCIOS.
           CLOSE TARJETAS.

           MOVE "BATCH-AU" TO ERROR-PROGRAMA.
           IF FSAU NOT = 00
               MOVE FSAU TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   MOVE FSAP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "autorizacion de compras. FSAU=" FSAU " FST=" FST
               " FSAP=" FSAP.
           STOP RUN.

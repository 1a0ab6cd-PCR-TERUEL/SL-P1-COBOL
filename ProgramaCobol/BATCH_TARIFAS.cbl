       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-TARIFAS.
      * carga del tarifario de comisiones: cada linea de tarifas.txt
      * trae las condiciones nuevas de una operacion y la fecha en
      * que deben entrar en vigor, que ha de dejar al menos el plazo
      * de preaviso parametrizado; la linea queda en cambioscond.ubd
      * y es BATCH-PREAVISOS quien avisa a los clientes y la lleva a
      * tarifas.ubd cumplido el preaviso. Una linea nueva de una
      * operacion con cambio aun sin avisar lo sustituye; con el
      * cambio ya avisado se rechaza
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAMBIOSCOND-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".

           SELECT TARIFAS-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
           COPY "CAMBIOSCOND-FD.cpy".
           COPY "PARAMETROS-FD.cpy".

      * una linea por operacion tarificada: codigo, parte fija,
      * porcentaje, minimo y fecha de efecto (AAAAMMDD), todos en
      * columnas fijas
       FD TARIFAS-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.txt".
           02 TTX-MINIMO-ENT           PIC 9(5).
           02 FILLER                   PIC X(1).
           02 TTX-MINIMO-DEC           PIC 9(2).
           02 FILLER                   PIC X(1).
           02 TTX-FECHA-EFECTO         PIC 9(8).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSKC                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSTT                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PARAMETROS-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-MINIMA-YMD           PIC  9(8).
       77 DIAS-MINIMA                PIC S9(9).
       77 CAMBIO-AVISADO-OPER        PIC  9(1).

       77 NUM-LEIDAS                 PIC  9(4) VALUE 0.
       77 NUM-CARGADAS               PIC  9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-PREAVISO THRU LEER-PARAM-PREAVISO-EXIT.
           COMPUTE DIAS-MINIMA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) + DIAS-PREAVISO.
           COMPUTE FECHA-MINIMA-YMD =
               FUNCTION DATE-OF-INTEGER(DIAS-MINIMA).
           PERFORM CARGAR-TARIFAS THRU CARGAR-TARIFAS-EXIT.
           DISPLAY "Carga del tarifario completada. Leidas: "
               NUM-LEIDAS " Cargadas: " NUM-CARGADAS
           IF FSTT NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O CAMBIOSCOND.
           IF FSKC = 35
               OPEN OUTPUT CAMBIOSCOND
               CLOSE CAMBIOSCOND
               OPEN I-O CAMBIOSCOND
           END-IF.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.

       CARGAR-TARIFAS-LEER.
           READ TARIFAS-TXT AT END GO TO CARGAR-TARIFAS-CERRAR.
           ADD 1 TO NUM-LEIDAS.
           IF TTX-OPERACION NOT NUMERIC OR TTX-OPERACION = 0
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-TARIFAS-LEER.
      * sin fecha de efecto o sin dar el plazo de preaviso no se
      * admite el cambio
           IF TTX-FECHA-EFECTO NOT NUMERIC
                   OR TTX-FECHA-EFECTO < FECHA-MINIMA-YMD
               DISPLAY "AVISO: operacion " TTX-OPERACION
                   " rechazada, la fecha de efecto no da "
                   DIAS-PREAVISO " dias de preaviso"
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-TARIFAS-LEER.

           PERFORM RETIRAR-CAMBIO-PREVIO
               THRU RETIRAR-CAMBIO-PREVIO-EXIT.
           IF CAMBIO-AVISADO-OPER = 1
               DISPLAY "AVISO: operacion " TTX-OPERACION
                   " rechazada, tiene un cambio ya avisado"
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-TARIFAS-LEER.

           INITIALIZE CAMBIOCOND-REG.
           MOVE "T" TO CCO-TIPO.
           MOVE TTX-FECHA-EFECTO TO CCO-FECHA-EFECTO.
           MOVE TTX-OPERACION TO CCO-CODIGO.
           MOVE TTX-FIJO-ENT TO CCO-FIJO-ENT.
           MOVE TTX-FIJO-DEC TO CCO-FIJO-DEC.
           COMPUTE CCO-PCT = TTX-PCT-ENT + (TTX-PCT-DEC / 100).
           MOVE TTX-MINIMO-ENT TO CCO-MINIMO-ENT.
           MOVE TTX-MINIMO-DEC TO CCO-MINIMO-DEC.
           MOVE 0 TO CCO-SUPERVISOR.
           MOVE FECHA-HOY-YMD TO CCO-FECHA-CARGA.
           MOVE 0 TO CCO-ESTADO.
           WRITE CAMBIOCOND-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-TARIFAS-LEER.

      * el cambio de la operacion que aun no se habia avisado se
      * retira para dejar paso al nuevo; si ya se aviso, se marca
      * para rechazar la linea
       RETIRAR-CAMBIO-PREVIO.
           MOVE 0 TO CAMBIO-AVISADO-OPER.
           MOVE "T" TO CCO-TIPO.
           MOVE 0 TO CCO-FECHA-EFECTO.
           MOVE 0 TO CCO-CODIGO.
           START CAMBIOSCOND KEY IS NOT LESS THAN CCO-CLAVE
               INVALID KEY GO TO RETIRAR-CAMBIO-PREVIO-EXIT.

       RETIRAR-CAMBIO-PREVIO-LEER.
           READ CAMBIOSCOND NEXT RECORD
               AT END GO TO RETIRAR-CAMBIO-PREVIO-EXIT.
           IF NOT CAMBIO-TARIFA
               GO TO RETIRAR-CAMBIO-PREVIO-EXIT.
           IF CCO-CODIGO NOT = TTX-OPERACION
               GO TO RETIRAR-CAMBIO-PREVIO-LEER.
           IF CAMBIO-AVISADO
               MOVE 1 TO CAMBIO-AVISADO-OPER
               GO TO RETIRAR-CAMBIO-PREVIO-EXIT.
           IF CAMBIO-PENDIENTE-AVISO
               DELETE CAMBIOSCOND RECORD INVALID KEY
                   GO TO PSYS-ERR.
           GO TO RETIRAR-CAMBIO-PREVIO-LEER.
       RETIRAR-CAMBIO-PREVIO-EXIT.
           EXIT.

       CARGAR-TARIFAS-CERRAR.
           CLOSE TARIFAS-TXT.
           CLOSE CAMBIOSCOND.
       CARGAR-TARIFAS-EXIT.
           EXIT.

           COPY "LEER-PARAM-PREAVISO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE TARIFAS-TXT.
           CLOSE CAMBIOSCOND.

           MOVE "BATCH-TA" TO ERROR-PROGRAMA.
           IF FSKC NOT = 00
               MOVE FSKC TO ERROR-FS
           ELSE
               MOVE FSTT TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "carga del tarifario. FSKC=" FSKC " FSTT=" FSTT.
           STOP RUN.

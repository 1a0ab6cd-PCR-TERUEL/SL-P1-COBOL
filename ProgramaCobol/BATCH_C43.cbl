           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSCV.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "c43envios.rpt".
       01 C43-ENVIO-REG.
           02 CEN-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CEN-PERIODO              PIC 9(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CEN-FECHA                PIC 9(08).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "PAN-WS.cpy".

       77 ANO-PERIODO                PIC  9(4).
       77 MES-PERIODO                PIC  9(2).
       77 NUM-REG-TARJETA            PIC  9(6).
       77 CONCEPTO-C43               PIC  9(2).
       77 NUM-FICHEROS               PIC  9(4) VALUE 0.
       77 NUM-REG-ENVIO              PIC  9(9) VALUE 0.
       77 CENT-SUMA-ENVIO            PIC S9(15) VALUE 0.

      * trazados de los tres tipos de registro del cuaderno
       01 C43-CABECERA.
           02 C43C-TIPO                PIC 9(02) VALUE 11.
           02 C43C-ENTIDAD             PIC 9(04) VALUE 9999.
           02 C43C-TARJETA             PIC X(16).
           02 C43C-PERIODO             PIC 9(06).
           02 C43C-SALDO-INI           PIC S9(9)V99.
           02 FILLER                   PIC X(51) VALUE SPACES.
               GO TO PSYS-ERR.
           PERFORM RECORRER-SUSCRITAS THRU RECORRER-SUSCRITAS-EXIT.
           CLOSE C43-SALIDA.
           MOVE "C43" TO ENVIO-DESTINATARIO.
           MOVE "cuaderno43.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-43" TO ENVIO-PROGRAMA.
           MOVE NUM-REG-ENVIO TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-SUMA-ENVIO / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
           DISPLAY "Extracto cuaderno 43 del periodo " AM-PERIODO
               " generado. Tarjetas: " NUM-FICHEROS.
           STOP RUN.
           GO TO GENERAR-SECCION-SALDO-INI.

       GENERAR-SECCION-CABECERA.
           MOVE TARJETA-SUSCRITA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO C43C-TARJETA.
           MOVE AM-PERIODO TO C43C-PERIODO.
           COMPUTE C43C-SALDO-INI = CENT-SALDO-INICIAL / 100.
           MOVE C43-CABECERA TO C43-SALIDA-REG.
           PERFORM MAPEAR-CONCEPTO THRU MAPEAR-CONCEPTO-EXIT.
           COMPUTE C43D-FECHA-OPER =
               (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           MOVE MOV-FECHA-VALOR TO C43D-FECHA-VALOR.
           IF C43D-FECHA-VALOR = 0
               MOVE MOV-FECHA-CONTABLE TO C43D-FECHA-VALOR.
           IF C43D-FECHA-VALOR = 0
               MOVE C43D-FECHA-OPER TO C43D-FECHA-VALOR.
           MOVE CONCEPTO-C43 TO C43D-CONCEPTO.
           COMPUTE C43T-SALDO-FIN = CENT-SALDO-FINAL / 100.
           MOVE C43-COLA TO C43-SALIDA-REG.
           WRITE C43-SALIDA-REG.
           ADD NUM-REG-TARJETA TO NUM-REG-ENVIO.
           ADD CENT-SUMA-PERIODO TO CENT-SUMA-ENVIO.

           PERFORM ANOTAR-ENVIO THRU ANOTAR-ENVIO-EXIT.
       GENERAR-SECCION-EXIT.
           END-IF.
           IF FSCV NOT = 00
               GO TO ANOTAR-ENVIO-EXIT.
           MOVE TARJETA-SUSCRITA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CEN-TARJETA.
           MOVE AM-PERIODO TO CEN-PERIODO.
           MOVE NUM-REG-TARJETA TO CEN-REGISTROS.
           MOVE FECHA-HOY-YMD TO CEN-FECHA.
       ANOTAR-ENVIO-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
                   MOVE FSM TO ERROR-FS
               ELSE
                   MOVE FSCS TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el extracto cuaderno "

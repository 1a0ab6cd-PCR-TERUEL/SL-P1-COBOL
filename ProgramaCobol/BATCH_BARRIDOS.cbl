       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-BARRIDOS.
      * barrido mensual a plazo fijo: para cada regla activa de
      * barridos.ubd (alta y baja en BANK14) lleva a un deposito
      * nuevo todo lo que el disponible de la tarjeta pase del umbral
      * del titular -- el disponible descuenta lo retenido y lo
      * apartado en huchas --, al interes de parametros vigente y con
      * el plazo e instruccion de la regla; un barrido por regla y
      * mes, notificado al titular por la cola
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "BARRIDOS-SEL.cpy".
           COPY "PLAZOS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "HUCHAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "BARRIDOS-FD.cpy".
           COPY "PLAZOS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "HUCHAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSBA                      PIC   X(2).
       77 FSPL                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSHU                      PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "PLZ-NUM-WS.cpy".
           COPY "HUCHA-WS.cpy".

      * por debajo de este sobrante (en centimos) no se abre deposito:
      * evita contratos de unos pocos euros cada mes
       77 IMPORTE-MINIMO-BARRIDO     PIC S9(11) VALUE 10000.
      * tope de principal de un deposito (PLZ-PRINCIPAL-ENT 9(7))
       77 IMPORTE-MAXIMO-BARRIDO     PIC S9(11) VALUE 999999999.

       77 FECHA-HOY-YMD              PIC  9(8).
       77 MES-HOY-YM                 PIC  9(6).
       77 TARJETA-BARRIDO            PIC  9(16).
       77 TITULAR-BARRIDO            PIC  9(9).
       77 BARRIDO-VALIDO             PIC  9(1).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-RETENIDO              PIC S9(11).
       77 CENT-UMBRAL                PIC S9(11).
       77 CENT-BARRIDO               PIC S9(11).
       77 CENT-NUEVO-SALDO           PIC S9(11).
       77 NUEVO-SALDO-ENT            PIC S9(9).
       77 NUEVO-SALDO-DEC            PIC  9(2).
       77 NUM-REGLAS                 PIC  9(6) VALUE 0.
       77 NUM-BARRIDOS               PIC  9(6) VALUE 0.

       77 ANO-VENC                   PIC  9(4).
      * mes + plazo puede superar 99 antes de normalizar
       77 MES-VENC                   PIC  9(3).
       77 DIA-VENC                   PIC  9(2).
       77 ULT-DIA-VENC               PIC  9(2).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE MES-HOY-YM = (ANO * 100) + MES.
           PERFORM BARRER-REGLAS THRU BARRER-REGLAS-EXIT.
           DISPLAY "Reglas de barrido revisadas: " NUM-REGLAS
               " Depositos abiertos: " NUM-BARRIDOS.
           STOP RUN.

       BARRER-REGLAS.
           OPEN I-O BARRIDOS.
           IF FSBA = 35
               GO TO BARRER-REGLAS-EXIT.
           IF FSBA NOT = 00
               GO TO PSYS-ERR.

       BARRER-REGLAS-LEER.
           READ BARRIDOS NEXT RECORD
               AT END GO TO BARRER-REGLAS-CERRAR.
           IF NOT BARRIDO-ACTIVO
               GO TO BARRER-REGLAS-LEER.
      * una relanzada en el mismo mes no vuelve a barrer
           IF BAR-ULT-BARRIDO = MES-HOY-YM
               GO TO BARRER-REGLAS-LEER.
           ADD 1 TO NUM-REGLAS.

           MOVE BAR-TARJETA TO TARJETA-BARRIDO.
           PERFORM VERIFICAR-TARJETA THRU VERIFICAR-TARJETA-EXIT.
           IF BARRIDO-VALIDO = 0
               GO TO BARRER-REGLAS-LEER.

      * sobrante: disponible (saldo menos retenido menos huchas)
      * por encima del umbral que el titular quiere conservar
           MOVE TARJETA-BARRIDO TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           MOVE TARJETA-BARRIDO TO HUCHA-TARJETA-CALC.
           PERFORM LEER-HUCHAS THRU LEER-HUCHAS-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           COMPUTE CENT-RETENIDO = (RETENIDO-ENT * 100) + RETENIDO-DEC.
           COMPUTE CENT-UMBRAL =
               (BAR-UMBRAL-ENT * 100) + BAR-UMBRAL-DEC.
           COMPUTE CENT-BARRIDO = CENT-SALDO - CENT-RETENIDO
               - CENT-HUCHAS - CENT-UMBRAL.
           IF CENT-BARRIDO < IMPORTE-MINIMO-BARRIDO
               GO TO BARRER-REGLAS-LEER.
           IF CENT-BARRIDO > IMPORTE-MAXIMO-BARRIDO
               MOVE IMPORTE-MAXIMO-BARRIDO TO CENT-BARRIDO.

           PERFORM ABRIR-PLAZO-BARRIDO THRU ABRIR-PLAZO-BARRIDO-EXIT.
           PERFORM ANOTAR-CARGO-BARRIDO THRU ANOTAR-CARGO-BARRIDO-EXIT.

           MOVE MES-HOY-YM TO BAR-ULT-BARRIDO.
           REWRITE BARRIDO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "BA" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE BAR-TARJETA TO JOURNAL-CLAVE.
           MOVE BARRIDO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           ADD 1 TO NUM-BARRIDOS.
           GO TO BARRER-REGLAS-LEER.

       BARRER-REGLAS-CERRAR.
           CLOSE BARRIDOS.
       BARRER-REGLAS-EXIT.
           EXIT.

      * como en la apertura de BANK14: tarjeta operativa y sin plazos
      * para prepago ni credito; la de un titular fallecido queda
      * inmovilizada y no se barre
       VERIFICAR-TARJETA.
           MOVE 0 TO BARRIDO-VALIDO.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE TARJETA-BARRIDO TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO VERIFICAR-TARJETA-CERRAR.
           IF NOT TARJETA-ACTIVA OR PRODUCTO-PREPAGO
                   OR PRODUCTO-CREDITO
               GO TO VERIFICAR-TARJETA-CERRAR.
           MOVE TTITULAR TO TITULAR-BARRIDO.
           MOVE 1 TO BARRIDO-VALIDO.

       VERIFICAR-TARJETA-CERRAR.
           CLOSE TARJETAS.
           IF BARRIDO-VALIDO = 0 OR TITULAR-BARRIDO = 0
               GO TO VERIFICAR-TARJETA-EXIT.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO VERIFICAR-TARJETA-EXIT.
           MOVE TITULAR-BARRIDO TO CLI-COD.
           READ CLIENTES INVALID KEY
               GO TO VERIFICAR-TARJETA-CLI.
           IF CLIENTE-FALLECIDO
               MOVE 0 TO BARRIDO-VALIDO.

       VERIFICAR-TARJETA-CLI.
           CLOSE CLIENTES.
       VERIFICAR-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * deposito nuevo por el sobrante: plazo e instruccion de la
      * regla, interes de parametros vigente hoy y vencimiento a
      * partir de hoy
      *----------------------------------------------------------*
       ABRIR-PLAZO-BARRIDO.
           PERFORM LEER-PLAZO-PARAM THRU LEER-PLAZO-PARAM-EXIT.
           PERFORM CALCULAR-VENC-BARRIDO
               THRU CALCULAR-VENC-BARRIDO-EXIT.
           PERFORM SIGUIENTE-PLZ-NUM THRU SIGUIENTE-PLZ-NUM-EXIT.

           OPEN I-O PLAZOS.
           IF FSPL = 35
               OPEN OUTPUT PLAZOS
               CLOSE PLAZOS
               OPEN I-O PLAZOS
           END-IF.
           IF FSPL NOT = 00
               GO TO PSYS-ERR.
           MOVE NUEVO-PLZ-NUM TO PLZ-NUM.
           MOVE TARJETA-BARRIDO TO PLZ-TARJETA.
           COMPUTE PLZ-PRINCIPAL-ENT = CENT-BARRIDO / 100.
           COMPUTE PLZ-PRINCIPAL-DEC = FUNCTION MOD(CENT-BARRIDO, 100).
           MOVE BAR-MESES TO PLZ-MESES.
           MOVE INTERES-PLAZO TO PLZ-TASA.
           MOVE FECHA-HOY-YMD TO PLZ-FECHA-APERTURA.
           COMPUTE PLZ-FECHA-VENCIMIENTO =
               (ANO-VENC * 10000) + (MES-VENC * 100) + DIA-VENC.
           MOVE 0 TO PLZ-ESTADO.
           MOVE BAR-INSTRUCCION TO PLZ-INSTRUCCION.
           WRITE PLAZO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE PLAZOS.

           MOVE "PL" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE PLZ-NUM TO JOURNAL-CLAVE.
           MOVE PLAZO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
       ABRIR-PLAZO-BARRIDO-EXIT.
           EXIT.

       ANOTAR-CARGO-BARRIDO.
           COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-BARRIDO.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-BARRIDO TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-BARRIDO / 100.
           MOVE "BARRIDO A PLAZO FIJO" TO MOV-CONCEPTO.
           MOVE 12 TO MOV-TIPO.
           MOVE 01 TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE "MV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE MOV-NUM TO JOURNAL-CLAVE.
           MOVE MOVIMIENTO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TARJETA-BARRIDO TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE "BARRIDO A PLAZO FIJO" TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-BARRIDO / 100.
           COMPUTE NOTIF-IMPORTE-DEC = FUNCTION MOD(CENT-BARRIDO, 100).
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.

           MOVE TARJETA-BARRIDO TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = CENT-NUEVO-SALDO - CENT-SALDO.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.
       ANOTAR-CARGO-BARRIDO-EXIT.
           EXIT.

      * vencimiento: hoy mas el plazo de la regla, con el dia
      * ajustado al ultimo del mes de destino cuando no existe
       CALCULAR-VENC-BARRIDO.
           MOVE ANO TO ANO-VENC.
           MOVE MES TO MES-VENC.
           MOVE DIA TO DIA-VENC.
           ADD BAR-MESES TO MES-VENC.

       CALCULAR-VENC-BARRIDO-AJUSTE.
           IF MES-VENC > 12
               SUBTRACT 12 FROM MES-VENC
               ADD 1 TO ANO-VENC
               GO TO CALCULAR-VENC-BARRIDO-AJUSTE.

           EVALUATE MES-VENC
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO ULT-DIA-VENC
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO ULT-DIA-VENC
               WHEN OTHER
                   IF FUNCTION MOD(ANO-VENC, 4) = 0
                           AND (FUNCTION MOD(ANO-VENC, 100) NOT = 0
                           OR FUNCTION MOD(ANO-VENC, 400) = 0)
                       MOVE 29 TO ULT-DIA-VENC
                   ELSE
                       MOVE 28 TO ULT-DIA-VENC
           END-EVALUATE.
           IF DIA-VENC > ULT-DIA-VENC
               MOVE ULT-DIA-VENC TO DIA-VENC.
       CALCULAR-VENC-BARRIDO-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "LEER-HUCHAS.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "SIGUIENTE-PLZ-NUM.cpy".
           COPY "LEER-PLAZO-PARAM.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".

           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE BARRIDOS.
           CLOSE PLAZOS.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE F-MOVIMIENTOS.

           MOVE "BATCH-BA" TO ERROR-PROGRAMA.
           IF FSBA NOT = 00
               MOVE FSBA TO ERROR-FS
           ELSE
               IF FSPL NOT = 00
                   MOVE FSPL TO ERROR-FS
               ELSE
                   IF FST NOT = 00
                       MOVE FST TO ERROR-FS
                   ELSE
                       IF FSC NOT = 00
                           MOVE FSC TO ERROR-FS
                       ELSE
                           MOVE FSM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "barrido a plazo fijo. FSBA=" FSBA " FSPL=" FSPL
               " FST=" FST " FSM=" FSM.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

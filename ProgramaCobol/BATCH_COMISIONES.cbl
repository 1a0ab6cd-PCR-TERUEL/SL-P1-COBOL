      * cuota mensual de mantenimiento de tarjeta: carga a cada
      * tarjeta activa la tarifa de mantenimiento del tarifario
      * (operacion 2) con un movimiento de comision y lo notifica
      * por la cola; sin tarifa cargada no se cobra nada. Los
      * productos del catalogo (productos.ubd) con cuota propia
      * cobran la suya en lugar de la del tarifario. Antes de
      * cada cargo se evaluan las campanas de exencion activas
      * (campanas.ubd): nomina reciente, saldo por encima del suelo
      * o tarjeta en ventana de promocion eximen la cuota, y lo
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "TARIFAS-SEL.cpy".
           COPY "CAMPANAS-SEL.cpy".
           COPY "PRODUCTOS-SEL.cpy".
           COPY "EXENCIONES-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           COPY "ERRORES-SEL.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "TARIFAS-FD.cpy".
           COPY "CAMPANAS-FD.cpy".
           COPY "PRODUCTOS-FD.cpy".
           COPY "EXENCIONES-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

           COPY "ERRORES-FD.cpy".
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSTA                      PIC   X(2).
       77 FSCM                      PIC   X(2).
       77 FSPD                      PIC   X(2) VALUE "00".
       77 FSEX                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "TARIFA-WS.cpy".
           COPY "PRODUCTO-WS.cpy".

       77 TARJETA-ACTUAL             PIC  9(16).
       77 TARJETA-COBRABLE           PIC  9(1).
       77 NUM-TARJETAS               PIC  9(6) VALUE 0.
       77 NUM-COBROS                 PIC  9(6) VALUE 0.
       77 NUM-EXENTAS                PIC  9(6) VALUE 0.
       77 NUM-SIN-CUOTA              PIC  9(6) VALUE 0.
      * cuota general del tarifario, la de los productos sin cuota
      * propia
       77 CENT-CUOTA-TARIFA          PIC S9(11) VALUE 0.
       77 PRODUCTO-TARJETA           PIC  9(2).
       77 TITULAR-TARJETA            PIC  9(9).

      * campanas activas en memoria y evaluacion por tarjeta
       01 TABLA-CAMPANAS-MEM.
           MOVE 2 TO TARIFA-BUSCADA.
           MOVE 0 TO CENT-BASE-TARIFA.
           PERFORM LEER-TARIFA THRU LEER-TARIFA-EXIT.
           MOVE CENT-COMISION TO CENT-CUOTA-TARIFA.
           IF HAY-TARIFA = 0 OR CENT-CUOTA-TARIFA = 0
               DISPLAY "Sin tarifa de mantenimiento cargada: solo "
                   "cobran los productos con cuota propia".
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM CARGAR-CAMPANAS-MEM THRU CARGAR-CAMPANAS-MEM-EXIT.
           PERFORM COBRAR-TARJETAS THRU COBRAR-TARJETAS-EXIT.
           DISPLAY "Cuota de mantenimiento cobrada. Tarjetas: "
               NUM-TARJETAS " Cobros: " NUM-COBROS " Exentas: "
               NUM-EXENTAS " Sin cuota: " NUM-SIN-CUOTA.
           STOP RUN.

      * el recorrido reposiciona con START en cada vuelta porque el
               MOVE 1 TO TARJETA-COBRABLE.
           COMPUTE SALDO-TARJETA-EUR = TSALDO-ENT.
           MOVE TFECHA-CADUCIDAD TO CADUCIDAD-TARJETA.
           MOVE TPRODUCTO TO PRODUCTO-TARJETA.
           MOVE TTITULAR TO TITULAR-TARJETA.
           CLOSE TARJETAS.
           ADD 1 TO NUM-TARJETAS.
           IF TARJETA-COBRABLE = 1
               PERFORM RESOLVER-CUOTA THRU RESOLVER-CUOTA-EXIT
               IF CENT-COMISION = 0
                   ADD 1 TO NUM-SIN-CUOTA
                   MOVE 0 TO TARJETA-COBRABLE.
           IF TARJETA-COBRABLE = 1
               PERFORM EVALUAR-CAMPANAS THRU EVALUAR-CAMPANAS-EXIT
               IF CAMPANA-APLICA NOT = 0
       COBRAR-TARJETAS-EXIT.
           EXIT.

      * cuota de la tarjeta segun su producto: la propia del
      * catalogo si el producto la tiene (0 = exento), si no la
      * general del tarifario
       RESOLVER-CUOTA.
           MOVE CENT-CUOTA-TARIFA TO CENT-COMISION.
           MOVE PRODUCTO-TARJETA TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           IF HAY-PRODUCTO = 1 AND PRODUCTO-CUOTA-PROPIA = 1
               COMPUTE CENT-COMISION =
                   (PRODUCTO-CUOTA-ENT * 100) + PRODUCTO-CUOTA-DEC.
       RESOLVER-CUOTA-EXIT.
           EXIT.

       COBRAR-UNA.
           MOVE TARJETA-ACTUAL TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
      *----------------------------------------------------------*
      * campanas de exencion activas, en memoria
           END-IF.
           IF FSEX NOT = 00
               GO TO ANOTAR-EXENCION-EXIT.
           MOVE TARJETA-ACTUAL TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO EXN-TARJETA.
           MOVE CAMPANA-APLICA TO EXN-CAMPANA.
           COMPUTE EXN-IMPORTE-ENT = CENT-COMISION / 100.
           COMPUTE EXN-IMPORTE-DEC = FUNCTION MOD(CENT-COMISION, 100).
           MOVE ANO TO EXN-ANO.
           MOVE MES TO EXN-MES.
           MOVE TITULAR-TARJETA TO EXN-TITULAR.
           WRITE EXENCION-REG.
           CLOSE EXENCIONES.
       ANOTAR-EXENCION-EXIT.
           EXIT.

           COPY "LEER-TARIFA.cpy".
           COPY "LEER-PRODUCTO.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           CLOSE EXENCIONES.
           CLOSE F-MOVIMIENTOS.
           CLOSE TARIFAS.
           CLOSE PRODUCTOS.

           MOVE "BATCH-CM" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSPD NOT = 00
                       MOVE FSPD TO ERROR-FS
                   ELSE
                       MOVE FSTA TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "cuotas de mantenimiento. FST=" FST " FSM=" FSM
               " FSTA=" FSTA " FSPD=" FSPD.
           STOP RUN.

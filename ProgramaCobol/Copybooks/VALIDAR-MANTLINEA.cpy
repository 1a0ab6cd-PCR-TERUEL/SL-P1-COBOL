      * una linea de mantenimiento masivo (MANTLINEA-REG) contra la
      * tarjeta tal como esta ahora: deja la causa del rechazo en
      * MOTIVO-MANT, el 1 en MANT-SIN-CAMBIO si no habria nada que
      * cambiar, el valor de antes y despues en MLN-ANTES y
      * MLN-DESPUES y en MANT-VALOR-NUEVO / MANT-LIMITE-xxx lo que
      * hay que grabar; la usa BANK80 al recibir el fichero y BANK27
      * otra vez al aplicar, porque la tarjeta puede haber cambiado
      * mientras el lote esperaba la aprobacion. Los cambios de
      * producto siguen las mismas reglas que BANK66; la activacion
      * de una tarjeta repuesta se rechaza (COMPROBAR-REPOSICION)
       VALIDAR-MANTLINEA.
           MOVE SPACES TO MOTIVO-MANT.
           MOVE 0 TO MANT-SIN-CAMBIO.
           MOVE SPACES TO MLN-ANTES.
           MOVE SPACES TO MLN-DESPUES.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-MANT-YMD = (ANO * 10000) + (MES * 100) + DIA.
           IF MLN-TARJETA = 0
               MOVE "TARJETA NO INFORMADA" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           IF NOT MANT-ESTADO AND NOT MANT-LIMITE
                   AND NOT MANT-PRODUCTO AND NOT MANT-CADUCIDAD
               MOVE "OPERACION DESCONOCIDA" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.

           OPEN INPUT TARJETAS.
           IF FST = 35
               MOVE "TARJETA INEXISTENTE" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE MLN-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE "TARJETA INEXISTENTE" TO MOTIVO-MANT.
           CLOSE TARJETAS.
           IF MOTIVO-MANT NOT = SPACES
               GO TO VALIDAR-MANTLINEA-EXIT.

      * la congelada por cumplimiento solo la levanta BANK60, y una
      * tarjeta de baja solo admite que se le cambie el estado
           IF TARJETA-CONGELADA
               MOVE "TARJETA CONGELADA" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           IF TARJETA-BAJA AND NOT MANT-ESTADO
               MOVE "TARJETA DADA DE BAJA" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.

           IF MANT-ESTADO
               GO TO VALIDAR-MANTLINEA-ESTADO.
           IF MANT-LIMITE
               GO TO VALIDAR-MANTLINEA-LIMITE.
           IF MANT-PRODUCTO
               GO TO VALIDAR-MANTLINEA-PRODUCTO.
           GO TO VALIDAR-MANTLINEA-CADUCIDAD.

      * los mismos estados que PSUP-ESTADO: 1 activa, 2 perdida,
      * 3 robada, 4 baja
       VALIDAR-MANTLINEA-ESTADO.
           IF MLN-VALOR-DEC NOT = 0 OR MLN-VALOR-ENT = 0
                   OR MLN-VALOR-ENT > 4
               MOVE "ESTADO NO VALIDO" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           MOVE MLN-VALOR-ENT TO MANT-VALOR-NUEVO.
           IF MANT-VALOR-NUEVO = 1
               MOVE MLN-TARJETA TO TARJETA-REPUESTA
               PERFORM COMPROBAR-REPOSICION
                   THRU COMPROBAR-REPOSICION-EXIT
               IF YA-REPUESTA = 1
                   MOVE "TARJETA REPUESTA" TO MOTIVO-MANT
                   GO TO VALIDAR-MANTLINEA-EXIT.
           STRING "EST " TESTADO DELIMITED BY SIZE INTO MLN-ANTES.
           STRING "EST " MANT-VALOR-NUEVO
               DELIMITED BY SIZE INTO MLN-DESPUES.
           IF TESTADO = MANT-VALOR-NUEVO
               MOVE 1 TO MANT-SIN-CAMBIO.
           IF TESTADO = 0 AND MANT-VALOR-NUEVO = 1
               MOVE 1 TO MANT-SIN-CAMBIO.
           GO TO VALIDAR-MANTLINEA-EXIT.

      * limite diario en euros y centimos; 0 es sin limite
       VALIDAR-MANTLINEA-LIMITE.
           IF MLN-VALOR-ENT > 9999999
               MOVE "LIMITE FUERA DE RANGO" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
      * la cuenta de menor no admite retirar sin limite diario
           IF PRODUCTO-MENOR AND MLN-VALOR-ENT = 0
                   AND MLN-VALOR-DEC = 0
               MOVE "MENOR SIN LIMITE DIARIO" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           MOVE MLN-VALOR-ENT TO MANT-LIMITE-ENT.
           MOVE MLN-VALOR-DEC TO MANT-LIMITE-DEC.
           STRING "LIM " TLIMITE-ENT "," TLIMITE-DEC
               DELIMITED BY SIZE INTO MLN-ANTES.
           STRING "LIM " MANT-LIMITE-ENT "," MANT-LIMITE-DEC
               DELIMITED BY SIZE INTO MLN-DESPUES.
           IF TLIMITE-ENT = MANT-LIMITE-ENT
                   AND TLIMITE-DEC = MANT-LIMITE-DEC
               MOVE 1 TO MANT-SIN-CAMBIO.
           GO TO VALIDAR-MANTLINEA-EXIT.

      * solo entre productos de cuenta del catalogo que se
      * comercializan, con la edad del titular dentro de los topes
      * y una sola tarjeta del producto por titular si asi lo pide;
      * la tarjeta toma el limite diario del producto nuevo
       VALIDAR-MANTLINEA-PRODUCTO.
           IF MLN-VALOR-DEC NOT = 0 OR MLN-VALOR-ENT > 99
               MOVE "PRODUCTO NO VALIDO" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           IF NOT PRODUCTO-CUENTA OR TTITULAR = 0
               MOVE "LA TARJETA NO ES DE CUENTA" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
      * la cuenta de menor solo se deja al cumplir 18 (BATCH-MAYORIA)
           IF PRODUCTO-MENOR
               MOVE "CUENTA DE MENOR" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           MOVE MLN-VALOR-ENT TO MANT-VALOR-NUEVO.
           IF MANT-VALOR-NUEVO = 0 OR MANT-VALOR-NUEVO = 2
                   OR MANT-VALOR-NUEVO = 3 OR MANT-VALOR-NUEVO = 7
               MOVE "PRODUCTO NO ASIGNABLE" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           MOVE TTITULAR TO MANT-TITULAR.
           MOVE TPRODUCTO TO MANT-PRODUCTO-ANTES.
           IF MANT-PRODUCTO-ANTES = 0
               MOVE 1 TO MANT-PRODUCTO-ANTES.
           STRING "PRD " MANT-PRODUCTO-ANTES " LIM " TLIMITE-ENT
               DELIMITED BY SIZE INTO MLN-ANTES.
           IF MANT-VALOR-NUEVO = MANT-PRODUCTO-ANTES
               MOVE MLN-ANTES TO MLN-DESPUES
               MOVE 1 TO MANT-SIN-CAMBIO
               GO TO VALIDAR-MANTLINEA-EXIT.

           MOVE MANT-VALOR-NUEVO TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           IF HAY-PRODUCTO = 0 OR PRODUCTO-ESTADO = 1
               MOVE "PRODUCTO INEXISTENTE O RETIRADO" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.

           IF PRODUCTO-EDAD-MINIMA = 0 AND PRODUCTO-EDAD-MAXIMA = 0
               GO TO VALIDAR-MANTLINEA-UNICA.
           MOVE MANT-TITULAR TO CLIENTE-CALCULO.
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
           IF FSC = 35
               MOVE "00" TO FSC.
           IF CLI-FECHA-NACIMIENTO = 0
                   OR CLI-FECHA-NACIMIENTO > FECHA-MANT-YMD
               MOVE "EDAD DEL TITULAR NO ADMITIDA" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           COMPUTE MANT-EDAD =
               (FECHA-MANT-YMD - CLI-FECHA-NACIMIENTO) / 10000.
           IF (PRODUCTO-EDAD-MINIMA NOT = 0
                   AND MANT-EDAD < PRODUCTO-EDAD-MINIMA)
                   OR (PRODUCTO-EDAD-MAXIMA NOT = 0
                   AND MANT-EDAD > PRODUCTO-EDAD-MAXIMA)
               MOVE "EDAD DEL TITULAR NO ADMITIDA" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.

       VALIDAR-MANTLINEA-UNICA.
           IF PRODUCTO-UNA-POR-TITULAR NOT = 1
               GO TO VALIDAR-MANTLINEA-PRODUCTO-FIN.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-MANTLINEA-UNICA-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO VALIDAR-MANTLINEA-UNICA-CERRAR.
           IF TTITULAR NOT = MANT-TITULAR
                   OR TNUM = MLN-TARJETA
                   OR TARJETA-BAJA
               GO TO VALIDAR-MANTLINEA-UNICA-LEER.
           MOVE 0 TO MANT-COINCIDE.
           IF TPRODUCTO = MANT-VALOR-NUEVO
               MOVE 1 TO MANT-COINCIDE.
           IF TPRODUCTO = 0 AND MANT-VALOR-NUEVO = 1
               MOVE 1 TO MANT-COINCIDE.
           IF MANT-COINCIDE = 1
               MOVE "EL TITULAR YA TIENE EL PRODUCTO" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-UNICA-CERRAR.
           GO TO VALIDAR-MANTLINEA-UNICA-LEER.

       VALIDAR-MANTLINEA-UNICA-CERRAR.
           CLOSE TARJETAS.
           IF MOTIVO-MANT NOT = SPACES
               GO TO VALIDAR-MANTLINEA-EXIT.

       VALIDAR-MANTLINEA-PRODUCTO-FIN.
           MOVE PRODUCTO-LIMITE-ENT TO MANT-LIMITE-ENT.
           MOVE PRODUCTO-LIMITE-DEC TO MANT-LIMITE-DEC.
           STRING "PRD " MANT-VALOR-NUEVO " LIM " MANT-LIMITE-ENT
               DELIMITED BY SIZE INTO MLN-DESPUES.
           GO TO VALIDAR-MANTLINEA-EXIT.

      * prorroga de la caducidad: fecha real, posterior a hoy y no
      * anterior a la caducidad que ya tiene la tarjeta
       VALIDAR-MANTLINEA-CADUCIDAD.
           MOVE MLN-VALOR-ENT TO FECHA-MANT-NUEVA.
           IF MLN-VALOR-DEC NOT = 0
                   OR FECHA-MANT-MES = 0 OR FECHA-MANT-MES > 12
                   OR FECHA-MANT-DIA = 0 OR FECHA-MANT-DIA > 31
               MOVE "FECHA DE CADUCIDAD NO VALIDA" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           IF FECHA-MANT-NUEVA NOT > FECHA-MANT-YMD
               MOVE "CADUCIDAD NO POSTERIOR A HOY" TO MOTIVO-MANT
               GO TO VALIDAR-MANTLINEA-EXIT.
           STRING "CAD " TFECHA-CADUCIDAD
               DELIMITED BY SIZE INTO MLN-ANTES.
           STRING "CAD " FECHA-MANT-NUEVA
               DELIMITED BY SIZE INTO MLN-DESPUES.
           IF FECHA-MANT-NUEVA = TFECHA-CADUCIDAD
               MOVE 1 TO MANT-SIN-CAMBIO
               GO TO VALIDAR-MANTLINEA-EXIT.
           IF FECHA-MANT-NUEVA < TFECHA-CADUCIDAD
               MOVE "NO PRORROGA LA CADUCIDAD" TO MOTIVO-MANT.
       VALIDAR-MANTLINEA-EXIT.
           EXIT.

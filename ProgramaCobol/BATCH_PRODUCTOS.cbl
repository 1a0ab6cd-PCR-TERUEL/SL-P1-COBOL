       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-PRODUCTOS.
      * carga del catalogo de productos: vuelca productos.txt sobre
      * productos.ubd (alta de productos nuevos y actualizacion de
      * los existentes), igual que la carga del tarifario. Si en un
      * producto existente cambian la cuota o los tramos de interes,
      * esas condiciones no se tocan: quedan en cambioscond.ubd con
      * la fecha de efecto de la linea (o la primera que da el plazo
      * de preaviso) y BATCH-PREAVISOS avisa a los clientes y las
      * lleva a productos.ubd; el resto de la ficha se actualiza
      * en el acto. Un cambio aun sin avisar se sustituye por el
      * nuevo; con el cambio ya avisado se rechaza la linea
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PRODUCTOS-SEL.cpy".
           COPY "CAMBIOSCOND-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".

           SELECT PRODUCTOS-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPX.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "PRODUCTOS-FD.cpy".
           COPY "CAMBIOSCOND-FD.cpy".
           COPY "PARAMETROS-FD.cpy".

      * una linea por producto, en columnas fijas: codigo, nombre,
      * estado, cuota (propia o no, euros, centimos), limite diario
      * (euros, centimos), servicios S/N, edad minima y maxima, una
      * por titular, numero de tramos y los cinco tramos (suelo,
      * tasa entera y decimales); los tramos sin usar pueden ir en
      * blanco. Al final, opcional, la fecha de efecto (AAAAMMDD) de
      * un cambio de cuota o de tramos; en blanco, la primera fecha
      * que deja el plazo de preaviso
       FD PRODUCTOS-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "productos.txt".
       01 PRODUCTO-TXT-REG.
           02 PTX-CODIGO               PIC 9(2).
           02 FILLER                   PIC X(1).
           02 PTX-NOMBRE               PIC X(20).
           02 FILLER                   PIC X(1).
           02 PTX-ESTADO               PIC 9(1).
           02 FILLER                   PIC X(1).
           02 PTX-CUOTA-PROPIA         PIC 9(1).
           02 FILLER                   PIC X(1).
           02 PTX-CUOTA-ENT            PIC 9(5).
           02 FILLER                   PIC X(1).
           02 PTX-CUOTA-DEC            PIC 9(2).
           02 FILLER                   PIC X(1).
           02 PTX-LIMITE-ENT           PIC 9(7).
           02 FILLER                   PIC X(1).
           02 PTX-LIMITE-DEC           PIC 9(2).
           02 FILLER                   PIC X(1).
           02 PTX-SERVICIOS            PIC X(30).
           02 FILLER                   PIC X(1).
           02 PTX-EDAD-MINIMA          PIC 9(3).
           02 FILLER                   PIC X(1).
           02 PTX-EDAD-MAXIMA          PIC 9(3).
           02 FILLER                   PIC X(1).
           02 PTX-UNA-POR-TITULAR      PIC 9(1).
           02 FILLER                   PIC X(1).
           02 PTX-NUM-TRAMOS           PIC 9(1).
           02 PTX-TRAMO OCCURS 5 TIMES.
               03 FILLER               PIC X(1).
               03 PTX-TRAMO-DESDE      PIC 9(9).
               03 FILLER               PIC X(1).
               03 PTX-TRAMO-ENT        PIC 9(2).
               03 FILLER               PIC X(1).
               03 PTX-TRAMO-DEC        PIC 9(2).
           02 FILLER                   PIC X(1).
           02 PTX-FECHA-EFECTO         PIC X(8).
           02 PTX-FECHA-EFECTO-NUM REDEFINES PTX-FECHA-EFECTO
                                       PIC 9(8).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSPD                      PIC   X(2).
       77 FSPX                      PIC   X(2).
       77 FSKC                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PARAMETROS-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-MINIMA-YMD           PIC  9(8).
       77 DIAS-MINIMA                PIC S9(9).
       77 FECHA-EFECTO-PRD           PIC  9(8).
       77 CAMBIO-AVISADO-PRD         PIC  9(1).
      * 1 = la linea trae otra cuota u otros tramos que la ficha
       77 CONDICIONES-CAMBIAN        PIC  9(1).
       77 TASA-PTX                   PIC  9(2)V9(2).

       77 NUM-LEIDAS                 PIC  9(4) VALUE 0.
       77 NUM-CARGADAS               PIC  9(4) VALUE 0.
       77 NUM-RECHAZADAS             PIC  9(4) VALUE 0.
       77 NUM-PROGRAMADOS            PIC  9(4) VALUE 0.
       77 INDICE-PTX                 PIC  9(1).
       77 LINEA-VALIDA               PIC  9(1).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-PREAVISO THRU LEER-PARAM-PREAVISO-EXIT.
           COMPUTE DIAS-MINIMA =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) + DIAS-PREAVISO.
           COMPUTE FECHA-MINIMA-YMD =
               FUNCTION DATE-OF-INTEGER(DIAS-MINIMA).
           PERFORM CARGAR-PRODUCTOS THRU CARGAR-PRODUCTOS-EXIT.
           DISPLAY "Carga del catalogo de productos completada. "
               "Leidas: " NUM-LEIDAS " Cargadas: " NUM-CARGADAS
               " Rechazadas: " NUM-RECHAZADAS
               " Cambios con preaviso: " NUM-PROGRAMADOS.
           STOP RUN.

       CARGAR-PRODUCTOS.
           OPEN INPUT PRODUCTOS-TXT.
           IF FSPX = 35
               DISPLAY "AVISO: no hay fichero productos.txt que cargar"
               GO TO CARGAR-PRODUCTOS-EXIT.
           IF FSPX NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O PRODUCTOS.
           IF FSPD = 35
               OPEN OUTPUT PRODUCTOS
           END-IF.
           IF FSPD NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O CAMBIOSCOND.
           IF FSKC = 35
               OPEN OUTPUT CAMBIOSCOND
               CLOSE CAMBIOSCOND
               OPEN I-O CAMBIOSCOND
           END-IF.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.

       CARGAR-PRODUCTOS-LEER.
           READ PRODUCTOS-TXT AT END GO TO CARGAR-PRODUCTOS-CERRAR.
           ADD 1 TO NUM-LEIDAS.
           PERFORM VALIDAR-LINEA THRU VALIDAR-LINEA-EXIT.
           IF LINEA-VALIDA = 0
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-PRODUCTOS-LEER.

           MOVE PTX-CODIGO TO PRD-CODIGO.
           READ PRODUCTOS INVALID KEY GO TO CARGAR-PRODUCTOS-NUEVO.

      * producto existente: un cambio suyo aun sin avisar se retira
      * siempre, porque la linea nueva manda; la cuota y los tramos
      * nuevos solo se programan si difieren de los de la ficha
           PERFORM RETIRAR-CAMBIO-PREVIO
               THRU RETIRAR-CAMBIO-PREVIO-EXIT.
           PERFORM COMPARAR-CONDICIONES THRU COMPARAR-CONDICIONES-EXIT.
           IF CONDICIONES-CAMBIAN = 0
               GO TO CARGAR-PRODUCTOS-ACTUALIZAR.
           IF CAMBIO-AVISADO-PRD = 1
               DISPLAY "AVISO: producto " PTX-CODIGO
                   " rechazado, tiene un cambio ya avisado"
               ADD 1 TO NUM-RECHAZADAS
               GO TO CARGAR-PRODUCTOS-LEER.
           IF PTX-FECHA-EFECTO = SPACES
                   OR PTX-FECHA-EFECTO = ZEROS
               MOVE FECHA-MINIMA-YMD TO FECHA-EFECTO-PRD
           ELSE
               IF PTX-FECHA-EFECTO-NUM NOT NUMERIC
                       OR PTX-FECHA-EFECTO-NUM < FECHA-MINIMA-YMD
                   DISPLAY "AVISO: producto " PTX-CODIGO
                       " rechazado, la fecha de efecto no da "
                       DIAS-PREAVISO " dias de preaviso"
                   ADD 1 TO NUM-RECHAZADAS
                   GO TO CARGAR-PRODUCTOS-LEER
               ELSE
                   MOVE PTX-FECHA-EFECTO-NUM TO FECHA-EFECTO-PRD.
           PERFORM PROGRAMAR-CAMBIO THRU PROGRAMAR-CAMBIO-EXIT.

       CARGAR-PRODUCTOS-ACTUALIZAR.
           PERFORM RELLENAR-PRODUCTO THRU RELLENAR-PRODUCTO-EXIT.
           IF CONDICIONES-CAMBIAN = 0
               PERFORM RELLENAR-CONDICIONES
                   THRU RELLENAR-CONDICIONES-EXIT.
           REWRITE PRODUCTO-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-PRODUCTOS-LEER.

       CARGAR-PRODUCTOS-NUEVO.
           MOVE PTX-CODIGO TO PRD-CODIGO.
           PERFORM RELLENAR-PRODUCTO THRU RELLENAR-PRODUCTO-EXIT.
           PERFORM RELLENAR-CONDICIONES THRU RELLENAR-CONDICIONES-EXIT.
           WRITE PRODUCTO-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADAS.
           GO TO CARGAR-PRODUCTOS-LEER.

      * el cambio del producto que aun no se habia avisado se retira;
      * si ya se aviso, se marca para rechazar la linea
       RETIRAR-CAMBIO-PREVIO.
           MOVE 0 TO CAMBIO-AVISADO-PRD.
           MOVE "P" TO CCO-TIPO.
           MOVE 0 TO CCO-FECHA-EFECTO.
           MOVE 0 TO CCO-CODIGO.
           START CAMBIOSCOND KEY IS NOT LESS THAN CCO-CLAVE
               INVALID KEY GO TO RETIRAR-CAMBIO-PREVIO-EXIT.

       RETIRAR-CAMBIO-PREVIO-LEER.
           READ CAMBIOSCOND NEXT RECORD
               AT END GO TO RETIRAR-CAMBIO-PREVIO-EXIT.
           IF NOT CAMBIO-PRODUCTO
               GO TO RETIRAR-CAMBIO-PREVIO-EXIT.
           IF CCO-CODIGO NOT = PTX-CODIGO
               GO TO RETIRAR-CAMBIO-PREVIO-LEER.
           IF CAMBIO-AVISADO
               MOVE 1 TO CAMBIO-AVISADO-PRD
               GO TO RETIRAR-CAMBIO-PREVIO-EXIT.
           IF CAMBIO-PENDIENTE-AVISO
               DELETE CAMBIOSCOND RECORD INVALID KEY
                   GO TO PSYS-ERR.
           GO TO RETIRAR-CAMBIO-PREVIO-LEER.
       RETIRAR-CAMBIO-PREVIO-EXIT.
           EXIT.

      * la ficha leida frente a la linea: cuota (propia o no e
      * importe) y tabla de tramos en uso
       COMPARAR-CONDICIONES.
           MOVE 1 TO CONDICIONES-CAMBIAN.
           IF PTX-CUOTA-PROPIA NOT = PRD-CUOTA-PROPIA
                   OR PTX-CUOTA-ENT NOT = PRD-CUOTA-ENT
                   OR PTX-CUOTA-DEC NOT = PRD-CUOTA-DEC
                   OR PTX-NUM-TRAMOS NOT = PRD-NUM-TRAMOS
               GO TO COMPARAR-CONDICIONES-EXIT.
           MOVE 0 TO INDICE-PTX.

       COMPARAR-CONDICIONES-TRAMO.
           ADD 1 TO INDICE-PTX.
           IF INDICE-PTX > PTX-NUM-TRAMOS
               MOVE 0 TO CONDICIONES-CAMBIAN
               GO TO COMPARAR-CONDICIONES-EXIT.
           COMPUTE TASA-PTX = PTX-TRAMO-ENT (INDICE-PTX)
               + (PTX-TRAMO-DEC (INDICE-PTX) / 100).
           IF PTX-TRAMO-DESDE (INDICE-PTX)
                   NOT = PRD-TRAMO-DESDE (INDICE-PTX)
                   OR TASA-PTX NOT = PRD-TRAMO-TASA (INDICE-PTX)
               GO TO COMPARAR-CONDICIONES-EXIT.
           GO TO COMPARAR-CONDICIONES-TRAMO.
       COMPARAR-CONDICIONES-EXIT.
           EXIT.

      * fila del cambio en cambioscond.ubd con la cuota y los tramos
      * nuevos; los tramos sin usar quedan a cero
       PROGRAMAR-CAMBIO.
           INITIALIZE CAMBIOCOND-REG.
           MOVE "P" TO CCO-TIPO.
           MOVE FECHA-EFECTO-PRD TO CCO-FECHA-EFECTO.
           MOVE PTX-CODIGO TO CCO-CODIGO.
           MOVE PTX-CUOTA-ENT TO CCO-FIJO-ENT.
           MOVE PTX-CUOTA-DEC TO CCO-FIJO-DEC.
           MOVE PTX-CUOTA-PROPIA TO CCO-PRD-CUOTA-PROPIA.
           MOVE PTX-NUM-TRAMOS TO CCO-PRD-NUM-TRAMOS.
           MOVE 0 TO CCO-SUPERVISOR.
           MOVE FECHA-HOY-YMD TO CCO-FECHA-CARGA.
           MOVE 0 TO CCO-ESTADO.
           MOVE 0 TO INDICE-PTX.

       PROGRAMAR-CAMBIO-TRAMO.
           ADD 1 TO INDICE-PTX.
           IF INDICE-PTX > PTX-NUM-TRAMOS
               GO TO PROGRAMAR-CAMBIO-GRABAR.
           MOVE PTX-TRAMO-DESDE (INDICE-PTX)
               TO CCO-PRD-DESDE (INDICE-PTX).
           COMPUTE CCO-PRD-TASA (INDICE-PTX) =
               PTX-TRAMO-ENT (INDICE-PTX)
               + (PTX-TRAMO-DEC (INDICE-PTX) / 100).
           GO TO PROGRAMAR-CAMBIO-TRAMO.

       PROGRAMAR-CAMBIO-GRABAR.
           WRITE CAMBIOCOND-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-PROGRAMADOS.
       PROGRAMAR-CAMBIO-EXIT.
           EXIT.

       CARGAR-PRODUCTOS-CERRAR.
           CLOSE PRODUCTOS-TXT.
           CLOSE PRODUCTOS.
           CLOSE CAMBIOSCOND.
       CARGAR-PRODUCTOS-EXIT.
           EXIT.

      * el codigo 0 no es un producto (las tarjetas con 0 se tratan
      * como el 1); solo los tramos en uso tienen que ser numericos
       VALIDAR-LINEA.
           MOVE 0 TO LINEA-VALIDA.
           IF PTX-CODIGO NOT NUMERIC OR PTX-CODIGO = 0
               GO TO VALIDAR-LINEA-EXIT.
           IF PTX-ESTADO NOT NUMERIC OR PTX-ESTADO > 1
               GO TO VALIDAR-LINEA-EXIT.
           IF PTX-CUOTA-PROPIA NOT NUMERIC OR PTX-CUOTA-PROPIA > 1
               GO TO VALIDAR-LINEA-EXIT.
           IF PTX-CUOTA-ENT NOT NUMERIC
                   OR PTX-CUOTA-DEC NOT NUMERIC
                   OR PTX-LIMITE-ENT NOT NUMERIC
                   OR PTX-LIMITE-DEC NOT NUMERIC
                   OR PTX-EDAD-MINIMA NOT NUMERIC
                   OR PTX-EDAD-MAXIMA NOT NUMERIC
                   OR PTX-UNA-POR-TITULAR NOT NUMERIC
                   OR PTX-NUM-TRAMOS NOT NUMERIC
               GO TO VALIDAR-LINEA-EXIT.
           IF PTX-NUM-TRAMOS > 5
               GO TO VALIDAR-LINEA-EXIT.
           IF PTX-EDAD-MAXIMA NOT = 0
                   AND PTX-EDAD-MAXIMA < PTX-EDAD-MINIMA
               GO TO VALIDAR-LINEA-EXIT.
      * la cuenta de menor no puede quedar sin limite diario (0)
           IF PTX-CODIGO = 07
                   AND PTX-LIMITE-ENT = 0 AND PTX-LIMITE-DEC = 0
               DISPLAY "AVISO: producto " PTX-CODIGO
                   " rechazado, la cuenta de menor necesita limite"
               GO TO VALIDAR-LINEA-EXIT.
           MOVE 0 TO INDICE-PTX.

       VALIDAR-LINEA-TRAMO.
           ADD 1 TO INDICE-PTX.
           IF INDICE-PTX > PTX-NUM-TRAMOS
               MOVE 1 TO LINEA-VALIDA
               GO TO VALIDAR-LINEA-EXIT.
           IF PTX-TRAMO-DESDE (INDICE-PTX) NOT NUMERIC
                   OR PTX-TRAMO-ENT (INDICE-PTX) NOT NUMERIC
                   OR PTX-TRAMO-DEC (INDICE-PTX) NOT NUMERIC
               GO TO VALIDAR-LINEA-EXIT.
           GO TO VALIDAR-LINEA-TRAMO.
       VALIDAR-LINEA-EXIT.
           EXIT.

       RELLENAR-PRODUCTO.
           MOVE PTX-NOMBRE TO PRD-NOMBRE.
           MOVE PTX-ESTADO TO PRD-ESTADO.
           MOVE PTX-LIMITE-ENT TO PRD-LIMITE-ENT.
           MOVE PTX-LIMITE-DEC TO PRD-LIMITE-DEC.
           MOVE PTX-SERVICIOS TO PRD-SERVICIOS.
           MOVE PTX-EDAD-MINIMA TO PRD-EDAD-MINIMA.
           MOVE PTX-EDAD-MAXIMA TO PRD-EDAD-MAXIMA.
           MOVE PTX-UNA-POR-TITULAR TO PRD-UNA-POR-TITULAR.
       RELLENAR-PRODUCTO-EXIT.
           EXIT.

      * cuota y tramos, que en un producto existente solo se tocan
      * aqui si no cambian o a traves del preaviso
       RELLENAR-CONDICIONES.
           MOVE PTX-CUOTA-PROPIA TO PRD-CUOTA-PROPIA.
           MOVE PTX-CUOTA-ENT TO PRD-CUOTA-ENT.
           MOVE PTX-CUOTA-DEC TO PRD-CUOTA-DEC.
           MOVE PTX-NUM-TRAMOS TO PRD-NUM-TRAMOS.
           MOVE 0 TO INDICE-PTX.

       RELLENAR-CONDICIONES-TRAMO.
           ADD 1 TO INDICE-PTX.
           IF INDICE-PTX > 5
               GO TO RELLENAR-CONDICIONES-EXIT.
           IF INDICE-PTX > PTX-NUM-TRAMOS
               MOVE 0 TO PRD-TRAMO-DESDE (INDICE-PTX)
               MOVE 0 TO PRD-TRAMO-TASA (INDICE-PTX)
           ELSE
               MOVE PTX-TRAMO-DESDE (INDICE-PTX)
                   TO PRD-TRAMO-DESDE (INDICE-PTX)
               COMPUTE PRD-TRAMO-TASA (INDICE-PTX) =
                   PTX-TRAMO-ENT (INDICE-PTX)
                   + (PTX-TRAMO-DEC (INDICE-PTX) / 100).
           GO TO RELLENAR-CONDICIONES-TRAMO.
       RELLENAR-CONDICIONES-EXIT.
           EXIT.

           COPY "LEER-PARAM-PREAVISO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE PRODUCTOS-TXT.
           CLOSE PRODUCTOS.
           CLOSE CAMBIOSCOND.

           MOVE "BATCH-PD" TO ERROR-PROGRAMA.
           IF FSPD NOT = 00
               MOVE FSPD TO ERROR-FS
           ELSE
               IF FSKC NOT = 00
                   MOVE FSKC TO ERROR-FS
               ELSE
                   MOVE FSPX TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "carga del catalogo de productos. FSPD=" FSPD
               " FSKC=" FSKC " FSPX=" FSPX.
           STOP RUN.

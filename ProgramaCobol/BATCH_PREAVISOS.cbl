       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-PREAVISOS.
      * preaviso de cambios de condiciones, paso del cierre diario:
      * toma de cambioscond.ubd los cambios de comisiones (carga de
      * tarifas.txt), de tramos del interes acreedor (BANK44) y de
      * cuota o tramos de un producto (carga de productos.txt) aun
      * sin avisar y, para cada tarjeta afectada, compara lo que
      * paga o cobra hoy con lo que pagara o cobrara con el cambio;
      * (la perdida o robada que ya tiene reposicion no se avisa: el
      * aviso va a la tarjeta que la repone)
      * si difiere, envia carta a la direccion del titular y correo
      * a su email (si lo tiene en preferencias) con las dos
      * condiciones y la fecha de vigor, y lo deja en preavisos.rpt
      * como constancia de cuando y por que canal se aviso a cada
      * cliente. La fecha de vigor es la pedida o, si el aviso sale
      * mas tarde, el fin del plazo de preaviso contado desde hoy.
      * Los tramos pasan a tramosint.ubd al avisar, con la fecha de
      * vigor (el devengo los resuelve por fecha); las comisiones
      * y las condiciones de producto pasan a tarifas.ubd y a
      * productos.ubd en el cierre del dia de vigor
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CAMBIOSCOND-SEL.cpy".
           COPY "TARIFAS-SEL.cpy".
           COPY "TRAMOSINT-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".
           COPY "PREFERENCIAS-SEL.cpy".
           COPY "PRODUCTOS-SEL.cpy".
           COPY "RENOV-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "ENVIOS-CARTA-SEL.cpy".
           COPY "ENVIOS-EMAIL-SEL.cpy".

           SELECT PREAVISOS-RPT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSPA.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CAMBIOSCOND-FD.cpy".
           COPY "TARIFAS-FD.cpy".
           COPY "TRAMOSINT-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".
           COPY "PREFERENCIAS-FD.cpy".
           COPY "PRODUCTOS-FD.cpy".
           COPY "RENOV-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "ENVIOS-CARTA-FD.cpy".
           COPY "ENVIOS-EMAIL-FD.cpy".

      * constancia de avisos (una linea por tarjeta y cambio, con
      * los canales usados) y de la entrada en vigor de cada cambio
       FD PREAVISOS-RPT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "preavisos.rpt".
       01 PREAVISO-REG.
           02 PRV-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 PRV-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 PRV-DIA                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRV-ACCION               PIC X(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRV-TIPO                 PIC X(01).
           02 PRV-CODIGO               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRV-VIGOR                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRV-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRV-CLIENTE              PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * S/N: carta enviada, correo enviado
           02 PRV-CARTA                PIC X(01).
           02 PRV-EMAIL                PIC X(01).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PRV-TEXTO                PIC X(95).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSKC                      PIC   X(2).
       77 FSTA                      PIC   X(2).
       77 FSTI                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSPF                      PIC   X(2).
       77 FSPD                      PIC   X(2).
       77 FSRN                      PIC   X(2) VALUE "00".
       77 FSP                       PIC   X(2).
       77 FSCA                      PIC   X(2).
       77 FSML                      PIC   X(2).
       77 FSPA                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "CLIENTE-WS.cpy".
           COPY "PRODUCTO-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "REPOSICION-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-VIGOR-MINIMA         PIC  9(8).
       77 DIAS-VIGOR-MINIMO          PIC S9(9).
       77 FECHA-VIGOR-CAMBIO         PIC  9(8).
       01 FECHA-VIGOR-TEXTO.
           02 FVT-DIA                PIC X(2).
           02 FILLER                 PIC X(1) VALUE "-".
           02 FVT-MES                PIC X(2).
           02 FILLER                 PIC X(1) VALUE "-".
           02 FVT-ANO                PIC X(4).

      * siguiente clave a tratar: se reposiciona en cada vuelta
      * porque el aviso abre otros ficheros y reescribe el cambio
       01 CLAVE-SIGUIENTE.
           02 CLS-TIPO               PIC X(1).
           02 CLS-FECHA              PIC 9(8).
           02 CLS-CODIGO             PIC 9(2).

      * cambio en curso, copiado del registro antes de cerrar
       77 CUR-TIPO                   PIC X(1).
       77 CUR-FECHA-EFECTO           PIC 9(8).
       77 CUR-CODIGO                 PIC 9(2).
       77 CUR-FIJO-ENT               PIC 9(5).
       77 CUR-FIJO-DEC               PIC 9(2).
       77 CUR-PCT                    PIC 9(2)V9(2).
       77 CUR-MINIMO-ENT             PIC 9(5).
       77 CUR-MINIMO-DEC             PIC 9(2).
       77 CUR-PRD-CUOTA-PROPIA       PIC 9(1).
       01 TRAMOS-PRD-NUE.
           02 TPN-NUM                PIC 9(1).
           02 TPN-TRAMO OCCURS 5 TIMES.
               03 TPN-DESDE          PIC 9(9).
               03 TPN-TASA           PIC 9(2)V9(2).

      * cambio de producto: tramos vigentes del producto, tabla de
      * tramos con la que se resuelve una tasa (misma forma que las
      * dos anteriores), cuotas y tasas de la tarjeta antes y despues
       01 TRAMOS-PRD-ANT.
           02 TPA-NUM                PIC 9(1).
           02 TPA-TRAMO OCCURS 5 TIMES.
               03 TPA-DESDE          PIC 9(9).
               03 TPA-TASA           PIC 9(2)V9(2).
       01 TRAMOS-PRD-CALC.
           02 TPC-NUM                PIC 9(1).
           02 TPC-TRAMO OCCURS 5 TIMES.
               03 TPC-DESDE          PIC 9(9).
               03 TPC-TASA           PIC 9(2)V9(2).
       77 TASA-CALCULO               PIC 9(2)V9(2).
       77 TASA-PRD-ANT               PIC 9(2)V9(2).
       77 TASA-PRD-NUE               PIC 9(2)V9(2).
       77 CUOTA-ANT-ENT              PIC 9(5).
       77 CUOTA-ANT-DEC              PIC 9(2).
       77 CUOTA-NUE-ENT              PIC 9(5).
       77 CUOTA-NUE-DEC              PIC 9(2).
       77 PRODUCTO-TARJETA           PIC 9(2).

      * condiciones vigentes de la operacion del tarifario
       77 ANT-FIJO-ENT               PIC 9(5).
       77 ANT-FIJO-DEC               PIC 9(2).
       77 ANT-PCT                    PIC 9(2)V9(2).
       77 ANT-MINIMO-ENT             PIC 9(5).
       77 ANT-MINIMO-DEC             PIC 9(2).

      * tabla de tramos vigente (tramosint.ubd completo en memoria)
      * y la nueva del grupo de filas de la misma fecha de efecto
       01 TABLA-TRAMOS-MEM.
           05 TRAMO-MEM OCCURS 100 TIMES.
               10 TIW-FECHA         PIC 9(8).
               10 TIW-DESDE         PIC 9(9).
               10 TIW-TASA          PIC 9(2)V9(2).
       77 NUM-TRAMOS-MEM             PIC  9(3) VALUE 0.
       77 INDICE-TIW                 PIC  9(3).
       77 FECHA-TABLA-VIGENTE        PIC  9(8).
       01 TABLA-TRAMOS-NUEVOS.
           05 TRAMO-NUEVO OCCURS 10 TIMES.
               10 TNW-DESDE         PIC 9(9).
               10 TNW-TASA          PIC 9(2)V9(2).
       77 NUM-TRAMOS-NUEVOS          PIC  9(2) VALUE 0.
       77 INDICE-TNW                 PIC  9(2).
       77 SALDO-TARJETA-EUR          PIC S9(9).
       77 MEJOR-DESDE                PIC  9(9).
       77 TASA-ANTERIOR              PIC 9(2)V9(2).
       77 TASA-NUEVA                 PIC 9(2)V9(2).

      * importes y tasas del texto del aviso, en formato 99999,99
       01 FIJO-ANT-TEXTO.
           02 FAT-ENT                PIC ZZZZ9.
           02 FILLER                 PIC X(1) VALUE ",".
           02 FAT-DEC                PIC 99.
       01 FIJO-NUE-TEXTO.
           02 FNT-ENT                PIC ZZZZ9.
           02 FILLER                 PIC X(1) VALUE ",".
           02 FNT-DEC                PIC 99.
       01 PCT-ANT-TEXTO.
           02 PAT-ENT                PIC Z9.
           02 FILLER                 PIC X(1) VALUE ",".
           02 PAT-DEC                PIC 99.
       01 PCT-NUE-TEXTO.
           02 PNT-ENT                PIC Z9.
           02 FILLER                 PIC X(1) VALUE ",".
           02 PNT-DEC                PIC 99.
       01 MIN-ANT-TEXTO.
           02 MAT-ENT                PIC ZZZZ9.
           02 FILLER                 PIC X(1) VALUE ",".
           02 MAT-DEC                PIC 99.
       01 MIN-NUE-TEXTO.
           02 MNT-ENT                PIC ZZZZ9.
           02 FILLER                 PIC X(1) VALUE ",".
           02 MNT-DEC                PIC 99.
       77 PCT-CENTESIMAS             PIC 9(4).

       77 TEXTO-AVISO                PIC X(95).
       77 CARTA-ENVIADA              PIC X(1).
       77 EMAIL-ENVIADO              PIC X(1).
       77 EMAIL-CLIENTE              PIC X(50).
       77 TARJETAS-AVISADAS-CAMBIO   PIC 9(7).
       77 NUM-CAMBIOS-AVISADOS       PIC 9(6) VALUE 0.
       77 NUM-AVISOS                 PIC 9(7) VALUE 0.
       77 NUM-EN-VIGOR               PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-PREAVISO THRU LEER-PARAM-PREAVISO-EXIT.
           PERFORM LEER-INTERESES THRU LEER-INTERESES-EXIT.
           COMPUTE DIAS-VIGOR-MINIMO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) + DIAS-PREAVISO.
           COMPUTE FECHA-VIGOR-MINIMA =
               FUNCTION DATE-OF-INTEGER(DIAS-VIGOR-MINIMO).

           OPEN EXTEND PREAVISOS-RPT.
           IF FSPA = 35
               OPEN OUTPUT PREAVISOS-RPT
           END-IF.
           IF FSPA NOT = 00
               GO TO PSYS-ERR.
           OPEN EXTEND ENVIOS-CARTA.
           IF FSCA = 35
               OPEN OUTPUT ENVIOS-CARTA
           END-IF.
           IF FSCA NOT = 00
               GO TO PSYS-ERR.
           OPEN EXTEND ENVIOS-EMAIL.
           IF FSML = 35
               OPEN OUTPUT ENVIOS-EMAIL
           END-IF.
           IF FSML NOT = 00
               GO TO PSYS-ERR.

           PERFORM AVISAR-CAMBIOS THRU AVISAR-CAMBIOS-EXIT.
           PERFORM APLICAR-CAMBIOS THRU APLICAR-CAMBIOS-EXIT.

           CLOSE PREAVISOS-RPT.
           CLOSE ENVIOS-CARTA.
           CLOSE ENVIOS-EMAIL.
           DISPLAY "Preavisos de cambios de condiciones completados. "
               "Cambios avisados: " NUM-CAMBIOS-AVISADOS
               " Avisos: " NUM-AVISOS " En vigor: " NUM-EN-VIGOR.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *----------------------------------------------------------*
      * cambios pendientes de aviso, en orden de clave: las filas
      * de tramos de una misma fecha forman una tabla nueva y se
      * avisan juntas
      *----------------------------------------------------------*
       AVISAR-CAMBIOS.
           MOVE LOW-VALUES TO CLAVE-SIGUIENTE.

       AVISAR-CAMBIOS-SIGUIENTE.
           OPEN INPUT CAMBIOSCOND.
           IF FSKC = 35
               GO TO AVISAR-CAMBIOS-EXIT.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.
           MOVE CLAVE-SIGUIENTE TO CCO-CLAVE.
           START CAMBIOSCOND KEY IS > CCO-CLAVE
               INVALID KEY
                   CLOSE CAMBIOSCOND
                   GO TO AVISAR-CAMBIOS-EXIT.

       AVISAR-CAMBIOS-LEER.
           READ CAMBIOSCOND NEXT RECORD
               AT END
                   CLOSE CAMBIOSCOND
                   GO TO AVISAR-CAMBIOS-EXIT.
           IF NOT CAMBIO-PENDIENTE-AVISO
               GO TO AVISAR-CAMBIOS-LEER.
           MOVE CCO-CLAVE TO CLAVE-SIGUIENTE.
           MOVE CCO-TIPO TO CUR-TIPO.
           MOVE CCO-FECHA-EFECTO TO CUR-FECHA-EFECTO.
           MOVE CCO-CODIGO TO CUR-CODIGO.
           MOVE CCO-FIJO-ENT TO CUR-FIJO-ENT.
           MOVE CCO-FIJO-DEC TO CUR-FIJO-DEC.
           MOVE CCO-PCT TO CUR-PCT.
           MOVE CCO-MINIMO-ENT TO CUR-MINIMO-ENT.
           MOVE CCO-MINIMO-DEC TO CUR-MINIMO-DEC.
           MOVE CCO-PRD-CUOTA-PROPIA TO CUR-PRD-CUOTA-PROPIA.
           MOVE CCO-PRD-NUM-TRAMOS TO TPN-NUM.
           MOVE 0 TO INDICE-TRAMO-PRD.
           PERFORM COPIAR-TRAMOS-CAMBIO THRU COPIAR-TRAMOS-CAMBIO-EXIT.
           CLOSE CAMBIOSCOND.

      * el aviso sale hoy: sin el plazo completo por delante, el
      * cambio se retrasa hasta cumplirlo
           MOVE CUR-FECHA-EFECTO TO FECHA-VIGOR-CAMBIO.
           IF FECHA-VIGOR-CAMBIO < FECHA-VIGOR-MINIMA
               MOVE FECHA-VIGOR-MINIMA TO FECHA-VIGOR-CAMBIO.
           MOVE FECHA-VIGOR-CAMBIO (7:2) TO FVT-DIA.
           MOVE FECHA-VIGOR-CAMBIO (5:2) TO FVT-MES.
           MOVE FECHA-VIGOR-CAMBIO (1:4) TO FVT-ANO.
           MOVE 0 TO TARJETAS-AVISADAS-CAMBIO.

           IF CUR-TIPO = "T"
               PERFORM AVISAR-TARIFA THRU AVISAR-TARIFA-EXIT
           ELSE
               IF CUR-TIPO = "P"
                   PERFORM AVISAR-PRODUCTO THRU AVISAR-PRODUCTO-EXIT
               ELSE
                   PERFORM AVISAR-TABLA THRU AVISAR-TABLA-EXIT
                   MOVE 99 TO CLS-CODIGO.
           ADD 1 TO NUM-CAMBIOS-AVISADOS.
           GO TO AVISAR-CAMBIOS-SIGUIENTE.
       AVISAR-CAMBIOS-EXIT.
           EXIT.

       COPIAR-TRAMOS-CAMBIO.
           ADD 1 TO INDICE-TRAMO-PRD.
           IF INDICE-TRAMO-PRD > 5
               GO TO COPIAR-TRAMOS-CAMBIO-EXIT.
           MOVE CCO-PRD-DESDE (INDICE-TRAMO-PRD)
               TO TPN-DESDE (INDICE-TRAMO-PRD).
           MOVE CCO-PRD-TASA (INDICE-TRAMO-PRD)
               TO TPN-TASA (INDICE-TRAMO-PRD).
           GO TO COPIAR-TRAMOS-CAMBIO.
       COPIAR-TRAMOS-CAMBIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cambio de una operacion del tarifario: las condiciones son
      * las mismas para todas las tarjetas, salvo la cuota mensual
      * (operacion 2), que no afecta a los productos con cuota
      * propia en el catalogo
      *----------------------------------------------------------*
       AVISAR-TARIFA.
           MOVE 0 TO ANT-FIJO-ENT.
           MOVE 0 TO ANT-FIJO-DEC.
           MOVE 0 TO ANT-PCT.
           MOVE 0 TO ANT-MINIMO-ENT.
           MOVE 0 TO ANT-MINIMO-DEC.
           OPEN INPUT TARIFAS.
           IF FSTA = 35
               GO TO AVISAR-TARIFA-COMPARAR.
           IF FSTA NOT = 00
               GO TO PSYS-ERR.
           MOVE CUR-CODIGO TO TAR-OPERACION.
           READ TARIFAS INVALID KEY
               CLOSE TARIFAS
               GO TO AVISAR-TARIFA-COMPARAR.
           MOVE TAR-FIJO-ENT TO ANT-FIJO-ENT.
           MOVE TAR-FIJO-DEC TO ANT-FIJO-DEC.
           MOVE TAR-PCT TO ANT-PCT.
           MOVE TAR-MINIMO-ENT TO ANT-MINIMO-ENT.
           MOVE TAR-MINIMO-DEC TO ANT-MINIMO-DEC.
           CLOSE TARIFAS.

      * sin diferencia no hay nada que avisar, pero el cambio sigue
      * su curso hasta la fecha de vigor
       AVISAR-TARIFA-COMPARAR.
           IF ANT-FIJO-ENT = CUR-FIJO-ENT
                   AND ANT-FIJO-DEC = CUR-FIJO-DEC
                   AND ANT-PCT = CUR-PCT
                   AND ANT-MINIMO-ENT = CUR-MINIMO-ENT
                   AND ANT-MINIMO-DEC = CUR-MINIMO-DEC
               GO TO AVISAR-TARIFA-MARCAR.

           MOVE ANT-FIJO-ENT TO FAT-ENT.
           MOVE ANT-FIJO-DEC TO FAT-DEC.
           MOVE CUR-FIJO-ENT TO FNT-ENT.
           MOVE CUR-FIJO-DEC TO FNT-DEC.
           COMPUTE PCT-CENTESIMAS = ANT-PCT * 100.
           COMPUTE PAT-ENT = PCT-CENTESIMAS / 100.
           MOVE FUNCTION MOD(PCT-CENTESIMAS, 100) TO PAT-DEC.
           COMPUTE PCT-CENTESIMAS = CUR-PCT * 100.
           COMPUTE PNT-ENT = PCT-CENTESIMAS / 100.
           MOVE FUNCTION MOD(PCT-CENTESIMAS, 100) TO PNT-DEC.
           MOVE ANT-MINIMO-ENT TO MAT-ENT.
           MOVE ANT-MINIMO-DEC TO MAT-DEC.
           MOVE CUR-MINIMO-ENT TO MNT-ENT.
           MOVE CUR-MINIMO-DEC TO MNT-DEC.
           MOVE SPACES TO TEXTO-AVISO.
           STRING "COMISION " CUR-CODIGO " DESDE " FECHA-VIGOR-TEXTO
               " FIJO " FIJO-ANT-TEXTO " A " FIJO-NUE-TEXTO
               " PCT " PCT-ANT-TEXTO " A " PCT-NUE-TEXTO
               " MIN " MIN-ANT-TEXTO " A " MIN-NUE-TEXTO
               DELIMITED BY SIZE INTO TEXTO-AVISO.

           OPEN INPUT TARJETAS.
           IF FST = 35
               GO TO AVISAR-TARIFA-MARCAR.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       AVISAR-TARIFA-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO AVISAR-TARIFA-CERRAR.
           IF TARJETA-BAJA
               GO TO AVISAR-TARIFA-LEER.
           IF TARJETA-PERDIDA OR TARJETA-ROBADA
               MOVE TNUM TO TARJETA-REPUESTA
               PERFORM COMPROBAR-REPOSICION
                   THRU COMPROBAR-REPOSICION-EXIT
               IF YA-REPUESTA = 1
                   GO TO AVISAR-TARIFA-LEER.
           IF CUR-CODIGO = 2
               MOVE TPRODUCTO TO PRODUCTO-BUSCADO
               PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT
               IF HAY-PRODUCTO = 1 AND PRODUCTO-CUOTA-PROPIA = 1
                   GO TO AVISAR-TARIFA-LEER.
           PERFORM AVISAR-TARJETA THRU AVISAR-TARJETA-EXIT.
           GO TO AVISAR-TARIFA-LEER.

       AVISAR-TARIFA-CERRAR.
           CLOSE TARJETAS.

       AVISAR-TARIFA-MARCAR.
           OPEN I-O CAMBIOSCOND.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.
           MOVE CUR-TIPO TO CCO-TIPO.
           MOVE CUR-FECHA-EFECTO TO CCO-FECHA-EFECTO.
           MOVE CUR-CODIGO TO CCO-CODIGO.
           READ CAMBIOSCOND INVALID KEY GO TO PSYS-ERR.
           PERFORM MARCAR-AVISADO THRU MARCAR-AVISADO-EXIT.
           CLOSE CAMBIOSCOND.
       AVISAR-TARIFA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tabla nueva de tramos: la tasa de cada tarjeta se resuelve
      * como en el devengo (la fila de suelo mas alto que alcanza
      * su saldo, o la tasa plana de parametros si no alcanza
      * ninguna) con la tabla vigente y con la nueva. Las tarjetas
      * de credito no devengan y los productos con tramos propios
      * no usan la tabla
      *----------------------------------------------------------*
       AVISAR-TABLA.
           PERFORM CARGAR-TRAMOS-NUEVOS
               THRU CARGAR-TRAMOS-NUEVOS-EXIT.
           PERFORM CARGAR-TRAMOS THRU CARGAR-TRAMOS-EXIT.

           OPEN INPUT TARJETAS.
           IF FST = 35
               GO TO AVISAR-TABLA-MARCAR.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       AVISAR-TABLA-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO AVISAR-TABLA-CERRAR.
           IF TARJETA-BAJA OR PRODUCTO-CREDITO
               GO TO AVISAR-TABLA-LEER.
           IF TARJETA-PERDIDA OR TARJETA-ROBADA
               MOVE TNUM TO TARJETA-REPUESTA
               PERFORM COMPROBAR-REPOSICION
                   THRU COMPROBAR-REPOSICION-EXIT
               IF YA-REPUESTA = 1
                   GO TO AVISAR-TABLA-LEER.
           MOVE TPRODUCTO TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           IF HAY-PRODUCTO = 1 AND PRODUCTO-NUM-TRAMOS > 0
               GO TO AVISAR-TABLA-LEER.
           MOVE TSALDO-ENT TO SALDO-TARJETA-EUR.
           PERFORM RESOLVER-TASAS THRU RESOLVER-TASAS-EXIT.
           IF TASA-ANTERIOR = TASA-NUEVA
               GO TO AVISAR-TABLA-LEER.

           COMPUTE PCT-CENTESIMAS = TASA-ANTERIOR * 100.
           COMPUTE PAT-ENT = PCT-CENTESIMAS / 100.
           MOVE FUNCTION MOD(PCT-CENTESIMAS, 100) TO PAT-DEC.
           COMPUTE PCT-CENTESIMAS = TASA-NUEVA * 100.
           COMPUTE PNT-ENT = PCT-CENTESIMAS / 100.
           MOVE FUNCTION MOD(PCT-CENTESIMAS, 100) TO PNT-DEC.
           MOVE SPACES TO TEXTO-AVISO.
           STRING "INTERES ACREEDOR DESDE " FECHA-VIGOR-TEXTO
               " TASA ANUAL " PCT-ANT-TEXTO "% A " PCT-NUE-TEXTO "%"
               DELIMITED BY SIZE INTO TEXTO-AVISO.
           PERFORM AVISAR-TARJETA THRU AVISAR-TARJETA-EXIT.
           GO TO AVISAR-TABLA-LEER.

       AVISAR-TABLA-CERRAR.
           CLOSE TARJETAS.

      * todas las filas de la fecha quedan avisadas y pasan a la
      * tabla de tramos con la fecha de vigor
       AVISAR-TABLA-MARCAR.
           OPEN I-O TRAMOSINT.
           IF FSTI = 35
               OPEN OUTPUT TRAMOSINT
               CLOSE TRAMOSINT
               OPEN I-O TRAMOSINT
           END-IF.
           IF FSTI NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O CAMBIOSCOND.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.
           MOVE "I" TO CCO-TIPO.
           MOVE CUR-FECHA-EFECTO TO CCO-FECHA-EFECTO.
           MOVE 0 TO CCO-CODIGO.
           START CAMBIOSCOND KEY IS NOT LESS THAN CCO-CLAVE
               INVALID KEY GO TO AVISAR-TABLA-FIN.

       AVISAR-TABLA-MARCAR-LEER.
           READ CAMBIOSCOND NEXT RECORD
               AT END GO TO AVISAR-TABLA-FIN.
           IF NOT CAMBIO-INTERES
                   OR CCO-FECHA-EFECTO NOT = CUR-FECHA-EFECTO
               GO TO AVISAR-TABLA-FIN.
           IF NOT CAMBIO-PENDIENTE-AVISO
               GO TO AVISAR-TABLA-MARCAR-LEER.
           PERFORM MARCAR-AVISADO THRU MARCAR-AVISADO-EXIT.
           MOVE FECHA-VIGOR-CAMBIO TO TRI-FECHA-EFECTO.
           MOVE CCO-CODIGO TO TRI-BANDA.
           MOVE CCO-SALDO-DESDE TO TRI-SALDO-DESDE.
           MOVE CCO-TASA TO TRI-TASA.
           WRITE TRAMOINT-REG INVALID KEY
               REWRITE TRAMOINT-REG INVALID KEY GO TO PSYS-ERR.
           GO TO AVISAR-TABLA-MARCAR-LEER.

       AVISAR-TABLA-FIN.
           CLOSE CAMBIOSCOND.
           CLOSE TRAMOSINT.
       AVISAR-TABLA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cambio de cuota o de tramos de un producto del catalogo:
      * para cada tarjeta del producto (las de codigo 0 son del 1)
      * se compara la cuota mensual y la tasa de su saldo con las
      * condiciones vigentes y con las nuevas. La cuota es la propia
      * del producto o, si no la tiene, la del tarifario (operacion
      * 2); la tasa sale de los tramos del producto o, si no tiene,
      * de la tabla general, como en el devengo. Las tarjetas de
      * credito no devengan
      *----------------------------------------------------------*
       AVISAR-PRODUCTO.
           MOVE CUR-CODIGO TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           MOVE PRODUCTO-NUM-TRAMOS TO TPA-NUM.
           MOVE 0 TO INDICE-TRAMO-PRD.
           PERFORM COPIAR-TRAMOS-PRODUCTO
               THRU COPIAR-TRAMOS-PRODUCTO-EXIT.
           PERFORM CARGAR-TRAMOS THRU CARGAR-TRAMOS-EXIT.
           MOVE 0 TO NUM-TRAMOS-NUEVOS.

           MOVE 0 TO ANT-FIJO-ENT.
           MOVE 0 TO ANT-FIJO-DEC.
           OPEN INPUT TARIFAS.
           IF FSTA = 35
               GO TO AVISAR-PRODUCTO-CUOTAS.
           IF FSTA NOT = 00
               GO TO PSYS-ERR.
           MOVE 2 TO TAR-OPERACION.
           READ TARIFAS INVALID KEY
               CLOSE TARIFAS
               GO TO AVISAR-PRODUCTO-CUOTAS.
           MOVE TAR-FIJO-ENT TO ANT-FIJO-ENT.
           MOVE TAR-FIJO-DEC TO ANT-FIJO-DEC.
           CLOSE TARIFAS.

       AVISAR-PRODUCTO-CUOTAS.
           MOVE ANT-FIJO-ENT TO CUOTA-ANT-ENT.
           MOVE ANT-FIJO-DEC TO CUOTA-ANT-DEC.
           IF HAY-PRODUCTO = 1 AND PRODUCTO-CUOTA-PROPIA = 1
               MOVE PRODUCTO-CUOTA-ENT TO CUOTA-ANT-ENT
               MOVE PRODUCTO-CUOTA-DEC TO CUOTA-ANT-DEC.
           MOVE ANT-FIJO-ENT TO CUOTA-NUE-ENT.
           MOVE ANT-FIJO-DEC TO CUOTA-NUE-DEC.
           IF CUR-PRD-CUOTA-PROPIA = 1
               MOVE CUR-FIJO-ENT TO CUOTA-NUE-ENT
               MOVE CUR-FIJO-DEC TO CUOTA-NUE-DEC.
           MOVE CUOTA-ANT-ENT TO FAT-ENT.
           MOVE CUOTA-ANT-DEC TO FAT-DEC.
           MOVE CUOTA-NUE-ENT TO FNT-ENT.
           MOVE CUOTA-NUE-DEC TO FNT-DEC.

           OPEN INPUT TARJETAS.
           IF FST = 35
               GO TO AVISAR-PRODUCTO-MARCAR.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       AVISAR-PRODUCTO-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO AVISAR-PRODUCTO-CERRAR.
           IF TARJETA-BAJA
               GO TO AVISAR-PRODUCTO-LEER.
           IF TARJETA-PERDIDA OR TARJETA-ROBADA
               MOVE TNUM TO TARJETA-REPUESTA
               PERFORM COMPROBAR-REPOSICION
                   THRU COMPROBAR-REPOSICION-EXIT
               IF YA-REPUESTA = 1
                   GO TO AVISAR-PRODUCTO-LEER.
           MOVE TPRODUCTO TO PRODUCTO-TARJETA.
           IF PRODUCTO-TARJETA = 0
               MOVE 1 TO PRODUCTO-TARJETA.
           IF PRODUCTO-TARJETA NOT = CUR-CODIGO
               GO TO AVISAR-PRODUCTO-LEER.

           MOVE 0 TO TASA-PRD-ANT.
           MOVE 0 TO TASA-PRD-NUE.
           IF PRODUCTO-CREDITO
               GO TO AVISAR-PRODUCTO-COMPARAR.
           MOVE TSALDO-ENT TO SALDO-TARJETA-EUR.
           PERFORM RESOLVER-TASAS THRU RESOLVER-TASAS-EXIT.
           MOVE TASA-ANTERIOR TO TASA-PRD-ANT.
           MOVE TASA-ANTERIOR TO TASA-PRD-NUE.
           IF TPA-NUM > 0
               MOVE TRAMOS-PRD-ANT TO TRAMOS-PRD-CALC
               PERFORM RESOLVER-TASA-TRAMOS
                   THRU RESOLVER-TASA-TRAMOS-EXIT
               MOVE TASA-CALCULO TO TASA-PRD-ANT.
           IF TPN-NUM > 0
               MOVE TRAMOS-PRD-NUE TO TRAMOS-PRD-CALC
               PERFORM RESOLVER-TASA-TRAMOS
                   THRU RESOLVER-TASA-TRAMOS-EXIT
               MOVE TASA-CALCULO TO TASA-PRD-NUE.

       AVISAR-PRODUCTO-COMPARAR.
           IF CUOTA-ANT-ENT = CUOTA-NUE-ENT
                   AND CUOTA-ANT-DEC = CUOTA-NUE-DEC
                   AND TASA-PRD-ANT = TASA-PRD-NUE
               GO TO AVISAR-PRODUCTO-LEER.

           COMPUTE PCT-CENTESIMAS = TASA-PRD-ANT * 100.
           COMPUTE PAT-ENT = PCT-CENTESIMAS / 100.
           MOVE FUNCTION MOD(PCT-CENTESIMAS, 100) TO PAT-DEC.
           COMPUTE PCT-CENTESIMAS = TASA-PRD-NUE * 100.
           COMPUTE PNT-ENT = PCT-CENTESIMAS / 100.
           MOVE FUNCTION MOD(PCT-CENTESIMAS, 100) TO PNT-DEC.
           MOVE SPACES TO TEXTO-AVISO.
           STRING "PRODUCTO " CUR-CODIGO " DESDE " FECHA-VIGOR-TEXTO
               " CUOTA " FIJO-ANT-TEXTO " A " FIJO-NUE-TEXTO
               " TASA ANUAL " PCT-ANT-TEXTO "% A " PCT-NUE-TEXTO "%"
               DELIMITED BY SIZE INTO TEXTO-AVISO.
           PERFORM AVISAR-TARJETA THRU AVISAR-TARJETA-EXIT.
           GO TO AVISAR-PRODUCTO-LEER.

       AVISAR-PRODUCTO-CERRAR.
           CLOSE TARJETAS.

       AVISAR-PRODUCTO-MARCAR.
           OPEN I-O CAMBIOSCOND.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.
           MOVE CUR-TIPO TO CCO-TIPO.
           MOVE CUR-FECHA-EFECTO TO CCO-FECHA-EFECTO.
           MOVE CUR-CODIGO TO CCO-CODIGO.
           READ CAMBIOSCOND INVALID KEY GO TO PSYS-ERR.
           PERFORM MARCAR-AVISADO THRU MARCAR-AVISADO-EXIT.
           CLOSE CAMBIOSCOND.
       AVISAR-PRODUCTO-EXIT.
           EXIT.

       COPIAR-TRAMOS-PRODUCTO.
           ADD 1 TO INDICE-TRAMO-PRD.
           IF INDICE-TRAMO-PRD > 5
               GO TO COPIAR-TRAMOS-PRODUCTO-EXIT.
           MOVE PRODUCTO-TRAMO-DESDE (INDICE-TRAMO-PRD)
               TO TPA-DESDE (INDICE-TRAMO-PRD).
           MOVE PRODUCTO-TRAMO-TASA (INDICE-TRAMO-PRD)
               TO TPA-TASA (INDICE-TRAMO-PRD).
           GO TO COPIAR-TRAMOS-PRODUCTO.
       COPIAR-TRAMOS-PRODUCTO-EXIT.
           EXIT.

      * tasa de los tramos de TRAMOS-PRD-CALC para SALDO-TARJETA-EUR:
      * la del suelo mas alto que alcanza el saldo, 0 si no alcanza
      * ninguno
       RESOLVER-TASA-TRAMOS.
           MOVE 0 TO TASA-CALCULO.
           MOVE 0 TO MEJOR-DESDE.
           MOVE 0 TO INDICE-TRAMO-PRD.

       RESOLVER-TASA-TRAMOS-LOOP.
           ADD 1 TO INDICE-TRAMO-PRD.
           IF INDICE-TRAMO-PRD > TPC-NUM
               GO TO RESOLVER-TASA-TRAMOS-EXIT.
           IF TPC-DESDE (INDICE-TRAMO-PRD) > SALDO-TARJETA-EUR
               GO TO RESOLVER-TASA-TRAMOS-LOOP.
           IF TPC-DESDE (INDICE-TRAMO-PRD) NOT < MEJOR-DESDE
               MOVE TPC-DESDE (INDICE-TRAMO-PRD) TO MEJOR-DESDE
               MOVE TPC-TASA (INDICE-TRAMO-PRD) TO TASA-CALCULO.
           GO TO RESOLVER-TASA-TRAMOS-LOOP.
       RESOLVER-TASA-TRAMOS-EXIT.
           EXIT.

      * el cambio leido en CAMBIOCOND-REG queda avisado con la fecha
      * de hoy y su fecha de vigor
       MARCAR-AVISADO.
           MOVE 1 TO CCO-ESTADO.
           MOVE FECHA-HOY-YMD TO CCO-FECHA-AVISO.
           MOVE FECHA-VIGOR-CAMBIO TO CCO-FECHA-VIGOR.
           MOVE TARJETAS-AVISADAS-CAMBIO TO CCO-TARJETAS-AVISADAS.
           REWRITE CAMBIOCOND-REG INVALID KEY GO TO PSYS-ERR.
       MARCAR-AVISADO-EXIT.
           EXIT.

      * filas de la misma fecha de efecto pendientes de aviso
       CARGAR-TRAMOS-NUEVOS.
           MOVE 0 TO NUM-TRAMOS-NUEVOS.
           OPEN INPUT CAMBIOSCOND.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.
           MOVE "I" TO CCO-TIPO.
           MOVE CUR-FECHA-EFECTO TO CCO-FECHA-EFECTO.
           MOVE 0 TO CCO-CODIGO.
           START CAMBIOSCOND KEY IS NOT LESS THAN CCO-CLAVE
               INVALID KEY GO TO CARGAR-TRAMOS-NUEVOS-CERRAR.

       CARGAR-TRAMOS-NUEVOS-LEER.
           READ CAMBIOSCOND NEXT RECORD
               AT END GO TO CARGAR-TRAMOS-NUEVOS-CERRAR.
           IF NOT CAMBIO-INTERES
                   OR CCO-FECHA-EFECTO NOT = CUR-FECHA-EFECTO
               GO TO CARGAR-TRAMOS-NUEVOS-CERRAR.
           IF NOT CAMBIO-PENDIENTE-AVISO
               GO TO CARGAR-TRAMOS-NUEVOS-LEER.
           IF NUM-TRAMOS-NUEVOS NOT < 10
               GO TO CARGAR-TRAMOS-NUEVOS-CERRAR.
           ADD 1 TO NUM-TRAMOS-NUEVOS.
           MOVE CCO-SALDO-DESDE TO TNW-DESDE (NUM-TRAMOS-NUEVOS).
           MOVE CCO-TASA TO TNW-TASA (NUM-TRAMOS-NUEVOS).
           GO TO CARGAR-TRAMOS-NUEVOS-LEER.

       CARGAR-TRAMOS-NUEVOS-CERRAR.
           CLOSE CAMBIOSCOND.
       CARGAR-TRAMOS-NUEVOS-EXIT.
           EXIT.

      * tabla de tramos en memoria y fecha de la que rige hoy (la
      * mas reciente que no es futura; 0 si no rige ninguna)
       CARGAR-TRAMOS.
           MOVE 0 TO NUM-TRAMOS-MEM.
           MOVE 0 TO FECHA-TABLA-VIGENTE.
           OPEN INPUT TRAMOSINT.
           IF FSTI = 35
               GO TO CARGAR-TRAMOS-EXIT.
           IF FSTI NOT = 00
               GO TO PSYS-ERR.

       CARGAR-TRAMOS-LEER.
           READ TRAMOSINT NEXT RECORD
               AT END GO TO CARGAR-TRAMOS-CERRAR.
           IF NUM-TRAMOS-MEM NOT < 100
               GO TO CARGAR-TRAMOS-CERRAR.
           ADD 1 TO NUM-TRAMOS-MEM.
           MOVE TRI-FECHA-EFECTO TO TIW-FECHA (NUM-TRAMOS-MEM).
           MOVE TRI-SALDO-DESDE TO TIW-DESDE (NUM-TRAMOS-MEM).
           MOVE TRI-TASA TO TIW-TASA (NUM-TRAMOS-MEM).
           IF TRI-FECHA-EFECTO NOT > FECHA-HOY-YMD
                   AND TRI-FECHA-EFECTO > FECHA-TABLA-VIGENTE
               MOVE TRI-FECHA-EFECTO TO FECHA-TABLA-VIGENTE.
           GO TO CARGAR-TRAMOS-LEER.

       CARGAR-TRAMOS-CERRAR.
           CLOSE TRAMOSINT.
       CARGAR-TRAMOS-EXIT.
           EXIT.

      * TASA-ANTERIOR con la tabla vigente y TASA-NUEVA con la nueva
      * para el saldo SALDO-TARJETA-EUR
       RESOLVER-TASAS.
           MOVE INTERES-ANUAL TO TASA-ANTERIOR.
           MOVE 0 TO MEJOR-DESDE.
           MOVE 0 TO INDICE-TIW.
           IF FECHA-TABLA-VIGENTE = 0
               GO TO RESOLVER-TASAS-NUEVA.

       RESOLVER-TASAS-VIGENTE.
           ADD 1 TO INDICE-TIW.
           IF INDICE-TIW > NUM-TRAMOS-MEM
               GO TO RESOLVER-TASAS-NUEVA.
           IF TIW-FECHA (INDICE-TIW) NOT = FECHA-TABLA-VIGENTE
               GO TO RESOLVER-TASAS-VIGENTE.
           IF TIW-DESDE (INDICE-TIW) > SALDO-TARJETA-EUR
               GO TO RESOLVER-TASAS-VIGENTE.
           IF TIW-DESDE (INDICE-TIW) NOT < MEJOR-DESDE
               MOVE TIW-DESDE (INDICE-TIW) TO MEJOR-DESDE
               MOVE TIW-TASA (INDICE-TIW) TO TASA-ANTERIOR.
           GO TO RESOLVER-TASAS-VIGENTE.

       RESOLVER-TASAS-NUEVA.
           MOVE INTERES-ANUAL TO TASA-NUEVA.
           MOVE 0 TO MEJOR-DESDE.
           MOVE 0 TO INDICE-TNW.

       RESOLVER-TASAS-NUEVA-LOOP.
           ADD 1 TO INDICE-TNW.
           IF INDICE-TNW > NUM-TRAMOS-NUEVOS
               GO TO RESOLVER-TASAS-EXIT.
           IF TNW-DESDE (INDICE-TNW) > SALDO-TARJETA-EUR
               GO TO RESOLVER-TASAS-NUEVA-LOOP.
           IF TNW-DESDE (INDICE-TNW) NOT < MEJOR-DESDE
               MOVE TNW-DESDE (INDICE-TNW) TO MEJOR-DESDE
               MOVE TNW-TASA (INDICE-TNW) TO TASA-NUEVA.
           GO TO RESOLVER-TASAS-NUEVA-LOOP.
       RESOLVER-TASAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * aviso TEXTO-AVISO de la tarjeta leida en TAJETAREG: carta a
      * la direccion del titular, correo a su email si lo tiene, y
      * linea de constancia con los canales usados
      *----------------------------------------------------------*
       AVISAR-TARJETA.
           MOVE TNUM TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE TTITULAR TO CLIENTE-CALCULO.
           PERFORM LEER-CLIENTE THRU LEER-CLIENTE-EXIT.
           PERFORM LEER-EMAIL-CLIENTE THRU LEER-EMAIL-CLIENTE-EXIT.

           MOVE "N" TO CARTA-ENVIADA.
           IF CLI-DIRECCION NOT = SPACES
               MOVE CLI-DIRECCION TO CAR-DIRECCION
               MOVE SPACES TO CAR-COLA
               STRING PAN-IMPRESO " " TEXTO-AVISO
                   DELIMITED BY SIZE INTO CAR-COLA
               WRITE ENVIO-CARTA-REG
               MOVE "S" TO CARTA-ENVIADA.

           MOVE "N" TO EMAIL-ENVIADO.
           IF EMAIL-CLIENTE NOT = SPACES
               MOVE EMAIL-CLIENTE TO EML-DIRECCION
               MOVE SPACES TO EML-COLA
               STRING PAN-IMPRESO " " TEXTO-AVISO
                   DELIMITED BY SIZE INTO EML-COLA
               WRITE ENVIO-EMAIL-REG
               MOVE "S" TO EMAIL-ENVIADO.

           MOVE "AVISO" TO PRV-ACCION.
           MOVE PAN-IMPRESO TO PRV-TARJETA.
           MOVE TTITULAR TO PRV-CLIENTE.
           MOVE CARTA-ENVIADA TO PRV-CARTA.
           MOVE EMAIL-ENVIADO TO PRV-EMAIL.
           MOVE TEXTO-AVISO TO PRV-TEXTO.
           PERFORM ESCRIBIR-PREAVISO THRU ESCRIBIR-PREAVISO-EXIT.
           ADD 1 TO TARJETAS-AVISADAS-CAMBIO.
           ADD 1 TO NUM-AVISOS.
       AVISAR-TARJETA-EXIT.
           EXIT.

       LEER-EMAIL-CLIENTE.
           MOVE SPACES TO EMAIL-CLIENTE.
           OPEN INPUT PREFERENCIAS.
           IF FSPF = 35
               GO TO LEER-EMAIL-CLIENTE-EXIT.
           IF FSPF NOT = 00
               GO TO PSYS-ERR.
           MOVE CLIENTE-CALCULO TO PRF-CLIENTE.
           READ PREFERENCIAS INVALID KEY
               GO TO LEER-EMAIL-CLIENTE-CERRAR.
           MOVE PRF-EMAIL TO EMAIL-CLIENTE.

       LEER-EMAIL-CLIENTE-CERRAR.
           CLOSE PREFERENCIAS.
       LEER-EMAIL-CLIENTE-EXIT.
           EXIT.

       ESCRIBIR-PREAVISO.
           MOVE ANO TO PRV-ANO.
           MOVE MES TO PRV-MES.
           MOVE DIA TO PRV-DIA.
           MOVE CUR-TIPO TO PRV-TIPO.
           MOVE CUR-CODIGO TO PRV-CODIGO.
           MOVE FECHA-VIGOR-CAMBIO TO PRV-VIGOR.
           WRITE PREAVISO-REG.
           IF FSPA NOT = 00
               GO TO PSYS-ERR.
       ESCRIBIR-PREAVISO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * entrada en vigor: las comisiones avisadas cuya fecha de
      * vigor ha llegado pasan a tarifas.ubd y las condiciones de
      * producto a productos.ubd; los tramos ya estan en la tabla
      * con su fecha y solo cambian de estado
      *----------------------------------------------------------*
       APLICAR-CAMBIOS.
           OPEN I-O CAMBIOSCOND.
           IF FSKC = 35
               GO TO APLICAR-CAMBIOS-EXIT.
           IF FSKC NOT = 00
               GO TO PSYS-ERR.

       APLICAR-CAMBIOS-LEER.
           READ CAMBIOSCOND NEXT RECORD
               AT END GO TO APLICAR-CAMBIOS-CERRAR.
           IF NOT CAMBIO-AVISADO
               GO TO APLICAR-CAMBIOS-LEER.
           IF CCO-FECHA-VIGOR > FECHA-HOY-YMD
               GO TO APLICAR-CAMBIOS-LEER.
           IF CAMBIO-TARIFA
               PERFORM APLICAR-TARIFA THRU APLICAR-TARIFA-EXIT.
           IF CAMBIO-PRODUCTO
               PERFORM APLICAR-PRODUCTO THRU APLICAR-PRODUCTO-EXIT.
           MOVE 2 TO CCO-ESTADO.
           REWRITE CAMBIOCOND-REG INVALID KEY GO TO PSYS-ERR.

           MOVE CCO-TIPO TO CUR-TIPO.
           MOVE CCO-CODIGO TO CUR-CODIGO.
           MOVE CCO-FECHA-VIGOR TO FECHA-VIGOR-CAMBIO.
           MOVE "EN VIGOR" TO PRV-ACCION.
           MOVE SPACES TO PRV-TARJETA.
           MOVE 0 TO PRV-CLIENTE.
           MOVE SPACES TO PRV-CARTA.
           MOVE SPACES TO PRV-EMAIL.
           MOVE SPACES TO PRV-TEXTO.
           STRING "AVISADO EL " CCO-FECHA-AVISO " A "
               CCO-TARJETAS-AVISADAS " TARJETAS"
               DELIMITED BY SIZE INTO PRV-TEXTO.
           PERFORM ESCRIBIR-PREAVISO THRU ESCRIBIR-PREAVISO-EXIT.
           ADD 1 TO NUM-EN-VIGOR.
           GO TO APLICAR-CAMBIOS-LEER.

       APLICAR-CAMBIOS-CERRAR.
           CLOSE CAMBIOSCOND.
       APLICAR-CAMBIOS-EXIT.
           EXIT.

       APLICAR-TARIFA.
           OPEN I-O TARIFAS.
           IF FSTA = 35
               OPEN OUTPUT TARIFAS
               CLOSE TARIFAS
               OPEN I-O TARIFAS
           END-IF.
           IF FSTA NOT = 00
               GO TO PSYS-ERR.
           MOVE CCO-CODIGO TO TAR-OPERACION.
           READ TARIFAS INVALID KEY
               GO TO APLICAR-TARIFA-NUEVA.
           PERFORM RELLENAR-TARIFA THRU RELLENAR-TARIFA-EXIT.
           REWRITE TARIFA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO APLICAR-TARIFA-CERRAR.

       APLICAR-TARIFA-NUEVA.
           MOVE CCO-CODIGO TO TAR-OPERACION.
           PERFORM RELLENAR-TARIFA THRU RELLENAR-TARIFA-EXIT.
           WRITE TARIFA-REG INVALID KEY GO TO PSYS-ERR.

       APLICAR-TARIFA-CERRAR.
           CLOSE TARIFAS.
       APLICAR-TARIFA-EXIT.
           EXIT.

       RELLENAR-TARIFA.
           MOVE CCO-FIJO-ENT TO TAR-FIJO-ENT.
           MOVE CCO-FIJO-DEC TO TAR-FIJO-DEC.
           MOVE CCO-PCT TO TAR-PCT.
           MOVE CCO-MINIMO-ENT TO TAR-MINIMO-ENT.
           MOVE CCO-MINIMO-DEC TO TAR-MINIMO-DEC.
       RELLENAR-TARIFA-EXIT.
           EXIT.

      * la cuota y la tabla de tramos del cambio pasan a la ficha;
      * si el producto ya no esta en el catalogo no hay nada que
      * llevar
       APLICAR-PRODUCTO.
           OPEN I-O PRODUCTOS.
           IF FSPD = 35
               MOVE "00" TO FSPD
               GO TO APLICAR-PRODUCTO-EXIT.
           IF FSPD NOT = 00
               GO TO PSYS-ERR.
           MOVE CCO-CODIGO TO PRD-CODIGO.
           READ PRODUCTOS INVALID KEY
               GO TO APLICAR-PRODUCTO-CERRAR.
           MOVE CCO-PRD-CUOTA-PROPIA TO PRD-CUOTA-PROPIA.
           MOVE CCO-FIJO-ENT TO PRD-CUOTA-ENT.
           MOVE CCO-FIJO-DEC TO PRD-CUOTA-DEC.
           MOVE CCO-PRD-NUM-TRAMOS TO PRD-NUM-TRAMOS.
           MOVE 0 TO INDICE-TRAMO-PRD.

       APLICAR-PRODUCTO-TRAMO.
           ADD 1 TO INDICE-TRAMO-PRD.
           IF INDICE-TRAMO-PRD > 5
               GO TO APLICAR-PRODUCTO-GRABAR.
           MOVE CCO-PRD-DESDE (INDICE-TRAMO-PRD)
               TO PRD-TRAMO-DESDE (INDICE-TRAMO-PRD).
           MOVE CCO-PRD-TASA (INDICE-TRAMO-PRD)
               TO PRD-TRAMO-TASA (INDICE-TRAMO-PRD).
           GO TO APLICAR-PRODUCTO-TRAMO.

       APLICAR-PRODUCTO-GRABAR.
           REWRITE PRODUCTO-REG INVALID KEY GO TO PSYS-ERR.

       APLICAR-PRODUCTO-CERRAR.
           CLOSE PRODUCTOS.
       APLICAR-PRODUCTO-EXIT.
           EXIT.

           COPY "LEER-PARAM-PREAVISO.cpy".
           COPY "LEER-INTERESES.cpy".
           COPY "LEER-CLIENTE.cpy".
           COPY "LEER-PRODUCTO.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "COMPROBAR-REPOSICION.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE CAMBIOSCOND.
           CLOSE TARIFAS.
           CLOSE TRAMOSINT.
           CLOSE TARJETAS.
           CLOSE PRODUCTOS.
           CLOSE RENOVACIONES.
           CLOSE PREAVISOS-RPT.
           CLOSE ENVIOS-CARTA.
           CLOSE ENVIOS-EMAIL.

           MOVE "BATCH-AV" TO ERROR-PROGRAMA.
           IF FSKC NOT = 00
               MOVE FSKC TO ERROR-FS
           ELSE
               IF FSTA NOT = 00
                   MOVE FSTA TO ERROR-FS
               ELSE
                   IF FSTI NOT = 00
                       MOVE FSTI TO ERROR-FS
                   ELSE
                       IF FST NOT = 00
                           MOVE FST TO ERROR-FS
                       ELSE
                           IF FSPD NOT = 00
                               MOVE FSPD TO ERROR-FS
                           ELSE
                               MOVE FSPA TO ERROR-FS.
           IF FSRN NOT = 00 AND FSRN NOT = 35
               MOVE FSRN TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el preaviso de cambios de "
               "condiciones. FSKC=" FSKC " FSTA=" FSTA " FSTI=" FSTI
               " FST=" FST " FSPD=" FSPD " FSPA=" FSPA.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

      * tabla de tramos cargada (tramosint.ubd), la tasa de cada
      * tarjeta se resuelve por su saldo medio contra la fila en
      * vigor cada dia del mes -- un cambio de tasa a mitad de mes
      * entra prorrateado por los dias que rigio; un producto del
      * catalogo (productos.ubd) con tramos propios los aplica en
      * lugar de la tabla general. Sobre cada abono
      * se practica en origen la retencion fiscal parametrizada: el
      * abono bruto (tipo 10) va seguido de su cargo de retencion
      * (tipo 25) y lo retenido se acumula en el libro
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "INTERESES-SEL.cpy".
           COPY "TRAMOSINT-SEL.cpy".
           COPY "RETFISCAL-SEL.cpy".
           COPY "PRODUCTOS-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           SELECT DESCUBIERTOS ASSIGN TO DISK
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "INTERESES-FD.cpy".
           COPY "TRAMOSINT-FD.cpy".
           COPY "RETFISCAL-FD.cpy".
           COPY "PRODUCTOS-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

      * informe de descubiertos prolongados para supervision
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubiertos.rpt".
       01 DESCUBIERTO-REG.
           02 DSC-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 DSC-DIAS                 PIC 9(03).
           02 FILLER                   PIC X(02) VALUE SPACES.
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSIN                      PIC   X(2).
       77 FSDC                      PIC   X(2).
       77 FSTI                      PIC   X(2).
       77 FSRF2                     PIC   X(2).
       77 FSPD                      PIC   X(2) VALUE "00".
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
           COPY "PARAMETROS-WS.cpy".
           COPY "PRODUCTO-WS.cpy".

       77 ANO-PERIODO                PIC  9(4).
       77 MES-PERIODO                PIC  9(2).
       77 FECHA-MOV-CALC             PIC  9(8).

       77 TARJETA-ACTUAL             PIC  9(16).
       77 PRODUCTO-TARJETA           PIC  9(2).
       77 CENT-SALDO-TRAMO           PIC S9(11).
       77 DIA-TRAMO                  PIC  9(2).
       77 SUMA-PONDERADA             PIC S9(15).
       77 CENT-SALDO-MEDIO           PIC S9(11).
      * ponderacion por fecha valor: variacion de saldo de cada
      * movimiento (diferencia con el MOV-SALDOPOS anterior de la
      * tarjeta) acumulada en el dia del mes en que toma valor
       77 CENT-SALDO-PREVIO          PIC S9(11).
       77 CENT-VARIACION-MOV         PIC S9(11).
       01 TABLA-VARIACION-DIA.
           05 VARIACION-DIA          PIC S9(11) OCCURS 31 TIMES.
       77 CENT-MINIMO                PIC S9(11).
       77 CENT-INTERES               PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
                   CLOSE TARJETAS
                   GO TO DEVENGAR-TARJETAS-CERRAR.
           MOVE TNUM TO TARJETA-ACTUAL.
      * la deuda de una tarjeta de credito no es descubierto: su
      * interes lo anota el corte de BATCH-CREDITO
           IF PRODUCTO-CREDITO
               CLOSE TARJETAS
               GO TO DEVENGAR-TARJETAS-SIGUIENTE.
           MOVE TPRODUCTO TO PRODUCTO-TARJETA.
           CLOSE TARJETAS.
           ADD 1 TO NUM-TARJETAS.
           PERFORM DEVENGAR-UNA THRU DEVENGAR-UNA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * saldo medio diario del mes por fecha valor: cada movimiento
      * mueve el saldo desde el dia en que toma valor, no desde el
      * dia en que se anoto; los de valor anterior al periodo forman
      * el saldo de arranque (aunque se anotaran despues, como el
      * cheque abonado tras la retencion) y los de valor posterior
      * no cuentan para este mes
      *----------------------------------------------------------*
       DEVENGAR-UNA.
           MOVE 0 TO CENT-SALDO-TRAMO.
           MOVE 0 TO CENT-SALDO-PREVIO.
           MOVE 0 TO SUMA-PONDERADA.
           MOVE 0 TO DIAS-NEGATIVO.
           MOVE 0 TO SUMA-NEGATIVA.
           INITIALIZE TABLA-VARIACION-DIA.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               AT END GO TO DEVENGAR-UNA-CERRAR-MOV.
           IF MOV-TARJETA NOT = TARJETA-ACTUAL
               GO TO DEVENGAR-UNA-CERRAR-MOV.
           COMPUTE CENT-VARIACION-MOV =
               FUNCTION INTEGER-PART(MOV-SALDOPOS * 100)
               - CENT-SALDO-PREVIO.
           COMPUTE CENT-SALDO-PREVIO =
               FUNCTION INTEGER-PART(MOV-SALDOPOS * 100).
      * movimientos anotados sin fecha valor: la fecha contable y,
      * en su defecto, el dia de reloj
           MOVE MOV-FECHA-VALOR TO FECHA-MOV-CALC.
           IF FECHA-MOV-CALC = 0
               MOVE MOV-FECHA-CONTABLE TO FECHA-MOV-CALC.
           IF FECHA-MOV-CALC = 0
               COMPUTE FECHA-MOV-CALC =
                   (MOV-ANO * 10000) + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-MOV-CALC < FECHA-INICIO-PERIODO
               ADD CENT-VARIACION-MOV TO CENT-SALDO-TRAMO
               GO TO DEVENGAR-UNA-LEER-MOV.
           IF FECHA-MOV-CALC > FECHA-FIN-PERIODO
               GO TO DEVENGAR-UNA-LEER-MOV.
           COMPUTE DIA-TRAMO = FUNCTION MOD(FECHA-MOV-CALC, 100).
           ADD CENT-VARIACION-MOV TO VARIACION-DIA(DIA-TRAMO).
           GO TO DEVENGAR-UNA-LEER-MOV.

       DEVENGAR-UNA-CERRAR-MOV.
           CLOSE F-MOVIMIENTOS.
           MOVE 0 TO DIA-TRAMO.

      * cada dia pondera con el saldo al cierre de su fecha valor
       DEVENGAR-UNA-DIA.
           ADD 1 TO DIA-TRAMO.
           IF DIA-TRAMO > DIAS-PERIODO
               GO TO DEVENGAR-UNA-PROMEDIO.
           ADD VARIACION-DIA(DIA-TRAMO) TO CENT-SALDO-TRAMO.
           ADD CENT-SALDO-TRAMO TO SUMA-PONDERADA.
           IF CENT-SALDO-TRAMO < 0
               ADD 1 TO DIAS-NEGATIVO
               ADD CENT-SALDO-TRAMO TO SUMA-NEGATIVA.
           GO TO DEVENGAR-UNA-DIA.

       DEVENGAR-UNA-PROMEDIO.
           COMPUTE CENT-SALDO-MEDIO ROUNDED =
               SUMA-PONDERADA / DIAS-PERIODO.

           COMPUTE CENT-MEDIO-NEGATIVO ROUNDED =
               SUMA-NEGATIVA / DIAS-NEGATIVO.
           IF DIAS-NEGATIVO NOT < DIAS-DESCUBIERTO-AVISO
               MOVE TARJETA-ACTUAL TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO DSC-TARJETA
               MOVE DIAS-NEGATIVO TO DSC-DIAS
               COMPUTE DSC-MEDIO-ENT = CENT-MEDIO-NEGATIVO / 100
               COMPUTE DSC-MEDIO-DEC =
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
      * la liquidacion toma valor el ultimo dia del mes devengado
           MOVE FECHA-FIN-PERIODO TO FECHA-VALOR-ORIGEN.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
      * la liquidacion toma valor el ultimo dia del mes devengado
           MOVE FECHA-FIN-PERIODO TO FECHA-VALOR-ORIGEN.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
      * la liquidacion toma valor el ultimo dia del mes devengado
           MOVE FECHA-FIN-PERIODO TO FECHA-VALOR-ORIGEN.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           EXIT.

       ESCRIBIR-DETALLE.
           MOVE TARJETA-ACTUAL TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO INT-TARJETA.
           MOVE ANO-PERIODO TO INT-ANO.
           MOVE MES-PERIODO TO INT-MES.
           COMPUTE INT-SALDO-MEDIO-ENT = CENT-SALDO-MEDIO / 100.
           EXIT.

      *----------------------------------------------------------*
      * tasa de la tarjeta para el mes: si su producto tiene
      * tramos propios, la del tramo de suelo mas alto que alcanza
      * el saldo medio; si no, sin tabla de tramos rige la tasa
      * plana de parametros y con tabla cada dia del mes toma la
      * fila en vigor de la banda del saldo medio, y la tasa del
      * mes es el promedio de las tasas diarias (prorrateo exacto
      * de los cambios a mitad de mes)
      *----------------------------------------------------------*
       RESOLVER-TASA-TARJETA.
           COMPUTE SALDO-MEDIO-EUR = CENT-SALDO-MEDIO / 100.
           MOVE PRODUCTO-TARJETA TO PRODUCTO-BUSCADO.
           PERFORM LEER-PRODUCTO THRU LEER-PRODUCTO-EXIT.
           IF HAY-PRODUCTO = 1 AND PRODUCTO-NUM-TRAMOS > 0
               GO TO RESOLVER-TASA-PRODUCTO.
           IF NUM-TRAMOS-MEM = 0
               MOVE INTERES-ANUAL TO TASA-TARJETA
               GO TO RESOLVER-TASA-TARJETA-EXIT.
           MOVE 0 TO SUMA-TASAS.
           MOVE 0 TO DIA-RESOL.

       RESOLVER-TASA-TARJETA-PROMEDIO.
           COMPUTE TASA-TARJETA ROUNDED =
               SUMA-TASAS / DIAS-PERIODO.
           GO TO RESOLVER-TASA-TARJETA-EXIT.

      * tramos del producto: sin fecha de efecto, rigen todo el mes
      * tal como esten en el catalogo al devengar
       RESOLVER-TASA-PRODUCTO.
           MOVE 0 TO TASA-TARJETA.
           MOVE 0 TO MEJOR-DESDE-TIW.
           MOVE 0 TO INDICE-TRAMO-PRD.

       RESOLVER-TASA-PRODUCTO-LOOP.
           ADD 1 TO INDICE-TRAMO-PRD.
           IF INDICE-TRAMO-PRD > PRODUCTO-NUM-TRAMOS
               GO TO RESOLVER-TASA-TARJETA-EXIT.
           IF PRODUCTO-TRAMO-DESDE (INDICE-TRAMO-PRD) > SALDO-MEDIO-EUR
               GO TO RESOLVER-TASA-PRODUCTO-LOOP.
           IF PRODUCTO-TRAMO-DESDE (INDICE-TRAMO-PRD)
                   NOT < MEJOR-DESDE-TIW
               MOVE PRODUCTO-TRAMO-DESDE (INDICE-TRAMO-PRD)
                   TO MEJOR-DESDE-TIW
               MOVE PRODUCTO-TRAMO-TASA (INDICE-TRAMO-PRD)
                   TO TASA-TARJETA.
           GO TO RESOLVER-TASA-PRODUCTO-LOOP.
       RESOLVER-TASA-TARJETA-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-INTERESES.cpy".
           COPY "LEER-PRODUCTO.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".
           CLOSE DESCUBIERTOS.
           CLOSE TRAMOSINT.
           CLOSE RETFISCAL.
           CLOSE PRODUCTOS.

           MOVE "BATCH-IN" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               IF FSM NOT = 00
                   MOVE FSM TO ERROR-FS
               ELSE
                   IF FSPD NOT = 00
                       MOVE FSPD TO ERROR-FS
                   ELSE
                       MOVE FSIN TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-RENTABILIDAD.
      * rentabilidad mensual por cliente (CLI-COD) del mes natural
      * anterior: suma por todas sus tarjetas -- las de una cuenta
      * compartida de cuentatarjeta.ubd se reparten a partes iguales
      * entre sus titulares -- las cuotas de mantenimiento (tipo 11),
      * el interes deudor (22) y el interes de las cuotas de
      * prestamo pagadas del mes (cuotas.ubd) como ingresos, y el
      * interes acreedor abonado (10) y el coste devengado en el mes
      * de los plazos (plazos.ubd) como costes; las cuotas condonadas
      * por las campanas (exenciones.rpt) salen aparte, como dato,
      * porque ya no se cobraron. Anade el saldo medio de los doce
      * ultimos cierres de saldoscierre.ubd y escribe en
      * rentabilidad.rpt el ranking por margen neto y el resumen por
      * segmento de saldo medio; los clientes con margen negativo
      * salen ademas en clientesperdida.rpt para producto. El
      * segmento de cada cliente queda en su ficha (CLI-SEGMENTO)
      * para las promociones del cajero
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "SALDOSCIERRE-SEL.cpy".
           COPY "PRESTAMOS-SEL.cpy".
           COPY "CUOTAS-SEL.cpy".
           COPY "PLAZOS-SEL.cpy".
           COPY "CAMBIOS-SEL.cpy".
           COPY "EXENCIONES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".

           SELECT RENTABILIDAD ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRB.

           SELECT PERDIDAS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSRP.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "SALDOSCIERRE-FD.cpy".
           COPY "PRESTAMOS-FD.cpy".
           COPY "CUOTAS-FD.cpy".
           COPY "PLAZOS-FD.cpy".
           COPY "CAMBIOS-FD.cpy".
           COPY "EXENCIONES-FD.cpy".
           COPY "JOURNAL-FD.cpy".

       FD RENTABILIDAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "rentabilidad.rpt".
       01 RENTABILIDAD-REG             PIC X(200).

      * clientes que nos cuestan dinero, para el equipo de producto
       FD PERDIDAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientesperdida.rpt".
       01 PERDIDA-REG.
           02 PER-CLI-COD              PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PER-APELLIDOS            PIC X(30).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 PER-NOMBRE               PIC X(20).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PER-SEGMENTO             PIC X(06).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PER-NETO-ENT             PIC -9(9).
           02 FILLER                   PIC X(01) VALUE ",".
           02 PER-NETO-DEC             PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * concepto de coste mas alto del cliente en el mes
           02 PER-MOTIVO               PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 PER-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 PER-MES                  PIC 9(02).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSC                       PIC   X(2) VALUE "00".
       77 FST                       PIC   X(2) VALUE "00".
       77 FSM                       PIC   X(2) VALUE "00".
       77 FSSC                      PIC   X(2) VALUE "00".
       77 FSPR                      PIC   X(2) VALUE "00".
       77 FSCQ                      PIC   X(2) VALUE "00".
       77 FSPL                      PIC   X(2) VALUE "00".
       77 FSCB                      PIC   X(2) VALUE "00".
       77 FSEX                      PIC   X(2) VALUE "00".
       77 FSRB                      PIC   X(2) VALUE "00".
       77 FSRP                      PIC   X(2) VALUE "00".
       77 FSJR                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "CAMBIO-WS.cpy".

       77 ANO-PERIODO                PIC  9(4).
       77 MES-PERIODO                PIC  9(2).
       77 DIAS-PERIODO               PIC  9(2).
       77 PERIODO-RNT                PIC  9(6).
       77 FECHA-INICIO-PERIODO       PIC  9(8).
       77 FECHA-FIN-PERIODO          PIC  9(8).
      * primer mes de la ventana de doce cierres del saldo medio
       77 ANO-DESDE-SALDO            PIC  9(4).
       77 MES-DESDE-SALDO            PIC  9(2).

      * segmentos por saldo medio en EUR: por debajo del primer
      * suelo BASICO, entre ambos MEDIO, desde el segundo ALTO
       77 SUELO-SEGMENTO-MEDIO       PIC  9(7) VALUE 3000.
       77 SUELO-SEGMENTO-ALTO        PIC  9(7) VALUE 30000.
       01 NOMBRES-SEGMENTO.
           05 FILLER                PIC X(06) VALUE "BASICO".
           05 FILLER                PIC X(06) VALUE "MEDIO".
           05 FILLER                PIC X(06) VALUE "ALTO".
       01 NOMBRES-SEGMENTO-R REDEFINES NOMBRES-SEGMENTO.
           05 NOMBRE-SEGMENTO       PIC X(06) OCCURS 3 TIMES.
       01 TABLA-SEGMENTOS.
           05 SEGMENTO-RNT OCCURS 3 TIMES.
               10 SEG-CLIENTES       PIC 9(7).
               10 SEG-PERDIDA        PIC 9(7).
               10 SEG-NETO           PIC S9(15).
               10 SEG-SALDO          PIC S9(15).
       77 INDICE-SEG                 PIC  9(1).

      * tasas de las divisas 02 a 20, leidas una vez al empezar
       01 TABLA-TASAS.
           05 TASA-RNT OCCURS 20 TIMES.
               10 TRN-TASA           PIC 9(3)V9(6) COMP-3.
               10 TRN-HAY            PIC 9(1).
       77 INDICE-DIVISA              PIC  9(2).

      * conceptos por cliente, en centimos de EUR: 1 cuotas de
      * mantenimiento, 2 interes deudor, 3 interes de prestamos,
      * 4 interes acreedor, 5 coste de plazos, 6 cuotas condonadas,
      * 7 saldo medio
       01 TABLA-CLIENTES-RNT.
           05 CLIENTE-RNT OCCURS 500 TIMES.
               10 CRN-CLI-COD        PIC 9(9).
               10 CRN-NOMBRE         PIC X(30).
               10 CRN-APELLIDOS      PIC X(30).
               10 CRN-CONCEPTO       PIC S9(13) OCCURS 7 TIMES.
               10 CRN-NETO           PIC S9(13).
               10 CRN-SEGMENTO       PIC 9(1).
               10 CRN-CON-TARJETAS   PIC 9(1).
               10 CRN-VOLCADO        PIC 9(1).
       77 NUM-CLIENTES-RNT           PIC  9(3) VALUE 0.
       77 INDICE-CLI                 PIC  9(3).
       77 INDICE-MEJOR               PIC  9(3).

      * titulares de las cuentas compartidas (el respaldo es el
      * titular de la primera tarjeta, por si la cuenta no tiene
      * ninguna con papel T)
       01 TABLA-CUENTAS-RNT.
           05 CUENTA-RNT OCCURS 500 TIMES.
               10 CRA-CUENTA         PIC 9(10).
               10 CRA-RESPALDO       PIC 9(9).
               10 CRA-NUM-TIT        PIC 9(1).
               10 CRA-TITULAR        PIC 9(9) OCCURS 4 TIMES.
       77 NUM-CUENTAS-RNT            PIC  9(3) VALUE 0.
       77 INDICE-CTA                 PIC  9(3).
       77 INDICE-TIT                 PIC  9(1).
       77 HAY-CUENTAS                PIC  9(1) VALUE 0.
       77 HAY-TARJETAS               PIC  9(1) VALUE 0.
       77 HAY-MOVIMIENTOS            PIC  9(1) VALUE 0.
       77 HAY-CIERRES                PIC  9(1) VALUE 0.

      * importes de una tarjeta por concepto, pendientes de repartir
      * entre los titulares a los que se atribuyen
       01 IMPORTES-ATRIBUIR.
           05 IMP-CONCEPTO           PIC S9(13) OCCURS 7 TIMES.
       01 TITULARES-ATRIBUIR.
           05 TIT-ATRIBUIR           PIC 9(9) OCCURS 4 TIMES.
       77 NUM-TIT-ATRIBUIR           PIC  9(1).
       77 INDICE-CON                 PIC  9(1).
       77 TARJETA-ATRIBUIR           PIC  9(16).
       77 TITULAR-ATRIBUIR           PIC  9(9).
       77 CENT-PARTE                 PIC S9(13).
       77 CENT-RESTO                 PIC S9(13).

      * movimientos de la tarjeta compensados por un extorno
       01 TABLA-EXTORNADOS.
           05 MOV-EXTORNADO          PIC 9(35) OCCURS 200 TIMES.
       77 NUM-EXTORNADOS             PIC  9(3) VALUE 0.
       77 INDICE-EXT                 PIC  9(3).
       77 MOV-ES-EXTORNADO           PIC  9(1).

       77 CENT-MOVIMIENTO            PIC S9(13).
       77 CENT-SALDO-CIERRE          PIC S9(13).
       77 CENT-SUMA-CIERRES          PIC S9(15).
       77 NUM-CIERRES                PIC  9(3).
       77 PERIODO-CIERRE             PIC  9(6).
       77 CENT-PRINCIPAL             PIC S9(11).
       77 CENT-AMORTIZACION          PIC S9(11).
       77 CENT-CUOTA                 PIC S9(11).
       77 FECHA-DESDE-DEVENGO        PIC  9(8).
       77 FECHA-HASTA-DEVENGO        PIC  9(8).
       77 DIAS-DEVENGO               PIC S9(7).
       77 CENT-IMPORTE-RPT           PIC S9(15).
       77 PUESTO-RANKING             PIC  9(5) VALUE 0.

       77 NUM-TARJETAS               PIC  9(7) VALUE 0.
       77 NUM-SIN-ATRIBUIR           PIC  9(7) VALUE 0.
       77 NUM-EXENCIONES-SIN-TITULAR PIC  9(7) VALUE 0.
       77 NUM-CLIENTES-INFORME       PIC  9(7) VALUE 0.
       77 NUM-CLIENTES-PERDIDA       PIC  9(7) VALUE 0.
       77 CENT-NETO-TOTAL            PIC S9(15) VALUE 0.
       77 NUM-SEGMENTOS-CAMBIADOS    PIC  9(7) VALUE 0.

       01 RNT-CABECERA.
           02 FILLER                   PIC X(34)
               VALUE "RENTABILIDAD POR CLIENTE, PERIODO ".
           02 RNC-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 RNC-MES                  PIC 9(02).
           02 FILLER                   PIC X(159) VALUE SPACES.

       01 RNT-TITULOS.
           02 FILLER                   PIC X(41) VALUE
               "PUESTO CLIENTE    APELLIDOS Y NOMBRE".
           02 FILLER                   PIC X(32) VALUE SPACES.
           02 FILLER                   PIC X(28) VALUE
               "       CUOTAS    INT.DEUDOR ".
           02 FILLER                   PIC X(28) VALUE
               " INT.PRESTAMO  INT.ACREEDOR ".
           02 FILLER                   PIC X(28) VALUE
               " COSTE PLAZOS          NETO ".
           02 FILLER                   PIC X(28) VALUE
               "    CONDONADO   SALDO MEDIO ".
           02 FILLER                   PIC X(15) VALUE "SEGMENTO".

      * una linea por cliente, de mayor a menor margen neto; los
      * importes en EUR
       01 RNT-DETALLE.
           02 RND-PUESTO               PIC 9(05).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RND-CLI-COD              PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RND-APELLIDOS            PIC X(30).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 RND-NOMBRE               PIC X(20).
           02 FILLER                   PIC X(04) VALUE SPACES.
           02 RND-IMPORTE OCCURS 8 TIMES.
               03 RND-IMPORTE-ENT      PIC -9(9).
               03 FILLER               PIC X(01) VALUE ",".
               03 RND-IMPORTE-DEC      PIC 9(02).
               03 FILLER               PIC X(01) VALUE SPACES.
           02 RND-SEGMENTO             PIC X(06).
           02 FILLER                   PIC X(01) VALUE SPACES.
      * PERDIDA = margen neto negativo
           02 RND-MARCA                PIC X(07).
           02 FILLER                   PIC X(01) VALUE SPACES.

      * resumen por segmento al final del informe
       01 RNT-SEGMENTO.
           02 FILLER                   PIC X(10) VALUE "SEGMENTO  ".
           02 RNS-NOMBRE               PIC X(06).
           02 FILLER                   PIC X(12) VALUE "  CLIENTES: ".
           02 RNS-CLIENTES             PIC 9(07).
           02 FILLER                   PIC X(14)
               VALUE "  EN PERDIDA: ".
           02 RNS-PERDIDA              PIC 9(07).
           02 FILLER                   PIC X(08) VALUE "  NETO: ".
           02 RNS-NETO-ENT             PIC -9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 RNS-NETO-DEC             PIC 9(02).
           02 FILLER                   PIC X(21)
               VALUE "  SALDO MEDIO TOTAL: ".
           02 RNS-SALDO-ENT            PIC -9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 RNS-SALDO-DEC            PIC 9(02).
           02 FILLER                   PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM CALCULAR-PERIODO THRU CALCULAR-PERIODO-EXIT.
           PERFORM CARGAR-TASAS THRU CARGAR-TASAS-EXIT.
           PERFORM CARGAR-CLIENTES THRU CARGAR-CLIENTES-EXIT.
           PERFORM CARGAR-CUENTAS THRU CARGAR-CUENTAS-EXIT.
           PERFORM SUMAR-TARJETAS THRU SUMAR-TARJETAS-EXIT.
           PERFORM SUMAR-PRESTAMOS THRU SUMAR-PRESTAMOS-EXIT.
           PERFORM SUMAR-PLAZOS THRU SUMAR-PLAZOS-EXIT.
           PERFORM SUMAR-EXENCIONES THRU SUMAR-EXENCIONES-EXIT.
           PERFORM CALCULAR-NETOS THRU CALCULAR-NETOS-EXIT.
           PERFORM ANOTAR-SEGMENTOS THRU ANOTAR-SEGMENTOS-EXIT.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.
           DISPLAY "Rentabilidad por cliente del periodo " ANO-PERIODO
               "-" MES-PERIODO ". Tarjetas: " NUM-TARJETAS
               " Clientes: " NUM-CLIENTES-INFORME
               " En perdida: " NUM-CLIENTES-PERDIDA.
           DISPLAY "Segmentos actualizados en la ficha: "
               NUM-SEGMENTOS-CAMBIADOS.
           DISPLAY "Importes sin cliente al que atribuirlos: "
               NUM-SIN-ATRIBUIR " Exenciones sin titular: "
               NUM-EXENCIONES-SIN-TITULAR.
           GOBACK.

      *----------------------------------------------------------*
      * el informe cubre el mes natural anterior al de ejecucion;
      * el saldo medio, los doce cierres que acaban en ese mes
      *----------------------------------------------------------*
       CALCULAR-PERIODO.
           IF MES = 1
               MOVE 12 TO MES-PERIODO
               COMPUTE ANO-PERIODO = ANO - 1
           ELSE
               COMPUTE MES-PERIODO = MES - 1
               MOVE ANO TO ANO-PERIODO.

           EVALUATE MES-PERIODO
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO DIAS-PERIODO
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO DIAS-PERIODO
               WHEN OTHER
                   IF FUNCTION MOD(ANO-PERIODO, 4) = 0
                           AND (FUNCTION MOD(ANO-PERIODO, 100) NOT = 0
                           OR FUNCTION MOD(ANO-PERIODO, 400) = 0)
                       MOVE 29 TO DIAS-PERIODO
                   ELSE
                       MOVE 28 TO DIAS-PERIODO
           END-EVALUATE.

           COMPUTE FECHA-INICIO-PERIODO =
               (ANO-PERIODO * 10000) + (MES-PERIODO * 100) + 1.
           COMPUTE FECHA-FIN-PERIODO =
               (ANO-PERIODO * 10000) + (MES-PERIODO * 100)
               + DIAS-PERIODO.
           COMPUTE PERIODO-RNT = (ANO-PERIODO * 100) + MES-PERIODO.

           IF MES-PERIODO = 12
               MOVE 1 TO MES-DESDE-SALDO
               MOVE ANO-PERIODO TO ANO-DESDE-SALDO
           ELSE
               COMPUTE MES-DESDE-SALDO = MES-PERIODO + 1
               COMPUTE ANO-DESDE-SALDO = ANO-PERIODO - 1.
       CALCULAR-PERIODO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tasas de cambio de las divisas distintas del EUR
      *----------------------------------------------------------*
       CARGAR-TASAS.
           MOVE 1 TO TRN-TASA (1).
           MOVE 1 TO TRN-HAY (1).
           MOVE 1 TO INDICE-DIVISA.

       CARGAR-TASAS-SIG.
           ADD 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA > 20
               GO TO CARGAR-TASAS-EXIT.
           MOVE INDICE-DIVISA TO DIVISA-BUSCADA.
           PERFORM LEER-TASA-CAMBIO THRU LEER-TASA-CAMBIO-EXIT.
           MOVE TASA-DIVISA TO TRN-TASA (INDICE-DIVISA).
           MOVE HAY-TASA TO TRN-HAY (INDICE-DIVISA).
           GO TO CARGAR-TASAS-SIG.
       CARGAR-TASAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * fichas de clientes, con todos los conceptos a cero
      *----------------------------------------------------------*
       CARGAR-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FSC = 35
               MOVE "00" TO FSC
               GO TO CARGAR-CLIENTES-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.

       CARGAR-CLIENTES-LEER.
           READ CLIENTES NEXT RECORD
               AT END GO TO CARGAR-CLIENTES-CERRAR.
           IF NUM-CLIENTES-RNT = 500
               DISPLAY "AVISO: tabla de clientes llena, el informe "
                   "de rentabilidad queda incompleto"
               GO TO CARGAR-CLIENTES-CERRAR.
           ADD 1 TO NUM-CLIENTES-RNT.
           INITIALIZE CLIENTE-RNT (NUM-CLIENTES-RNT).
           MOVE CLI-COD TO CRN-CLI-COD (NUM-CLIENTES-RNT).
           MOVE CLI-NOMBRE TO CRN-NOMBRE (NUM-CLIENTES-RNT).
           MOVE CLI-APELLIDOS TO CRN-APELLIDOS (NUM-CLIENTES-RNT).
           GO TO CARGAR-CLIENTES-LEER.

       CARGAR-CLIENTES-CERRAR.
           CLOSE CLIENTES.
       CARGAR-CLIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cuentas compartidas y sus titulares distintos
      *----------------------------------------------------------*
       CARGAR-CUENTAS.
           OPEN INPUT CUENTA-TARJETA.
           IF FSCT = 35
               MOVE "00" TO FSCT
               GO TO CARGAR-CUENTAS-EXIT.
           IF FSCT NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO HAY-CUENTAS.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       CARGAR-CUENTAS-LEER.
           READ CUENTA-TARJETA NEXT RECORD
               AT END GO TO CARGAR-CUENTAS-CERRAR.
           MOVE CTA-NUM-CUENTA TO CUENTA-BUSCADA.
           PERFORM ALTA-CUENTA-RNT THRU ALTA-CUENTA-RNT-EXIT.
           IF INDICE-CTA = 0
               GO TO CARGAR-CUENTAS-LEER.
           MOVE CTA-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY GO TO CARGAR-CUENTAS-LEER.
           IF CRA-RESPALDO (INDICE-CTA) = 0
               MOVE TTITULAR TO CRA-RESPALDO (INDICE-CTA).
           IF CTA-TITULAR
               PERFORM ANOTAR-TITULAR THRU ANOTAR-TITULAR-EXIT.
           GO TO CARGAR-CUENTAS-LEER.

       CARGAR-CUENTAS-CERRAR.
           CLOSE CUENTA-TARJETA.
           CLOSE TARJETAS.
       CARGAR-CUENTAS-EXIT.
           EXIT.

      * fila de la cuenta CUENTA-BUSCADA, dandola de alta si es nueva
      * (INDICE-CTA a 0 si la tabla esta llena)
       ALTA-CUENTA-RNT.
           PERFORM BUSCAR-CUENTA-RNT THRU BUSCAR-CUENTA-RNT-EXIT.
           IF INDICE-CTA NOT = 0
               GO TO ALTA-CUENTA-RNT-EXIT.
           IF NUM-CUENTAS-RNT = 500
               DISPLAY "AVISO: tabla de cuentas llena, el informe "
                   "de rentabilidad queda incompleto"
               GO TO ALTA-CUENTA-RNT-EXIT.
           ADD 1 TO NUM-CUENTAS-RNT.
           MOVE NUM-CUENTAS-RNT TO INDICE-CTA.
           INITIALIZE CUENTA-RNT (INDICE-CTA).
           MOVE CUENTA-BUSCADA TO CRA-CUENTA (INDICE-CTA).
       ALTA-CUENTA-RNT-EXIT.
           EXIT.

      * fila de la cuenta CUENTA-BUSCADA (INDICE-CTA a 0 si no esta)
       BUSCAR-CUENTA-RNT.
           MOVE 0 TO INDICE-CTA.

       BUSCAR-CUENTA-RNT-SIG.
           ADD 1 TO INDICE-CTA.
           IF INDICE-CTA > NUM-CUENTAS-RNT
               MOVE 0 TO INDICE-CTA
               GO TO BUSCAR-CUENTA-RNT-EXIT.
           IF CRA-CUENTA (INDICE-CTA) = CUENTA-BUSCADA
               GO TO BUSCAR-CUENTA-RNT-EXIT.
           GO TO BUSCAR-CUENTA-RNT-SIG.
       BUSCAR-CUENTA-RNT-EXIT.
           EXIT.

      * TTITULAR entre los titulares de la cuenta, sin repetirlo
       ANOTAR-TITULAR.
           MOVE 0 TO INDICE-TIT.

       ANOTAR-TITULAR-SIG.
           ADD 1 TO INDICE-TIT.
           IF INDICE-TIT > CRA-NUM-TIT (INDICE-CTA)
               GO TO ANOTAR-TITULAR-NUEVO.
           IF CRA-TITULAR (INDICE-CTA, INDICE-TIT) = TTITULAR
               GO TO ANOTAR-TITULAR-EXIT.
           GO TO ANOTAR-TITULAR-SIG.

       ANOTAR-TITULAR-NUEVO.
           IF CRA-NUM-TIT (INDICE-CTA) = 4
               GO TO ANOTAR-TITULAR-EXIT.
           ADD 1 TO CRA-NUM-TIT (INDICE-CTA).
           MOVE TTITULAR
               TO CRA-TITULAR (INDICE-CTA, CRA-NUM-TIT (INDICE-CTA)).
       ANOTAR-TITULAR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * por tarjeta: cuotas, interes deudor y acreedor del mes
      * (sin los movimientos compensados por un extorno) y saldo
      * medio de los cierres
      *----------------------------------------------------------*
       SUMAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST = 35
               MOVE "00" TO FST
               GO TO SUMAR-TARJETAS-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               MOVE "00" TO FSM
           ELSE
               IF FSM NOT = 00
                   GO TO PSYS-ERR
               ELSE
                   MOVE 1 TO HAY-MOVIMIENTOS.
           OPEN INPUT SALDOSCIERRE.
           IF FSSC = 35
               MOVE "00" TO FSSC
           ELSE
               IF FSSC NOT = 00
                   GO TO PSYS-ERR
               ELSE
                   MOVE 1 TO HAY-CIERRES.
           IF HAY-CUENTAS = 1
               OPEN INPUT CUENTA-TARJETA
               IF FSCT NOT = 00
                   GO TO PSYS-ERR.

       SUMAR-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO SUMAR-TARJETAS-CERRAR.
           ADD 1 TO NUM-TARJETAS.
           INITIALIZE IMPORTES-ATRIBUIR.
           IF HAY-MOVIMIENTOS = 1
               PERFORM RECOGER-EXTORNOS THRU RECOGER-EXTORNOS-EXIT
               PERFORM SUMAR-MOVIMIENTOS
                   THRU SUMAR-MOVIMIENTOS-EXIT.
           IF HAY-CIERRES = 1
               PERFORM CALCULAR-SALDO-MEDIO
                   THRU CALCULAR-SALDO-MEDIO-EXIT.
           MOVE TNUM TO TARJETA-ATRIBUIR.
           MOVE TTITULAR TO TITULAR-ATRIBUIR.
           PERFORM ATRIBUIR-TARJETA THRU ATRIBUIR-TARJETA-EXIT.
           GO TO SUMAR-TARJETAS-LEER.

       SUMAR-TARJETAS-CERRAR.
           CLOSE TARJETAS.
           IF HAY-MOVIMIENTOS = 1
               CLOSE F-MOVIMIENTOS.
           IF HAY-CIERRES = 1
               CLOSE SALDOSCIERRE.
           IF HAY-CUENTAS = 1
               CLOSE CUENTA-TARJETA.
       SUMAR-TARJETAS-EXIT.
           EXIT.

      * primera pasada por los movimientos de la tarjeta: anota los
      * movimientos originales que algun extorno ha compensado, sea
      * del mes que sea
       RECOGER-EXTORNOS.
           MOVE 0 TO NUM-EXTORNADOS.
           MOVE TNUM TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO RECOGER-EXTORNOS-EXIT.

       RECOGER-EXTORNOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO RECOGER-EXTORNOS-EXIT.
           IF MOV-TARJETA NOT = TNUM
               GO TO RECOGER-EXTORNOS-EXIT.
           IF NOT MOV-TIPO-EXTORNO OR MOV-REF-EXTORNO = 0
               GO TO RECOGER-EXTORNOS-LEER.
           IF NUM-EXTORNADOS = 200
               DISPLAY "AVISO: tabla de extornos llena en la tarjeta "
                   TNUM
               GO TO RECOGER-EXTORNOS-EXIT.
           ADD 1 TO NUM-EXTORNADOS.
           MOVE MOV-REF-EXTORNO TO MOV-EXTORNADO (NUM-EXTORNADOS).
           GO TO RECOGER-EXTORNOS-LEER.
       RECOGER-EXTORNOS-EXIT.
           EXIT.

      * segunda pasada: cuotas (11), interes deudor (22) e interes
      * acreedor (10) del periodo, pasados a EUR
       SUMAR-MOVIMIENTOS.
           MOVE TNUM TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO SUMAR-MOVIMIENTOS-EXIT.

       SUMAR-MOVIMIENTOS-LEER.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO SUMAR-MOVIMIENTOS-EXIT.
           IF MOV-TARJETA NOT = TNUM
               GO TO SUMAR-MOVIMIENTOS-EXIT.
           IF MOV-ANO NOT = ANO-PERIODO OR MOV-MES NOT = MES-PERIODO
               GO TO SUMAR-MOVIMIENTOS-LEER.
           IF MOV-TIPO-COMISION
               MOVE 1 TO INDICE-CON
           ELSE
               IF MOV-TIPO-INTERES-DEUDOR
                   MOVE 2 TO INDICE-CON
               ELSE
                   IF MOV-TIPO-INTERESES
                       MOVE 4 TO INDICE-CON
                   ELSE
                       GO TO SUMAR-MOVIMIENTOS-LEER.
           PERFORM BUSCAR-EXTORNADO THRU BUSCAR-EXTORNADO-EXIT.
           IF MOV-ES-EXTORNADO = 1
               GO TO SUMAR-MOVIMIENTOS-LEER.

           COMPUTE CENT-MOVIMIENTO = MOV-IMPORTE * 100.
           IF CENT-MOVIMIENTO < 0
               COMPUTE CENT-MOVIMIENTO = 0 - CENT-MOVIMIENTO.
           MOVE MOV-DIVISA TO INDICE-DIVISA.
           PERFORM PASAR-A-EUR THRU PASAR-A-EUR-EXIT.
           ADD CENT-MOVIMIENTO TO IMP-CONCEPTO (INDICE-CON).
           GO TO SUMAR-MOVIMIENTOS-LEER.
       SUMAR-MOVIMIENTOS-EXIT.
           EXIT.

       BUSCAR-EXTORNADO.
           MOVE 0 TO MOV-ES-EXTORNADO.
           MOVE 0 TO INDICE-EXT.

       BUSCAR-EXTORNADO-LOOP.
           ADD 1 TO INDICE-EXT.
           IF INDICE-EXT > NUM-EXTORNADOS
               GO TO BUSCAR-EXTORNADO-EXIT.
           IF MOV-EXTORNADO (INDICE-EXT) = MOV-NUM
               MOVE 1 TO MOV-ES-EXTORNADO
               GO TO BUSCAR-EXTORNADO-EXIT.
           GO TO BUSCAR-EXTORNADO-LOOP.
       BUSCAR-EXTORNADO-EXIT.
           EXIT.

      * CENT-MOVIMIENTO en la divisa INDICE-DIVISA pasado a EUR; sin
      * tasa cargada se deja como esta
       PASAR-A-EUR.
           IF INDICE-DIVISA = 0 OR INDICE-DIVISA > 20
               MOVE 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA = 1 OR TRN-HAY (INDICE-DIVISA) = 0
               GO TO PASAR-A-EUR-EXIT.
           COMPUTE CENT-MOVIMIENTO ROUNDED =
               CENT-MOVIMIENTO / TRN-TASA (INDICE-DIVISA).
       PASAR-A-EUR-EXIT.
           EXIT.

      * media de los cierres mensuales de la tarjeta dentro de la
      * ventana de doce meses que acaba en el periodo, en EUR
       CALCULAR-SALDO-MEDIO.
           MOVE 0 TO CENT-SUMA-CIERRES.
           MOVE 0 TO NUM-CIERRES.
           MOVE TNUM TO SC-TARJETA.
           MOVE ANO-DESDE-SALDO TO SC-ANO.
           MOVE MES-DESDE-SALDO TO SC-MES.
           START SALDOSCIERRE KEY IS NOT < SC-CLAVE
               INVALID KEY GO TO CALCULAR-SALDO-MEDIO-EXIT.

       CALCULAR-SALDO-MEDIO-LEER.
           READ SALDOSCIERRE NEXT RECORD
               AT END GO TO CALCULAR-SALDO-MEDIO-MEDIA.
           IF SC-TARJETA NOT = TNUM
               GO TO CALCULAR-SALDO-MEDIO-MEDIA.
           COMPUTE PERIODO-CIERRE = (SC-ANO * 100) + SC-MES.
           IF PERIODO-CIERRE > PERIODO-RNT
               GO TO CALCULAR-SALDO-MEDIO-MEDIA.
           COMPUTE CENT-SALDO-CIERRE = (SC-SALDO-ENT * 100).
           IF SC-SALDO-ENT < 0
               SUBTRACT SC-SALDO-DEC FROM CENT-SALDO-CIERRE
           ELSE
               ADD SC-SALDO-DEC TO CENT-SALDO-CIERRE.
           ADD CENT-SALDO-CIERRE TO CENT-SUMA-CIERRES.
           ADD 1 TO NUM-CIERRES.
           GO TO CALCULAR-SALDO-MEDIO-LEER.

       CALCULAR-SALDO-MEDIO-MEDIA.
           IF NUM-CIERRES = 0
               GO TO CALCULAR-SALDO-MEDIO-EXIT.
           COMPUTE CENT-MOVIMIENTO ROUNDED =
               CENT-SUMA-CIERRES / NUM-CIERRES.
           MOVE TDIVISA TO INDICE-DIVISA.
           PERFORM PASAR-A-EUR THRU PASAR-A-EUR-EXIT.
           MOVE CENT-MOVIMIENTO TO IMP-CONCEPTO (7).
       CALCULAR-SALDO-MEDIO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * interes de las cuotas de prestamo pagadas que vencian en el
      * periodo: la cuota menos la parte de principal (principal
      * entre meses del cuadro)
      *----------------------------------------------------------*
       SUMAR-PRESTAMOS.
           OPEN INPUT PRESTAMOS.
           IF FSPR = 35
               MOVE "00" TO FSPR
               GO TO SUMAR-PRESTAMOS-EXIT.
           IF FSPR NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT CUOTAS.
           IF FSCQ = 35
               MOVE "00" TO FSCQ
               CLOSE PRESTAMOS
               GO TO SUMAR-PRESTAMOS-EXIT.
           IF FSCQ NOT = 00
               GO TO PSYS-ERR.
           PERFORM ABRIR-BUSQUEDA-TITULAR
               THRU ABRIR-BUSQUEDA-TITULAR-EXIT.

       SUMAR-PRESTAMOS-LEER.
           READ PRESTAMOS NEXT RECORD
               AT END GO TO SUMAR-PRESTAMOS-CERRAR.
           IF PRE-MESES = 0
               GO TO SUMAR-PRESTAMOS-LEER.
           COMPUTE CENT-PRINCIPAL =
               (PRE-PRINCIPAL-ENT * 100) + PRE-PRINCIPAL-DEC.
           COMPUTE CENT-AMORTIZACION ROUNDED =
               CENT-PRINCIPAL / PRE-MESES.
           INITIALIZE IMPORTES-ATRIBUIR.
           MOVE PRE-NUM TO CUO-PRESTAMO.
           MOVE 0 TO CUO-NUM.
           START CUOTAS KEY IS NOT < CUO-CLAVE
               INVALID KEY GO TO SUMAR-PRESTAMOS-LEER.

       SUMAR-PRESTAMOS-CUOTA.
           READ CUOTAS NEXT RECORD
               AT END GO TO SUMAR-PRESTAMOS-ATRIBUIR.
           IF CUO-PRESTAMO NOT = PRE-NUM
               GO TO SUMAR-PRESTAMOS-ATRIBUIR.
           IF NOT CUOTA-PAGADA
                   OR CUO-ANO NOT = ANO-PERIODO
                   OR CUO-MES NOT = MES-PERIODO
               GO TO SUMAR-PRESTAMOS-CUOTA.
           COMPUTE CENT-CUOTA =
               (CUO-IMPORTE-ENT * 100) + CUO-IMPORTE-DEC
               - CENT-AMORTIZACION.
           IF CENT-CUOTA > 0
               ADD CENT-CUOTA TO IMP-CONCEPTO (3).
           GO TO SUMAR-PRESTAMOS-CUOTA.

       SUMAR-PRESTAMOS-ATRIBUIR.
           IF IMP-CONCEPTO (3) = 0
               GO TO SUMAR-PRESTAMOS-LEER.
           MOVE PRE-TARJETA TO TARJETA-ATRIBUIR.
           PERFORM BUSCAR-TITULAR-TARJETA
               THRU BUSCAR-TITULAR-TARJETA-EXIT.
           PERFORM ATRIBUIR-TARJETA THRU ATRIBUIR-TARJETA-EXIT.
           GO TO SUMAR-PRESTAMOS-LEER.

       SUMAR-PRESTAMOS-CERRAR.
           CLOSE PRESTAMOS.
           CLOSE CUOTAS.
           PERFORM CERRAR-BUSQUEDA-TITULAR
               THRU CERRAR-BUSQUEDA-TITULAR-EXIT.
       SUMAR-PRESTAMOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * coste de los plazos: interes pactado de los dias del
      * periodo en que el deposito estuvo abierto; los cancelados
      * antes de vencer no devengan
      *----------------------------------------------------------*
       SUMAR-PLAZOS.
           OPEN INPUT PLAZOS.
           IF FSPL = 35
               MOVE "00" TO FSPL
               GO TO SUMAR-PLAZOS-EXIT.
           IF FSPL NOT = 00
               GO TO PSYS-ERR.
           PERFORM ABRIR-BUSQUEDA-TITULAR
               THRU ABRIR-BUSQUEDA-TITULAR-EXIT.

       SUMAR-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD
               AT END GO TO SUMAR-PLAZOS-CERRAR.
           IF PLAZO-CANCELADO
               GO TO SUMAR-PLAZOS-LEER.
           IF PLZ-FECHA-APERTURA > FECHA-INICIO-PERIODO
               MOVE PLZ-FECHA-APERTURA TO FECHA-DESDE-DEVENGO
           ELSE
               MOVE FECHA-INICIO-PERIODO TO FECHA-DESDE-DEVENGO.
           IF PLZ-FECHA-VENCIMIENTO < FECHA-FIN-PERIODO
               MOVE PLZ-FECHA-VENCIMIENTO TO FECHA-HASTA-DEVENGO
               COMPUTE DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE(FECHA-HASTA-DEVENGO)
                   - FUNCTION INTEGER-OF-DATE(FECHA-DESDE-DEVENGO)
           ELSE
               MOVE FECHA-FIN-PERIODO TO FECHA-HASTA-DEVENGO
               COMPUTE DIAS-DEVENGO =
                   FUNCTION INTEGER-OF-DATE(FECHA-HASTA-DEVENGO)
                   - FUNCTION INTEGER-OF-DATE(FECHA-DESDE-DEVENGO)
                   + 1.
           IF DIAS-DEVENGO NOT > 0
               GO TO SUMAR-PLAZOS-LEER.

           INITIALIZE IMPORTES-ATRIBUIR.
           COMPUTE CENT-PRINCIPAL =
               (PLZ-PRINCIPAL-ENT * 100) + PLZ-PRINCIPAL-DEC.
           COMPUTE IMP-CONCEPTO (5) ROUNDED = CENT-PRINCIPAL
               * PLZ-TASA / 100 * DIAS-DEVENGO / 365.
           IF IMP-CONCEPTO (5) = 0
               GO TO SUMAR-PLAZOS-LEER.
           MOVE PLZ-TARJETA TO TARJETA-ATRIBUIR.
           PERFORM BUSCAR-TITULAR-TARJETA
               THRU BUSCAR-TITULAR-TARJETA-EXIT.
           PERFORM ATRIBUIR-TARJETA THRU ATRIBUIR-TARJETA-EXIT.
           GO TO SUMAR-PLAZOS-LEER.

       SUMAR-PLAZOS-CERRAR.
           CLOSE PLAZOS.
           PERFORM CERRAR-BUSQUEDA-TITULAR
               THRU CERRAR-BUSQUEDA-TITULAR-EXIT.
       SUMAR-PLAZOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cuotas condonadas del periodo por las campanas, imputadas al
      * titular anotado en la linea (las lineas anteriores a ese
      * dato no se pueden imputar)
      *----------------------------------------------------------*
       SUMAR-EXENCIONES.
           OPEN INPUT EXENCIONES.
           IF FSEX = 35
               MOVE "00" TO FSEX
               GO TO SUMAR-EXENCIONES-EXIT.
           IF FSEX NOT = 00
               GO TO PSYS-ERR.

       SUMAR-EXENCIONES-LEER.
           READ EXENCIONES AT END GO TO SUMAR-EXENCIONES-CERRAR.
           IF EXN-ANO NOT = ANO-PERIODO OR EXN-MES NOT = MES-PERIODO
               GO TO SUMAR-EXENCIONES-LEER.
           IF EXN-TITULAR NOT NUMERIC OR EXN-TITULAR = 0
               ADD 1 TO NUM-EXENCIONES-SIN-TITULAR
               GO TO SUMAR-EXENCIONES-LEER.
           INITIALIZE IMPORTES-ATRIBUIR.
           COMPUTE IMP-CONCEPTO (6) =
               (EXN-IMPORTE-ENT * 100) + EXN-IMPORTE-DEC.
           MOVE 1 TO NUM-TIT-ATRIBUIR.
           MOVE EXN-TITULAR TO TIT-ATRIBUIR (1).
           PERFORM REPARTIR-IMPORTES THRU REPARTIR-IMPORTES-EXIT.
           GO TO SUMAR-EXENCIONES-LEER.

       SUMAR-EXENCIONES-CERRAR.
           CLOSE EXENCIONES.
       SUMAR-EXENCIONES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * atribucion de los importes de una tarjeta a sus clientes
      *----------------------------------------------------------*
       ABRIR-BUSQUEDA-TITULAR.
           MOVE 0 TO HAY-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST = 35
               MOVE "00" TO FST
           ELSE
               IF FST NOT = 00
                   GO TO PSYS-ERR
               ELSE
                   MOVE 1 TO HAY-TARJETAS.
           IF HAY-CUENTAS = 1
               OPEN INPUT CUENTA-TARJETA
               IF FSCT NOT = 00
                   GO TO PSYS-ERR.
       ABRIR-BUSQUEDA-TITULAR-EXIT.
           EXIT.

       CERRAR-BUSQUEDA-TITULAR.
           IF HAY-TARJETAS = 1
               CLOSE TARJETAS.
           IF HAY-CUENTAS = 1
               CLOSE CUENTA-TARJETA.
       CERRAR-BUSQUEDA-TITULAR-EXIT.
           EXIT.

      * titular de TARJETA-ATRIBUIR en TITULAR-ATRIBUIR (0 si la
      * tarjeta ya no existe)
       BUSCAR-TITULAR-TARJETA.
           MOVE 0 TO TITULAR-ATRIBUIR.
           IF HAY-TARJETAS = 0
               GO TO BUSCAR-TITULAR-TARJETA-EXIT.
           MOVE TARJETA-ATRIBUIR TO TNUM.
           READ TARJETAS INVALID KEY
               GO TO BUSCAR-TITULAR-TARJETA-EXIT.
           MOVE TTITULAR TO TITULAR-ATRIBUIR.
       BUSCAR-TITULAR-TARJETA-EXIT.
           EXIT.

      * IMPORTES-ATRIBUIR de TARJETA-ATRIBUIR: si la tarjeta es de
      * una cuenta compartida, a los titulares de la cuenta; si no,
      * a TITULAR-ATRIBUIR
       ATRIBUIR-TARJETA.
           MOVE 1 TO NUM-TIT-ATRIBUIR.
           MOVE TITULAR-ATRIBUIR TO TIT-ATRIBUIR (1).
           IF HAY-CUENTAS = 0
               GO TO ATRIBUIR-TARJETA-REPARTIR.
           MOVE TARJETA-ATRIBUIR TO CTA-TARJETA.
           READ CUENTA-TARJETA INVALID KEY
               GO TO ATRIBUIR-TARJETA-REPARTIR.
           MOVE CTA-NUM-CUENTA TO CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA-RNT THRU BUSCAR-CUENTA-RNT-EXIT.
           IF INDICE-CTA = 0
               GO TO ATRIBUIR-TARJETA-REPARTIR.
           IF CRA-NUM-TIT (INDICE-CTA) = 0
               MOVE CRA-RESPALDO (INDICE-CTA) TO TIT-ATRIBUIR (1)
               GO TO ATRIBUIR-TARJETA-REPARTIR.
           MOVE CRA-NUM-TIT (INDICE-CTA) TO NUM-TIT-ATRIBUIR.
           MOVE 0 TO INDICE-TIT.

       ATRIBUIR-TARJETA-TIT.
           ADD 1 TO INDICE-TIT.
           IF INDICE-TIT > NUM-TIT-ATRIBUIR
               GO TO ATRIBUIR-TARJETA-REPARTIR.
           MOVE CRA-TITULAR (INDICE-CTA, INDICE-TIT)
               TO TIT-ATRIBUIR (INDICE-TIT).
           GO TO ATRIBUIR-TARJETA-TIT.

       ATRIBUIR-TARJETA-REPARTIR.
           PERFORM REPARTIR-IMPORTES THRU REPARTIR-IMPORTES-EXIT.
       ATRIBUIR-TARJETA-EXIT.
           EXIT.

      * IMPORTES-ATRIBUIR a partes iguales entre los NUM-TIT-ATRIBUIR
      * titulares de TIT-ATRIBUIR; el primero se queda los centimos
      * del resto. Lo de un titular sin ficha no se imputa a nadie
       REPARTIR-IMPORTES.
           MOVE 0 TO INDICE-TIT.

       REPARTIR-IMPORTES-TIT.
           ADD 1 TO INDICE-TIT.
           IF INDICE-TIT > NUM-TIT-ATRIBUIR
               GO TO REPARTIR-IMPORTES-EXIT.
           PERFORM BUSCAR-CLIENTE-RNT THRU BUSCAR-CLIENTE-RNT-EXIT.
           IF INDICE-CLI = 0
               ADD 1 TO NUM-SIN-ATRIBUIR
               GO TO REPARTIR-IMPORTES-TIT.
           MOVE 1 TO CRN-CON-TARJETAS (INDICE-CLI).
           MOVE 0 TO INDICE-CON.

       REPARTIR-IMPORTES-CON.
           ADD 1 TO INDICE-CON.
           IF INDICE-CON > 7
               GO TO REPARTIR-IMPORTES-TIT.
           DIVIDE IMP-CONCEPTO (INDICE-CON) BY NUM-TIT-ATRIBUIR
               GIVING CENT-PARTE REMAINDER CENT-RESTO.
           IF INDICE-TIT = 1
               ADD CENT-RESTO TO CENT-PARTE.
           ADD CENT-PARTE TO CRN-CONCEPTO (INDICE-CLI, INDICE-CON).
           GO TO REPARTIR-IMPORTES-CON.
       REPARTIR-IMPORTES-EXIT.
           EXIT.

      * ficha del titular TIT-ATRIBUIR (INDICE-TIT) en la tabla
      * (INDICE-CLI a 0 si no tiene)
       BUSCAR-CLIENTE-RNT.
           MOVE 0 TO INDICE-CLI.
           IF TIT-ATRIBUIR (INDICE-TIT) = 0
               GO TO BUSCAR-CLIENTE-RNT-EXIT.

       BUSCAR-CLIENTE-RNT-SIG.
           ADD 1 TO INDICE-CLI.
           IF INDICE-CLI > NUM-CLIENTES-RNT
               MOVE 0 TO INDICE-CLI
               GO TO BUSCAR-CLIENTE-RNT-EXIT.
           IF CRN-CLI-COD (INDICE-CLI) NOT = TIT-ATRIBUIR (INDICE-TIT)
               GO TO BUSCAR-CLIENTE-RNT-SIG.
       BUSCAR-CLIENTE-RNT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * margen neto (ingresos menos costes, sin lo condonado, que
      * ya no se cobro) y segmento de cada cliente
      *----------------------------------------------------------*
       CALCULAR-NETOS.
           INITIALIZE TABLA-SEGMENTOS.
           MOVE 0 TO INDICE-CLI.

       CALCULAR-NETOS-SIG.
           ADD 1 TO INDICE-CLI.
           IF INDICE-CLI > NUM-CLIENTES-RNT
               GO TO CALCULAR-NETOS-EXIT.
           IF CRN-CON-TARJETAS (INDICE-CLI) = 0
               GO TO CALCULAR-NETOS-SIG.
           COMPUTE CRN-NETO (INDICE-CLI) =
               CRN-CONCEPTO (INDICE-CLI, 1)
               + CRN-CONCEPTO (INDICE-CLI, 2)
               + CRN-CONCEPTO (INDICE-CLI, 3)
               - CRN-CONCEPTO (INDICE-CLI, 4)
               - CRN-CONCEPTO (INDICE-CLI, 5).
           IF CRN-CONCEPTO (INDICE-CLI, 7) < SUELO-SEGMENTO-MEDIO * 100
               MOVE 1 TO CRN-SEGMENTO (INDICE-CLI)
           ELSE
               IF CRN-CONCEPTO (INDICE-CLI, 7) <
                       SUELO-SEGMENTO-ALTO * 100
                   MOVE 2 TO CRN-SEGMENTO (INDICE-CLI)
               ELSE
                   MOVE 3 TO CRN-SEGMENTO (INDICE-CLI).
           MOVE CRN-SEGMENTO (INDICE-CLI) TO INDICE-SEG.
           ADD 1 TO SEG-CLIENTES (INDICE-SEG).
           ADD CRN-NETO (INDICE-CLI) TO SEG-NETO (INDICE-SEG).
           ADD CRN-CONCEPTO (INDICE-CLI, 7) TO SEG-SALDO (INDICE-SEG).
           IF CRN-NETO (INDICE-CLI) < 0
               ADD 1 TO SEG-PERDIDA (INDICE-SEG).
           ADD CRN-NETO (INDICE-CLI) TO CENT-NETO-TOTAL.
           GO TO CALCULAR-NETOS-SIG.
       CALCULAR-NETOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * segmento del mes en la ficha de cada cliente con tarjetas,
      * solo donde cambia
      *----------------------------------------------------------*
       ANOTAR-SEGMENTOS.
           OPEN I-O CLIENTES.
           IF FSC = 35
               MOVE "00" TO FSC
               GO TO ANOTAR-SEGMENTOS-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-CLI.

       ANOTAR-SEGMENTOS-SIG.
           ADD 1 TO INDICE-CLI.
           IF INDICE-CLI > NUM-CLIENTES-RNT
               GO TO ANOTAR-SEGMENTOS-CERRAR.
           IF CRN-CON-TARJETAS (INDICE-CLI) = 0
               GO TO ANOTAR-SEGMENTOS-SIG.
           MOVE CRN-CLI-COD (INDICE-CLI) TO CLI-COD.
           READ CLIENTES INVALID KEY GO TO ANOTAR-SEGMENTOS-SIG.
           IF CLI-SEGMENTO = CRN-SEGMENTO (INDICE-CLI)
               GO TO ANOTAR-SEGMENTOS-SIG.
           MOVE CRN-SEGMENTO (INDICE-CLI) TO CLI-SEGMENTO.
           REWRITE CLIENTEREG INVALID KEY GO TO PSYS-ERR.
           MOVE "CL" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CLI-COD TO JOURNAL-CLAVE.
           MOVE CLIENTEREG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           ADD 1 TO NUM-SEGMENTOS-CAMBIADOS.
           GO TO ANOTAR-SEGMENTOS-SIG.

       ANOTAR-SEGMENTOS-CERRAR.
           CLOSE CLIENTES.
       ANOTAR-SEGMENTOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * ranking de mayor a menor margen neto, con los clientes en
      * perdida tambien en la lista de producto, y resumen por
      * segmento
      *----------------------------------------------------------*
       ESCRIBIR-INFORME.
           OPEN OUTPUT RENTABILIDAD.
           IF FSRB NOT = 00
               GO TO PSYS-ERR.
           OPEN OUTPUT PERDIDAS.
           IF FSRP NOT = 00
               GO TO PSYS-ERR.
           MOVE ANO-PERIODO TO RNC-ANO.
           MOVE MES-PERIODO TO RNC-MES.
           MOVE RNT-CABECERA TO RENTABILIDAD-REG.
           WRITE RENTABILIDAD-REG.
           MOVE RNT-TITULOS TO RENTABILIDAD-REG.
           WRITE RENTABILIDAD-REG.

       ESCRIBIR-INFORME-SIG.
           PERFORM BUSCAR-MEJOR-NETO THRU BUSCAR-MEJOR-NETO-EXIT.
           IF INDICE-MEJOR = 0
               GO TO ESCRIBIR-INFORME-SEGMENTOS.
           MOVE 1 TO CRN-VOLCADO (INDICE-MEJOR).
           ADD 1 TO PUESTO-RANKING.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-EXIT.
           IF CRN-NETO (INDICE-MEJOR) < 0
               PERFORM ESCRIBIR-PERDIDA THRU ESCRIBIR-PERDIDA-EXIT.
           GO TO ESCRIBIR-INFORME-SIG.

       ESCRIBIR-INFORME-SEGMENTOS.
           MOVE SPACES TO RENTABILIDAD-REG.
           WRITE RENTABILIDAD-REG.
           MOVE 0 TO INDICE-SEG.

       ESCRIBIR-INFORME-SEGMENTO.
           ADD 1 TO INDICE-SEG.
           IF INDICE-SEG > 3
               GO TO ESCRIBIR-INFORME-CERRAR.
           MOVE NOMBRE-SEGMENTO (INDICE-SEG) TO RNS-NOMBRE.
           MOVE SEG-CLIENTES (INDICE-SEG) TO RNS-CLIENTES.
           MOVE SEG-PERDIDA (INDICE-SEG) TO RNS-PERDIDA.
           MOVE SEG-NETO (INDICE-SEG) TO CENT-IMPORTE-RPT.
           COMPUTE RNS-NETO-ENT = CENT-IMPORTE-RPT / 100.
           COMPUTE RNS-NETO-DEC = CENT-IMPORTE-RPT
               - ((CENT-IMPORTE-RPT / 100) * 100).
           MOVE SEG-SALDO (INDICE-SEG) TO CENT-IMPORTE-RPT.
           COMPUTE RNS-SALDO-ENT = CENT-IMPORTE-RPT / 100.
           COMPUTE RNS-SALDO-DEC = CENT-IMPORTE-RPT
               - ((CENT-IMPORTE-RPT / 100) * 100).
           MOVE RNT-SEGMENTO TO RENTABILIDAD-REG.
           WRITE RENTABILIDAD-REG.
           GO TO ESCRIBIR-INFORME-SEGMENTO.

       ESCRIBIR-INFORME-CERRAR.
           CLOSE RENTABILIDAD.
           CLOSE PERDIDAS.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

      * cliente con tarjetas aun no volcado de mayor margen neto
      * (INDICE-MEJOR a 0 si no queda ninguno)
       BUSCAR-MEJOR-NETO.
           MOVE 0 TO INDICE-MEJOR.
           MOVE 0 TO INDICE-CLI.

       BUSCAR-MEJOR-NETO-SIG.
           ADD 1 TO INDICE-CLI.
           IF INDICE-CLI > NUM-CLIENTES-RNT
               GO TO BUSCAR-MEJOR-NETO-EXIT.
           IF CRN-CON-TARJETAS (INDICE-CLI) = 0
                   OR CRN-VOLCADO (INDICE-CLI) = 1
               GO TO BUSCAR-MEJOR-NETO-SIG.
           IF INDICE-MEJOR = 0
               MOVE INDICE-CLI TO INDICE-MEJOR
               GO TO BUSCAR-MEJOR-NETO-SIG.
           IF CRN-NETO (INDICE-CLI) > CRN-NETO (INDICE-MEJOR)
               MOVE INDICE-CLI TO INDICE-MEJOR.
           GO TO BUSCAR-MEJOR-NETO-SIG.
       BUSCAR-MEJOR-NETO-EXIT.
           EXIT.

      * linea del ranking: los cinco conceptos, el neto, lo
      * condonado y el saldo medio
       ESCRIBIR-DETALLE.
           MOVE PUESTO-RANKING TO RND-PUESTO.
           MOVE CRN-CLI-COD (INDICE-MEJOR) TO RND-CLI-COD.
           MOVE CRN-APELLIDOS (INDICE-MEJOR) TO RND-APELLIDOS.
           MOVE CRN-NOMBRE (INDICE-MEJOR) TO RND-NOMBRE.
           MOVE 0 TO INDICE-CON.

       ESCRIBIR-DETALLE-CON.
           ADD 1 TO INDICE-CON.
           IF INDICE-CON > 8
               GO TO ESCRIBIR-DETALLE-LINEA.
           IF INDICE-CON < 6
               MOVE CRN-CONCEPTO (INDICE-MEJOR, INDICE-CON)
                   TO CENT-IMPORTE-RPT.
           IF INDICE-CON = 6
               MOVE CRN-NETO (INDICE-MEJOR) TO CENT-IMPORTE-RPT.
           IF INDICE-CON > 6
               MOVE CRN-CONCEPTO (INDICE-MEJOR, INDICE-CON - 1)
                   TO CENT-IMPORTE-RPT.
           COMPUTE RND-IMPORTE-ENT (INDICE-CON) =
               CENT-IMPORTE-RPT / 100.
           COMPUTE RND-IMPORTE-DEC (INDICE-CON) = CENT-IMPORTE-RPT
               - ((CENT-IMPORTE-RPT / 100) * 100).
           GO TO ESCRIBIR-DETALLE-CON.

       ESCRIBIR-DETALLE-LINEA.
           MOVE CRN-SEGMENTO (INDICE-MEJOR) TO INDICE-SEG.
           MOVE NOMBRE-SEGMENTO (INDICE-SEG) TO RND-SEGMENTO.
           IF CRN-NETO (INDICE-MEJOR) < 0
               MOVE "PERDIDA" TO RND-MARCA
           ELSE
               MOVE SPACES TO RND-MARCA.
           MOVE RNT-DETALLE TO RENTABILIDAD-REG.
           WRITE RENTABILIDAD-REG.
           ADD 1 TO NUM-CLIENTES-INFORME.
       ESCRIBIR-DETALLE-EXIT.
           EXIT.

      * linea para producto: el margen y el coste que mas pesa
       ESCRIBIR-PERDIDA.
           MOVE CRN-CLI-COD (INDICE-MEJOR) TO PER-CLI-COD.
           MOVE CRN-APELLIDOS (INDICE-MEJOR) TO PER-APELLIDOS.
           MOVE CRN-NOMBRE (INDICE-MEJOR) TO PER-NOMBRE.
           MOVE RND-SEGMENTO TO PER-SEGMENTO.
           MOVE CRN-NETO (INDICE-MEJOR) TO CENT-IMPORTE-RPT.
           COMPUTE PER-NETO-ENT = CENT-IMPORTE-RPT / 100.
           COMPUTE PER-NETO-DEC = CENT-IMPORTE-RPT
               - ((CENT-IMPORTE-RPT / 100) * 100).
           IF CRN-CONCEPTO (INDICE-MEJOR, 5) >
                   CRN-CONCEPTO (INDICE-MEJOR, 4)
               MOVE "COSTE PLAZOS" TO PER-MOTIVO
           ELSE
               MOVE "INTERES ACREEDOR" TO PER-MOTIVO.
           MOVE ANO-PERIODO TO PER-ANO.
           MOVE MES-PERIODO TO PER-MES.
           WRITE PERDIDA-REG.
           ADD 1 TO NUM-CLIENTES-PERDIDA.
       ESCRIBIR-PERDIDA-EXIT.
           EXIT.

           COPY "LEER-TASA-CAMBIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".

       PSYS-ERR.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE CUENTA-TARJETA.
           CLOSE F-MOVIMIENTOS.
           CLOSE SALDOSCIERRE.
           CLOSE PRESTAMOS.
           CLOSE CUOTAS.
           CLOSE PLAZOS.
           CLOSE EXENCIONES.
           CLOSE RENTABILIDAD.
           CLOSE PERDIDAS.

           MOVE "BATCH-RB" TO ERROR-PROGRAMA.
           IF FSC NOT = 00
               MOVE FSC TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSCT NOT = 00
                       MOVE FSCT TO ERROR-FS
                   ELSE
                       IF FSM NOT = 00
                           MOVE FSM TO ERROR-FS
                       ELSE
                           IF FSSC NOT = 00
                               MOVE FSSC TO ERROR-FS
                           ELSE
                               IF FSPR NOT = 00
                                   MOVE FSPR TO ERROR-FS
                               ELSE
                                   IF FSCQ NOT = 00
                                       MOVE FSCQ TO ERROR-FS
                                   ELSE
                                       IF FSPL NOT = 00
                                           MOVE FSPL TO ERROR-FS
                                       ELSE
                                           MOVE FSEX TO ERROR-FS.
           IF FSRB NOT = 00
               MOVE FSRB TO ERROR-FS.
           IF FSRP NOT = 00
               MOVE FSRP TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el informe de "
               "rentabilidad por cliente. FSC=" FSC " FST=" FST
               " FSCT=" FSCT " FSM=" FSM " FSSC=" FSSC " FSPR=" FSPR
               " FSCQ=" FSCQ " FSPL=" FSPL " FSEX=" FSEX
               " FSRB=" FSRB " FSRP=" FSRP.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

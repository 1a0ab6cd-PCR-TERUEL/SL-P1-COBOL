       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-TESORERIA.
      * informe diario de liquidez y posicion en divisa para
      * tesoreria, a primera hora: en tesoreria.rpt junta lo que
      * antes se sumaba de cinco informes -- saldos a la vista de
      * clientes por TDIVISA, efectivo en los billeteros de
      * billetes.ubd y billetesfx.ubd, interbancario pendiente para
      * la proxima fecha de liquidacion (transferencias externas
      * sin liquidar hacia fuera; entrantes.txt sin procesar y
      * recibos girados sin liquidar hacia dentro, y el neto), los
      * vencimientos de plazos y las cuotas de prestamo de los
      * proximos treinta dias, y la posicion abierta en cada divisa
      * del maestro de divisas (billetes en divisa menos saldos de
      * clientes en la divisa)
      * valorada en euros a la tasa de cambios.ubd, con aviso si
      * pasa del limite parametrizado
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TARJETAS-SEL.cpy".
           COPY "BILLETES-SEL.cpy".
           COPY "BILLETESFX-SEL.cpy".
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "COBROSACR-SEL.cpy".
           COPY "PLAZOS-SEL.cpy".
           COPY "CUOTAS-SEL.cpy".
           COPY "CAMBIOS-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "FICHEROSPROC-SEL.cpy".
           COPY "DIVISAS-SEL.cpy".

           SELECT ENTRANTES ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEN.

           SELECT TESORERIA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSTS.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TARJETAS-FD.cpy".
           COPY "BILLETES-FD.cpy".
           COPY "BILLETESFX-FD.cpy".
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "COBROSACR-FD.cpy".
           COPY "PLAZOS-FD.cpy".
           COPY "CUOTAS-FD.cpy".
           COPY "CAMBIOS-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "FICHEROSPROC-FD.cpy".
           COPY "DIVISAS-FD.cpy".

      * fichero entrante de la red, mismo trazado que lee
      * BATCH-ENTRANTES; aqui solo se suma
       FD ENTRANTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entrantes.txt".
       01 ENTRANTE-REG.
           02 ETR-BANCO-ORIGEN         PIC 9(4).
           02 FILLER                   PIC X(1).
           02 ETR-TARJETA              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 ETR-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 ETR-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 ETR-DIVISA               PIC 9(2).
           COPY "CONTROL-TXT-REG.cpy".

       FD TESORERIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tesoreria.rpt".
       01 TESORERIA-REG.
      * una linea por seccion, concepto y divisa; el importe va en
      * unidades de la divisa de la linea salvo el concepto VALOR
      * EUR de la posicion, que va en euros
           02 TSR-SECCION              PIC X(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 TSR-CONCEPTO             PIC X(12).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 TSR-DIVISA               PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 TSR-NUM                  PIC 9(07).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 TSR-IMPORTE-ENT          PIC -9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 TSR-IMPORTE-DEC          PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * fecha de referencia: la del informe, la de liquidacion del
      * interbancario o el ultimo dia del horizonte de vencimientos
           02 TSR-FECHA                PIC 9(08).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * LIMITE = posicion por encima del limite; SIN TASA = divisa
      * sin tasa cargada, posicion sin valorar
           02 TSR-AVISO                PIC X(10).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSBF                      PIC   X(2).
       77 FSCZ                      PIC   X(2).
       77 FSPL                      PIC   X(2).
       77 FSCQ                      PIC   X(2).
       77 FSCB                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSFP                      PIC   X(2).
       77 FSEN                      PIC   X(2).
       77 FSTS                      PIC   X(2).
       77 FSDM                      PIC   X(2) VALUE "00".
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "CAMBIO-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "CONTROL-INTAKE-WS.cpy".
           COPY "DIVISAS-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 FECHA-LIQUIDACION          PIC  9(8).
       77 FECHA-HORIZONTE            PIC  9(8).
       77 DIAS-ENTEROS               PIC S9(9).
       77 AM-HOY                     PIC  9(6).
       77 AM-HORIZONTE               PIC  9(6).
       77 AM-CUOTA                   PIC  9(6).

      * acumulados por divisa (01-20, el codigo del maestro)
       01 TABLA-TESORERIA.
           05 TESORERIA-DIVISA OCCURS 20 TIMES.
               10 TDV-VISTA-NUM      PIC 9(7).
               10 TDV-VISTA-CENT     PIC S9(13).
               10 TDV-BILLETES-NUM   PIC 9(7).
               10 TDV-BILLETES-CENT  PIC S9(13).
               10 TDV-SALIDAS-NUM    PIC 9(7).
               10 TDV-SALIDAS-CENT   PIC S9(13).
               10 TDV-ENTRADAS-NUM   PIC 9(7).
               10 TDV-ENTRADAS-CENT  PIC S9(13).
               10 TDV-COBROS-NUM     PIC 9(7).
               10 TDV-COBROS-CENT    PIC S9(13).
       77 INDICE-DIVISA              PIC  9(2).
       77 DIVISA-LINEA               PIC  9(2).
       77 DIVISA-LISTADA             PIC  9(1).

       77 NUM-PLAZOS                 PIC  9(7) VALUE 0.
       77 CENT-PLAZOS                PIC S9(13) VALUE 0.
       77 NUM-CUOTAS                 PIC  9(7) VALUE 0.
       77 CENT-CUOTAS                PIC S9(13) VALUE 0.
       77 CENT-PRINCIPAL             PIC S9(11).
       77 CENT-INTERES               PIC S9(11).

      * posicion abierta de la divisa en curso
       77 CENT-POSICION              PIC S9(13).
       77 CENT-POSICION-EUR          PIC S9(13).
       77 CENT-LIMITE                PIC S9(13).
       77 NUM-AVISOS                 PIC  9(1) VALUE 0.

      * linea en curso
       77 SECCION-LINEA              PIC  X(10).
       77 CONCEPTO-LINEA             PIC  X(12).
       77 NUM-LINEA                  PIC  9(7).
       77 CENT-LINEA                 PIC S9(13).
       77 FECHA-LINEA                PIC  9(8).
       77 AVISO-LINEA                PIC  X(10).
       77 NUM-LINEAS                 PIC  9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM LEER-PARAM-TESORERIA
               THRU LEER-PARAM-TESORERIA-EXIT.
           COMPUTE CENT-LIMITE = LIMITE-POSICION-DIVISA * 100.

      * el interbancario pendiente viaja en la primera fecha habil
      * desde hoy; los vencimientos se miran a treinta dias
           MOVE FECHA-HOY-YMD TO FECHA-HABIL-CONSULTA.
           PERFORM SIGUIENTE-DIA-HABIL THRU SIGUIENTE-DIA-HABIL-EXIT.
           MOVE FECHA-HABIL-SIGUIENTE TO FECHA-LIQUIDACION.
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD) + 30.
           COMPUTE FECHA-HORIZONTE =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           COMPUTE AM-HOY = FECHA-HOY-YMD / 100.
           COMPUTE AM-HORIZONTE = FECHA-HORIZONTE / 100.
           INITIALIZE TABLA-TESORERIA.
           PERFORM CARGAR-DIVISAS THRU CARGAR-DIVISAS-EXIT.

           PERFORM AGREGAR-VISTA THRU AGREGAR-VISTA-EXIT.
           PERFORM AGREGAR-BILLETES THRU AGREGAR-BILLETES-EXIT.
           PERFORM AGREGAR-BILLETESFX THRU AGREGAR-BILLETESFX-EXIT.
           PERFORM AGREGAR-SALIDAS THRU AGREGAR-SALIDAS-EXIT.
           PERFORM AGREGAR-ENTRANTES THRU AGREGAR-ENTRANTES-EXIT.
           PERFORM AGREGAR-COBROS THRU AGREGAR-COBROS-EXIT.
           PERFORM AGREGAR-PLAZOS THRU AGREGAR-PLAZOS-EXIT.
           PERFORM AGREGAR-CUOTAS THRU AGREGAR-CUOTAS-EXIT.
           PERFORM ESCRIBIR-INFORME THRU ESCRIBIR-INFORME-EXIT.

           DISPLAY "Informe de tesoreria " FECHA-HOY-YMD
               " escrito. Lineas: " NUM-LINEAS
               " Avisos de posicion: " NUM-AVISOS.
           STOP RUN.

      *----------------------------------------------------------*
      * saldos a la vista de clientes por divisa de la tarjeta
      *----------------------------------------------------------*
       AGREGAR-VISTA.
           OPEN INPUT TARJETAS.
           IF FST = 35
               GO TO AGREGAR-VISTA-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-VISTA-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO AGREGAR-VISTA-CERRAR.
           IF TARJETA-BAJA
               GO TO AGREGAR-VISTA-LEER.
           MOVE TDIVISA TO INDICE-DIVISA.
           IF INDICE-DIVISA = 0 OR INDICE-DIVISA > 20
               MOVE 1 TO INDICE-DIVISA.
           ADD 1 TO TDV-VISTA-NUM (INDICE-DIVISA).
           COMPUTE TDV-VISTA-CENT (INDICE-DIVISA) =
               TDV-VISTA-CENT (INDICE-DIVISA)
               + (TSALDO-ENT * 100) + TSALDO-DEC.
           GO TO AGREGAR-VISTA-LEER.

       AGREGAR-VISTA-CERRAR.
           CLOSE TARJETAS.
       AGREGAR-VISTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * efectivo en los billeteros: euros y divisa
      *----------------------------------------------------------*
       AGREGAR-BILLETES.
           OPEN INPUT BILLETES.
           IF FSB = 35
               GO TO AGREGAR-BILLETES-EXIT.
           IF FSB NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-BILLETES-LEER.
           READ BILLETES NEXT RECORD
               AT END GO TO AGREGAR-BILLETES-CERRAR.
           ADD BIL-CANTIDAD TO TDV-BILLETES-NUM (1).
           COMPUTE TDV-BILLETES-CENT (1) = TDV-BILLETES-CENT (1)
               + (BIL-DENOM * BIL-CANTIDAD * 100).
           GO TO AGREGAR-BILLETES-LEER.

       AGREGAR-BILLETES-CERRAR.
           CLOSE BILLETES.
       AGREGAR-BILLETES-EXIT.
           EXIT.

       AGREGAR-BILLETESFX.
           OPEN INPUT BILLETESFX.
           IF FSBF = 35
               GO TO AGREGAR-BILLETESFX-EXIT.
           IF FSBF NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-BILLETESFX-LEER.
           READ BILLETESFX NEXT RECORD
               AT END GO TO AGREGAR-BILLETESFX-CERRAR.
           MOVE BFX-DIVISA TO INDICE-DIVISA.
           IF INDICE-DIVISA < 2 OR INDICE-DIVISA > 20
               GO TO AGREGAR-BILLETESFX-LEER.
           ADD BFX-CANTIDAD TO TDV-BILLETES-NUM (INDICE-DIVISA).
           COMPUTE TDV-BILLETES-CENT (INDICE-DIVISA) =
               TDV-BILLETES-CENT (INDICE-DIVISA)
               + (BFX-DENOM * BFX-CANTIDAD * 100).
           GO TO AGREGAR-BILLETESFX-LEER.

       AGREGAR-BILLETESFX-CERRAR.
           CLOSE BILLETESFX.
       AGREGAR-BILLETESFX-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * salidas: transferencias a bancos externos aun sin liquidar,
      * que viajan en el proximo mensaje a la red
      *----------------------------------------------------------*
       AGREGAR-SALIDAS.
           OPEN INPUT TRANSFERENCIAS.
           IF FST = 35
               GO TO AGREGAR-SALIDAS-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-SALIDAS-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO AGREGAR-SALIDAS-CERRAR.
           IF T-BANCO-DESTINO = 0
               GO TO AGREGAR-SALIDAS-LEER.
           IF NOT T-PENDIENTE-LIQUIDAR OR NOT T-ACTIVA
               GO TO AGREGAR-SALIDAS-LEER.
           IF T-ES-SOLO-ORDEN
               GO TO AGREGAR-SALIDAS-LEER.
           MOVE T-DIVISA TO INDICE-DIVISA.
           IF INDICE-DIVISA = 0 OR INDICE-DIVISA > 20
               MOVE 1 TO INDICE-DIVISA.
           ADD 1 TO TDV-SALIDAS-NUM (INDICE-DIVISA).
           COMPUTE TDV-SALIDAS-CENT (INDICE-DIVISA) =
               TDV-SALIDAS-CENT (INDICE-DIVISA) + (T-IMPORTE * 100).
           GO TO AGREGAR-SALIDAS-LEER.

       AGREGAR-SALIDAS-CERRAR.
           CLOSE TRANSFERENCIAS.
       AGREGAR-SALIDAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * entradas: abonos del fichero de la red aun no procesado; si
      * su secuencia ya consta en ficherosproc.ubd ya esta abonado
      * y no cuenta
      *----------------------------------------------------------*
       AGREGAR-ENTRANTES.
           MOVE 0 TO CTLF-HAY-CABECERA.
           OPEN INPUT ENTRANTES.
           IF FSEN = 35
               GO TO AGREGAR-ENTRANTES-EXIT.
           IF FSEN NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-ENTRANTES-LEER.
           READ ENTRANTES AT END GO TO AGREGAR-ENTRANTES-CERRAR.
           IF CTX-MARCA = "CABECERA"
               MOVE 1 TO CTLF-HAY-CABECERA
               MOVE CTX-ORIGEN TO CTLF-ORIGEN
               MOVE CTX-SECUENCIA TO CTLF-SECUENCIA
               GO TO AGREGAR-ENTRANTES-LEER.
           IF CTX-MARCA (1:5) = "TOTAL"
               GO TO AGREGAR-ENTRANTES-LEER.
           MOVE ETR-DIVISA TO INDICE-DIVISA.
           IF INDICE-DIVISA = 0 OR INDICE-DIVISA > 20
               MOVE 1 TO INDICE-DIVISA.
           ADD 1 TO TDV-ENTRADAS-NUM (INDICE-DIVISA).
           COMPUTE TDV-ENTRADAS-CENT (INDICE-DIVISA) =
               TDV-ENTRADAS-CENT (INDICE-DIVISA)
               + (ETR-IMPORTE-ENT * 100) + ETR-IMPORTE-DEC.
           GO TO AGREGAR-ENTRANTES-LEER.

       AGREGAR-ENTRANTES-CERRAR.
           CLOSE ENTRANTES.
           IF CTLF-HAY-CABECERA = 0
               GO TO AGREGAR-ENTRANTES-EXIT.
           PERFORM VERIFICAR-FICHERO-PROC
               THRU VERIFICAR-FICHERO-PROC-EXIT.
           IF CTLF-YA-PROCESADO = 0
               GO TO AGREGAR-ENTRANTES-EXIT.
           MOVE 0 TO INDICE-DIVISA.

       AGREGAR-ENTRANTES-ANULAR.
           ADD 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA > 20
               GO TO AGREGAR-ENTRANTES-EXIT.
           MOVE 0 TO TDV-ENTRADAS-NUM (INDICE-DIVISA).
           MOVE 0 TO TDV-ENTRADAS-CENT (INDICE-DIVISA).
           GO TO AGREGAR-ENTRANTES-ANULAR.
       AGREGAR-ENTRANTES-EXIT.
           EXIT.

      * recibos girados por los acreedores que la camara aun no ha
      * liquidado ni devuelto
       AGREGAR-COBROS.
           OPEN INPUT COBROSACR.
           IF FSCZ = 35
               GO TO AGREGAR-COBROS-EXIT.
           IF FSCZ NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-COBROS-LEER.
           READ COBROSACR NEXT RECORD
               AT END GO TO AGREGAR-COBROS-CERRAR.
           IF NOT COBRO-ENVIADO
               GO TO AGREGAR-COBROS-LEER.
           ADD 1 TO TDV-COBROS-NUM (1).
           COMPUTE TDV-COBROS-CENT (1) = TDV-COBROS-CENT (1)
               + (CBA-IMPORTE-ENT * 100) + CBA-IMPORTE-DEC.
           GO TO AGREGAR-COBROS-LEER.

       AGREGAR-COBROS-CERRAR.
           CLOSE COBROSACR.
       AGREGAR-COBROS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * plazos vigentes que vencen en los proximos treinta dias:
      * principal mas el interes pactado del contrato
      *----------------------------------------------------------*
       AGREGAR-PLAZOS.
           OPEN INPUT PLAZOS.
           IF FSPL = 35
               GO TO AGREGAR-PLAZOS-EXIT.
           IF FSPL NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD
               AT END GO TO AGREGAR-PLAZOS-CERRAR.
           IF NOT PLAZO-VIGENTE
               GO TO AGREGAR-PLAZOS-LEER.
           IF PLZ-FECHA-VENCIMIENTO < FECHA-HOY-YMD
                   OR PLZ-FECHA-VENCIMIENTO > FECHA-HORIZONTE
               GO TO AGREGAR-PLAZOS-LEER.
           COMPUTE CENT-PRINCIPAL =
               (PLZ-PRINCIPAL-ENT * 100) + PLZ-PRINCIPAL-DEC.
           COMPUTE CENT-INTERES ROUNDED = CENT-PRINCIPAL
               * PLZ-TASA / 100 * PLZ-MESES / 12.
           ADD 1 TO NUM-PLAZOS.
           COMPUTE CENT-PLAZOS =
               CENT-PLAZOS + CENT-PRINCIPAL + CENT-INTERES.
           GO TO AGREGAR-PLAZOS-LEER.

       AGREGAR-PLAZOS-CERRAR.
           CLOSE PLAZOS.
       AGREGAR-PLAZOS-EXIT.
           EXIT.

      * cuotas pendientes de los meses que toca el horizonte (la
      * cuota vence por mes, no por dia)
       AGREGAR-CUOTAS.
           OPEN INPUT CUOTAS.
           IF FSCQ = 35
               GO TO AGREGAR-CUOTAS-EXIT.
           IF FSCQ NOT = 00
               GO TO PSYS-ERR.

       AGREGAR-CUOTAS-LEER.
           READ CUOTAS NEXT RECORD
               AT END GO TO AGREGAR-CUOTAS-CERRAR.
           IF NOT CUOTA-PENDIENTE
               GO TO AGREGAR-CUOTAS-LEER.
           COMPUTE AM-CUOTA = (CUO-ANO * 100) + CUO-MES.
           IF AM-CUOTA < AM-HOY OR AM-CUOTA > AM-HORIZONTE
               GO TO AGREGAR-CUOTAS-LEER.
           ADD 1 TO NUM-CUOTAS.
           COMPUTE CENT-CUOTAS = CENT-CUOTAS
               + (CUO-IMPORTE-ENT * 100) + CUO-IMPORTE-DEC.
           GO TO AGREGAR-CUOTAS-LEER.

       AGREGAR-CUOTAS-CERRAR.
           CLOSE CUOTAS.
       AGREGAR-CUOTAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * informe: secciones en el orden en que las pide tesoreria
      *----------------------------------------------------------*
       ESCRIBIR-INFORME.
           OPEN OUTPUT TESORERIA.
           IF FSTS NOT = 00
               GO TO PSYS-ERR.
           MOVE 0 TO INDICE-DIVISA.

       ESCRIBIR-INFORME-DIVISA.
           ADD 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA > 20
               GO TO ESCRIBIR-INFORME-VENCIM.
           PERFORM COMPROBAR-DIVISA-LISTADA
               THRU COMPROBAR-DIVISA-LISTADA-EXIT.
           IF DIVISA-LISTADA = 0
               GO TO ESCRIBIR-INFORME-DIVISA.
           MOVE INDICE-DIVISA TO DIVISA-LINEA.
           MOVE SPACES TO AVISO-LINEA.

           MOVE "VISTA" TO SECCION-LINEA.
           MOVE "SALDOS" TO CONCEPTO-LINEA.
           MOVE TDV-VISTA-NUM (INDICE-DIVISA) TO NUM-LINEA.
           MOVE TDV-VISTA-CENT (INDICE-DIVISA) TO CENT-LINEA.
           MOVE FECHA-HOY-YMD TO FECHA-LINEA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

           MOVE "EFECTIVO" TO SECCION-LINEA.
           MOVE "BILLETES" TO CONCEPTO-LINEA.
           MOVE TDV-BILLETES-NUM (INDICE-DIVISA) TO NUM-LINEA.
           MOVE TDV-BILLETES-CENT (INDICE-DIVISA) TO CENT-LINEA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

           MOVE "INTERBANC" TO SECCION-LINEA.
           MOVE FECHA-LIQUIDACION TO FECHA-LINEA.
           MOVE "SALIDAS" TO CONCEPTO-LINEA.
           MOVE TDV-SALIDAS-NUM (INDICE-DIVISA) TO NUM-LINEA.
           MOVE TDV-SALIDAS-CENT (INDICE-DIVISA) TO CENT-LINEA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "ENTRADAS" TO CONCEPTO-LINEA.
           MOVE TDV-ENTRADAS-NUM (INDICE-DIVISA) TO NUM-LINEA.
           MOVE TDV-ENTRADAS-CENT (INDICE-DIVISA) TO CENT-LINEA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "COBROS DOM" TO CONCEPTO-LINEA.
           MOVE TDV-COBROS-NUM (INDICE-DIVISA) TO NUM-LINEA.
           MOVE TDV-COBROS-CENT (INDICE-DIVISA) TO CENT-LINEA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
      * neto a favor del banco: lo que entra menos lo que sale
           MOVE "NETO" TO CONCEPTO-LINEA.
           COMPUTE NUM-LINEA = TDV-ENTRADAS-NUM (INDICE-DIVISA)
               + TDV-COBROS-NUM (INDICE-DIVISA)
               + TDV-SALIDAS-NUM (INDICE-DIVISA).
           COMPUTE CENT-LINEA = TDV-ENTRADAS-CENT (INDICE-DIVISA)
               + TDV-COBROS-CENT (INDICE-DIVISA)
               - TDV-SALIDAS-CENT (INDICE-DIVISA).
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO ESCRIBIR-INFORME-DIVISA.

       ESCRIBIR-INFORME-VENCIM.
           MOVE "VENCIM" TO SECCION-LINEA.
           MOVE 01 TO DIVISA-LINEA.
           MOVE FECHA-HORIZONTE TO FECHA-LINEA.
           MOVE SPACES TO AVISO-LINEA.
           MOVE "PLAZOS" TO CONCEPTO-LINEA.
           MOVE NUM-PLAZOS TO NUM-LINEA.
           MOVE CENT-PLAZOS TO CENT-LINEA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE "CUOTAS" TO CONCEPTO-LINEA.
           MOVE NUM-CUOTAS TO NUM-LINEA.
           MOVE CENT-CUOTAS TO CENT-LINEA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           MOVE 1 TO INDICE-DIVISA.

      * posicion abierta en cada divisa: billetes en divisa menos lo
      * que se debe a los clientes en esa divisa (positiva = larga)
       ESCRIBIR-INFORME-POSICION.
           ADD 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA > 20
               GO TO ESCRIBIR-INFORME-CERRAR.
           PERFORM COMPROBAR-DIVISA-LISTADA
               THRU COMPROBAR-DIVISA-LISTADA-EXIT.
           IF DIVISA-LISTADA = 0
               GO TO ESCRIBIR-INFORME-POSICION.
           MOVE "POSICION" TO SECCION-LINEA.
           MOVE INDICE-DIVISA TO DIVISA-LINEA.
           MOVE FECHA-HOY-YMD TO FECHA-LINEA.
           MOVE SPACES TO AVISO-LINEA.
           COMPUTE CENT-POSICION = TDV-BILLETES-CENT (INDICE-DIVISA)
               - TDV-VISTA-CENT (INDICE-DIVISA).
           MOVE "ABIERTA" TO CONCEPTO-LINEA.
           MOVE 0 TO NUM-LINEA.
           MOVE CENT-POSICION TO CENT-LINEA.
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.

           MOVE INDICE-DIVISA TO DIVISA-BUSCADA.
           PERFORM LEER-TASA-CAMBIO THRU LEER-TASA-CAMBIO-EXIT.
           MOVE "VALOR EUR" TO CONCEPTO-LINEA.
           IF HAY-TASA = 0
               MOVE 0 TO CENT-LINEA
               MOVE "SIN TASA" TO AVISO-LINEA
               DISPLAY "AVISO: divisa " DIVISA-LINEA
                   " sin tasa de cambio, posicion sin valorar"
               PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT
               GO TO ESCRIBIR-INFORME-POSICION.
           COMPUTE CENT-POSICION-EUR ROUNDED =
               CENT-POSICION / TASA-DIVISA.
           MOVE CENT-POSICION-EUR TO CENT-LINEA.
           IF CENT-POSICION-EUR > CENT-LIMITE
                   OR CENT-POSICION-EUR < (0 - CENT-LIMITE)
               MOVE "LIMITE" TO AVISO-LINEA
               ADD 1 TO NUM-AVISOS
               DISPLAY "AVISO: posicion abierta en divisa "
                   DIVISA-LINEA " por encima del limite de "
                   LIMITE-POSICION-DIVISA " EUR".
           PERFORM ESCRIBIR-LINEA THRU ESCRIBIR-LINEA-EXIT.
           GO TO ESCRIBIR-INFORME-POSICION.

       ESCRIBIR-INFORME-CERRAR.
           CLOSE TESORERIA.
       ESCRIBIR-INFORME-EXIT.
           EXIT.

      * se listan las divisas del maestro y, si alguna vez las hay,
      * las que tienen saldos o billetes con un codigo que el
      * maestro ya no define
       COMPROBAR-DIVISA-LISTADA.
           MOVE 1 TO DIVISA-LISTADA.
           IF MDV-COD (INDICE-DIVISA) NOT = 0
               GO TO COMPROBAR-DIVISA-LISTADA-EXIT.
           IF TDV-VISTA-NUM (INDICE-DIVISA) = 0
                   AND TDV-BILLETES-NUM (INDICE-DIVISA) = 0
                   AND TDV-SALIDAS-NUM (INDICE-DIVISA) = 0
                   AND TDV-ENTRADAS-NUM (INDICE-DIVISA) = 0
                   AND TDV-COBROS-NUM (INDICE-DIVISA) = 0
               MOVE 0 TO DIVISA-LISTADA.
       COMPROBAR-DIVISA-LISTADA-EXIT.
           EXIT.

       ESCRIBIR-LINEA.
           MOVE SECCION-LINEA TO TSR-SECCION.
           MOVE CONCEPTO-LINEA TO TSR-CONCEPTO.
           MOVE DIVISA-LINEA TO TSR-DIVISA.
           MOVE NUM-LINEA TO TSR-NUM.
           COMPUTE TSR-IMPORTE-ENT = CENT-LINEA / 100.
           COMPUTE TSR-IMPORTE-DEC =
               FUNCTION MOD(FUNCTION ABS(CENT-LINEA), 100).
           MOVE FECHA-LINEA TO TSR-FECHA.
           MOVE AVISO-LINEA TO TSR-AVISO.
           WRITE TESORERIA-REG.
           IF FSTS NOT = 00
               GO TO PSYS-ERR.
           ADD 1 TO NUM-LINEAS.
       ESCRIBIR-LINEA-EXIT.
           EXIT.

           COPY "LEER-PARAM-TESORERIA.cpy".
           COPY "CARGAR-DIVISAS.cpy".
           COPY "LEER-TASA-CAMBIO.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "VERIFICAR-FICHERO-PROC.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE BILLETES.
           CLOSE BILLETESFX.
           CLOSE TRANSFERENCIAS.
           CLOSE COBROSACR.
           CLOSE PLAZOS.
           CLOSE CUOTAS.
           CLOSE ENTRANTES.
           CLOSE TESORERIA.
           CLOSE DIVISAS.

           MOVE "BATCH-TS" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSB NOT = 00
                   MOVE FSB TO ERROR-FS
               ELSE
                   IF FSBF NOT = 00
                       MOVE FSBF TO ERROR-FS
                   ELSE
                       IF FSPL NOT = 00
                           MOVE FSPL TO ERROR-FS
                       ELSE
                           MOVE FSTS TO ERROR-FS.
           IF FSDM NOT = 00
               MOVE FSDM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el informe de tesoreria. "
               "FST=" FST " FSB=" FSB " FSBF=" FSBF
               " FSCZ=" FSCZ " FSPL=" FSPL " FSCQ=" FSCQ
               " FSTS=" FSTS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-INFORMATIVA.
      * declaracion informativa anual de cuentas a hacienda, en
      * enero tras el cierre de diciembre: por cada cuenta (la
      * compartida de cuentatarjeta.ubd o la tarjeta de cuenta
      * suelta) una linea por persona titular o autorizada, con su
      * DNI y su papel de CTA-ROL, el saldo a 31 de diciembre y el
      * saldo medio del cuarto trimestre, ambos de las instantaneas
      * de cierre de saldoscierre.ubd; escribe informativa.txt en el
      * trazado de hacienda (cabecera, detalle y linea de totales) y
      * las filas sin DNI o con DNI invalido, que hacienda rechaza,
      * salen en la lista de excepciones informativaexc.rpt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "SALDOSCIERRE-SEL.cpy".
           COPY "CAMBIOS-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".

           SELECT INFORMATIVA ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDI.

           SELECT INFORMATIVA-EXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSDX.

           COPY "PANCLARO-SEL.cpy".
           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "SALDOSCIERRE-FD.cpy".
           COPY "CAMBIOS-FD.cpy".
           COPY "CIERRECTL-FD.cpy".

       FD INFORMATIVA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informativa.txt".
       01 INFORMATIVA-REG              PIC X(120).

       FD INFORMATIVA-EXC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informativaexc.rpt".
       01 INFORMATIVA-EXC-REG.
      * C = cuenta compartida, T = tarjeta de cuenta suelta
           02 IEX-CLASE                PIC X(01).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 IEX-CUENTA               PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 IEX-CLI-COD              PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 IEX-DNI                  PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 IEX-ROL                  PIC X(01).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * SIN DNI / DNI INVALIDO = fila que hacienda rechazaria;
      * SIN CLIENTE = persona sin ficha en clientes.ubd; SIN TASA =
      * cierre en divisa sin tasa de cambio cargada
           02 IEX-MOTIVO               PIC X(12).

           COPY "PANCLARO-FD.cpy".
           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSC                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSSC                      PIC   X(2).
       77 FSCB                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSDI                      PIC   X(2).
       77 FSDX                      PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "SALDOCIERRE-WS.cpy".
           COPY "CAMBIO-WS.cpy".
           COPY "DNI-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".

      * ano declarado: el anterior a la fecha contable
       77 EJERCICIO                  PIC  9(4).

      * tasas de las divisas 02 a 20, leidas una vez al empezar
       01 TABLA-TASAS.
           05 TASA-DI OCCURS 20 TIMES.
               10 TDI-TASA           PIC 9(3)V9(6) COMP-3.
               10 TDI-HAY            PIC 9(1).
       77 INDICE-DIVISA              PIC  9(2).

      * fichas de clientes, con la validez de su DNI
       01 TABLA-CLIENTES-DI.
           05 CLIENTE-DI OCCURS 500 TIMES.
               10 CDI-CLI-COD        PIC 9(9).
               10 CDI-DNI            PIC X(9).
               10 CDI-DNI-OK         PIC 9(1).
               10 CDI-NOMBRE         PIC X(30).
               10 CDI-APELLIDOS      PIC X(30).
       77 NUM-CLIENTES-DI            PIC  9(3) VALUE 0.
       77 INDICE-CLI                 PIC  9(3).

      * cuentas compartidas: cierres de octubre, noviembre y
      * diciembre sumados de todas sus tarjetas, y sus personas sin
      * repetir (quien es titular por una tarjeta y autorizado por
      * otra se declara como titular)
       01 TABLA-CUENTAS-DI.
           05 CUENTA-DI OCCURS 500 TIMES.
               10 CDA-CUENTA         PIC 9(10).
               10 CDA-CIERRES        PIC 9(1).
               10 CDA-CENT-MES       PIC S9(13) OCCURS 3 TIMES.
               10 CDA-NUM-PERSONAS   PIC 9(1).
               10 CDA-PERSONA OCCURS 6 TIMES.
                   15 CDA-CLI-COD    PIC 9(9).
                   15 CDA-ROL        PIC X(1).
       77 NUM-CUENTAS-DI             PIC  9(3) VALUE 0.
       77 INDICE-CTA                 PIC  9(3).
       77 INDICE-PER                 PIC  9(1).
       77 HAY-CUENTAS                PIC  9(1) VALUE 0.

      * cierres del cuarto trimestre de la tarjeta leida, en
      * centimos de EUR
       01 CIERRES-TARJETA.
           05 CMT-CENT               PIC S9(13) OCCURS 3 TIMES.
       77 CIERRES-TARJETA-HAY        PIC  9(1).
       77 INDICE-MES                 PIC  9(1).
       77 CENT-CIERRE                PIC S9(13).

      * cuenta y persona de la fila que se esta declarando
       77 CLASE-DECLARAR             PIC  X(1).
       77 CUENTA-DECLARAR            PIC  X(16).
       77 PERSONA-DECLARAR           PIC  9(9).
       77 ROL-DECLARAR               PIC  X(1).
       77 CENT-SALDO-DIC             PIC S9(13).
       77 CENT-MEDIO                 PIC S9(13).
       77 FILAS-CUENTA               PIC  9(1).
       77 MOTIVO-EXCEPCION           PIC  X(12).
       77 DNI-EXCEPCION              PIC  X(9).

      * importe con signo a columnas de hacienda: signo N si es
      * negativo y valor absoluto en euros y centimos
       77 CENT-FORMATO               PIC S9(15).
       77 FORMATO-SIGNO              PIC  X(1).
       77 FORMATO-ENT                PIC  9(13).
       77 FORMATO-DEC                PIC  9(2).

       77 NUM-REGISTROS              PIC  9(7) VALUE 0.
       77 NUM-CUENTAS-DECL           PIC  9(7) VALUE 0.
       77 NUM-EXCEPCIONES            PIC  9(7) VALUE 0.
       77 CENT-SALDO-CONTROL         PIC S9(15) VALUE 0.
       77 CENT-MEDIO-CONTROL         PIC S9(15) VALUE 0.

      * trazado de hacienda, columnas fijas separadas por ";": una
      * linea DETALLE por persona y cuenta entre la CABECERA y el
      * TOTAL de control
       01 INF-DETALLE.
           02 INF-TIPO-LINEA           PIC X(08) VALUE "DETALLE".
           02 FILLER                   PIC X(01) VALUE ";".
           02 INF-EJERCICIO            PIC 9(04).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INF-CLASE                PIC X(01).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INF-CUENTA               PIC X(16).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INF-DNI                  PIC X(09).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INF-APELLIDOS            PIC X(30).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INF-NOMBRE               PIC X(30).
           02 FILLER                   PIC X(01) VALUE ";".
      * T = titular, A = autorizado
           02 INF-ROL                  PIC X(01).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INF-SALDO-SIGNO          PIC X(01).
           02 INF-SALDO-ENT            PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 INF-SALDO-DEC            PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INF-MEDIO-SIGNO          PIC X(01).
           02 INF-MEDIO-ENT            PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 INF-MEDIO-DEC            PIC 9(02).

       01 INF-CONTROL.
           02 INC-TIPO-LINEA           PIC X(08).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INC-EJERCICIO            PIC 9(04).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INC-REGISTROS            PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INC-CUENTAS              PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INC-SALDO-SIGNO          PIC X(01).
           02 INC-SALDO-ENT            PIC 9(13).
           02 FILLER                   PIC X(01) VALUE ",".
           02 INC-SALDO-DEC            PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 INC-MEDIO-SIGNO          PIC X(01).
           02 INC-MEDIO-ENT            PIC 9(13).
           02 FILLER                   PIC X(01) VALUE ",".
           02 INC-MEDIO-DEC            PIC 9(02).
           02 FILLER                   PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-CONTABLE
               THRU LEER-FECHA-CONTABLE-EXIT.
           IF FECHA-CONTABLE-YMD = 0
               COMPUTE FECHA-CONTABLE-YMD =
                   (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE EJERCICIO = (FECHA-CONTABLE-YMD / 10000) - 1.

           PERFORM CARGAR-TASAS THRU CARGAR-TASAS-EXIT.
           PERFORM CARGAR-CLIENTES THRU CARGAR-CLIENTES-EXIT.

           OPEN OUTPUT INFORMATIVA-EXC.
           IF FSDX NOT = 00
               GO TO PSYS-ERR.
           OPEN OUTPUT INFORMATIVA.
           IF FSDI NOT = 00
               GO TO PSYS-ERR.
           MOVE "CABECERA" TO INC-TIPO-LINEA.
           PERFORM ESCRIBIR-CONTROL THRU ESCRIBIR-CONTROL-EXIT.
           MOVE "BATCH-DI" TO PAN-PROGRAMA.
           MOVE "informativa.txt" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.

           PERFORM CARGAR-CUENTAS THRU CARGAR-CUENTAS-EXIT.
           PERFORM DECLARAR-CUENTAS THRU DECLARAR-CUENTAS-EXIT.
           PERFORM DECLARAR-TARJETAS THRU DECLARAR-TARJETAS-EXIT.

           MOVE "TOTAL" TO INC-TIPO-LINEA.
           PERFORM ESCRIBIR-CONTROL THRU ESCRIBIR-CONTROL-EXIT.
           CLOSE INFORMATIVA.
           CLOSE INFORMATIVA-EXC.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.

           MOVE "HACIENDA" TO ENVIO-DESTINATARIO.
           MOVE "informativa.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-DI" TO ENVIO-PROGRAMA.
           MOVE NUM-REGISTROS TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-SALDO-CONTROL / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.

           DISPLAY "Declaracion informativa " EJERCICIO " escrita. "
               "Cuentas: " NUM-CUENTAS-DECL " Registros: "
               NUM-REGISTROS " Excepciones: " NUM-EXCEPCIONES.
           STOP RUN.

      *----------------------------------------------------------*
      * tasas de cambio de las divisas distintas del EUR
      *----------------------------------------------------------*
       CARGAR-TASAS.
           MOVE 1 TO TDI-TASA (1).
           MOVE 1 TO TDI-HAY (1).
           MOVE 1 TO INDICE-DIVISA.

       CARGAR-TASAS-SIG.
           ADD 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA > 20
               GO TO CARGAR-TASAS-EXIT.
           MOVE INDICE-DIVISA TO DIVISA-BUSCADA.
           PERFORM LEER-TASA-CAMBIO THRU LEER-TASA-CAMBIO-EXIT.
           MOVE TASA-DIVISA TO TDI-TASA (INDICE-DIVISA).
           MOVE HAY-TASA TO TDI-HAY (INDICE-DIVISA).
           GO TO CARGAR-TASAS-SIG.
       CARGAR-TASAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * fichas de clientes, con la validez de su DNI
      *----------------------------------------------------------*
       CARGAR-CLIENTES.
           OPEN INPUT CLIENTES.
           IF FSC = 35
               GO TO CARGAR-CLIENTES-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.

       CARGAR-CLIENTES-LEER.
           READ CLIENTES NEXT RECORD
               AT END GO TO CARGAR-CLIENTES-CERRAR.
           IF NUM-CLIENTES-DI = 500
               DISPLAY "AVISO: tabla de clientes llena, la "
                   "declaracion informativa queda incompleta"
               GO TO CARGAR-CLIENTES-CERRAR.
           ADD 1 TO NUM-CLIENTES-DI.
           MOVE CLI-COD TO CDI-CLI-COD (NUM-CLIENTES-DI).
           MOVE CLI-DNI TO CDI-DNI (NUM-CLIENTES-DI).
           MOVE CLI-NOMBRE TO CDI-NOMBRE (NUM-CLIENTES-DI).
           MOVE CLI-APELLIDOS TO CDI-APELLIDOS (NUM-CLIENTES-DI).
           MOVE CLI-DNI TO DNI-VALIDAR.
           PERFORM VALIDAR-DNI THRU VALIDAR-DNI-EXIT.
           MOVE DNI-VALIDO TO CDI-DNI-OK (NUM-CLIENTES-DI).
           GO TO CARGAR-CLIENTES-LEER.

       CARGAR-CLIENTES-CERRAR.
           CLOSE CLIENTES.
       CARGAR-CLIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cuentas compartidas: cierres del trimestre de todas sus
      * tarjetas de cuenta y sus personas con su papel
      *----------------------------------------------------------*
       CARGAR-CUENTAS.
           OPEN INPUT CUENTA-TARJETA.
           IF FSCT = 35
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
           MOVE CTA-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY GO TO CARGAR-CUENTAS-LEER.
           IF NOT PRODUCTO-CUENTA
               GO TO CARGAR-CUENTAS-LEER.
           MOVE CTA-NUM-CUENTA TO CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA-DI THRU BUSCAR-CUENTA-DI-EXIT.
           IF INDICE-CTA = 0
               GO TO CARGAR-CUENTAS-LEER.
           PERFORM ANOTAR-PERSONA THRU ANOTAR-PERSONA-EXIT.
           MOVE "C" TO CLASE-DECLARAR.
           MOVE CTA-NUM-CUENTA TO CUENTA-DECLARAR.
           PERFORM LEER-CIERRES-TARJETA
               THRU LEER-CIERRES-TARJETA-EXIT.
           IF CIERRES-TARJETA-HAY = 0
               GO TO CARGAR-CUENTAS-LEER.
           MOVE 1 TO CDA-CIERRES (INDICE-CTA).
           ADD CMT-CENT (1) TO CDA-CENT-MES (INDICE-CTA, 1).
           ADD CMT-CENT (2) TO CDA-CENT-MES (INDICE-CTA, 2).
           ADD CMT-CENT (3) TO CDA-CENT-MES (INDICE-CTA, 3).
           GO TO CARGAR-CUENTAS-LEER.

       CARGAR-CUENTAS-CERRAR.
           CLOSE CUENTA-TARJETA.
           CLOSE TARJETAS.
       CARGAR-CUENTAS-EXIT.
           EXIT.

      * fila de la cuenta CUENTA-BUSCADA, dandola de alta si es nueva
      * (INDICE-CTA a 0 si la tabla esta llena)
       BUSCAR-CUENTA-DI.
           MOVE 0 TO INDICE-CTA.

       BUSCAR-CUENTA-DI-SIG.
           ADD 1 TO INDICE-CTA.
           IF INDICE-CTA > NUM-CUENTAS-DI
               GO TO BUSCAR-CUENTA-DI-NUEVA.
           IF CDA-CUENTA (INDICE-CTA) = CUENTA-BUSCADA
               GO TO BUSCAR-CUENTA-DI-EXIT.
           GO TO BUSCAR-CUENTA-DI-SIG.

       BUSCAR-CUENTA-DI-NUEVA.
           IF NUM-CUENTAS-DI = 500
               DISPLAY "AVISO: tabla de cuentas llena, la "
                   "declaracion informativa queda incompleta"
               MOVE 0 TO INDICE-CTA
               GO TO BUSCAR-CUENTA-DI-EXIT.
           ADD 1 TO NUM-CUENTAS-DI.
           MOVE NUM-CUENTAS-DI TO INDICE-CTA.
           INITIALIZE CUENTA-DI (INDICE-CTA).
           MOVE CUENTA-BUSCADA TO CDA-CUENTA (INDICE-CTA).
       BUSCAR-CUENTA-DI-EXIT.
           EXIT.

      * TTITULAR entre las personas de la cuenta con el papel de
      * CTA-ROL, sin repetirlo; el papel de titular prevalece
       ANOTAR-PERSONA.
           MOVE 0 TO INDICE-PER.

       ANOTAR-PERSONA-SIG.
           ADD 1 TO INDICE-PER.
           IF INDICE-PER > CDA-NUM-PERSONAS (INDICE-CTA)
               GO TO ANOTAR-PERSONA-NUEVA.
           IF CDA-CLI-COD (INDICE-CTA, INDICE-PER) NOT = TTITULAR
               GO TO ANOTAR-PERSONA-SIG.
           IF CTA-TITULAR
               MOVE "T" TO CDA-ROL (INDICE-CTA, INDICE-PER).
           GO TO ANOTAR-PERSONA-EXIT.

       ANOTAR-PERSONA-NUEVA.
           IF CDA-NUM-PERSONAS (INDICE-CTA) = 6
               GO TO ANOTAR-PERSONA-EXIT.
           ADD 1 TO CDA-NUM-PERSONAS (INDICE-CTA).
           MOVE CDA-NUM-PERSONAS (INDICE-CTA) TO INDICE-PER.
           MOVE TTITULAR TO CDA-CLI-COD (INDICE-CTA, INDICE-PER).
           IF CTA-AUTORIZADO
               MOVE "A" TO CDA-ROL (INDICE-CTA, INDICE-PER)
           ELSE
               MOVE "T" TO CDA-ROL (INDICE-CTA, INDICE-PER).
       ANOTAR-PERSONA-EXIT.
           EXIT.

      * cierres de octubre, noviembre y diciembre del ejercicio de la
      * tarjeta leida, en centimos de EUR (0 el mes sin instantanea,
      * p.ej. la tarjeta dada de alta o de baja en el trimestre);
      * CIERRES-TARJETA-HAY a 1 si hay alguno
       LEER-CIERRES-TARJETA.
           MOVE 0 TO CIERRES-TARJETA-HAY.
           MOVE 0 TO INDICE-MES.

       LEER-CIERRES-TARJETA-SIG.
           ADD 1 TO INDICE-MES.
           IF INDICE-MES > 3
               GO TO LEER-CIERRES-TARJETA-EXIT.
           MOVE 0 TO CMT-CENT (INDICE-MES).
           MOVE TNUM TO CIERRE-TARJETA-BUSCADA.
           MOVE EJERCICIO TO CIERRE-ANO-BUSCADO.
           COMPUTE CIERRE-MES-BUSCADO = 9 + INDICE-MES.
           PERFORM LEER-SALDO-CIERRE THRU LEER-SALDO-CIERRE-EXIT.
           IF HAY-CIERRE = 0
               GO TO LEER-CIERRES-TARJETA-SIG.
           COMPUTE CENT-CIERRE = (SC-SALDO-ENT * 100) + SC-SALDO-DEC.
           MOVE TDIVISA TO INDICE-DIVISA.
           IF INDICE-DIVISA = 0 OR INDICE-DIVISA > 20
               MOVE 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA = 1
               GO TO LEER-CIERRES-TARJETA-ANOTAR.
           IF TDI-HAY (INDICE-DIVISA) = 0
               MOVE TTITULAR TO PERSONA-DECLARAR
               MOVE SPACES TO ROL-DECLARAR
               MOVE "SIN TASA" TO MOTIVO-EXCEPCION
               MOVE SPACES TO DNI-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-EXIT
               MOVE 0 TO CIERRES-TARJETA-HAY
               GO TO LEER-CIERRES-TARJETA-EXIT.
           COMPUTE CENT-CIERRE ROUNDED =
               CENT-CIERRE / TDI-TASA (INDICE-DIVISA).

       LEER-CIERRES-TARJETA-ANOTAR.
           MOVE CENT-CIERRE TO CMT-CENT (INDICE-MES).
           MOVE 1 TO CIERRES-TARJETA-HAY.
           GO TO LEER-CIERRES-TARJETA-SIG.
       LEER-CIERRES-TARJETA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cuentas compartidas con algun cierre en el trimestre: una
      * fila por persona
      *----------------------------------------------------------*
       DECLARAR-CUENTAS.
           MOVE 0 TO INDICE-CTA.

       DECLARAR-CUENTAS-SIG.
           ADD 1 TO INDICE-CTA.
           IF INDICE-CTA > NUM-CUENTAS-DI
               GO TO DECLARAR-CUENTAS-EXIT.
           IF CDA-CIERRES (INDICE-CTA) = 0
               GO TO DECLARAR-CUENTAS-SIG.
           MOVE "C" TO CLASE-DECLARAR.
           MOVE CDA-CUENTA (INDICE-CTA) TO CUENTA-DECLARAR.
           MOVE CDA-CENT-MES (INDICE-CTA, 3) TO CENT-SALDO-DIC.
           COMPUTE CENT-MEDIO ROUNDED =
               (CDA-CENT-MES (INDICE-CTA, 1)
               + CDA-CENT-MES (INDICE-CTA, 2)
               + CDA-CENT-MES (INDICE-CTA, 3)) / 3.
           MOVE 0 TO FILAS-CUENTA.
           MOVE 0 TO INDICE-PER.

       DECLARAR-CUENTAS-PER.
           ADD 1 TO INDICE-PER.
           IF INDICE-PER > CDA-NUM-PERSONAS (INDICE-CTA)
               GO TO DECLARAR-CUENTAS-FIN.
           MOVE CDA-CLI-COD (INDICE-CTA, INDICE-PER)
               TO PERSONA-DECLARAR.
           MOVE CDA-ROL (INDICE-CTA, INDICE-PER) TO ROL-DECLARAR.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-EXIT.
           GO TO DECLARAR-CUENTAS-PER.

       DECLARAR-CUENTAS-FIN.
           PERFORM SUMAR-CUENTA THRU SUMAR-CUENTA-EXIT.
           GO TO DECLARAR-CUENTAS-SIG.
       DECLARAR-CUENTAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tarjetas de cuenta sueltas (fuera de cuentatarjeta.ubd):
      * la cuenta es la propia tarjeta y su titular el unico
      *----------------------------------------------------------*
       DECLARAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST = 35
               GO TO DECLARAR-TARJETAS-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           IF HAY-CUENTAS = 1
               OPEN INPUT CUENTA-TARJETA
               IF FSCT NOT = 00
                   GO TO PSYS-ERR.

       DECLARAR-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO DECLARAR-TARJETAS-CERRAR.
           IF NOT PRODUCTO-CUENTA
               GO TO DECLARAR-TARJETAS-LEER.
           IF HAY-CUENTAS = 1
               MOVE TNUM TO CTA-TARJETA
               READ CUENTA-TARJETA
                   NOT INVALID KEY GO TO DECLARAR-TARJETAS-LEER
               END-READ.
           MOVE "T" TO CLASE-DECLARAR.
           PERFORM LEER-CIERRES-TARJETA
               THRU LEER-CIERRES-TARJETA-EXIT.
           IF CIERRES-TARJETA-HAY = 0
               GO TO DECLARAR-TARJETAS-LEER.
           MOVE TNUM TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO CUENTA-DECLARAR.
           MOVE CMT-CENT (3) TO CENT-SALDO-DIC.
           COMPUTE CENT-MEDIO ROUNDED =
               (CMT-CENT (1) + CMT-CENT (2) + CMT-CENT (3)) / 3.
           MOVE 0 TO FILAS-CUENTA.
           MOVE TTITULAR TO PERSONA-DECLARAR.
           MOVE "T" TO ROL-DECLARAR.
           PERFORM ESCRIBIR-DETALLE THRU ESCRIBIR-DETALLE-EXIT.
           PERFORM SUMAR-CUENTA THRU SUMAR-CUENTA-EXIT.
           GO TO DECLARAR-TARJETAS-LEER.

       DECLARAR-TARJETAS-CERRAR.
           CLOSE TARJETAS.
           IF HAY-CUENTAS = 1
               CLOSE CUENTA-TARJETA.
       DECLARAR-TARJETAS-EXIT.
           EXIT.

      * la cuenta cuenta en los totales una sola vez, si ha salido
      * alguna fila suya
       SUMAR-CUENTA.
           IF FILAS-CUENTA = 0
               GO TO SUMAR-CUENTA-EXIT.
           ADD 1 TO NUM-CUENTAS-DECL.
           ADD CENT-SALDO-DIC TO CENT-SALDO-CONTROL.
           ADD CENT-MEDIO TO CENT-MEDIO-CONTROL.
       SUMAR-CUENTA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * una fila: persona PERSONA-DECLARAR con papel ROL-DECLARAR
      * en la cuenta CUENTA-DECLARAR; sin ficha, sin DNI o con DNI
      * invalido la fila va a excepciones y no a hacienda
      *----------------------------------------------------------*
       ESCRIBIR-DETALLE.
           MOVE 0 TO INDICE-CLI.

       ESCRIBIR-DETALLE-BUSCAR.
           ADD 1 TO INDICE-CLI.
           IF INDICE-CLI > NUM-CLIENTES-DI
               MOVE "SIN CLIENTE" TO MOTIVO-EXCEPCION
               MOVE SPACES TO DNI-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-EXIT
               GO TO ESCRIBIR-DETALLE-EXIT.
           IF CDI-CLI-COD (INDICE-CLI) NOT = PERSONA-DECLARAR
               GO TO ESCRIBIR-DETALLE-BUSCAR.
           IF CDI-DNI (INDICE-CLI) = SPACES
               MOVE "SIN DNI" TO MOTIVO-EXCEPCION
               MOVE SPACES TO DNI-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-EXIT
               GO TO ESCRIBIR-DETALLE-EXIT.
           IF CDI-DNI-OK (INDICE-CLI) = 0
               MOVE "DNI INVALIDO" TO MOTIVO-EXCEPCION
               MOVE CDI-DNI (INDICE-CLI) TO DNI-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-EXIT
               GO TO ESCRIBIR-DETALLE-EXIT.

           MOVE EJERCICIO TO INF-EJERCICIO.
           MOVE CLASE-DECLARAR TO INF-CLASE.
           MOVE CUENTA-DECLARAR TO INF-CUENTA.
           MOVE CDI-DNI (INDICE-CLI) TO INF-DNI.
           MOVE CDI-APELLIDOS (INDICE-CLI) TO INF-APELLIDOS.
           MOVE CDI-NOMBRE (INDICE-CLI) TO INF-NOMBRE.
           MOVE ROL-DECLARAR TO INF-ROL.
           MOVE CENT-SALDO-DIC TO CENT-FORMATO.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE FORMATO-SIGNO TO INF-SALDO-SIGNO.
           MOVE FORMATO-ENT TO INF-SALDO-ENT.
           MOVE FORMATO-DEC TO INF-SALDO-DEC.
           MOVE CENT-MEDIO TO CENT-FORMATO.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE FORMATO-SIGNO TO INF-MEDIO-SIGNO.
           MOVE FORMATO-ENT TO INF-MEDIO-ENT.
           MOVE FORMATO-DEC TO INF-MEDIO-DEC.
           MOVE INF-DETALLE TO INFORMATIVA-REG.
           WRITE INFORMATIVA-REG.
           IF FSDI NOT = 00
               GO TO PSYS-ERR.
           ADD 1 TO NUM-REGISTROS.
           ADD 1 TO FILAS-CUENTA.
       ESCRIBIR-DETALLE-EXIT.
           EXIT.

      * una linea de excepciones de la cuenta y persona en curso; la
      * tarjeta suelta sale enmascarada, el informe no es para
      * hacienda
       ESCRIBIR-EXCEPCION.
           MOVE CLASE-DECLARAR TO IEX-CLASE.
           MOVE CUENTA-DECLARAR TO IEX-CUENTA.
           IF CLASE-DECLARAR = "T"
               MOVE TNUM TO PAN-CLARO
               PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT
               MOVE PAN-IMPRESO TO IEX-CUENTA.
           MOVE PERSONA-DECLARAR TO IEX-CLI-COD.
           MOVE DNI-EXCEPCION TO IEX-DNI.
           MOVE ROL-DECLARAR TO IEX-ROL.
           MOVE MOTIVO-EXCEPCION TO IEX-MOTIVO.
           WRITE INFORMATIVA-EXC-REG.
           ADD 1 TO NUM-EXCEPCIONES.
       ESCRIBIR-EXCEPCION-EXIT.
           EXIT.

      * CENT-FORMATO a signo, euros y centimos sin signo
       FORMATEAR-IMPORTE.
           MOVE SPACES TO FORMATO-SIGNO.
           IF CENT-FORMATO < 0
               MOVE "N" TO FORMATO-SIGNO
               COMPUTE CENT-FORMATO = 0 - CENT-FORMATO.
           COMPUTE FORMATO-ENT = CENT-FORMATO / 100.
           COMPUTE FORMATO-DEC = FUNCTION MOD(CENT-FORMATO, 100).
       FORMATEAR-IMPORTE-EXIT.
           EXIT.

      * cabecera o linea de totales de control
       ESCRIBIR-CONTROL.
           MOVE EJERCICIO TO INC-EJERCICIO.
           MOVE NUM-REGISTROS TO INC-REGISTROS.
           MOVE NUM-CUENTAS-DECL TO INC-CUENTAS.
           MOVE CENT-SALDO-CONTROL TO CENT-FORMATO.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE FORMATO-SIGNO TO INC-SALDO-SIGNO.
           MOVE FORMATO-ENT TO INC-SALDO-ENT.
           MOVE FORMATO-DEC TO INC-SALDO-DEC.
           MOVE CENT-MEDIO-CONTROL TO CENT-FORMATO.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           MOVE FORMATO-SIGNO TO INC-MEDIO-SIGNO.
           MOVE FORMATO-ENT TO INC-MEDIO-ENT.
           MOVE FORMATO-DEC TO INC-MEDIO-DEC.
           MOVE INF-CONTROL TO INFORMATIVA-REG.
           WRITE INFORMATIVA-REG.
           IF FSDI NOT = 00
               GO TO PSYS-ERR.
       ESCRIBIR-CONTROL-EXIT.
           EXIT.

           COPY "LEER-TASA-CAMBIO.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-SALDO-CIERRE.cpy".
           COPY "VALIDAR-DNI.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE CUENTA-TARJETA.
           CLOSE SALDOSCIERRE.
           CLOSE INFORMATIVA.
           CLOSE INFORMATIVA-EXC.

           MOVE "BATCH-DI" TO ERROR-PROGRAMA.
           IF FSC NOT = 00
               MOVE FSC TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSCT NOT = 00
                       MOVE FSCT TO ERROR-FS
                   ELSE
                       IF FSSC NOT = 00
                           MOVE FSSC TO ERROR-FS
                       ELSE
                           IF FSDI NOT = 00
                               MOVE FSDI TO ERROR-FS
                           ELSE
                               MOVE FSDX TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la declaracion "
               "informativa. FSC=" FSC " FST=" FST " FSCT=" FSCT
               " FSSC=" FSSC " FSDI=" FSDI " FSDX=" FSDX.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-FGD.
      * fichero de vista unica del depositante para el fondo de
      * garantia de depositos, a peticion: agrega por persona
      * (CLI-DNI, no por tarjeta) los saldos acreedores de las
      * tarjetas de cuenta de tarjetas.ubd -- los de una cuenta
      * compartida de cuentatarjeta.ubd se reparten a partes iguales
      * entre sus titulares -- mas el principal y el interes
      * devengado de los plazos vigentes de plazos.ubd, y escribe
      * fgdscv.txt en el trazado del fondo (cabecera, una linea por
      * depositante con total, importe cubierto hasta el limite
      * legal y exceso no cubierto, y linea de totales de control);
      * los clientes sin DNI valido y los importes que no se pueden
      * atribuir salen en la lista de excepciones fgdexc.rpt
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CLIENTES-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CUENTA-TARJETA-SEL.cpy".
           COPY "PLAZOS-SEL.cpy".
           COPY "CAMBIOS-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".

           SELECT FGD-SCV ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSFG.

           SELECT FGD-EXC ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSFX.

           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CLIENTES-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CUENTA-TARJETA-FD.cpy".
           COPY "PLAZOS-FD.cpy".
           COPY "CAMBIOS-FD.cpy".
           COPY "CIERRECTL-FD.cpy".

       FD FGD-SCV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fgdscv.txt".
       01 FGD-SCV-REG                  PIC X(149).

       FD FGD-EXC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "fgdexc.rpt".
       01 FGD-EXC-REG.
           02 FEX-CLI-COD              PIC 9(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 FEX-DNI                  PIC X(09).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * DNI INVALIDO = la ficha no se puede agregar por persona;
      * SIN CLIENTE = titular sin ficha en clientes.ubd; SIN TASA =
      * saldo en divisa sin tasa de cambio cargada
           02 FEX-MOTIVO               PIC X(12).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 FEX-IMPORTE-ENT          PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 FEX-IMPORTE-DEC          PIC 9(02).

           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSC                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSPL                      PIC   X(2).
       77 FSCB                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSFG                      PIC   X(2).
       77 FSFX                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "CUENTA-TARJETA-WS.cpy".
           COPY "CAMBIO-WS.cpy".
           COPY "DNI-WS.cpy".

      * limite legal de cobertura por depositante: 100.000 EUR
       77 LIMITE-GARANTIA-ENT        PIC  9(7) VALUE 100000.
       77 CENT-LIMITE                PIC S9(13).

      * tasas de las divisas 02 a 20, leidas una vez al empezar
       01 TABLA-TASAS.
           05 TASA-FGD OCCURS 20 TIMES.
               10 TFG-TASA           PIC 9(3)V9(6) COMP-3.
               10 TFG-HAY            PIC 9(1).
       77 INDICE-DIVISA              PIC  9(2).

      * fichas de clientes con lo atribuido a cada una
       01 TABLA-CLIENTES-FGD.
           05 CLIENTE-FGD OCCURS 500 TIMES.
               10 CFG-CLI-COD        PIC 9(9).
               10 CFG-DNI            PIC X(9).
               10 CFG-DNI-OK         PIC 9(1).
               10 CFG-NOMBRE         PIC X(30).
               10 CFG-APELLIDOS      PIC X(30).
               10 CFG-CENT           PIC S9(13).
               10 CFG-VOLCADO        PIC 9(1).
       77 NUM-CLIENTES-FGD           PIC  9(3) VALUE 0.
       77 INDICE-CLI                 PIC  9(3).
       77 INDICE-CLI2                PIC  9(3).

      * cuentas compartidas: saldo acumulado y titulares entre los
      * que se reparte (el respaldo es el titular de la primera
      * tarjeta, por si la cuenta no tiene ninguna con papel T)
       01 TABLA-CUENTAS-FGD.
           05 CUENTA-FGD OCCURS 500 TIMES.
               10 CFA-CUENTA         PIC 9(10).
               10 CFA-CENT           PIC S9(13).
               10 CFA-RESPALDO       PIC 9(9).
               10 CFA-NUM-TIT        PIC 9(1).
               10 CFA-TITULAR        PIC 9(9) OCCURS 4 TIMES.
       77 NUM-CUENTAS-FGD            PIC  9(3) VALUE 0.
       77 INDICE-CTA                 PIC  9(3).
       77 INDICE-TIT                 PIC  9(1).
       77 HAY-CUENTAS                PIC  9(1) VALUE 0.

       77 TITULAR-ATRIBUIR           PIC  9(9).
       77 CENT-ATRIBUIR              PIC S9(13).
       77 CENT-TARJETA               PIC S9(13).
       77 CENT-PARTE                 PIC S9(13).
       77 CENT-RESTO                 PIC S9(13).
       77 CENT-PRINCIPAL             PIC S9(11).
       77 CENT-INT-TOTAL             PIC S9(11).
       77 CENT-DEVENGADO             PIC S9(11).
       77 DIAS-CONTRATO              PIC S9(7).
       77 MOTIVO-EXCEPCION           PIC  X(12).
       77 DNI-EXCEPCION              PIC  X(9).

       77 CENT-DEPOSITANTE           PIC S9(13).
       77 CENT-CUBIERTO              PIC S9(13).
       77 CENT-EXCESO                PIC S9(13).
       77 FICHAS-DEPOSITANTE         PIC  9(3).
       77 NUM-DEPOSITANTES           PIC  9(7) VALUE 0.
       77 NUM-EXCEPCIONES            PIC  9(7) VALUE 0.
       77 CENT-TOTAL-CONTROL         PIC S9(15) VALUE 0.
       77 CENT-CUBIERTO-CONTROL      PIC S9(15) VALUE 0.
       77 CENT-EXCESO-CONTROL        PIC S9(15) VALUE 0.

      * trazado del fondo, columnas fijas separadas por ";": una
      * linea DETALLE por depositante entre la CABECERA y el TOTAL
      * de control
       01 FGD-DETALLE.
           02 FGD-TIPO-LINEA           PIC X(08) VALUE "DETALLE".
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGD-DNI                  PIC X(09).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGD-NOMBRE               PIC X(30).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGD-APELLIDOS            PIC X(30).
           02 FILLER                   PIC X(01) VALUE ";".
      * fichas de cliente (CLI-COD) agregadas bajo el mismo DNI
           02 FGD-FICHAS               PIC 9(03).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGD-TOTAL-ENT            PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 FGD-TOTAL-DEC            PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGD-CUBIERTO-ENT         PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 FGD-CUBIERTO-DEC         PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGD-EXCESO-ENT           PIC 9(11).
           02 FILLER                   PIC X(01) VALUE ",".
           02 FGD-EXCESO-DEC           PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGD-FECHA                PIC 9(08).
           02 FILLER                   PIC X(11) VALUE SPACES.

       01 FGD-CONTROL.
           02 FGC-TIPO-LINEA           PIC X(08).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGC-FECHA                PIC 9(08).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGC-DEPOSITANTES         PIC 9(07).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGC-TOTAL-ENT            PIC 9(13).
           02 FILLER                   PIC X(01) VALUE ",".
           02 FGC-TOTAL-DEC            PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGC-CUBIERTO-ENT         PIC 9(13).
           02 FILLER                   PIC X(01) VALUE ",".
           02 FGC-CUBIERTO-DEC         PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
           02 FGC-EXCESO-ENT           PIC 9(13).
           02 FILLER                   PIC X(01) VALUE ",".
           02 FGC-EXCESO-DEC           PIC 9(02).
           02 FILLER                   PIC X(01) VALUE ";".
      * limite legal aplicado, en EUR
           02 FGC-LIMITE-ENT           PIC 9(07).
           02 FILLER                   PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-FECHA-CONTABLE
               THRU LEER-FECHA-CONTABLE-EXIT.
           IF FECHA-CONTABLE-YMD = 0
               COMPUTE FECHA-CONTABLE-YMD =
                   (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE CENT-LIMITE = LIMITE-GARANTIA-ENT * 100.

           PERFORM CARGAR-TASAS THRU CARGAR-TASAS-EXIT.
           PERFORM CARGAR-CLIENTES THRU CARGAR-CLIENTES-EXIT.

           OPEN OUTPUT FGD-EXC.
           IF FSFX NOT = 00
               GO TO PSYS-ERR.

           PERFORM CARGAR-CUENTAS THRU CARGAR-CUENTAS-EXIT.
           PERFORM AGREGAR-TARJETAS THRU AGREGAR-TARJETAS-EXIT.
           PERFORM AGREGAR-PLAZOS THRU AGREGAR-PLAZOS-EXIT.
           PERFORM REPARTIR-CUENTAS THRU REPARTIR-CUENTAS-EXIT.
           PERFORM ESCRIBIR-FICHERO THRU ESCRIBIR-FICHERO-EXIT.

           CLOSE FGD-EXC.
           DISPLAY "Fichero del fondo de garantia escrito. "
               "Depositantes: " NUM-DEPOSITANTES
               " Excepciones: " NUM-EXCEPCIONES.
           GOBACK.

      *----------------------------------------------------------*
      * tasas de cambio de las divisas distintas del EUR
      *----------------------------------------------------------*
       CARGAR-TASAS.
           MOVE 1 TO TFG-TASA (1).
           MOVE 1 TO TFG-HAY (1).
           MOVE 1 TO INDICE-DIVISA.

       CARGAR-TASAS-SIG.
           ADD 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA > 20
               GO TO CARGAR-TASAS-EXIT.
           MOVE INDICE-DIVISA TO DIVISA-BUSCADA.
           PERFORM LEER-TASA-CAMBIO THRU LEER-TASA-CAMBIO-EXIT.
           MOVE TASA-DIVISA TO TFG-TASA (INDICE-DIVISA).
           MOVE HAY-TASA TO TFG-HAY (INDICE-DIVISA).
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
           IF NUM-CLIENTES-FGD = 500
               DISPLAY "AVISO: tabla de clientes llena, el fichero "
                   "del fondo queda incompleto"
               GO TO CARGAR-CLIENTES-CERRAR.
           ADD 1 TO NUM-CLIENTES-FGD.
           MOVE CLI-COD TO CFG-CLI-COD (NUM-CLIENTES-FGD).
           MOVE CLI-DNI TO CFG-DNI (NUM-CLIENTES-FGD).
           MOVE CLI-NOMBRE TO CFG-NOMBRE (NUM-CLIENTES-FGD).
           MOVE CLI-APELLIDOS TO CFG-APELLIDOS (NUM-CLIENTES-FGD).
           MOVE 0 TO CFG-CENT (NUM-CLIENTES-FGD).
           MOVE 0 TO CFG-VOLCADO (NUM-CLIENTES-FGD).
           MOVE CLI-DNI TO DNI-VALIDAR.
           PERFORM VALIDAR-DNI THRU VALIDAR-DNI-EXIT.
           MOVE DNI-VALIDO TO CFG-DNI-OK (NUM-CLIENTES-FGD).
           GO TO CARGAR-CLIENTES-LEER.

       CARGAR-CLIENTES-CERRAR.
           CLOSE CLIENTES.
       CARGAR-CLIENTES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cuentas compartidas: saldo de todas sus tarjetas y sus
      * titulares distintos
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
           MOVE CTA-NUM-CUENTA TO CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA-FGD THRU BUSCAR-CUENTA-FGD-EXIT.
           IF INDICE-CTA = 0
               GO TO CARGAR-CUENTAS-LEER.
           MOVE CTA-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY GO TO CARGAR-CUENTAS-LEER.
           IF CFA-RESPALDO (INDICE-CTA) = 0
               MOVE TTITULAR TO CFA-RESPALDO (INDICE-CTA).
           IF CTA-TITULAR
               PERFORM ANOTAR-TITULAR THRU ANOTAR-TITULAR-EXIT.
           PERFORM CALCULAR-SALDO THRU CALCULAR-SALDO-EXIT.
           ADD CENT-TARJETA TO CFA-CENT (INDICE-CTA).
           GO TO CARGAR-CUENTAS-LEER.

       CARGAR-CUENTAS-CERRAR.
           CLOSE CUENTA-TARJETA.
           CLOSE TARJETAS.
       CARGAR-CUENTAS-EXIT.
           EXIT.

      * fila de la cuenta CUENTA-BUSCADA, dandola de alta si es nueva
      * (INDICE-CTA a 0 si la tabla esta llena)
       BUSCAR-CUENTA-FGD.
           MOVE 0 TO INDICE-CTA.

       BUSCAR-CUENTA-FGD-SIG.
           ADD 1 TO INDICE-CTA.
           IF INDICE-CTA > NUM-CUENTAS-FGD
               GO TO BUSCAR-CUENTA-FGD-NUEVA.
           IF CFA-CUENTA (INDICE-CTA) = CUENTA-BUSCADA
               GO TO BUSCAR-CUENTA-FGD-EXIT.
           GO TO BUSCAR-CUENTA-FGD-SIG.

       BUSCAR-CUENTA-FGD-NUEVA.
           IF NUM-CUENTAS-FGD = 500
               DISPLAY "AVISO: tabla de cuentas llena, el fichero "
                   "del fondo queda incompleto"
               MOVE 0 TO INDICE-CTA
               GO TO BUSCAR-CUENTA-FGD-EXIT.
           ADD 1 TO NUM-CUENTAS-FGD.
           MOVE NUM-CUENTAS-FGD TO INDICE-CTA.
           INITIALIZE CUENTA-FGD (INDICE-CTA).
           MOVE CUENTA-BUSCADA TO CFA-CUENTA (INDICE-CTA).
       BUSCAR-CUENTA-FGD-EXIT.
           EXIT.

      * TTITULAR entre los titulares de la cuenta, sin repetirlo
       ANOTAR-TITULAR.
           MOVE 0 TO INDICE-TIT.

       ANOTAR-TITULAR-SIG.
           ADD 1 TO INDICE-TIT.
           IF INDICE-TIT > CFA-NUM-TIT (INDICE-CTA)
               GO TO ANOTAR-TITULAR-NUEVO.
           IF CFA-TITULAR (INDICE-CTA, INDICE-TIT) = TTITULAR
               GO TO ANOTAR-TITULAR-EXIT.
           GO TO ANOTAR-TITULAR-SIG.

       ANOTAR-TITULAR-NUEVO.
           IF CFA-NUM-TIT (INDICE-CTA) = 4
               GO TO ANOTAR-TITULAR-EXIT.
           ADD 1 TO CFA-NUM-TIT (INDICE-CTA).
           MOVE TTITULAR
               TO CFA-TITULAR (INDICE-CTA, CFA-NUM-TIT (INDICE-CTA)).
       ANOTAR-TITULAR-EXIT.
           EXIT.

      * saldo garantizado de la tarjeta leida, en centimos de EUR:
      * solo tarjetas de cuenta y solo saldo acreedor (el prepago y
      * el credito no son depositos)
       CALCULAR-SALDO.
           MOVE 0 TO CENT-TARJETA.
           IF NOT PRODUCTO-CUENTA
               GO TO CALCULAR-SALDO-EXIT.
           IF TSALDO-ENT < 0
               GO TO CALCULAR-SALDO-EXIT.
           COMPUTE CENT-TARJETA = (TSALDO-ENT * 100) + TSALDO-DEC.
           MOVE TDIVISA TO INDICE-DIVISA.
           IF INDICE-DIVISA = 0 OR INDICE-DIVISA > 20
               MOVE 1 TO INDICE-DIVISA.
           IF INDICE-DIVISA = 1
               GO TO CALCULAR-SALDO-EXIT.
           IF TFG-HAY (INDICE-DIVISA) = 0
               MOVE TTITULAR TO TITULAR-ATRIBUIR
               MOVE CENT-TARJETA TO CENT-ATRIBUIR
               MOVE "SIN TASA" TO MOTIVO-EXCEPCION
               MOVE SPACES TO DNI-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-EXIT
               MOVE 0 TO CENT-TARJETA
               GO TO CALCULAR-SALDO-EXIT.
           COMPUTE CENT-TARJETA ROUNDED =
               CENT-TARJETA / TFG-TASA (INDICE-DIVISA).
       CALCULAR-SALDO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tarjetas sueltas (fuera de cuentatarjeta.ubd): su saldo es
      * de su titular
      *----------------------------------------------------------*
       AGREGAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST = 35
               GO TO AGREGAR-TARJETAS-EXIT.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           IF HAY-CUENTAS = 1
               OPEN INPUT CUENTA-TARJETA
               IF FSCT NOT = 00
                   GO TO PSYS-ERR.

       AGREGAR-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO AGREGAR-TARJETAS-CERRAR.
           IF HAY-CUENTAS = 1
               MOVE TNUM TO CTA-TARJETA
               READ CUENTA-TARJETA
                   NOT INVALID KEY GO TO AGREGAR-TARJETAS-LEER
               END-READ.
           PERFORM CALCULAR-SALDO THRU CALCULAR-SALDO-EXIT.
           IF CENT-TARJETA = 0
               GO TO AGREGAR-TARJETAS-LEER.
           MOVE TTITULAR TO TITULAR-ATRIBUIR.
           MOVE CENT-TARJETA TO CENT-ATRIBUIR.
           PERFORM ATRIBUIR-IMPORTE THRU ATRIBUIR-IMPORTE-EXIT.
           GO TO AGREGAR-TARJETAS-LEER.

       AGREGAR-TARJETAS-CERRAR.
           CLOSE TARJETAS.
           IF HAY-CUENTAS = 1
               CLOSE CUENTA-TARJETA.
       AGREGAR-TARJETAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * plazos vigentes: principal mas interes devengado a la fecha
      * contable (mismo calculo que la periodificacion de fin de
      * mes); si la tarjeta es de una cuenta compartida se reparte
      * con el saldo de la cuenta
      *----------------------------------------------------------*
       AGREGAR-PLAZOS.
           OPEN INPUT PLAZOS.
           IF FSPL = 35
               GO TO AGREGAR-PLAZOS-EXIT.
           IF FSPL NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           IF HAY-CUENTAS = 1
               OPEN INPUT CUENTA-TARJETA
               IF FSCT NOT = 00
                   GO TO PSYS-ERR.

       AGREGAR-PLAZOS-LEER.
           READ PLAZOS NEXT RECORD
               AT END GO TO AGREGAR-PLAZOS-CERRAR.
           IF NOT PLAZO-VIGENTE
               GO TO AGREGAR-PLAZOS-LEER.
           COMPUTE CENT-PRINCIPAL =
               (PLZ-PRINCIPAL-ENT * 100) + PLZ-PRINCIPAL-DEC.
           COMPUTE CENT-INT-TOTAL ROUNDED = CENT-PRINCIPAL
               * PLZ-TASA / 100 * PLZ-MESES / 12.
           COMPUTE DIAS-CONTRATO =
               FUNCTION INTEGER-OF-DATE(FECHA-CONTABLE-YMD)
               - FUNCTION INTEGER-OF-DATE(PLZ-FECHA-APERTURA).
           IF DIAS-CONTRATO < 0
               MOVE 0 TO DIAS-CONTRATO.
           COMPUTE CENT-DEVENGADO ROUNDED = CENT-PRINCIPAL
               * PLZ-TASA / 100 * DIAS-CONTRATO / 365.
           IF CENT-DEVENGADO > CENT-INT-TOTAL
               MOVE CENT-INT-TOTAL TO CENT-DEVENGADO.
           COMPUTE CENT-ATRIBUIR = CENT-PRINCIPAL + CENT-DEVENGADO.

           IF HAY-CUENTAS = 1
               MOVE PLZ-TARJETA TO CTA-TARJETA
               READ CUENTA-TARJETA
                   NOT INVALID KEY GO TO AGREGAR-PLAZOS-CUENTA
               END-READ.
           MOVE PLZ-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 0 TO TTITULAR.
           MOVE TTITULAR TO TITULAR-ATRIBUIR.
           PERFORM ATRIBUIR-IMPORTE THRU ATRIBUIR-IMPORTE-EXIT.
           GO TO AGREGAR-PLAZOS-LEER.

       AGREGAR-PLAZOS-CUENTA.
           MOVE CTA-NUM-CUENTA TO CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA-FGD THRU BUSCAR-CUENTA-FGD-EXIT.
           IF INDICE-CTA NOT = 0
               ADD CENT-ATRIBUIR TO CFA-CENT (INDICE-CTA).
           GO TO AGREGAR-PLAZOS-LEER.

       AGREGAR-PLAZOS-CERRAR.
           CLOSE PLAZOS.
           CLOSE TARJETAS.
           IF HAY-CUENTAS = 1
               CLOSE CUENTA-TARJETA.
       AGREGAR-PLAZOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * reparto de cada cuenta compartida a partes iguales entre
      * sus titulares; el primero se queda los centimos del resto
      *----------------------------------------------------------*
       REPARTIR-CUENTAS.
           MOVE 0 TO INDICE-CTA.

       REPARTIR-CUENTAS-SIG.
           ADD 1 TO INDICE-CTA.
           IF INDICE-CTA > NUM-CUENTAS-FGD
               GO TO REPARTIR-CUENTAS-EXIT.
           IF CFA-CENT (INDICE-CTA) NOT > 0
               GO TO REPARTIR-CUENTAS-SIG.
           IF CFA-NUM-TIT (INDICE-CTA) = 0
               MOVE 1 TO CFA-NUM-TIT (INDICE-CTA)
               MOVE CFA-RESPALDO (INDICE-CTA)
                   TO CFA-TITULAR (INDICE-CTA, 1).
           DIVIDE CFA-CENT (INDICE-CTA) BY CFA-NUM-TIT (INDICE-CTA)
               GIVING CENT-PARTE REMAINDER CENT-RESTO.
           MOVE 0 TO INDICE-TIT.

       REPARTIR-CUENTAS-TIT.
           ADD 1 TO INDICE-TIT.
           IF INDICE-TIT > CFA-NUM-TIT (INDICE-CTA)
               GO TO REPARTIR-CUENTAS-SIG.
           MOVE CFA-TITULAR (INDICE-CTA, INDICE-TIT)
               TO TITULAR-ATRIBUIR.
           MOVE CENT-PARTE TO CENT-ATRIBUIR.
           IF INDICE-TIT = 1
               ADD CENT-RESTO TO CENT-ATRIBUIR.
           PERFORM ATRIBUIR-IMPORTE THRU ATRIBUIR-IMPORTE-EXIT.
           GO TO REPARTIR-CUENTAS-TIT.
       REPARTIR-CUENTAS-EXIT.
           EXIT.

      * suma CENT-ATRIBUIR a la ficha de TITULAR-ATRIBUIR; si el
      * titular no tiene ficha el importe sale en excepciones
       ATRIBUIR-IMPORTE.
           MOVE 0 TO INDICE-CLI.

       ATRIBUIR-IMPORTE-SIG.
           ADD 1 TO INDICE-CLI.
           IF INDICE-CLI > NUM-CLIENTES-FGD
               MOVE "SIN CLIENTE" TO MOTIVO-EXCEPCION
               MOVE SPACES TO DNI-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-EXIT
               GO TO ATRIBUIR-IMPORTE-EXIT.
           IF CFG-CLI-COD (INDICE-CLI) NOT = TITULAR-ATRIBUIR
               GO TO ATRIBUIR-IMPORTE-SIG.
           ADD CENT-ATRIBUIR TO CFG-CENT (INDICE-CLI).
       ATRIBUIR-IMPORTE-EXIT.
           EXIT.

      * una linea de excepciones: cliente en TITULAR-ATRIBUIR e
      * importe en CENT-ATRIBUIR
       ESCRIBIR-EXCEPCION.
           MOVE TITULAR-ATRIBUIR TO FEX-CLI-COD.
           MOVE DNI-EXCEPCION TO FEX-DNI.
           MOVE MOTIVO-EXCEPCION TO FEX-MOTIVO.
           COMPUTE FEX-IMPORTE-ENT = CENT-ATRIBUIR / 100.
           COMPUTE FEX-IMPORTE-DEC = FUNCTION MOD(CENT-ATRIBUIR, 100).
           WRITE FGD-EXC-REG.
           ADD 1 TO NUM-EXCEPCIONES.
       ESCRIBIR-EXCEPCION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * fichero del fondo: las fichas con el mismo DNI valido se
      * agregan en un solo depositante; las de DNI invalido van a
      * excepciones con lo que tengan
      *----------------------------------------------------------*
       ESCRIBIR-FICHERO.
           OPEN OUTPUT FGD-SCV.
           IF FSFG NOT = 00
               GO TO PSYS-ERR.
           MOVE "CABECERA" TO FGC-TIPO-LINEA.
           PERFORM ESCRIBIR-CONTROL THRU ESCRIBIR-CONTROL-EXIT.
           MOVE 0 TO INDICE-CLI.

       ESCRIBIR-FICHERO-SIG.
           ADD 1 TO INDICE-CLI.
           IF INDICE-CLI > NUM-CLIENTES-FGD
               GO TO ESCRIBIR-FICHERO-TOTAL.
           IF CFG-VOLCADO (INDICE-CLI) = 1
               GO TO ESCRIBIR-FICHERO-SIG.
           MOVE 1 TO CFG-VOLCADO (INDICE-CLI).
           IF CFG-DNI-OK (INDICE-CLI) = 0
               MOVE CFG-CLI-COD (INDICE-CLI) TO TITULAR-ATRIBUIR
               MOVE CFG-CENT (INDICE-CLI) TO CENT-ATRIBUIR
               MOVE "DNI INVALIDO" TO MOTIVO-EXCEPCION
               MOVE CFG-DNI (INDICE-CLI) TO DNI-EXCEPCION
               PERFORM ESCRIBIR-EXCEPCION THRU ESCRIBIR-EXCEPCION-EXIT
               GO TO ESCRIBIR-FICHERO-SIG.

           MOVE CFG-CENT (INDICE-CLI) TO CENT-DEPOSITANTE.
           MOVE 1 TO FICHAS-DEPOSITANTE.
           MOVE INDICE-CLI TO INDICE-CLI2.

       ESCRIBIR-FICHERO-MISMO-DNI.
           ADD 1 TO INDICE-CLI2.
           IF INDICE-CLI2 > NUM-CLIENTES-FGD
               GO TO ESCRIBIR-FICHERO-DETALLE.
           IF CFG-VOLCADO (INDICE-CLI2) = 1
                   OR CFG-DNI-OK (INDICE-CLI2) = 0
                   OR CFG-DNI (INDICE-CLI2) NOT = CFG-DNI (INDICE-CLI)
               GO TO ESCRIBIR-FICHERO-MISMO-DNI.
           MOVE 1 TO CFG-VOLCADO (INDICE-CLI2).
           ADD CFG-CENT (INDICE-CLI2) TO CENT-DEPOSITANTE.
           ADD 1 TO FICHAS-DEPOSITANTE.
           GO TO ESCRIBIR-FICHERO-MISMO-DNI.

       ESCRIBIR-FICHERO-DETALLE.
           IF CENT-DEPOSITANTE NOT > 0
               GO TO ESCRIBIR-FICHERO-SIG.
           IF CENT-DEPOSITANTE > CENT-LIMITE
               MOVE CENT-LIMITE TO CENT-CUBIERTO
           ELSE
               MOVE CENT-DEPOSITANTE TO CENT-CUBIERTO.
           COMPUTE CENT-EXCESO = CENT-DEPOSITANTE - CENT-CUBIERTO.

           MOVE CFG-DNI (INDICE-CLI) TO FGD-DNI.
           MOVE CFG-NOMBRE (INDICE-CLI) TO FGD-NOMBRE.
           MOVE CFG-APELLIDOS (INDICE-CLI) TO FGD-APELLIDOS.
           MOVE FICHAS-DEPOSITANTE TO FGD-FICHAS.
           COMPUTE FGD-TOTAL-ENT = CENT-DEPOSITANTE / 100.
           COMPUTE FGD-TOTAL-DEC = FUNCTION MOD(CENT-DEPOSITANTE, 100).
           COMPUTE FGD-CUBIERTO-ENT = CENT-CUBIERTO / 100.
           COMPUTE FGD-CUBIERTO-DEC = FUNCTION MOD(CENT-CUBIERTO, 100).
           COMPUTE FGD-EXCESO-ENT = CENT-EXCESO / 100.
           COMPUTE FGD-EXCESO-DEC = FUNCTION MOD(CENT-EXCESO, 100).
           MOVE FECHA-CONTABLE-YMD TO FGD-FECHA.
           MOVE FGD-DETALLE TO FGD-SCV-REG.
           WRITE FGD-SCV-REG.
           ADD 1 TO NUM-DEPOSITANTES.
           ADD CENT-DEPOSITANTE TO CENT-TOTAL-CONTROL.
           ADD CENT-CUBIERTO TO CENT-CUBIERTO-CONTROL.
           ADD CENT-EXCESO TO CENT-EXCESO-CONTROL.
           GO TO ESCRIBIR-FICHERO-SIG.

       ESCRIBIR-FICHERO-TOTAL.
           MOVE "TOTAL" TO FGC-TIPO-LINEA.
           PERFORM ESCRIBIR-CONTROL THRU ESCRIBIR-CONTROL-EXIT.
           CLOSE FGD-SCV.
           MOVE "FGD" TO ENVIO-DESTINATARIO.
           MOVE "fgdscv.txt" TO ENVIO-FICHERO.
           MOVE "BATCH-FG" TO ENVIO-PROGRAMA.
           MOVE NUM-DEPOSITANTES TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-TOTAL-CONTROL / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.
       ESCRIBIR-FICHERO-EXIT.
           EXIT.

      * cabecera o linea de totales de control, con el limite legal
      * aplicado
       ESCRIBIR-CONTROL.
           MOVE FECHA-CONTABLE-YMD TO FGC-FECHA.
           MOVE NUM-DEPOSITANTES TO FGC-DEPOSITANTES.
           COMPUTE FGC-TOTAL-ENT = CENT-TOTAL-CONTROL / 100.
           COMPUTE FGC-TOTAL-DEC =
               FUNCTION MOD(CENT-TOTAL-CONTROL, 100).
           COMPUTE FGC-CUBIERTO-ENT = CENT-CUBIERTO-CONTROL / 100.
           COMPUTE FGC-CUBIERTO-DEC =
               FUNCTION MOD(CENT-CUBIERTO-CONTROL, 100).
           COMPUTE FGC-EXCESO-ENT = CENT-EXCESO-CONTROL / 100.
           COMPUTE FGC-EXCESO-DEC =
               FUNCTION MOD(CENT-EXCESO-CONTROL, 100).
           MOVE LIMITE-GARANTIA-ENT TO FGC-LIMITE-ENT.
           MOVE FGD-CONTROL TO FGD-SCV-REG.
           WRITE FGD-SCV-REG.
       ESCRIBIR-CONTROL-EXIT.
           EXIT.

           COPY "LEER-TASA-CAMBIO.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "VALIDAR-DNI.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE CLIENTES.
           CLOSE TARJETAS.
           CLOSE CUENTA-TARJETA.
           CLOSE PLAZOS.
           CLOSE FGD-SCV.
           CLOSE FGD-EXC.

           MOVE "BATCH-FG" TO ERROR-PROGRAMA.
           IF FSC NOT = 00
               MOVE FSC TO ERROR-FS
           ELSE
               IF FST NOT = 00
                   MOVE FST TO ERROR-FS
               ELSE
                   IF FSCT NOT = 00
                       MOVE FSCT TO ERROR-FS
                   ELSE
                       IF FSPL NOT = 00
                           MOVE FSPL TO ERROR-FS
                       ELSE
                           MOVE FSFG TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el fichero del fondo de "
               "garantia. FSC=" FSC " FST=" FST " FSCT=" FSCT
               " FSPL=" FSPL " FSFG=" FSFG " FSFX=" FSFX.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

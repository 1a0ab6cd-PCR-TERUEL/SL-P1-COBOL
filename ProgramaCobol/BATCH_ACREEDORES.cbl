       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-ACREEDORES.
      * carga de acreedores y mandatos para el cobro de recibos
      * domiciliados por cuenta de clientes de empresa: vuelca
      * acreedores.txt sobre acreedores.ubd y despues
      * mandatosacr.txt sobre mandatosacr.ubd, igual que las demas
      * cargas de maestros. Un acreedor activo debe cobrar en una
      * tarjeta activa con la suscripcion de empresa en vigor, y un
      * mandato solo se acepta de un acreedor activo; al recargar un
      * mandato existente se conservan el ultimo mes girado y las
      * devoluciones acumuladas
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "ACREEDORES-SEL.cpy".
           COPY "MANDATOSACR-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CUADERNO43-SEL.cpy".

           SELECT ACREEDORES-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSAX.

           SELECT MANDATOSACR-TXT ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSMX.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "ACREEDORES-FD.cpy".
           COPY "MANDATOSACR-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CUADERNO43-FD.cpy".

      * una linea por acreedor, en columnas fijas: codigo, nombre,
      * identificador de acreedor, tarjeta de abono y estado
      * (0 activo, 1 baja)
       FD ACREEDORES-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.txt".
       01 ACREEDOR-TXT-REG.
           02 ACX-CODIGO               PIC 9(4).
           02 FILLER                   PIC X(1).
           02 ACX-NOMBRE               PIC X(30).
           02 FILLER                   PIC X(1).
           02 ACX-IDENTIFICADOR        PIC X(16).
           02 FILLER                   PIC X(1).
           02 ACX-TARJETA              PIC 9(16).
           02 FILLER                   PIC X(1).
           02 ACX-ESTADO               PIC 9(1).

      * una linea por mandato: acreedor, referencia del mandato,
      * nombre del deudor, banco (0 = UnizarBank) y cuenta del
      * deudor, importe del recibo, dia de cobro, fecha de firma
      * (AAAAMMDD) y estado (0 activo, 1 cancelado)
       FD MANDATOSACR-TXT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatosacr.txt".
       01 MANDATO-TXT-REG.
           02 MDX-ACREEDOR             PIC 9(4).
           02 FILLER                   PIC X(1).
           02 MDX-REFERENCIA           PIC X(12).
           02 FILLER                   PIC X(1).
           02 MDX-DEUDOR-NOMBRE        PIC X(30).
           02 FILLER                   PIC X(1).
           02 MDX-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 MDX-CUENTA               PIC 9(16).
           02 FILLER                   PIC X(1).
           02 MDX-IMPORTE-ENT          PIC 9(7).
           02 FILLER                   PIC X(1).
           02 MDX-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 MDX-DIA-COBRO            PIC 9(2).
           02 FILLER                   PIC X(1).
           02 MDX-FECHA-FIRMA          PIC 9(8).
           02 FILLER                   PIC X(1).
           02 MDX-ESTADO               PIC 9(1).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSAQ                      PIC   X(2).
       77 FSMQ                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSC43                     PIC   X(2).
       77 FSAX                      PIC   X(2).
       77 FSMX                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".

       77 NUM-LEIDOS                 PIC  9(5) VALUE 0.
       77 NUM-CARGADOS               PIC  9(5) VALUE 0.
       77 NUM-RECHAZADOS             PIC  9(5) VALUE 0.
       77 NUM-MAND-LEIDOS            PIC  9(6) VALUE 0.
       77 NUM-MAND-CARGADOS          PIC  9(6) VALUE 0.
       77 NUM-MAND-RECHAZADOS        PIC  9(6) VALUE 0.
       77 TARJETA-VALIDA             PIC  9(1).
       77 FECHA-HOY-NUM              PIC  9(8).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM CARGAR-ACREEDORES THRU CARGAR-ACREEDORES-EXIT.
           DISPLAY "Carga de acreedores completada. Leidos: "
               NUM-LEIDOS " Cargados: " NUM-CARGADOS
               " Rechazados: " NUM-RECHAZADOS.
           PERFORM CARGAR-MANDATOS THRU CARGAR-MANDATOS-EXIT.
           DISPLAY "Carga de mandatos completada. Leidos: "
               NUM-MAND-LEIDOS " Cargados: " NUM-MAND-CARGADOS
               " Rechazados: " NUM-MAND-RECHAZADOS.
           STOP RUN.

      *----------------------------------------------------------*
      * acreedores: la tarjeta de abono se comprueba solo si el
      * acreedor queda activo, para poder dar de baja a uno cuya
      * tarjeta ya no existe
      *----------------------------------------------------------*
       CARGAR-ACREEDORES.
           OPEN INPUT ACREEDORES-TXT.
           IF FSAX = 35
               DISPLAY "AVISO: no hay fichero acreedores.txt que "
                   "cargar"
               GO TO CARGAR-ACREEDORES-EXIT.
           IF FSAX NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O ACREEDORES.
           IF FSAQ = 35
               OPEN OUTPUT ACREEDORES
           END-IF.
           IF FSAQ NOT = 00
               GO TO PSYS-ERR.

       CARGAR-ACREEDORES-LEER.
           READ ACREEDORES-TXT AT END
               GO TO CARGAR-ACREEDORES-CERRAR.
           ADD 1 TO NUM-LEIDOS.
           IF ACX-CODIGO NOT NUMERIC OR ACX-CODIGO = 0
                   OR ACX-NOMBRE = SPACES
                   OR ACX-IDENTIFICADOR = SPACES
                   OR ACX-TARJETA NOT NUMERIC
                   OR ACX-ESTADO NOT NUMERIC OR ACX-ESTADO > 1
               ADD 1 TO NUM-RECHAZADOS
               GO TO CARGAR-ACREEDORES-LEER.
           IF ACX-ESTADO = 0
               PERFORM VERIFICAR-TARJETA-ABONO
                   THRU VERIFICAR-TARJETA-ABONO-EXIT
               IF TARJETA-VALIDA = 0
                   ADD 1 TO NUM-RECHAZADOS
                   GO TO CARGAR-ACREEDORES-LEER.

           MOVE ACX-CODIGO TO ACR-CODIGO.
           READ ACREEDORES INVALID KEY
               GO TO CARGAR-ACREEDORES-NUEVO.
           MOVE ACX-NOMBRE TO ACR-NOMBRE.
           MOVE ACX-IDENTIFICADOR TO ACR-IDENTIFICADOR.
           MOVE ACX-TARJETA TO ACR-TARJETA.
           MOVE ACX-ESTADO TO ACR-ESTADO.
           REWRITE ACREEDOR-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-ACREEDORES-LEER.

       CARGAR-ACREEDORES-NUEVO.
           INITIALIZE ACREEDOR-REG.
           MOVE ACX-CODIGO TO ACR-CODIGO.
           MOVE ACX-NOMBRE TO ACR-NOMBRE.
           MOVE ACX-IDENTIFICADOR TO ACR-IDENTIFICADOR.
           MOVE ACX-TARJETA TO ACR-TARJETA.
           MOVE ACX-ESTADO TO ACR-ESTADO.
           MOVE FECHA-HOY-NUM TO ACR-FECHA-ALTA.
           WRITE ACREEDOR-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-CARGADOS.
           GO TO CARGAR-ACREEDORES-LEER.

       CARGAR-ACREEDORES-CERRAR.
           CLOSE ACREEDORES-TXT.
           CLOSE ACREEDORES.
       CARGAR-ACREEDORES-EXIT.
           EXIT.

      * tarjeta de abono activa y con suscripcion de empresa en
      * cuaderno43.ubd (TARJETA-VALIDA a 1)
       VERIFICAR-TARJETA-ABONO.
           MOVE 0 TO TARJETA-VALIDA.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           MOVE ACX-TARJETA TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO VERIFICAR-TARJETA-ABONO-EXIT.
           CLOSE TARJETAS.
           IF NOT TARJETA-ACTIVA
               GO TO VERIFICAR-TARJETA-ABONO-EXIT.

           OPEN INPUT CUADERNO43.
           IF FSC43 = 35
               GO TO VERIFICAR-TARJETA-ABONO-EXIT.
           IF FSC43 NOT = 00
               GO TO PSYS-ERR.
           MOVE ACX-TARJETA TO C43-TARJETA.
           READ CUADERNO43 INVALID KEY
               CLOSE CUADERNO43
               GO TO VERIFICAR-TARJETA-ABONO-EXIT.
           CLOSE CUADERNO43.
           IF C43-ACTIVA
               MOVE 1 TO TARJETA-VALIDA.
       VERIFICAR-TARJETA-ABONO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * mandatos: el acreedor debe existir y estar activo; un
      * mandato cancelado se puede cargar siempre para que deje de
      * girarse
      *----------------------------------------------------------*
       CARGAR-MANDATOS.
           OPEN INPUT MANDATOSACR-TXT.
           IF FSMX = 35
               DISPLAY "AVISO: no hay fichero mandatosacr.txt que "
                   "cargar"
               GO TO CARGAR-MANDATOS-EXIT.
           IF FSMX NOT = 00
               GO TO PSYS-ERR.

           OPEN INPUT ACREEDORES.
           IF FSAQ = 35
               DISPLAY "AVISO: no hay acreedores dados de alta; no "
                   "se cargan mandatos"
               CLOSE MANDATOSACR-TXT
               GO TO CARGAR-MANDATOS-EXIT.
           IF FSAQ NOT = 00
               GO TO PSYS-ERR.

           OPEN I-O MANDATOSACR.
           IF FSMQ = 35
               OPEN OUTPUT MANDATOSACR
           END-IF.
           IF FSMQ NOT = 00
               GO TO PSYS-ERR.

       CARGAR-MANDATOS-LEER.
           READ MANDATOSACR-TXT AT END
               GO TO CARGAR-MANDATOS-CERRAR.
           ADD 1 TO NUM-MAND-LEIDOS.
           IF MDX-ACREEDOR NOT NUMERIC OR MDX-ACREEDOR = 0
                   OR MDX-REFERENCIA = SPACES
                   OR MDX-DEUDOR-NOMBRE = SPACES
                   OR MDX-BANCO NOT NUMERIC
                   OR MDX-CUENTA NOT NUMERIC OR MDX-CUENTA = 0
                   OR MDX-IMPORTE-ENT NOT NUMERIC
                   OR MDX-IMPORTE-DEC NOT NUMERIC
                   OR MDX-DIA-COBRO NOT NUMERIC
                   OR MDX-DIA-COBRO = 0 OR MDX-DIA-COBRO > 31
                   OR MDX-FECHA-FIRMA NOT NUMERIC
                   OR MDX-ESTADO NOT NUMERIC OR MDX-ESTADO > 1
               ADD 1 TO NUM-MAND-RECHAZADOS
               GO TO CARGAR-MANDATOS-LEER.
           IF MDX-IMPORTE-ENT = 0 AND MDX-IMPORTE-DEC = 0
               ADD 1 TO NUM-MAND-RECHAZADOS
               GO TO CARGAR-MANDATOS-LEER.

           MOVE MDX-ACREEDOR TO ACR-CODIGO.
           READ ACREEDORES INVALID KEY
               ADD 1 TO NUM-MAND-RECHAZADOS
               GO TO CARGAR-MANDATOS-LEER.
           IF MDX-ESTADO = 0 AND NOT ACREEDOR-ACTIVO
               ADD 1 TO NUM-MAND-RECHAZADOS
               GO TO CARGAR-MANDATOS-LEER.

           MOVE MDX-ACREEDOR TO MDA-ACREEDOR.
           MOVE MDX-REFERENCIA TO MDA-REFERENCIA.
           READ MANDATOSACR INVALID KEY
               GO TO CARGAR-MANDATOS-NUEVO.
           PERFORM RELLENAR-MANDATO THRU RELLENAR-MANDATO-EXIT.
           REWRITE MANDATO-ACR-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-MAND-CARGADOS.
           GO TO CARGAR-MANDATOS-LEER.

       CARGAR-MANDATOS-NUEVO.
           INITIALIZE MANDATO-ACR-REG.
           MOVE MDX-ACREEDOR TO MDA-ACREEDOR.
           MOVE MDX-REFERENCIA TO MDA-REFERENCIA.
           PERFORM RELLENAR-MANDATO THRU RELLENAR-MANDATO-EXIT.
           WRITE MANDATO-ACR-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO NUM-MAND-CARGADOS.
           GO TO CARGAR-MANDATOS-LEER.

       CARGAR-MANDATOS-CERRAR.
           CLOSE MANDATOSACR-TXT.
           CLOSE ACREEDORES.
           CLOSE MANDATOSACR.
       CARGAR-MANDATOS-EXIT.
           EXIT.

       RELLENAR-MANDATO.
           MOVE MDX-DEUDOR-NOMBRE TO MDA-DEUDOR-NOMBRE.
           MOVE MDX-BANCO TO MDA-BANCO.
           MOVE MDX-CUENTA TO MDA-CUENTA.
           MOVE MDX-IMPORTE-ENT TO MDA-IMPORTE-ENT.
           MOVE MDX-IMPORTE-DEC TO MDA-IMPORTE-DEC.
           MOVE MDX-DIA-COBRO TO MDA-DIA-COBRO.
           MOVE MDX-FECHA-FIRMA TO MDA-FECHA-FIRMA.
           MOVE MDX-ESTADO TO MDA-ESTADO.
       RELLENAR-MANDATO-EXIT.
           EXIT.

           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.
           CLOSE ACREEDORES-TXT.
           CLOSE MANDATOSACR-TXT.
           CLOSE ACREEDORES.
           CLOSE MANDATOSACR.
           CLOSE TARJETAS.
           CLOSE CUADERNO43.

           MOVE "BATCH-AR" TO ERROR-PROGRAMA.
           IF FSAQ NOT = 00
               MOVE FSAQ TO ERROR-FS
           ELSE
               IF FSMQ NOT = 00
                   MOVE FSMQ TO ERROR-FS
               ELSE
                   IF FST NOT = 00
                       MOVE FST TO ERROR-FS
                   ELSE
                       IF FSC43 NOT = 00
                           MOVE FSC43 TO ERROR-FS
                       ELSE
                           IF FSAX NOT = 00
                               MOVE FSAX TO ERROR-FS
                           ELSE
                               MOVE FSMX TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en la carga de acreedores. "
               "FSAQ=" FSAQ " FSMQ=" FSMQ " FST=" FST.
           STOP RUN.

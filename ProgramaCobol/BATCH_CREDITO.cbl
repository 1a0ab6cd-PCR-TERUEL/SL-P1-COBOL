       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-CREDITO.
      * ciclo mensual de las tarjetas de credito (creditos.ubd), se
      * lanza a diario: el primer dia de cada mes corta el ciclo --
      * anota el interes revolvente de la parte que quedo sin pagar
      * del extracto anterior, saca el extracto del ciclo a
      * creditoextractos.rpt y fija deuda, pago minimo y vencimiento
      * --; al vencimiento cobra el recibo (total o minimo, segun la
      * modalidad del titular) de la tarjeta de debito designada, y
      * lo que no se pueda cobrar abre o agrava un expediente en
      * moras.ubd que los dias siguientes se reintenta cobrar y que
      * trabaja la cola de morosidad de supervisor (BANK33)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CREDITOS-SEL.cpy".
           COPY "MORAS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "MOVIMIENTOS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "PARAMETROS-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".

           SELECT EXTRACTO-CREDITO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSXC.

           COPY "ERRORES-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "CREDITOS-FD.cpy".
           COPY "MORAS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "MOVIMIENTOS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".

      * extracto mensual de las tarjetas de credito: una linea
      * CABECERA con el limite, los movimientos del ciclo, la DEUDA
      * al corte y el importe A PAGAR con su fecha de vencimiento
       FD EXTRACTO-CREDITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditoextractos.rpt".
       01 EXTRACTO-CREDITO-REG.
           02 CXT-TARJETA              PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
      * CABECERA / MOVIMIENTO / DEUDA / A PAGAR
           02 CXT-TIPO                 PIC X(10).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CXT-ANO                  PIC 9(04).
           02 FILLER                   PIC X(01) VALUE "-".
           02 CXT-MES                  PIC 9(02).
           02 FILLER                   PIC X(01) VALUE "-".
           02 CXT-DIA                  PIC 9(02).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 CXT-CONCEPTO             PIC X(35).
           02 FILLER                   PIC X(01) VALUE SPACES.
           02 CXT-IMPORTE-ENT          PIC -9(9).
           02 FILLER                   PIC X(01) VALUE ",".
           02 CXT-IMPORTE-DEC          PIC 9(02).

           COPY "ERRORES-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FSCW                      PIC   X(2).
       77 FSMO                      PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSXC                      PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".

       77 FECHA-HOY-YMD              PIC  9(8).
       77 CICLO-HOY                  PIC  9(6).
       77 DIAS-ENTEROS               PIC S9(9).
      * deuda viva de la tarjeta de credito (saldo negativo) y
      * disponible de la tarjeta de debito de cargo, en centimos
       77 CENT-DEUDA                 PIC S9(11).
       77 CENT-DISPONIBLE-CARGO      PIC S9(11).
       77 CENT-A-PAGAR               PIC S9(11).
       77 CENT-COBRADO               PIC S9(11).
       77 CENT-IMPAGADO              PIC S9(11).
       77 CENT-PENDIENTE             PIC S9(11).
       77 CENT-INTERES               PIC S9(11).
       77 CENT-MINIMO                PIC S9(11).
       77 CENT-AUX                   PIC S9(11).
      * datos de la anotacion en curso (ANOTAR-MOVIMIENTO): importe
      * siempre positivo, el signo lo da ABONO-SW
       77 TARJETA-ANOTAR             PIC  9(16).
       77 CENT-ANOTAR                PIC S9(11).
       77 TIPO-ANOTAR                PIC  9(2).
       77 CONCEPTO-ANOTAR            PIC  X(35).
       77 ABONO-SW                   PIC  9(1).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-NUEVO-SALDO           PIC S9(11).
       77 NUEVO-SALDO-ENT            PIC S9(9).
       77 NUEVO-SALDO-DEC            PIC  9(2).
       77 IMPORTE-ENT-MOS            PIC S9(9).
       77 IMPORTE-DEC-MOS            PIC  9(2).
       77 NUM-CREDITOS               PIC  9(6) VALUE 0.
       77 NUM-CORTES                 PIC  9(6) VALUE 0.
       77 NUM-COBRADOS               PIC  9(6) VALUE 0.
       77 NUM-IMPAGADOS              PIC  9(6) VALUE 0.
       77 NUM-RECOBRADOS             PIC  9(6) VALUE 0.

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE CICLO-HOY = (ANO * 100) + MES.
           PERFORM LEER-FECHA-CONTABLE THRU LEER-FECHA-CONTABLE-EXIT.
           PERFORM LEER-PARAMETROS-CREDITO
               THRU LEER-PARAMETROS-CREDITO-EXIT.
           PERFORM PROCESAR-CREDITOS THRU PROCESAR-CREDITOS-EXIT.
           DISPLAY "Ciclo de tarjetas de credito procesado. "
               "Lineas: " NUM-CREDITOS " Cortes: " NUM-CORTES
               " Recibos cobrados: " NUM-COBRADOS
               " Impagados: " NUM-IMPAGADOS
               " Recobrados: " NUM-RECOBRADOS.
           STOP RUN.

       LEER-PARAMETROS-CREDITO.
           MOVE 20 TO INTERES-CREDITO.
           MOVE 20 TO DIAS-PAGO-CREDITO.
           OPEN INPUT PARAMETROS.
           IF FSP = 35
               GO TO LEER-PARAMETROS-CREDITO-EXIT.
           IF FSP NOT = 00
               GO TO PSYS-ERR.
           MOVE 1 TO PAR-COD.
           READ PARAMETROS INVALID KEY
               GO TO LEER-PARAMETROS-CREDITO-CERRAR.
           IF PAR-INTERES-CREDITO NOT = 0
               MOVE PAR-INTERES-CREDITO TO INTERES-CREDITO.
           IF PAR-DIAS-PAGO-CREDITO NOT = 0
               MOVE PAR-DIAS-PAGO-CREDITO TO DIAS-PAGO-CREDITO.

       LEER-PARAMETROS-CREDITO-CERRAR.
           CLOSE PARAMETROS.
       LEER-PARAMETROS-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cada linea pasa por el recobro de su mora, el cobro del
      * recibo vencido y el corte del ciclo, en ese orden: si el
      * batch estuvo parado, el recibo viejo se liquida antes de
      * emitir el nuevo. Una linea declarada fallida ya no se toca
      *----------------------------------------------------------*
       PROCESAR-CREDITOS.
           OPEN I-O CREDITOS.
           IF FSCW = 35
               GO TO PROCESAR-CREDITOS-EXIT.
           IF FSCW NOT = 00
               GO TO PSYS-ERR.

       PROCESAR-CREDITOS-LEER.
           READ CREDITOS NEXT RECORD
               AT END GO TO PROCESAR-CREDITOS-CERRAR.
           IF CREDITO-IMPAGADO
               GO TO PROCESAR-CREDITOS-LEER.
           ADD 1 TO NUM-CREDITOS.

           PERFORM RECOBRAR-MORA THRU RECOBRAR-MORA-EXIT.
           IF RECIBO-PENDIENTE AND CRE-FECHA-VENCIMIENTO NOT = 0
                   AND CRE-FECHA-VENCIMIENTO NOT > FECHA-HOY-YMD
               PERFORM COBRAR-RECIBO THRU COBRAR-RECIBO-EXIT.
           IF CRE-ULT-CICLO < CICLO-HOY
               PERFORM CORTAR-CICLO THRU CORTAR-CICLO-EXIT.

           REWRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.
           MOVE "CR" TO JOURNAL-FICHERO.
           MOVE "R" TO JOURNAL-OPERACION.
           MOVE CRE-TARJETA TO JOURNAL-CLAVE.
           MOVE CREDITO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.
           GO TO PROCESAR-CREDITOS-LEER.

       PROCESAR-CREDITOS-CERRAR.
           CLOSE CREDITOS.
       PROCESAR-CREDITOS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * deuda viva de la tarjeta de credito y disponible de la
      * tarjeta de debito de cargo, leidos del saldo en cache
      *----------------------------------------------------------*
       LEER-DEUDA-Y-CARGO.
           MOVE CRE-TARJETA TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-DEUDA = 0 - ((SALDO-ENT * 100) + SALDO-DEC).
           IF CENT-DEUDA < 0
               MOVE 0 TO CENT-DEUDA.

           MOVE 0 TO CENT-DISPONIBLE-CARGO.
           MOVE CRE-TARJETA-CARGO TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           IF HAY-MOVIMIENTOS = 0
               GO TO LEER-DEUDA-Y-CARGO-EXIT.
           COMPUTE CENT-DISPONIBLE-CARGO =
               (SALDO-ENT * 100) + SALDO-DEC
               - (RETENIDO-ENT * 100) - RETENIDO-DEC.
           IF CENT-DISPONIBLE-CARGO < 0
               MOVE 0 TO CENT-DISPONIBLE-CARGO.
       LEER-DEUDA-Y-CARGO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * cobro del recibo al vencimiento: el total del extracto o el
      * minimo, sin pasar de la deuda viva (el titular pudo haber
      * abonado a mano); lo cobrado pasa de la tarjeta de cargo a la
      * de credito y lo que no se cobre va a moras.ubd
      *----------------------------------------------------------*
       COBRAR-RECIBO.
           IF PAGO-MINIMO
               COMPUTE CENT-A-PAGAR =
                   (CRE-MINIMO-ENT * 100) + CRE-MINIMO-DEC
           ELSE
               COMPUTE CENT-A-PAGAR =
                   (CRE-DEUDA-CORTE-ENT * 100) + CRE-DEUDA-CORTE-DEC.
           PERFORM LEER-DEUDA-Y-CARGO THRU LEER-DEUDA-Y-CARGO-EXIT.
           IF CENT-A-PAGAR > CENT-DEUDA
               MOVE CENT-DEUDA TO CENT-A-PAGAR.

           MOVE CENT-A-PAGAR TO CENT-COBRADO.
           IF CENT-COBRADO > CENT-DISPONIBLE-CARGO
               MOVE CENT-DISPONIBLE-CARGO TO CENT-COBRADO.
           IF CENT-COBRADO > 0
               PERFORM TRASPASAR-PAGO THRU TRASPASAR-PAGO-EXIT.

      * lo que queda del extracto sin pagar devenga interes en el
      * corte siguiente, se haya elegido el minimo o no se haya
      * podido cobrar
           COMPUTE CENT-PENDIENTE =
               (CRE-DEUDA-CORTE-ENT * 100) + CRE-DEUDA-CORTE-DEC
               - CENT-COBRADO.
           IF CENT-PENDIENTE > CENT-DEUDA - CENT-COBRADO
               COMPUTE CENT-PENDIENTE = CENT-DEUDA - CENT-COBRADO.
           IF CENT-PENDIENTE < 0
               MOVE 0 TO CENT-PENDIENTE.
           COMPUTE CRE-PENDIENTE-ENT = CENT-PENDIENTE / 100.
           COMPUTE CRE-PENDIENTE-DEC =
               FUNCTION MOD(CENT-PENDIENTE, 100).

           COMPUTE CENT-IMPAGADO = CENT-A-PAGAR - CENT-COBRADO.
           IF CENT-IMPAGADO > 0
               MOVE 2 TO CRE-PAGO-ESTADO
               ADD 1 TO NUM-IMPAGADOS
               PERFORM ABRIR-MORA-CREDITO THRU ABRIR-MORA-CREDITO-EXIT
           ELSE
               MOVE 1 TO CRE-PAGO-ESTADO
               ADD 1 TO NUM-COBRADOS.
       COBRAR-RECIBO-EXIT.
           EXIT.

      * el recibo impagado abre el expediente o, si ya habia uno
      * vivo, le suma el nuevo impago y sube el nivel de aviso
       ABRIR-MORA-CREDITO.
           OPEN I-O MORAS.
           IF FSMO = 35
               OPEN OUTPUT MORAS
           END-IF.
           IF FSMO NOT = 00
               GO TO PSYS-ERR.
           MOVE CRE-TARJETA TO MOR-PRESTAMO.
           READ MORAS INVALID KEY
               GO TO ABRIR-MORA-CREDITO-ALTA.
           IF MORA-EN-SEGUIMIENTO OR MORA-CON-PROMESA
               COMPUTE CENT-AUX = (MOR-IMPORTE-ENT * 100)
                   + MOR-IMPORTE-DEC + CENT-IMPAGADO
               IF MOR-NIVEL-AVISO < 3
                   ADD 1 TO MOR-NIVEL-AVISO
               END-IF
           ELSE
               MOVE CENT-IMPAGADO TO CENT-AUX
               MOVE 1 TO MOR-NIVEL-AVISO.
           MOVE 0 TO MOR-ESTADO.
           MOVE 0 TO MOR-FECHA-PROMESA.
           MOVE 1 TO MOR-ORIGEN.
           MOVE CRE-TARJETA TO MOR-TARJETA.
           COMPUTE MOR-IMPORTE-ENT = CENT-AUX / 100.
           COMPUTE MOR-IMPORTE-DEC = FUNCTION MOD(CENT-AUX, 100).
           REWRITE MORA-REG INVALID KEY GO TO PSYS-ERR.
           GO TO ABRIR-MORA-CREDITO-AVISO.

       ABRIR-MORA-CREDITO-ALTA.
           MOVE CRE-TARJETA TO MOR-PRESTAMO.
           MOVE CRE-TARJETA TO MOR-TARJETA.
           MOVE 1 TO MOR-NIVEL-AVISO.
           MOVE 0 TO MOR-FECHA-PROMESA.
           MOVE 0 TO MOR-ESTADO.
           MOVE 1 TO MOR-ORIGEN.
           COMPUTE MOR-IMPORTE-ENT = CENT-IMPAGADO / 100.
           COMPUTE MOR-IMPORTE-DEC = FUNCTION MOD(CENT-IMPAGADO, 100).
           WRITE MORA-REG INVALID KEY GO TO PSYS-ERR.

       ABRIR-MORA-CREDITO-AVISO.
           CLOSE MORAS.
           MOVE CRE-TARJETA TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           IF MOR-NIVEL-AVISO = 1
               MOVE "AVISO: RECIBO TARJETA CREDITO IMPAGADO"
                   TO NOTIF-CONCEPTO.
           IF MOR-NIVEL-AVISO = 2
               MOVE "AVISO: IMPAGO REITERADO TARJETA CREDITO"
                   TO NOTIF-CONCEPTO.
           IF MOR-NIVEL-AVISO = 3
               MOVE "AVISO FINAL: REGULARICE SU TARJETA"
                   TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-IMPAGADO / 100.
           COMPUTE NOTIF-IMPORTE-DEC = FUNCTION MOD(CENT-IMPAGADO, 100).
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       ABRIR-MORA-CREDITO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * reintento diario del expediente vivo: lo que la tarjeta de
      * cargo haya recuperado se aplica a la mora y, saldada (o sin
      * deuda ya que cobrar), el expediente queda regularizado
      *----------------------------------------------------------*
       RECOBRAR-MORA.
           OPEN I-O MORAS.
           IF FSMO = 35
               GO TO RECOBRAR-MORA-EXIT.
           IF FSMO NOT = 00
               GO TO PSYS-ERR.
           MOVE CRE-TARJETA TO MOR-PRESTAMO.
           READ MORAS INVALID KEY
               GO TO RECOBRAR-MORA-CERRAR.
           IF NOT MORA-DE-CREDITO
               GO TO RECOBRAR-MORA-CERRAR.
           IF NOT MORA-EN-SEGUIMIENTO AND NOT MORA-CON-PROMESA
               GO TO RECOBRAR-MORA-CERRAR.
           CLOSE MORAS.

           PERFORM LEER-DEUDA-Y-CARGO THRU LEER-DEUDA-Y-CARGO-EXIT.
           COMPUTE CENT-A-PAGAR =
               (MOR-IMPORTE-ENT * 100) + MOR-IMPORTE-DEC.
           IF CENT-A-PAGAR > CENT-DEUDA
               MOVE CENT-DEUDA TO CENT-A-PAGAR.
           MOVE CENT-A-PAGAR TO CENT-COBRADO.
           IF CENT-COBRADO > CENT-DISPONIBLE-CARGO
               MOVE CENT-DISPONIBLE-CARGO TO CENT-COBRADO.
           IF CENT-COBRADO > 0
               PERFORM TRASPASAR-PAGO THRU TRASPASAR-PAGO-EXIT.

           COMPUTE CENT-PENDIENTE = (CRE-PENDIENTE-ENT * 100)
               + CRE-PENDIENTE-DEC - CENT-COBRADO.
           IF CENT-PENDIENTE < 0
               MOVE 0 TO CENT-PENDIENTE.
           COMPUTE CRE-PENDIENTE-ENT = CENT-PENDIENTE / 100.
           COMPUTE CRE-PENDIENTE-DEC =
               FUNCTION MOD(CENT-PENDIENTE, 100).

           OPEN I-O MORAS.
           IF FSMO NOT = 00
               GO TO PSYS-ERR.
           MOVE CRE-TARJETA TO MOR-PRESTAMO.
           READ MORAS INVALID KEY GO TO PSYS-ERR.
           COMPUTE CENT-AUX = CENT-A-PAGAR - CENT-COBRADO.
           COMPUTE MOR-IMPORTE-ENT = CENT-AUX / 100.
           COMPUTE MOR-IMPORTE-DEC = FUNCTION MOD(CENT-AUX, 100).
           IF CENT-AUX = 0
               MOVE 4 TO MOR-ESTADO
               MOVE 0 TO MOR-NIVEL-AVISO
               MOVE 1 TO CRE-PAGO-ESTADO
               ADD 1 TO NUM-RECOBRADOS.
           REWRITE MORA-REG INVALID KEY GO TO PSYS-ERR.
           IF CENT-AUX = 0
               MOVE CRE-TARJETA TO NOTIF-TARJETA
               MOVE "MOVIMIENTO" TO NOTIF-TIPO
               MOVE "RECIBO TARJETA CREDITO REGULARIZADO"
                   TO NOTIF-CONCEPTO
               COMPUTE NOTIF-IMPORTE-ENT = CENT-COBRADO / 100
               COMPUTE NOTIF-IMPORTE-DEC =
                   FUNCTION MOD(CENT-COBRADO, 100)
               PERFORM ENCOLAR-NOTIFICACION
                   THRU ENCOLAR-NOTIFICACION-EXIT.

       RECOBRAR-MORA-CERRAR.
           CLOSE MORAS.
       RECOBRAR-MORA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * corte del ciclo: interes revolvente sobre lo que quedo sin
      * pagar, extracto con los movimientos desde el corte anterior
      * y nuevo recibo con su minimo y su vencimiento
      *----------------------------------------------------------*
       CORTAR-CICLO.
           COMPUTE CENT-PENDIENTE =
               (CRE-PENDIENTE-ENT * 100) + CRE-PENDIENTE-DEC.
           IF CENT-PENDIENTE > 0
               COMPUTE CENT-INTERES ROUNDED =
                   CENT-PENDIENTE * INTERES-CREDITO / 1200
               IF CENT-INTERES > 0
                   MOVE CRE-TARJETA TO TARJETA-ANOTAR
                   MOVE CENT-INTERES TO CENT-ANOTAR
                   MOVE 22 TO TIPO-ANOTAR
                   MOVE "INTERESES TARJETA CREDITO"
                       TO CONCEPTO-ANOTAR
                   MOVE 0 TO ABONO-SW
                   PERFORM ANOTAR-MOVIMIENTO
                       THRU ANOTAR-MOVIMIENTO-EXIT.

           PERFORM LEER-DEUDA-Y-CARGO THRU LEER-DEUDA-Y-CARGO-EXIT.
           COMPUTE CENT-MINIMO ROUNDED =
               CENT-DEUDA * CRE-PCT-MINIMO / 100.
           IF CENT-MINIMO > CENT-DEUDA OR CRE-PCT-MINIMO = 0
               MOVE CENT-DEUDA TO CENT-MINIMO.

           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-YMD)
               + DIAS-PAGO-CREDITO.
           COMPUTE CRE-FECHA-VENCIMIENTO =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           COMPUTE CRE-DEUDA-CORTE-ENT = CENT-DEUDA / 100.
           COMPUTE CRE-DEUDA-CORTE-DEC = FUNCTION MOD(CENT-DEUDA, 100).
           COMPUTE CRE-MINIMO-ENT = CENT-MINIMO / 100.
           COMPUTE CRE-MINIMO-DEC = FUNCTION MOD(CENT-MINIMO, 100).
      * sin deuda no hay recibo, ni parte pendiente que devengue
           IF CENT-DEUDA = 0
               MOVE 1 TO CRE-PAGO-ESTADO
               MOVE 0 TO CRE-PENDIENTE-ENT
               MOVE 0 TO CRE-PENDIENTE-DEC
           ELSE
               MOVE 0 TO CRE-PAGO-ESTADO.

           PERFORM EMITIR-EXTRACTO THRU EMITIR-EXTRACTO-EXIT.
           MOVE CICLO-HOY TO CRE-ULT-CICLO.
           MOVE FECHA-HOY-YMD TO CRE-FECHA-CORTE.
           ADD 1 TO NUM-CORTES.

           IF CENT-DEUDA = 0
               GO TO CORTAR-CICLO-EXIT.
           MOVE CRE-TARJETA TO NOTIF-TARJETA.
           MOVE "EXTRACTO" TO NOTIF-TIPO.
           MOVE "EXTRACTO TARJETA CREDITO EMITIDO" TO NOTIF-CONCEPTO.
           IF PAGO-MINIMO
               MOVE CRE-MINIMO-ENT TO NOTIF-IMPORTE-ENT
               MOVE CRE-MINIMO-DEC TO NOTIF-IMPORTE-DEC
           ELSE
               MOVE CRE-DEUDA-CORTE-ENT TO NOTIF-IMPORTE-ENT
               MOVE CRE-DEUDA-CORTE-DEC TO NOTIF-IMPORTE-DEC.
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       CORTAR-CICLO-EXIT.
           EXIT.

       EMITIR-EXTRACTO.
           OPEN EXTEND EXTRACTO-CREDITO.
           IF FSXC = 35
               OPEN OUTPUT EXTRACTO-CREDITO
           END-IF.
           IF FSXC NOT = 00
               GO TO PSYS-ERR.

           MOVE CRE-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CXT-TARJETA.
           MOVE "CABECERA" TO CXT-TIPO.
           MOVE ANO TO CXT-ANO.
           MOVE MES TO CXT-MES.
           MOVE DIA TO CXT-DIA.
           MOVE "EXTRACTO TARJETA CREDITO - LIMITE" TO CXT-CONCEPTO.
           MOVE CRE-LIMITE-ENT TO CXT-IMPORTE-ENT.
           MOVE CRE-LIMITE-DEC TO CXT-IMPORTE-DEC.
           WRITE EXTRACTO-CREDITO-REG.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               GO TO EMITIR-EXTRACTO-TOTALES.
           IF FSM NOT = 00
               GO TO PSYS-ERR.
           MOVE CRE-TARJETA TO MOV-TARJETA.
           START F-MOVIMIENTOS KEY IS = MOV-TARJETA
               INVALID KEY GO TO EMITIR-EXTRACTO-CERRAR-MOV.

       EMITIR-EXTRACTO-LEER-MOV.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO EMITIR-EXTRACTO-CERRAR-MOV.
           IF MOV-TARJETA NOT = CRE-TARJETA
               GO TO EMITIR-EXTRACTO-CERRAR-MOV.
           IF MOV-NUM NOT > CRE-ULT-MOV
               GO TO EMITIR-EXTRACTO-LEER-MOV.
           MOVE CRE-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CXT-TARJETA.
           MOVE "MOVIMIENTO" TO CXT-TIPO.
           MOVE MOV-ANO TO CXT-ANO.
           MOVE MOV-MES TO CXT-MES.
           MOVE MOV-DIA TO CXT-DIA.
           MOVE MOV-CONCEPTO TO CXT-CONCEPTO.
           COMPUTE IMPORTE-ENT-MOS = FUNCTION INTEGER-PART(MOV-IMPORTE).
           COMPUTE IMPORTE-DEC-MOS =
               FUNCTION ABS(MOV-IMPORTE - IMPORTE-ENT-MOS) * 100.
           MOVE IMPORTE-ENT-MOS TO CXT-IMPORTE-ENT.
           MOVE IMPORTE-DEC-MOS TO CXT-IMPORTE-DEC.
           WRITE EXTRACTO-CREDITO-REG.
           MOVE MOV-NUM TO CRE-ULT-MOV.
           GO TO EMITIR-EXTRACTO-LEER-MOV.

       EMITIR-EXTRACTO-CERRAR-MOV.
           CLOSE F-MOVIMIENTOS.

       EMITIR-EXTRACTO-TOTALES.
           MOVE CRE-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO CXT-TARJETA.
           MOVE "DEUDA" TO CXT-TIPO.
           MOVE ANO TO CXT-ANO.
           MOVE MES TO CXT-MES.
           MOVE DIA TO CXT-DIA.
           MOVE "DEUDA TOTAL AL CORTE" TO CXT-CONCEPTO.
           MOVE CRE-DEUDA-CORTE-ENT TO CXT-IMPORTE-ENT.
           MOVE CRE-DEUDA-CORTE-DEC TO CXT-IMPORTE-DEC.
           WRITE EXTRACTO-CREDITO-REG.

           MOVE "A PAGAR" TO CXT-TIPO.
           MOVE CRE-FECHA-VENCIMIENTO (1:4) TO CXT-ANO.
           MOVE CRE-FECHA-VENCIMIENTO (5:2) TO CXT-MES.
           MOVE CRE-FECHA-VENCIMIENTO (7:2) TO CXT-DIA.
           IF PAGO-MINIMO
               MOVE "PAGO MINIMO AL VENCIMIENTO" TO CXT-CONCEPTO
               MOVE CRE-MINIMO-ENT TO CXT-IMPORTE-ENT
               MOVE CRE-MINIMO-DEC TO CXT-IMPORTE-DEC
           ELSE
               MOVE "PAGO TOTAL AL VENCIMIENTO" TO CXT-CONCEPTO
               MOVE CRE-DEUDA-CORTE-ENT TO CXT-IMPORTE-ENT
               MOVE CRE-DEUDA-CORTE-DEC TO CXT-IMPORTE-DEC.
           WRITE EXTRACTO-CREDITO-REG.
           CLOSE EXTRACTO-CREDITO.
       EMITIR-EXTRACTO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * pago del recibo: cargo en la tarjeta de debito designada y
      * abono por el mismo importe en la tarjeta de credito
      *----------------------------------------------------------*
       TRASPASAR-PAGO.
           MOVE CRE-TARJETA-CARGO TO TARJETA-ANOTAR.
           MOVE CENT-COBRADO TO CENT-ANOTAR.
           MOVE 29 TO TIPO-ANOTAR.
           MOVE "PAGO TARJETA DE CREDITO" TO CONCEPTO-ANOTAR.
           MOVE 0 TO ABONO-SW.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-EXIT.

           MOVE CRE-TARJETA TO TARJETA-ANOTAR.
           MOVE CENT-COBRADO TO CENT-ANOTAR.
           MOVE 30 TO TIPO-ANOTAR.
           MOVE "ABONO RECIBO TARJETA CREDITO" TO CONCEPTO-ANOTAR.
           MOVE 1 TO ABONO-SW.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-EXIT.
       TRASPASAR-PAGO-EXIT.
           EXIT.

       ANOTAR-MOVIMIENTO.
           MOVE TARJETA-ANOTAR TO TARJETA-CALCULO.
           PERFORM LEER-SALDO-TARJETA THRU LEER-SALDO-TARJETA-EXIT.
           COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           IF ABONO-SW = 1
               COMPUTE CENT-NUEVO-SALDO = CENT-SALDO + CENT-ANOTAR
           ELSE
               COMPUTE CENT-NUEVO-SALDO = CENT-SALDO - CENT-ANOTAR.
           COMPUTE NUEVO-SALDO-ENT = CENT-NUEVO-SALDO / 100.
           COMPUTE NUEVO-SALDO-DEC =
               FUNCTION MOD(CENT-NUEVO-SALDO, 100).

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.
           COPY "ABRIR-MOVIMIENTOS-ESCRITURA.cpy".
           MOVE NUEVO-MOV-NUM TO MOV-NUM.
           MOVE TARJETA-ANOTAR TO MOV-TARJETA.
           MOVE ANO TO MOV-ANO.
           MOVE MES TO MOV-MES.
           MOVE DIA TO MOV-DIA.
           MOVE HORAS TO MOV-HOR.
           MOVE MINUTOS TO MOV-MIN.
           MOVE SEGUNDOS TO MOV-SEG.
           MOVE DIF-GMT TO MOV-GMT.
           COMPUTE MOV-IMPORTE = CENT-ANOTAR / 100.
           MOVE CONCEPTO-ANOTAR TO MOV-CONCEPTO.
           MOVE TIPO-ANOTAR TO MOV-TIPO.
           MOVE DIVISA-CALCULO TO MOV-DIVISA.
           MOVE 1 TO MOV-TASA-CAMBIO.
           MOVE 0 TO MOV-ESTADO.
           MOVE FECHA-CONTABLE-YMD TO MOV-FECHA-CONTABLE.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE "MV" TO JOURNAL-FICHERO.
           MOVE "E" TO JOURNAL-OPERACION.
           MOVE MOV-NUM TO JOURNAL-CLAVE.
           MOVE MOVIMIENTO-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

           MOVE TARJETA-ANOTAR TO TARJETA-CALCULO.
           COMPUTE CENT-DELTA-SALDO = CENT-NUEVO-SALDO - CENT-SALDO.
           MOVE NUEVO-SALDO-ENT TO NUEVO-SALDO-CACHE-ENT.
           MOVE NUEVO-SALDO-DEC TO NUEVO-SALDO-CACHE-DEC.
           PERFORM ACTUALIZAR-SALDO-TARJETA
               THRU ACTUALIZAR-SALDO-TARJETA-EXIT.

           MOVE TARJETA-ANOTAR TO NOTIF-TARJETA.
           MOVE "MOVIMIENTO" TO NOTIF-TIPO.
           MOVE CONCEPTO-ANOTAR TO NOTIF-CONCEPTO.
           COMPUTE NOTIF-IMPORTE-ENT = CENT-ANOTAR / 100.
           COMPUTE NOTIF-IMPORTE-DEC = FUNCTION MOD(CENT-ANOTAR, 100).
           PERFORM ENCOLAR-NOTIFICACION THRU ENCOLAR-NOTIFICACION-EXIT.
       ANOTAR-MOVIMIENTO-EXIT.
           EXIT.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ENCOLAR-NOTIFICACION.cpy".

       PSYS-ERR.
           CLOSE CREDITOS.
           CLOSE MORAS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE EXTRACTO-CREDITO.

           MOVE "BATCH-CR" TO ERROR-PROGRAMA.
           IF FSCW NOT = 00
               MOVE FSCW TO ERROR-FS
           ELSE
               IF FSMO NOT = 00
                   MOVE FSMO TO ERROR-FS
               ELSE
                   IF FST NOT = 00
                       MOVE FST TO ERROR-FS
                   ELSE
                       MOVE FSM TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el batch de tarjetas de "
               "credito. FSCW=" FSCW " FSMO=" FSMO " FST=" FST
               " FSM=" FSM.
           STOP RUN.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCH-INTERBANCARIA.
      * liquidacion de las transferencias a bancos externos: la red de
      * compensacion solo admite el mensaje ISO 20022 de orden de
      * transferencia (pain.001.001.03) en sepa-ct.xml, con la
      * cabecera de grupo (numero de operaciones y suma de control),
      * un bloque de pago por fecha de liquidacion y una operacion
      * por transferencia. UnizarBank figura como ordenante del
      * bloque desde su cuenta de compensacion y el cliente como
      * ordenante final con el nombre de clientes.ubd.
      * El proceso va en tres pasadas: valida las pendientes y
      * acumula los totales por fecha, escribe el mensaje y lo
      * vuelve a cuadrar, y solo si el mensaje cuadra marca las
      * transferencias liquidadas. Las que no pueden viajar (divisa
      * distinta del euro, sin beneficiario, sin titular...) quedan
      * pendientes y salen en separechazos.rpt; si el mensaje no
      * cuadra se vacia el fichero y el cierre se detiene sin
      * marcar nada
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TRANSFERENCIAS-SEL.cpy".
           COPY "TARJETAS-SEL.cpy".
           COPY "CLIENTES-SEL.cpy".

           SELECT SEPA-XML ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSL.

           SELECT SEPA-RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSLR.

           COPY "PANCLARO-SEL.cpy".
           COPY "INTERFACES-SEL.cpy".
           COPY "ENVIO-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "PARTIDASLIQ-SEL.cpy".

       DATA DIVISION.
       FILE SECTION.
           COPY "TRANSFERENCIAS-FD.cpy".
           COPY "TARJETAS-FD.cpy".
           COPY "CLIENTES-FD.cpy".

       FD SEPA-XML
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sepa-ct.xml".
       01 SEPA-XML-REG                 PIC X(150).

       FD SEPA-RECHAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "separechazos.rpt".
       01 SEPA-RECHAZO-REG             PIC X(120).

           COPY "PANCLARO-FD.cpy".
           COPY "INTERFACES-FD.cpy".
           COPY "ENVIO-FD.cpy".
           COPY "ERRORES-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "PARTIDASLIQ-FD.cpy".

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSLR                      PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSPC                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSPQ                      PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "INTERFAZ-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PAN-EXCEPCIONES-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "ACENTOS-WS.cpy".
           COPY "PARTIDA-LIQ-WS.cpy".

       77 FECHA-HOY-YMD             PIC  9(8).
       77 NUM-VALIDAS               PIC  9(6) VALUE 0.
       77 NUM-RECHAZADAS            PIC  9(6) VALUE 0.
       77 NUM-ESCRITAS              PIC  9(6) VALUE 0.
       77 NUM-LIQUIDADAS            PIC  9(6) VALUE 0.
       77 CENT-VALIDAS              PIC  9(15) VALUE 0.
       77 CENT-ESCRITAS             PIC  9(15) VALUE 0.
       77 CENT-TRANSFERENCIA        PIC  9(11).
       77 FECHA-TRANSFERENCIA       PIC  9(8).
       77 ERRORES-MENSAJE           PIC  9(4) VALUE 0.

      * identificacion de UnizarBank en la red: codigo de entidad
      * (el 0 de T-BANCO-DESTINO) y cuenta de compensacion desde la
      * que salen todos los bloques
       77 NOMBRE-ENTIDAD            PIC X(10) VALUE "UNIZARBANK".
       77 CODIGO-ENTIDAD            PIC X(4)  VALUE "0000".
       77 CUENTA-COMPENSACION       PIC X(23)
           VALUE "UNIZARBANK-COMPENSACION".

       77 PENDIENTE-LIQUIDAR        PIC  9(1).
           88 TRANSFERENCIA-A-LIQUIDAR VALUE 1.
      * motivo por el que una transferencia no puede ir en el mensaje
       77 MOTIVO-RECHAZO            PIC  9(1).
           88 TRANSFERENCIA-VALIDA VALUE 0.
       01 TEXTOS-RECHAZO.
           05 FILLER PIC X(40) VALUE "Divisa distinta del euro".
           05 FILLER PIC X(40) VALUE "Importe nulo o negativo".
           05 FILLER PIC X(40) VALUE "Tarjeta de origen inexistente".
           05 FILLER PIC X(40) VALUE "Tarjeta de origen sin titular".
           05 FILLER PIC X(40) VALUE "Nombre del ordenante vacio".
           05 FILLER PIC X(40) VALUE "Falta el nombre del beneficiario".
           05 FILLER PIC X(40) VALUE "Demasiadas fechas de liquidacion".
       01 TABLA-TEXTOS-RECHAZO REDEFINES TEXTOS-RECHAZO.
           05 TEXTO-RECHAZO OCCURS 7 TIMES PIC X(40).

       01 LINEA-RECHAZO.
           02 RCH-T-NUM                PIC 9(35).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RCH-BANCO-DESTINO        PIC 9(04).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RCH-TARJETA-ORIGEN       PIC X(16).
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RCH-IMPORTE              PIC -(8)9.99.
           02 FILLER                   PIC X(02) VALUE SPACES.
           02 RCH-MOTIVO               PIC X(40).

      * un bloque de pago por fecha de liquidacion, con sus totales
      * de la primera pasada, ordenados por fecha
       77 NUM-FECHAS                PIC  9(3) VALUE 0.
       77 IND-FECHA                 PIC  9(3).
       77 IND-FECHA-2               PIC  9(3).
       01 TABLA-FECHAS.
           05 BLOQUE-FECHA OCCURS 100 TIMES.
               10 BLQ-FECHA            PIC 9(8).
               10 BLQ-NUM              PIC 9(6).
               10 BLQ-CENT             PIC 9(15).
       01 BLOQUE-AUX.
           05 BLQ-AUX-FECHA            PIC 9(8).
           05 BLQ-AUX-NUM              PIC 9(6).
           05 BLQ-AUX-CENT             PIC 9(15).
       77 NUM-BLOQUE-ESCRITAS       PIC  9(6).
       77 CENT-BLOQUE-ESCRITAS      PIC  9(15).
       77 SUMA-BLOQUES-NUM          PIC  9(6).
       77 SUMA-BLOQUES-CENT         PIC  9(15).

      * nombres del ordenante y del beneficiario pasados al juego de
      * caracteres de la red: mayusculas sin acentos, cifras,
      * / - ? : ( ) . , ' + y espacio; cualquier otro signo pasa a
      * espacio y no se repiten espacios
       01 NOMBRE-ORIGEN.
           05 NOMBRE-ORIGEN-NOMBRE     PIC X(30).
           05 FILLER                   PIC X(01) VALUE SPACE.
           05 NOMBRE-ORIGEN-APELLIDOS  PIC X(30).
       77 NOMBRE-SEPA               PIC X(61).
       77 NOMBRE-ORDENANTE          PIC X(61).
       77 NOMBRE-BENEFICIARIO       PIC X(61).
       77 IND-CARACTER              PIC  9(2).
       77 IND-SALIDA                PIC  9(2).
       77 CARACTER                  PIC X(1).
       77 CARACTER-ANTERIOR         PIC X(1).

      * escritura del XML: una etiqueta por linea, sangrada dos
      * espacios por nivel; la pila de etiquetas abiertas garantiza
      * que cada cierre corresponde a su apertura
       77 NIVEL-XML                 PIC  9(2) VALUE 0.
       01 PILA-ETIQUETAS.
           05 ETIQUETA-ABIERTA OCCURS 10 TIMES PIC X(20).
       77 ETIQUETA-XML              PIC X(20).
       77 ATRIBUTO-XML              PIC X(60).
       77 VALOR-XML                 PIC X(70).
       77 LONG-VALOR                PIC  9(2).
       77 ESPACIOS-FINALES          PIC  9(2).
       77 PUNTERO-XML               PIC  9(3).
       77 LINEA-XML                 PIC X(150).

       77 ID-MENSAJE                PIC X(17).
       77 ID-BLOQUE                 PIC X(21).
       77 FECHA-HORA-XML            PIC X(19).
       77 FECHA-XML                 PIC X(10).
       77 FECHA-ENTRADA             PIC 9(8).
       77 CENT-FORMATO              PIC 9(15).
       77 IMPORTE-EDITADO           PIC Z(12)9.99.
       77 NUM-FORMATO               PIC 9(6).
       77 NUM-EDITADO               PIC Z(5)9.
       77 CEROS-IZQUIERDA           PIC  9(2).
       77 T-NUM-TEXTO               PIC X(35).

       PROCEDURE DIVISION.
       MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-YMD = (ANO * 10000) + (MES * 100) + DIA.
           STRING "UZB" ANO MES DIA HORAS MINUTOS SEGUNDOS
               DELIMITED BY SIZE INTO ID-MENSAJE.
           STRING ANO "-" MES "-" DIA "T" HORAS ":" MINUTOS ":"
               SEGUNDOS DELIMITED BY SIZE INTO FECHA-HORA-XML.

           PERFORM VALIDAR-PENDIENTES THRU VALIDAR-PENDIENTES-EXIT.
           IF NUM-VALIDAS = 0
      * el mensaje del dia anterior no debe poder enviarse otra vez
               OPEN OUTPUT SEPA-XML
               CLOSE SEPA-XML
               CLOSE TARJETAS
               CLOSE CLIENTES
               DISPLAY "Liquidacion interbancaria sin transferencias"
                   " que enviar. Rechazadas: " NUM-RECHAZADAS
               GOBACK.

           PERFORM ORDENAR-FECHAS THRU ORDENAR-FECHAS-EXIT.
           PERFORM ESCRIBIR-MENSAJE THRU ESCRIBIR-MENSAJE-EXIT.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           PERFORM VALIDAR-MENSAJE THRU VALIDAR-MENSAJE-EXIT.
           IF ERRORES-MENSAJE NOT = 0
               GO TO MENSAJE-ERR.
           PERFORM REGISTRAR-PAN-CLARO THRU REGISTRAR-PAN-CLARO-EXIT.
      * solo se registra un mensaje ya validado
           MOVE "SEPA" TO ENVIO-DESTINATARIO.
           MOVE "sepa-ct.xml" TO ENVIO-FICHERO.
           MOVE "BATCH-IB" TO ENVIO-PROGRAMA.
           MOVE NUM-ESCRITAS TO ENVIO-REGISTROS.
           COMPUTE ENVIO-TOTAL-CONTROL = CENT-ESCRITAS / 100.
           PERFORM REGISTRAR-ENVIO THRU REGISTRAR-ENVIO-EXIT.

           PERFORM MARCAR-LIQUIDADAS THRU MARCAR-LIQUIDADAS-EXIT.
           DISPLAY "Liquidacion interbancaria completada. Mensaje "
               ID-MENSAJE " Transferencias liquidadas: "
               NUM-LIQUIDADAS " Rechazadas: " NUM-RECHAZADAS.
           GOBACK.

      *----------------------------------------------------------*
      * primera pasada: cada transferencia a un banco externo
      * pendiente de liquidar se valida; las validas se acumulan en
      * el bloque de su fecha y las demas van a separechazos.rpt
      *----------------------------------------------------------*
       VALIDAR-PENDIENTES.
           MOVE 0 TO NUM-VALIDAS NUM-RECHAZADAS NUM-FECHAS.
           MOVE 0 TO CENT-VALIDAS.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           OPEN OUTPUT SEPA-RECHAZOS.
           IF FSLR NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT TRANSFERENCIAS.
           IF FST = 35
               GO TO VALIDAR-PENDIENTES-RECHAZOS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       VALIDAR-PENDIENTES-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO VALIDAR-PENDIENTES-CERRAR.
           PERFORM COMPROBAR-PENDIENTE THRU COMPROBAR-PENDIENTE-EXIT.
           IF NOT TRANSFERENCIA-A-LIQUIDAR
               GO TO VALIDAR-PENDIENTES-LEER.
           PERFORM VALIDAR-TRANSFERENCIA
               THRU VALIDAR-TRANSFERENCIA-EXIT.
           IF TRANSFERENCIA-VALIDA
               PERFORM ACUMULAR-FECHA THRU ACUMULAR-FECHA-EXIT.
           IF NOT TRANSFERENCIA-VALIDA
               PERFORM ESCRIBIR-RECHAZO THRU ESCRIBIR-RECHAZO-EXIT
               GO TO VALIDAR-PENDIENTES-LEER.
           ADD 1 TO NUM-VALIDAS.
           ADD CENT-TRANSFERENCIA TO CENT-VALIDAS.
           GO TO VALIDAR-PENDIENTES-LEER.

       VALIDAR-PENDIENTES-CERRAR.
           CLOSE TRANSFERENCIAS.
       VALIDAR-PENDIENTES-RECHAZOS.
           CLOSE SEPA-RECHAZOS.
       VALIDAR-PENDIENTES-EXIT.
           EXIT.

      * solo viajan las transferencias a otro banco: todo lo que ya
      * salio (liquidada, confirmada o devuelta por la red) o fue
      * cancelado no vuelve a enviarse
       COMPROBAR-PENDIENTE.
           MOVE 0 TO PENDIENTE-LIQUIDAR.
           IF T-BANCO-DESTINO = 0
               GO TO COMPROBAR-PENDIENTE-EXIT.
           IF T-LIQUIDADA NOT = 0
               GO TO COMPROBAR-PENDIENTE-EXIT.
           IF T-CANCELADA
               GO TO COMPROBAR-PENDIENTE-EXIT.
           MOVE 1 TO PENDIENTE-LIQUIDAR.
       COMPROBAR-PENDIENTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * deja en MOTIVO-RECHAZO el primer defecto encontrado y, si no
      * hay ninguno, los nombres de ordenante y beneficiario listos
      * para el mensaje, el importe en centimos y la fecha
      *----------------------------------------------------------*
       VALIDAR-TRANSFERENCIA.
           MOVE 0 TO MOTIVO-RECHAZO.
           COMPUTE FECHA-TRANSFERENCIA =
               (T-ANO * 10000) + (T-MES * 100) + T-DIA.
           MOVE 0 TO CENT-TRANSFERENCIA.
      * las anteriores a la divisa en el registro eran todas en euros
           IF T-DIVISA NOT = 0 AND NOT T-DIVISA-EUR
               MOVE 1 TO MOTIVO-RECHAZO
               GO TO VALIDAR-TRANSFERENCIA-EXIT.
           IF T-IMPORTE NOT > 0
               MOVE 2 TO MOTIVO-RECHAZO
               GO TO VALIDAR-TRANSFERENCIA-EXIT.
           COMPUTE CENT-TRANSFERENCIA = T-IMPORTE * 100.

           MOVE T-TARJETA-ORIGEN TO TNUM.
           READ TARJETAS INVALID KEY
               MOVE 3 TO MOTIVO-RECHAZO
               GO TO VALIDAR-TRANSFERENCIA-EXIT.
           IF TTITULAR = 0
               MOVE 4 TO MOTIVO-RECHAZO
               GO TO VALIDAR-TRANSFERENCIA-EXIT.
           MOVE TTITULAR TO CLI-COD.
           READ CLIENTES INVALID KEY
               MOVE 4 TO MOTIVO-RECHAZO
               GO TO VALIDAR-TRANSFERENCIA-EXIT.

           MOVE CLI-NOMBRE TO NOMBRE-ORIGEN-NOMBRE.
           MOVE CLI-APELLIDOS TO NOMBRE-ORIGEN-APELLIDOS.
           PERFORM NORMALIZAR-SEPA THRU NORMALIZAR-SEPA-EXIT.
           MOVE NOMBRE-SEPA TO NOMBRE-ORDENANTE.
           IF NOMBRE-ORDENANTE = SPACES
               MOVE 5 TO MOTIVO-RECHAZO
               GO TO VALIDAR-TRANSFERENCIA-EXIT.

           MOVE T-BENEFICIARIO TO NOMBRE-ORIGEN-NOMBRE.
           MOVE SPACES TO NOMBRE-ORIGEN-APELLIDOS.
           PERFORM NORMALIZAR-SEPA THRU NORMALIZAR-SEPA-EXIT.
           MOVE NOMBRE-SEPA TO NOMBRE-BENEFICIARIO.
           IF NOMBRE-BENEFICIARIO = SPACES
               MOVE 6 TO MOTIVO-RECHAZO.
       VALIDAR-TRANSFERENCIA-EXIT.
           EXIT.

       ACUMULAR-FECHA.
           MOVE 1 TO IND-FECHA.
       ACUMULAR-FECHA-BUSCAR.
           IF IND-FECHA > NUM-FECHAS
               GO TO ACUMULAR-FECHA-NUEVA.
           IF BLQ-FECHA (IND-FECHA) = FECHA-TRANSFERENCIA
               GO TO ACUMULAR-FECHA-SUMAR.
           ADD 1 TO IND-FECHA.
           GO TO ACUMULAR-FECHA-BUSCAR.

       ACUMULAR-FECHA-NUEVA.
           IF NUM-FECHAS = 100
               DISPLAY "AVISO: tabla de fechas de liquidacion llena"
               MOVE 7 TO MOTIVO-RECHAZO
               GO TO ACUMULAR-FECHA-EXIT.
           ADD 1 TO NUM-FECHAS.
           MOVE NUM-FECHAS TO IND-FECHA.
           MOVE FECHA-TRANSFERENCIA TO BLQ-FECHA (IND-FECHA).
           MOVE 0 TO BLQ-NUM (IND-FECHA).
           MOVE 0 TO BLQ-CENT (IND-FECHA).

       ACUMULAR-FECHA-SUMAR.
           ADD 1 TO BLQ-NUM (IND-FECHA).
           ADD CENT-TRANSFERENCIA TO BLQ-CENT (IND-FECHA).
       ACUMULAR-FECHA-EXIT.
           EXIT.

       ESCRIBIR-RECHAZO.
           MOVE T-NUM TO RCH-T-NUM.
           MOVE T-BANCO-DESTINO TO RCH-BANCO-DESTINO.
           MOVE T-TARJETA-ORIGEN TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO RCH-TARJETA-ORIGEN.
           MOVE T-IMPORTE TO RCH-IMPORTE.
           MOVE TEXTO-RECHAZO (MOTIVO-RECHAZO) TO RCH-MOTIVO.
           MOVE LINEA-RECHAZO TO SEPA-RECHAZO-REG.
           WRITE SEPA-RECHAZO-REG.
           ADD 1 TO NUM-RECHAZADAS.
       ESCRIBIR-RECHAZO-EXIT.
           EXIT.

      * burbuja sobre la tabla de fechas, que es corta
       ORDENAR-FECHAS.
           MOVE 1 TO IND-FECHA.
       ORDENAR-FECHAS-PASADA.
           IF IND-FECHA NOT < NUM-FECHAS
               GO TO ORDENAR-FECHAS-EXIT.
           COMPUTE IND-FECHA-2 = IND-FECHA + 1.
       ORDENAR-FECHAS-COMPARAR.
           IF IND-FECHA-2 > NUM-FECHAS
               ADD 1 TO IND-FECHA
               GO TO ORDENAR-FECHAS-PASADA.
           IF BLQ-FECHA (IND-FECHA-2) < BLQ-FECHA (IND-FECHA)
               MOVE BLOQUE-FECHA (IND-FECHA) TO BLOQUE-AUX
               MOVE BLOQUE-FECHA (IND-FECHA-2)
                   TO BLOQUE-FECHA (IND-FECHA)
               MOVE BLOQUE-AUX TO BLOQUE-FECHA (IND-FECHA-2).
           ADD 1 TO IND-FECHA-2.
           GO TO ORDENAR-FECHAS-COMPARAR.
       ORDENAR-FECHAS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * segunda pasada: cabecera de grupo con los totales de la
      * validacion y, por cada fecha, su bloque de pago con las
      * transferencias validas de ese dia
      *----------------------------------------------------------*
       ESCRIBIR-MENSAJE.
           MOVE 0 TO NUM-ESCRITAS.
           MOVE 0 TO CENT-ESCRITAS.
           MOVE 0 TO NIVEL-XML.
           MOVE 0 TO ERRORES-MENSAJE.
           OPEN OUTPUT SEPA-XML.
           IF FSL NOT = 00
               GO TO PSYS-ERR.
           MOVE "BATCH-IB" TO PAN-PROGRAMA.
           MOVE "sepa-ct.xml" TO PAN-SALIDA.
           PERFORM AUTORIZAR-PAN-CLARO THRU AUTORIZAR-PAN-CLARO-EXIT.

           MOVE "<?xml version=""1.0"" encoding=""UTF-8""?>"
               TO SEPA-XML-REG.
           WRITE SEPA-XML-REG.
           MOVE "Document" TO ETIQUETA-XML.
           STRING "xmlns=""urn:iso:std:iso:20022:tech:xsd:"
               "pain.001.001.03""" DELIMITED BY SIZE INTO ATRIBUTO-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "CstmrCdtTrfInitn" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.

           MOVE "GrpHdr" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "MsgId" TO ETIQUETA-XML.
           MOVE ID-MENSAJE TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "CreDtTm" TO ETIQUETA-XML.
           MOVE FECHA-HORA-XML TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "NbOfTxs" TO ETIQUETA-XML.
           MOVE NUM-VALIDAS TO NUM-FORMATO.
           PERFORM FORMATEAR-NUMERO THRU FORMATEAR-NUMERO-EXIT.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "CtrlSum" TO ETIQUETA-XML.
           MOVE CENT-VALIDAS TO CENT-FORMATO.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "InitgPty" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "Nm" TO ETIQUETA-XML.
           MOVE NOMBRE-ENTIDAD TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.

           MOVE 1 TO IND-FECHA.
       ESCRIBIR-MENSAJE-BLOQUE.
           IF IND-FECHA > NUM-FECHAS
               GO TO ESCRIBIR-MENSAJE-FIN.
           PERFORM ESCRIBIR-BLOQUE THRU ESCRIBIR-BLOQUE-EXIT.
           ADD 1 TO IND-FECHA.
           GO TO ESCRIBIR-MENSAJE-BLOQUE.

       ESCRIBIR-MENSAJE-FIN.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           CLOSE SEPA-XML.
       ESCRIBIR-MENSAJE-EXIT.
           EXIT.

       ESCRIBIR-BLOQUE.
           MOVE 0 TO NUM-BLOQUE-ESCRITAS.
           MOVE 0 TO CENT-BLOQUE-ESCRITAS.
           MOVE "PmtInf" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE SPACES TO ID-BLOQUE.
           STRING ID-MENSAJE "-" IND-FECHA
               DELIMITED BY SIZE INTO ID-BLOQUE.
           MOVE "PmtInfId" TO ETIQUETA-XML.
           MOVE ID-BLOQUE TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "PmtMtd" TO ETIQUETA-XML.
           MOVE "TRF" TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "NbOfTxs" TO ETIQUETA-XML.
           MOVE BLQ-NUM (IND-FECHA) TO NUM-FORMATO.
           PERFORM FORMATEAR-NUMERO THRU FORMATEAR-NUMERO-EXIT.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "CtrlSum" TO ETIQUETA-XML.
           MOVE BLQ-CENT (IND-FECHA) TO CENT-FORMATO.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "PmtTpInf" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "SvcLvl" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "Cd" TO ETIQUETA-XML.
           MOVE "SEPA" TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           MOVE "ReqdExctnDt" TO ETIQUETA-XML.
           MOVE BLQ-FECHA (IND-FECHA) TO FECHA-ENTRADA.
           PERFORM FORMATEAR-FECHA THRU FORMATEAR-FECHA-EXIT.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           MOVE "Dbtr" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "Nm" TO ETIQUETA-XML.
           MOVE NOMBRE-ENTIDAD TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           MOVE "DbtrAcct" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE CUENTA-COMPENSACION TO VALOR-XML.
           PERFORM ESCRIBIR-CUENTA THRU ESCRIBIR-CUENTA-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           MOVE "DbtrAgt" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE CODIGO-ENTIDAD TO VALOR-XML.
           PERFORM ESCRIBIR-ENTIDAD THRU ESCRIBIR-ENTIDAD-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           MOVE "ChrgBr" TO ETIQUETA-XML.
           MOVE "SLEV" TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.

           OPEN INPUT TRANSFERENCIAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       ESCRIBIR-BLOQUE-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO ESCRIBIR-BLOQUE-CERRAR.
           PERFORM COMPROBAR-PENDIENTE THRU COMPROBAR-PENDIENTE-EXIT.
           IF NOT TRANSFERENCIA-A-LIQUIDAR
               GO TO ESCRIBIR-BLOQUE-LEER.
           COMPUTE FECHA-TRANSFERENCIA =
               (T-ANO * 10000) + (T-MES * 100) + T-DIA.
           IF FECHA-TRANSFERENCIA NOT = BLQ-FECHA (IND-FECHA)
               GO TO ESCRIBIR-BLOQUE-LEER.
           PERFORM VALIDAR-TRANSFERENCIA
               THRU VALIDAR-TRANSFERENCIA-EXIT.
           IF NOT TRANSFERENCIA-VALIDA
               GO TO ESCRIBIR-BLOQUE-LEER.
           PERFORM ESCRIBIR-OPERACION THRU ESCRIBIR-OPERACION-EXIT.
           GO TO ESCRIBIR-BLOQUE-LEER.

       ESCRIBIR-BLOQUE-CERRAR.
           CLOSE TRANSFERENCIAS.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
      * el bloque escrito tiene que coincidir con lo validado
           IF NUM-BLOQUE-ESCRITAS NOT = BLQ-NUM (IND-FECHA)
                   OR CENT-BLOQUE-ESCRITAS NOT = BLQ-CENT (IND-FECHA)
               DISPLAY "ERROR: el bloque del " BLQ-FECHA (IND-FECHA)
                   " no cuadra con la validacion"
               ADD 1 TO ERRORES-MENSAJE.
       ESCRIBIR-BLOQUE-EXIT.
           EXIT.

       ESCRIBIR-OPERACION.
           MOVE "CdtTrfTxInf" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "PmtId" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
      * referencia de extremo a extremo: UZB y el numero de
      * transferencia sin ceros a la izquierda, que es lo que
      * devuelve la red en sus confirmaciones y rechazos
           MOVE T-NUM TO T-NUM-TEXTO.
           MOVE 0 TO CEROS-IZQUIERDA.
           INSPECT T-NUM-TEXTO TALLYING CEROS-IZQUIERDA
               FOR LEADING "0".
           IF CEROS-IZQUIERDA = 35
               MOVE 34 TO CEROS-IZQUIERDA.
           MOVE SPACES TO VALOR-XML.
           IF CEROS-IZQUIERDA < 3
               MOVE T-NUM-TEXTO TO VALOR-XML
           ELSE
               STRING "UZB" T-NUM-TEXTO (CEROS-IZQUIERDA + 1:)
                   DELIMITED BY SIZE INTO VALOR-XML.
           MOVE "EndToEndId" TO ETIQUETA-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.

           MOVE "Amt" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "InstdAmt" TO ETIQUETA-XML.
           MOVE "Ccy=""EUR""" TO ATRIBUTO-XML.
           MOVE CENT-TRANSFERENCIA TO CENT-FORMATO.
           PERFORM FORMATEAR-IMPORTE THRU FORMATEAR-IMPORTE-EXIT.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.

           MOVE "UltmtDbtr" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "Nm" TO ETIQUETA-XML.
           MOVE NOMBRE-ORDENANTE TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.

           MOVE "CdtrAgt" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE T-BANCO-DESTINO TO VALOR-XML.
           PERFORM ESCRIBIR-ENTIDAD THRU ESCRIBIR-ENTIDAD-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.

           MOVE "Cdtr" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "Nm" TO ETIQUETA-XML.
           MOVE NOMBRE-BENEFICIARIO TO VALOR-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.

           MOVE "CdtrAcct" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
      * la tarjeta del otro banco es la cuenta de abono: va
      * completa por la lista de excepciones
           MOVE T-TARJETA-DESTINO TO PAN-CLARO.
           PERFORM IMPRIMIR-PAN-CLARO THRU IMPRIMIR-PAN-CLARO-EXIT.
           MOVE PAN-IMPRESO TO VALOR-XML.
           PERFORM ESCRIBIR-CUENTA THRU ESCRIBIR-CUENTA-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.

           ADD 1 TO NUM-BLOQUE-ESCRITAS.
           ADD CENT-TRANSFERENCIA TO CENT-BLOQUE-ESCRITAS.
           ADD 1 TO NUM-ESCRITAS.
           ADD CENT-TRANSFERENCIA TO CENT-ESCRITAS.
       ESCRIBIR-OPERACION-EXIT.
           EXIT.

      * <Id><Othr><Id>VALOR-XML</Id></Othr></Id> de una cuenta
       ESCRIBIR-CUENTA.
           MOVE "Id" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "Othr" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "Id" TO ETIQUETA-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
       ESCRIBIR-CUENTA-EXIT.
           EXIT.

      * entidad identificada por su codigo de compensacion
       ESCRIBIR-ENTIDAD.
           MOVE "FinInstnId" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "ClrSysMmbId" TO ETIQUETA-XML.
           PERFORM ABRIR-ETIQUETA THRU ABRIR-ETIQUETA-EXIT.
           MOVE "MmbId" TO ETIQUETA-XML.
           PERFORM ESCRIBIR-VALOR THRU ESCRIBIR-VALOR-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
           PERFORM CERRAR-ETIQUETA THRU CERRAR-ETIQUETA-EXIT.
       ESCRIBIR-ENTIDAD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * primitivas del XML
      *----------------------------------------------------------*
       ABRIR-ETIQUETA.
           MOVE SPACES TO LINEA-XML.
           COMPUTE PUNTERO-XML = (NIVEL-XML * 2) + 1.
           STRING "<" ETIQUETA-XML DELIMITED BY SPACE
               INTO LINEA-XML WITH POINTER PUNTERO-XML.
           IF ATRIBUTO-XML NOT = SPACES
               STRING " " ATRIBUTO-XML DELIMITED BY SPACE
                   INTO LINEA-XML WITH POINTER PUNTERO-XML
               MOVE SPACES TO ATRIBUTO-XML.
           STRING ">" DELIMITED BY SIZE
               INTO LINEA-XML WITH POINTER PUNTERO-XML.
           IF NIVEL-XML = 10
               ADD 1 TO ERRORES-MENSAJE
               GO TO ABRIR-ETIQUETA-EXIT.
           ADD 1 TO NIVEL-XML.
           MOVE ETIQUETA-XML TO ETIQUETA-ABIERTA (NIVEL-XML).
           MOVE LINEA-XML TO SEPA-XML-REG.
           WRITE SEPA-XML-REG.
       ABRIR-ETIQUETA-EXIT.
           EXIT.

       CERRAR-ETIQUETA.
           IF NIVEL-XML = 0
               ADD 1 TO ERRORES-MENSAJE
               GO TO CERRAR-ETIQUETA-EXIT.
           MOVE SPACES TO LINEA-XML.
           COMPUTE PUNTERO-XML = ((NIVEL-XML - 1) * 2) + 1.
           STRING "</" ETIQUETA-ABIERTA (NIVEL-XML) DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO LINEA-XML WITH POINTER PUNTERO-XML.
           MOVE LINEA-XML TO SEPA-XML-REG.
           WRITE SEPA-XML-REG.
           SUBTRACT 1 FROM NIVEL-XML.
       CERRAR-ETIQUETA-EXIT.
           EXIT.

      * <ETIQUETA-XML ATRIBUTO-XML>VALOR-XML</ETIQUETA-XML>; un
      * valor vacio invalida el mensaje
       ESCRIBIR-VALOR.
           MOVE 0 TO ESPACIOS-FINALES.
           INSPECT FUNCTION REVERSE (VALOR-XML)
               TALLYING ESPACIOS-FINALES FOR LEADING SPACES.
           IF ESPACIOS-FINALES = 70
               DISPLAY "ERROR: elemento " ETIQUETA-XML " vacio"
               ADD 1 TO ERRORES-MENSAJE
               GO TO ESCRIBIR-VALOR-LIMPIAR.
           COMPUTE LONG-VALOR = 70 - ESPACIOS-FINALES.
           MOVE SPACES TO LINEA-XML.
           COMPUTE PUNTERO-XML = (NIVEL-XML * 2) + 1.
           STRING "<" ETIQUETA-XML DELIMITED BY SPACE
               INTO LINEA-XML WITH POINTER PUNTERO-XML.
           IF ATRIBUTO-XML NOT = SPACES
               STRING " " ATRIBUTO-XML DELIMITED BY SPACE
                   INTO LINEA-XML WITH POINTER PUNTERO-XML.
           STRING ">" VALOR-XML (1:LONG-VALOR) "</"
               DELIMITED BY SIZE
               ETIQUETA-XML DELIMITED BY SPACE
               ">" DELIMITED BY SIZE
               INTO LINEA-XML WITH POINTER PUNTERO-XML.
           MOVE LINEA-XML TO SEPA-XML-REG.
           WRITE SEPA-XML-REG.
       ESCRIBIR-VALOR-LIMPIAR.
           MOVE SPACES TO ATRIBUTO-XML.
           MOVE SPACES TO VALOR-XML.
       ESCRIBIR-VALOR-EXIT.
           EXIT.

      * centimos a importe con punto decimal y sin ceros a la
      * izquierda, como pide el esquema
       FORMATEAR-IMPORTE.
           COMPUTE IMPORTE-EDITADO = CENT-FORMATO / 100.
           MOVE 0 TO CEROS-IZQUIERDA.
           INSPECT IMPORTE-EDITADO TALLYING CEROS-IZQUIERDA
               FOR LEADING SPACES.
           MOVE IMPORTE-EDITADO (CEROS-IZQUIERDA + 1:) TO VALOR-XML.
       FORMATEAR-IMPORTE-EXIT.
           EXIT.

       FORMATEAR-NUMERO.
           MOVE NUM-FORMATO TO NUM-EDITADO.
           MOVE 0 TO CEROS-IZQUIERDA.
           INSPECT NUM-EDITADO TALLYING CEROS-IZQUIERDA
               FOR LEADING SPACES.
           MOVE NUM-EDITADO (CEROS-IZQUIERDA + 1:) TO VALOR-XML.
       FORMATEAR-NUMERO-EXIT.
           EXIT.

      * AAAAMMDD a AAAA-MM-DD
       FORMATEAR-FECHA.
           MOVE SPACES TO FECHA-XML.
           STRING FECHA-ENTRADA (1:4) "-" FECHA-ENTRADA (5:2) "-"
               FECHA-ENTRADA (7:2) DELIMITED BY SIZE INTO FECHA-XML.
           MOVE FECHA-XML TO VALOR-XML.
       FORMATEAR-FECHA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * NOMBRE-ORIGEN al juego de caracteres de la red en
      * NOMBRE-SEPA; las letras acentuadas de uno o dos octetos
      * pasan a su letra sin acento
      *----------------------------------------------------------*
       NORMALIZAR-SEPA.
           MOVE SPACES TO NOMBRE-SEPA.
           MOVE 0 TO IND-CARACTER.
           MOVE 0 TO IND-SALIDA.
           MOVE SPACE TO CARACTER-ANTERIOR.

       NORMALIZAR-SEPA-CARACTER.
           ADD 1 TO IND-CARACTER.
           IF IND-CARACTER > 61
               GO TO NORMALIZAR-SEPA-EXIT.
           MOVE NOMBRE-ORIGEN (IND-CARACTER:1) TO CARACTER.
           IF CARACTER = X"C3" AND IND-CARACTER < 61
               ADD 1 TO IND-CARACTER
               MOVE NOMBRE-ORIGEN (IND-CARACTER:1) TO CARACTER
               INSPECT CARACTER CONVERTING ACENTOS-UTF8
                   TO LETRAS-PLANAS
           ELSE
               INSPECT CARACTER CONVERTING ACENTOS-LATIN1
                   TO LETRAS-PLANAS.
           INSPECT CARACTER CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF (CARACTER < "A" OR CARACTER > "Z")
                   AND (CARACTER < "0" OR CARACTER > "9")
                   AND CARACTER NOT = "/" AND CARACTER NOT = "-"
                   AND CARACTER NOT = "?" AND CARACTER NOT = ":"
                   AND CARACTER NOT = "(" AND CARACTER NOT = ")"
                   AND CARACTER NOT = "." AND CARACTER NOT = ","
                   AND CARACTER NOT = "'" AND CARACTER NOT = "+"
               MOVE SPACE TO CARACTER.
           IF CARACTER = SPACE
                   AND (CARACTER-ANTERIOR = SPACE OR IND-SALIDA = 0)
               GO TO NORMALIZAR-SEPA-CARACTER.
           ADD 1 TO IND-SALIDA.
           MOVE CARACTER TO NOMBRE-SEPA (IND-SALIDA:1).
           MOVE CARACTER TO CARACTER-ANTERIOR.
           GO TO NORMALIZAR-SEPA-CARACTER.
       NORMALIZAR-SEPA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * el mensaje escrito tiene que cuadrar con la validacion
      * antes de dar nada por liquidado
      *----------------------------------------------------------*
       VALIDAR-MENSAJE.
           IF NIVEL-XML NOT = 0
               DISPLAY "ERROR: etiquetas sin cerrar en el mensaje"
               ADD 1 TO ERRORES-MENSAJE.
           IF NUM-ESCRITAS NOT = NUM-VALIDAS
                   OR CENT-ESCRITAS NOT = CENT-VALIDAS
               DISPLAY "ERROR: el mensaje no cuadra con la cabecera"
               ADD 1 TO ERRORES-MENSAJE.
           MOVE 0 TO SUMA-BLOQUES-NUM.
           MOVE 0 TO SUMA-BLOQUES-CENT.
           MOVE 1 TO IND-FECHA.
       VALIDAR-MENSAJE-BLOQUE.
           IF IND-FECHA > NUM-FECHAS
               GO TO VALIDAR-MENSAJE-SUMA.
           ADD BLQ-NUM (IND-FECHA) TO SUMA-BLOQUES-NUM.
           ADD BLQ-CENT (IND-FECHA) TO SUMA-BLOQUES-CENT.
           ADD 1 TO IND-FECHA.
           GO TO VALIDAR-MENSAJE-BLOQUE.
       VALIDAR-MENSAJE-SUMA.
           IF SUMA-BLOQUES-NUM NOT = NUM-VALIDAS
                   OR SUMA-BLOQUES-CENT NOT = CENT-VALIDAS
               DISPLAY "ERROR: los bloques no suman la cabecera"
               ADD 1 TO ERRORES-MENSAJE.
       VALIDAR-MENSAJE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * tercera pasada: el mensaje es valido y se marcan liquidadas
      * exactamente las transferencias que lleva
      *----------------------------------------------------------*
       MARCAR-LIQUIDADAS.
           MOVE 0 TO NUM-LIQUIDADAS.
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           OPEN INPUT CLIENTES.
           IF FSC NOT = 00
               GO TO PSYS-ERR.
           OPEN I-O TRANSFERENCIAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       MARCAR-LIQUIDADAS-LEER.
           READ TRANSFERENCIAS NEXT RECORD
               AT END GO TO MARCAR-LIQUIDADAS-CERRAR.
           PERFORM COMPROBAR-PENDIENTE THRU COMPROBAR-PENDIENTE-EXIT.
           IF NOT TRANSFERENCIA-A-LIQUIDAR
               GO TO MARCAR-LIQUIDADAS-LEER.
           PERFORM VALIDAR-TRANSFERENCIA
               THRU VALIDAR-TRANSFERENCIA-EXIT.
           IF NOT TRANSFERENCIA-VALIDA
               GO TO MARCAR-LIQUIDADAS-LEER.
           MOVE 1 TO IND-FECHA.
       MARCAR-LIQUIDADAS-FECHA.
           IF IND-FECHA > NUM-FECHAS
               GO TO MARCAR-LIQUIDADAS-LEER.
           IF BLQ-FECHA (IND-FECHA) NOT = FECHA-TRANSFERENCIA
               ADD 1 TO IND-FECHA
               GO TO MARCAR-LIQUIDADAS-FECHA.

           MOVE 1 TO T-LIQUIDADA.
           REWRITE TRANSFERENCIA-REG INVALID KEY GO TO PSYS-ERR.
           MOVE T-NUM TO JOURNAL-CLAVE.
           MOVE TRANSFERENCIA-REG TO JOURNAL-IMAGEN.
           PERFORM REGISTRAR-JOURNAL THRU REGISTRAR-JOURNAL-EXIT.

      * lado propio de la partida para conciliar con la camara
           MOVE FECHA-TRANSFERENCIA TO PARTIDA-LIQ-FECHA.
           MOVE "E" TO PARTIDA-LIQ-SENTIDO.
           MOVE T-NUM TO PARTIDA-LIQ-REFERENCIA.
           MOVE "BATCH-IB" TO PARTIDA-LIQ-PROGRAMA.
           MOVE T-BANCO-DESTINO TO PARTIDA-LIQ-BANCO.
           COMPUTE PARTIDA-LIQ-CENT = T-IMPORTE * 100.
           PERFORM ANOTAR-PARTIDA-LIQ THRU ANOTAR-PARTIDA-LIQ-EXIT.
           ADD 1 TO NUM-LIQUIDADAS.
           GO TO MARCAR-LIQUIDADAS-LEER.

       MARCAR-LIQUIDADAS-CERRAR.
           CLOSE TRANSFERENCIAS.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
       MARCAR-LIQUIDADAS-EXIT.
           EXIT.

           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-PAN-CLARO.cpy".
           COPY "REGISTRAR-ENVIO.cpy".
           COPY "COPIAR-ENVIO.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".
           COPY "ANOTAR-PARTIDA-LIQ.cpy".

      * mensaje que no cuadra: no sale de la casa
       MENSAJE-ERR.
           OPEN OUTPUT SEPA-XML.
           CLOSE SEPA-XML.

           MOVE "BATCH-IB" TO ERROR-PROGRAMA.
           MOVE "XM" TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: mensaje de liquidacion interbancaria "
               ID-MENSAJE " rechazado por la validacion. Errores: "
               ERRORES-MENSAJE ". No se ha liquidado nada".
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       PSYS-ERR.
           CLOSE TRANSFERENCIAS.
           CLOSE TARJETAS.
           CLOSE CLIENTES.
           CLOSE SEPA-XML.
           CLOSE SEPA-RECHAZOS.

           MOVE "BATCH-IB" TO ERROR-PROGRAMA.
           IF FST NOT = 00
               MOVE FST TO ERROR-FS
           ELSE
               IF FSC NOT = 00
                   MOVE FSC TO ERROR-FS
               ELSE
                   IF FSL NOT = 00
                       MOVE FSL TO ERROR-FS
                   ELSE
                       MOVE FSLR TO ERROR-FS.
           IF FSIF NOT = 00
               MOVE FSIF TO ERROR-FS.
           IF FSVD NOT = 00
               MOVE FSVD TO ERROR-FS.
           IF FSVH NOT = 00
               MOVE FSVH TO ERROR-FS.
           PERFORM REGISTRAR-ERROR THRU REGISTRAR-ERROR-EXIT.

           DISPLAY "ERROR: fallo de E/S en el proceso batch de "
               "liquidacion interbancaria. FST=" FST " FSC=" FSC
               " FSL=" FSL " FSLR=" FSLR.
           MOVE 8 TO RETURN-CODE.
           GOBACK.

       FD RECALLS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recalls.ubd".
       01 RECALL-REG.
      * solicitudes de devolucion (recall) de transferencias
      * interbancarias ya liquidadas: las que emite un supervisor
      * sobre una transferencia nuestra (BANK76) y las que otros
      * bancos nos piden sobre fondos recibidos por entrantes.txt
      * (BATCH-RECALLS). Viajan con la red en recallsout.txt y
      * recallsin.txt, fuera del mensaje de orden de transferencia
           02 RCA-CLAVE.
      * E emitido por nosotros, R recibido de otro banco
               03 RCA-SENTIDO       PIC X(1).
                   88 RECALL-EMITIDO    VALUE "E".
                   88 RECALL-RECIBIDO   VALUE "R".
      * en los emitidos el T-NUM de la transferencia; en los
      * recibidos la referencia del banco que lo pide
               03 RCA-REFERENCIA    PIC X(35).
               03 RCA-REF-T-NUM REDEFINES RCA-REFERENCIA
                                    PIC 9(35).
      * banco de la otra parte y tarjeta nuestra afectada (la de
      * origen de la transferencia o la que recibio el abono)
           02 RCA-BANCO             PIC 9(4).
           02 RCA-TARJETA           PIC 9(16).
           02 RCA-IMPORTE-ENT       PIC 9(9).
           02 RCA-IMPORTE-DEC       PIC 9(2).
      * motivo de la solicitud: DUPL duplicada, TECH error tecnico,
      * FRAD fraude, AC03 cuenta de destino erronea, CUST a peticion
      * del cliente
           02 RCA-MOTIVO            PIC X(4).
      * fecha AAAAMMDD de la transferencia o del abono recibido
           02 RCA-FECHA-ORIGINAL    PIC 9(8).
           02 RCA-ESTADO            PIC 9(1).
      * emitido pendiente de enviar / recibido pendiente de decidir
               88 RECALL-ALTA           VALUE 0.
      * emitido ya enviado a la red, esperando respuesta
               88 RECALL-SOLICITADO     VALUE 1.
               88 RECALL-ACEPTADO       VALUE 2.
               88 RECALL-RECHAZADO      VALUE 3.
      * emitido sin respuesta de la red en DIAS-RECALL dias
               88 RECALL-SIN-RESPUESTA  VALUE 4.
      * emitido aceptado cuyos fondos ya volvieron a la tarjeta
               88 RECALL-FONDOS-DEVUELTOS VALUE 5.
      * recibidos: 1 = la respuesta ya salio en recallsout.txt
           02 RCA-RESPUESTA-ENVIADA PIC 9(1).
      * motivo de rechazo: NOAS sin respuesta del cliente, NOOR sin
      * abono original, AM04 fondos insuficientes, ARDT ya devuelta,
      * CUST el cliente no acepta, LEGL decision legal
           02 RCA-MOTIVO-RESPUESTA  PIC X(4).
           02 RCA-FECHA-ALTA        PIC 9(8).
           02 RCA-FECHA-ENVIO       PIC 9(8).
           02 RCA-FECHA-RESPUESTA   PIC 9(8).
           02 RCA-FECHA-FONDOS      PIC 9(8).
      * supervisor que lo emitio o lo contesto (0 = el batch) y
      * movimiento de cargo o abono con que se movieron los fondos
           02 RCA-SUPERVISOR        PIC 9(16).
           02 RCA-MOV-NUM           PIC 9(35).

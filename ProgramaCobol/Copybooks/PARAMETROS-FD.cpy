      * porcentaje de la nomina media detectada que puede
      * anticiparse a cuenta de la siguiente
           02 PAR-PCT-ANTICIPO         PIC 9(3).
      * dias que una autorizacion de compra en comercio puede seguir
      * retenida sin llegar en la compensacion antes de liberarla
           02 PAR-DIAS-AUTORIZACION    PIC 9(3).
      * interes anual (porcentaje con dos decimales) que devenga la
      * parte no pagada del extracto de una tarjeta de credito
           02 PAR-INTERES-CREDITO      PIC 9(2)V9(2).
      * dias entre el corte mensual de una tarjeta de credito y el
      * vencimiento de su recibo
           02 PAR-DIAS-PAGO-CREDITO    PIC 9(3).
      * porcentaje de pago minimo por defecto al conceder una linea
           02 PAR-PCT-MINIMO-CREDITO   PIC 9(3).
      * dias de gracia de un cliente en la cola de revision de
      * diligencia debida antes de restringirlo a consultar saldo
           02 PAR-DIAS-GRACIA-KYC      PIC 9(3).
      * volumen anual de transferencias a otros bancos (EUR) a partir
      * del cual puntua en la calificacion de riesgo del cliente
           02 PAR-UMBRAL-INTERBANCARIO PIC 9(7).
      * meses tras el mes de devengo en que caducan los puntos de
      * fidelizacion no canjeados
           02 PAR-MESES-CADUCIDAD-PUNTOS PIC 9(3).
      * valor de canje de un punto, en centimos de euro
           02 PAR-CENT-POR-PUNTO       PIC 9(3).
      * horas que una plaza liberada queda reservada para el primero
      * de la lista de espera antes de pasar al siguiente
           02 PAR-HORAS-RESERVA-ESPERA PIC 9(3).
      * factor por el que se multiplican los umbrales de velocidad y
      * de importe atipico de una tarjeta con aviso de viaje vigente
           02 PAR-FACTOR-VIAJE         PIC 9(2)V9(1).
      * importe maximo, en euros, de una solicitud de prestamo hecha
      * desde el cajero
           02 PAR-MAX-SOLICITUD-PRESTAMO PIC 9(7).
      * interes anual de referencia con el que se estima la cuota de
      * una solicitud de prestamo al puntuarla
           02 PAR-TASA-SOLICITUD       PIC 9(2)V9(2).
      * porcentaje de endeudamiento sobre la nomina hasta el que una
      * solicitud se preaprueba, y hasta el que se deriva a estudio
           02 PAR-PCT-ENDEUDAMIENTO    PIC 9(3).
           02 PAR-PCT-ENDEUDAMIENTO-MAX PIC 9(3).
      * dias naturales de que dispone el banco para responder una
      * queja del cliente, y dias antes de ese limite en que una
      * queja sin resolver escala a supervision
           02 PAR-DIAS-RESPUESTA-QUEJA PIC 9(3).
           02 PAR-DIAS-AVISO-QUEJA     PIC 9(3).
      * dias naturales que una orden de embargo queda retenida antes
      * de transferirse al organismo, y minimo inembargable en euros
      * que se deja libre al deudor sumando todas sus tarjetas
           02 PAR-DIAS-ESPERA-EMBARGO  PIC 9(3).
           02 PAR-MINIMO-INEMBARGABLE  PIC 9(7).
      * limite en euros de la posicion abierta en cada divisa
      * (saldos de clientes contra billetes en divisa) por encima
      * del cual el informe de tesoreria avisa
           02 PAR-LIMITE-POSICION-DIVISA PIC 9(7).
      * punto comun de compromiso: dias hacia atras en que se buscan
      * tarjetas robadas, con fraude confirmado o en hotcards.txt,
      * dias de uso previos al compromiso que se revisan, minimo de
      * tarjetas comprometidas por terminal y veces por encima del
      * trafico normal a partir de las cuales se avisa
           02 PAR-DIAS-COMPROMISO      PIC 9(3).
           02 PAR-DIAS-USO-COMPROMISO  PIC 9(3).
           02 PAR-MIN-TARJETAS-COMPROMISO PIC 9(3).
           02 PAR-FACTOR-COMPROMISO    PIC 9(3)V9(1).
      * dias naturales que se espera la respuesta de la red a un
      * recall emitido antes de darlo por no contestado
           02 PAR-DIAS-RECALL          PIC 9(3).
      * horas antes del dia del espectaculo en que se cierra la
      * cesion de entradas entre tarjetas (oferta y aceptacion)
           02 PAR-HORAS-CESION         PIC 9(3).
      * tarjetas de otros bancos en nuestros cajeros: recargo en
      * euros que el terminal cobra al cliente por retirada, tasa
      * de intercambio que se reclama al banco emisor por retirada
      * y por consulta, y segundos que el cajero espera la
      * respuesta de la red antes de anular la peticion
           02 PAR-RECARGO-AJENA        PIC 9(2)V9(2).
           02 PAR-INTERCAMBIO-RETIRADA PIC 9(2)V9(2).
           02 PAR-INTERCAMBIO-CONSULTA PIC 9(2)V9(2).
           02 PAR-SEG-RESPUESTA-RED    PIC 9(3).
      * dias naturales de preaviso al cliente de un cambio de
      * comisiones o de tipos de interes: el cambio no entra en
      * vigor hasta que han pasado desde el aviso
           02 PAR-DIAS-PREAVISO        PIC 9(3).

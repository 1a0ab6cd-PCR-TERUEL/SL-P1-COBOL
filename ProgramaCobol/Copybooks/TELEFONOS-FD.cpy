       FD TELEFONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "telefonos.ubd".
       01 TELEFONO-REG.
      * directorio de pagos al movil: el telefono de la ficha del
      * cliente (CLI-TELEFONO) apunta a la tarjeta que elige para
      * recibir; un telefono solo puede apuntar a una tarjeta, y la
      * baja del telefono borra el registro
           02 TEL-TELEFONO          PIC X(15).
           02 TEL-TARJETA           PIC 9(16).
           02 TEL-TITULAR           PIC 9(9).
      * fecha (AAAAMMDD) del alta o del ultimo cambio de tarjeta
           02 TEL-FECHA-ALTA        PIC 9(8).

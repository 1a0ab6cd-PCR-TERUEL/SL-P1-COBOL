      * entrada de REGISTRAR-DENEGACION: operacion, motivo y tarjeta
      * de la operacion rechazada en el terminal en sesion
       77 DENEG-OPERACION           PIC X(13) VALUE SPACES.
       77 DENEG-MOTIVO              PIC X(20) VALUE SPACES.
       77 DENEG-TARJETA             PIC 9(16) VALUE 0.

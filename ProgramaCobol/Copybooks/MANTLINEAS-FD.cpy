       FD MANTLINEAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mantlineas.ubd".
       01 MANTLINEA-REG.
      * lineas de un fichero de mantenimiento masivo de tarjetas
      * (BANK80), aparcadas hasta que un segundo supervisor aprueba
      * el lote en BANK27; el lote es el numero de la aprobacion
           02 MLN-CLAVE.
               03 MLN-LOTE          PIC 9(35).
               03 MLN-LINEA         PIC 9(6).
           02 MLN-TARJETA           PIC 9(16).
      * E = estado, L = limite diario, P = producto,
      * C = prorroga de la caducidad
           02 MLN-OPERACION         PIC X(1).
               88 MANT-ESTADO       VALUE "E".
               88 MANT-LIMITE       VALUE "L".
               88 MANT-PRODUCTO     VALUE "P".
               88 MANT-CADUCIDAD    VALUE "C".
      * valor nuevo: estado o producto en las unidades, limite en
      * euros y centimos, caducidad como AAAAMMDD
           02 MLN-VALOR-ENT         PIC 9(8).
           02 MLN-VALOR-DEC         PIC 9(2).
           02 MLN-ESTADO            PIC 9(1).
               88 LINEA-PENDIENTE   VALUE 0.
               88 LINEA-APLICADA    VALUE 1.
               88 LINEA-RECHAZADA   VALUE 2.
               88 LINEA-OMITIDA     VALUE 3.
           02 MLN-MOTIVO            PIC X(30).
      * valor del campo antes y despues de aplicar la linea
           02 MLN-ANTES             PIC X(20).
           02 MLN-DESPUES           PIC X(20).

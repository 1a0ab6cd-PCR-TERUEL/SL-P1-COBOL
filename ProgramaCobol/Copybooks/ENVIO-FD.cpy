      * copia linea a linea de un fichero de salida: al registrarlo,
      * del fichero entregado a su copia archivada; al reenviarlo,
      * de la copia archivada al nombre que recoge el destinatario
       FD ENVIO-DESDE
           LABEL RECORD STANDARD.
       01 ENVIO-DESDE-REG           PIC X(256).

       FD ENVIO-HACIA
           LABEL RECORD STANDARD.
       01 ENVIO-HACIA-REG           PIC X(256).

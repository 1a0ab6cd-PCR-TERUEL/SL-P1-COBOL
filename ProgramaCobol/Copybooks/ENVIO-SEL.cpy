           SELECT ENVIO-DESDE ASSIGN TO NOMBRE-ENVIO-DESDE
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSVD.

           SELECT ENVIO-HACIA ASSIGN TO NOMBRE-ENVIO-HACIA
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSVH.

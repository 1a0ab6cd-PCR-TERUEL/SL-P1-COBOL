           SELECT RETIRADA-RAPIDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAP-TARJETA
           FILE STATUS IS FSRW.

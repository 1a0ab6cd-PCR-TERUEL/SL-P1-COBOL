           SELECT CESIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CES-CLAVE
           ALTERNATE RECORD KEY IS CES-TARJETA-ORIGEN
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS CES-TARJETA-DESTINO
               WITH DUPLICATES
           FILE STATUS IS FSEI.

           SELECT LISTAESPERA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-CLAVE
           ALTERNATE RECORD KEY IS ESP-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSLW.

           SELECT AUTORIZACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUT-NUM
           ALTERNATE RECORD KEY IS AUT-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSAU.

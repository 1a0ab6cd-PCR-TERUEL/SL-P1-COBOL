           SELECT SOLPRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPR-NUM
           ALTERNATE RECORD KEY IS SPR-TARJETA
               WITH DUPLICATES
           FILE STATUS IS FSSP.

           SELECT BARRIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-TARJETA
           FILE STATUS IS FSBA.

           SELECT INTERFACES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INF-CLAVE
           FILE STATUS IS FSIF.

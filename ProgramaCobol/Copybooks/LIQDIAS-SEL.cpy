           SELECT LIQDIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LQD-CLAVE
           FILE STATUS IS FSLY.

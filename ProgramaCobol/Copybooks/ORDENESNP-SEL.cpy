           SELECT ORDENESNP ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ONP-CLAVE
           FILE STATUS IS FSNP.

           SELECT MANTLINEAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MLN-CLAVE
           FILE STATUS IS FSML.

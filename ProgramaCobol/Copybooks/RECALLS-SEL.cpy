           SELECT RECALLS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCA-CLAVE
           FILE STATUS IS FSRY.

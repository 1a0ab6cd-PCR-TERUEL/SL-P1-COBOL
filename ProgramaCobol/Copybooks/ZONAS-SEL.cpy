           SELECT ZONAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ZON-CLAVE
           FILE STATUS IS FSZO.

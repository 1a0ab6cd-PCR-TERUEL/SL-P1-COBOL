           SELECT COINCIDENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COI-CLAVE
           FILE STATUS IS FSHI.

           SELECT PUNTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PTO-CLAVE
           FILE STATUS IS FSPU.

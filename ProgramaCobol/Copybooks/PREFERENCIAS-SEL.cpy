           SELECT PREFERENCIAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRF-CLIENTE
           FILE STATUS IS FSPF.

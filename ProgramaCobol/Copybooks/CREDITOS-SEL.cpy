           SELECT CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRE-TARJETA
           FILE STATUS IS FSCW.

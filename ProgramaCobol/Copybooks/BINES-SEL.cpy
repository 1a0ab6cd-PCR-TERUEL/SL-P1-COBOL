           SELECT BINES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BIN-PREFIJO
           FILE STATUS IS FSBJ.

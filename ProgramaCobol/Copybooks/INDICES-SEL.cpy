           SELECT INDICES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IDX-CODIGO
           FILE STATUS IS FSIX.

           SELECT DIVISAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIV-COD
           FILE STATUS IS FSDM.

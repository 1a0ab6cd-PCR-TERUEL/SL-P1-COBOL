           SELECT COMERCIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COM-CODIGO
           FILE STATUS IS FSCY.

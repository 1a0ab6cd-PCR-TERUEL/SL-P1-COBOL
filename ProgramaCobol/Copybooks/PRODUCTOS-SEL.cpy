           SELECT PRODUCTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRD-CODIGO
           FILE STATUS IS FSPD.

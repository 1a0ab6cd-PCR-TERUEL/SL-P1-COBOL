           SELECT AJUSTESPER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJP-MOV-NUM
           FILE STATUS IS FSAJ.

           SELECT EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EBG-NUM
           FILE STATUS IS FSEO.

           SELECT AJENAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AJE-NUM
           FILE STATUS IS FSAE.

           SELECT TALONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-NUM
           FILE STATUS IS FSTN.

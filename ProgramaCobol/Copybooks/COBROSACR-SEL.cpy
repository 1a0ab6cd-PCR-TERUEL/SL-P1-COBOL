           SELECT COBROSACR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CBA-NUM
           FILE STATUS IS FSCZ.

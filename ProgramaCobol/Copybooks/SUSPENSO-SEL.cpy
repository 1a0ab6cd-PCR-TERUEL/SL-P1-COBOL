           SELECT SUSPENSO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-NUM
           FILE STATUS IS FSPS.

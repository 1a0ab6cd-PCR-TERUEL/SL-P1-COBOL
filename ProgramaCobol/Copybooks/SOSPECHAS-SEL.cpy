           SELECT SOSPECHAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOS-NUM
           FILE STATUS IS FSBC.

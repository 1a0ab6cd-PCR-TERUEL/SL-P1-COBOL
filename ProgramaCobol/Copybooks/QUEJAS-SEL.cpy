           SELECT QUEJAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS QJA-NUM
           FILE STATUS IS FSQJ.

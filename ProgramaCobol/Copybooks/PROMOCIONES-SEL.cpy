           SELECT PROMOCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRM-NUM
           FILE STATUS IS FSPM.

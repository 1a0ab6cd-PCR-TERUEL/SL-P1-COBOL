           SELECT CHQLIBRADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLB-SERIE
           FILE STATUS IS FSLB.

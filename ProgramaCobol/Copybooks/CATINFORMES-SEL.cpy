           SELECT CATINFORMES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIN-FICHERO
           FILE STATUS IS FSCN.

           SELECT CAMBIOSCOND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CCO-CLAVE
           FILE STATUS IS FSKC.

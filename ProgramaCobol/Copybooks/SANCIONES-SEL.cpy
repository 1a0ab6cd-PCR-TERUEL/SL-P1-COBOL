           SELECT SANCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SAN-CLAVE
           FILE STATUS IS FSSN.

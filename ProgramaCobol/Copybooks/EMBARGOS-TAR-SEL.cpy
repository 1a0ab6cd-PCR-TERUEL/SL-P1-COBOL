           SELECT EMBARGOS-TAR ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EBT-CLAVE
           FILE STATUS IS FSEK.

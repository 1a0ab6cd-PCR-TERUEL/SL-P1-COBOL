           SELECT INFARCHIVO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS IAR-CLAVE
           FILE STATUS IS FSIA.

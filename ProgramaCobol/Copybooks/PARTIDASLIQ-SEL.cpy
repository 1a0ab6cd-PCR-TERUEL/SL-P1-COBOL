           SELECT PARTIDASLIQ ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLQ-CLAVE
           FILE STATUS IS FSPQ.

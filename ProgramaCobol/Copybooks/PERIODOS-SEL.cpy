           SELECT PERIODOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PER-PERIODO
           FILE STATUS IS FSPO.

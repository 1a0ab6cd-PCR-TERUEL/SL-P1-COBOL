           SELECT REGLASPUNTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RPT-MOV-TIPO
           FILE STATUS IS FSRJ.

           SELECT AVISOSVIAJE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVJ-TARJETA
           FILE STATUS IS FSAV.

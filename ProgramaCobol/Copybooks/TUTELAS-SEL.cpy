           SELECT TUTELAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUT-MENOR
           ALTERNATE RECORD KEY IS TUT-TUTOR
               WITH DUPLICATES
           FILE STATUS IS FSTL.

           SELECT ESTADOS-CAJERO ASSIGN TO DISK
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FSEJ.

           SELECT TELEFONOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TEL-TELEFONO
           ALTERNATE RECORD KEY IS TEL-TARJETA WITH DUPLICATES
           FILE STATUS IS FSTF.

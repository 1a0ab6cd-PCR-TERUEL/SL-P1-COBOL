           SELECT ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSAQ.

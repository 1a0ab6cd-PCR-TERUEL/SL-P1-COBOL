       FD INTERFACES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interfaces.ubd".
       01 INTERFAZ-REG.
      * registro de ficheros de salida entregados a terceros: cada
      * fichero queda con su destinatario, una secuencia propia de
      * ese destinatario, los totales con que salio y el nombre de
      * la copia archivada, que es la que se repone en un reenvio
           02 INF-CLAVE.
               03 INF-DESTINATARIO  PIC X(8).
               03 INF-SECUENCIA     PIC 9(6).
           02 INF-FICHERO           PIC X(20).
           02 INF-ARCHIVO           PIC X(30).
           02 INF-PROGRAMA          PIC X(8).
           02 INF-REGISTROS         PIC 9(9).
      * lineas fisicas de la copia archivada, para verificar la
      * reposicion
           02 INF-LINEAS            PIC 9(9).
           02 INF-TOTAL-CONTROL     PIC S9(13)V99.
           02 INF-FECHA-GENERACION  PIC 9(8).
           02 INF-HORA-GENERACION   PIC 9(6).
           02 INF-ESTADO            PIC 9(1).
               88 ENVIO-GENERADO    VALUE 1.
               88 ENVIO-TRANSMITIDO VALUE 2.
               88 ENVIO-ACUSADO     VALUE 3.
           02 INF-FECHA-TRANSMISION PIC 9(8).
           02 INF-HORA-TRANSMISION  PIC 9(6).
           02 INF-FECHA-ACUSE       PIC 9(8).
           02 INF-HORA-ACUSE        PIC 9(6).
           02 INF-REENVIOS          PIC 9(3).
           02 INF-FECHA-REENVIO     PIC 9(8).
      * ultimo supervisor que cambio el estado o reenvio
           02 INF-SUPERVISOR        PIC 9(16).

       FD INDICES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "indices.ubd".
       01 INDICE-REG.
      * indice de referencia de los prestamos a tipo variable
      * (01 euribor a 12 meses, 02 euribor a 6 meses, ...)
           02 IDX-CODIGO               PIC 9(2).
           02 IDX-NOMBRE               PIC X(15).
      * valor del indice en porcentaje anual; puede ser negativo
           02 IDX-TASA                 PIC S9(2)V9(3).
      * fecha AAAAMMDD de la ultima carga de este indice
           02 IDX-FECHA                PIC 9(8).

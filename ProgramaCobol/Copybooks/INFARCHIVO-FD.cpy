       FD INFARCHIVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "informesarch.ubd".
       01 INFARCHIVO-REG.
      * archivo de informes: cada copia de un .rpt queda guardada
      * bajo la fecha contable en que se archivo, linea a linea; la
      * linea 0 es la cabecera de la copia
           02 IAR-CLAVE.
               03 IAR-FICHERO       PIC X(24).
               03 IAR-FECHA         PIC 9(8).
               03 IAR-LINEA         PIC 9(6).
           02 IAR-TEXTO             PIC X(200).
      * cabecera (linea 0): lineas de la copia, fecha y hora reales
      * del archivado y descripcion del informe en el catalogo
           02 IAR-CABECERA REDEFINES IAR-TEXTO.
               03 IAR-CAB-LINEAS    PIC 9(6).
               03 IAR-CAB-FECHA     PIC 9(8).
               03 IAR-CAB-HORA      PIC 9(6).
               03 IAR-CAB-DESCR     PIC X(40).
               03 FILLER            PIC X(140).

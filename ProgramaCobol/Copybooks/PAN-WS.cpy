      * numero de tarjeta (PAN) en informes y ficheros de salida:
      * se imprime enmascarado, solo los 6 primeros y los 4 ultimos
      * digitos (ENMASCARAR-PAN). Las unicas salidas que pueden
      * llevar el numero completo son las de PAN-EXCEPCIONES, y cada
      * uso queda anotado en usopanclaro.rpt (REGISTRAR-PAN-CLARO)
       01 PAN-DATOS.
           05 PAN-CLARO                PIC 9(16).
           05 PAN-CLARO-PARTES REDEFINES PAN-CLARO.
               10 PAN-PRIMEROS         PIC X(06).
               10 FILLER               PIC X(06).
               10 PAN-ULTIMOS          PIC X(04).
           05 PAN-IMPRESO.
               10 PAN-IMP-PRIMEROS     PIC X(06).
               10 PAN-IMP-CENTRO       PIC X(06).
               10 PAN-IMP-ULTIMOS      PIC X(04).

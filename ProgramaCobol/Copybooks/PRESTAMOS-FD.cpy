      * dado por incobrable por un supervisor en la cola de mora:
      * deja de cobrarse y de crecer en el informe de riesgo
               88 PRESTAMO-FALLIDO     VALUE 2.
      * tipo de interes: fijo (PRE-TASA para toda la vida) o variable
      * (PRE-TASA es el tipo vigente, indice mas diferencial, y se
      * revisa cada PRE-MESES-REVISION meses en BATCH-REVISION)
           02 PRE-TIPO-INTERES      PIC 9(1).
               88 PRESTAMO-FIJO        VALUE 0.
               88 PRESTAMO-VARIABLE    VALUE 1.
           02 PRE-INDICE            PIC 9(2).
           02 PRE-DIFERENCIAL       PIC 9(2)V9(2).
           02 PRE-MESES-REVISION    PIC 9(2).
           02 PRE-FECHA-REVISION    PIC 9(8).
           02 PRE-FECHA-ULT-REVISION PIC 9(8).

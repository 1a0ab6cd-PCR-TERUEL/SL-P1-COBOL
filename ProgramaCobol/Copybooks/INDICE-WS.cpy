      * consulta del indice de referencia (LEER-INDICE): codigo en
      * INDICE-BUSCADO; HAY-INDICE queda a 0 si no esta cargado
       77 INDICE-BUSCADO            PIC  9(2) VALUE 0.
       77 TASA-INDICE               PIC S9(2)V9(3) VALUE 0.
       77 HAY-INDICE                PIC  9(1) VALUE 0.
      * fecha de la siguiente revision (CALCULAR-FECHA-REVISION):
      * REVISION-FECHA-BASE mas REVISION-MESES meses; el dia se
      * limita a 28 para que la fecha exista en cualquier mes
       77 REVISION-FECHA-BASE       PIC  9(8) VALUE 0.
       77 REVISION-MESES            PIC  9(2) VALUE 0.
       77 REVISION-FECHA            PIC  9(8) VALUE 0.
       77 REVISION-ANO              PIC  9(4) VALUE 0.
       77 REVISION-MES              PIC  9(3) VALUE 0.
       77 REVISION-DIA              PIC  9(2) VALUE 0.

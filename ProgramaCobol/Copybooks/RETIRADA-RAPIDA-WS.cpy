      * retirada rapida de RAPIDA-TARJETA leida por
      * LEER-RETIRADA-RAPIDA; sin ficha HAY-RAPIDA queda a 0
       77 RAPIDA-TARJETA            PIC  9(16) VALUE 0.
       77 HAY-RAPIDA                PIC  9(1) VALUE 0.
       77 RAPIDA-IMPORTE            PIC  9(7) VALUE 0.
       77 RAPIDA-N-50               PIC  9(5) VALUE 0.
       77 RAPIDA-N-20               PIC  9(5) VALUE 0.
       77 RAPIDA-N-10               PIC  9(5) VALUE 0.
       77 RAPIDA-RECIBO             PIC  9(1) VALUE 0.

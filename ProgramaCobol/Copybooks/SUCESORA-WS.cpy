      * tarjeta a resolver a su sucesora vigente (RESOLVER-SUCESORA):
      * a la salida, la sucesora o la misma tarjeta si no la tiene
       77 TARJETA-SUCESORA          PIC  9(16) VALUE 0.
       77 HAY-SUCESORA              PIC  9(1) VALUE 0.
       77 SALTOS-SUCESORA           PIC  9(1) VALUE 0.

      * promocion en pantalla (0 = ninguna) y la ultima mostrada,
      * para ir rotando entre las que aplican
       77 PROMO-EN-PANTALLA         PIC  9(3) VALUE 0.
       77 PROMO-ULTIMA              PIC  9(3) VALUE 0.
      * 1 = bienvenida (sin cliente), 2 = menu
       77 PROMO-PANTALLA            PIC  9(1).
       77 PROMO-EVENTO              PIC  X(9).
       77 PROMO-TARJETA             PIC  9(16).
       77 PROMO-PRODUCTO            PIC  9(2).
       77 PROMO-SEGMENTO            PIC  9(1).
       77 PROMO-SALDO               PIC S9(9).
       77 PROMO-TEXTO               PIC  X(45).
       77 PROMO-INFO-1              PIC  X(45).
       77 PROMO-INFO-2              PIC  X(45).

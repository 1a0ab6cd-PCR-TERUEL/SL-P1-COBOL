           02 IH-HOR                       PIC   9(2).
           02 IH-MIN                       PIC   9(2).
           02 IH-SEG                       PIC   9(2).
      * terminal en el que se tecleo el PIN erroneo (0 = intentos
      * anteriores a este campo)
           02 IH-CAJERO                    PIC   9(4).

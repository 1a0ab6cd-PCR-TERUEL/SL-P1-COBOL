      * tarjeta perdida o robada que se repone o cuya reposicion se
      * busca (COMPROBAR-REPOSICION): 1 en YA-REPUESTA si ya tiene
      * una tarjeta de reposicion no anulada
       77 TARJETA-REPUESTA          PIC 9(16) VALUE 0.
       77 YA-REPUESTA               PIC  9(1) VALUE 0.

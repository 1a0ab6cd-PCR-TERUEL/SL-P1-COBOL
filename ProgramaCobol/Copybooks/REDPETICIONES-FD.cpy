      * peticion a la red: R retirada, C consulta de saldo y A
      * anulacion de una peticion anterior (misma referencia)
       FD RED-PETICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "redpeticiones.txt".
       01 RED-PETICION-REG.
           02 RPE-TIPO                 PIC X(1).
           02 FILLER                   PIC X(1).
           02 RPE-REFERENCIA           PIC 9(10).
           02 FILLER                   PIC X(1).
           02 RPE-TARJETA              PIC X(16).
           02 FILLER                   PIC X(1).
           02 RPE-PIN-BLOQUE           PIC 9(8).
           02 FILLER                   PIC X(1).
           02 RPE-BANCO                PIC 9(4).
           02 FILLER                   PIC X(1).
           02 RPE-CAJERO               PIC 9(4).
           02 FILLER                   PIC X(1).
           02 RPE-IMPORTE-ENT          PIC 9(7).
           02 RPE-IMPORTE-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 RPE-RECARGO-ENT          PIC 9(3).
           02 RPE-RECARGO-DEC          PIC 9(2).
           02 FILLER                   PIC X(1).
           02 RPE-FECHA                PIC 9(8).
           02 FILLER                   PIC X(1).
           02 RPE-HORA                 PIC 9(6).

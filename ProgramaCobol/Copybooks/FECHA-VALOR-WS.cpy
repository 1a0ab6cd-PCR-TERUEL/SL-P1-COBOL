      * fecha valor de cada movimiento (ver ASIGNAR-FECHA-VALOR): dias
      * habiles que se suman por MOV-TIPO (01 a 35) a la fecha base;
      * la entrada de cheque (04) toma valor dos dias habiles despues
      * del deposito, el resto de tipos toma valor el mismo dia
       01 TABLA-DIAS-VALOR.
           05 FILLER                PIC X(35) VALUE
               "00020000000000000000000000000000000".
       01 TABLA-DIAS-VALOR-R REDEFINES TABLA-DIAS-VALOR.
           05 DIAS-VALOR-TIPO       PIC 9(1) OCCURS 35 TIMES.
      * fecha pactada con la contraparte (deposito del cheque,
      * autorizacion de la compra...) que el programa deja antes de
      * escribir el movimiento; cero = la fecha contable del apunte
       77 FECHA-VALOR-ORIGEN        PIC 9(8) VALUE 0.
       77 DIAS-VALOR-PEND           PIC 9(1) VALUE 0.

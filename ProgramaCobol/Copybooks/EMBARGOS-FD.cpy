       FD EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
       01 EMBARGO-REG.
      * ordenes de embargo de saldos recibidas de juzgados y de la
      * Agencia Tributaria en embargos.txt (BATCH-EMBARGOS): cada
      * orden retiene en TRETENIDO de las tarjetas del deudor lo que
      * exceda del minimo inembargable, hasta el importe ordenado, y
      * pasado el plazo legal de espera transfiere lo retenido al
      * organismo; el reparto por tarjeta queda en embargotar.ubd
      * numero de orden, asignado por CONTADORES (cod 29)
           02 EBG-NUM               PIC 9(10).
      * organismo emisor y secuencia del fichero que trajo la orden
           02 EBG-ORIGEN            PIC X(8).
           02 EBG-SECUENCIA         PIC 9(6).
      * referencia de la diligencia para el organismo
           02 EBG-REFERENCIA        PIC X(16).
           02 EBG-DNI               PIC X(9).
      * cuenta del organismo a la que se transfiere lo embargado
           02 EBG-BANCO             PIC 9(4).
           02 EBG-CUENTA            PIC 9(16).
           02 EBG-BENEFICIARIO      PIC X(30).
      * importes en centimos: ordenado, retenido al recibir la orden
      * y transferido al vencer el plazo de espera
           02 EBG-ORDENADO-CENT     PIC 9(11).
           02 EBG-RETENIDO-CENT     PIC 9(11).
           02 EBG-TRANSFERIDO-CENT  PIC 9(11).
           02 EBG-FECHA-ALTA        PIC 9(8).
      * fecha a partir de la cual se transfiere lo retenido
           02 EBG-FECHA-EJECUCION   PIC 9(8).
      * motivo de una orden sin efecto: 01 el DNI no es cliente,
      * 02 sin cuentas embargables, 03 saldo dentro del minimo
      * inembargable
           02 EBG-MOTIVO            PIC 9(2).
           02 EBG-ESTADO            PIC 9(1).
               88 EMBARGO-RETENIDO      VALUE 0.
               88 EMBARGO-EJECUTADO     VALUE 1.
               88 EMBARGO-SIN-EFECTO    VALUE 2.

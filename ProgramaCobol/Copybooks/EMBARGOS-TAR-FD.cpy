       FD EMBARGOS-TAR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargotar.ubd".
       01 EMBARGO-TAR-REG.
      * importe retenido por una orden de embargos.ubd en cada una
      * de las tarjetas del deudor; al ejecutarse la orden sale de
      * TRETENIDO y del saldo de esa misma tarjeta
           02 EBT-CLAVE.
               03 EBT-EMBARGO       PIC 9(10).
               03 EBT-TARJETA       PIC 9(16).
           02 EBT-RETENIDO-CENT     PIC 9(11).
           02 EBT-TRANSFERIDO-CENT  PIC 9(11).
           02 EBT-ESTADO            PIC 9(1).
               88 EBT-RETENIDO          VALUE 0.
               88 EBT-TRANSFERIDO       VALUE 1.
      * la tarjeta ya no existe al vencer el plazo
               88 EBT-ANULADO           VALUE 2.

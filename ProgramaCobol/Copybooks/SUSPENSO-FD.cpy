       FD SUSPENSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspenso.ubd".
       01 SUSPENSO-REG.
      * partidas en suspenso: abonos recibidos que no se pudieron
      * casar con una tarjeta (entrantes y nominas rechazadas,
      * confirmaciones de recarga y devoluciones interbancarias sin
      * operacion a la que reabonar). Quedan en la cuenta contable de
      * suspenso (ctascont.ubd, codigo 96) hasta que un supervisor
      * las aplica a una tarjeta o las devuelve al remitente (BANK73)
      * numero de partida, asignado por CONTADORES (cod 30)
           02 SUS-NUM               PIC 9(10).
      * proceso que la dejo en suspenso: ENTRANTE, NOMINA, RECARGA,
      * DEVINTER o RECALL, y referencia de la partida en su fichero
      * de origen
           02 SUS-ORIGEN            PIC X(8).
           02 SUS-REFERENCIA        PIC X(35).
      * tarjeta a la que venia dirigida y remitente (banco, empresa
      * pagadora u operadora segun el origen)
           02 SUS-TARJETA           PIC 9(16).
           02 SUS-REMITENTE         PIC 9(6).
           02 SUS-IMPORTE-ENT       PIC 9(9).
           02 SUS-IMPORTE-DEC       PIC 9(2).
           02 SUS-DIVISA            PIC 9(2).
      * motivo por el que no se abono: en ENTRANTE y NOMINA el de
      * su fichero de devoluciones, en DEVINTER el del rechazo de la
      * red; en RECARGA 01 fallida sin venta que casar y 02 tarjeta
      * sin cuenta a la que reabonar; en RECALL 01 tarjeta de origen
      * sin cuenta a la que devolver los fondos
           02 SUS-MOTIVO            PIC 9(2).
           02 SUS-FECHA-ALTA        PIC 9(8).
           02 SUS-ESTADO            PIC 9(1).
               88 SUSPENSO-PENDIENTE    VALUE 0.
               88 SUSPENSO-APLICADO     VALUE 1.
               88 SUSPENSO-DEVUELTO     VALUE 2.
      * resolucion: fecha, supervisor y, si se aplico, tarjeta y
      * movimiento del abono
           02 SUS-FECHA-RESOLUCION  PIC 9(8).
           02 SUS-SUPERVISOR        PIC 9(16).
           02 SUS-TARJETA-APLICADA  PIC 9(16).
           02 SUS-MOV-APLICACION    PIC 9(35).

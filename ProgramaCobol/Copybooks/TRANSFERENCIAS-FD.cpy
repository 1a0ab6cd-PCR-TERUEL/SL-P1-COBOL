      * devuelta ya reabono a la tarjeta de origen
               88 T-LIQ-CONFIRMADA VALUE 2.
               88 T-LIQ-DEVUELTA VALUE 3.
      * divisa en la que se anoto el importe de la transferencia,
      * codigo del maestro de divisas (divisas.ubd)
           02 T-DIVISA                     PIC   9(02).
               88 T-DIVISA-EUR VALUE 01.
      * nombre del beneficiario de una transferencia a un banco
      * externo, tecleado por el cliente al ordenarla: su titular no
      * esta en clientes.ubd y el mensaje de compensacion lo exige
      * (espacios en las domesticas y en las anteriores al campo)
           02 T-BENEFICIARIO               PIC   X(30).
      * periodicidad de una orden programada (T-MENSUAL = 1): 0 la
      * mensual de siempre, que repite el dia T-DIA del alta; las
      * demas llevan su propio calendario en T-PROX-EJECUCION y
      * T-MESES-REPETIR cuenta las ejecuciones que quedan
           02 T-PERIODICIDAD               PIC   9(1).
               88 T-PER-CLASICA VALUE 0.
               88 T-PER-UNICA VALUE 1.
               88 T-PER-SEMANAL VALUE 2.
               88 T-PER-MENSUAL VALUE 3.
               88 T-PER-TRIMESTRAL VALUE 4.
               88 T-PER-ANUAL VALUE 5.
      * dia del mes elegido para las mensuales, trimestrales y
      * anuales (en los meses cortos se ejecuta el ultimo dia)
           02 T-DIA-EJECUCION              PIC   9(2).
      * fecha AAAAMMDD prevista para la siguiente ejecucion, antes
      * de rodar al dia habil (0 = se calcula como mensual clasica)
           02 T-PROX-EJECUCION             PIC   9(8).
      * 1 = orden programada para una fecha futura: su alta no movio
      * dinero y cada ejecucion es un registro aparte, asi que no
      * cuenta como transferencia realizada (0 en todas las demas)
           02 T-SOLO-ORDEN                 PIC   9(1).
               88 T-ES-SOLO-ORDEN VALUE 1.

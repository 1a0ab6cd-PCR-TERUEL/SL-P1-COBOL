           COPY "PARAMETROS-SEL.cpy".
           COPY "CONTADORES-SEL.cpy".
           COPY "CIERRECTL-SEL.cpy".
           COPY "PERIODOS-SEL.cpy".
           COPY "AJUSTESPER-SEL.cpy".
           COPY "CALENDARIO-SEL.cpy".
           COPY "JOURNAL-SEL.cpy".
           COPY "NOTIFICACIONES-SEL.cpy".
           COPY "ERRORES-SEL.cpy".
           COPY "PARAMETROS-FD.cpy".
           COPY "CONTADORES-FD.cpy".
           COPY "CIERRECTL-FD.cpy".
           COPY "PERIODOS-FD.cpy".
           COPY "AJUSTESPER-FD.cpy".
           COPY "CALENDARIO-FD.cpy".
           COPY "JOURNAL-FD.cpy".
           COPY "NOTIFICACIONES-FD.cpy".
           COPY "ERRORES-FD.cpy".
       77 FSP                       PIC   X(2).
       77 FSCO                      PIC   X(2).
       77 FSCI                      PIC   X(2).
       77 FSPO                      PIC   X(2).
       77 FSAJ                      PIC   X(2).
       77 FSCL                      PIC   X(2).
       77 FSJR                      PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSE                       PIC   X(2).
           COPY "SALDO-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "MOV-NUM-WS.cpy".
           COPY "CALENDARIO-WS.cpy".
           COPY "FECHA-VALOR-WS.cpy".
           COPY "ATC-NUM-WS.cpy".
           COPY "FECHA-CONTABLE-WS.cpy".
           COPY "JOURNAL-WS.cpy".
           COPY "NOTIFICACION-WS.cpy".
           COPY "TARIFA-WS.cpy".
           COPY "PARAMETROS-WS.cpy".
           COPY "NOMINA-WS.cpy".

       77 IMPORTE-USUARIO           PIC  9(5).
       77 FECHA-HOY-YMD             PIC  9(8).
       77 CENT-TOPE                 PIC S9(11) VALUE 0.
       77 CENT-IMPORTE              PIC S9(11).
       77 CENT-SALDO                PIC S9(11).
           PERFORM LEER-FECHA-CONTABLE THRU LEER-FECHA-CONTABLE-EXIT.

      * el anticipo es un producto de cuenta: las tarjetas regalo
      * prepagadas y las de credito no tienen nomina que adelantar,
      * y la cuenta de menor no admite anticipos
           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PSYS-ERR.
           IF PRODUCTO-PREPAGO OR PRODUCTO-CREDITO OR PRODUCTO-MENOR
               CLOSE TARJETAS
               GO TO PPRODUCTO-ERR.
           CLOSE TARJETAS.
           IF HAY-ANTICIPO-VIVO = 1
               GO TO PANTICIPO-VIVO.

           MOVE TNUM-P TO NOMINA-TARJETA.
           MOVE FECHA-HOY-YMD TO NOMINA-HOY-YMD.
           PERFORM CALCULAR-NOMINA-MEDIA
               THRU CALCULAR-NOMINA-MEDIA-EXIT.
           IF NUM-NOMINAS = 0
       BUSCAR-ANTICIPO-VIVO-EXIT.
           EXIT.

      * abono inmediato del anticipo con su tipo de movimiento
       ABONAR-ANTICIPO.
           MOVE TNUM-P TO TARJETA-CALCULO.
           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           MOVE 0 TO MOV-REF-EXTORNO.
           MOVE TERMINAL-ID TO MOV-CAJERO.
           COMPUTE MOV-SALDOPOS = CENT-NUEVO-SALDO / 100.
           PERFORM ASIGNAR-FECHA-VALOR THRU ASIGNAR-FECHA-VALOR-EXIT
           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-MOVIMIENTOS.

           COPY "LEER-SALDO-TARJETA.cpy".
           COPY "ACTUALIZAR-SALDO-TARJETA.cpy".
           COPY "SIGUIENTE-MOV-NUM.cpy".
           COPY "ASIGNAR-FECHA-VALOR.cpy".
           COPY "SIGUIENTE-DIA-HABIL.cpy".
           COPY "ES-DIA-HABIL.cpy".
           COPY "SIGUIENTE-ATC-NUM.cpy".
           COPY "LEER-FECHA-CONTABLE.cpy".
           COPY "LEER-PCT-ANTICIPO.cpy".
           COPY "CALCULAR-NOMINA-MEDIA.cpy".
           COPY "LEER-TARIFA.cpy".
           COPY "REGISTRAR-ERROR.cpy".
           COPY "REGISTRAR-JOURNAL.cpy".

      * liquidacion.rpt. Si el control de acceso de BANK38 dejo
      * datos de asistencia (entradas usadas), la comision se
      * calcula sobre la recaudacion de la asistencia real y el
      * recuento queda en asistencia.rpt. La parte del precio que el
      * cliente pago con puntos de fidelizacion figura aparte como
      * pagada por el banco. En los eventos con zonas cada
      * espectaculo lleva ademas una linea por zona vendida
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               10 VTA-CANTIDAD       PIC  9(5).
               10 VTA-BRUTO-CENT     PIC S9(11).
               10 VTA-ASISTENCIA     PIC  9(5).
               10 VTA-BANCO-CENT     PIC S9(11).
       77 NUM-VENTAS                 PIC  9(3) VALUE 0.
       77 INDICE-VENTA               PIC  9(3) VALUE 0.

      * las mismas ventas desglosadas por zona del evento
       01 TABLA-VENTAS-ZONA.
           05 VENTA-ZONA OCCURS 400 TIMES.
               10 VZN-EVENTO         PIC  9(8).
               10 VZN-ZONA           PIC  9(2).
               10 VZN-CANTIDAD       PIC  9(5).
               10 VZN-BRUTO-CENT     PIC S9(11).
               10 VZN-ASISTENCIA     PIC  9(5).
               10 VZN-BANCO-CENT     PIC S9(11).
       77 NUM-VENTAS-ZONA            PIC  9(3) VALUE 0.
       77 INDICE-ZONA                PIC  9(3) VALUE 0.

      * totales por organizador para la linea de liquidacion final
       01 TABLA-ORGANIZADORES.
           05 TOTAL-ORGANIZADOR OCCURS 100 TIMES.
               10 ORG-BRUTO-CENT     PIC S9(11).
               10 ORG-COMISION-CENT  PIC S9(11).
               10 ORG-NETO-CENT      PIC S9(11).
               10 ORG-BANCO-CENT     PIC S9(11).
       77 NUM-ORGANIZADORES          PIC  9(3) VALUE 0.
       77 INDICE-ORG                 PIC  9(3) VALUE 0.

       77 CENT-BRUTO                 PIC S9(11).
       77 CENT-COMISION              PIC S9(11).
       77 CENT-NETO                  PIC S9(11).
       77 CENT-BANCO                 PIC S9(11).
       77 ORGANIZADOR-ACTUAL         PIC  9(4).
       77 ENCONTRADO                 PIC  9(1).
       77 NUM-ENTRADAS-LIQ           PIC  9(6) VALUE 0.
               AT END GO TO AGREGAR-VENTAS-CERRAR.
           IF ENT-ANO NOT = ANO-PERIODO OR ENT-MES NOT = MES-PERIODO
               GO TO AGREGAR-VENTAS-LEER.
      * la cedida del todo queda sin plazas ni precio: la venta sigue
      * en la serie emitida a la tarjeta que la recibio, que conserva
      * la fecha de compra original
           IF ENTRADA-DEVUELTA OR ENTRADA-CEDIDA
               GO TO AGREGAR-VENTAS-LEER.
           ADD 1 TO NUM-ENTRADAS-LIQ.
           PERFORM ACUMULAR-VENTA THRU ACUMULAR-VENTA-EXIT.
           MOVE 0 TO VTA-CANTIDAD (INDICE-VENTA).
           MOVE 0 TO VTA-BRUTO-CENT (INDICE-VENTA).
           MOVE 0 TO VTA-ASISTENCIA (INDICE-VENTA).
           MOVE 0 TO VTA-BANCO-CENT (INDICE-VENTA).

       ACUMULAR-VENTA-SUMAR.
           ADD ENT-CANTIDAD TO VTA-CANTIDAD (INDICE-VENTA).
           COMPUTE VTA-BRUTO-CENT (INDICE-VENTA) =
               VTA-BRUTO-CENT (INDICE-VENTA)
               + (ENT-PRECIO-ENT * 100) + ENT-PRECIO-DEC.
           COMPUTE VTA-BANCO-CENT (INDICE-VENTA) =
               VTA-BANCO-CENT (INDICE-VENTA)
               + (ENT-PUNTOS-ENT * 100) + ENT-PUNTOS-DEC.
           IF ENTRADA-USADA
               ADD ENT-CANTIDAD TO VTA-ASISTENCIA (INDICE-VENTA).
           IF ENT-ZONA NOT = 0
               PERFORM ACUMULAR-ZONA THRU ACUMULAR-ZONA-EXIT.
       ACUMULAR-VENTA-EXIT.
           EXIT.

       ACUMULAR-ZONA.
           MOVE 0 TO INDICE-ZONA.

       ACUMULAR-ZONA-BUSCAR.
           ADD 1 TO INDICE-ZONA.
           IF INDICE-ZONA > NUM-VENTAS-ZONA
               GO TO ACUMULAR-ZONA-NUEVA.
           IF VZN-EVENTO (INDICE-ZONA) = ENT-EVENTO
                   AND VZN-ZONA (INDICE-ZONA) = ENT-ZONA
               GO TO ACUMULAR-ZONA-SUMAR.
           GO TO ACUMULAR-ZONA-BUSCAR.

       ACUMULAR-ZONA-NUEVA.
           IF NUM-VENTAS-ZONA = 400
               DISPLAY "AVISO: tabla de zonas llena, se omite la zona "
                   ENT-ZONA " del evento " ENT-EVENTO
               GO TO ACUMULAR-ZONA-EXIT.
           ADD 1 TO NUM-VENTAS-ZONA.
           MOVE NUM-VENTAS-ZONA TO INDICE-ZONA.
           MOVE ENT-EVENTO TO VZN-EVENTO (INDICE-ZONA).
           MOVE ENT-ZONA TO VZN-ZONA (INDICE-ZONA).
           MOVE 0 TO VZN-CANTIDAD (INDICE-ZONA).
           MOVE 0 TO VZN-BRUTO-CENT (INDICE-ZONA).
           MOVE 0 TO VZN-ASISTENCIA (INDICE-ZONA).
           MOVE 0 TO VZN-BANCO-CENT (INDICE-ZONA).

       ACUMULAR-ZONA-SUMAR.
           ADD ENT-CANTIDAD TO VZN-CANTIDAD (INDICE-ZONA).
           COMPUTE VZN-BRUTO-CENT (INDICE-ZONA) =
               VZN-BRUTO-CENT (INDICE-ZONA)
               + (ENT-PRECIO-ENT * 100) + ENT-PRECIO-DEC.
           COMPUTE VZN-BANCO-CENT (INDICE-ZONA) =
               VZN-BANCO-CENT (INDICE-ZONA)
               + (ENT-PUNTOS-ENT * 100) + ENT-PUNTOS-DEC.
           IF ENTRADA-USADA
               ADD ENT-CANTIDAD TO VZN-ASISTENCIA (INDICE-ZONA).
       ACUMULAR-ZONA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * por cada espectaculo vendido: localiza su organizador,
      * calcula la comision y escribe la linea de detalle; despues
           MOVE "ORGANIZADOR" TO LQE-TIPO.
           MOVE ORG-CODIGO (INDICE-ORG) TO LQE-ORGANIZADOR.
           MOVE 0 TO LQE-EVENTO.
           MOVE 0 TO LQE-ZONA.
           MOVE ORG-CANTIDAD (INDICE-ORG) TO LQE-CANTIDAD.
           COMPUTE LQE-BRUTO-ENT = ORG-BRUTO-CENT (INDICE-ORG) / 100.
           COMPUTE LQE-BRUTO-DEC =
           COMPUTE LQE-NETO-ENT = ORG-NETO-CENT (INDICE-ORG) / 100.
           COMPUTE LQE-NETO-DEC =
               FUNCTION MOD(ORG-NETO-CENT (INDICE-ORG), 100).
           COMPUTE LQE-BANCO-ENT = ORG-BANCO-CENT (INDICE-ORG) / 100.
           COMPUTE LQE-BANCO-DEC =
               FUNCTION MOD(ORG-BANCO-CENT (INDICE-ORG), 100).
           MOVE ANO-PERIODO TO LQE-ANO.
           MOVE MES-PERIODO TO LQE-MES.
           WRITE LIQ-EVENTO-REG.
               COMPUTE CENT-COMISION ROUNDED =
                   CENT-BRUTO * PCT-COMISION-EVENTOS / 100.
           COMPUTE CENT-NETO = CENT-BRUTO - CENT-COMISION.
           MOVE VTA-BANCO-CENT (INDICE-VENTA) TO CENT-BANCO.

           PERFORM ESCRIBIR-ASISTENCIA
               THRU ESCRIBIR-ASISTENCIA-EXIT.
           MOVE "EVENTO" TO LQE-TIPO.
           MOVE ORGANIZADOR-ACTUAL TO LQE-ORGANIZADOR.
           MOVE VTA-EVENTO (INDICE-VENTA) TO LQE-EVENTO.
           MOVE 0 TO LQE-ZONA.
           MOVE VTA-CANTIDAD (INDICE-VENTA) TO LQE-CANTIDAD.
           COMPUTE LQE-BRUTO-ENT = CENT-BRUTO / 100.
           COMPUTE LQE-BRUTO-DEC = FUNCTION MOD(CENT-BRUTO, 100).
           COMPUTE LQE-COMISION-DEC = FUNCTION MOD(CENT-COMISION, 100).
           COMPUTE LQE-NETO-ENT = CENT-NETO / 100.
           COMPUTE LQE-NETO-DEC = FUNCTION MOD(CENT-NETO, 100).
           COMPUTE LQE-BANCO-ENT = CENT-BANCO / 100.
           COMPUTE LQE-BANCO-DEC = FUNCTION MOD(CENT-BANCO, 100).
           MOVE ANO-PERIODO TO LQE-ANO.
           MOVE MES-PERIODO TO LQE-MES.
           WRITE LIQ-EVENTO-REG.

           PERFORM ACUMULAR-ORGANIZADOR THRU ACUMULAR-ORGANIZADOR-EXIT.
           PERFORM LIQUIDAR-ZONAS THRU LIQUIDAR-ZONAS-EXIT.
       LIQUIDAR-UNA-EXIT.
           EXIT.

      *----------------------------------------------------------*
      * desglose por zonas del espectaculo en curso, con la misma
      * regla de comision que la linea del evento; no suma en el
      * total del organizador, que ya recoge la linea del evento
      *----------------------------------------------------------*
       LIQUIDAR-ZONAS.
           MOVE 0 TO INDICE-ZONA.

       LIQUIDAR-ZONAS-LOOP.
           ADD 1 TO INDICE-ZONA.
           IF INDICE-ZONA > NUM-VENTAS-ZONA
               GO TO LIQUIDAR-ZONAS-EXIT.
           IF VZN-EVENTO (INDICE-ZONA) NOT = VTA-EVENTO (INDICE-VENTA)
               GO TO LIQUIDAR-ZONAS-LOOP.

           MOVE VZN-BRUTO-CENT (INDICE-ZONA) TO CENT-BRUTO.
           IF VZN-ASISTENCIA (INDICE-ZONA) NOT = 0
                   AND VZN-CANTIDAD (INDICE-ZONA) NOT = 0
               COMPUTE CENT-COMISION ROUNDED =
                   CENT-BRUTO * VZN-ASISTENCIA (INDICE-ZONA)
                   / VZN-CANTIDAD (INDICE-ZONA)
                   * PCT-COMISION-EVENTOS / 100
           ELSE
               COMPUTE CENT-COMISION ROUNDED =
                   CENT-BRUTO * PCT-COMISION-EVENTOS / 100.
           COMPUTE CENT-NETO = CENT-BRUTO - CENT-COMISION.
           MOVE VZN-BANCO-CENT (INDICE-ZONA) TO CENT-BANCO.

           MOVE "ZONA" TO LQE-TIPO.
           MOVE ORGANIZADOR-ACTUAL TO LQE-ORGANIZADOR.
           MOVE VZN-EVENTO (INDICE-ZONA) TO LQE-EVENTO.
           MOVE VZN-ZONA (INDICE-ZONA) TO LQE-ZONA.
           MOVE VZN-CANTIDAD (INDICE-ZONA) TO LQE-CANTIDAD.
           COMPUTE LQE-BRUTO-ENT = CENT-BRUTO / 100.
           COMPUTE LQE-BRUTO-DEC = FUNCTION MOD(CENT-BRUTO, 100).
           COMPUTE LQE-COMISION-ENT = CENT-COMISION / 100.
           COMPUTE LQE-COMISION-DEC = FUNCTION MOD(CENT-COMISION, 100).
           COMPUTE LQE-NETO-ENT = CENT-NETO / 100.
           COMPUTE LQE-NETO-DEC = FUNCTION MOD(CENT-NETO, 100).
           COMPUTE LQE-BANCO-ENT = CENT-BANCO / 100.
           COMPUTE LQE-BANCO-DEC = FUNCTION MOD(CENT-BANCO, 100).
           MOVE ANO-PERIODO TO LQE-ANO.
           MOVE MES-PERIODO TO LQE-MES.
           WRITE LIQ-EVENTO-REG.
           GO TO LIQUIDAR-ZONAS-LOOP.
       LIQUIDAR-ZONAS-EXIT.
           EXIT.

       ESCRIBIR-ASISTENCIA.
           MOVE VTA-EVENTO (INDICE-VENTA) TO ASI-EVENTO.
           MOVE VTA-CANTIDAD (INDICE-VENTA) TO ASI-VENDIDAS.
           MOVE 0 TO ORG-BRUTO-CENT (INDICE-ORG).
           MOVE 0 TO ORG-COMISION-CENT (INDICE-ORG).
           MOVE 0 TO ORG-NETO-CENT (INDICE-ORG).
           MOVE 0 TO ORG-BANCO-CENT (INDICE-ORG).

       ACUMULAR-ORGANIZADOR-SUMAR.
           ADD VTA-CANTIDAD (INDICE-VENTA)
           ADD CENT-BRUTO TO ORG-BRUTO-CENT (INDICE-ORG).
           ADD CENT-COMISION TO ORG-COMISION-CENT (INDICE-ORG).
           ADD CENT-NETO TO ORG-NETO-CENT (INDICE-ORG).
           ADD CENT-BANCO TO ORG-BANCO-CENT (INDICE-ORG).
       ACUMULAR-ORGANIZADOR-EXIT.
           EXIT.


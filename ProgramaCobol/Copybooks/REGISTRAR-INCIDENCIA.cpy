      * incidencia de terminal: deja la linea en incidencias.rpt,
      * acumula el contador de incidencias consecutivas del
      * terminal en cajeros.ubd y, al llegar al maximo
      * parametrizado, pone el terminal fuera de servicio (con su
      * linea en estadoscajero.rpt) y avisa a supervision por la
      * cola de notificaciones; una dispensa correcta pone el
      * contador a cero (RESTABLECER-INCIDENCIAS)
       REGISTRAR-INCIDENCIA.
           OPEN EXTEND INCIDENCIAS.
           IF FSIC = 35
           MOVE HORAS TO INC-HOR.
           MOVE MINUTOS TO INC-MIN.
           MOVE INCID-CAUSA TO INC-CAUSA.
           MOVE INCID-TARJETA TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO INC-TARJETA.
           WRITE INCIDENCIA-REG.
           CLOSE INCIDENCIAS.

           IF CAJ-INCIDENTES-SEGUIDOS NOT < MAX-INCIDENTES-CAJERO
                   AND CAJERO-ACTIVO
               MOVE 02 TO CAJ-ESTADO
               MOVE "INCIDENCIAS" TO ESTADO-CAJERO-ORIGEN
               PERFORM REGISTRAR-ESTADO-CAJERO
                   THRU REGISTRAR-ESTADO-CAJERO-EXIT
               MOVE 0 TO NOTIF-TARJETA
               MOVE "SUPERVISOR" TO NOTIF-TIPO
               MOVE "CAJERO FUERA DE SERVICIO" TO NOTIF-CONCEPTO

       77 FSE                       PIC   X(2).
           COPY "PANTALLA-WS.cpy".
           COPY "ERROR-WS.cpy".
           COPY "PAN-WS.cpy".
           COPY "PARAM-CAMBIO-WS.cpy".

       77 FECHA-APLICA-YMD          PIC  9(8).

           COPY "CAMBIAR-PARAMETRO.cpy".
           COPY "APLICAR-PARAMPEND.cpy".
           COPY "ENMASCARAR-PAN.cpy".
           COPY "REGISTRAR-ERROR.cpy".

       PSYS-ERR.

       FD ZONAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "zonas.ubd".
      * zonas de un evento (platea, anfiteatro, pista...), cada una
      * con su precio y su aforo. Un evento sin zonas se vende con
      * el precio y las plazas de eventos.ubd como siempre; con
      * zonas, EVE-PLAZAS es la suma de las plazas libres de sus
      * zonas y EVE-PRECIO el precio de la zona mas barata
       01 ZONA-REG.
           02 ZON-CLAVE.
               03 ZON-EVENTO               PIC   9(8).
               03 ZON-CODIGO               PIC   9(2).
           02 ZON-NOMBRE                   PIC   X(15).
           02 ZON-PRECIO-ENT               PIC   9(5).
           02 ZON-PRECIO-DEC               PIC   9(2).
      * plazas que quedan a la venta en la zona
           02 ZON-PLAZAS                   PIC   9(5).

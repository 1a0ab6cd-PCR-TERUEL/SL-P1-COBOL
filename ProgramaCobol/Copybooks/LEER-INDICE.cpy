      * devuelve en TASA-INDICE el ultimo valor cargado del indice
      * INDICE-BUSCADO segun el fichero INDICES; HAY-INDICE queda a
      * 0 si el indice no existe (el tipo no debe fijarse a ojo)
       LEER-INDICE.
           MOVE 0 TO HAY-INDICE.
           MOVE 0 TO TASA-INDICE.
           OPEN INPUT INDICES.
           IF FSIX = 35
               GO TO LEER-INDICE-EXIT.
           IF FSIX NOT = 00
               GO TO PSYS-ERR.
           MOVE INDICE-BUSCADO TO IDX-CODIGO.
           READ INDICES INVALID KEY GO TO LEER-INDICE-CERRAR.
           MOVE IDX-TASA TO TASA-INDICE.
           MOVE 1 TO HAY-INDICE.

       LEER-INDICE-CERRAR.
           CLOSE INDICES.
       LEER-INDICE-EXIT.
           EXIT.

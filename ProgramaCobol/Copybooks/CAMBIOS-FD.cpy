           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cambios.ubd".
       01 CAMBIO-REG.
      * codigo de divisa del maestro divisas.ubd, mismos valores que
      * TDIVISA/MOV-DIVISA
           02 CAM-DIVISA               PIC 9(2).
      * unidades de esta divisa por 1 EUR, al cambio del dia -- el
      * EUR (divisa 01) no se guarda aqui, su tasa es siempre 1

           MOVE CPA-ANTES-DEC TO PHI-ANTES-DEC.
           MOVE CPA-ENT TO PHI-DESPUES-ENT.
           MOVE CPA-DEC TO PHI-DESPUES-DEC.
           MOVE CPA-SUPERVISOR TO PAN-CLARO.
           PERFORM ENMASCARAR-PAN THRU ENMASCARAR-PAN-EXIT.
           MOVE PAN-IMPRESO TO PHI-SUPERVISOR.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE DIA TO PHI-DIA.
           MOVE MES TO PHI-MES.

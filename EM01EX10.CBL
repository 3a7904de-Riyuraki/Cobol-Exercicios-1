                ADD 1 TO QTD-LIDOS.

       PRINCIPAL.
            IF SITUACAO-ENT EQUAL "T" OR "C" OR "X" OR "F"
               ADD 1 TO QTD-IGNORADOS
            ELSE
               PERFORM TRATA-ATIVO

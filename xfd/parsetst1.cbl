            MOVE XFD-SCALE           TO XFD-CAT-SCALE(XFD-CAT-QTD)
            MOVE XFD-LENGTH          TO XFD-CAT-LENGTH(XFD-CAT-QTD)
            MOVE XFD-FIELD-OCCURS-DEPTH TO XFD-CAT-OCCURS(XFD-CAT-QTD)
            MOVE XFD-FIELD-FORMAT    TO XFD-CAT-FORMAT(XFD-CAT-QTD)
        ELSE
            SET WA-XFD-CATALOGO-ESTOUROU-SIM TO TRUE
        END-IF

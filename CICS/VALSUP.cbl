           MOVE E-NUMERO TO E-AUD-NUMERO
           SET E-AUD-SUPPRES TO TRUE
           MOVE EIBTRMID TO E-AUD-TERM
           MOVE EIBOPID  TO E-AUD-OPID

           EXEC CICS WRITE FILE('FAUDCLI')
                     FROM(E-AUDIT)

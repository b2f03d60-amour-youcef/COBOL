           MOVE DFHBMPRO TO VILLEA
           MOVE DFHBMPRO TO TELCLIA
           MOVE DFHBMPRO TO EMAILCLIA
           MOVE DFHBMPRO TO TYPCLIA
           MOVE DFHBMPRO TO RAISOCA
           MOVE DFHBMPRO TO SIRENA
           MOVE DFHBMPRO TO FORMJA
           MOVE DFHBMPRO TO DCREASA
           MOVE DFHBMPRO TO REPRESA
           MOVE DFHBMPRO TO REPNOMA
           MOVE DFHBMPRO TO DNAISSA
           MOVE DFHBMPRO TO TUTEURA
           MOVE DFHBMPRO TO TUTNOMA
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
              END-IF
           END-IF

           IF ERREUR-NUM
              MOVE '1' TO INDIC-ERREUR
              MOVE -1  TO NUMCLIL
              MOVE 'Q' TO NUMCLIA
              MOVE E-VILLE-CLI  TO WS-VIL-CLI  VILLEO
              MOVE E-TELF-CLI   TO WS-TELF-CLI  TELCLIO
              MOVE E-EMAIL-CLI  TO WS-EMAIL-CLI EMAILCLIO
              IF E-CLI-ENTREPRISE
                 MOVE 'M'             TO TYPCLIO
                 MOVE E-RAISON-SOC    TO RAISOCO
                 MOVE E-SIREN         TO SIRENO
                 MOVE E-FORME-JUR     TO FORMJO
                 MOVE E-DATE-CREA-SOC TO DCREASO
              ELSE
                 MOVE 'P'             TO TYPCLIO
              END-IF

              MOVE 'N' TO NUMCLIA
              MOVE '1' TO WS-CHARGE

              GO TO 21420-EXIT
           END-IF

      *    UNE FICHE ABSORBEE PAR FUSION RESTE TROUVABLE SOUS
      *    SON NOM, MAIS LA LIGNE PORTE LE NUMERO DU CLIENT
      *    ABSORBANT (LA SELECTION OUVRE SA FICHE)
           IF NOT E-CLI-ACTIF AND NOT E-CLI-FUSIONNE
              GO TO 21420-EXIT
           END-IF

           IF E-CLI-FUSIONNE
              MOVE E-ABSORBE-PAR TO E-NUMERO
           END-IF

           IF WS-NB-LIGNES = 10
              MOVE '1' TO INDIC-TROP-REP
              GO TO 21420-EXIT

      *   (O-AUT-GUICHET).                                   *
      *   ENTREE = AFFICHER LE MANDAT SAISI, PF5 = VALIDER   *
      *   LA SAISIE, PF6 = REVOQUER                          *
      *   LE CODE N'EST JAMAIS AFFICHE NI STOCKE EN CLAIR :  *
      *   SEULE SON EMPREINTE (pgpin) EST ENREGISTREE. A LA  *
      *   MODIFICATION D'UN MANDAT, UN CODE LAISSE A BLANC   *
      *   CONSERVE LE CODE EN PLACE.                         *
      *======================================================*
      *
      *======================================================*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-PLAFOND-SAISI       PIC 9(06).
       01  WS-CODE-SAISI          PIC X(01).
           88 CODE-SAISI             VALUE 'O'.
      *    SEL DU CODE : HORLOGE ABSOLUE AU MOMENT DE LA SAISIE
       01  WS-ABS-REDUIT          PIC 9(18).
      *
      *------------------------------------------------------*
      *   ZONE D'ECHANGE DU MODULE D'EMPREINTE pgpin         *
      *------------------------------------------------------*
           COPY WSPIN.
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
              WHEN DFHRESP(NORMAL)
                 MOVE MDT-NOM        TO NOMMDO
                 MOVE MDT-PRN        TO PRNMDO
                 MOVE SPACE          TO CODEMO
                 MOVE MDT-OP-D       TO OPDO
                 MOVE MDT-OP-R       TO OPRO
                 MOVE MDT-OP-V       TO OPVO
              GO TO 23000-FIN
           END-IF

      *    CODE A BLANC : ADMIS POUR UN MANDAT EXISTANT
      *    SEULEMENT (LE CODE EN PLACE EST CONSERVE)
           MOVE 'N' TO WS-CODE-SAISI
           IF CODEMI NUMERIC
              MOVE 'O' TO WS-CODE-SAISI
           END-IF
           IF NOMMDI = SPACE OR LOW-VALUE
              OR (NOT CODE-SAISI
                  AND CODEMI NOT = SPACE AND NOT = LOW-VALUE)
              OR EXPIRI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF NOT CODE-SAISI
              PERFORM 23100-REECRIRE
              IF NOT ERREUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 6   TO NUM-MES
              END-IF
              GO TO 23000-FIN
           END-IF
           PERFORM 23200-CALCULER-EMPREINTE

           MOVE NOMMDI           TO MDT-NOM
           MOVE PRNMDI           TO MDT-PRN
           MOVE ZERO             TO MDT-CODE
           MOVE OPDI             TO MDT-OP-D
           MOVE OPRI             TO MDT-OP-R
           MOVE OPVI             TO MDT-OP-V
           MOVE EXPIRI           TO MDT-DATE-EXPIR
           MOVE 'A'              TO MDT-STATUT
           MOVE SPACE            TO MDT-MANDAT(53:28)
           MOVE PNH-SEL          TO MDT-SEL
           MOVE PNH-EMPREINTE    TO MDT-EMPREINTE

           EXEC CICS WRITE FILE('FMANDAT')
                     RIDFLD(MDT-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

      *    CODE A BLANC SUR UN MANDAT INCONNU : CODE OBLIGATOIRE
           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO CODEML
           ELSE
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 PERFORM 91000-ERREUR-CICS
              END-IF
              PERFORM 23150-METTRE-A-JOUR
           END-IF
           .
      *----------------------*
       23150-METTRE-A-JOUR.
      *----------------------*
           MOVE NOMMDI           TO MDT-NOM
           MOVE PRNMDI           TO MDT-PRN
           MOVE ZERO             TO MDT-CODE
           IF CODE-SAISI
              MOVE PNH-SEL       TO MDT-SEL
              MOVE PNH-EMPREINTE TO MDT-EMPREINTE
           END-IF
           MOVE OPDI             TO MDT-OP-D
           MOVE OPRI             TO MDT-OP-R
           MOVE OPVI             TO MDT-OP-V
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       23200-CALCULER-EMPREINTE.
      *----------------------*
      *    NOUVEAU SEL A CHAQUE CODE POSE ; SEULE L'EMPREINTE
      *    EST CONSERVEE
      *----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           MOVE DATE-ABS            TO WS-ABS-REDUIT
           MOVE 'C'                 TO PNH-FONCTION
           MOVE MDT-ID-CPTE         TO PNH-ID-CPTE
           MOVE CODEMI              TO PNH-PIN
           MOVE WS-ABS-REDUIT(11:8) TO PNH-SEL
           MOVE SPACE               TO PNH-EMPREINTE
           CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
           .
      *----------------------*
       24000-SUPPRIMER.
      *----------------------*

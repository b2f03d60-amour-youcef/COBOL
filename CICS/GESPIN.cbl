      *   DANS FAUDPIN (C/E/B/R), COMME FAUDCLI POUR LES     *
      *   CLIENTS.                                           *
      *   LE CHANGEMENT RELEVE DE L'HABILITATION GUICHET.    *
      *   LE PIN N'EST PLUS STOCKE EN CLAIR DANS CLIENT.DAT :*
      *   SEULE SON EMPREINTE A SENS UNIQUE (pgpin), AVEC UN *
      *   SEL NOUVEAU A CHAQUE PIN POSE, EST CONSERVEE DANS  *
      *   FPINCTL. L'ANCIEN PIN EST VERIFIE CONTRE ELLE.     *
      *======================================================*
      *
      *======================================================*
       01  WS-ANCIEN-PIN          PIC 9(04).
       01  WS-NOUVEAU-PIN         PIC 9(04).
       01  WS-DATE-JOUR           PIC 9(08).
      *    SEL DU PIN : HORLOGE ABSOLUE AU MOMENT DE LA POSE
       01  WS-ABS-REDUIT          PIC 9(18).
      *    RELECTURE POUR MISE A JOUR D'UN CONTROLE EXISTANT
       01  WS-PINCTL-LU           PIC X(80).
      *
      *------------------------------------------------------*
      *   ZONE D'ECHANGE DU MODULE D'EMPREINTE pgpin         *
      *------------------------------------------------------*
           COPY WSPIN.
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
      *    SEUL LE RESET ADMINISTRATEUR LE DEBLOQUE
           PERFORM 25500-LIRE-PINCTL
           IF PIN-ACCES-BLOQUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              GO TO 23000-FIN
           END-IF

      *    L'ANCIEN PIN EST VERIFIE CONTRE L'EMPREINTE STOCKEE
           MOVE 'V'           TO PNH-FONCTION
           MOVE ID-CPTE       TO PNH-ID-CPTE
           MOVE WS-ANCIEN-PIN TO PNH-PIN
           MOVE PIN-SEL       TO PNH-SEL
           MOVE PIN-EMPREINTE TO PNH-EMPREINTE
           CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
           IF NOT PNH-OK
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO ANCPINL
              GO TO 24000-FIN
           END-IF

      *    DEBLOCAGE : COMPTEUR A ZERO, BLOCAGE LEVE
           PERFORM 25500-LIRE-PINCTL
           MOVE ZERO TO PIN-ESSAIS
           MOVE 'N'  TO PIN-BLOQUE

           PERFORM 26000-POSER-NOUVEAU-PIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           MOVE 'R' TO APN-EVT
           PERFORM 27000-ECRIRE-AUDIT
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

      *----------------------*
       26000-POSER-NOUVEAU-PIN.
      *----------------------*
      *    NOUVEAU SEL, EMPREINTE DU NOUVEAU PIN DANS FPINCTL ;
      *    CLIENT.DAT N'EST PAS MODIFIE (PIN-CLT RESTE A ZERO)
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           MOVE DATE-ABS            TO WS-ABS-REDUIT
           MOVE 'C'                 TO PNH-FONCTION
           MOVE ID-CPTE             TO PNH-ID-CPTE
           MOVE WS-NOUVEAU-PIN      TO PNH-PIN
           MOVE WS-ABS-REDUIT(11:8) TO PNH-SEL
           MOVE SPACE               TO PNH-EMPREINTE
           CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
           IF NOT PNH-OK
              PERFORM 91000-ERREUR-CICS
           END-IF
           MOVE PNH-SEL       TO PIN-SEL
           MOVE PNH-EMPREINTE TO PIN-EMPREINTE
           PERFORM 28000-REECRIRE-PINCTL
           .
      *----------------------*
       28000-REECRIRE-PINCTL.
                     RESP(WS-RESPCR)
           END-EXEC

      *    CONTROLE EXISTANT : RELU POUR MISE A JOUR PUIS
      *    REMPLACE PAR LA ZONE PREPAREE (COMPTEUR ET EMPREINTE)
           IF WS-RESPCR = DFHRESP(DUPREC)
              EXEC CICS READ FILE('FPINCTL')
                        RIDFLD(PIN-ID-CPTE)
                        INTO(WS-PINCTL-LU)
                        UPDATE
                        RESP(WS-RESPCR)
              END-EXEC
              EXEC CICS REWRITE FILE('FPINCTL')
                        FROM(PIN-CONTROLE)
                        LENGTH(LENGTH OF PIN-CONTROLE)

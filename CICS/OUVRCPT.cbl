      *   E-NUMERO (REGLE HISTORIQUE RECFCLI) ; LES          *
      *   SUIVANTS RECOIVENT LE NUMERO DU COMPTEUR 'CPT'     *
      *   DE FCTRLCLI. CHAQUE OUVERTURE INSCRIT LA CROSS-    *
      *   REFERENCE FCLICPT (CLIENT + SUFFIXE -> COMPTE),    *
      *   AVEC LE RIB ET L'IBAN DU COMPTE (MODULE pgiban).   *
      *   LE PIN EST ATTRIBUE PAR LE PROGRAMME ET AFFICHE ;  *
      *   LE CO-TITULAIRE FACULTATIF PART DANS COTIT.DAT.    *
      *   AUCUN PIN N'EST STOCKE EN CLAIR : SEULE SON        *
      *   EMPREINTE (pgpin) EST ECRITE, DANS FPINCTL POUR LE *
      *   TITULAIRE ET DANS COTIT.DAT POUR LE CO-TITULAIRE.  *
      *   LE DEPOT INITIAL EVENTUEL EST TRACE DANS           *
      *   L'HISTORIQUE FHISTCLT COMME UN MOUVEMENT GUICHET.  *
      *   RESERVE AUX OPERATEURS HABILITES CREATION          *
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'NUMERO CLIENT INVALIDE (CLE DE CONTROLE)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE MORALE : SIREN INVALIDE SUR LA FICHE'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'PERSONNE MORALE SANS REPRESENTANT LEGAL EN COURS'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'COMPTE DE MINEUR : AUCUN DECOUVERT AUTORISE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'CLIENT MINEUR SANS REPRESENTANT LEGAL (MODIFCLI)'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 16   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER CONTROLE'.
           COPY FCTRLCLI.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER LIENS'.
           COPY FLIENCLI.
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT COMPTE CLIENT.DAT (VUE CICS FCLT)   *
           05  CT-PRN       PIC X(10).
           05  CT-DTN       PIC 9(08).
           05  CT-SEX       PIC X(01).
      *    PIN EN CLAIR : PLUS UTILISE, TOUJOURS A ZERO
           05  CT-PIN       PIC 9(04).
           05  CT-SEL       PIC X(08).
           05  CT-EMPREINTE PIC X(16).
           05  FILLER       PIC X(15).
      *
      *------------------------------------------------------*
      *   CONTROLE DES PIN (VUE CICS FPINCTL) : EMPREINTE DU *
      *   PIN DU TITULAIRE                                   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER PINCTL'.
           COPY FPINCTL.
       01  WS-PINCTL-LU           PIC X(80).
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT HISTORIQUE DES MOUVEMENTS           *
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  HST-SOURCE    PIC X(04).
           05  FILLER        PIC X(54).
      *
      *------------------------------------------------------*
      *   MOUVEMENTS DU JOUR (VUE CICS FMVTJTP, ESDS) : IMAGE *
      *   DE LA LIGNE FHISTCLT DU DEPOT D'OUVERTURE, REPRISE  *
      *   LE SOIR PAR MVTJCTL POUR LES ETATS DE FIN DE JOUR   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER MVTJTP'.
           COPY FMVTJOUR.
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT REGION (MEME DESSIN QUE REGION.DAT) *
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-DEPOT               PIC 9(08)V99.
       01  WS-DECOUVERT           PIC 9(06).
       01  WS-DATE-MAJORITE       PIC 9(08).
       01  WS-PIN-ATTRIBUE        PIC 9(04).
       01  WS-ABS-REDUIT          PIC 9(18).
       01  WS-DERNIER-SUFFIXE     PIC 9(02).
       01  WS-VALNUM-FONC         PIC X(01).
       01  WS-VALNUM-NUM          PIC 9(08).
       01  WS-VALNUM-RC           PIC X(01).
       01  WS-SIREN-RC            PIC X(01).
      *
      *    ZONE DU MODULE COMMUN pgiban (RIB / IBAN)
           COPY WSIBAN.
      *
      *    ZONE DU MODULE COMMUN pgpin (EMPREINTE DES PIN)
           COPY WSPIN.
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
           END-IF

           PERFORM 23200-CONTROLER-CLIENT
               THRU 23200-SORTIE
           IF ERREUR
              GO TO 23000-FIN
           END-IF
           IF ERREUR
              GO TO 23000-FIN
           END-IF
           PERFORM 25200-ECRIRE-PINCTL
           PERFORM 25500-INSCRIRE-XREF
           IF AVEC-COTIT
              PERFORM 26000-ECRIRE-COTITULAIRE
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCLL
              MOVE 'Q' TO NUMCLA
              GO TO 23200-SORTIE
           END-IF

      *    PERSONNE MORALE : SIREN CONTROLE (pgsiren) ET AU
      *    MOINS UN REPRESENTANT LEGAL EN COURS (LIEN SD DE
      *    FLIENCLI, POSE A LA CREATION OU PAR MODIFCLI/GESLIEN)
           IF E-CLI-ENTREPRISE
              CALL 'pgsiren' USING E-SIREN WS-SIREN-RC
              IF WS-SIREN-RC NOT = 'O'
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 13  TO NUM-MES
                 MOVE -1  TO NUMCLL
                 MOVE 'Q' TO NUMCLA
                 GO TO 23200-SORTIE
              END-IF
              PERFORM 23250-CHERCHER-REPRESENTANT
              IF NOT TROUVE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 14  TO NUM-MES
                 MOVE -1  TO NUMCLL
                 MOVE 'Q' TO NUMCLA
              END-IF
              GO TO 23200-SORTIE
           END-IF

      *    CLIENT DE MOINS DE 18 ANS : LA FICHE DOIT ETRE
      *    MARQUEE MINEUR AVEC SON REPRESENTANT LEGAL (PRGCREA,
      *    MODIFCLI) ; LE COMPTE D'UN MINEUR EST SANS DECOUVERT
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           COMPUTE WS-DATE-MAJORITE = WS-DATE-JOUR - 180000

           IF E-DATE-NAISSANCE NUMERIC
              AND E-DATE-NAISSANCE > WS-DATE-MAJORITE
              AND NOT E-CLI-MINEUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO NUMCLL
              MOVE 'Q' TO NUMCLA
              GO TO 23200-SORTIE
           END-IF

           IF E-CLI-MINEUR
              IF E-TUTEUR NOT NUMERIC OR E-TUTEUR = ZERO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 16  TO NUM-MES
                 MOVE -1  TO NUMCLL
                 MOVE 'Q' TO NUMCLA
                 GO TO 23200-SORTIE
              END-IF
              IF WS-DECOUVERT > ZERO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 15  TO NUM-MES
                 MOVE -1  TO DECOUL
              END-IF
           END-IF
           .
       23200-SORTIE.
           EXIT.
      *----------------------*
       23250-CHERCHER-REPRESENTANT.
      *----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE '0' TO INDIC-TROUVE
           MOVE '0' TO INDIC-FIN-BROWSE
           MOVE E-NUMERO TO LNK-NUMERO
           MOVE ZERO     TO LNK-NUMERO-LIE
           MOVE SPACE    TO LNK-TYPE

           EXEC CICS STARTBR FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23260-LIRE-UN-LIEN THRU 23260-EXIT
                 UNTIL FIN-BROWSE OR TROUVE
              EXEC CICS ENDBR FILE('FLIENCLI')
              END-EXEC
           END-IF
           .
      *----------------------*
       23260-LIRE-UN-LIEN.
      *----------------------*
           EXEC CICS READNEXT FILE('FLIENCLI')
                     INTO(LNK-LIEN)
                     RIDFLD(LNK-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR LNK-NUMERO NOT = E-NUMERO
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23260-EXIT
           END-IF

           IF LNK-SOC-DIRIGEE
              AND LNK-DATE-DEBUT NOT > WS-DATE-JOUR
              AND (LNK-SANS-FIN
                   OR LNK-DATE-FIN NOT < WS-DATE-JOUR)
              MOVE '1' TO INDIC-TROUVE
           END-IF
           .
       23260-EXIT.
           EXIT.
      *----------------------*
       23300-CONTROLER-NATURE.
      *----------------------*
       24500-ATTRIBUER-PIN.
      *----------------------*
      *    LE PIN EST DERIVE DE L'HORLOGE ABSOLUE (QUATRE
      *    DERNIERS CHIFFRES) ET AFFICHE UNE SEULE FOIS ; LE
      *    SEL DE SON EMPREINTE EST PRIS PLUS HAUT DANS LA
      *    MEME HORLOGE, SANS CHEVAUCHER LE PIN
      *----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           MOVE E-NOM-CLI          TO NOM-CLT
           MOVE E-PNM-CLI          TO PRN-CLT
           MOVE ZERO               TO DTN-CLT
      *    PERSONNE MORALE : LA RAISON SOCIALE OCCUPE NOM +
      *    PRENOM DU COMPTE ET LA DATE DE CREATION DE LA
      *    SOCIETE TIENT LIEU DE DATE DE NAISSANCE
           IF E-CLI-ENTREPRISE
              MOVE E-RAISON-SOC(1:10)  TO NOM-CLT
              MOVE E-RAISON-SOC(11:10) TO PRN-CLT
              IF E-DATE-CREA-SOC NUMERIC
                 MOVE E-DATE-CREA-SOC TO DTN-CLT
              END-IF
           ELSE
              IF E-DATE-NAISSANCE NUMERIC
                 MOVE E-DATE-NAISSANCE TO DTN-CLT
              END-IF
           END-IF
           MOVE SPACE              TO SEX-CLT
           MOVE SPACE              TO ACP-CLT
           MOVE 'O'                TO STS-CLT
           MOVE E-ADR-CLI          TO ADR-CLT
           MOVE WS-DEPOT           TO SLD-CLT
           MOVE E-DEP-CLI          TO PST-CLT
           MOVE ZERO               TO PIN-CLT
           MOVE WS-DECOUVERT       TO DEC-CLT
           MOVE SPACE              TO DEV-CLT
           MOVE AGENCI             TO AGC-CLT
           END-IF
           .
      *----------------------*
       25200-ECRIRE-PINCTL.
      *----------------------*
      *    EMPREINTE DU PIN ATTRIBUE, COMPTEUR D'ESSAIS A ZERO
      *----------------------*
           MOVE 'C'                 TO PNH-FONCTION
           MOVE ID-CPTE             TO PNH-ID-CPTE
           MOVE WS-PIN-ATTRIBUE     TO PNH-PIN
           MOVE WS-ABS-REDUIT(7:8)  TO PNH-SEL
           MOVE SPACE               TO PNH-EMPREINTE
           CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
           IF NOT PNH-OK
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE SPACE               TO PIN-CONTROLE
           MOVE ID-CPTE             TO PIN-ID-CPTE
           MOVE ZERO                TO PIN-ESSAIS
           MOVE 'N'                 TO PIN-BLOQUE
           MOVE WS-DATE-JOUR        TO PIN-DATE-DERN-EVT
           MOVE PNH-SEL             TO PIN-SEL
           MOVE PNH-EMPREINTE       TO PIN-EMPREINTE

           EXEC CICS WRITE FILE('FPINCTL')
                     RIDFLD(PIN-ID-CPTE)
                     FROM(PIN-CONTROLE)
                     LENGTH(LENGTH OF PIN-CONTROLE)
                     RESP(WS-RESPCR)
           END-EXEC

      *    CONTROLE RESTANT D'UN ANCIEN COMPTE DU MEME NUMERO :
      *    IL EST REMPLACE
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
                        RESP(WS-RESPCR)
              END-EXEC
           END-IF

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       25500-INSCRIRE-XREF.
      *----------------------*
           MOVE SPACE              TO XRF-CLICPT
           MOVE WS-ID-CPTE-NOUVEAU TO XRF-ID-CPTE
           MOVE WS-DATE-JOUR       TO XRF-DATE-OUVERTURE

      *    RIB ET IBAN DU COMPTE : GUICHET = '0' + REGION +
      *    AGENCE, COMPTE = '000' + ID-CPTE (MEME REGLE QUE
      *    XREFCLI POUR LE STOCK)
           MOVE SPACE              TO IBN-ZONE
           MOVE '0'                TO IBN-GUICHET(1:1)
           MOVE ID-REGION          TO IBN-GUICHET(2:2)
           IF AGC-CLT = SPACE OR LOW-VALUE
              MOVE '00'            TO IBN-GUICHET(4:2)
           ELSE
              MOVE AGC-CLT         TO IBN-GUICHET(4:2)
           END-IF
           MOVE '000'              TO IBN-COMPTE(1:3)
           MOVE WS-ID-CPTE-NOUVEAU TO IBN-COMPTE(4:8)
           MOVE 'C'                TO IBN-FONCTION
           CALL 'pgiban' USING IBN-FONCTION IBN-ZONE IBN-RESULTAT
           MOVE IBN-RIB            TO XRF-RIB
           MOVE IBN-IBAN(1:27)     TO XRF-IBAN

           EXEC CICS WRITE FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     FROM(XRF-CLICPT)
              MOVE ZERO            TO CT-DTN
           END-IF
           MOVE CTSEXI             TO CT-SEX
           MOVE ZERO               TO CT-PIN
           MOVE 'C'                TO PNH-FONCTION
           MOVE WS-ID-CPTE-NOUVEAU TO PNH-ID-CPTE
           MOVE CTPINI             TO PNH-PIN
           MOVE WS-ABS-REDUIT(7:8) TO PNH-SEL
           MOVE SPACE              TO PNH-EMPREINTE
           CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
           IF NOT PNH-OK
              PERFORM 91000-ERREUR-CICS
           END-IF
           MOVE PNH-SEL            TO CT-SEL
           MOVE PNH-EMPREINTE      TO CT-EMPREINTE

           EXEC CICS WRITE FILE('FCOTIT')
                     RIDFLD(CT-ID-CPTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE REC-HST TO MVJ-MOUVEMENT
           EXEC CICS WRITE FILE('FMVTJTP')
                     FROM(MVJ-MOUVEMENT)
                     LENGTH(LENGTH OF MVJ-MOUVEMENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

      *   RETRAIT. LE SOLDE EST MIS A JOUR IMMEDIATEMENT    *
      *   ET LE MOUVEMENT EST ECRIT DANS L'HISTORIQUE       *
      *   FHISTCLT POUR QUE LE RELEVE DU SOIR RESTE JUSTE.  *
      *   CODE X : CONTREPASSATION D'UNE OPERATION PASSEE   *
      *   CE JOUR A CE GUICHET (ERREUR DE COMPTE), SOUS     *
      *   VISA SUPERVISEUR ; LA LIGNE D'ORIGINE EST MARQUEE *
      *   ANNULEE ET LE TIROIR EST CORRIGE.                 *
      *   CODE E : VIREMENT EXTERNE ORDONNE PAR LE TITULAIRE *
      *   VERS L'IBAN FR SAISI (CLES MOD 97 ET RIB CONTROLEES*
      *   A LA SAISIE). IL N'EST PAS POSTE ICI : LE MOUVEMENT*
      *   PART DANS LA FILE FVIRGUI, DECHARGEE DANS MVTCLT   *
      *   AVANT LE PASSAGE DE NUIT PARTI15 QUI LE DEBITE ET  *
      *   L'ENVOIE EN COMPENSATION. LE BENEFICIAIRE DOIT     *
      *   ETRE ENREGISTRE SUR LE COMPTE (ECRAN GESBENF) ; UN *
      *   NOUVEAU BENEFICIAIRE EN DELAI DE CARENCE EST MIS   *
      *   EN ATTENTE PAR PARTI15 POUR RAPPEL DU CLIENT.      *
      *   CODES H ET J : CHANGE ESPECES SUR UN COMPTE EN     *
      *   MONNAIE DE TENUE. H = LE CLIENT ACHETE DES BILLETS *
      *   DE LA DEVISE SAISIE (COMPTE DEBITE), J = IL EN     *
      *   VEND (COMPTE CREDITE). MONTANT SAISI EN DEVISE,    *
      *   COURS FTXDEV EN VIGUEUR MAJORE (H) OU MINORE (J)   *
      *   DE LA MARGE DE LA DEVISE. LE TIROIR DEVISE DE      *
      *   L'OPERATEUR (FCAISDEV) DOIT ETRE OUVERT DU JOUR ;  *
      *   CHAQUE OPERATION EST TRACEE DANS LE JOURNAL        *
      *   FCHGGUI (MARGE DE CHANGE, RAPPROCHEMENT CAISEOD).  *
      *   LE PIN SAISI EST VERIFIE CONTRE SON EMPREINTE A    *
      *   SENS UNIQUE (FPINCTL, MODULE pgpin) ET LE CODE DU  *
      *   MANDATAIRE CONTRE CELLE DU MANDAT ; AUCUN PIN EN   *
      *   CLAIR N'EST LU NI ECRIT (FILE FVIRGUI COMPRISE).   *
      *   COMPTE D'UN CLIENT MINEUR (FCLIENTS) : LES DEBITS  *
      *   R, E ET H EXIGENT LA PRESENCE DU REPRESENTANT      *
      *   LEGAL, DONT LE NUMERO CLIENT EST SAISI (TUTCL).    *
      *   LE VIREMENT EXTERNE D'UN MINEUR PART DANS FVIRGUI  *
      *   AVEC LA MARQUE 'M' (REPRESENTANT PRESENT).         *
      *   CODE Q : REMISE D'UN CHEQUE TIRE SUR UNE AUTRE     *
      *   BANQUE (NUMERO ET BANQUE TIREE SAISIS). LE SOLDE   *
      *   EST CREDITE MAIS LE MONTANT RESTE INDISPONIBLE     *
      *   (FINDISP) JUSQU'A SA LIBERATION PAR INDLIB OU SON  *
      *   RETOUR IMPAYE (CLRIN) ; LE TIROIR N'EST PAS TOUCHE.*
      *   LES DEBITS R, E ET H NE PEUVENT ENTAMER NI LES     *
      *   SAISIES NI LES REMISES INDISPONIBLES.              *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET          *
      *   (O-AUT-GUICHET - CHOIX G DU MENU GESCLI10)        *
      *======================================================*
              VALUE 'FIN TRANSACTION'.
      *- 3
           05 FILLER               PIC X(65)
              VALUE 'COMPTE, CODE (D/R/E), MONTANT ET PIN OBLIGATOIRES'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'MONTANT EN CENTIMES, NUMERIQUE ET POSITIF'.
              VALUE 'OPERATION ENREGISTREE'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'CODE MOUVEMENT INVALIDE (D, R, E, X, H, J OU Q)'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'NUMERO DE COMPTE INVALIDE (CLE DE CONTROLE)'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'ANNULATION : N LIGNE ET VISA SUPERVISEUR REQUIS'.
      *- 22
           05 FILLER               PIC X(65)
              VALUE 'LIGNE D ORIGINE INCONNUE OU DEJA ANNULEE'.
      *- 23
           05 FILLER               PIC X(65)
              VALUE 'SEULE UNE OPERATION D/R DU JOUR DE CE GUICHET'.
      *- 24
           05 FILLER               PIC X(65)
              VALUE 'MONTANT DIFFERENT DE LA LIGNE D ORIGINE'.
      *- 25
           05 FILLER               PIC X(65)
              VALUE 'VIREMENT EXTERNE : IBAN BENEFICIAIRE OBLIGATOIRE'.
      *- 26
           05 FILLER               PIC X(65)
              VALUE 'IBAN INVALIDE (CLE DE CONTROLE)'.
      *- 27
           05 FILLER               PIC X(65)
              VALUE 'IBAN HORS FRANCE NON ACCEPTE (COMPENSATION FR)'.
      *- 28
           05 FILLER               PIC X(65)
              VALUE 'COMPTE EN DEVISE - VIREMENT EXTERNE REFUSE'.
      *- 29
           05 FILLER               PIC X(65)
              VALUE 'VIREMENT REFUSE - PROVISION INSUFFISANTE'.
      *- 30
           05 FILLER               PIC X(65)
              VALUE 'VIREMENT ENREGISTRE - EXECUTE AU PASSAGE DE NUIT'.
      *- 31
           05 FILLER               PIC X(65)
              VALUE 'BENEFICIAIRE NON ENREGISTRE SUR CE COMPTE'.
      *- 32
           05 FILLER               PIC X(65)
              VALUE 'VIREMENT EN ATTENTE - NOUVEAU BENEFICIAIRE'.
      *- 33
           05 FILLER               PIC X(65)
              VALUE 'CHANGE (H/J) : CODE DEVISE OBLIGATOIRE'.
      *- 34
           05 FILLER               PIC X(65)
              VALUE 'CAISSE DEVISE NON OUVERTE CE JOUR - VOIR GESCAIS'.
      *- 35
           05 FILLER               PIC X(65)
              VALUE 'DEVISE SANS COURS DE CHANGE EN VIGUEUR (FTXDEV)'.
      *- 36
           05 FILLER               PIC X(65)
              VALUE 'CAISSE DEVISE INSUFFISANTE POUR CE MONTANT'.
      *- 37
           05 FILLER               PIC X(65)
              VALUE 'CHANGE ENREGISTRE - CONTRE-VALEUR IMPUTEE'.
      *- 38
           05 FILLER               PIC X(65)
              VALUE 'MINEUR : DEBIT EN PRESENCE DU REPRESENTANT LEGAL'.
      *- 39
           05 FILLER               PIC X(65)
              VALUE 'CLIENT SAISI AUTRE QUE LE REPRESENTANT DU MINEUR'.
      *- 40
           05 FILLER               PIC X(65)
              VALUE 'REMISE CHEQUE : NUMERO ET BANQUE TIREE A SAISIR'.
      *- 41
           05 FILLER               PIC X(65)
              VALUE 'CHEQUE REMIS - MONTANT BLOQUE AVANT ENCAISSEMENT'.
      *- 42
           05 FILLER               PIC X(65)
              VALUE 'DEBIT REFUSE - CHEQUES REMIS ENCORE INDISPONIBLES'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 42   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *    BATCH, TERMINAL EMETTEUR AU GUICHET (RAPPROCHEMENT
      *    DES CAISSES CAISEOD)
           05  HST-SOURCE    PIC X(04).
      *    CONTREPASSATION : LA LIGNE D'ORIGINE EST MARQUEE
      *    ANNULEE (STATUT A) ET POINTE LA LIGNE X QUI L'ANNULE
      *    (SEQUENCE, DATE) ; LA LIGNE X POINTE LA LIGNE
      *    D'ORIGINE (SEQUENCE, CODE)
           05  HST-ANNUL-STATUT PIC X(01).
              88  HST-ANNULEE       VALUE 'A'.
           05  HST-ANNUL-SEQ    PIC 9(05).
           05  HST-ANNUL-DATE   PIC 9(08).
           05  HST-ANNUL-CODE   PIC X(01).
      *    LIBELLE IMPRIME AU RELEVE (CHANGE : SENS ET DEVISE)
           05  HST-LIBELLE   PIC X(18).
           05  FILLER        PIC X(21).
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT SAISIES JUDICIAIRES (VUE CICS       *
       01  WS-RESERVE             PIC 9(09)V99.
      *
      *------------------------------------------------------*
      *   INDISPONIBILITES DES CHEQUES REMIS (VUE CICS       *
      *   FINDISP) : LES REMISES ACTIVES DU COMPTE S'AJOUTENT*
      *   A LA RESERVE DES SAISIES                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER INDISPO'.
           COPY FINDISP.
      *
       01  WS-INDISPO             PIC 9(09)V99.
      *
      *------------------------------------------------------*
      *   CONTROLE DES ESSAIS PIN (VUE CICS FPINCTL) : TROIS *
      *   PIN ERRONES BLOQUENT L'ACCES GUICHET DU COMPTE     *
      *   JUSQU'AU RESET ADMINISTRATEUR (ECRAN GESPIN) ;     *
       01  FILLER      PIC X(16) VALUE 'FICHIER AUDPIN'.
           COPY FAUDPIN.
      *
      *------------------------------------------------------*
      *   BENEFICIAIRES EXTERNES ENREGISTRES (VUE CICS       *
      *   FBENEF) : UN VIREMENT EXTERNE NE PART QUE VERS UN  *
      *   BENEFICIAIRE ACTIF DU COMPTE                       *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER BENEF'.
           COPY FBENEF.
      *
      *    IMAGE DE RELECTURE POUR LA MISE A JOUR DU CONTROLE
      *    PIN (LA VERSION A ECRIRE RESTE DANS PIN-CONTROLE)
       01  WS-PINCTL-LU           PIC X(80).
       01  FILLER      PIC X(16) VALUE 'FICHIER MANDAT'.
           COPY FMANDAT.
      *
      *------------------------------------------------------*
      *   TITULAIRE DU COMPTE : CROSS-REFERENCE PAR NUMERO DE *
      *   COMPTE (CHEMIN FCLICPTA SUR LA CLE SECONDAIRE) ET   *
      *   FICHE FCLIENTS, POUR LE COMPTE D'UN MINEUR          *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER XREF'.
           COPY FCLICPT.
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
      *
      *    REPRESENTANT LEGAL DU MINEUR IDENTIFIE (23250)
       01  WS-TUTEUR-PRESENT      PIC X(01) VALUE 'N'.
           88 TUTEUR-PRESENT         VALUE 'O'.
       01  WS-MANDAT-ACCEPTE      PIC X(01).
           88 MANDAT-ACCEPTE         VALUE 'O'.
       01  WS-MANDAT-REF          PIC X(04).
           COPY FCAISSE.
      *
      *------------------------------------------------------*
      *   CHANGE ESPECES (CODES H/J) : TIROIR DEVISE DE      *
      *   L'OPERATEUR (VUE CICS FCAISDEV), COURS ET MARGES   *
      *   DE LA DEVISE (VUE CICS FTXDEV) ET JOURNAL DES      *
      *   OPERATIONS DE CHANGE (VUE CICS FCHGGUI, ESDS)      *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CAISDEV'.
           COPY FCAISDEV.
       01  FILLER      PIC X(16) VALUE 'FICHIER TXDEV'.
           COPY FTXDEV.
       01  FILLER      PIC X(16) VALUE 'FICHIER CHGGUI'.
           COPY FCHGGUI.
      *
      *------------------------------------------------------*
      *   MOUVEMENTS DU JOUR (VUE CICS FMVTJTP, ESDS) : IMAGE *
      *   DE CHAQUE LIGNE FHISTCLT ECRITE OU MARQUEE ANNULEE, *
      *   REPRISE LE SOIR PAR MVTJCTL POUR LES ETATS DE FIN   *
      *   DE JOURNEE QUI NE RELISENT PLUS L'HISTORIQUE        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER MVTJTP'.
           COPY FMVTJOUR.
      *
       01  WS-MONTANT-DEV         PIC 9(08)V99.
       01  WS-COURS-CHG           PIC 9(03)V9(06).
       01  WS-MARGE-ACHAT-BP      PIC 9(04).
       01  WS-MARGE-VENTE-BP      PIC 9(04).
       01  WS-CONTRE-VALEUR       PIC 9(08)V99.
       01  WS-MARGE-CHG           PIC 9(06)V99.
       01  WS-DISPO-DEV           PIC S9(11)V99.
      *
      *------------------------------------------------------*
      *   FILE DES VIREMENTS EXTERNES ORDONNES AU GUICHET    *
      *   (VUE CICS FVIRGUI, ESDS) : MEME DESSIN QUE LE      *
      *   FICHIER DES MOUVEMENTS MVTCLT, SOURCE 'GUIC' ; LA  *
      *   CHAINE CLIDAILY LA DECHARGE EN FIN DE MVTCLT AVANT *
      *   PARTI15 PUIS LA REDEFINIT VIDE                     *
      *------------------------------------------------------*
       01  WS-VIR-GUICHET.
           05  VG-ID-CPTE     PIC X(08).
           05  VG-CODE        PIC X(01).
           05  VG-MONTANT     PIC 9(08)V99.
           05  VG-PIN         PIC 9(04).
           05  VG-CPTE-CIBLE  PIC X(08).
           05  VG-DATE-VALEUR PIC 9(08).
           05  VG-SEQ         PIC 9(04).
           05  VG-SOURCE      PIC X(04).
      *       IBAN DU BENEFICIAIRE SANS LE CODE PAYS 'FR'
           05  VG-IBAN-CLE    PIC X(02).
           05  VG-IBAN-BBAN   PIC X(23).
           05  FILLER         PIC X(01).
           05  VG-DEVISE      PIC X(02).
      *       PIN VERIFIE A LA SAISIE ('T' = TITULAIRE) ; VG-PIN
      *       RESTE A ZERO
           05  VG-CTL-PIN     PIC X(01).
           05  FILLER         PIC X(04).
      *
      *    ZONE DU MODULE COMMUN pgiban (RIB / IBAN)
           COPY WSIBAN.
      *
      *    ZONE DU MODULE COMMUN pgpin (EMPREINTE DES PIN)
           COPY WSPIN.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-MONTANT             PIC 9(08)V99.
       01  WS-SLD-EDIT            PIC -ZZZZZZZ9.99.
       01  WS-DATE-JOUR           PIC 9(08).
      *
      *    CONTREPASSATION (CODE X) : LIGNE D'ORIGINE ET LIGNE
      *    D'ANNULATION ECRITE
       01  WS-SEQ-ORIGINE         PIC 9(05).
       01  WS-CODE-ORIGINE        PIC X(01).
       01  WS-SEQ-CONTRE          PIC 9(05).
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
      *------------------------------------------------------*
      *------------------------*
       22110-CONTROLER-SAISIE.
      *------------------------*
      *    LA CONTREPASSATION (X) NE PORTE PAS DE PIN : LE
      *    TITULAIRE DU COMPTE CREDITE PAR ERREUR N'EST PAS AU
      *    GUICHET ; LE VISA SUPERVISEUR EN TIENT LIEU
           IF CPTEI = SPACE OR LOW-VALUE
              OR CODMVI = SPACE OR LOW-VALUE
              OR MONTMI = SPACE OR LOW-VALUE
              OR ((PINCLI = SPACE OR LOW-VALUE)
                  AND CODMVI NOT = 'X')
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 22110-FIN
           END-IF

           IF CODMVI NOT = 'D' AND NOT = 'R' AND NOT = 'X'
                                   AND NOT = 'E'
                                   AND NOT = 'H' AND NOT = 'J'
                                   AND NOT = 'Q'
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO CODMVL
              GO TO 22110-FIN
           END-IF

      *    CHANGE ESPECES : LA DEVISE DES BILLETS EST SAISIE,
      *    LE MONTANT EST EXPRIME DANS CETTE DEVISE
           IF (CODMVI = 'H' OR CODMVI = 'J')
              AND (DEVCHI = SPACE OR LOW-VALUE)
              MOVE '1' TO INDIC-ERREUR
              MOVE 33  TO NUM-MES
              MOVE -1  TO DEVCHL
              MOVE 'Q' TO DEVCHA
              GO TO 22110-FIN
           END-IF

      *    REMISE DE CHEQUE : NUMERO DU CHEQUE ET BANQUE TIREE,
      *    REPRIS SUR L'INDISPONIBILITE POUR RAPPROCHER UN
      *    RETOUR IMPAYE DE LA COMPENSATION
           IF CODMVI = 'Q'
              IF NUMCQI NOT NUMERIC
                 OR NUMCQI = ZERO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 40  TO NUM-MES
                 MOVE -1  TO NUMCQL
                 MOVE 'Q' TO NUMCQA
                 GO TO 22110-FIN
              END-IF
              IF BQTIRI = SPACE OR LOW-VALUE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 40  TO NUM-MES
                 MOVE -1  TO BQTIRL
                 MOVE 'Q' TO BQTIRA
                 GO TO 22110-FIN
              END-IF
           END-IF

           IF MONTMI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              GO TO 22110-FIN
           END-IF

      *    VIREMENT EXTERNE : L'IBAN DU BENEFICIAIRE EST
      *    CONTROLE AVANT TOUTE LECTURE DU COMPTE
           IF CODMVI = 'E'
              PERFORM 22120-CONTROLER-IBAN
              IF ERREUR
                 GO TO 22110-FIN
              END-IF
           END-IF

      *    CONTREPASSATION : SEQUENCE DE LA LIGNE D'ORIGINE ET
      *    VISA SUPERVISEUR OBLIGATOIRES ; LE MONTANT SAISI SERT
      *    DE CONFIRMATION
           IF CODMVI = 'X'
              IF REFANI NOT NUMERIC
                 OR REFANI = ZERO
                 OR SUPOPI = SPACE OR LOW-VALUE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 21  TO NUM-MES
                 MOVE -1  TO REFANL
                 MOVE 'Q' TO REFANA
              END-IF
              GO TO 22110-FIN
           END-IF

           IF PINCLI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
           .
       22110-FIN.
           EXIT.
      *------------------------*
       22120-CONTROLER-IBAN.
      *------------------------*
      *    IBAN FR SEUL ADMIS (COMPENSATION NATIONALE) ; CLE
      *    MOD 97 ET CLE RIB CONTROLEES PAR pgiban : UNE FAUTE
      *    DE FRAPPE EST REFUSEE ICI ET NE REVIENT PAS EN
      *    RETOUR DE COMPENSATION
      *------------------------*
           IF IBANEI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 25  TO NUM-MES
              MOVE -1  TO IBANEL
              MOVE 'Q' TO IBANEA
           ELSE
              IF IBANEI(1:2) NOT = 'FR'
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 27  TO NUM-MES
                 MOVE -1  TO IBANEL
                 MOVE 'Q' TO IBANEA
              ELSE
                 MOVE 'V'    TO IBN-FONCTION
                 MOVE IBANEI TO IBN-IBAN
                 CALL 'pgiban' USING IBN-FONCTION IBN-ZONE
                                     IBN-RESULTAT
                 IF NOT IBN-OK
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 26  TO NUM-MES
                    MOVE -1  TO IBANEL
                    MOVE 'Q' TO IBANEA
                 END-IF
              END-IF
           END-IF
           .
      *------------------------*
       23000-POSTER-MOUVEMENT.
      *------------------------*
      *    DU SOLDE ET ECRITURE DU MOUVEMENT DANS FHISTCLT
      *------------------------*
      *    LA CAISSE DE L'OPERATEUR DOIT ETRE OUVERTE CE JOUR
      *    (ECRAN GESCAIS) AVANT TOUT MOUVEMENT D'ESPECES ; LE
      *    VIREMENT EXTERNE NE TOUCHE PAS LE TIROIR, NI LA
      *    REMISE DE CHEQUE
      *    LE CHANGE ESPECES NE TOUCHE QUE LE TIROIR DE LA
      *    DEVISE ; LE MONTANT IMPUTE AU COMPTE EST CALCULE AU
      *    COURS DU JOUR AVANT TOUTE LECTURE DU COMPTE
           IF CODMVI = 'H' OR CODMVI = 'J'
              PERFORM 22550-CONTROLER-CAISSE-DEV
              IF ERREUR
                 GO TO 23000-FIN
              END-IF
              PERFORM 22600-COTER-CHANGE THRU 22600-FIN
              IF ERREUR
                 GO TO 23000-FIN
              END-IF
           ELSE
              IF CODMVI NOT = 'E' AND NOT = 'Q'
                 PERFORM 22500-CONTROLER-CAISSE
                 IF ERREUR
                    GO TO 23000-FIN
                 END-IF
              END-IF
           END-IF

           IF CODMVI = 'X'
              PERFORM 24000-POSTER-ANNULATION
                  THRU 24000-FIN
              GO TO 23000-FIN
           END-IF

              GO TO 23000-FIN
           END-IF

      *    PIN SAISI CONTRE L'EMPREINTE DU TITULAIRE (FPINCTL)
           MOVE 'V'           TO PNH-FONCTION
           MOVE ID-CPTE       TO PNH-ID-CPTE
           MOVE WS-PIN-SAISI  TO PNH-PIN
           MOVE PIN-SEL       TO PNH-SEL
           MOVE PIN-EMPREINTE TO PNH-EMPREINTE
           CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
           IF NOT PNH-OK
      *       AVANT DE COMPTER UN ECHEC : LE CODE SAISI EST
      *       PEUT-ETRE CELUI D'UN MANDATAIRE (FMANDAT)
              PERFORM 23650-CONTROLER-MANDAT THRU 23650-FIN

      *    LES ESPECES DU GUICHET SONT EN MONNAIE DE TENUE :
      *    UN COMPTE TENU EN DEVISE NE SE MOUVEMENTE PAS ICI
      *    (NI PAR VIREMENT EXTERNE, COMPENSE EN MONNAIE DE
      *    TENUE)
           IF DEV-CLT NOT = SPACE
              EXEC CICS UNLOCK FILE('FCLT')
              END-EXEC
              MOVE '1' TO INDIC-ERREUR
              IF CODMVI = 'E'
                 MOVE 28  TO NUM-MES
              ELSE
                 MOVE 13  TO NUM-MES
              END-IF
              GO TO 23000-FIN
           END-IF

      *    COMPTE D'UN MINEUR : TOUT DEBIT SE FAIT EN PRESENCE
      *    DU REPRESENTANT LEGAL, IDENTIFIE PAR L'OPERATEUR QUI
      *    SAISIT SON NUMERO CLIENT
           IF CODMVI = 'R' OR CODMVI = 'E' OR CODMVI = 'H'
              PERFORM 23250-CONTROLER-MINEUR THRU 23250-FIN
              IF ERREUR
                 EXEC CICS UNLOCK FILE('FCLT')
                 END-EXEC
                 GO TO 23000-FIN
              END-IF
           END-IF

           IF CODMVI = 'R' OR CODMVI = 'E' OR CODMVI = 'H'
              PERFORM 23200-CALCULER-RESERVE
           ELSE
              MOVE ZERO TO WS-RESERVE
              MOVE ZERO TO WS-INDISPO
           END-IF

      *    LE RETRAIT PEUT PORTER LE SOLDE JUSQU'A -DEC-CLT,
      *    MOINS LA PART RESERVEE PAR UNE SAISIE JUDICIAIRE ET
      *    LES CHEQUES REMIS ENCORE INDISPONIBLES ; MEME REGLE
      *    POUR LE VIREMENT EXTERNE (PARTI15 LA REVERIFIE AU
      *    DEBIT) ET POUR L'ACHAT DE DEVISES
           IF (CODMVI = 'R' OR CODMVI = 'E' OR CODMVI = 'H')
              AND WS-MONTANT > SLD-CLT + DEC-CLT - WS-RESERVE
              EXEC CICS UNLOCK FILE('FCLT')
              END-EXEC
              MOVE '1' TO INDIC-ERREUR
              EVALUATE TRUE
                 WHEN WS-MONTANT > SLD-CLT + DEC-CLT
                    IF CODMVI = 'E'
                       MOVE 29  TO NUM-MES
                    ELSE
                       MOVE 8   TO NUM-MES
                    END-IF
                 WHEN WS-MONTANT > SLD-CLT + DEC-CLT - WS-INDISPO
                    MOVE 42  TO NUM-MES
                 WHEN CODMVI = 'E'
                    MOVE 29  TO NUM-MES
                 WHEN OTHER
                    MOVE 12  TO NUM-MES
              END-EVALUATE
              MOVE -1  TO MONTML
              MOVE 'Q' TO MONTMA
              GO TO 23000-FIN
           END-IF

      *    VIREMENT EXTERNE : PAS DE DEBIT EN LIGNE, LE
      *    MOUVEMENT PART DANS LA FILE DU PASSAGE DE NUIT
           IF CODMVI = 'E'
              EXEC CICS UNLOCK FILE('FCLT')
              END-EXEC
              PERFORM 23040-CONTROLER-BENEF
              IF NOT ERREUR
                 PERFORM 23050-DIFFERER-VIREMENT
              END-IF
              GO TO 23000-FIN
           END-IF

      *    PLAFONDS DE RETRAIT : PLAFOND PAR OPERATION DE
      *    L'OPERATEUR (FOPERAT) ET PLAFOND JOURNALIER DU
      *    COMPTE (FPLAFOND + CUMUL DU JOUR DANS FHISTCLT) ;
           END-IF

      *    PLAFOND LEGAL DE DEPOT DES NATURES REGLEMENTEES
      *    (PARAMETRE FTAUXNAT EN VIGUEUR POUR LA NATURE) ; LA
      *    VENTE DE DEVISES ET LA REMISE DE CHEQUE CREDITENT LE
      *    COMPTE COMME UN DEPOT
           IF CODMVI = 'D' OR CODMVI = 'J' OR CODMVI = 'Q'
              PERFORM 23900-LIRE-PLAFOND-NAT
              IF WS-PLAFOND-NAT > ZERO
                 AND SLD-CLT + WS-MONTANT > WS-PLAFOND-NAT
              END-IF
           END-IF

           IF CODMVI = 'D' OR CODMVI = 'J' OR CODMVI = 'Q'
              ADD WS-MONTANT TO SLD-CLT
           ELSE
              SUBTRACT WS-MONTANT FROM SLD-CLT
           END-IF

           PERFORM 23100-ECRIRE-HISTORIQUE

           EVALUATE CODMVI
              WHEN 'H'
              WHEN 'J'
                 PERFORM 23320-MAJ-CAISSE-DEV
                 PERFORM 23350-ECRIRE-JOURNAL-CHG
                 MOVE WS-MONTANT  TO WS-SLD-EDIT
                 MOVE WS-SLD-EDIT TO MTCHGO
              WHEN 'Q'
                 PERFORM 23130-POSER-INDISPO
              WHEN OTHER
                 PERFORM 23300-MAJ-CAISSE
           END-EVALUATE

           MOVE SLD-CLT TO WS-SLD-EDIT
           MOVE WS-SLD-EDIT TO SOLDEO
           MOVE '1' TO INDIC-ERREUR
           EVALUATE CODMVI
              WHEN 'H'
              WHEN 'J'
                 MOVE 37  TO NUM-MES
              WHEN 'Q'
                 MOVE 41  TO NUM-MES
              WHEN OTHER
                 MOVE 9   TO NUM-MES
           END-EVALUATE
           .
       23000-FIN.
           EXIT.
      *------------------------*
       23040-CONTROLER-BENEF.
      *------------------------*
      *    L'IBAN SAISI DOIT ETRE CELUI D'UN BENEFICIAIRE ACTIF
      *    DU COMPTE (FBENEF, ECRAN GESBENF) : SINON LE VIREMENT
      *    EST REFUSE AU GUICHET
      *------------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE ID-CPTE TO BEN-ID-CPTE
           MOVE IBANEI  TO BEN-IBAN

           EXEC CICS READ FILE('FBENEF')
                     RIDFLD(BEN-CLE)
                     INTO(BEN-BENEFICIAIRE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE SPACE TO BEN-STATUT
           ELSE
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 PERFORM 91000-ERREUR-CICS
              END-IF
           END-IF

           IF NOT BEN-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 31  TO NUM-MES
              MOVE -1  TO IBANEL
              MOVE 'Q' TO IBANEA
           END-IF
           .
      *------------------------*
       23050-DIFFERER-VIREMENT.
      *------------------------*
      *    LE VIREMENT EXTERNE EST ECRIT DANS LA FILE FVIRGUI AU
      *    DESSIN MVTCLT : PIN DU TITULAIRE VERIFIE ICI (MARQUE
      *    'T', AUCUN PIN EN CLAIR) ET IBAN SANS CODE PAYS, DATE
      *    DE VALEUR DU JOUR (POSEE PAR 23040). COMPTE D'UN
      *    MINEUR : MARQUE 'M', LE REPRESENTANT LEGAL A ETE
      *    IDENTIFIE (23250) ; PARTI15 REFUSE SANS ELLE.
      *    PARTI15 LE DEBITE ET LE PORTE AU FICHIER DE
      *    COMPENSATION ALLER ; VERS UN BENEFICIAIRE ENCORE EN
      *    DELAI DE CARENCE, IL RESTE EN SUSPENS JUSQU'AU
      *    RAPPEL DU CLIENT
      *------------------------*
           MOVE SPACE            TO WS-VIR-GUICHET
           MOVE ID-CPTE          TO VG-ID-CPTE
           MOVE 'E'              TO VG-CODE
           MOVE WS-MONTANT       TO VG-MONTANT
           MOVE ZERO             TO VG-PIN
           IF TUTEUR-PRESENT
              MOVE 'M'           TO VG-CTL-PIN
           ELSE
              MOVE 'T'           TO VG-CTL-PIN
           END-IF
           MOVE WS-DATE-JOUR     TO VG-DATE-VALEUR
           MOVE ZERO             TO VG-SEQ
           MOVE 'GUIC'           TO VG-SOURCE
           MOVE IBANEI(3:2)      TO VG-IBAN-CLE
           MOVE IBANEI(5:23)     TO VG-IBAN-BBAN

           EXEC CICS WRITE FILE('FVIRGUI')
                     FROM(WS-VIR-GUICHET)
                     LENGTH(LENGTH OF WS-VIR-GUICHET)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE SLD-CLT TO WS-SLD-EDIT
           MOVE WS-SLD-EDIT TO SOLDEO
           MOVE '1' TO INDIC-ERREUR
           IF BEN-DATE-DISPO > WS-DATE-JOUR
              MOVE 32  TO NUM-MES
           ELSE
              MOVE 30  TO NUM-MES
           END-IF
           .
      *------------------------*
       23100-ECRIRE-HISTORIQUE.
      *------------------------*
           MOVE WS-MONTANT    TO HST-MONTANT
           MOVE SLD-CLT       TO HST-SLD-APRES
           MOVE EIBTRMID      TO HST-SOURCE
           IF CODMVI = 'X'
              MOVE WS-SEQ-ORIGINE  TO HST-ANNUL-SEQ
              MOVE WS-CODE-ORIGINE TO HST-ANNUL-CODE
           END-IF
           IF CODMVI = 'H'
              MOVE 'ACHAT DEVISES'  TO HST-LIBELLE
              MOVE DEVCHI           TO HST-LIBELLE(15:2)
           END-IF
           IF CODMVI = 'J'
              MOVE 'VENTE DEVISES'  TO HST-LIBELLE
              MOVE DEVCHI           TO HST-LIBELLE(15:2)
           END-IF
           IF CODMVI = 'Q'
              MOVE 'REMISE CHQ'     TO HST-LIBELLE
              MOVE NUMCQI           TO HST-LIBELLE(12:7)
           END-IF

           EXEC CICS WRITE FILE('FHISTCLT')
                     RIDFLD(HST-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE REC-HST TO MVJ-MOUVEMENT
           PERFORM 23120-ECRIRE-MVT-JOUR
           .
      *------------------------*
       23120-ECRIRE-MVT-JOUR.
      *------------------------*
      *    L'IMAGE PREPAREE DANS MVJ-MOUVEMENT (LIGNE ECRITE OU
      *    MARQUAGE D'ANNULATION) PART DANS FMVTJTP
      *------------------------*
           EXEC CICS WRITE FILE('FMVTJTP')
                     FROM(MVJ-MOUVEMENT)
                     LENGTH(LENGTH OF MVJ-MOUVEMENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *------------------------*
       23130-POSER-INDISPO.
      *------------------------*
      *    LE CHEQUE REMIS RESTE INDISPONIBLE SOUS LA CLE DE SA
      *    LIGNE D'HISTORIQUE (HST-CLE POSEE PAR 23100)
      *------------------------*
           MOVE SPACE         TO IND-INDISPO
           MOVE HST-ID-CPTE   TO IND-ID-CPTE
           MOVE HST-SEQ       TO IND-SEQ
           MOVE WS-MONTANT    TO IND-MONTANT
           MOVE NUMCQI        TO IND-NUM-CHEQUE
           MOVE BQTIRI        TO IND-BANQUE
           MOVE WS-DATE-JOUR  TO IND-DATE-REMISE
           MOVE ZERO          TO IND-JOURS-ECOULES
           MOVE WS-DATE-JOUR  TO IND-DATE-DECOMPTE
           MOVE 'A'           TO IND-STATUT
           MOVE ZERO          TO IND-DATE-FIN
           MOVE EIBTRMID      TO IND-TERM

           EXEC CICS WRITE FILE('FINDISP')
                     RIDFLD(IND-CLE)
                     FROM(IND-INDISPO)
                     LENGTH(LENGTH OF IND-INDISPO)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
       23200-CALCULER-RESERVE.
      *----------------------------*
      *    SOMME DES SAISIES ACTIVES DU COMPTE DANS FSAISIE ;
      *    UN FICHIER INDISPONIBLE VAUT ABSENCE DE SAISIE.
      *    LES CHEQUES REMIS ENCORE INDISPONIBLES (FINDISP)
      *    S'Y AJOUTENT ; LEUR PART EST GARDEE DANS WS-INDISPO
      *    POUR LE MESSAGE DE REFUS
      *----------------------------*
           MOVE ZERO TO WS-RESERVE
           MOVE ZERO TO WS-INDISPO
           MOVE '0'  TO INDIC-FIN-BROWSE
           MOVE ID-CPTE TO SAI-ID-CPTE
           MOVE ZERO    TO SAI-SEQ
              EXEC CICS ENDBR FILE('FSAISIE')
              END-EXEC
           END-IF

           MOVE '0'  TO INDIC-FIN-BROWSE
           MOVE ID-CPTE TO IND-ID-CPTE
           MOVE ZERO    TO IND-SEQ

           EXEC CICS STARTBR FILE('FINDISP')
                     RIDFLD(IND-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23220-LIRE-INDISPO THRU 23220-EXIT
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FINDISP')
              END-EXEC
           END-IF
           ADD WS-INDISPO TO WS-RESERVE
           .
      *----------------------------*
       23210-LIRE-SAISIE.
           .
       23210-EXIT.
           EXIT.
      *----------------------------*
       23220-LIRE-INDISPO.
      *----------------------------*
           EXEC CICS READNEXT FILE('FINDISP')
                     INTO(IND-INDISPO)
                     RIDFLD(IND-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23220-EXIT
           END-IF

           IF IND-ID-CPTE = ID-CPTE
              IF IND-ACTIVE
                 ADD IND-MONTANT TO WS-INDISPO
              END-IF
           ELSE
              MOVE '1' TO INDIC-FIN-BROWSE
           END-IF
           .
       23220-EXIT.
           EXIT.
      *----------------------------*
       23250-CONTROLER-MINEUR.
      *----------------------------*
      *    TITULAIRE DU COMPTE PAR LA CROSS-REFERENCE ; UN
      *    COMPTE SANS CLIENT FCLIENTS N'EST PAS CONCERNE. LE
      *    NUMERO SAISI DOIT ETRE CELUI DU REPRESENTANT LEGAL
      *    PORTE PAR LA FICHE DU MINEUR, OU DU CLIENT QUI L'A
      *    ABSORBE
      *----------------------------*
           MOVE 'N' TO WS-TUTEUR-PRESENT
           MOVE ID-CPTE TO XRF-ID-CPTE
           EXEC CICS READ FILE('FCLICPTA')
                     RIDFLD(XRF-ID-CPTE)
                     INTO(XRF-CLICPT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              GO TO 23250-FIN
           END-IF

           MOVE XRF-NUMERO TO E-NUMERO
           EXEC CICS READ FILE('FCLIENTS')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT E-CLI-MINEUR
              GO TO 23250-FIN
           END-IF

           IF TUTCLI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 38  TO NUM-MES
              MOVE -1  TO TUTCLL
              MOVE 'Q' TO TUTCLA
              GO TO 23250-FIN
           END-IF
           IF TUTCLI NUMERIC
              AND TUTCLI = E-TUTEUR
              MOVE 'O' TO WS-TUTEUR-PRESENT
              GO TO 23250-FIN
           END-IF

      *    REPRESENTANT LEGAL ABSORBE PAR UNE FUSION DE
      *    DOUBLONS : LE CLIENT SURVIVANT EST ACCEPTE
           IF TUTCLI NUMERIC
              MOVE E-TUTEUR TO E-NUMERO
              EXEC CICS READ FILE('FCLIENTS')
                        RIDFLD(E-NUMERO)
                        INTO(E-CLIENT)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR = DFHRESP(NORMAL)
                 AND E-CLI-FUSIONNE
                 AND E-ABSORBE-PAR = TUTCLI
                 MOVE 'O' TO WS-TUTEUR-PRESENT
                 GO TO 23250-FIN
              END-IF
           END-IF

           MOVE '1' TO INDIC-ERREUR
           MOVE 39  TO NUM-MES
           MOVE -1  TO TUTCLL
           MOVE 'Q' TO TUTCLA
           .
       23250-FIN.
           EXIT.
      *----------------------------*
       23650-CONTROLER-MANDAT.
      *----------------------------*
           IF MDT-DATE-EXPIR < WS-DATE-JOUR
              GO TO 23660-EXIT
           END-IF
           MOVE 'V'           TO PNH-FONCTION
           MOVE MDT-ID-CPTE   TO PNH-ID-CPTE
           MOVE WS-PIN-SAISI  TO PNH-PIN
           MOVE MDT-SEL       TO PNH-SEL
           MOVE MDT-EMPREINTE TO PNH-EMPREINTE
           CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
           IF NOT PNH-OK
              GO TO 23660-EXIT
           END-IF
           IF (CODMVI = 'D' OR CODMVI = 'Q') AND MDT-OP-D NOT = 'O'
              GO TO 23660-EXIT
           END-IF
           IF CODMVI = 'R' AND MDT-OP-R NOT = 'O'
              GO TO 23660-EXIT
           END-IF
      *    LE VIREMENT EXTERNE ET LE CHANGE SONT RESERVES AU
      *    TITULAIRE
           IF CODMVI = 'E' OR CODMVI = 'H' OR CODMVI = 'J'
              GO TO 23660-EXIT
           END-IF
           IF MDT-PLAFOND > ZERO
              AND WS-MONTANT > MDT-PLAFOND
              GO TO 23660-EXIT
              GO TO 23400-FIN
           END-IF

           IF SUPOPI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 23400-FIN
           END-IF

           PERFORM 23420-CONTROLER-VISA THRU 23420-FIN
           .
       23400-FIN.
           EXIT.
      *----------------------------*
       23420-CONTROLER-VISA.
      *----------------------------*
      *    VISA : UN SECOND OPERATEUR ACTIF, DIFFERENT DU
      *    SIGNATAIRE ET PORTEUR DE L'HABILITATION SUPERVISEUR
      *----------------------------*

           IF SUPOPI = WS-OPID
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO SUPOPL
              MOVE 'Q' TO SUPOPA
              GO TO 23420-FIN
           END-IF

           MOVE SUPOPI TO O-OPID
              MOVE 'Q' TO SUPOPA
           END-IF
           .
       23420-FIN.
           EXIT.
      *----------------------------*
       23450-CUMUL-RETRAITS-JOUR.
           END-IF

           IF HST-DATE = WS-DATE-JOUR AND HST-CODE = 'R'
              AND NOT HST-ANNULEE
              ADD HST-MONTANT TO WS-CUMUL-RETRAITS
           END-IF
           .
       23300-MAJ-CAISSE.
      *----------------------------*
      *    CUMULS DU TIROIR : DEPOT = ENTREE D'ESPECES,
      *    RETRAIT = SORTIE D'ESPECES ; UNE CONTREPASSATION
      *    RETRANCHE L'OPERATION ANNULEE DE SON CUMUL
           MOVE WS-OPID TO CAI-OPID
           EXEC CICS READ FILE('FCAISSE')
                     RIDFLD(CAI-OPID)
              PERFORM 91000-ERREUR-CICS
           END-IF

           EVALUATE TRUE
              WHEN CODMVI = 'D'
                 ADD WS-MONTANT TO CAI-TOTAL-ENTREES
              WHEN CODMVI = 'R'
                 ADD WS-MONTANT TO CAI-TOTAL-SORTIES
              WHEN WS-CODE-ORIGINE = 'D'
                 SUBTRACT WS-MONTANT FROM CAI-TOTAL-ENTREES
              WHEN OTHER
                 SUBTRACT WS-MONTANT FROM CAI-TOTAL-SORTIES
           END-EVALUATE
           MOVE EIBTRMID TO CAI-TERM

           EXEC CICS REWRITE FILE('FCAISSE')
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------------*
       22550-CONTROLER-CAISSE-DEV.
      *----------------------------*
      *    TIROIR DE LA DEVISE OUVERT CE JOUR (GESCAIS) ; A
      *    L'ACHAT PAR LE CLIENT, LES BILLETS A REMETTRE
      *    DOIVENT ETRE EN CAISSE (FOND + ENTREES - SORTIES)
      *----------------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE WS-MONTANT TO WS-MONTANT-DEV

           MOVE WS-OPID TO CAD-OPID
           MOVE DEVCHI  TO CAD-DEVISE
           EXEC CICS READ FILE('FCAISDEV')
                     RIDFLD(CAD-CLE)
                     INTO(CAD-CAISSE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT CAD-OUVERTE
              OR CAD-DATE NOT = WS-DATE-JOUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 34  TO NUM-MES
              MOVE -1  TO DEVCHL
              MOVE 'Q' TO DEVCHA
           ELSE
              COMPUTE WS-DISPO-DEV = CAD-FOND-OUVERTURE
                    + CAD-TOTAL-ENTREES - CAD-TOTAL-SORTIES
              IF CODMVI = 'H'
                 AND WS-MONTANT-DEV > WS-DISPO-DEV
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 36  TO NUM-MES
                 MOVE -1  TO MONTML
                 MOVE 'Q' TO MONTMA
              END-IF
           END-IF
           .
      *----------------------------*
       22600-COTER-CHANGE.
      *----------------------------*
      *    COURS EN VIGUEUR DE LA DEVISE : DERNIER COURS FTXDEV
      *    DONT LA DATE D'EFFET NE DEPASSE PAS LE JOUR (MEME
      *    REGLE QUE LES TRAITEMENTS BATCH). LE CLIENT PAYE LA
      *    DEVISE AU COURS MAJORE DE LA MARGE DE VENTE (H) ET
      *    LA CEDE AU COURS MINORE DE LA MARGE D'ACHAT (J) ;
      *    LA MARGE EST L'ECART AVEC LA CONTRE-VALEUR AU COURS
      *----------------------------*
           MOVE ZERO TO WS-COURS-CHG
           MOVE ZERO TO WS-MARGE-ACHAT-BP WS-MARGE-VENTE-BP
           MOVE '0'  TO INDIC-FIN-BROWSE
           MOVE DEVCHI TO TXD-DEVISE
           MOVE ZERO   TO TXD-DATE-EFFET

           EXEC CICS STARTBR FILE('FTXDEV')
                     RIDFLD(TXD-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 22610-LIRE-COURS THRU 22610-EXIT
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FTXDEV')
              END-EXEC
           END-IF

           IF WS-COURS-CHG = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 35  TO NUM-MES
              MOVE -1  TO DEVCHL
              MOVE 'Q' TO DEVCHA
              GO TO 22600-FIN
           END-IF

           COMPUTE WS-CONTRE-VALEUR ROUNDED =
                   WS-MONTANT-DEV * WS-COURS-CHG
              ON SIZE ERROR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO MONTML
                 MOVE 'Q' TO MONTMA
                 GO TO 22600-FIN
           END-COMPUTE

           IF CODMVI = 'H'
              COMPUTE WS-MONTANT ROUNDED =
                      WS-MONTANT-DEV * WS-COURS-CHG
                    * (10000 + WS-MARGE-VENTE-BP) / 10000
                 ON SIZE ERROR
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 4   TO NUM-MES
                    MOVE -1  TO MONTML
                    MOVE 'Q' TO MONTMA
                    GO TO 22600-FIN
              END-COMPUTE
              COMPUTE WS-MARGE-CHG = WS-MONTANT - WS-CONTRE-VALEUR
           ELSE
              COMPUTE WS-MONTANT ROUNDED =
                      WS-MONTANT-DEV * WS-COURS-CHG
                    * (10000 - WS-MARGE-ACHAT-BP) / 10000
              COMPUTE WS-MARGE-CHG = WS-CONTRE-VALEUR - WS-MONTANT
           END-IF

           IF WS-MONTANT = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO MONTML
              MOVE 'Q' TO MONTMA
           END-IF
           .
       22600-FIN.
           EXIT.
      *----------------------------*
       22610-LIRE-COURS.
      *----------------------------*
           EXEC CICS READNEXT FILE('FTXDEV')
                     INTO(TXD-TXDEV)
                     RIDFLD(TXD-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 22610-EXIT
           END-IF

           IF TXD-DEVISE NOT = DEVCHI
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 22610-EXIT
           END-IF

           IF TXD-DATE-EFFET <= WS-DATE-JOUR
              MOVE TXD-COURS          TO WS-COURS-CHG
              MOVE TXD-MARGE-ACHAT-BP TO WS-MARGE-ACHAT-BP
              MOVE TXD-MARGE-VENTE-BP TO WS-MARGE-VENTE-BP
           ELSE
              MOVE '1' TO INDIC-FIN-BROWSE
           END-IF
           .
       22610-EXIT.
           EXIT.
      *----------------------------*
       23320-MAJ-CAISSE-DEV.
      *----------------------------*
      *    CUMULS DU TIROIR DEVISE, EN DEVISE : ACHAT PAR LE
      *    CLIENT = SORTIE DE BILLETS, VENTE = ENTREE
           MOVE WS-OPID TO CAD-OPID
           MOVE DEVCHI  TO CAD-DEVISE
           EXEC CICS READ FILE('FCAISDEV')
                     RIDFLD(CAD-CLE)
                     INTO(CAD-CAISSE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF CODMVI = 'H'
              ADD WS-MONTANT-DEV TO CAD-TOTAL-SORTIES
           ELSE
              ADD WS-MONTANT-DEV TO CAD-TOTAL-ENTREES
           END-IF
           MOVE EIBTRMID TO CAD-TERM

           EXEC CICS REWRITE FILE('FCAISDEV')
                     FROM(CAD-CAISSE)
                     LENGTH(LENGTH OF CAD-CAISSE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------------*
       23350-ECRIRE-JOURNAL-CHG.
      *----------------------------*
      *    UNE LIGNE FCHGGUI PAR OPERATION DE CHANGE, RELIEE A
      *    LA LIGNE FHISTCLT QUI VIENT D'ETRE ECRITE
           MOVE SPACE            TO CHG-OPERATION
           MOVE WS-DATE-JOUR     TO CHG-DATE
           MOVE WS-OPID          TO CHG-OPID
           MOVE EIBTRMID         TO CHG-TERM
           MOVE ID-CPTE          TO CHG-ID-CPTE
           MOVE HST-SEQ          TO CHG-HST-SEQ
           MOVE CODMVI           TO CHG-SENS
           MOVE DEVCHI           TO CHG-DEVISE
           MOVE WS-MONTANT-DEV   TO CHG-MONTANT-DEV
           MOVE WS-COURS-CHG     TO CHG-COURS
           MOVE WS-CONTRE-VALEUR TO CHG-CONTRE-VALEUR
           MOVE WS-MARGE-CHG     TO CHG-MARGE
           MOVE WS-MONTANT       TO CHG-MONTANT-CLIENT

           EXEC CICS WRITE FILE('FCHGGUI')
                     FROM(CHG-OPERATION)
                     LENGTH(LENGTH OF CHG-OPERATION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------------*
       24000-POSTER-ANNULATION.
      *----------------------------*
      *    CONTREPASSATION D'UNE OPERATION D/R PASSEE CE JOUR
      *    A CE GUICHET (LIGNE FHISTCLT ESTAMPILLEE DU MEME
      *    TERMINAL), SOUS VISA SUPERVISEUR : LE SOLDE EST
      *    RETABLI A L'IDENTIQUE, UNE LIGNE X EST ECRITE, LA
      *    LIGNE D'ORIGINE EST MARQUEE ANNULEE (UNE SEULE
      *    ANNULATION POSSIBLE) ET LE TIROIR EST CORRIGE. LES
      *    OPERATIONS PLUS ANCIENNES S'ANNULENT EN BATCH
      *    (MOUVEMENT X DANS MVTCLT, PARTI15)
      *----------------------------*
           PERFORM 23420-CONTROLER-VISA THRU 23420-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           MOVE CPTEI  TO HST-ID-CPTE
           MOVE REFANI TO HST-SEQ

           EXEC CICS READ FILE('FHISTCLT')
                     RIDFLD(HST-CLE)
                     INTO(REC-HST)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 22  TO NUM-MES
              MOVE -1  TO REFANL
              MOVE 'Q' TO REFANA
              GO TO 24000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF HST-ANNULEE OR HST-CODE = 'X'
              MOVE '1' TO INDIC-ERREUR
              MOVE 22  TO NUM-MES
              MOVE -1  TO REFANL
              MOVE 'Q' TO REFANA
              GO TO 24000-FIN
           END-IF

           IF (HST-CODE NOT = 'D' AND NOT = 'R')
              OR HST-DATE NOT = WS-DATE-JOUR
              OR HST-SOURCE NOT = EIBTRMID
              MOVE '1' TO INDIC-ERREUR
              MOVE 23  TO NUM-MES
              MOVE -1  TO REFANL
              MOVE 'Q' TO REFANA
              GO TO 24000-FIN
           END-IF

           IF HST-MONTANT NOT = WS-MONTANT
              MOVE '1' TO INDIC-ERREUR
              MOVE 24  TO NUM-MES
              MOVE -1  TO MONTML
              MOVE 'Q' TO MONTMA
              GO TO 24000-FIN
           END-IF

           MOVE HST-SEQ  TO WS-SEQ-ORIGINE
           MOVE HST-CODE TO WS-CODE-ORIGINE

           MOVE CPTEI TO ID-CPTE

           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO CPTEL
              MOVE 'Q' TO CPTEA
              GO TO 24000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE NOM-CLT TO NOMCLO

           IF WS-CODE-ORIGINE = 'D'
              SUBTRACT WS-MONTANT FROM SLD-CLT
           ELSE
              ADD WS-MONTANT TO SLD-CLT
           END-IF

           EXEC CICS REWRITE FILE('FCLT')
                     FROM(REC-CLT)
                     LENGTH(LENGTH OF REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 23100-ECRIRE-HISTORIQUE
           MOVE HST-SEQ TO WS-SEQ-CONTRE

      *    MARQUAGE DE LA LIGNE D'ORIGINE
           MOVE CPTEI          TO HST-ID-CPTE
           MOVE WS-SEQ-ORIGINE TO HST-SEQ

           EXEC CICS READ FILE('FHISTCLT')
                     RIDFLD(HST-CLE)
                     INTO(REC-HST)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE 'A'           TO HST-ANNUL-STATUT
           MOVE WS-SEQ-CONTRE TO HST-ANNUL-SEQ
           MOVE WS-DATE-JOUR  TO HST-ANNUL-DATE

           EXEC CICS REWRITE FILE('FHISTCLT')
                     FROM(REC-HST)
                     LENGTH(LENGTH OF REC-HST)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE REC-HST TO MVJ-MOUVEMENT
           SET MVJ-MARQUAGE TO TRUE
           PERFORM 23120-ECRIRE-MVT-JOUR

           PERFORM 23300-MAJ-CAISSE

           MOVE SLD-CLT TO WS-SLD-EDIT
           MOVE WS-SLD-EDIT TO SOLDEO
           MOVE '1' TO INDIC-ERREUR
           MOVE 9   TO NUM-MES
           .
       24000-FIN.
           EXIT.
      *----------------------------*
       23150-CHERCHER-DERNIER-SEQ.
      *----------------------------*

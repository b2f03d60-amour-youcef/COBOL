      *   DES ORDRES ARRIVES A ECHEANCE EN TETE DU PASSAGE   *
      *   PARTI15 : LE LOYER ET LE SALAIRE NE SE SAISISSENT  *
      *   PLUS A LA MAIN CHAQUE MOIS AU GUICHET.             *
      *   LE PIN SAISI EST CONTROLE CONTRE L'EMPREINTE DU    *
      *   TITULAIRE DU COMPTE EMETTEUR (FPINCTL, MODULE      *
      *   pgpin) ; IL N'EST PAS CONSERVE : L'ORDRE VALIDE    *
      *   VAUT AUTORISATION ET ORDPERM MARQUE LES MOUVEMENTS *
      *   GENERES COMME DEJA CONTROLES POUR PARTI15.         *
      *   LA CIBLE EST SOIT UN COMPTE DE LA MAISON, SOIT     *
      *   L'IBAN FR D'UN BENEFICIAIRE EXTERNE (VIREMENT      *
      *   CODE E), CONTROLE PAR pgiban A LA SAISIE ET        *
      *   ENREGISTRE SUR LE COMPTE (ECRAN GESBENF).          *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET           *
      *   (O-AUT-GUICHET).                                   *
      *   PAS D'ORDRE ACTIF SUR LE COMPTE D'UN CLIENT MINEUR *
      *   (SEULE LA SUSPENSION D'UN ORDRE RESTE POSSIBLE).   *
      *   ENTREE = AFFICHER L'ORDRE SAISI, PF5 = VALIDER     *
      *   LA SAISIE, PF6 = SUPPRIMER                         *
      *======================================================*
              VALUE 'ORDRE SUPPRIME'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'CIBLE OU IBAN, FREQUENCE (M/H), DATE OBLIGATOIRES'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'NUMERO DE COMPTE INVALIDE (CLE DE CONTROLE)'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'COMPTE CIBLE OU IBAN EXTERNE - PAS LES DEUX'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'IBAN INVALIDE (CLE DE CONTROLE)'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'IBAN HORS FRANCE NON ACCEPTE (COMPENSATION FR)'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'BENEFICIAIRE NON ENREGISTRE SUR CE COMPTE'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'COMPTE DE MINEUR : PAS D ORDRE PERMANENT ACTIF'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 19   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
       01  WS-VALNUM-NUM          PIC 9(08).
       01  WS-VALNUM-RC           PIC X(01).
      *
      *    ZONE DU MODULE COMMUN pgiban (RIB / IBAN)
           COPY WSIBAN.
      *
      *    ZONE DU MODULE COMMUN pgpin (EMPREINTE DES PIN)
           COPY WSPIN.
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT COMPTE CLIENT.DAT (VUE CICS FCLT)   *
      *------------------------------------------------------*
      *------------------------------------------------------*
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-PIN-SAISI           PIC 9(04).
       01  WS-IBAN-SAISI          PIC X(27).
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
       01  FILLER      PIC X(16) VALUE 'FICHIER ORDPERM'.
           COPY FORDPERM.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FBENEF : BENEFICIAIRES      *
      *   EXTERNES ENREGISTRES                               *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER BENEF'.
           COPY FBENEF.
      *
      *------------------------------------------------------*
      *   CONTROLE DES PIN (VUE CICS FPINCTL) : EMPREINTE    *
      *   DU PIN DU TITULAIRE                                *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER PINCTL'.
           COPY FPINCTL.
      *
      *------------------------------------------------------*
      *   TITULAIRE DU COMPTE : CROSS-REFERENCE PAR NUMERO DE *
      *   COMPTE (CHEMIN FCLICPTA) ET FICHE FCLIENTS          *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER XREF'.
           COPY FCLICPT.
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
      *
      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*
           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE OP-CPTE-CIBLE TO CIBLEO
                 MOVE OP-IBAN-EXT   TO IBANEO
      *          LE MONTANT S'AFFICHE EN CENTIMES, MEME
      *          CONVENTION DE SAISIE QUE LE GUICHET
                 COMPUTE WS-MONTANT-SAISI = OP-MONTANT * 100
              GO TO 23000-FIN
           END-IF

           IF CIBLEI = LOW-VALUE
              MOVE SPACE TO CIBLEI
           END-IF
           IF IBANEI = LOW-VALUE
              MOVE SPACE TO IBANEI
           END-IF

           IF (CIBLEI = SPACE AND IBANEI = SPACE)
              OR FREQI = SPACE OR LOW-VALUE
              OR DATPRI = SPACE OR LOW-VALUE
              OR DATPRI NOT NUMERIC
              GO TO 23000-FIN
           END-IF

           IF CIBLEI NOT = SPACE AND IBANEI NOT = SPACE
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              MOVE -1  TO IBANEL
              GO TO 23000-FIN
           END-IF

           MOVE SPACE TO WS-IBAN-SAISI
           IF IBANEI NOT = SPACE
              PERFORM 23200-CONTROLER-IBAN
              IF ERREUR
                 GO TO 23000-FIN
              END-IF
           END-IF

           IF MONTMI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
           MOVE PINCLI TO WS-PIN-SAISI

      *    LE COMPTE EMETTEUR DOIT EXISTER ET LE PIN SAISI
      *    DOIT ETRE CELUI DU TITULAIRE : L'ORDRE AINSI VALIDE
      *    AUTORISE LES MOUVEMENTS QUI SERONT GENERES
           MOVE OP-ID-CPTE TO ID-CPTE
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
              PERFORM 91000-ERREUR-CICS
           END-IF

      *    PIN SAISI CONTRE L'EMPREINTE DU TITULAIRE ; SANS
      *    ENREGISTREMENT FPINCTL, LE COMPTE N'A PAS DE PIN
           MOVE ID-CPTE TO PIN-ID-CPTE
           EXEC CICS READ FILE('FPINCTL')
                     RIDFLD(PIN-ID-CPTE)
                     INTO(PIN-CONTROLE)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE SPACE TO PIN-CONTROLE
           END-IF
           MOVE 'V'           TO PNH-FONCTION
           MOVE ID-CPTE       TO PNH-ID-CPTE
           MOVE WS-PIN-SAISI  TO PNH-PIN
           MOVE PIN-SEL       TO PNH-SEL
           MOVE PIN-EMPREINTE TO PNH-EMPREINTE
           CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
           IF NOT PNH-OK
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO PINCLL
              GO TO 23000-FIN
           END-IF

           IF STATUI = 'A'
              PERFORM 23150-CONTROLER-MINEUR
              IF ERREUR
                 GO TO 23000-FIN
              END-IF
           END-IF

           MOVE CIBLEI           TO OP-CPTE-CIBLE
           COMPUTE OP-MONTANT = WS-MONTANT-SAISI / 100
           MOVE FREQI            TO OP-FREQ
           MOVE DATPRI           TO OP-DATE-PROCH
           MOVE STATUI           TO OP-STATUT
           MOVE ZERO             TO OP-PIN
           MOVE SPACE            TO OP-ORDRE(43:38)
           MOVE DATPRI(7:2)      TO OP-JOUR-CONVENU
           MOVE WS-IBAN-SAISI    TO OP-IBAN-EXT

           EXEC CICS WRITE FILE('FORDPERM')
                     RIDFLD(OP-CLE)
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23150-CONTROLER-MINEUR.
      *----------------------*
      *    LE TITULAIRE DU COMPTE EMETTEUR (CROSS-REFERENCE)
      *    NE DOIT PAS ETRE UN CLIENT MINEUR : SES DEBITS NE
      *    PASSENT QU'AU GUICHET EN PRESENCE DU REPRESENTANT
      *    LEGAL ; UN COMPTE SANS CLIENT FCLIENTS N'EST PAS
      *    CONCERNE
      *----------------------*
           MOVE ID-CPTE TO XRF-ID-CPTE
           EXEC CICS READ FILE('FCLICPTA')
                     RIDFLD(XRF-ID-CPTE)
                     INTO(XRF-CLICPT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE XRF-NUMERO TO E-NUMERO
              EXEC CICS READ FILE('FCLIENTS')
                        RIDFLD(E-NUMERO)
                        INTO(E-CLIENT)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR = DFHRESP(NORMAL)
                 AND E-CLI-MINEUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 19  TO NUM-MES
                 MOVE -1  TO CPTEL
              END-IF
           END-IF
           .
      *----------------------*
       23100-REECRIRE.
      *----------------------*
           MOVE FREQI            TO OP-FREQ
           MOVE DATPRI           TO OP-DATE-PROCH
           MOVE STATUI           TO OP-STATUT
           MOVE ZERO             TO OP-PIN
           MOVE DATPRI(7:2)      TO OP-JOUR-CONVENU
           MOVE WS-IBAN-SAISI    TO OP-IBAN-EXT

           EXEC CICS REWRITE FILE('FORDPERM')
                     FROM(OP-ORDRE)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       23200-CONTROLER-IBAN.
      *----------------------*
      *    IBAN DU BENEFICIAIRE EXTERNE : CLE MOD 97 ET CLE RIB
      *    (pgiban), PAYS FR SEUL ADMIS (LA COMPENSATION ALLER
      *    EST NATIONALE). UNE FAUTE DE FRAPPE EST REFUSEE ICI
      *    ET NON PLUS EN RETOUR DE COMPENSATION. LE BENEFICIAIRE
      *    DOIT ETRE ENREGISTRE ET ACTIF SUR LE COMPTE (FBENEF,
      *    ECRAN GESBENF), SINON LE PASSAGE DE NUIT REFUSERAIT
      *    CHAQUE ECHEANCE
      *----------------------*
           IF IBANEI(1:2) NOT = 'FR'
              MOVE '1' TO INDIC-ERREUR
              MOVE 17  TO NUM-MES
              MOVE -1  TO IBANEL
           ELSE
              MOVE 'V'    TO IBN-FONCTION
              MOVE IBANEI TO IBN-IBAN
              CALL 'pgiban' USING IBN-FONCTION IBN-ZONE
                                  IBN-RESULTAT
              IF NOT IBN-OK
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 16  TO NUM-MES
                 MOVE -1  TO IBANEL
              ELSE
                 MOVE IBANEI TO WS-IBAN-SAISI
                 PERFORM 23250-CONTROLER-BENEF
              END-IF
           END-IF
           .
      *----------------------*
       23250-CONTROLER-BENEF.
      *----------------------*
           MOVE OP-ID-CPTE    TO BEN-ID-CPTE
           MOVE WS-IBAN-SAISI TO BEN-IBAN

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
              MOVE 18  TO NUM-MES
              MOVE -1  TO IBANEL
           END-IF
           .
      *----------------------*
       24000-SUPPRIMER.
      *----------------------*

           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE SPACE TO CIBLEO MONTMO FREQO DATPRO STATUO
                            IBANEO
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
           ELSE

      *   ENTREE = AFFICHER LA CAISSE, PF5 = OUVRIR (AVEC    *
      *   LE FOND DE CAISSE), PF6 = FERMER (AVEC LES         *
      *   ESPECES COMPTEES)                                  *
      *   ZONE DEVISE RENSEIGNEE : LES MEMES TOUCHES GERENT  *
      *   LE TIROIR DE CETTE DEVISE (FICHIER FCAISDEV, CLE   *
      *   O-OPID + DEVISE), MONTANTS EN DEVISE. LE GUICHET   *
      *   L'EXIGE OUVERT DU JOUR POUR LE CHANGE ESPECES.     *
      *   L'OUVERTURE EST REFUSEE SI LES CERTIFICATIONS      *
      *   OBLIGATOIRES DE L'OPERATEUR (FCERTIF) ONT EXPIRE.  *
      *   LE TIROIR EN MONNAIE DE TENUE EST ALIMENTE PAR LE  *
      *   COFFRE DE L'AGENCE DE L'OPERATEUR (O-AGENCE,       *
      *   FCOFFRE) : L'OUVERTURE SORT LE FOND DE CAISSE DU   *
      *   COFFRE, LA FERMETURE Y RENTRE LES ESPECES          *
      *   COMPTEES ; CHAQUE TRANSFERT EST JOURNALISE DANS    *
      *   FMVTCOF.                                           *
      *======================================================*
      *
      *======================================================*
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'CAISSE DEJA FERMEE OU NON OUVERTE'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'DEVISE SANS COURS DE CHANGE (FTXDEV)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'CAISSE DEVISE INEXISTANTE - PF5 POUR L OUVRIR'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'CAISSE DEVISE AFFICHEE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'CAISSE REFUSEE - CERTIFICATION LCBF/ESPC EXPIREE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'PROFIL SANS AGENCE DE RATTACHEMENT (GESOPER)'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'COFFRE DE L AGENCE INEXISTANT (GESCOFF)'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'FOND DE CAISSE SUPERIEUR A L ENCAISSE DU COFFRE'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 18   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
           COPY FCAISSE.
      *
      *------------------------------------------------------*
      *   FICHIER DES CAISSES DEVISES ET COURS DE CHANGE     *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CAISDEV'.
           COPY FCAISDEV.
       01  FILLER      PIC X(16) VALUE 'FICHIER TXDEV'.
           COPY FTXDEV.
      *
      *------------------------------------------------------*
      *   PROFIL OPERATEUR ET REGISTRE DES CERTIFICATIONS    *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
       01  FILLER      PIC X(16) VALUE 'FICHIER CERTIF'.
           COPY FCERTIF.
      *
      *------------------------------------------------------*
      *   COFFRE DE L'AGENCE ET JOURNAL DE SES MOUVEMENTS    *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER COFFRE'.
           COPY FCOFFRE.
       01  FILLER      PIC X(16) VALUE 'FICHIER MVTCOF'.
           COPY FMVTCOF.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE-JOUR          PIC 9(06).
       01  WS-MONT-EDIT           PIC ZZZZZZZZZ9.99.
      *
      *    TRANSFERT ENTRE LE COFFRE DE L'AGENCE ET LE TIROIR :
      *    T = DU COFFRE VERS LE TIROIR, C = DU TIROIR AU COFFRE
       01  WS-AGENCE              PIC X(04).
       01  WS-SENS-COFFRE         PIC X(01).
       01  WS-MONT-COFFRE         PIC 9(10)V99.
       01  WS-POSITION-COFFRE     PIC S9(11)V99.
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
      *------------------------------------------------------*
      *
       01  INDIC-ERREUR     PIC X(01) VALUE '0'.
           88 ERREUR     VALUE '1'.
       01  INDIC-DEVISE     PIC X(01) VALUE '0'.
           88 CAISSE-DEVISE VALUE '1'.
       01  WS-CERTIF        PIC X(01) VALUE 'N'.
           88 CERTIF-A-JOUR VALUE 'O'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *

           PERFORM 22050-DATE-DU-JOUR

           MOVE '0' TO INDIC-DEVISE
           IF DEVCAI NOT = SPACE AND NOT = LOW-VALUE
              MOVE '1' TO INDIC-DEVISE
           END-IF

           IF EIBAID = DFHENTER
              IF CAISSE-DEVISE
                 PERFORM 25100-AFFICHER-DEVISE
                     THRU 25100-FIN
              ELSE
                 PERFORM 22100-AFFICHER
                     THRU 22100-FIN
              END-IF
           END-IF

           IF EIBAID = DFHPF5
              IF CAISSE-DEVISE
                 PERFORM 25000-OUVRIR-DEVISE
                     THRU 25000-FIN
              ELSE
                 PERFORM 23000-OUVRIR
                     THRU 23000-FIN
              END-IF
           END-IF

           IF EIBAID = DFHPF6
              IF CAISSE-DEVISE
                 PERFORM 26000-FERMER-DEVISE
                     THRU 26000-FIN
              ELSE
                 PERFORM 24000-FERMER
                     THRU 24000-FIN
              END-IF
           END-IF

           IF EIBAID = DFHPF3
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
                     TIME(WS-HEURE-JOUR)
           END-EXEC
           .
      *----------------------*
      *----------------------*
       23000-OUVRIR.
      *----------------------*
           PERFORM 23050-CONTROLE-CERTIF
               THRU 23050-FIN
           IF NOT CERTIF-A-JOUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 23000-FIN
           END-IF

           IF FONDOI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
           END-IF
           MOVE FONDOI TO WS-MONTANT-SAISI

           PERFORM 23150-LIRE-COFFRE THRU 23150-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF
           COMPUTE WS-MONT-COFFRE = WS-MONTANT-SAISI / 100
           IF WS-MONT-COFFRE > WS-POSITION-COFFRE
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
              MOVE -1  TO FONDOL
              GO TO 23000-FIN
           END-IF

           MOVE WS-OPID TO CAI-OPID
           EXEC CICS READ FILE('FCAISSE')
                     RIDFLD(CAI-OPID)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE 'T' TO WS-SENS-COFFRE
           PERFORM 23200-MOUVEMENT-COFFRE

           PERFORM 22400-AFFICHER-CAISSE
           MOVE '1' TO INDIC-ERREUR
           MOVE 5   TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23050-CONTROLE-CERTIF.
      *----------------------*
      *    LES COURS LCBF ET ESPC DE L'EMPLOYE RATTACHE AU
      *    PROFIL (O-EMP-ID) DOIVENT ETRE ENREGISTRES DANS
      *    FCERTIF ET NON EXPIRES ; UN PROFIL SANS MATRICULE
      *    NE PEUT PAS OUVRIR DE CAISSE
      *----------------------*
           MOVE 'N' TO WS-CERTIF

           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL) OR O-EMP-ID = ZERO
              GO TO 23050-FIN
           END-IF

           MOVE 'O'      TO WS-CERTIF
           MOVE O-EMP-ID TO CER-EMP-ID
           MOVE 'LCBF'   TO CER-COURS
           PERFORM 23060-LIRE-CERTIF
           MOVE O-EMP-ID TO CER-EMP-ID
           MOVE 'ESPC'   TO CER-COURS
           PERFORM 23060-LIRE-CERTIF
           .
       23050-FIN.
           EXIT.
      *----------------------*
       23060-LIRE-CERTIF.
      *----------------------*
           EXEC CICS READ FILE('FCERTIF')
                     RIDFLD(CER-CLE)
                     INTO(CER-CERTIF)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 IF CER-DATE-EXPIRATION < WS-DATE-JOUR
                    MOVE 'N' TO WS-CERTIF
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE 'N' TO WS-CERTIF
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
      *----------------------*
       23150-LIRE-COFFRE.
      *----------------------*
      *    AGENCE DU PROFIL (FOPERAT) ET POSITION THEORIQUE
      *    DE SON COFFRE (WS-POSITION-COFFRE)
      *----------------------*
           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           IF O-AGENCE = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              GO TO 23150-FIN
           END-IF
           MOVE O-AGENCE TO WS-AGENCE

           MOVE WS-AGENCE TO CF-CLE
           EXEC CICS READ FILE('FCOFFRE')
                     RIDFLD(CF-CLE)
                     INTO(CF-COFFRE)
                     RESP(WS-RESPCR)
           END-EXEC
           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 COMPUTE WS-POSITION-COFFRE =
                         CF-SOLDE-OUVERTURE
                         - CF-TOTAL-VERS-TIROIRS
                         + CF-TOTAL-DES-TIROIRS
                         + CF-TOTAL-LIVRAISONS
                         - CF-TOTAL-REMISES
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 17  TO NUM-MES
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       23150-FIN.
           EXIT.
      *----------------------*
       23200-MOUVEMENT-COFFRE.
      *----------------------*
      *    TRANSFERT DE WS-MONT-COFFRE ENTRE LE COFFRE DE
      *    WS-AGENCE ET LE TIROIR, DANS LE SENS WS-SENS-COFFRE,
      *    PUIS LIGNE DU JOURNAL FMVTCOF
      *----------------------*
           MOVE WS-AGENCE TO CF-CLE
           EXEC CICS READ FILE('FCOFFRE')
                     RIDFLD(CF-CLE)
                     INTO(CF-COFFRE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF WS-SENS-COFFRE = 'T'
              ADD WS-MONT-COFFRE TO CF-TOTAL-VERS-TIROIRS
           ELSE
              ADD WS-MONT-COFFRE TO CF-TOTAL-DES-TIROIRS
           END-IF

           EXEC CICS REWRITE FILE('FCOFFRE')
                     FROM(CF-COFFRE)
                     LENGTH(LENGTH OF CF-COFFRE)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE SPACE          TO MCF-MOUVEMENT
           MOVE WS-DATE-JOUR   TO MCF-DATE
           MOVE WS-HEURE-JOUR  TO MCF-HEURE
           MOVE WS-AGENCE      TO MCF-AGENCE
           MOVE WS-OPID        TO MCF-OPID
           MOVE EIBTRMID       TO MCF-TERM
           MOVE WS-SENS-COFFRE TO MCF-SENS
           MOVE WS-MONT-COFFRE TO MCF-MONTANT
           MOVE WS-OPID        TO MCF-REFERENCE

           EXEC CICS WRITE FILE('FMVTCOF')
                     FROM(MCF-MOUVEMENT)
                     LENGTH(LENGTH OF MCF-MOUVEMENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       23100-GARNIR-OUVERTURE.
      *----------------------*
           END-IF
           MOVE ESPECI TO WS-MONTANT-SAISI

           PERFORM 23150-LIRE-COFFRE THRU 23150-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF
           COMPUTE WS-MONT-COFFRE = WS-MONTANT-SAISI / 100

           MOVE WS-OPID TO CAI-OPID
           EXEC CICS READ FILE('FCAISSE')
                     RIDFLD(CAI-OPID)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE 'C' TO WS-SENS-COFFRE
           PERFORM 23200-MOUVEMENT-COFFRE

           PERFORM 22400-AFFICHER-CAISSE
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           .
       24000-FIN.
           EXIT.
      *----------------------*
       25000-OUVRIR-DEVISE.
      *----------------------*
      *    LA DEVISE DOIT AVOIR AU MOINS UN COURS DANS FTXDEV
      *    (LE GUICHET Y PREND LE COURS EN VIGUEUR DU JOUR)
      *----------------------*
           PERFORM 23050-CONTROLE-CERTIF
               THRU 23050-FIN
           IF NOT CERTIF-A-JOUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 25000-FIN
           END-IF

           PERFORM 25050-CONTROLER-DEVISE
           IF ERREUR
              GO TO 25000-FIN
           END-IF

           IF FONDOI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO FONDOL
              GO TO 25000-FIN
           END-IF
           MOVE FONDOI TO WS-MONTANT-SAISI

           MOVE WS-OPID TO CAD-OPID
           MOVE DEVCAI  TO CAD-DEVISE
           EXEC CICS READ FILE('FCAISDEV')
                     RIDFLD(CAD-CLE)
                     INTO(CAD-CAISSE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 IF CAD-OUVERTE AND CAD-DATE = WS-DATE-JOUR
                    EXEC CICS UNLOCK FILE('FCAISDEV')
                    END-EXEC
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 10  TO NUM-MES
                    GO TO 25000-FIN
                 END-IF
                 PERFORM 25200-GARNIR-OUVERTURE-DEV
                 EXEC CICS REWRITE FILE('FCAISDEV')
                           FROM(CAD-CAISSE)
                           LENGTH(LENGTH OF CAD-CAISSE)
                           RESP(WS-RESPCR)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 PERFORM 25200-GARNIR-OUVERTURE-DEV
                 EXEC CICS WRITE FILE('FCAISDEV')
                           RIDFLD(CAD-CLE)
                           FROM(CAD-CAISSE)
                           LENGTH(LENGTH OF CAD-CAISSE)
                           RESP(WS-RESPCR)
                 END-EXEC
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 25400-AFFICHER-CAISSE-DEV
           MOVE '1' TO INDIC-ERREUR
           MOVE 5   TO NUM-MES
           .
       25000-FIN.
           EXIT.
      *----------------------*
       25050-CONTROLER-DEVISE.
      *----------------------*
           MOVE DEVCAI TO TXD-DEVISE
           MOVE ZERO   TO TXD-DATE-EFFET
           EXEC CICS READ FILE('FTXDEV')
                     RIDFLD(TXD-CLE)
                     INTO(TXD-TXDEV)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              AND TXD-DEVISE = DEVCAI
              CONTINUE
           ELSE
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 AND NOT = DFHRESP(NOTFND)
                 PERFORM 91000-ERREUR-CICS
              END-IF
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO DEVCAL
           END-IF
           .
      *----------------------*
       25100-AFFICHER-DEVISE.
      *----------------------*
           MOVE WS-OPID TO CAD-OPID
           MOVE DEVCAI  TO CAD-DEVISE
           EXEC CICS READ FILE('FCAISDEV')
                     RIDFLD(CAD-CLE)
                     INTO(CAD-CAISSE)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 25400-AFFICHER-CAISSE-DEV
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 14  TO NUM-MES
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 13  TO NUM-MES
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       25100-FIN.
           EXIT.
      *----------------------*
       25200-GARNIR-OUVERTURE-DEV.
      *----------------------*
           MOVE SPACE          TO CAD-CAISSE
           MOVE WS-OPID        TO CAD-OPID
           MOVE DEVCAI         TO CAD-DEVISE
           MOVE 'O'            TO CAD-STATUT
           MOVE WS-DATE-JOUR   TO CAD-DATE
           MOVE EIBTRMID       TO CAD-TERM
           COMPUTE CAD-FOND-OUVERTURE = WS-MONTANT-SAISI / 100
           MOVE ZERO           TO CAD-TOTAL-ENTREES
           MOVE ZERO           TO CAD-TOTAL-SORTIES
           MOVE ZERO           TO CAD-ESPECES-FERMETURE
           .
      *----------------------*
       25400-AFFICHER-CAISSE-DEV.
      *----------------------*
           MOVE WS-OPID        TO OPIDO
           MOVE CAD-DEVISE     TO DEVCAO
           MOVE CAD-STATUT     TO STATUO
           COMPUTE WS-MONTANT-SAISI = CAD-FOND-OUVERTURE * 100
           MOVE WS-MONTANT-SAISI TO FONDOO
           MOVE CAD-TOTAL-ENTREES TO WS-MONT-EDIT
           MOVE WS-MONT-EDIT   TO ENTREO
           MOVE CAD-TOTAL-SORTIES TO WS-MONT-EDIT
           MOVE WS-MONT-EDIT   TO SORTIO
           COMPUTE WS-MONTANT-SAISI =
                   CAD-ESPECES-FERMETURE * 100
           MOVE WS-MONTANT-SAISI TO ESPECO
           .
      *----------------------*
       26000-FERMER-DEVISE.
      *----------------------*
           IF ESPECI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO ESPECL
              GO TO 26000-FIN
           END-IF
           MOVE ESPECI TO WS-MONTANT-SAISI

           MOVE WS-OPID TO CAD-OPID
           MOVE DEVCAI  TO CAD-DEVISE
           EXEC CICS READ FILE('FCAISDEV')
                     RIDFLD(CAD-CLE)
                     INTO(CAD-CAISSE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              GO TO 26000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF NOT CAD-OUVERTE OR CAD-DATE NOT = WS-DATE-JOUR
              EXEC CICS UNLOCK FILE('FCAISDEV')
              END-EXEC
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              GO TO 26000-FIN
           END-IF

           MOVE 'F' TO CAD-STATUT
           COMPUTE CAD-ESPECES-FERMETURE =
                   WS-MONTANT-SAISI / 100

           EXEC CICS REWRITE FILE('FCAISDEV')
                     FROM(CAD-CAISSE)
                     LENGTH(LENGTH OF CAD-CAISSE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 25400-AFFICHER-CAISSE-DEV
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           .
       26000-FIN.
           EXIT.
      *--------------------*
       22200-ERREUR-TOUCHE.
      *--------------------*

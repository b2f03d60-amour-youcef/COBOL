      *======================================================*
      *   COFFRE DE L'AGENCE DE L'OPERATEUR SIGNE (FICHIER   *
      *   FCOFFRE, CLE = AGENCE O-AGENCE DU PROFIL).         *
      *   LES TIROIRS DES GUICHETIERS (GESCAIS) Y PRENNENT   *
      *   LEUR FOND DE CAISSE LE MATIN ET Y RENTRENT LEURS   *
      *   ESPECES LE SOIR ; CET ECRAN SAISIT LE RESTE :      *
      *   ENTREE = AFFICHER LA POSITION DU COFFRE,           *
      *   PF5 = ENREGISTRER UNE LIVRAISON (L) RECUE DU       *
      *   CENTRE FORT OU UNE REMISE (R) AU CENTRE FORT, AVEC *
      *   LA REFERENCE DU BORDEREAU, PF6 = ENREGISTRER LE    *
      *   COMPTAGE DU COFFRE EN FIN DE JOURNEE, PF9 =        *
      *   ENREGISTRER LES SEUILS MINI/MAXI DE L'ENCAISSE     *
      *   (CREE LE COFFRE S'IL N'EXISTE PAS).                *
      *   CHAQUE LIVRAISON OU REMISE EST JOURNALISEE DANS    *
      *   FMVTCOF. LE BATCH COFEOD RAPPROCHE LE COFFRE ET    *
      *   L'ARRETE CHAQUE SOIR ; COMESP PROPOSE LA COMMANDE  *
      *   DE FONDS DU LENDEMAIN.                             *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET PORTEURS  *
      *   DE L'HABILITATION SUPERVISEUR (O-AUT-SUPERV, LUE   *
      *   DIRECTEMENT DANS FOPERAT).                         *
      *   MONTANTS SAISIS EN CENTIMES, COMME GESCAIS.        *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESCOFF.
      *
      *======================================================*
      *   E N V I R O N M E N T       D I V I S I O N        *
      *======================================================*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.

      *======================================================*
      *           D A T A         D I V I S I O N            *
      *======================================================*
       DATA DIVISION.

      *------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *------------------------------------------------------*
      *
       01 FILLER             PIC X(16) VALUE 'DEBUT WORKING'.
      *
       01 MON-PROG           PIC X(08) VALUE 'GESCOFF'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESCOFF'.
       01 MA-MAP             PIC X(08) VALUE 'MAPCF'.
       01 MA-TRX             PIC X(04) VALUE 'TCFA'.
      *
      *------------------------------------------------------*
      *   MESSAGES D'ERREUR                                  *
      *------------------------------------------------------*
       01  TB-MESSAGES.
      *- 1
           05 FILLER               PIC X(65)
              VALUE 'TOUCHE INTERDITE'.
      *- 2
           05 FILLER               PIC X(65)
              VALUE 'FIN TRANSACTION'.
      *- 3
           05 FILLER               PIC X(65)
              VALUE 'PROFIL SANS AGENCE DE RATTACHEMENT (GESOPER)'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'COFFRE AFFICHE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'COFFRE INEXISTANT - PF9 POUR LE CREER'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'MOUVEMENT DU COFFRE ENREGISTRE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'TYPE : L=LIVRAISON, R=REMISE AU CENTRE FORT'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'MONTANT EN CENTIMES, NUMERIQUE ET NON NUL'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'COFFRE RESERVE AUX SUPERVISEURS GUICHET'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'REMISE SUPERIEURE A L ENCAISSE DU COFFRE'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'ESPECES COMPTEES EN CENTIMES, NUMERIQUES'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'COMPTAGE DU COFFRE ENREGISTRE'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'SEUILS EN CENTIMES, NUMERIQUES, MINI <= MAXI'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'SEUILS DU COFFRE ENREGISTRES'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'REFERENCE DU BORDEREAU OBLIGATOIRE'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 16   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   ZONE DE COMMUNICATION                              *
      *------------------------------------------------------*
      *
       01  FILLER      PIC X(16) VALUE 'COMMAREA'.
      *
           COPY WSCLICOM.
      *
       01  LONG-COM               PIC S9(4) COMP.
      *
       01  C-R                    PIC S9(8) COMP.
       01  WS-RESPCR              PIC S9(8) COMP.
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
      *   PROFIL OPERATEUR ET AGENCES                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
       01  FILLER      PIC X(16) VALUE 'FICHIER AGENCES'.
           COPY FAGENCE.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-SEUIL-SAISI         PIC 9(10).
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE-JOUR          PIC 9(06).
       01  WS-MONT-EDIT           PIC ZZZZZZZZZ9.99.
       01  WS-AGENCE              PIC X(04).
       01  WS-MONT-COFFRE         PIC 9(10)V99.
       01  WS-POSITION-COFFRE     PIC S9(11)V99.
       01  WS-POSITION-EDIT       PIC -ZZZZZZZZ9.99.
       01  WS-IND-HN              PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   VARIABLES DIVERSES                                 *
      *------------------------------------------------------*
      *
       01  DATE-ABS               PIC S9(18) COMP.
       01  WS-TRTM.
           05 TRANS               PIC X(4).
           05                     PIC X VALUE '/'.
           05 TERM                PIC X(4).

       01  WS-TRERR.
           05 FILLER              PIC X(20)
              VALUE       'TRANSACTION IMPREVUE'.
      *
      *------------------------------------------------------*
      *   VARIABLES BOOLEENNES                               *
      *------------------------------------------------------*
      *
       01  INDIC-ERREUR     PIC X(01) VALUE '0'.
           88 ERREUR     VALUE '1'.
       01  WS-SUPERV        PIC X(01) VALUE '0'.
           88 SUPERV-HABILITE VALUE '1'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPCFCIA'.
           COPY MAPCFCIA.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DES  TOUCHES   FONCTIONS             *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'TOUCHE FONCTION'.
           COPY DFHAID.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DES  ATTRIBUTS                       *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ATTRIBUTS'.
           COPY DFHBMSCA.
      *
      *======================================================*
      *          L I N K A G E     S E C T I O N             *
      *======================================================*
      *
       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 FILLER           PIC X(200).
      *
      *======================================================*
      *     P R O C E D U R E     D I V I S I O N            *
      *======================================================*
      *
       PROCEDURE DIVISION.
      *
      *---------------------*
       10000-DEBUT-PROGRAMME.
      *---------------------*
           EXEC CICS HANDLE CONDITION
               ERROR(91000-ERREUR-CICS)
           END-EXEC

           MOVE LENGTH OF WS-COMMAREA TO LONG-COM
           .
      *---------------------*
       20000-TRAIT-PROGRAMME.
      *---------------------*
           IF EIBCALEN = 0
              EXEC CICS SEND FROM (WS-TRERR)
                        ERASE
              END-EXEC
              EXEC CICS RETURN
              END-EXEC
           ELSE
              MOVE DFHCOMMAREA  TO WS-COMMAREA
              IF NOT AUT-GUICHET
                 PERFORM 22800-RET-MENU
              END-IF
              PERFORM 20500-CONTROLER-HABILITATION
              IF NOT SUPERV-HABILITE
                 PERFORM 22800-RET-MENU
              END-IF
              IF PREMIERE-FOIS
                 PERFORM 21000-PREMIERE-FOIS
              ELSE
                 PERFORM 22000-AUTRES-FOIS
              END-IF
           END-IF

           GOBACK
           .
      *----------------------------*
       20500-CONTROLER-HABILITATION.
      *----------------------------*
      *    PROFIL ACTIF, HABILITE SUPERVISEUR ; L'AGENCE DU
      *    PROFIL DESIGNE LE COFFRE TRAITE (WS-AGENCE)
      *----------------------------*
           MOVE '0'     TO WS-SUPERV
           MOVE SPACE   TO WS-AGENCE
           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              AND O-OPER-ACTIF AND O-SUPERV-OK
              MOVE '1' TO WS-SUPERV
              IF O-AGENCE NOT = LOW-VALUE
                 MOVE O-AGENCE TO WS-AGENCE
              END-IF
           END-IF
           .
      *----------------------*
       21000-PREMIERE-FOIS.
      *----------------------*
           MOVE '0' TO WS-COM-PREM

           MOVE LOW-VALUE TO MAPCFO

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYYYY(DATEO)
                     TIME(HEUREO)
                     TIMESEP(':')
           END-EXEC

           MOVE EIBTRMID TO TERM
           MOVE EIBTRNID TO TRANS
           MOVE WS-TRTM TO TRTMO
           MOVE WS-OPID TO OPIDO
           MOVE WS-AGENCE TO AGENCO

           MOVE -1 TO TYPMVL

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPCFO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPCFI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPCFI)
                     RESP   (C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL) AND NOT = DFHRESP(MAPFAIL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE '0' TO INDIC-ERREUR

           PERFORM 22050-DATE-DU-JOUR

           IF WS-AGENCE = SPACE
              AND (EIBAID = DFHENTER OR DFHPF5 OR DFHPF6 OR DFHPF9)
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              PERFORM 22300-ENVOI-AUTRES-FOIS
              PERFORM 29900-RETOUR-CICS
           END-IF

           IF EIBAID = DFHENTER
              PERFORM 22100-AFFICHER
                  THRU 22100-FIN
           END-IF

           IF EIBAID = DFHPF5
              PERFORM 23000-MOUVEMENT
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-COMPTAGE
                  THRU 24000-FIN
           END-IF

           IF EIBAID = DFHPF9
              PERFORM 25000-SEUILS
                  THRU 25000-FIN
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-MENU
           END-IF

           IF EIBAID = DFHPF12
              PERFORM 22900-FIN-TRANSACTION
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF5 AND NOT = DFHPF6
               AND NOT = DFHPF9
               AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       22050-DATE-DU-JOUR.
      *----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
                     TIME(WS-HEURE-JOUR)
           END-EXEC
           .
      *----------------------*
       22100-AFFICHER.
      *----------------------*
           MOVE WS-AGENCE TO CF-CLE
           EXEC CICS READ FILE('FCOFFRE')
                     RIDFLD(CF-CLE)
                     INTO(CF-COFFRE)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 22400-AFFICHER-COFFRE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
                 MOVE -1  TO SEMINL
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22400-AFFICHER-COFFRE.
      *----------------------*
           MOVE WS-OPID        TO OPIDO
           MOVE WS-AGENCE      TO AGENCO
           MOVE WS-AGENCE      TO AG-CLE
           EXEC CICS READ FILE('FAGENCE')
                     RIDFLD(AG-CLE)
                     INTO(AG-AGENCE)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE AG-NOM      TO AGNOMO
           ELSE
              MOVE SPACE       TO AGNOMO
           END-IF
           MOVE CF-DATE-ARRETE TO DARREO
           MOVE CF-SOLDE-OUVERTURE    TO WS-MONT-EDIT
           MOVE WS-MONT-EDIT   TO SOLDOO
           MOVE CF-TOTAL-VERS-TIROIRS TO WS-MONT-EDIT
           MOVE WS-MONT-EDIT   TO VERSTO
           MOVE CF-TOTAL-DES-TIROIRS  TO WS-MONT-EDIT
           MOVE WS-MONT-EDIT   TO DESTO
           MOVE CF-TOTAL-LIVRAISONS   TO WS-MONT-EDIT
           MOVE WS-MONT-EDIT   TO LIVRO
           MOVE CF-TOTAL-REMISES      TO WS-MONT-EDIT
           MOVE WS-MONT-EDIT   TO REMISO
           PERFORM 22450-CALCULER-POSITION
           MOVE WS-POSITION-COFFRE    TO WS-POSITION-EDIT
           MOVE WS-POSITION-EDIT      TO POSITO
           IF CF-COMPTE
              MOVE CF-ESPECES-COMPTEES TO WS-MONT-EDIT
              MOVE WS-MONT-EDIT        TO COMPTO
           ELSE
              MOVE SPACE               TO COMPTO
           END-IF
           COMPUTE WS-SEUIL-SAISI = CF-SEUIL-MINI * 100
           MOVE WS-SEUIL-SAISI TO SEMINO
           COMPUTE WS-SEUIL-SAISI = CF-SEUIL-MAXI * 100
           MOVE WS-SEUIL-SAISI TO SEMAXO
           .
      *----------------------*
       22450-CALCULER-POSITION.
      *----------------------*
           COMPUTE WS-POSITION-COFFRE =
                   CF-SOLDE-OUVERTURE
                   - CF-TOTAL-VERS-TIROIRS
                   + CF-TOTAL-DES-TIROIRS
                   + CF-TOTAL-LIVRAISONS
                   - CF-TOTAL-REMISES
           .
      *----------------------*
       23000-MOUVEMENT.
      *----------------------*
      *    LIVRAISON RECUE DU CENTRE FORT OU REMISE AU CENTRE
      *    FORT ; UNE REMISE NE PEUT DEPASSER LA POSITION
      *----------------------*
           IF TYPMVI NOT = 'L' AND NOT = 'R'
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO TYPMVL
              GO TO 23000-FIN
           END-IF
           IF MONTMI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO MONTML
              GO TO 23000-FIN
           END-IF
           MOVE MONTMI TO WS-MONTANT-SAISI
           IF WS-MONTANT-SAISI = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO MONTML
              GO TO 23000-FIN
           END-IF
           IF REFMVI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO REFMVL
              GO TO 23000-FIN
           END-IF
           COMPUTE WS-MONT-COFFRE = WS-MONTANT-SAISI / 100

           MOVE WS-AGENCE TO CF-CLE
           EXEC CICS READ FILE('FCOFFRE')
                     RIDFLD(CF-CLE)
                     INTO(CF-COFFRE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO SEMINL
              GO TO 23000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF TYPMVI = 'R'
              PERFORM 22450-CALCULER-POSITION
              IF WS-MONT-COFFRE > WS-POSITION-COFFRE
                 EXEC CICS UNLOCK FILE('FCOFFRE')
                 END-EXEC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 11  TO NUM-MES
                 MOVE -1  TO MONTML
                 GO TO 23000-FIN
              END-IF
              ADD WS-MONT-COFFRE TO CF-TOTAL-REMISES
           ELSE
              ADD WS-MONT-COFFRE TO CF-TOTAL-LIVRAISONS
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
           MOVE TYPMVI         TO MCF-SENS
           MOVE WS-MONT-COFFRE TO MCF-MONTANT
           MOVE REFMVI         TO MCF-REFERENCE

           EXEC CICS WRITE FILE('FMVTCOF')
                     FROM(MCF-MOUVEMENT)
                     LENGTH(LENGTH OF MCF-MOUVEMENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22400-AFFICHER-COFFRE
           MOVE SPACE TO TYPMVO MONTMO REFMVO
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           MOVE -1  TO TYPMVL
           .
       23000-FIN.
           EXIT.
      *----------------------*
       24000-COMPTAGE.
      *----------------------*
      *    ESPECES COMPTEES DANS LE COFFRE APRES LA FERMETURE
      *    DES TIROIRS ; UN NOUVEAU COMPTAGE REMPLACE LE
      *    PRECEDENT JUSQU'A L'ARRETE COFEOD
      *----------------------*
           IF ESPECI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO ESPECL
              GO TO 24000-FIN
           END-IF
           MOVE ESPECI TO WS-MONTANT-SAISI

           MOVE WS-AGENCE TO CF-CLE
           EXEC CICS READ FILE('FCOFFRE')
                     RIDFLD(CF-CLE)
                     INTO(CF-COFFRE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO SEMINL
              GO TO 24000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE 'C'     TO CF-COMPTAGE
           COMPUTE CF-ESPECES-COMPTEES = WS-MONTANT-SAISI / 100
           MOVE WS-OPID TO CF-OPID-COMPTAGE

           EXEC CICS REWRITE FILE('FCOFFRE')
                     FROM(CF-COFFRE)
                     LENGTH(LENGTH OF CF-COFFRE)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22400-AFFICHER-COFFRE
           MOVE SPACE TO ESPECO
           MOVE '1' TO INDIC-ERREUR
           MOVE 13  TO NUM-MES
           .
       24000-FIN.
           EXIT.
      *----------------------*
       25000-SEUILS.
      *----------------------*
      *    SEUILS MINI ET MAXI DE L'ENCAISSE ; UN COFFRE
      *    INEXISTANT EST CREE A POSITION NULLE (LE PREMIER
      *    APPROVISIONNEMENT EST UNE LIVRAISON)
      *----------------------*
           IF SEMINI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO SEMINL
              GO TO 25000-FIN
           END-IF
           IF SEMAXI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO SEMAXL
              GO TO 25000-FIN
           END-IF
           MOVE SEMINI TO WS-MONTANT-SAISI
           MOVE SEMAXI TO WS-SEUIL-SAISI
           IF WS-MONTANT-SAISI > WS-SEUIL-SAISI
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO SEMINL
              GO TO 25000-FIN
           END-IF

           MOVE WS-AGENCE TO CF-CLE
           EXEC CICS READ FILE('FCOFFRE')
                     RIDFLD(CF-CLE)
                     INTO(CF-COFFRE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 COMPUTE CF-SEUIL-MINI = WS-MONTANT-SAISI / 100
                 COMPUTE CF-SEUIL-MAXI = WS-SEUIL-SAISI / 100
                 EXEC CICS REWRITE FILE('FCOFFRE')
                           FROM(CF-COFFRE)
                           LENGTH(LENGTH OF CF-COFFRE)
                           RESP(WS-RESPCR)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 MOVE SPACE          TO CF-COFFRE
                 MOVE WS-AGENCE      TO CF-CLE
                 MOVE WS-DATE-JOUR   TO CF-DATE-ARRETE
                 MOVE ZERO           TO CF-SOLDE-OUVERTURE
                                        CF-TOTAL-VERS-TIROIRS
                                        CF-TOTAL-DES-TIROIRS
                                        CF-TOTAL-LIVRAISONS
                                        CF-TOTAL-REMISES
                                        CF-ESPECES-COMPTEES
                 PERFORM 25100-VIDER-HISTORIQUE
                     VARYING WS-IND-HN FROM 1 BY 1
                     UNTIL WS-IND-HN > 10
                 COMPUTE CF-SEUIL-MINI = WS-MONTANT-SAISI / 100
                 COMPUTE CF-SEUIL-MAXI = WS-SEUIL-SAISI / 100
                 EXEC CICS WRITE FILE('FCOFFRE')
                           RIDFLD(CF-CLE)
                           FROM(CF-COFFRE)
                           LENGTH(LENGTH OF CF-COFFRE)
                           RESP(WS-RESPCR)
                 END-EXEC
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22400-AFFICHER-COFFRE
           MOVE '1' TO INDIC-ERREUR
           MOVE 15  TO NUM-MES
           .
       25000-FIN.
           EXIT.
      *----------------------*
       25100-VIDER-HISTORIQUE.
      *----------------------*
           MOVE ZERO TO CF-HN-DATE(WS-IND-HN)
           MOVE ZERO TO CF-HN-MONTANT(WS-IND-HN)
           .
      *--------------------*
       22200-ERREUR-TOUCHE.
      *--------------------*
           MOVE 1  TO  NUM-MES
           MOVE '1' TO  INDIC-ERREUR
           .
      *-------------------------*
       22300-ENVOI-AUTRES-FOIS.
      *-------------------------*
           IF ERREUR
              MOVE MESS-ERR(NUM-MES) TO MESSAGEO
           ELSE
              MOVE SPACE              TO MESSAGEO
           END-IF

           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPCFO)
                     DATAONLY
                     CURSOR
           END-EXEC
           .
      *----------------------*
       22800-RET-MENU.
      *----------------------*
           MOVE '1'      TO WS-COM-PREM
           MOVE 0        TO WS-CHOIX-NUM

           EXEC CICS XCTL
               PROGRAM  ('GESCLI10')
               COMMAREA (WS-COMMAREA)
               LENGTH   (LONG-COM)
           END-EXEC
           .
      *----------------------*
       22900-FIN-TRANSACTION.
      *----------------------*
           MOVE 2        TO NUM-MES
           MOVE '1'      TO INDIC-ERREUR

           PERFORM 22300-ENVOI-AUTRES-FOIS.

           EXEC CICS RETURN
           END-EXEC
           .
      *-----------------*
       29900-RETOUR-CICS.
      *-----------------*
            EXEC CICS RETURN
                      TRANSID  (MA-TRX)
                      COMMAREA (WS-COMMAREA)
                      LENGTH   (LONG-COM)
            END-EXEC
            .
      *-----------------*
       91000-ERREUR-CICS.
      *-----------------*
           MOVE '1'             TO INDIC-ERREUR
           MOVE  9              TO NUM-MES
           PERFORM 22300-ENVOI-AUTRES-FOIS
           EXEC CICS RETURN
           END-EXEC
           .

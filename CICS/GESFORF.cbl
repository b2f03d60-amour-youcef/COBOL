      *======================================================*
      *   SOUSCRIPTION DES COMPTES AUX FORFAITS DU CATALOGUE *
      *   PRODUITS (FICHIER FSOUSOFR, CLE COMPTE + DATE DE   *
      *   DEBUT ; CATALOGUE FOFFRE CHARGE PAR LOADOFFR).     *
      *   UN FORFAIT REGROUPE POUR UN PRIX MENSUEL UNIQUE    *
      *   DES SERVICES (CARTE, DECOUVERT, ALERTES,           *
      *   CHEQUIER) : LA FIN DE MOIS (PARTI18) PRELEVE LE    *
      *   PRIX DU FORFAIT A LA PLACE DU FRAIS DE LA NATURE,  *
      *   LA FACTURATION A L'OPERATION (FACTMVT) N'IMPUTE    *
      *   PLUS LES CODES DE MOUVEMENT EXONERES.              *
      *   SEULS LES COMPTES COURANTS ACTIFS (NATURES 01 A    *
      *   04) SOUSCRIVENT ; LES PERIODES D'UN MEME COMPTE NE *
      *   SE CHEVAUCHENT PAS ET NE DEBUTENT PAS DANS LE      *
      *   PASSE. UNE SOUSCRIPTION RESILIEE RESTE AU FICHIER. *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET           *
      *   (O-AUT-GUICHET).                                   *
      *   ENTREE = AFFICHER (SANS DATE DE DEBUT : LE FORFAIT *
      *   EN VIGUEUR OU A VENIR DU COMPTE), PF5 = VALIDER LA *
      *   SAISIE, PF6 = RESILIER                             *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESFORF.
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
       01 MON-PROG           PIC X(08) VALUE 'GESFORF'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESFORF'.
       01 MA-MAP             PIC X(08) VALUE 'MAPFO'.
       01 MA-TRX             PIC X(04) VALUE 'TFOA'.
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
              VALUE 'NUMERO DE COMPTE OBLIGATOIRE'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'SOUSCRIPTION INCONNUE - PF5 POUR LA CREER'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'FORFAIT AFFICHE - PF5 VALIDER / PF6 RESILIER'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'SOUSCRIPTION ENREGISTREE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'SOUSCRIPTION RESILIEE'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'AUCUN FORFAIT EN VIGUEUR OU A VENIR'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'COMPTE INCONNU'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'NUMERO DE COMPTE INVALIDE (CLE DE CONTROLE)'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'DATE INVALIDE (AAAAMMJJ)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'FORFAIT INCONNU AU CATALOGUE'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON ACTIF - SOUSCRIPTION REFUSEE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'SOUSCRIPTION DEJA RESILIEE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'FORFAIT RETIRE DE LA VENTE'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'DATE DE DEBUT ANTERIEURE A CE JOUR'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'DATE DE FIN ANTERIEURE A LA DATE DE DEBUT'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'PERIODE EN CONFLIT AVEC UNE AUTRE SOUSCRIPTION'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'FORFAIT RESERVE AUX NATURES 01 A 04'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'FORFAIT COMMENCE : RESILIER PUIS SOUSCRIRE'.
      *- 22
           05 FILLER               PIC X(65)
              VALUE 'DATE DE DEBUT ET FORFAIT OBLIGATOIRES'.
      *- 23
           05 FILLER               PIC X(65)
              VALUE 'DATE DE FIN ANTERIEURE A CE JOUR'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 23   PIC X(65).

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
       01  WS-VALNUM-FONC         PIC X(01).
       01  WS-VALNUM-NUM          PIC 9(08).
       01  WS-VALNUM-RC           PIC X(01).
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT COMPTE CLIENT.DAT (VUE CICS FCLT)   *
      *------------------------------------------------------*
       01  REC-CLT.
           05  ID-CPTE    PIC X(08).
           05  ID-REGION  PIC X(02).
           05  NAT-CPTE   PIC 9(02).
              88  NAT-CPTE-COURANT  VALUE 01 THRU 04.
           05  NOM-CLT    PIC X(10).
           05  PRN-CLT    PIC X(10).
           05  DTN-CLT    PIC 9(08).
           05  SEX-CLT    PIC X(01).
           05  ACP-CLT    PIC X(02).
           05  STS-CLT    PIC X(01).
              88  STS-CLT-ACTIF     VALUE 'O' 'C'.
           05  ADR-CLT    PIC X(10).
           05  SLD-CLT    PIC S9(08)V99.
           05  PST-CLT    PIC X(02).
           05  PIN-CLT    PIC 9(04).
           05  DEC-CLT    PIC 9(06).
           05  FILLER     PIC X(04).
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-CPTE                PIC X(08).
       01  WS-DEBUT               PIC 9(08).
       01  WS-FIN                 PIC 9(08).
       01  WS-DATE-SAISIE         PIC X(08).
       01  WS-DATE-DECOMP REDEFINES WS-DATE-SAISIE.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).
       01  WS-PRIX-ED             PIC ZZZZZZ9.99.
      *
      *    PARCOURS DES SOUSCRIPTIONS DU COMPTE (CLES
      *    CONTIGUES COMPTE + DATE DE DEBUT) : V = RECHERCHE
      *    DU FORFAIT EN VIGUEUR OU A VENIR, C = CONTROLE DE
      *    CHEVAUCHEMENT DE LA PERIODE SAISIE
       01  WS-CLE-BR              PIC X(16).
       01  WS-MODE-BR             PIC X(01).
           88 BR-VIGUEUR             VALUE 'V'.
           88 BR-CHEVAUCHEMENT       VALUE 'C'.
       01  WS-FIN-BROWSE          PIC X(01).
           88 FIN-BROWSE             VALUE 'O'.
       01  WS-TROUVE              PIC X(01).
           88 SOF-TROUVEE            VALUE 'O'.
       01  WS-A-VENIR             PIC X(01).
           88 SOF-A-VENIR            VALUE 'O'.
       01  WS-CHEVAUCHE           PIC X(01).
           88 PERIODE-EN-CONFLIT     VALUE 'O'.
       01  WS-SOF-SAUVE           PIC X(80).
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
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPFOCIA'.
           COPY MAPFOCIA.
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
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FSOUSOFR : SOUSCRIPTIONS    *
      *   AUX FORFAITS                                       *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER SOUSOFR'.
           COPY FSOUSOFR.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FOFFRE : CATALOGUE DES      *
      *   FORFAITS                                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER OFFRE'.
           COPY FOFFRE.
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
              IF PREMIERE-FOIS
                 PERFORM 21000-PREMIERE-FOIS
              ELSE
                 PERFORM 22000-AUTRES-FOIS
              END-IF
           END-IF

           GOBACK
           .
      *----------------------*
       21000-PREMIERE-FOIS.
      *----------------------*
           MOVE '0' TO WS-COM-PREM

           MOVE LOW-VALUE TO MAPFOO

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

           MOVE -1 TO CPTEL

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPFOO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPFOI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPFOI)
                     RESP   (C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL) AND NOT = DFHRESP(MAPFAIL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE '0' TO INDIC-ERREUR

           IF EIBAID = DFHENTER
              PERFORM 22100-AFFICHER
                  THRU 22100-FIN
           END-IF

           IF EIBAID = DFHPF5
              PERFORM 23000-VALIDER
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-RESILIER
                  THRU 24000-FIN
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-MENU
           END-IF

           IF EIBAID = DFHPF12
              PERFORM 22900-FIN-TRANSACTION
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF5 AND NOT = DFHPF6
               AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       22100-AFFICHER.
      *----------------------*
           PERFORM 22150-CONTROLER-COMPTE
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           PERFORM 22180-DATE-DU-JOUR

      *    SANS DATE DE DEBUT : LE FORFAIT EN VIGUEUR CE JOUR,
      *    A DEFAUT LE PROCHAIN A VENIR
           IF DDEBI = SPACE OR LOW-VALUE
              MOVE 'V' TO WS-MODE-BR
              PERFORM 27000-PARCOURIR-COMPTE
              IF NOT SOF-TROUVEE
                 PERFORM 22195-EFFACER-DETAIL
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 GO TO 22100-FIN
              END-IF
              PERFORM 22170-AFFICHER-SOUSCRIPTION
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              GO TO 22100-FIN
           END-IF

           MOVE DDEBI TO WS-DATE-SAISIE
           PERFORM 22190-CONTROLER-DATE
           IF ERREUR
              MOVE -1  TO DDEBL
              GO TO 22100-FIN
           END-IF
           MOVE WS-DATE-SAISIE TO WS-DEBUT

           MOVE WS-CPTE  TO SOF-ID-CPTE
           MOVE WS-DEBUT TO SOF-DATE-DEBUT
           EXEC CICS READ FILE('FSOUSOFR')
                     RIDFLD(SOF-CLE)
                     INTO(SOF-SOUSCRIPTION)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 22170-AFFICHER-SOUSCRIPTION
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
              WHEN DFHRESP(NOTFND)
                 PERFORM 22195-EFFACER-DETAIL
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22150-CONTROLER-COMPTE.
      *----------------------*
           IF CPTEI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO CPTEL
           ELSE
              PERFORM 22160-CONTROLER-CLE-NUM
              IF NOT ERREUR
                 MOVE CPTEI TO WS-CPTE
              END-IF
           END-IF
           .
      *----------------------*
       22160-CONTROLER-CLE-NUM.
      *----------------------*
      *    CLE DE CONTROLE DU NUMERO (pgvalnum) : UNE
      *    TRANSPOSITION DE CHIFFRES EST REJETEE AVANT
      *    TOUTE LECTURE DE FICHIER
      *----------------------*
           IF CPTEI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO CPTEL
           ELSE
              MOVE 'V' TO WS-VALNUM-FONC
              MOVE CPTEI TO WS-VALNUM-NUM
              CALL 'pgvalnum' USING WS-VALNUM-FONC
                                    WS-VALNUM-NUM WS-VALNUM-RC
              IF WS-VALNUM-RC NOT = 'O'
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 11  TO NUM-MES
                 MOVE -1  TO CPTEL
              END-IF
           END-IF
           .
      *----------------------*
       22170-AFFICHER-SOUSCRIPTION.
      *----------------------*
           MOVE SOF-DATE-DEBUT   TO DDEBO
           MOVE SOF-CODE-OFFRE   TO OFFREO
           IF SOF-DATE-FIN = 99999999
              MOVE SPACE         TO DFINO
           ELSE
              MOVE SOF-DATE-FIN  TO DFINO
           END-IF
           MOVE SOF-STATUT       TO STATO
           MOVE SOF-DATE-CREA    TO DCREAO

      *    LIBELLE, PRIX ET SERVICES ACTUELS DU CATALOGUE
           MOVE SOF-CODE-OFFRE   TO OFR-CODE
           EXEC CICS READ FILE('FOFFRE')
                     RIDFLD(OFR-CODE)
                     INTO(OFR-OFFRE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE OFR-LIBELLE   TO LIBOFRO
              MOVE OFR-PRIX-MOIS TO WS-PRIX-ED
              MOVE WS-PRIX-ED    TO PRIXO
              MOVE OFR-SERVICES  TO SERVO
              MOVE OFR-EXO-FRAIS TO EXOFO
           ELSE
              MOVE SPACE TO LIBOFRO PRIXO SERVO EXOFO
           END-IF
           .
      *----------------------*
       22180-DATE-DU-JOUR.
      *----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
           .
      *----------------------*
       22190-CONTROLER-DATE.
      *----------------------*
      *    DATE SAISIE EN AAAAMMJJ DANS WS-DATE-SAISIE
      *----------------------*
           IF WS-DATE-SAISIE NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
           ELSE
              IF WS-DS-MM < 1 OR WS-DS-MM > 12
                 OR WS-DS-JJ < 1 OR WS-DS-JJ > 31
                 OR WS-DS-AAAA < 1900
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 12  TO NUM-MES
              END-IF
           END-IF
           .
      *----------------------*
       22195-EFFACER-DETAIL.
      *----------------------*
           MOVE SPACE TO OFFREO DFINO STATO DCREAO
                         LIBOFRO PRIXO SERVO EXOFO
           .
      *----------------------*
       23000-VALIDER.
      *----------------------*
           PERFORM 22150-CONTROLER-COMPTE
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           IF DDEBI = SPACE OR LOW-VALUE
              OR OFFREI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 22  TO NUM-MES
              MOVE -1  TO DDEBL
              GO TO 23000-FIN
           END-IF

           MOVE DDEBI TO WS-DATE-SAISIE
           PERFORM 22190-CONTROLER-DATE
           IF ERREUR
              MOVE -1  TO DDEBL
              GO TO 23000-FIN
           END-IF
           MOVE WS-DATE-SAISIE TO WS-DEBUT

      *    SANS DATE DE FIN, LA SOUSCRIPTION EST SANS ECHEANCE
           IF DFINI = SPACE OR LOW-VALUE
              MOVE 99999999 TO WS-FIN
           ELSE
              MOVE DFINI TO WS-DATE-SAISIE
              PERFORM 22190-CONTROLER-DATE
              IF ERREUR
                 MOVE -1  TO DFINL
                 GO TO 23000-FIN
              END-IF
              MOVE WS-DATE-SAISIE TO WS-FIN
           END-IF
           IF WS-FIN < WS-DEBUT
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
              MOVE -1  TO DFINL
              GO TO 23000-FIN
           END-IF

           PERFORM 22180-DATE-DU-JOUR
      *    LES MOIS DEJA FACTURES NE SONT PAS REVUS
           IF WS-FIN < WS-DATE-JOUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 23  TO NUM-MES
              MOVE -1  TO DFINL
              GO TO 23000-FIN
           END-IF

      *    LE FORFAIT DOIT EXISTER AU CATALOGUE
           MOVE OFFREI TO OFR-CODE
           EXEC CICS READ FILE('FOFFRE')
                     RIDFLD(OFR-CODE)
                     INTO(OFR-OFFRE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO OFFREL
              GO TO 23000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

      *    LE COMPTE DOIT EXISTER, ETRE ACTIF ET ETRE UN COMPTE
      *    COURANT (SEULES NATURES SOUMISES AU FRAIS MENSUEL)
           MOVE WS-CPTE TO ID-CPTE
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 23000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           IF NOT STS-CLT-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 23000-FIN
           END-IF
           IF NOT NAT-CPTE-COURANT
              MOVE '1' TO INDIC-ERREUR
              MOVE 20  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 23000-FIN
           END-IF

      *    AUCUNE AUTRE SOUSCRIPTION DU COMPTE NE DOIT COUVRIR
      *    UN JOUR DE LA PERIODE SAISIE
           MOVE 'C' TO WS-MODE-BR
           PERFORM 27000-PARCOURIR-COMPTE
           IF PERIODE-EN-CONFLIT
              MOVE '1' TO INDIC-ERREUR
              MOVE 19  TO NUM-MES
              MOVE -1  TO DDEBL
              GO TO 23000-FIN
           END-IF

           MOVE WS-CPTE  TO SOF-ID-CPTE
           MOVE WS-DEBUT TO SOF-DATE-DEBUT
           EXEC CICS READ FILE('FSOUSOFR')
                     RIDFLD(SOF-CLE)
                     INTO(SOF-SOUSCRIPTION)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 23100-MODIFIER
                     THRU 23100-FIN
              WHEN DFHRESP(NOTFND)
                 PERFORM 23200-CREER
                     THRU 23200-FIN
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF NOT ERREUR
              PERFORM 22170-AFFICHER-SOUSCRIPTION
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
           END-IF
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23100-MODIFIER.
      *----------------------*
      *    SOUSCRIPTION EXISTANTE : CHANGEMENT D'ECHEANCE, OU
      *    DE FORFAIT TANT QU'ELLE N'A PAS COMMENCE. UNE
      *    SOUSCRIPTION RESILIEE NE SE REACTIVE PAS
      *----------------------*
           IF SOF-RESILIEE
              EXEC CICS UNLOCK FILE('FSOUSOFR')
              END-EXEC
              PERFORM 22170-AFFICHER-SOUSCRIPTION
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 23100-FIN
           END-IF
           IF SOF-DATE-DEBUT <= WS-DATE-JOUR
              AND SOF-CODE-OFFRE NOT = OFR-CODE
              EXEC CICS UNLOCK FILE('FSOUSOFR')
              END-EXEC
              PERFORM 22170-AFFICHER-SOUSCRIPTION
              MOVE '1' TO INDIC-ERREUR
              MOVE 21  TO NUM-MES
              GO TO 23100-FIN
           END-IF

           MOVE OFR-CODE         TO SOF-CODE-OFFRE
           MOVE WS-FIN           TO SOF-DATE-FIN
           MOVE WS-OPID          TO SOF-OPID

           EXEC CICS REWRITE FILE('FSOUSOFR')
                     FROM(SOF-SOUSCRIPTION)
                     LENGTH(LENGTH OF SOF-SOUSCRIPTION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       23100-FIN.
           EXIT.
      *----------------------*
       23200-CREER.
      *----------------------*
      *    NOUVELLE SOUSCRIPTION : PAS DE DEBUT DANS LE PASSE
      *    (LE MOIS EN COURS A PU ETRE FACTURE) NI SUR UN
      *    FORFAIT RETIRE DE LA VENTE
      *----------------------*
           IF WS-DEBUT < WS-DATE-JOUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 17  TO NUM-MES
              MOVE -1  TO DDEBL
              GO TO 23200-FIN
           END-IF
           IF NOT OFR-EN-VENTE
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO OFFREL
              GO TO 23200-FIN
           END-IF

           MOVE SPACE            TO SOF-SOUSCRIPTION
           MOVE WS-CPTE          TO SOF-ID-CPTE
           MOVE WS-DEBUT         TO SOF-DATE-DEBUT
           MOVE OFR-CODE         TO SOF-CODE-OFFRE
           MOVE WS-FIN           TO SOF-DATE-FIN
           MOVE 'A'              TO SOF-STATUT
           MOVE WS-DATE-JOUR     TO SOF-DATE-CREA
           MOVE ZERO             TO SOF-DATE-RESIL
           MOVE WS-OPID          TO SOF-OPID

           EXEC CICS WRITE FILE('FSOUSOFR')
                     RIDFLD(SOF-CLE)
                     FROM(SOF-SOUSCRIPTION)
                     LENGTH(LENGTH OF SOF-SOUSCRIPTION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       23200-FIN.
           EXIT.
      *----------------------*
       24000-RESILIER.
      *----------------------*
      *    LA RESILIATION NE SUPPRIME PAS L'ENREGISTREMENT :
      *    L'ECHEANCE EST RAMENEE A LA DATE DE FIN SAISIE
      *    (CE JOUR A DEFAUT), OU A ZERO POUR UNE SOUSCRIPTION
      *    QUI N'A PAS COMMENCE, ET LE STATUT PASSE A R
           PERFORM 22150-CONTROLER-COMPTE
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           PERFORM 22180-DATE-DU-JOUR

           IF DFINI = SPACE OR LOW-VALUE
              MOVE WS-DATE-JOUR TO WS-FIN
           ELSE
              MOVE DFINI TO WS-DATE-SAISIE
              PERFORM 22190-CONTROLER-DATE
              IF ERREUR
                 MOVE -1  TO DFINL
                 GO TO 24000-FIN
              END-IF
              MOVE WS-DATE-SAISIE TO WS-FIN
              IF WS-FIN < WS-DATE-JOUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 23  TO NUM-MES
                 MOVE -1  TO DFINL
                 GO TO 24000-FIN
              END-IF
           END-IF

      *    SANS DATE DE DEBUT : LE FORFAIT EN VIGUEUR OU A
      *    VENIR AFFICHE PAR ENTREE
           IF DDEBI = SPACE OR LOW-VALUE
              MOVE 'V' TO WS-MODE-BR
              PERFORM 27000-PARCOURIR-COMPTE
              IF NOT SOF-TROUVEE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 GO TO 24000-FIN
              END-IF
              MOVE SOF-DATE-DEBUT TO WS-DEBUT
           ELSE
              MOVE DDEBI TO WS-DATE-SAISIE
              PERFORM 22190-CONTROLER-DATE
              IF ERREUR
                 MOVE -1  TO DDEBL
                 GO TO 24000-FIN
              END-IF
              MOVE WS-DATE-SAISIE TO WS-DEBUT
           END-IF

           MOVE WS-CPTE  TO SOF-ID-CPTE
           MOVE WS-DEBUT TO SOF-DATE-DEBUT
           EXEC CICS READ FILE('FSOUSOFR')
                     RIDFLD(SOF-CLE)
                     INTO(SOF-SOUSCRIPTION)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              GO TO 24000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF SOF-RESILIEE
              EXEC CICS UNLOCK FILE('FSOUSOFR')
              END-EXEC
              PERFORM 22170-AFFICHER-SOUSCRIPTION
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 24000-FIN
           END-IF

      *    UNE RESILIATION NE PROLONGE JAMAIS L'ECHEANCE
           IF SOF-DATE-DEBUT > WS-DATE-JOUR
              MOVE ZERO         TO SOF-DATE-FIN
           ELSE
              IF WS-FIN < SOF-DATE-FIN
                 MOVE WS-FIN    TO SOF-DATE-FIN
              END-IF
           END-IF
           MOVE 'R'              TO SOF-STATUT
           MOVE WS-DATE-JOUR     TO SOF-DATE-RESIL
           MOVE WS-OPID          TO SOF-OPID

           EXEC CICS REWRITE FILE('FSOUSOFR')
                     FROM(SOF-SOUSCRIPTION)
                     LENGTH(LENGTH OF SOF-SOUSCRIPTION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22170-AFFICHER-SOUSCRIPTION
           MOVE '1' TO INDIC-ERREUR
           MOVE 7   TO NUM-MES
           .
       24000-FIN.
           EXIT.
      *----------------------*
       27000-PARCOURIR-COMPTE.
      *----------------------*
      *    SOUSCRIPTIONS DU COMPTE WS-CPTE. EN MODE V,
      *    SOF-SOUSCRIPTION RESSORT AVEC LE FORFAIT EN VIGUEUR
      *    CE JOUR OU, A DEFAUT, LE PREMIER A VENIR ; EN MODE
      *    C, WS-CHEVAUCHE SIGNALE UNE AUTRE SOUSCRIPTION QUI
      *    RECOUVRE LA PERIODE WS-DEBUT - WS-FIN
      *----------------------*
           MOVE 'N'   TO WS-FIN-BROWSE WS-TROUVE WS-A-VENIR
                         WS-CHEVAUCHE
           MOVE SPACE TO WS-CLE-BR
           STRING WS-CPTE '00000000'
                  DELIMITED BY SIZE INTO WS-CLE-BR

           EXEC CICS STARTBR FILE('FSOUSOFR')
                     RIDFLD(WS-CLE-BR)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 27100-LIRE-SOUSCRIPTION THRU 27100-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FSOUSOFR')
              END-EXEC
           END-IF

           IF BR-VIGUEUR AND (SOF-TROUVEE OR SOF-A-VENIR)
              MOVE 'O'          TO WS-TROUVE
              MOVE WS-SOF-SAUVE TO SOF-SOUSCRIPTION
           END-IF
           .
      *----------------------*
       27100-LIRE-SOUSCRIPTION.
      *----------------------*
           EXEC CICS READNEXT FILE('FSOUSOFR')
                     INTO(SOF-SOUSCRIPTION)
                     RIDFLD(WS-CLE-BR)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR SOF-ID-CPTE NOT = WS-CPTE
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 27100-FIN
           END-IF

           IF BR-CHEVAUCHEMENT
              IF SOF-DATE-DEBUT NOT = WS-DEBUT
                 AND SOF-DATE-DEBUT <= WS-FIN
                 AND SOF-DATE-FIN >= WS-DEBUT
                 MOVE 'O' TO WS-CHEVAUCHE
                 MOVE 'O' TO WS-FIN-BROWSE
              END-IF
              GO TO 27100-FIN
           END-IF

           IF SOF-DATE-DEBUT <= WS-DATE-JOUR
              AND SOF-DATE-FIN >= WS-DATE-JOUR
              MOVE SOF-SOUSCRIPTION TO WS-SOF-SAUVE
              MOVE 'O' TO WS-TROUVE
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 27100-FIN
           END-IF
           IF SOF-DATE-DEBUT > WS-DATE-JOUR
              AND SOF-DATE-FIN >= SOF-DATE-DEBUT
              AND NOT SOF-A-VENIR
              MOVE SOF-SOUSCRIPTION TO WS-SOF-SAUVE
              MOVE 'O' TO WS-A-VENIR
           END-IF
           .
       27100-FIN.
           EXIT.
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
                     FROM   (MAPFOO)
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

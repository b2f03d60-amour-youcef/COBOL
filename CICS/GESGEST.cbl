      *======================================================*
      *   REMBOURSEMENT DE FRAIS (GESTE COMMERCIAL) : LA     *
      *   DEMANDE NOMME LA LIGNE HISTCLT REMBOURSEE (FRAIS F *
      *   DE FACTMVT OU DU FORFAIT MENSUEL PARTI18, AGIOS A  *
      *   DU BATCH AGIOS), SON MOTIF ET LE MONTANT, TOTAL OU *
      *   PARTIEL. REGLE DES QUATRE YEUX COMME SUPCLI /      *
      *   VALSUP : LA DEMANDE ATTEND DANS FGESTE QU'UN       *
      *   SECOND OPERATEUR, PORTEUR DE L'HABILITATION        *
      *   SUPERVISEUR (O-AUT-SUPERV), L'APPROUVE. LE         *
      *   REMBOURSEMENT APPROUVE EST ECRIT DANS LA FILE DU   *
      *   GUICHET FVIRGUI AU DESSIN MVTCLT (CODE G, SOURCE   *
      *   GEST) ET POSTE LA NUIT PAR PARTI15 ; PARTI32 LE    *
      *   COMPTABILISE CONTRE LE PRODUIT FRAIS ET PARTI34 LE *
      *   DEDUIT DES FRAIS DE L'ANNEE.                       *
      *   DEMANDE RESERVEE AUX OPERATEURS HABILITES GUICHET  *
      *   (O-AUT-GUICHET - CHOIX F DU MENU GESCLI10).        *
      *   ENTREE = AFFICHER LA LIGNE ET SA DERNIERE DEMANDE  *
      *   (OU LA DEMANDE DU RANG SAISI), PF5 = DEMANDER,     *
      *   PF6 = APPROUVER, PF7 = REJETER (SUPERVISEUR OU     *
      *   DEMANDEUR), PF8 = DEMANDE EN ATTENTE SUIVANTE      *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESGEST.
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
       01 MON-PROG           PIC X(08) VALUE 'GESGEST'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESGEST'.
       01 MA-MAP             PIC X(08) VALUE 'MAPM'.
       01 MA-TRX             PIC X(04) VALUE 'TMCA'.
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
              VALUE 'NUMERO DE COMPTE ET SEQUENCE DE LA LIGNE REQUIS'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'LIGNE HISTORIQUE INCONNUE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'SEULES LES LIGNES DE FRAIS F ET AGIOS A'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'LIGNE CONTREPASSEE - AUCUN REMBOURSEMENT POSSIBLE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'MONTANT EN CENTIMES, NON NUL'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'MONTANT SUPERIEUR AU RESTE A REMBOURSER'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'MOTIF : ER ERREUR GC GESTE RC RECLAM SF SOCIAL'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'NUMERO DE COMPTE INVALIDE (CLE DE CONTROLE)'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE ENREGISTREE - ATTENTE APPROBATION'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'NOMBRE MAXIMAL DE DEMANDES ATTEINT SUR LA LIGNE'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'PF5 DEMANDE PF6 APPROUVE PF7 REJET PF8 SUIVANTE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'AUCUNE DEMANDE EN ATTENTE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'DECISION RESERVEE AUX SUPERVISEURS'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'APPROBATION PAR UN AUTRE OPERATEUR REQUISE'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE DEJA TRAITEE'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'REMBOURSEMENT APPROUVE - POSTE AU PASSAGE DE NUIT'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE REJETEE'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE INCONNUE - SAISIR LE RANG OU PF8'.
      *- 22
           05 FILLER               PIC X(65)
              VALUE 'COMPTE INCONNU'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 22   PIC X(65).

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
      *       DEVISE DU COMPTE (BLANC = MONNAIE DE TENUE)
           05  DEV-CLT    PIC X(02).
           05  FILLER     PIC X(02).
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT HISTORIQUE DES MOUVEMENTS           *
      *   (MEME DESSIN QUE HISTCLT.DAT COTE BATCH PARTI15)   *
      *------------------------------------------------------*
       01  REC-HST.
           05  HST-CLE.
              10  HST-ID-CPTE   PIC X(08).
              10  HST-SEQ       PIC 9(05).
           05  HST-DATE      PIC 9(08).
           05  HST-CODE      PIC X(01).
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  HST-SOURCE    PIC X(04).
      *    CONTREPASSATION : UNE LIGNE DE FRAIS ANNULEE NE SE
      *    REMBOURSE PLUS
           05  HST-ANNUL-STATUT PIC X(01).
              88  HST-ANNULEE       VALUE 'A'.
           05  HST-ANNUL-SEQ    PIC 9(05).
           05  HST-ANNUL-DATE   PIC 9(08).
           05  HST-ANNUL-CODE   PIC X(01).
           05  HST-LIBELLE      PIC X(18).
           05  FILLER        PIC X(21).
      *
      *------------------------------------------------------*
      *   REMBOURSEMENT APPROUVE POUR LA FILE FVIRGUI (ESDS)  *
      *   AU DESSIN DU FICHIER DES MOUVEMENTS MVTCLT : CODE  *
      *   G, SOURCE GEST, SEQUENCE DE LA LIGNE DE FRAIS ET   *
      *   MOTIF DANS LA ZONE CONTREPARTIE. LA CHAINE         *
      *   CLIDAILY LA DECHARGE EN FIN DE MVTCLT AVANT        *
      *   PARTI15, COMME LES VIREMENTS DU GUICHET            *
      *------------------------------------------------------*
       01  WS-MVT-GESTE.
           05  MG-ID-CPTE     PIC X(08).
           05  MG-CODE        PIC X(01).
           05  MG-MONTANT     PIC 9(08)V99.
           05  MG-PIN         PIC 9(04).
           05  MG-CPTE-CIBLE  PIC X(08).
           05  MG-DATE-VALEUR PIC 9(08).
           05  MG-SEQ         PIC 9(04).
           05  MG-SOURCE      PIC X(04).
           05  MG-SEQ-FRAIS   PIC 9(07).
           05  MG-MOTIF       PIC X(02).
           05  FILLER         PIC X(17).
           05  MG-DEVISE      PIC X(02).
           05  FILLER         PIC X(05).
      *
      *------------------------------------------------------*
      *   PROFIL OPERATEUR (VUE CICS FOPERAT) : HABILITATION *
      *   SUPERVISEUR DE L'OPERATEUR QUI DECIDE              *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-CPTE                PIC X(08).
       01  WS-CPTE-NUM            PIC 9(08).
       01  WS-SEQ-HST             PIC 9(05).
       01  WS-RANG                PIC 9(01).
       01  WS-MONTANT             PIC 9(08)V99.
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-MNT-EDIT            PIC ZZZZZZZ9.99.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-NOUVEAU-STATUT      PIC X(01).
      *
      *------------------------------------------------------*
      *   PARCOURS DES DEMANDES D'UNE LIGNE, FILE D'ATTENTE  *
      *------------------------------------------------------*
       01  WS-CLE-BR.
           05 WS-CLE-BR-CPTE      PIC X(08).
           05 WS-CLE-BR-SEQ       PIC 9(05).
           05 WS-CLE-BR-RANG      PIC 9(01).
       01  WS-CLE-DEPART          PIC X(14).
       01  WS-RANG-MAX            PIC 9(01).
      *    CUMUL DES DEMANDES EN ATTENTE OU APPROUVEES DE LA
      *    LIGNE : LE RESTE A REMBOURSER EN DECOULE
       01  WS-CUMUL-DEMANDES      PIC 9(09)V99.
       01  WS-FIN-BROWSE          PIC X(01).
           88 FIN-BROWSE             VALUE 'O'.
       01  WS-DEMANDE-TROUVEE     PIC X(01).
           88 DEMANDE-TROUVEE        VALUE 'O'.
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
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPMCIA'.
           COPY MAPMCIA.
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
      *   DESCRIPTION DU FICHIER FGESTE : DEMANDES DE        *
      *   REMBOURSEMENT DE FRAIS                             *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER GESTE'.
           COPY FGESTE.
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

           MOVE LOW-VALUE TO MAPMO

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

      *    ARRIVEE DEPUIS LA FILE DU SUPERVISEUR (FILSUP,
      *    MARQUEUR 9) : LE COMPTE EST PASSE DANS WS-LIST-TOP,
      *    LA SEQUENCE HISTCLT ET LE RANG DANS WS-LIST-BOTTOM
      *    (SEQUENCE * 10 + RANG). LA DEMANDE S'AFFICHE SANS
      *    NOUVELLE SAISIE, PRETE A ETRE APPROUVEE OU REJETEE
           IF WS-PROG-APPEL = 9 AND WS-LIST-TOP > ZERO
              MOVE 0 TO WS-PROG-APPEL
              PERFORM 21150-PRECHARGEMENT THRU 21150-FIN
              MOVE 0 TO WS-LIST-TOP
              MOVE 0 TO WS-LIST-BOTTOM
           END-IF

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-----------------------*
       21150-PRECHARGEMENT.
      *-----------------------*
           MOVE WS-LIST-TOP TO WS-CPTE-NUM
           MOVE WS-CPTE-NUM TO WS-CPTE
           DIVIDE WS-LIST-BOTTOM BY 10 GIVING WS-SEQ-HST
                                     REMAINDER WS-RANG
           PERFORM 22160-LIRE-LIGNE
           IF ERREUR
              GO TO 21150-FIN
           END-IF

           PERFORM 27000-PARCOURIR-DEMANDES
           PERFORM 22190-LIRE-DEMANDE
           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 22170-AFFICHER-DEMANDE
           END-IF
           MOVE '1' TO INDIC-ERREUR
           MOVE 14  TO NUM-MES
           .
       21150-FIN.
           EXIT.
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           IF ERREUR
              MOVE MESS-ERR(NUM-MES) TO MESSAGEO
           END-IF

           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPMO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPMI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPMI)
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
              PERFORM 23000-DEMANDER
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-APPROUVER
                  THRU 24000-FIN
           END-IF

           IF EIBAID = DFHPF7
              PERFORM 25000-REJETER
                  THRU 25000-FIN
           END-IF

           IF EIBAID = DFHPF8
              PERFORM 26000-DEMANDE-SUIVANTE
                  THRU 26000-FIN
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-MENU
           END-IF

           IF EIBAID = DFHPF12
              PERFORM 22900-FIN-TRANSACTION
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF5 AND NOT = DFHPF6
               AND NOT = DFHPF7 AND NOT = DFHPF8
               AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       22100-AFFICHER.
      *----------------------*
      *    LA LIGNE DE FRAIS SAISIE, LE CUMUL DEJA DEMANDE ET
      *    LA DEMANDE DU RANG SAISI (A DEFAUT LA DERNIERE)
      *----------------------*
           PERFORM 22150-CONTROLER-SAISIE
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           PERFORM 22160-LIRE-LIGNE
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           PERFORM 27000-PARCOURIR-DEMANDES
           IF RANGI NUMERIC AND RANGI > ZERO
              MOVE RANGI TO WS-RANG
           ELSE
              MOVE WS-RANG-MAX TO WS-RANG
           END-IF

           PERFORM 22180-EFFACER-DEMANDE
           IF WS-RANG > ZERO
              PERFORM 22190-LIRE-DEMANDE
              IF WS-RESPCR = DFHRESP(NORMAL)
                 PERFORM 22170-AFFICHER-DEMANDE
              END-IF
           END-IF

           MOVE '1' TO INDIC-ERREUR
           MOVE 14  TO NUM-MES
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22150-CONTROLER-SAISIE.
      *----------------------*
      *    COMPTE (CLE pgvalnum) ET SEQUENCE HISTCLT DE LA
      *    LIGNE DE FRAIS OBLIGATOIRES
      *----------------------*
           IF CPTEI = SPACE OR LOW-VALUE
              OR SEQHSTI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO CPTEL
           ELSE
              IF SEQHSTI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 3   TO NUM-MES
                 MOVE -1  TO SEQHSTL
              ELSE
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
                    ELSE
                       MOVE CPTEI   TO WS-CPTE
                       MOVE SEQHSTI TO WS-SEQ-HST
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
      *----------------------*
       22160-LIRE-LIGNE.
      *----------------------*
      *    LIGNE WS-CPTE / WS-SEQ-HST DE FHISTCLT
      *----------------------*
           MOVE WS-CPTE    TO HST-ID-CPTE
           MOVE WS-SEQ-HST TO HST-SEQ
           EXEC CICS READ FILE('FHISTCLT')
                     RIDFLD(HST-CLE)
                     INTO(REC-HST)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE WS-CPTE     TO CPTEO
                 MOVE WS-SEQ-HST  TO SEQHSTO
                 MOVE HST-CODE    TO CODORIO
                 MOVE HST-DATE    TO DATORIO
                 MOVE HST-MONTANT TO WS-MNT-EDIT
                 MOVE WS-MNT-EDIT TO MNTORIO
              WHEN DFHRESP(NOTFND)
                 MOVE SPACE TO CODORIO DATORIO MNTORIO DEJREMO
                 PERFORM 22180-EFFACER-DEMANDE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO SEQHSTL
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
      *----------------------*
       22170-AFFICHER-DEMANDE.
      *----------------------*
      *    LE MONTANT EST REAFFICHE EN CENTIMES, COMME IL SE
      *    SAISIT
      *----------------------*
           MOVE GST-RANG          TO RANGO
           COMPUTE WS-MONTANT-SAISI = GST-MONTANT * 100
           MOVE WS-MONTANT-SAISI  TO MONTANTO
           MOVE GST-MOTIF         TO MOTIFO
           MOVE GST-STATUT        TO STATO
           MOVE GST-OPID-DEMANDE  TO OPDEMO
           MOVE GST-DATE-DEMANDE  TO DATDEMO
           MOVE GST-OPID-DECISION TO OPDECO
           .
      *----------------------*
       22180-EFFACER-DEMANDE.
      *----------------------*
           MOVE SPACE TO RANGO MONTANTO MOTIFO STATO OPDEMO
                         DATDEMO OPDECO
           .
      *----------------------*
       22190-LIRE-DEMANDE.
      *----------------------*
           MOVE WS-CPTE    TO GST-ID-CPTE
           MOVE WS-SEQ-HST TO GST-SEQ-HST
           MOVE WS-RANG    TO GST-RANG
           EXEC CICS READ FILE('FGESTE')
                     RIDFLD(GST-CLE)
                     INTO(GST-DEMANDE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              AND WS-RESPCR NOT = DFHRESP(NOTFND)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       23000-DEMANDER.
      *----------------------*
      *    NOUVELLE DEMANDE SUR LA LIGNE : FRAIS F OU AGIOS A
      *    NON CONTREPASSES, MOTIF CONNU, MONTANT DANS LA
      *    LIMITE DU RESTE A REMBOURSER (FRAIS - DEMANDES EN
      *    ATTENTE OU APPROUVEES)
      *----------------------*
           PERFORM 22150-CONTROLER-SAISIE
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           PERFORM 22160-LIRE-LIGNE
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           IF HST-CODE NOT = 'F' AND HST-CODE NOT = 'A'
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO SEQHSTL
              GO TO 23000-FIN
           END-IF
           IF HST-ANNULEE
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              MOVE -1  TO SEQHSTL
              GO TO 23000-FIN
           END-IF

           MOVE MOTIFI TO GST-MOTIF
           IF NOT GST-MOTIF-VALIDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO MOTIFL
              GO TO 23000-FIN
           END-IF

      *    LE MONTANT SE SAISIT EN CENTIMES (MEME CONVENTION
      *    QUE LE GUICHET) : 0000001250 = 12,50
           IF MONTANTI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO MONTANTL
              GO TO 23000-FIN
           END-IF
           MOVE MONTANTI TO WS-MONTANT-SAISI
           COMPUTE WS-MONTANT = WS-MONTANT-SAISI / 100
           IF WS-MONTANT = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO MONTANTL
              GO TO 23000-FIN
           END-IF

           PERFORM 27000-PARCOURIR-DEMANDES
           IF WS-MONTANT > HST-MONTANT - WS-CUMUL-DEMANDES
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO MONTANTL
              GO TO 23000-FIN
           END-IF
           IF WS-RANG-MAX = 9
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              GO TO 23000-FIN
           END-IF

           PERFORM 23050-DATE-JOUR

           MOVE SPACE            TO GST-DEMANDE
           MOVE WS-CPTE          TO GST-ID-CPTE
           MOVE WS-SEQ-HST       TO GST-SEQ-HST
           COMPUTE GST-RANG = WS-RANG-MAX + 1
           MOVE HST-CODE         TO GST-CODE-ORIGINE
           MOVE HST-DATE         TO GST-DATE-ORIGINE
           MOVE HST-MONTANT      TO GST-MONTANT-FRAIS
           MOVE WS-MONTANT       TO GST-MONTANT
           MOVE MOTIFI           TO GST-MOTIF
           MOVE 'D'              TO GST-STATUT
           MOVE WS-OPID          TO GST-OPID-DEMANDE
           MOVE WS-DATE-JOUR     TO GST-DATE-DEMANDE
           MOVE SPACE            TO GST-OPID-DECISION
           MOVE ZERO             TO GST-DATE-DECISION

           EXEC CICS WRITE FILE('FGESTE')
                     RIDFLD(GST-CLE)
                     FROM(GST-DEMANDE)
                     LENGTH(LENGTH OF GST-DEMANDE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           ADD WS-MONTANT TO WS-CUMUL-DEMANDES
           MOVE WS-CUMUL-DEMANDES TO WS-MNT-EDIT
           MOVE WS-MNT-EDIT       TO DEJREMO
           PERFORM 22170-AFFICHER-DEMANDE
           MOVE '1' TO INDIC-ERREUR
           MOVE 12  TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23050-DATE-JOUR.
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
       23200-CONTROLER-DEMANDE.
      *----------------------*
      *    DEMANDE AFFICHEE (COMPTE, SEQUENCE ET RANG A
      *    L'ECRAN) : ELLE DOIT EXISTER ET ETRE EN ATTENTE
      *----------------------*
           PERFORM 22150-CONTROLER-SAISIE
           IF ERREUR
              GO TO 23200-FIN
           END-IF
           IF RANGI NOT NUMERIC OR RANGI = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 21  TO NUM-MES
              MOVE -1  TO RANGL
              GO TO 23200-FIN
           END-IF
           MOVE RANGI TO WS-RANG

           PERFORM 22190-LIRE-DEMANDE
           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 21  TO NUM-MES
              MOVE -1  TO RANGL
              GO TO 23200-FIN
           END-IF
           IF NOT GST-EN-ATTENTE
              PERFORM 22170-AFFICHER-DEMANDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
           END-IF
           .
       23200-FIN.
           EXIT.
      *----------------------*
       23300-CONTROLER-SUPERVISEUR.
      *----------------------*
      *    L'OPERATEUR SIGNE DOIT ETRE ACTIF ET PORTEUR DE
      *    L'HABILITATION SUPERVISEUR
      *----------------------*
           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT O-OPER-ACTIF
              OR NOT O-SUPERV-OK
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
           END-IF
           .
      *----------------------*
       24000-APPROUVER.
      *----------------------*
      *    REGLE DES QUATRE YEUX : UN SUPERVISEUR AUTRE QUE LE
      *    DEMANDEUR. LE REMBOURSEMENT PART DANS LA FILE
      *    FVIRGUI, DATE DE VALEUR A ZERO : PARTI15 LE DATE DU
      *    JOUR DE SON PASSAGE
      *----------------------*
           PERFORM 23200-CONTROLER-DEMANDE
              THRU 23200-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           PERFORM 23300-CONTROLER-SUPERVISEUR
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           IF GST-OPID-DEMANDE = WS-OPID
              PERFORM 22170-AFFICHER-DEMANDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 17  TO NUM-MES
              GO TO 24000-FIN
           END-IF

           MOVE WS-CPTE TO ID-CPTE
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 22  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 24000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE SPACE            TO WS-MVT-GESTE
           MOVE GST-ID-CPTE      TO MG-ID-CPTE
           MOVE 'G'              TO MG-CODE
           MOVE GST-MONTANT      TO MG-MONTANT
           MOVE ZERO             TO MG-PIN
           MOVE ZERO             TO MG-DATE-VALEUR
           MOVE ZERO             TO MG-SEQ
           MOVE 'GEST'           TO MG-SOURCE
           MOVE GST-SEQ-HST      TO MG-SEQ-FRAIS
           MOVE GST-MOTIF        TO MG-MOTIF
           MOVE DEV-CLT          TO MG-DEVISE

           EXEC CICS WRITE FILE('FVIRGUI')
                     FROM(WS-MVT-GESTE)
                     LENGTH(LENGTH OF WS-MVT-GESTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE 'A' TO WS-NOUVEAU-STATUT
           PERFORM 24100-DECIDER

           PERFORM 22170-AFFICHER-DEMANDE
           MOVE '1' TO INDIC-ERREUR
           MOVE 19  TO NUM-MES
           .
       24000-FIN.
           EXIT.
      *----------------------*
       24100-DECIDER.
      *----------------------*
      *    PASSE LA DEMANDE AFFICHEE AU STATUT
      *    WS-NOUVEAU-STATUT, AVEC L'OPERATEUR ET LA DATE
      *----------------------*
           PERFORM 23050-DATE-JOUR

           MOVE WS-CPTE    TO GST-ID-CPTE
           MOVE WS-SEQ-HST TO GST-SEQ-HST
           MOVE WS-RANG    TO GST-RANG
           EXEC CICS READ FILE('FGESTE')
                     RIDFLD(GST-CLE)
                     INTO(GST-DEMANDE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE WS-NOUVEAU-STATUT TO GST-STATUT
           MOVE WS-OPID           TO GST-OPID-DECISION
           MOVE WS-DATE-JOUR      TO GST-DATE-DECISION

           EXEC CICS REWRITE FILE('FGESTE')
                     FROM(GST-DEMANDE)
                     LENGTH(LENGTH OF GST-DEMANDE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       25000-REJETER.
      *----------------------*
      *    REJET PAR UN SUPERVISEUR, OU RETRAIT DE SA DEMANDE
      *    PAR LE DEMANDEUR LUI-MEME ; LA DEMANDE EST GARDEE
      *    AU STATUT J ET NE COMPTE PLUS DANS LE CUMUL
      *----------------------*
           PERFORM 23200-CONTROLER-DEMANDE
              THRU 23200-FIN
           IF ERREUR
              GO TO 25000-FIN
           END-IF

           IF GST-OPID-DEMANDE NOT = WS-OPID
              PERFORM 23300-CONTROLER-SUPERVISEUR
              IF ERREUR
                 GO TO 25000-FIN
              END-IF
           END-IF

           MOVE 'J' TO WS-NOUVEAU-STATUT
           PERFORM 24100-DECIDER

           PERFORM 22170-AFFICHER-DEMANDE
           MOVE '1' TO INDIC-ERREUR
           MOVE 20  TO NUM-MES
           .
       25000-FIN.
           EXIT.
      *----------------------*
       26000-DEMANDE-SUIVANTE.
      *----------------------*
      *    FILE DES DEMANDES EN ATTENTE DANS L'ORDRE DES CLES,
      *    A PARTIR DE LA DEMANDE AFFICHEE (DU DEBUT SINON)
      *----------------------*
           MOVE LOW-VALUE TO WS-CLE-BR
           IF CPTEI NOT = SPACE AND NOT = LOW-VALUE
              AND SEQHSTI NUMERIC AND RANGI NUMERIC
              MOVE CPTEI   TO WS-CLE-BR-CPTE
              MOVE SEQHSTI TO WS-CLE-BR-SEQ
              MOVE RANGI   TO WS-CLE-BR-RANG
           END-IF
           MOVE WS-CLE-BR TO WS-CLE-DEPART
           MOVE 'N' TO WS-FIN-BROWSE WS-DEMANDE-TROUVEE

           EXEC CICS STARTBR FILE('FGESTE')
                     RIDFLD(WS-CLE-BR)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 26100-LIRE-DEMANDE-SUIVANTE THRU 26100-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FGESTE')
              END-EXEC
           END-IF

           IF NOT DEMANDE-TROUVEE
              MOVE SPACE TO CPTEO SEQHSTO CODORIO DATORIO MNTORIO
                            DEJREMO
              PERFORM 22180-EFFACER-DEMANDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 26000-FIN
           END-IF

           MOVE GST-ID-CPTE TO WS-CPTE
           MOVE GST-SEQ-HST TO WS-SEQ-HST
           MOVE GST-RANG    TO WS-RANG
           PERFORM 22160-LIRE-LIGNE
           PERFORM 27000-PARCOURIR-DEMANDES
           PERFORM 22190-LIRE-DEMANDE
           PERFORM 22170-AFFICHER-DEMANDE
           MOVE '1' TO INDIC-ERREUR
           MOVE 14  TO NUM-MES
           .
       26000-FIN.
           EXIT.
      *----------------------*
       26100-LIRE-DEMANDE-SUIVANTE.
      *----------------------*
           EXEC CICS READNEXT FILE('FGESTE')
                     INTO(GST-DEMANDE)
                     RIDFLD(WS-CLE-BR)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 26100-FIN
           END-IF
           IF GST-CLE = WS-CLE-DEPART OR NOT GST-EN-ATTENTE
              GO TO 26100-FIN
           END-IF

           MOVE 'O' TO WS-DEMANDE-TROUVEE
           MOVE 'O' TO WS-FIN-BROWSE
           .
       26100-FIN.
           EXIT.
      *----------------------*
       27000-PARCOURIR-DEMANDES.
      *----------------------*
      *    DEMANDES DE LA LIGNE WS-CPTE / WS-SEQ-HST (CLES
      *    CONTIGUES) : DERNIER RANG ET CUMUL DES DEMANDES EN
      *    ATTENTE OU APPROUVEES, AFFICHE A L'ECRAN
      *----------------------*
           MOVE ZERO TO WS-RANG-MAX WS-CUMUL-DEMANDES
           MOVE 'N'  TO WS-FIN-BROWSE
           MOVE WS-CPTE    TO WS-CLE-BR-CPTE
           MOVE WS-SEQ-HST TO WS-CLE-BR-SEQ
           MOVE ZERO       TO WS-CLE-BR-RANG

           EXEC CICS STARTBR FILE('FGESTE')
                     RIDFLD(WS-CLE-BR)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 27100-CUMULER-DEMANDE THRU 27100-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FGESTE')
              END-EXEC
           END-IF

           MOVE WS-CUMUL-DEMANDES TO WS-MNT-EDIT
           MOVE WS-MNT-EDIT       TO DEJREMO
           .
      *----------------------*
       27100-CUMULER-DEMANDE.
      *----------------------*
           EXEC CICS READNEXT FILE('FGESTE')
                     INTO(GST-DEMANDE)
                     RIDFLD(WS-CLE-BR)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR GST-ID-CPTE NOT = WS-CPTE
              OR GST-SEQ-HST NOT = WS-SEQ-HST
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 27100-FIN
           END-IF

           MOVE GST-RANG TO WS-RANG-MAX
           IF GST-EN-ATTENTE OR GST-APPROUVEE
              ADD GST-MONTANT TO WS-CUMUL-DEMANDES
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
                     FROM   (MAPMO)
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

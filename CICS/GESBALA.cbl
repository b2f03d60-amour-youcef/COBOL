      *======================================================*
      *   CONVENTIONS DE BALAYAGE ENTRE UN COMPTE COURANT ET *
      *   UN COMPTE D'EPARGNE REGLEMENTEE DU MEME CLIENT     *
      *   (FICHIER FBALAY, CLE COMPTE COURANT).              *
      *   CHAQUE NUIT, APRES LE POSTING, LE BATCH BALAYAG    *
      *   VIRE A L'EPARGNE L'EXCEDENT DU COMPTE COURANT AU-  *
      *   DESSUS DU SEUIL HAUT ET RECOMPLETE DEPUIS          *
      *   L'EPARGNE UN SOLDE TOMBE SOUS LE PLANCHER, SELON   *
      *   LE SENS CONVENU (E, C OU D).                       *
      *   LE COMPTE COURANT (NATURES 01 A 04) ET LE COMPTE   *
      *   D'EPARGNE (NATURES 05 A 09) SONT ACTIFS, DANS LA   *
      *   MEME DEVISE, ET APPARTIENNENT AU CLIENT SAISI      *
      *   (CROSS-REFERENCE FCLICPT). LA CONVENTION SIGNEE    *
      *   PAR LE CLIENT VAUT AUTORISATION DES VIREMENTS.     *
      *   UNE CONVENTION RESILIEE RESTE AU FICHIER.          *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET           *
      *   (O-AUT-GUICHET).                                   *
      *   ENTREE = AFFICHER, PF5 = VALIDER LA SAISIE,        *
      *   PF6 = RESILIER                                     *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESBALA.
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
       01 MON-PROG           PIC X(08) VALUE 'GESBALA'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESBALA'.
       01 MA-MAP             PIC X(08) VALUE 'MAPBL'.
       01 MA-TRX             PIC X(04) VALUE 'TBLA'.
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
              VALUE 'NUMERO DE COMPTE COURANT OBLIGATOIRE'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'CONVENTION INCONNUE - PF5 POUR LA CREER'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'CONVENTION AFFICHEE - PF5 VALIDER / PF6 RESILIER'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'CONVENTION ENREGISTREE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'CONVENTION RESILIEE'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'CONVENTION DEJA RESILIEE'.
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
              VALUE 'MONTANT EN CENTIMES, NUMERIQUE'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'SENS : E (EPARGNE), C (COUVERTURE) OU D (DEUX)'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON ACTIF - CONVENTION REFUSEE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'LE COMPTE COURANT DOIT ETRE DE NATURE 01 A 04'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'LE COMPTE D''EPARGNE DOIT ETRE DE NATURE 05 A 09'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'COMPTES DE DEVISES DIFFERENTES'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON RATTACHE AU CLIENT SAISI'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'SENS D : LE SEUIL HAUT DOIT DEPASSER LE PLANCHER'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'CLIENT, COMPTE D''EPARGNE ET SENS OBLIGATOIRES'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'STATUT : A (ACTIVE) OU S (SUSPENDUE)'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 21   PIC X(65).

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
              88  NAT-CPTE-EPARGNE  VALUE 05 THRU 09.
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
           05  DEV-CLT    PIC X(02).
           05  AGC-CLT    PIC X(02).
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-CPTE                PIC X(08).
       01  WS-EPARGNE             PIC X(08).
       01  WS-NUMERO-CLI          PIC 9(08).
       01  WS-DEV-COURANT         PIC X(02).
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-SEUIL               PIC 9(08)V99.
       01  WS-PLANCHER            PIC 9(08)V99.
       01  WS-STATUT              PIC X(01).
       01  WS-SOLDE-ED            PIC -ZZZZZZZ9.99.
      *
      *    PARCOURS DES COMPTES DU CLIENT (FCLICPT)
       01  WS-FIN-BROWSE          PIC X(01).
           88 FIN-BROWSE             VALUE 'O'.
       01  WS-COURANT-TROUVE      PIC X(01).
           88 COURANT-RATTACHE       VALUE 'O'.
       01  WS-EPARGNE-TROUVE      PIC X(01).
           88 EPARGNE-RATTACHE       VALUE 'O'.
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
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPBLCIA'.
           COPY MAPBLCIA.
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
      *   DESCRIPTION DU FICHIER FBALAY : CONVENTIONS DE     *
      *   BALAYAGE                                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER BALAY'.
           COPY FBALAY.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FCLICPT : CROSS-REFERENCE   *
      *   CLIENT / COMPTES                                   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLICPT'.
           COPY FCLICPT.
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

           MOVE LOW-VALUE TO MAPBLO

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
                     FROM   (MAPBLO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPBLI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPBLI)
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

           MOVE WS-CPTE TO BAL-CPTE-COURANT
           EXEC CICS READ FILE('FBALAY')
                     RIDFLD(BAL-CPTE-COURANT)
                     INTO(BAL-CONVENTION)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 22170-AFFICHER-CONVENTION
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
              WHEN DFHRESP(NOTFND)
                 PERFORM 22195-EFFACER-DETAIL
                 MOVE WS-CPTE TO ID-CPTE
                 PERFORM 22175-AFFICHER-SOLDE
                 MOVE WS-SOLDE-ED TO SLDCO
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
              MOVE CPTEI TO WS-VALNUM-NUM
              PERFORM 22160-CONTROLER-CLE-NUM
              IF ERREUR
                 MOVE -1  TO CPTEL
              ELSE
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
           IF WS-VALNUM-NUM NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
           ELSE
              MOVE 'V' TO WS-VALNUM-FONC
              CALL 'pgvalnum' USING WS-VALNUM-FONC
                                    WS-VALNUM-NUM WS-VALNUM-RC
              IF WS-VALNUM-RC NOT = 'O'
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 11  TO NUM-MES
              END-IF
           END-IF
           .
      *----------------------*
       22170-AFFICHER-CONVENTION.
      *----------------------*
           MOVE BAL-NUMERO-CLI   TO CLIENTO
           MOVE BAL-CPTE-EPARGNE TO EPARO
      *    LES MONTANTS S'AFFICHENT EN CENTIMES, COMME A LA
      *    SAISIE
           COMPUTE WS-MONTANT-SAISI = BAL-SEUIL-HAUT * 100
           MOVE WS-MONTANT-SAISI TO SEUILO
           COMPUTE WS-MONTANT-SAISI = BAL-PLANCHER * 100
           MOVE WS-MONTANT-SAISI TO PLANCHO
           MOVE BAL-SENS         TO SENSO
           MOVE BAL-STATUT       TO STATO
           MOVE BAL-DATE-CREA    TO DCREAO
           IF BAL-DATE-DERN = ZERO
              MOVE SPACE         TO DDERNO MDERNO
           ELSE
              MOVE BAL-DATE-DERN    TO DDERNO
              MOVE BAL-MONTANT-DERN TO WS-SOLDE-ED
              MOVE WS-SOLDE-ED      TO MDERNO
           END-IF

      *    SOLDES DU JOUR DES DEUX COMPTES
           MOVE BAL-CPTE-COURANT TO ID-CPTE
           PERFORM 22175-AFFICHER-SOLDE
           MOVE WS-SOLDE-ED TO SLDCO
           MOVE BAL-CPTE-EPARGNE TO ID-CPTE
           PERFORM 22175-AFFICHER-SOLDE
           MOVE WS-SOLDE-ED TO SLDEO
           .
      *----------------------*
       22175-AFFICHER-SOLDE.
      *----------------------*
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE SLD-CLT TO WS-SOLDE-ED
           ELSE
              MOVE ZERO    TO WS-SOLDE-ED
           END-IF
           .
      *----------------------*
       22195-EFFACER-DETAIL.
      *----------------------*
           MOVE SPACE TO CLIENTO EPARO SEUILO PLANCHO SENSO STATO
                         DCREAO DDERNO MDERNO SLDCO SLDEO
           .
      *----------------------*
       23000-VALIDER.
      *----------------------*
           PERFORM 22150-CONTROLER-COMPTE
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           IF CLIENTI = SPACE OR LOW-VALUE
              OR EPARI = SPACE OR LOW-VALUE
              OR SENSI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 20  TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 23000-FIN
           END-IF

           IF CLIENTI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 23000-FIN
           END-IF
           MOVE CLIENTI TO WS-NUMERO-CLI

           MOVE EPARI TO WS-VALNUM-NUM
           PERFORM 22160-CONTROLER-CLE-NUM
           IF ERREUR
              MOVE -1  TO EPARL
              GO TO 23000-FIN
           END-IF
           MOVE EPARI TO WS-EPARGNE

           IF SEUILI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO SEUILL
              GO TO 23000-FIN
           END-IF
           MOVE SEUILI TO WS-MONTANT-SAISI
           COMPUTE WS-SEUIL = WS-MONTANT-SAISI / 100

           IF PLANCHI = SPACE OR LOW-VALUE
              MOVE ZERO TO WS-PLANCHER
           ELSE
              IF PLANCHI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 12  TO NUM-MES
                 MOVE -1  TO PLANCHL
                 GO TO 23000-FIN
              END-IF
              MOVE PLANCHI TO WS-MONTANT-SAISI
              COMPUTE WS-PLANCHER = WS-MONTANT-SAISI / 100
           END-IF

           MOVE SENSI TO BAL-SENS
           IF NOT BAL-SENS-VALIDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO SENSL
              GO TO 23000-FIN
           END-IF
      *    DANS LES DEUX SENS, UN SEUIL HAUT SOUS LE PLANCHER
      *    FERAIT ALLER ET REVENIR LES FONDS CHAQUE NUIT
           IF SENSI = 'D' AND WS-SEUIL NOT > WS-PLANCHER
              MOVE '1' TO INDIC-ERREUR
              MOVE 19  TO NUM-MES
              MOVE -1  TO SEUILL
              GO TO 23000-FIN
           END-IF

           IF STATI = SPACE OR LOW-VALUE
              MOVE 'A' TO WS-STATUT
           ELSE
              MOVE STATI TO WS-STATUT
           END-IF
           IF WS-STATUT NOT = 'A' AND NOT = 'S'
              MOVE '1' TO INDIC-ERREUR
              MOVE 21  TO NUM-MES
              MOVE -1  TO STATL
              GO TO 23000-FIN
           END-IF

      *    COMPTE COURANT : ACTIF, NATURE 01 A 04
           MOVE WS-CPTE TO ID-CPTE
           PERFORM 23300-LIRE-COMPTE
           IF ERREUR
              MOVE -1  TO CPTEL
              GO TO 23000-FIN
           END-IF
           IF NOT NAT-CPTE-COURANT
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 23000-FIN
           END-IF
           MOVE DEV-CLT TO WS-DEV-COURANT

      *    COMPTE D'EPARGNE : ACTIF, NATURE 05 A 09, MEME DEVISE
           MOVE WS-EPARGNE TO ID-CPTE
           PERFORM 23300-LIRE-COMPTE
           IF ERREUR
              MOVE -1  TO EPARL
              GO TO 23000-FIN
           END-IF
           IF NOT NAT-CPTE-EPARGNE
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO EPARL
              GO TO 23000-FIN
           END-IF
           IF DEV-CLT NOT = WS-DEV-COURANT
              MOVE '1' TO INDIC-ERREUR
              MOVE 17  TO NUM-MES
              MOVE -1  TO EPARL
              GO TO 23000-FIN
           END-IF

      *    LES DEUX COMPTES APPARTIENNENT AU CLIENT SAISI
           PERFORM 23400-CHERCHER-COMPTES-CLIENT
           IF NOT COURANT-RATTACHE OR NOT EPARGNE-RATTACHE
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 23000-FIN
           END-IF

           PERFORM 22180-DATE-DU-JOUR

           MOVE WS-CPTE TO BAL-CPTE-COURANT
           EXEC CICS READ FILE('FBALAY')
                     RIDFLD(BAL-CPTE-COURANT)
                     INTO(BAL-CONVENTION)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 23100-MODIFIER
              WHEN DFHRESP(NOTFND)
                 PERFORM 23200-CREER
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           PERFORM 22170-AFFICHER-CONVENTION
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23100-MODIFIER.
      *----------------------*
      *    CONVENTION EXISTANTE : NOUVEAUX SEUILS, SENS OU
      *    STATUT. UNE CONVENTION RESILIEE EST REMPLACEE PAR LA
      *    NOUVELLE SIGNATURE (DATE DE CREATION DU JOUR)
      *----------------------*
           IF BAL-RESILIEE
              MOVE WS-DATE-JOUR  TO BAL-DATE-CREA
              MOVE ZERO          TO BAL-DATE-DERN BAL-MONTANT-DERN
           END-IF
           MOVE WS-EPARGNE       TO BAL-CPTE-EPARGNE
           MOVE WS-NUMERO-CLI    TO BAL-NUMERO-CLI
           MOVE WS-SEUIL         TO BAL-SEUIL-HAUT
           MOVE WS-PLANCHER      TO BAL-PLANCHER
           MOVE SENSI            TO BAL-SENS
           MOVE WS-STATUT        TO BAL-STATUT
           MOVE WS-OPID          TO BAL-OPID

           EXEC CICS REWRITE FILE('FBALAY')
                     FROM(BAL-CONVENTION)
                     LENGTH(LENGTH OF BAL-CONVENTION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       23200-CREER.
      *----------------------*
           MOVE SPACE            TO BAL-CONVENTION
           MOVE WS-CPTE          TO BAL-CPTE-COURANT
           MOVE WS-EPARGNE       TO BAL-CPTE-EPARGNE
           MOVE WS-NUMERO-CLI    TO BAL-NUMERO-CLI
           MOVE WS-SEUIL         TO BAL-SEUIL-HAUT
           MOVE WS-PLANCHER      TO BAL-PLANCHER
           MOVE SENSI            TO BAL-SENS
           MOVE WS-STATUT        TO BAL-STATUT
           MOVE WS-DATE-JOUR     TO BAL-DATE-CREA
           MOVE WS-OPID          TO BAL-OPID
           MOVE ZERO             TO BAL-DATE-DERN BAL-MONTANT-DERN

           EXEC CICS WRITE FILE('FBALAY')
                     RIDFLD(BAL-CPTE-COURANT)
                     FROM(BAL-CONVENTION)
                     LENGTH(LENGTH OF BAL-CONVENTION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       23300-LIRE-COMPTE.
      *----------------------*
      *    COMPTE ID-CPTE : EXISTANT ET ACTIF
      *----------------------*
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
           ELSE
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 PERFORM 91000-ERREUR-CICS
              END-IF
              IF NOT STS-CLT-ACTIF
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 14  TO NUM-MES
              END-IF
           END-IF
           .
      *-----------------------------*
       23400-CHERCHER-COMPTES-CLIENT.
      *-----------------------------*
           MOVE 'N'           TO WS-FIN-BROWSE WS-COURANT-TROUVE
                                 WS-EPARGNE-TROUVE
           MOVE WS-NUMERO-CLI TO XRF-NUMERO
           MOVE ZERO          TO XRF-SUFFIXE

           EXEC CICS STARTBR FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23450-LIRE-UN-COMPTE THRU 23450-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FCLICPT')
              END-EXEC
           END-IF
           .
      *-----------------------------*
       23450-LIRE-UN-COMPTE.
      *-----------------------------*
           EXEC CICS READNEXT FILE('FCLICPT')
                     INTO(XRF-CLICPT)
                     RIDFLD(XRF-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR XRF-NUMERO NOT = WS-NUMERO-CLI
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 23450-FIN
           END-IF

           IF XRF-ID-CPTE = WS-CPTE
              MOVE 'O' TO WS-COURANT-TROUVE
           END-IF
           IF XRF-ID-CPTE = WS-EPARGNE
              MOVE 'O' TO WS-EPARGNE-TROUVE
           END-IF
           IF COURANT-RATTACHE AND EPARGNE-RATTACHE
              MOVE 'O' TO WS-FIN-BROWSE
           END-IF
           .
       23450-FIN.
           EXIT.
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
       24000-RESILIER.
      *----------------------*
      *    LA RESILIATION NE SUPPRIME PAS L'ENREGISTREMENT : LE
      *    STATUT PASSE A R, BALAYAG NE GENERE PLUS RIEN
           PERFORM 22150-CONTROLER-COMPTE
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           MOVE WS-CPTE TO BAL-CPTE-COURANT
           EXEC CICS READ FILE('FBALAY')
                     RIDFLD(BAL-CPTE-COURANT)
                     INTO(BAL-CONVENTION)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              PERFORM 22195-EFFACER-DETAIL
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              GO TO 24000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF BAL-RESILIEE
              EXEC CICS UNLOCK FILE('FBALAY')
              END-EXEC
              PERFORM 22170-AFFICHER-CONVENTION
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              GO TO 24000-FIN
           END-IF

           MOVE 'R'              TO BAL-STATUT
           MOVE WS-OPID          TO BAL-OPID

           EXEC CICS REWRITE FILE('FBALAY')
                     FROM(BAL-CONVENTION)
                     LENGTH(LENGTH OF BAL-CONVENTION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22170-AFFICHER-CONVENTION
           MOVE '1' TO INDIC-ERREUR
           MOVE 7   TO NUM-MES
           .
       24000-FIN.
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
                     FROM   (MAPBLO)
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

      *======================================================*
      *   MAINTENANCE DES ABONNEMENTS DES CLIENTS AUX        *
      *   ALERTES SMS / EMAIL SUR LEURS COMPTES (FICHIER     *
      *   FALERTE, CLE COMPTE + TYPE D'ALERTE) :             *
      *   S = SOLDE DE CLOTURE SOUS LE SEUIL, D = DEBIT      *
      *   SUPERIEUR AU SEUIL, V = SALAIRE RECU, C = CARTE DE *
      *   DEBIT BLOQUEE. LE BATCH NOCTURNE ALERTES ENVOIE    *
      *   LES NOTIFICATIONS AU TELEPHONE OU A L'EMAIL DE LA  *
      *   FICHE FCLIENTS DU TITULAIRE. UN ABONNEMENT RESILIE *
      *   RESTE AU FICHIER ET PEUT ETRE REACTIVE PAR PF5.    *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET           *
      *   (O-AUT-GUICHET).                                   *
      *   ENTREE = AFFICHER L'ABONNEMENT SAISI, PF5 =        *
      *   VALIDER LA SAISIE, PF6 = RESILIER                  *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESALRT.
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
       01 MON-PROG           PIC X(08) VALUE 'GESALRT'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESALRT'.
       01 MA-MAP             PIC X(08) VALUE 'MAPS'.
       01 MA-TRX             PIC X(04) VALUE 'TSCA'.
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
              VALUE 'COMPTE ET TYPE D''ALERTE OBLIGATOIRES'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'ABONNEMENT INCONNU - PF5 POUR LE CREER'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'ABONNEMENT AFFICHE - PF5 VALIDER / PF6 RESILIER'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'ABONNEMENT ENREGISTRE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'ABONNEMENT RESILIE'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'TYPE : S=SOLDE BAS, D=DEBIT, V=SALAIRE, C=CARTE'.
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
              VALUE 'SEUIL EN CENTIMES, NUMERIQUE (POSITIF POUR D)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'CANAL : S=SMS, E=EMAIL'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON ACTIF - ABONNEMENT REFUSE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'ABONNEMENT DEJA RESILIE'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 15   PIC X(65).

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
           05  FILLER     PIC X(04).
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-SEUIL               PIC 9(08)V99.
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
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPSCIA'.
           COPY MAPSCIA.
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
      *   DESCRIPTION DU FICHIER FALERTE : ABONNEMENTS AUX   *
      *   ALERTES                                            *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER ALERTE'.
           COPY FALERTE.
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

           MOVE LOW-VALUE TO MAPSO

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
                     FROM   (MAPSO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPSI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPSI)
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
           PERFORM 22150-CONTROLER-CLE
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           EXEC CICS READ FILE('FALERTE')
                     RIDFLD(ALR-CLE)
                     INTO(ALR-ABONNEMENT)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 22170-AFFICHER-ABONNEMENT
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
              WHEN DFHRESP(NOTFND)
                 MOVE SPACE TO STATO DCREAO DENVOIO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22150-CONTROLER-CLE.
      *----------------------*
           IF CPTEI = SPACE OR LOW-VALUE
              OR TYPALI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO CPTEL
           ELSE
              PERFORM 22160-CONTROLER-CLE-NUM
              IF NOT ERREUR
                 MOVE CPTEI  TO ALR-ID-CPTE
                 MOVE TYPALI TO ALR-TYPE
                 IF NOT ALR-TYPE-VALIDE
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 8   TO NUM-MES
                    MOVE -1  TO TYPALL
                 END-IF
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
       22170-AFFICHER-ABONNEMENT.
      *----------------------*
      *    LE SEUIL S'AFFICHE EN CENTIMES, MEME CONVENTION DE
      *    SAISIE QUE LE GUICHET
           COMPUTE WS-MONTANT-SAISI = ALR-SEUIL * 100
           MOVE WS-MONTANT-SAISI TO SEUILO
           MOVE ALR-CANAL        TO CANALO
           MOVE ALR-STATUT       TO STATO
           MOVE ALR-DATE-CREA    TO DCREAO
           IF ALR-DATE-ENVOI = ZERO
              MOVE SPACE          TO DENVOIO
           ELSE
              MOVE ALR-DATE-ENVOI TO DENVOIO
           END-IF
           .
      *----------------------*
       23000-VALIDER.
      *----------------------*
           PERFORM 22150-CONTROLER-CLE
           IF ERREUR
              GO TO 23000-FIN
           END-IF

      *    LE SEUIL NE SERT QU'AUX TYPES S ET D ; UN SEUIL A
      *    ZERO SUR LE TYPE S ALERTE DES QUE LE COMPTE EST
      *    DEBITEUR
           MOVE ZERO TO WS-SEUIL
           IF ALR-SOLDE-BAS OR ALR-GROS-DEBIT
              IF SEUILI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 12  TO NUM-MES
                 MOVE -1  TO SEUILL
                 GO TO 23000-FIN
              END-IF
              MOVE SEUILI TO WS-MONTANT-SAISI
              IF ALR-GROS-DEBIT AND WS-MONTANT-SAISI = ZERO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 12  TO NUM-MES
                 MOVE -1  TO SEUILL
                 GO TO 23000-FIN
              END-IF
              COMPUTE WS-SEUIL = WS-MONTANT-SAISI / 100
           END-IF

           IF CANALI NOT = 'S' AND NOT = 'E'
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO CANALL
              GO TO 23000-FIN
           END-IF

      *    LE COMPTE DOIT EXISTER ET ETRE ACTIF
           MOVE ALR-ID-CPTE TO ID-CPTE
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

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

      *    NOUVEL ABONNEMENT : ZONES DE SUIVI A ZERO, SEULS
      *    LES EVENEMENTS A PARTIR D'AUJOURD'HUI SONT NOTIFIES
           MOVE WS-SEUIL         TO ALR-SEUIL
           MOVE CANALI           TO ALR-CANAL
           MOVE 'A'              TO ALR-STATUT
           MOVE WS-DATE-JOUR     TO ALR-DATE-CREA
           MOVE WS-OPID          TO ALR-OPID
           MOVE ZERO             TO ALR-DERNIER-SEQ
           MOVE 'N'              TO ALR-SOUS-SEUIL
           MOVE ZERO             TO ALR-DATE-EVT
           MOVE ZERO             TO ALR-DATE-ENVOI
           MOVE SPACE            TO ALR-ABONNEMENT(55:26)

           EXEC CICS WRITE FILE('FALERTE')
                     RIDFLD(ALR-CLE)
                     FROM(ALR-ABONNEMENT)
                     LENGTH(LENGTH OF ALR-ABONNEMENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(DUPREC)
              PERFORM 23100-REECRIRE
           ELSE
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 PERFORM 91000-ERREUR-CICS
              END-IF
           END-IF

           PERFORM 22170-AFFICHER-ABONNEMENT
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23100-REECRIRE.
      *----------------------*
      *    ABONNEMENT EXISTANT : CHANGEMENT DE SEUIL OU DE
      *    CANAL, OU REACTIVATION D'UN ABONNEMENT RESILIE. LE
      *    SUIVI DES LIGNES HISTCLT DEJA EXAMINEES EST GARDE ;
      *    UN NOUVEAU SEUIL DE SOLDE EST REARME
      *----------------------*
           EXEC CICS READ FILE('FALERTE')
                     RIDFLD(ALR-CLE)
                     INTO(ALR-ABONNEMENT)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF ALR-RESILIE
              MOVE 'A'          TO ALR-STATUT
              MOVE WS-DATE-JOUR TO ALR-DATE-CREA
              MOVE 'N'          TO ALR-SOUS-SEUIL
           END-IF
           IF WS-SEUIL NOT = ALR-SEUIL
              MOVE 'N'          TO ALR-SOUS-SEUIL
           END-IF
           MOVE WS-SEUIL         TO ALR-SEUIL
           MOVE CANALI           TO ALR-CANAL
           MOVE WS-OPID          TO ALR-OPID

           EXEC CICS REWRITE FILE('FALERTE')
                     FROM(ALR-ABONNEMENT)
                     LENGTH(LENGTH OF ALR-ABONNEMENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       24000-RESILIER.
      *----------------------*
      *    LA RESILIATION NE SUPPRIME PAS L'ENREGISTREMENT :
      *    L'ABONNEMENT PASSE AU STATUT R ET LE BATCH ALERTES
      *    L'IGNORE
           PERFORM 22150-CONTROLER-CLE
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           EXEC CICS READ FILE('FALERTE')
                     RIDFLD(ALR-CLE)
                     INTO(ALR-ABONNEMENT)
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

           IF ALR-RESILIE
              EXEC CICS UNLOCK FILE('FALERTE')
              END-EXEC
              PERFORM 22170-AFFICHER-ABONNEMENT
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 24000-FIN
           END-IF

           MOVE 'R'          TO ALR-STATUT
           MOVE WS-OPID      TO ALR-OPID

           EXEC CICS REWRITE FILE('FALERTE')
                     FROM(ALR-ABONNEMENT)
                     LENGTH(LENGTH OF ALR-ABONNEMENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22170-AFFICHER-ABONNEMENT
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
                     FROM   (MAPSO)
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

      *======================================================*
      *   MAINTENANCE DES BENEFICIAIRES EXTERNES ENREGISTRES *
      *   PAR COMPTE (FICHIER FBENEF, CLE COMPTE + IBAN DU   *
      *   BENEFICIAIRE). UN VIREMENT EXTERNE (CODE E) VERS   *
      *   UN IBAN NON ENREGISTRE SUR LE COMPTE EST REFUSE    *
      *   PAR GUICHET, GESORDP ET LE POSTING PARTI15 ; UN    *
      *   NOUVEAU BENEFICIAIRE N'EST PAYE SANS RAPPEL DU     *
      *   CLIENT QU'A L'ISSUE DU DELAI DE CARENCE (AVANT,    *
      *   LE VIREMENT RESTE EN SUSPENS, ETAT BENCAR).        *
      *   CHAQUE CREATION, MODIFICATION OU SUPPRESSION       *
      *   LAISSE UNE LIGNE DANS LA PISTE FAUDBEN.            *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET           *
      *   (O-AUT-GUICHET).                                   *
      *   ENTREE = AFFICHER LE BENEFICIAIRE SAISI, PF5 =     *
      *   VALIDER LA SAISIE, PF6 = SUPPRIMER                 *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESBENF.
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
       01 MON-PROG           PIC X(08) VALUE 'GESBENF'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESBENF'.
       01 MA-MAP             PIC X(08) VALUE 'MAPW'.
       01 MA-TRX             PIC X(04) VALUE 'TWCA'.
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
              VALUE 'COMPTE ET IBAN DU BENEFICIAIRE OBLIGATOIRES'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'BENEFICIAIRE INCONNU - PF5 POUR LE CREER'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'BENEFICIAIRE AFFICHE - PF5 VALIDER/PF6 SUPPRIMER'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'BENEFICIAIRE ENREGISTRE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'BENEFICIAIRE SUPPRIME'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'NOM DU BENEFICIAIRE OBLIGATOIRE'.
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
              VALUE 'IBAN INVALIDE (CLE IBAN OU CLE RIB)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'IBAN ETRANGER NON ADMIS (COMPENSATION NATIONALE)'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON ACTIF - BENEFICIAIRE REFUSE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'BENEFICIAIRE REACTIVE - NOUVEAU DELAI DE CARENCE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'BENEFICIAIRE DEJA SUPPRIME'.
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
      *    DELAI DE CARENCE D'UN NOUVEAU BENEFICIAIRE, EN
      *    JOURS : UN VIREMENT PRESENTE AVANT SON EXPIRATION
      *    RESTE EN SUSPENS (MOTIF 'BC') POUR RAPPEL DU CLIENT
       01  WS-DELAI-CARENCE       PIC 9(02) VALUE 03.
       01  WS-MS-PAR-JOUR         PIC S9(9) COMP VALUE 86400000.
       01  WS-ABS-DISPO           PIC S9(18) COMP.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-DATE-DISPO          PIC 9(08).
      *    OPERATION TRACEE DANS FAUDBEN (C/M/S)
       01  WS-OPER-AUDIT          PIC X(01).
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
      *   ZONE DU MODULE COMMUN pgiban                       *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ZONE IBAN'.
           COPY WSIBAN.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPWCIA'.
           COPY MAPWCIA.
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
      *   DESCRIPTION DU FICHIER FBENEF : BENEFICIAIRES      *
      *   EXTERNES ENREGISTRES                               *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER BENEF'.
           COPY FBENEF.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FAUDBEN : PISTE D'AUDIT     *
      *   DES BENEFICIAIRES                                  *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER AUDBEN'.
           COPY FAUDBEN.
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

           MOVE LOW-VALUE TO MAPWO

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
                     FROM   (MAPWO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPWI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPWI)
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
              PERFORM 24000-SUPPRIMER
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

           EXEC CICS READ FILE('FBENEF')
                     RIDFLD(BEN-CLE)
                     INTO(BEN-BENEFICIAIRE)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 22170-AFFICHER-BENEF
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
              WHEN DFHRESP(NOTFND)
                 MOVE SPACE TO DAJOUTO DDISPOO STATO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO NOMBENL
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
              OR IBANI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO CPTEL
           ELSE
              PERFORM 22160-CONTROLER-CLE-NUM
              IF NOT ERREUR
                 PERFORM 22165-CONTROLER-IBAN
              END-IF
              IF NOT ERREUR
                 MOVE CPTEI TO BEN-ID-CPTE
                 MOVE IBANI TO BEN-IBAN
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
       22165-CONTROLER-IBAN.
      *----------------------*
      *    IBAN DU BENEFICIAIRE : CLE MOD 97 ET CLE RIB
      *    (pgiban), PAYS FR SEUL ADMIS (LA COMPENSATION ALLER
      *    EST NATIONALE). C'EST LA CLE DU FICHIER : UNE FAUTE
      *    DE FRAPPE NE DOIT PAS Y ENTRER
      *----------------------*
           IF IBANI(1:2) NOT = 'FR'
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO IBANL
           ELSE
              MOVE 'V'   TO IBN-FONCTION
              MOVE IBANI TO IBN-IBAN
              CALL 'pgiban' USING IBN-FONCTION IBN-ZONE
                                  IBN-RESULTAT
              IF NOT IBN-OK
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 12  TO NUM-MES
                 MOVE -1  TO IBANL
              END-IF
           END-IF
           .
      *----------------------*
       22170-AFFICHER-BENEF.
      *----------------------*
           MOVE BEN-NOM         TO NOMBENO
           MOVE BEN-DATE-AJOUT  TO DAJOUTO
           MOVE BEN-DATE-DISPO  TO DDISPOO
           MOVE BEN-STATUT      TO STATO
           .
      *----------------------*
       23000-VALIDER.
      *----------------------*
           PERFORM 22150-CONTROLER-CLE
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           IF NOMBENI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO NOMBENL
              GO TO 23000-FIN
           END-IF

      *    LE COMPTE DONNEUR D'ORDRE DOIT EXISTER ET ETRE ACTIF
           MOVE BEN-ID-CPTE TO ID-CPTE
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

           PERFORM 23050-CALCULER-CARENCE

           MOVE NOMBENI          TO BEN-NOM
           MOVE WS-DATE-JOUR     TO BEN-DATE-AJOUT
           MOVE WS-DATE-DISPO    TO BEN-DATE-DISPO
           MOVE 'A'              TO BEN-STATUT
           MOVE WS-OPID          TO BEN-OPID
           MOVE SPACE            TO BEN-BENEFICIAIRE(76:5)

           EXEC CICS WRITE FILE('FBENEF')
                     RIDFLD(BEN-CLE)
                     FROM(BEN-BENEFICIAIRE)
                     LENGTH(LENGTH OF BEN-BENEFICIAIRE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(DUPREC)
              PERFORM 23100-REECRIRE
                  THRU 23100-FIN
           ELSE
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 PERFORM 91000-ERREUR-CICS
              END-IF
              MOVE 'C' TO WS-OPER-AUDIT
              MOVE 6   TO NUM-MES
           END-IF

           PERFORM 23800-ECRIRE-AUDIT
           PERFORM 22170-AFFICHER-BENEF
           MOVE '1' TO INDIC-ERREUR
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23050-CALCULER-CARENCE.
      *----------------------*
      *    DATE DU JOUR ET FIN DU DELAI DE CARENCE, PAR
      *    L'HORLOGE CICS (MILLISECONDES DEPUIS 1900)
      *----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           COMPUTE WS-ABS-DISPO = DATE-ABS
                   + WS-DELAI-CARENCE * WS-MS-PAR-JOUR
           EXEC CICS FORMATTIME
                     ABSTIME(WS-ABS-DISPO)
                     YYYYMMDD(WS-DATE-DISPO)
           END-EXEC
           .
      *----------------------*
       23100-REECRIRE.
      *----------------------*
      *    BENEFICIAIRE EXISTANT : CORRECTION DU NOM, SANS
      *    EFFET SUR LE DELAI DE CARENCE. UN BENEFICIAIRE
      *    SUPPRIME QUI EST RESAISI REPART COMME UN NOUVEAU
      *    (DATE D'AJOUT DU JOUR, NOUVEAU DELAI DE CARENCE)
      *----------------------*
           EXEC CICS READ FILE('FBENEF')
                     RIDFLD(BEN-CLE)
                     INTO(BEN-BENEFICIAIRE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF BEN-REVOQUE
              MOVE WS-DATE-JOUR  TO BEN-DATE-AJOUT
              MOVE WS-DATE-DISPO TO BEN-DATE-DISPO
              MOVE 'A'           TO BEN-STATUT
              MOVE 'C'           TO WS-OPER-AUDIT
              MOVE 15            TO NUM-MES
           ELSE
              MOVE 'M'           TO WS-OPER-AUDIT
              MOVE 6             TO NUM-MES
           END-IF

           MOVE NOMBENI          TO BEN-NOM
           MOVE WS-OPID          TO BEN-OPID

           EXEC CICS REWRITE FILE('FBENEF')
                     FROM(BEN-BENEFICIAIRE)
                     LENGTH(LENGTH OF BEN-BENEFICIAIRE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       23100-FIN.
           EXIT.
      *----------------------*
       23800-ECRIRE-AUDIT.
      *----------------------*
           MOVE SPACE         TO ABN-AUDIT-BEN
           MOVE BEN-ID-CPTE   TO ABN-ID-CPTE
           MOVE BEN-IBAN      TO ABN-IBAN
           MOVE WS-OPER-AUDIT TO ABN-OPER
           MOVE WS-OPID       TO ABN-OPID
           MOVE EIBTRMID      TO ABN-TERM

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYY(ABN-DATE)
                     TIME(ABN-HEURE)
                     TIMESEP(':')
           END-EXEC

           EXEC CICS WRITE FILE('FAUDBEN')
                     FROM(ABN-AUDIT-BEN)
                     LENGTH(LENGTH OF ABN-AUDIT-BEN)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       24000-SUPPRIMER.
      *----------------------*
      *    LA SUPPRESSION N'EFFACE PAS L'ENREGISTREMENT : LE
      *    BENEFICIAIRE PASSE AU STATUT R ; LES VIREMENTS QUI
      *    L'ATTENDENT EN SUSPENS NE PARTIRONT PAS
           PERFORM 22150-CONTROLER-CLE
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           EXEC CICS READ FILE('FBENEF')
                     RIDFLD(BEN-CLE)
                     INTO(BEN-BENEFICIAIRE)
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

           IF BEN-REVOQUE
              EXEC CICS UNLOCK FILE('FBENEF')
              END-EXEC
              PERFORM 22170-AFFICHER-BENEF
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              GO TO 24000-FIN
           END-IF

           MOVE 'R'          TO BEN-STATUT
           MOVE WS-OPID      TO BEN-OPID

           EXEC CICS REWRITE FILE('FBENEF')
                     FROM(BEN-BENEFICIAIRE)
                     LENGTH(LENGTH OF BEN-BENEFICIAIRE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE 'S' TO WS-OPER-AUDIT
           PERFORM 23800-ECRIRE-AUDIT
           PERFORM 22170-AFFICHER-BENEF
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
                     FROM   (MAPWO)
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

      *======================================================*
      *   SAISIE ET SUIVI DES DEMANDES DE PRET (FICHIER      *
      *   FDEMPRET, NUMERO DELIVRE PAR LE COMPTEUR 'DPR' DE  *
      *   FCTRLCLI) : CLIENT, COMPTE DE REMBOURSEMENT,       *
      *   MONTANT, DUREE, OBJET ET REVENU MENSUEL DECLARE.   *
      *   LA DEMANDE SAISIE EST NOTEE LA NUIT PAR DECPRET    *
      *   (ACCORDEE, A REVOIR OU REFUSEE, AVEC SES MOTIFS) ; *
      *   L'ACCORD OUVRE LE COMPTE DE PRET ET ALIMENTE       *
      *   PRETGEN. UNE DEMANDE A REVOIR EST TRANCHEE ICI PAR *
      *   UN SUPERVISEUR (O-AUT-SUPERV) AUTRE QUE L'AUTEUR   *
      *   DE LA SAISIE ; UNE DEMANDE ENCORE NON NOTEE PEUT   *
      *   ETRE RETIREE PAR SON AUTEUR OU UN SUPERVISEUR.     *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET           *
      *   (O-AUT-GUICHET).                                   *
      *   ENTREE = AFFICHER LA DEMANDE, PF5 = NOUVELLE       *
      *   DEMANDE, PF6 = ACCORDER, PF7 = REFUSER / RETIRER   *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESDPRT.
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
       01 MON-PROG           PIC X(08) VALUE 'GESDPRT'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESDPRT'.
       01 MA-MAP             PIC X(08) VALUE 'MAPI'.
       01 MA-TRX             PIC X(04) VALUE 'TICA'.
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
              VALUE 'NUMERO DE DEMANDE OBLIGATOIRE (PF5 = NOUVELLE)'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE INCONNUE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE AFFICHEE'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE ENREGISTREE - DECISION CETTE NUIT'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'CLIENT ET COMPTE DE REMBOURSEMENT OBLIGATOIRES'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'NUMERO INVALIDE (CLE DE CONTROLE)'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'CLIENT INCONNU OU NON ACTIF'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'COMPTE DE REMBOURSEMENT INCONNU OU INACTIF'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'MONTANT ET REVENU EN CENTIMES, NON NULS'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'DUREE EN MOIS, DE 1 A 360'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'OBJET DU PRET OBLIGATOIRE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'DECISION RESERVEE AUX SUPERVISEURS'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'DECISION INTERDITE A L''AUTEUR DE LA SAISIE'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'SEULE UNE DEMANDE A REVOIR PEUT ETRE ACCORDEE'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE ACCORDEE - PRET OUVERT CETTE NUIT'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE REFUSEE'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE DEJA TRANCHEE - PLUS MODIFIABLE'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'REMBOURSEMENT SUR COMPTE COURANT (NATURE 01-04)'.
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
      *   FICHIERS                                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER XREF'.
           COPY FCLICPT.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER CONTROLE'.
           COPY FCTRLCLI.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER DEMPRET'.
           COPY FDEMPRET.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-MONTANT             PIC 9(08)V99.
       01  WS-REVENU              PIC 9(08)V99.
       01  WS-DUREE               PIC 9(03).
       01  WS-SCORE-ED            PIC ZZ9.
       01  WS-NOUVEAU-STATUT      PIC X(01).
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
       01  INDIC-FIN-BROWSE       PIC X(01) VALUE '0'.
           88 FIN-BROWSE             VALUE '1'.
      *
       01  INDIC-CPTE-CLIENT      PIC X(01) VALUE '0'.
           88 CPTE-DU-CLIENT         VALUE '1'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPICIA'.
           COPY MAPICIA.
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

           MOVE LOW-VALUE TO MAPIO

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

      *    CLIENT PROPOSE PAR LE MENU (DERNIER CLIENT TRAITE)
           IF WS-NUM-CLI NOT = ZERO
              MOVE WS-NUM-CLI TO CLIENTO
           END-IF

           MOVE -1 TO NUMDEML

      *    ARRIVEE DEPUIS LA FILE DU SUPERVISEUR (FILSUP,
      *    MARQUEUR 9) : LE NUMERO DE LA DEMANDE A REVOIR EST
      *    PASSE DANS WS-LIST-TOP ET LA DEMANDE S'AFFICHE SANS
      *    NOUVELLE SAISIE
           IF WS-PROG-APPEL = 9 AND WS-LIST-TOP > ZERO
              MOVE 0 TO WS-PROG-APPEL
              MOVE WS-LIST-TOP TO NUMDEMI
              MOVE 0 TO WS-LIST-TOP
              PERFORM 22100-AFFICHER THRU 22100-FIN
           END-IF

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           IF ERREUR
              MOVE MESS-ERR(NUM-MES) TO MESSAGEO
           END-IF

           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPIO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPII

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPII)
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
              PERFORM 23000-SAISIR
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-ACCORDER
                  THRU 24000-FIN
           END-IF

           IF EIBAID = DFHPF7
              PERFORM 25000-REFUSER
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
               AND NOT = DFHPF7 AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       22100-AFFICHER.
      *----------------------*
           PERFORM 22150-LIRE-DEMANDE
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           PERFORM 22170-AFFICHER-DEMANDE
           MOVE '1' TO INDIC-ERREUR
           MOVE 5   TO NUM-MES
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22150-LIRE-DEMANDE.
      *----------------------*
           IF NUMDEMI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO NUMDEML
           ELSE
              IF NUMDEMI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO NUMDEML
              ELSE
                 MOVE NUMDEMI TO DPR-NUM-DEMANDE
                 EXEC CICS READ FILE('FDEMPRET')
                           RIDFLD(DPR-NUM-DEMANDE)
                           INTO(DPR-DEMANDE)
                           RESP(WS-RESPCR)
                 END-EXEC
                 IF WS-RESPCR = DFHRESP(NOTFND)
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 4   TO NUM-MES
                    MOVE -1  TO NUMDEML
                 ELSE
                    IF WS-RESPCR NOT = DFHRESP(NORMAL)
                       PERFORM 91000-ERREUR-CICS
                    END-IF
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
           MOVE 'V' TO WS-VALNUM-FONC
           CALL 'pgvalnum' USING WS-VALNUM-FONC
                                 WS-VALNUM-NUM WS-VALNUM-RC
           IF WS-VALNUM-RC NOT = 'O'
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
           END-IF
           .
      *----------------------*
       22170-AFFICHER-DEMANDE.
      *----------------------*
      *    LES MONTANTS S'AFFICHENT EN CENTIMES, MEME
      *    CONVENTION DE SAISIE QUE LE GUICHET ; LA NOTE ET
      *    LES MOTIFS N'EXISTENT QU'APRES LE PASSAGE DE NUIT
           MOVE DPR-NUM-DEMANDE  TO NUMDEMO
           MOVE DPR-NUMERO       TO CLIENTO
           MOVE DPR-CPTE-REMB    TO CPTREMO
           COMPUTE WS-MONTANT-SAISI = DPR-MONTANT * 100
           MOVE WS-MONTANT-SAISI TO MONTANTO
           MOVE DPR-DUREE        TO DUREEO
           MOVE DPR-OBJET        TO OBJETO
           COMPUTE WS-MONTANT-SAISI = DPR-REVENU * 100
           MOVE WS-MONTANT-SAISI TO REVENUO
           MOVE DPR-STATUT       TO STATO
           MOVE DPR-DATE-SAISIE  TO DSAISO

           MOVE SPACE TO NOMCLIO
           MOVE DPR-NUMERO TO E-NUMERO
           EXEC CICS READ FILE('FCLIENTS')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE E-NOM-CLI TO NOMCLIO
           END-IF

           IF DPR-SAISIE
              MOVE SPACE TO SCOREO MOTIFSO ENDETO MENSUO
                            DDECIO CPTPRTO
           ELSE
              MOVE DPR-SCORE        TO WS-SCORE-ED
              MOVE WS-SCORE-ED      TO SCOREO
              MOVE DPR-MOTIFS       TO MOTIFSO
              MOVE DPR-ENDETTEMENT  TO ENDETO
              COMPUTE WS-MONTANT-SAISI = DPR-MENSUALITE * 100
              MOVE WS-MONTANT-SAISI TO MENSUO
              MOVE DPR-DATE-DECISION TO DDECIO
              MOVE DPR-ID-CPTE-PRET TO CPTPRTO
           END-IF
           .
      *----------------------*
       23000-SAISIR.
      *----------------------*
           PERFORM 23100-CONTROLER-SAISIE
              THRU 23100-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           PERFORM 23200-CONTROLER-CLIENT
              THRU 23200-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           PERFORM 23500-NUMERO-DEMANDE
              THRU 23500-FIN

           MOVE SPACE            TO DPR-DEMANDE
           MOVE C-DERNIER-NUM    TO DPR-NUM-DEMANDE
           MOVE CLIENTI          TO DPR-NUMERO
           MOVE CPTREMI          TO DPR-CPTE-REMB
           MOVE WS-MONTANT       TO DPR-MONTANT
           MOVE WS-DUREE         TO DPR-DUREE
           MOVE OBJETI           TO DPR-OBJET
           MOVE WS-REVENU        TO DPR-REVENU
           MOVE WS-DATE-JOUR     TO DPR-DATE-SAISIE
           MOVE WS-OPID          TO DPR-OPID-SAISIE
           MOVE 'S'              TO DPR-STATUT
           MOVE ZERO             TO DPR-SCORE
           MOVE ZERO             TO DPR-TAUX-BP
           MOVE ZERO             TO DPR-MENSUALITE
           MOVE ZERO             TO DPR-ENDETTEMENT
           MOVE ZERO             TO DPR-DATE-DECISION

           EXEC CICS WRITE FILE('FDEMPRET')
                     RIDFLD(DPR-NUM-DEMANDE)
                     FROM(DPR-DEMANDE)
                     LENGTH(LENGTH OF DPR-DEMANDE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE DPR-NUMERO TO WS-NUM-CLI
           PERFORM 22170-AFFICHER-DEMANDE
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23100-CONTROLER-SAISIE.
      *----------------------*
           IF CLIENTI = SPACE OR LOW-VALUE
              OR CPTREMI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 23100-FIN
           END-IF

           IF CLIENTI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 23100-FIN
           END-IF
           MOVE CLIENTI TO WS-VALNUM-NUM
           PERFORM 22160-CONTROLER-CLE-NUM
           IF ERREUR
              MOVE -1  TO CLIENTL
              GO TO 23100-FIN
           END-IF

           IF CPTREMI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              MOVE -1  TO CPTREML
              GO TO 23100-FIN
           END-IF
           MOVE CPTREMI TO WS-VALNUM-NUM
           PERFORM 22160-CONTROLER-CLE-NUM
           IF ERREUR
              MOVE -1  TO CPTREML
              GO TO 23100-FIN
           END-IF

      *    MONTANT ET REVENU SE SAISISSENT EN CENTIMES,
      *    CONVENTION GUICHET
           IF MONTANTI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO MONTANTL
              GO TO 23100-FIN
           END-IF
           MOVE MONTANTI TO WS-MONTANT-SAISI
           COMPUTE WS-MONTANT = WS-MONTANT-SAISI / 100
           IF WS-MONTANT = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO MONTANTL
              GO TO 23100-FIN
           END-IF

           IF DUREEI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO DUREEL
              GO TO 23100-FIN
           END-IF
           MOVE DUREEI TO WS-DUREE
           IF WS-DUREE = ZERO OR WS-DUREE > 360
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO DUREEL
              GO TO 23100-FIN
           END-IF

           IF OBJETI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO OBJETL
              GO TO 23100-FIN
           END-IF

           IF REVENUI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO REVENUL
              GO TO 23100-FIN
           END-IF
           MOVE REVENUI TO WS-MONTANT-SAISI
           COMPUTE WS-REVENU = WS-MONTANT-SAISI / 100
           IF WS-REVENU = ZERO
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO REVENUL
              GO TO 23100-FIN
           END-IF
           .
       23100-FIN.
           EXIT.
      *----------------------*
       23200-CONTROLER-CLIENT.
      *----------------------*
      *    CLIENT ACTIF ; LE COMPTE DE REMBOURSEMENT EST UN
      *    COMPTE COURANT ACTIF DE CE CLIENT (CROSS-REFERENCE
      *    FCLICPT)
           MOVE CLIENTI TO E-NUMERO
           EXEC CICS READ FILE('FCLIENTS')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT E-CLI-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 23200-FIN
           END-IF
           MOVE E-NOM-CLI TO NOMCLIO

           MOVE CPTREMI TO ID-CPTE
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT STS-CLT-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO CPTREML
              GO TO 23200-FIN
           END-IF
           IF NAT-CPTE < 01 OR NAT-CPTE > 04
              MOVE '1' TO INDIC-ERREUR
              MOVE 21  TO NUM-MES
              MOVE -1  TO CPTREML
              GO TO 23200-FIN
           END-IF

           PERFORM 23300-CHERCHER-COMPTE-CLIENT
           IF NOT CPTE-DU-CLIENT
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO CPTREML
           END-IF
           .
       23200-FIN.
           EXIT.
      *----------------------------*
       23300-CHERCHER-COMPTE-CLIENT.
      *----------------------------*
           MOVE '0'      TO INDIC-CPTE-CLIENT
           MOVE '0'      TO INDIC-FIN-BROWSE
           MOVE E-NUMERO TO XRF-NUMERO
           MOVE ZERO     TO XRF-SUFFIXE

           EXEC CICS STARTBR FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23350-LIRE-UN-COMPTE THRU 23350-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FCLICPT')
              END-EXEC
           END-IF
           .
      *----------------------------*
       23350-LIRE-UN-COMPTE.
      *----------------------------*
           EXEC CICS READNEXT FILE('FCLICPT')
                     INTO(XRF-CLICPT)
                     RIDFLD(XRF-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR XRF-NUMERO NOT = E-NUMERO
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23350-FIN
           END-IF

           IF XRF-ID-CPTE = CPTREMI
              MOVE '1' TO INDIC-CPTE-CLIENT
              MOVE '1' TO INDIC-FIN-BROWSE
           END-IF
           .
       23350-FIN.
           EXIT.
      *----------------------------*
       23500-NUMERO-DEMANDE.
      *----------------------------*
      *    COMPTEUR 'DPR' DE FCTRLCLI, CREE A LA PREMIERE
      *    DEMANDE (MEME REGLE D'AUTO-CREATION QUE 'CPT')
           MOVE 'DPR' TO C-CODE-CTRL

           EXEC CICS READ FILE('FCTRLCLI')
                     INTO(C-CTRL-CLI)
                     RIDFLD(C-CODE-CTRL)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE SPACE TO C-CTRL-CLI
              MOVE 'DPR' TO C-CODE-CTRL
              MOVE 1     TO C-DERNIER-NUM
              EXEC CICS WRITE FILE('FCTRLCLI')
                        FROM(C-CTRL-CLI)
                        RIDFLD(C-CODE-CTRL)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 PERFORM 91000-ERREUR-CICS
              END-IF
              GO TO 23500-FIN
           END-IF

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           ADD 1 TO C-DERNIER-NUM

           EXEC CICS REWRITE FILE('FCTRLCLI')
                     FROM(C-CTRL-CLI)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       23500-FIN.
           EXIT.
      *----------------------*
       23600-CONTROLER-SUPERVISEUR.
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
              MOVE 15  TO NUM-MES
           END-IF
           .
      *----------------------*
       24000-ACCORDER.
      *----------------------*
      *    ACCORD D'UNE DEMANDE A REVOIR PAR UN SUPERVISEUR
      *    AUTRE QUE L'AUTEUR DE LA SAISIE ; LE COMPTE DE PRET
      *    EST OUVERT PAR LE PASSAGE DE NUIT SUIVANT
      *----------------------*
           PERFORM 22150-LIRE-DEMANDE
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           PERFORM 22170-AFFICHER-DEMANDE
           IF NOT DPR-A-REVOIR
              MOVE '1' TO INDIC-ERREUR
              MOVE 17  TO NUM-MES
              GO TO 24000-FIN
           END-IF

           PERFORM 23600-CONTROLER-SUPERVISEUR
           IF ERREUR
              GO TO 24000-FIN
           END-IF
           IF DPR-OPID-SAISIE = WS-OPID
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              GO TO 24000-FIN
           END-IF

           MOVE 'M' TO WS-NOUVEAU-STATUT
           PERFORM 26000-REECRIRE-DECISION
              THRU 26000-FIN
           PERFORM 22170-AFFICHER-DEMANDE
           IF NOT ERREUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
           END-IF
           .
       24000-FIN.
           EXIT.
      *----------------------*
       25000-REFUSER.
      *----------------------*
      *    REFUS D'UNE DEMANDE A REVOIR PAR UN SUPERVISEUR
      *    AUTRE QUE L'AUTEUR DE LA SAISIE, OU RETRAIT D'UNE
      *    DEMANDE ENCORE NON NOTEE PAR SON AUTEUR OU UN
      *    SUPERVISEUR
      *----------------------*
           PERFORM 22150-LIRE-DEMANDE
           IF ERREUR
              GO TO 25000-FIN
           END-IF

           PERFORM 22170-AFFICHER-DEMANDE
           IF NOT DPR-A-REVOIR AND NOT DPR-SAISIE
              MOVE '1' TO INDIC-ERREUR
              MOVE 20  TO NUM-MES
              GO TO 25000-FIN
           END-IF

           IF DPR-A-REVOIR OR DPR-OPID-SAISIE NOT = WS-OPID
              PERFORM 23600-CONTROLER-SUPERVISEUR
              IF ERREUR
                 GO TO 25000-FIN
              END-IF
           END-IF
           IF DPR-A-REVOIR AND DPR-OPID-SAISIE = WS-OPID
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              GO TO 25000-FIN
           END-IF

           MOVE 'D' TO WS-NOUVEAU-STATUT
           PERFORM 26000-REECRIRE-DECISION
              THRU 26000-FIN
           PERFORM 22170-AFFICHER-DEMANDE
           IF NOT ERREUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 19  TO NUM-MES
           END-IF
           .
       25000-FIN.
           EXIT.
      *----------------------*
       26000-REECRIRE-DECISION.
      *----------------------*
      *    LA DEMANDE EST RELUE EN MISE A JOUR : SI LE BATCH
      *    OU UN AUTRE POSTE L'A TRANCHEE ENTRE-TEMPS, LA
      *    DECISION AFFICHEE N'EST PAS ECRASEE
           EXEC CICS READ FILE('FDEMPRET')
                     RIDFLD(DPR-NUM-DEMANDE)
                     INTO(DPR-DEMANDE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF NOT DPR-A-REVOIR AND NOT DPR-SAISIE
              EXEC CICS UNLOCK FILE('FDEMPRET')
              END-EXEC
              MOVE '1' TO INDIC-ERREUR
              MOVE 20  TO NUM-MES
              GO TO 26000-FIN
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           MOVE WS-NOUVEAU-STATUT TO DPR-STATUT
           MOVE WS-DATE-JOUR     TO DPR-DATE-DECISION
           MOVE WS-OPID          TO DPR-OPID-DECISION

           EXEC CICS REWRITE FILE('FDEMPRET')
                     FROM(DPR-DEMANDE)
                     LENGTH(LENGTH OF DPR-DEMANDE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       26000-FIN.
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
                     FROM   (MAPIO)
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

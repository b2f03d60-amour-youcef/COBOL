      *======================================================*
      *   DOSSIERS DE RECLAMATION CLIENT (FICHIER FRECLAM,   *
      *   NUMERO DELIVRE PAR LE COMPTEUR 'RCL' DE FCTRLCLI)  *
      *   : CLIENT, COMPTE ET MOUVEMENT HISTCLT CONTESTES    *
      *   EVENTUELS, CANAL, MOTIF, OBJET ET RESPONSABLE DU   *
      *   DOSSIER. L'OUVERTURE POSE L'ECHEANCE DE REPONSE    *
      *   (DEUX MOIS CALENDAIRES APRES LA RECEPTION) ET      *
      *   LAISSE UNE NOTE DE CATEGORIE R AU CLIENT (FNOTES)  *
      *   ; L'ECHEANCE D'ACCUSE DE RECEPTION (10 JOURS       *
      *   OUVRES) EST POSEE LA NUIT PAR RCLALRT. LA MISE A   *
      *   JOUR ENREGISTRE L'ACCUSE, PUIS LA REPONSE AVEC SON *
      *   ISSUE ET LE GESTE ACCORDE : LE DOSSIER EST ALORS   *
      *   CLOS. LE REMBOURSEMENT LUI-MEME SE SAISIT DANS     *
      *   GESGEST (MOTIF RC).                                *
      *   ACCESSIBLE PAR LE CHOIX 0 DU MENU GESCLI10 ;       *
      *   RESERVE AUX PORTEURS DE L'HABILITATION NOTES       *
      *   (O-AUT-NOTES, RELUE DANS FOPERAT), COMME NOTECLI.  *
      *   ENTREE = AFFICHER LE DOSSIER, PF5 = NOUVEAU        *
      *   DOSSIER, PF6 = METTRE A JOUR LE DOSSIER AFFICHE    *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESRECL.
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
       01 MON-PROG           PIC X(08) VALUE 'GESRECL'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESRECL'.
       01 MA-MAP             PIC X(08) VALUE 'MAPRC'.
       01 MA-TRX             PIC X(04) VALUE 'TRCA'.
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
              VALUE 'NUMERO DE DOSSIER OBLIGATOIRE (PF5 = NOUVEAU)'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'DOSSIER INCONNU'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'DOSSIER AFFICHE - PF6 = MISE A JOUR'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'DOSSIER OUVERT - NOTE R LAISSEE AU CLIENT'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'NUMERO CLIENT OBLIGATOIRE'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'NUMERO INVALIDE (CLE DE CONTROLE)'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'CLIENT INCONNU OU SUPPRIME'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'COMPTE INCONNU OU N''APPARTENANT PAS AU CLIENT'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'MOUVEMENT INCONNU SUR CE COMPTE (SEQUENCE)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'CANAL A/T/C/E/M (AGENCE TEL COURRIER WEB MEDIAT)'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'MOTIF FR/OP/MP/CR/CO/AC/AU'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'OBJET DE LA RECLAMATION OBLIGATOIRE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'RESPONSABLE INCONNU OU INACTIF'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'DATE AAAAMMJJ INVALIDE, FUTURE OU AVANT RECEPTION'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'DOSSIER REPONDU - PLUS MODIFIABLE'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'ISSUE F/P/N OBLIGATOIRE AVEC LA DATE DE REPONSE'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'GESTE EN CENTIMES, SEULEMENT SI ISSUE F OU P'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'DOSSIER MIS A JOUR'.
      *- 22
           05 FILLER               PIC X(65)
              VALUE 'REPONSE ENREGISTREE - DOSSIER CLOS'.
      *- 23
           05 FILLER               PIC X(65)
              VALUE 'DATE DE REPONSE ANTERIEURE A L''ACCUSE'.
      *- 24
           05 FILLER               PIC X(65)
              VALUE 'MOUVEMENT CONTESTE : SAISIR AUSSI LE COMPTE'.
      *- 25
           05 FILLER               PIC X(65)
              VALUE 'ISSUE ET GESTE SE SAISISSENT AVEC LA REPONSE'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 25   PIC X(65).

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
           05  ADR-CLT    PIC X(10).
           05  SLD-CLT    PIC S9(08)V99.
           05  PST-CLT    PIC X(02).
           05  PIN-CLT    PIC 9(04).
           05  DEC-CLT    PIC 9(06).
           05  DEV-CLT    PIC X(02).
           05  AGC-CLT    PIC X(02).
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT HISTORIQUE DES MOUVEMENTS           *
      *   (MEME DESSIN QUE HISTCLT.DAT COTE BATCH PARTI15)   *
      *------------------------------------------------------*
       01  REC-HST.
           05  HST-CLE.
              10  HST-ID-CPTE   PIC X(08).
              10  HST-SEQ       PIC 9(05).
           05  FILLER        PIC X(87).
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
       01  FILLER      PIC X(16) VALUE 'FICHIER NOTES'.
           COPY FNOTES.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER RECLAM'.
           COPY FRECLAM.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-MONTANT-SAISI       PIC 9(10).
       01  WS-MONTANT             PIC 9(08)V99.
       01  WS-DERNIER-SEQ         PIC 9(03).
      *
      *    DATE SAISIE AAAAMMJJ CONTROLEE PAR pgvaldate, BORNEE
      *    PAR LA DATE DU JOUR ET PAR WS-DATE-MINI
       01  WS-DATE-SAISIE         PIC 9(08).
       01  WS-DATE-MINI           PIC 9(08).
       01  WS-VAL-ANNEE           PIC 9(04).
       01  WS-VAL-MOIS            PIC 9(02).
       01  WS-VAL-JOUR            PIC 9(02).
       01  WS-DATE-VALIDE         PIC X(01).
           88 DATE-OK                VALUE 'O'.
      *
      *    VALEURS RETENUES A LA MISE A JOUR (CONTROLEES AVANT
      *    LA RELECTURE EN MISE A JOUR DU DOSSIER)
       01  WS-NV-RESP             PIC X(03).
       01  WS-NV-MOTIF            PIC X(02).
       01  WS-NV-OBJET            PIC X(40).
       01  WS-NV-DATE-ACCUSE      PIC 9(08).
       01  WS-NV-DATE-REPONSE     PIC 9(08).
       01  WS-NV-ISSUE            PIC X(01).
       01  WS-NV-MONTANT          PIC 9(08)V99.
      *
      *    ECHEANCE DE REPONSE : DEUX MOIS CALENDAIRES APRES LA
      *    RECEPTION, LE JOUR RAMENE AU DERNIER DU MOIS AU BESOIN
       01  WS-ECHEANCE            PIC 9(08).
       01  WS-ECHEANCE-R REDEFINES WS-ECHEANCE.
           05 WS-ECH-ANNEE        PIC 9(04).
           05 WS-ECH-MOIS         PIC 9(02).
           05 WS-ECH-JOUR         PIC 9(02).
       01  WS-QUOTIENT            PIC 9(04).
       01  WS-RESTE               PIC 9(04).
       01  WS-JOURS-MOIS          PIC 9(02).
       01  TB-FINS-DE-MOIS.
           05 FILLER              PIC X(24)
              VALUE '312831303130313130313031'.
       01  TB-FIN-MOIS REDEFINES TB-FINS-DE-MOIS.
           05 FIN-MOIS OCCURS 12  PIC 9(02).
      *
       01  WS-TEXTE-NOTE.
           05 FILLER              PIC X(20)
              VALUE 'DOSSIER RECLAMATION '.
           05 WS-TN-NUMERO        PIC 9(08).
           05 FILLER              PIC X(08) VALUE ' MOTIF '.
           05 WS-TN-MOTIF         PIC X(02).
           05 FILLER              PIC X(11) VALUE SPACE.
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
       01  WS-RECL-HABILITE       PIC X(01) VALUE '0'.
           88 RECL-HABILITE          VALUE '1'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPRCCIA'.
           COPY MAPRCCIA.
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
              PERFORM 20500-CONTROLER-HABILITATION
              IF NOT RECL-HABILITE
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
      *    LES RECLAMATIONS ETAIENT DES NOTES DE CATEGORIE R :
      *    MEME HABILITATION QUE NOTECLI, RELUE DANS FOPERAT
      *----------------------------*
           MOVE '0'     TO WS-RECL-HABILITE
           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              AND O-OPER-ACTIF AND O-NOTES-OK
              MOVE '1' TO WS-RECL-HABILITE
           END-IF
           .
      *----------------------*
       21000-PREMIERE-FOIS.
      *----------------------*
           MOVE '0' TO WS-COM-PREM

           MOVE LOW-VALUE TO MAPRCO

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

           MOVE -1 TO NUMRCLL

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPRCO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPRCI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPRCI)
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
              PERFORM 23000-OUVRIR
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-METTRE-A-JOUR
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
           PERFORM 22150-LIRE-DOSSIER
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           PERFORM 22170-AFFICHER-DOSSIER
           MOVE '1' TO INDIC-ERREUR
           MOVE 5   TO NUM-MES
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22150-LIRE-DOSSIER.
      *----------------------*
           IF NUMRCLI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO NUMRCLL
           ELSE
              IF NUMRCLI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO NUMRCLL
              ELSE
                 MOVE NUMRCLI TO RCL-NUMERO
                 EXEC CICS READ FILE('FRECLAM')
                           RIDFLD(RCL-NUMERO)
                           INTO(RCL-DOSSIER)
                           RESP(WS-RESPCR)
                 END-EXEC
                 IF WS-RESPCR = DFHRESP(NOTFND)
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 4   TO NUM-MES
                    MOVE -1  TO NUMRCLL
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
       22170-AFFICHER-DOSSIER.
      *----------------------*
      *    LES DATES S'AFFICHENT AAAAMMJJ, A BLANC TANT QU'ELLES
      *    NE SONT PAS POSEES ; LE GESTE EN CENTIMES, MEME
      *    CONVENTION DE SAISIE QUE LE GUICHET
           MOVE RCL-NUMERO       TO NUMRCLO
           MOVE RCL-NUMCLI       TO CLIENTO
           MOVE RCL-ID-CPTE      TO CPTEO
           IF RCL-SEQ-HST = ZERO
              MOVE SPACE         TO SEQMVTO
           ELSE
              MOVE RCL-SEQ-HST   TO SEQMVTO
           END-IF
           MOVE RCL-AGENCE       TO AGENCEO
           MOVE RCL-CANAL        TO CANALO
           MOVE RCL-MOTIF        TO MOTIFO
           MOVE RCL-OBJET        TO OBJETO
           MOVE RCL-OPID-RESP    TO RESPO
           MOVE RCL-STATUT       TO STATO
           MOVE RCL-DATE-RECEPTION TO DRECEPO
           MOVE RCL-ECH-REPONSE  TO ECHREPO
           IF RCL-ECH-ACCUSE = ZERO
              MOVE SPACE            TO ECHACCO
           ELSE
              MOVE RCL-ECH-ACCUSE   TO ECHACCO
           END-IF
           IF RCL-DATE-ACCUSE = ZERO
              MOVE SPACE            TO DACCUSO
           ELSE
              MOVE RCL-DATE-ACCUSE  TO DACCUSO
           END-IF
           IF RCL-DATE-REPONSE = ZERO
              MOVE SPACE            TO DREPONO
              MOVE SPACE            TO ISSUEO
              MOVE SPACE            TO REMBO
           ELSE
              MOVE RCL-DATE-REPONSE TO DREPONO
              MOVE RCL-ISSUE        TO ISSUEO
              COMPUTE WS-MONTANT-SAISI = RCL-MONTANT-REMB * 100
              MOVE WS-MONTANT-SAISI TO REMBO
           END-IF

           MOVE SPACE TO NOMCLIO
           MOVE RCL-NUMCLI TO E-NUMERO
           EXEC CICS READ FILE('FCLIENTS')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE E-NOM-CLI TO NOMCLIO
           END-IF
           .
      *----------------------*
       23000-OUVRIR.
      *----------------------*
           PERFORM 29000-DATE-DU-JOUR

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

           MOVE SPACE            TO RCL-DOSSIER
           MOVE CLIENTI          TO RCL-NUMCLI
           IF CPTEI = SPACE OR LOW-VALUE
              MOVE SPACE         TO RCL-ID-CPTE
              MOVE ZERO          TO RCL-SEQ-HST
           ELSE
              MOVE CPTEI         TO RCL-ID-CPTE
              IF SEQMVTI = SPACE OR LOW-VALUE
                 MOVE ZERO       TO RCL-SEQ-HST
              ELSE
                 MOVE SEQMVTI    TO RCL-SEQ-HST
              END-IF
           END-IF
           PERFORM 23400-AGENCE-DOSSIER
           MOVE CANALI           TO RCL-CANAL
           MOVE MOTIFI           TO RCL-MOTIF
           MOVE OBJETI           TO RCL-OBJET
           MOVE WS-OPID          TO RCL-OPID-SAISIE
           MOVE WS-NV-RESP       TO RCL-OPID-RESP
           MOVE 'O'              TO RCL-STATUT
           MOVE WS-DATE-SAISIE   TO RCL-DATE-RECEPTION
           MOVE ZERO             TO RCL-ECH-ACCUSE
           PERFORM 23600-ECHEANCE-REPONSE
           MOVE WS-ECHEANCE      TO RCL-ECH-REPONSE
           MOVE ZERO             TO RCL-DATE-ACCUSE
           MOVE ZERO             TO RCL-DATE-REPONSE
           MOVE ZERO             TO RCL-MONTANT-REMB
           MOVE WS-DATE-JOUR     TO RCL-DATE-MAJ
           MOVE WS-OPID          TO RCL-OPID-MAJ

           PERFORM 23500-NUMERO-DOSSIER
              THRU 23500-FIN
           MOVE C-DERNIER-NUM    TO RCL-NUMERO

           EXEC CICS WRITE FILE('FRECLAM')
                     RIDFLD(RCL-NUMERO)
                     FROM(RCL-DOSSIER)
                     LENGTH(LENGTH OF RCL-DOSSIER)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 23700-NOTE-CLIENT

           MOVE RCL-NUMCLI TO WS-NUM-CLI
           PERFORM 22170-AFFICHER-DOSSIER
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23100-CONTROLER-SAISIE.
      *----------------------*
           IF CLIENTI = SPACE OR LOW-VALUE
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

      *    COMPTE ET MOUVEMENT FACULTATIFS ; UN MOUVEMENT NE SE
      *    DESIGNE QUE SUR UN COMPTE
           IF CPTEI = SPACE OR LOW-VALUE
              IF SEQMVTI NOT = SPACE AND NOT = LOW-VALUE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 24  TO NUM-MES
                 MOVE -1  TO CPTEL
                 GO TO 23100-FIN
              END-IF
           ELSE
              IF CPTEI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 MOVE -1  TO CPTEL
                 GO TO 23100-FIN
              END-IF
              MOVE CPTEI TO WS-VALNUM-NUM
              PERFORM 22160-CONTROLER-CLE-NUM
              IF ERREUR
                 MOVE -1  TO CPTEL
                 GO TO 23100-FIN
              END-IF
              IF SEQMVTI NOT = SPACE AND NOT = LOW-VALUE
                 AND SEQMVTI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 12  TO NUM-MES
                 MOVE -1  TO SEQMVTL
                 GO TO 23100-FIN
              END-IF
           END-IF

           IF CANALI NOT = 'A' AND NOT = 'T' AND NOT = 'C'
              AND NOT = 'E' AND NOT = 'M'
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO CANALL
              GO TO 23100-FIN
           END-IF

           MOVE MOTIFI TO RCL-MOTIF
           IF NOT RCL-MOTIF-VALIDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO MOTIFL
              GO TO 23100-FIN
           END-IF

           IF OBJETI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              MOVE -1  TO OBJETL
              GO TO 23100-FIN
           END-IF

      *    RESPONSABLE : L'OPERATEUR QUI OUVRE LE DOSSIER, A
      *    DEFAUT D'UN AUTRE OPERATEUR ACTIF DESIGNE
           IF RESPI = SPACE OR LOW-VALUE
              MOVE WS-OPID TO WS-NV-RESP
           ELSE
              MOVE RESPI   TO WS-NV-RESP
              PERFORM 23450-CONTROLER-RESPONSABLE
              IF ERREUR
                 GO TO 23100-FIN
              END-IF
           END-IF

      *    DATE DE RECEPTION : LE JOUR MEME A DEFAUT (UN
      *    COURRIER PEUT ETRE ENREGISTRE QUELQUES JOURS APRES)
           IF DRECEPI = SPACE OR LOW-VALUE
              MOVE WS-DATE-JOUR TO WS-DATE-SAISIE
           ELSE
              MOVE ZERO TO WS-DATE-MINI
              PERFORM 24500-CONTROLER-DATE
              IF ERREUR
                 MOVE -1  TO DRECEPL
                 GO TO 23100-FIN
              END-IF
              MOVE DRECEPI TO WS-DATE-SAISIE
           END-IF
           .
       23100-FIN.
           EXIT.
      *----------------------*
       23200-CONTROLER-CLIENT.
      *----------------------*
      *    CLIENT CONNU ET NON SUPPRIME (UN CLIENT INACTIF PEUT
      *    RECLAMER) ; LE COMPTE EST UN COMPTE DE CE CLIENT
      *    (CROSS-REFERENCE FCLICPT) ET LE MOUVEMENT UNE LIGNE
      *    HISTCLT DE CE COMPTE
           MOVE CLIENTI TO E-NUMERO
           EXEC CICS READ FILE('FCLIENTS')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR E-CLI-SUPPRIME
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 23200-FIN
           END-IF
           MOVE E-NOM-CLI TO NOMCLIO

           IF CPTEI = SPACE OR LOW-VALUE
              GO TO 23200-FIN
           END-IF

           MOVE CPTEI TO ID-CPTE
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 23200-FIN
           END-IF

           PERFORM 23300-CHERCHER-COMPTE-CLIENT
           IF NOT CPTE-DU-CLIENT
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 23200-FIN
           END-IF

           IF SEQMVTI = SPACE OR LOW-VALUE
              GO TO 23200-FIN
           END-IF

           MOVE CPTEI   TO HST-ID-CPTE
           MOVE SEQMVTI TO HST-SEQ
           EXEC CICS READ FILE('FHISTCLT')
                     RIDFLD(HST-CLE)
                     INTO(REC-HST)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO SEQMVTL
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

           IF XRF-ID-CPTE = CPTEI
              MOVE '1' TO INDIC-CPTE-CLIENT
              MOVE '1' TO INDIC-FIN-BROWSE
           END-IF
           .
       23350-FIN.
           EXIT.
      *----------------------------*
       23400-AGENCE-DOSSIER.
      *----------------------------*
      *    AGENCE DU COMPTE VISE (DEJA LU DANS FCLT), A DEFAUT
      *    CELLE DU COMPTE HISTORIQUE DU CLIENT (SUFFIXE 01)
      *----------------------------*
           MOVE SPACE TO RCL-AGENCE
           IF RCL-ID-CPTE = SPACE
              MOVE RCL-NUMCLI TO XRF-NUMERO
              MOVE 01         TO XRF-SUFFIXE
              EXEC CICS READ FILE('FCLICPT')
                        RIDFLD(XRF-CLE)
                        INTO(XRF-CLICPT)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 GO TO 23400-FIN
              END-IF
              MOVE XRF-ID-CPTE TO ID-CPTE
              EXEC CICS READ FILE('FCLT')
                        RIDFLD(ID-CPTE)
                        INTO(REC-CLT)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR NOT = DFHRESP(NORMAL)
                 GO TO 23400-FIN
              END-IF
           END-IF
           MOVE ID-REGION TO RCL-AG-REGION
           MOVE AGC-CLT   TO RCL-AG-CODE
           .
       23400-FIN.
           EXIT.
      *----------------------------*
       23450-CONTROLER-RESPONSABLE.
      *----------------------------*
      *    LE RESPONSABLE DESIGNE EST UN OPERATEUR ACTIF ; LE
      *    PROFIL DE L'OPERATEUR SIGNE EST RELU ENSUITE
      *----------------------------*
           MOVE WS-NV-RESP TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT O-OPER-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO RESPL
           END-IF
           .
      *----------------------------*
       23500-NUMERO-DOSSIER.
      *----------------------------*
      *    COMPTEUR 'RCL' DE FCTRLCLI, CREE AU PREMIER DOSSIER
      *    (MEME REGLE D'AUTO-CREATION QUE 'DPR')
           MOVE 'RCL' TO C-CODE-CTRL

           EXEC CICS READ FILE('FCTRLCLI')
                     INTO(C-CTRL-CLI)
                     RIDFLD(C-CODE-CTRL)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE SPACE TO C-CTRL-CLI
              MOVE 'RCL' TO C-CODE-CTRL
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
      *----------------------------*
       23600-ECHEANCE-REPONSE.
      *----------------------------*
      *    RECEPTION + DEUX MOIS ; UN 31 DONNE LE DERNIER JOUR
      *    DU MOIS D'ECHEANCE (29 FEVRIER LES ANNEES
      *    BISSEXTILES)
      *----------------------------*
           MOVE WS-DATE-SAISIE TO WS-ECHEANCE
           ADD 2 TO WS-ECH-MOIS
           IF WS-ECH-MOIS > 12
              SUBTRACT 12 FROM WS-ECH-MOIS
              ADD 1 TO WS-ECH-ANNEE
           END-IF

           MOVE FIN-MOIS(WS-ECH-MOIS) TO WS-JOURS-MOIS
           IF WS-ECH-MOIS = 2
              DIVIDE WS-ECH-ANNEE BY 4
                  GIVING WS-QUOTIENT REMAINDER WS-RESTE
              IF WS-RESTE = ZERO
                 MOVE 29 TO WS-JOURS-MOIS
                 DIVIDE WS-ECH-ANNEE BY 100
                     GIVING WS-QUOTIENT REMAINDER WS-RESTE
                 IF WS-RESTE = ZERO
                    MOVE 28 TO WS-JOURS-MOIS
                    DIVIDE WS-ECH-ANNEE BY 400
                        GIVING WS-QUOTIENT REMAINDER WS-RESTE
                    IF WS-RESTE = ZERO
                       MOVE 29 TO WS-JOURS-MOIS
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF WS-ECH-JOUR > WS-JOURS-MOIS
              MOVE WS-JOURS-MOIS TO WS-ECH-JOUR
           END-IF
           .
      *----------------------------*
       23700-NOTE-CLIENT.
      *----------------------------*
      *    LA RECLAMATION RESTE VISIBLE DANS LES NOTES DU CLIENT
      *    (CATEGORIE R, TROIS DERNIERES NOTES DE CONSCLI) AVEC
      *    LE NUMERO DU DOSSIER
      *----------------------------*
           PERFORM 23710-CHERCHER-DERNIER-SEQ

           MOVE SPACE      TO NT-NOTE
           MOVE RCL-NUMCLI TO NT-NUMERO
           COMPUTE NT-SEQ = WS-DERNIER-SEQ + 1
           MOVE WS-OPID    TO NT-OPID
           MOVE 'R'        TO NT-CATEGORIE
           MOVE RCL-NUMERO TO WS-TN-NUMERO
           MOVE RCL-MOTIF  TO WS-TN-MOTIF
           MOVE WS-TEXTE-NOTE TO NT-TEXTE

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYY(NT-DATE)
                     TIME(NT-HEURE)
                     TIMESEP(':')
           END-EXEC

           EXEC CICS WRITE FILE('FNOTES')
                     RIDFLD(NT-CLE)
                     FROM(NT-NOTE)
                     LENGTH(LENGTH OF NT-NOTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------------*
       23710-CHERCHER-DERNIER-SEQ.
      *----------------------------*
           MOVE ZERO TO WS-DERNIER-SEQ
           MOVE '0'  TO INDIC-FIN-BROWSE
           MOVE RCL-NUMCLI TO NT-NUMERO
           MOVE ZERO       TO NT-SEQ

           EXEC CICS STARTBR FILE('FNOTES')
                     RIDFLD(NT-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23720-LIRE-SEQ THRU 23720-EXIT
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FNOTES')
              END-EXEC
           END-IF
           .
      *----------------------------*
       23720-LIRE-SEQ.
      *----------------------------*
           EXEC CICS READNEXT FILE('FNOTES')
                     INTO(NT-NOTE)
                     RIDFLD(NT-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23720-EXIT
           END-IF

           IF NT-NUMERO = RCL-NUMCLI
              MOVE NT-SEQ TO WS-DERNIER-SEQ
           ELSE
              MOVE '1' TO INDIC-FIN-BROWSE
           END-IF
           .
       23720-EXIT.
           EXIT.
      *----------------------*
       24000-METTRE-A-JOUR.
      *----------------------*
      *    RESPONSABLE, MOTIF ET OBJET RESTENT MODIFIABLES
      *    TANT QUE LE DOSSIER EST OUVERT ; LA DATE D'ACCUSE
      *    PASSE LE DOSSIER A A, LA DATE DE REPONSE (AVEC SON
      *    ISSUE ET LE GESTE) LE CLOT. UNE ZONE LAISSEE A BLANC
      *    NE CHANGE RIEN
      *----------------------*
           PERFORM 22150-LIRE-DOSSIER
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           IF RCL-REPONDUE
              PERFORM 22170-AFFICHER-DOSSIER
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
              GO TO 24000-FIN
           END-IF

           PERFORM 29000-DATE-DU-JOUR
           PERFORM 24100-CONTROLER-MAJ
              THRU 24100-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           PERFORM 26000-REECRIRE-DOSSIER
              THRU 26000-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           PERFORM 22170-AFFICHER-DOSSIER
           MOVE '1' TO INDIC-ERREUR
           IF RCL-REPONDUE
              MOVE 22  TO NUM-MES
           ELSE
              MOVE 21  TO NUM-MES
           END-IF
           .
       24000-FIN.
           EXIT.
      *----------------------*
       24100-CONTROLER-MAJ.
      *----------------------*
           MOVE RCL-OPID-RESP    TO WS-NV-RESP
           MOVE RCL-MOTIF        TO WS-NV-MOTIF
           MOVE RCL-OBJET        TO WS-NV-OBJET
           MOVE RCL-DATE-ACCUSE  TO WS-NV-DATE-ACCUSE
           MOVE RCL-DATE-REPONSE TO WS-NV-DATE-REPONSE
           MOVE RCL-ISSUE        TO WS-NV-ISSUE
           MOVE RCL-MONTANT-REMB TO WS-NV-MONTANT

           IF RESPI NOT = SPACE AND NOT = LOW-VALUE
              AND RESPI NOT = RCL-OPID-RESP
              MOVE RESPI TO WS-NV-RESP
              PERFORM 23450-CONTROLER-RESPONSABLE
              IF ERREUR
                 GO TO 24100-FIN
              END-IF
           END-IF

           IF MOTIFI NOT = SPACE AND NOT = LOW-VALUE
              MOVE MOTIFI TO RCL-MOTIF
              IF NOT RCL-MOTIF-VALIDE
                 MOVE WS-NV-MOTIF TO RCL-MOTIF
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 14  TO NUM-MES
                 MOVE -1  TO MOTIFL
                 GO TO 24100-FIN
              END-IF
              MOVE MOTIFI TO WS-NV-MOTIF
              MOVE WS-NV-MOTIF TO RCL-MOTIF
           END-IF

           IF OBJETI NOT = SPACE AND NOT = LOW-VALUE
              MOVE OBJETI TO WS-NV-OBJET
           END-IF

           MOVE RCL-DATE-RECEPTION TO WS-DATE-MINI

           IF DACCUSI NOT = SPACE AND NOT = LOW-VALUE
              MOVE DACCUSI TO DRECEPI
              PERFORM 24500-CONTROLER-DATE
              IF ERREUR
                 MOVE -1  TO DACCUSL
                 GO TO 24100-FIN
              END-IF
              MOVE WS-DATE-SAISIE TO WS-NV-DATE-ACCUSE
           END-IF

      *    ISSUE ET GESTE NE SE SAISISSENT QU'AVEC LA REPONSE
           IF DREPONI = SPACE OR LOW-VALUE
              IF ISSUEI NOT = SPACE AND NOT = LOW-VALUE
                 OR REMBI NOT = SPACE AND NOT = LOW-VALUE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 25  TO NUM-MES
                 MOVE -1  TO DREPONL
              END-IF
              GO TO 24100-FIN
           END-IF

           MOVE DREPONI TO DRECEPI
           PERFORM 24500-CONTROLER-DATE
           IF ERREUR
              MOVE -1  TO DREPONL
              GO TO 24100-FIN
           END-IF
           MOVE WS-DATE-SAISIE TO WS-NV-DATE-REPONSE

      *    UNE REPONSE ENVOYEE SANS ACCUSE PREALABLE VAUT
      *    ACCUSE DE RECEPTION
           IF WS-NV-DATE-ACCUSE = ZERO
              MOVE WS-NV-DATE-REPONSE TO WS-NV-DATE-ACCUSE
           END-IF
           IF WS-NV-DATE-REPONSE < WS-NV-DATE-ACCUSE
              MOVE '1' TO INDIC-ERREUR
              MOVE 23  TO NUM-MES
              MOVE -1  TO DREPONL
              GO TO 24100-FIN
           END-IF

           IF ISSUEI NOT = 'F' AND NOT = 'P' AND NOT = 'N'
              MOVE '1' TO INDIC-ERREUR
              MOVE 19  TO NUM-MES
              MOVE -1  TO ISSUEL
              GO TO 24100-FIN
           END-IF
           MOVE ISSUEI TO WS-NV-ISSUE

           MOVE ZERO TO WS-NV-MONTANT
           IF REMBI NOT = SPACE AND NOT = LOW-VALUE
              IF REMBI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 20  TO NUM-MES
                 MOVE -1  TO REMBL
                 GO TO 24100-FIN
              END-IF
              MOVE REMBI TO WS-MONTANT-SAISI
              COMPUTE WS-NV-MONTANT = WS-MONTANT-SAISI / 100
           END-IF
           IF WS-NV-MONTANT > ZERO AND WS-NV-ISSUE = 'N'
              MOVE '1' TO INDIC-ERREUR
              MOVE 20  TO NUM-MES
              MOVE -1  TO REMBL
           END-IF
           .
       24100-FIN.
           EXIT.
      *----------------------*
       24500-CONTROLER-DATE.
      *----------------------*
      *    DATE AAAAMMJJ SAISIE DANS DRECEPI : DATE REELLE
      *    (pgvaldate), PAS DANS LE FUTUR ET PAS AVANT
      *    WS-DATE-MINI
      *----------------------*
           IF DRECEPI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 17  TO NUM-MES
           ELSE
              MOVE DRECEPI TO WS-DATE-SAISIE
              MOVE WS-DATE-SAISIE(1:4) TO WS-VAL-ANNEE
              MOVE WS-DATE-SAISIE(5:2) TO WS-VAL-MOIS
              MOVE WS-DATE-SAISIE(7:2) TO WS-VAL-JOUR
              MOVE 'O' TO WS-DATE-VALIDE
              CALL 'pgvaldate' USING WS-VAL-ANNEE WS-VAL-MOIS
                                     WS-VAL-JOUR WS-DATE-VALIDE
              IF NOT DATE-OK
                 OR WS-DATE-SAISIE > WS-DATE-JOUR
                 OR WS-DATE-SAISIE < WS-DATE-MINI
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 17  TO NUM-MES
              END-IF
           END-IF
           .
      *----------------------*
       26000-REECRIRE-DOSSIER.
      *----------------------*
      *    LE DOSSIER EST RELU EN MISE A JOUR : S'IL A ETE CLOS
      *    ENTRE-TEMPS SUR UN AUTRE POSTE, LA REPONSE N'EST PAS
      *    ECRASEE
           EXEC CICS READ FILE('FRECLAM')
                     RIDFLD(RCL-NUMERO)
                     INTO(RCL-DOSSIER)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF RCL-REPONDUE
              EXEC CICS UNLOCK FILE('FRECLAM')
              END-EXEC
              PERFORM 22170-AFFICHER-DOSSIER
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
              GO TO 26000-FIN
           END-IF

           MOVE WS-NV-RESP         TO RCL-OPID-RESP
           MOVE WS-NV-MOTIF        TO RCL-MOTIF
           MOVE WS-NV-OBJET        TO RCL-OBJET
           MOVE WS-NV-DATE-ACCUSE  TO RCL-DATE-ACCUSE
           MOVE WS-NV-DATE-REPONSE TO RCL-DATE-REPONSE
           MOVE WS-NV-ISSUE        TO RCL-ISSUE
           MOVE WS-NV-MONTANT      TO RCL-MONTANT-REMB
           IF RCL-DATE-REPONSE > ZERO
              MOVE 'R' TO RCL-STATUT
           ELSE
              IF RCL-DATE-ACCUSE > ZERO
                 MOVE 'A' TO RCL-STATUT
              END-IF
           END-IF
           MOVE WS-DATE-JOUR       TO RCL-DATE-MAJ
           MOVE WS-OPID            TO RCL-OPID-MAJ

           EXEC CICS REWRITE FILE('FRECLAM')
                     FROM(RCL-DOSSIER)
                     LENGTH(LENGTH OF RCL-DOSSIER)
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
                     FROM   (MAPRCO)
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
       29000-DATE-DU-JOUR.
      *-----------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
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

      *======================================================*
      *   REVUE DES DOSSIERS D'ALERTES LCB-FT (FDOSLCB,      *
      *   CHARGES CHAQUE NUIT PAR LCBCHG DEPUIS PARTI24,     *
      *   STRUCDET ET DUPMVT) :                              *
      *   ENTREE = AFFICHER LE DOSSIER DU COMPTE SAISI (LE   *
      *   PLUS RECENT SI LE NUMERO DE DOSSIER EST A BLANC)   *
      *   AVEC SES CINQ DERNIERES ALERTES, PF5 = ENREGISTRER *
      *   LA DECISION DE L'ANALYSTE SUR UN DOSSIER EN COURS :*
      *   C = CLASSE SANS SUITE, S = SOUS SURVEILLANCE       *
      *   (PROCHAINE REVUE AAAAMMJJ OBLIGATOIRE, QUI DEVIENT *
      *   L'ECHEANCE DU DOSSIER), E = ESCALADE (DECLARATION  *
      *   DE SOUPCON EXTRAITE LA NUIT SUIVANTE PAR LCBDECL). *
      *   LE COMMENTAIRE EST OBLIGATOIRE.                    *
      *   RESERVE AUX OPERATEURS PORTEURS DE L'HABILITATION  *
      *   KYC (O-AUT-KYC, LUE DIRECTEMENT DANS FOPERAT).     *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVLCB.
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
       01 MON-PROG           PIC X(08) VALUE 'REVLCB'.
       01 MON-MAPSET         PIC X(08) VALUE 'REVLCB'.
       01 MA-MAP             PIC X(08) VALUE 'MAPLB'.
       01 MA-TRX             PIC X(04) VALUE 'TLBA'.
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
              VALUE 'AUCUN DOSSIER LCB-FT POUR CE COMPTE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'DOSSIER AFFICHE - PF5 ENREGISTRER LA DECISION'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'DECISION ENREGISTREE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'DECISION : C=CLASSE, S=SURVEILLANCE, E=ESCALADE'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'PROCHAINE REVUE AAAAMMJJ OBLIGATOIRE ET FUTURE'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'REVUE RESERVEE AUX OPERATEURS HABILITES KYC'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'COMMENTAIRE OBLIGATOIRE'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'DOSSIER CLOS - CONSULTATION SEULE'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'AFFICHER LE DOSSIER (ENTREE) AVANT DE DECIDER'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'NUMERO DE DOSSIER NUMERIQUE OU A BLANC'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 14   PIC X(65).

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
      *   FICHIER DES DOSSIERS LCB-FT                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER DOSLCB'.
           COPY FDOSLCB.
      *
      *------------------------------------------------------*
      *   PROFIL OPERATEUR (HABILITATION KYC)                *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-KYC-HABILITE        PIC X(01) VALUE '0'.
           88 KYC-HABILITE           VALUE '1'.
      *
      *    RECHERCHE DU DOSSIER LE PLUS RECENT DU COMPTE
       01  WS-ID-CPTE             PIC X(08).
       01  WS-DERNIER-NO          PIC 9(03).
       01  WS-IND-ALR             PIC S9(4) COMP.
       01  INDIC-FIN-DOS          PIC X(01) VALUE '0'.
           88 FIN-DOS                VALUE '1'.
      *
      *    EDITION DES ZONES DE L'ECRAN
       01  WS-NB-ED               PIC ZZZZ9.
       01  WS-MONTANT-ED          PIC ZZZZZZZZZZ9.99.
       01  LIGNE-ALR.
           05 LA-DATE             PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LA-SOURCE           PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LA-MOTIF            PIC X(26).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LA-MONTANT          PIC ZZZZZZZZZZ9.99.
           05 FILLER              PIC X(13) VALUE SPACE.
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
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPLBCIA'.
           COPY MAPLBCIA.
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
              IF NOT KYC-HABILITE
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
      *    LA REVUE DES DOSSIERS LCB-FT RELEVE DE LA MEME
      *    HABILITATION QUE LA REVUE KYC, RELUE DANS FOPERAT
      *----------------------------*
           MOVE '0'     TO WS-KYC-HABILITE
           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              AND O-OPER-ACTIF AND O-KYC-OK
              MOVE '1' TO WS-KYC-HABILITE
           END-IF
           .
      *----------------------*
       21000-PREMIERE-FOIS.
      *----------------------*
           MOVE '0' TO WS-COM-PREM

           MOVE LOW-VALUE TO MAPLBO

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

           MOVE -1 TO NUMCPL

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPLBO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPLBI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPLBI)
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
              PERFORM 23000-ENREGISTRER
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-MENU
           END-IF

           IF EIBAID = DFHPF12
              PERFORM 22900-FIN-TRANSACTION
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF5
               AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       22100-AFFICHER.
      *----------------------*
           IF NUMCPI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO NUMCPL
              GO TO 22100-FIN
           END-IF
           MOVE NUMCPI TO WS-ID-CPTE

           IF NODOSI = SPACE OR LOW-VALUE
              PERFORM 22150-CHERCHER-DERNIER
                  THRU 22150-FIN
              IF WS-DERNIER-NO = ZERO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO NUMCPL
                 GO TO 22100-FIN
              END-IF
           ELSE
              IF NODOSI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 14  TO NUM-MES
                 MOVE -1  TO NODOSL
                 GO TO 22100-FIN
              END-IF
              MOVE NODOSI TO WS-DERNIER-NO
           END-IF

           MOVE WS-ID-CPTE    TO DOS-ID-CPTE
           MOVE WS-DERNIER-NO TO DOS-NO
           EXEC CICS READ FILE('FDOSLCB')
                     RIDFLD(DOS-CLE)
                     INTO(DOS-DOSSIER)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 22400-AFFICHER-DOSSIER
                 MOVE '1' TO INDIC-ERREUR
                 IF DOS-EN-COURS
                    MOVE 5  TO NUM-MES
                    MOVE -1 TO DECISL
                 ELSE
                    MOVE 12 TO NUM-MES
                    MOVE -1 TO NUMCPL
                 END-IF
              WHEN DFHRESP(NOTFND)
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO NUMCPL
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22150-CHERCHER-DERNIER.
      *----------------------*
      *    DOSSIERS DU COMPTE DANS L'ORDRE DES NUMEROS : LE
      *    DERNIER LU EST LE PLUS RECENT (ZERO = AUCUN)
      *----------------------*
           MOVE ZERO       TO WS-DERNIER-NO
           MOVE '0'        TO INDIC-FIN-DOS
           MOVE WS-ID-CPTE TO DOS-ID-CPTE
           MOVE ZERO       TO DOS-NO

           EXEC CICS STARTBR FILE('FDOSLCB')
                     RIDFLD(DOS-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              GO TO 22150-FIN
           END-IF

           PERFORM 22155-LIRE-UN-DOSSIER THRU 22155-EXIT
              UNTIL FIN-DOS
           EXEC CICS ENDBR FILE('FDOSLCB')
           END-EXEC
           .
       22150-FIN.
           EXIT.
      *----------------------*
       22155-LIRE-UN-DOSSIER.
      *----------------------*
           EXEC CICS READNEXT FILE('FDOSLCB')
                     INTO(DOS-DOSSIER)
                     RIDFLD(DOS-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-DOS
              GO TO 22155-EXIT
           END-IF

           IF DOS-ID-CPTE NOT = WS-ID-CPTE
              MOVE '1' TO INDIC-FIN-DOS
              GO TO 22155-EXIT
           END-IF

           MOVE DOS-NO TO WS-DERNIER-NO
           .
       22155-EXIT.
           EXIT.
      *----------------------*
       22400-AFFICHER-DOSSIER.
      *----------------------*
           MOVE DOS-ID-CPTE TO NUMCPO
           MOVE DOS-NO      TO NODOSO
           MOVE SPACE       TO NOMCLO
           STRING DOS-NOM-CLT ' ' DOS-PRN-CLT
                  DELIMITED BY SIZE INTO NOMCLO
           MOVE DOS-STATUT          TO STATUO
           MOVE DOS-DATE-OUVERTURE  TO DATOUO
           MOVE DOS-DATE-ECHEANCE   TO DATECO
           MOVE DOS-NB-ALERTES      TO WS-NB-ED
           MOVE WS-NB-ED            TO NBALRO
           MOVE DOS-CUMUL-MONTANT   TO WS-MONTANT-ED
           MOVE WS-MONTANT-ED       TO CUMULO
           MOVE DOS-COMMENTAIRE     TO COMMTO
           MOVE SPACE               TO DECISO
           IF DOS-SURVEILLE
              MOVE DOS-DATE-ECHEANCE TO DATRVO
           ELSE
              MOVE SPACE             TO DATRVO
           END-IF

           PERFORM 22410-AFFICHER-ALERTE
               VARYING WS-IND-ALR FROM 1 BY 1
               UNTIL WS-IND-ALR > 5
           .
      *----------------------*
       22410-AFFICHER-ALERTE.
      *----------------------*
           IF DOS-ALR-DATE(WS-IND-ALR) = ZERO
              OR DOS-ALR-DATE(WS-IND-ALR) NOT NUMERIC
              MOVE SPACE TO ALRLGO(WS-IND-ALR)
           ELSE
              MOVE DOS-ALR-DATE(WS-IND-ALR)    TO LA-DATE
              MOVE DOS-ALR-SOURCE(WS-IND-ALR)  TO LA-SOURCE
              MOVE DOS-ALR-MOTIF(WS-IND-ALR)   TO LA-MOTIF
              MOVE DOS-ALR-MONTANT(WS-IND-ALR) TO LA-MONTANT
              MOVE LIGNE-ALR TO ALRLGO(WS-IND-ALR)
           END-IF
           .
      *----------------------*
       23000-ENREGISTRER.
      *----------------------*
           IF NUMCPI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO NUMCPL
              GO TO 23000-FIN
           END-IF
           IF NODOSI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO NUMCPL
              GO TO 23000-FIN
           END-IF

           IF DECISI NOT = 'C' AND NOT = 'S' AND NOT = 'E'
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO DECISL
              GO TO 23000-FIN
           END-IF

           IF COMMTI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO COMMTL
              GO TO 23000-FIN
           END-IF

           PERFORM 29000-DATE-DU-JOUR
           IF DECISI = 'S'
              IF DATRVI NOT NUMERIC
                 OR DATRVI <= WS-DATE-JOUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 MOVE -1  TO DATRVL
                 GO TO 23000-FIN
              END-IF
           END-IF

           MOVE NUMCPI TO DOS-ID-CPTE
           MOVE NODOSI TO DOS-NO
           EXEC CICS READ FILE('FDOSLCB')
                     RIDFLD(DOS-CLE)
                     INTO(DOS-DOSSIER)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCPL
              GO TO 23000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF NOT DOS-EN-COURS
              EXEC CICS UNLOCK FILE('FDOSLCB')
              END-EXEC
              PERFORM 22400-AFFICHER-DOSSIER
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO NUMCPL
              GO TO 23000-FIN
           END-IF

           MOVE DECISI       TO DOS-STATUT
           MOVE WS-DATE-JOUR TO DOS-DATE-DECISION
           MOVE WS-OPID      TO DOS-OPID
           MOVE COMMTI       TO DOS-COMMENTAIRE
           IF DOS-SURVEILLE
              MOVE DATRVI    TO DOS-DATE-ECHEANCE
           END-IF

           EXEC CICS REWRITE FILE('FDOSLCB')
                     FROM(DOS-DOSSIER)
                     LENGTH(LENGTH OF DOS-DOSSIER)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22400-AFFICHER-DOSSIER
           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           MOVE -1  TO NUMCPL
           .
       23000-FIN.
           EXIT.
      *----------------------*
       29000-DATE-DU-JOUR.
      *----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC
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
                     FROM   (MAPLBO)
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

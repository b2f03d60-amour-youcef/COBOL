      *======================================================*
      *   APPROBATION DES DEMANDES DE FUSION DE DOUBLONS     *
      *   (FAPPFUS, DEPOSEES PAR FUSCLI)                     *
      *   REGLE DES QUATRE YEUX : L'OPERATEUR QUI APPROUVE   *
      *   DOIT ETRE HABILITE SUPPRESSION ET DIFFERENT DU     *
      *   DEMANDEUR. ENTREE = DEMANDE SUIVANTE,              *
      *   PF5 = APPROUVER ET APPLIQUER LA FUSION :           *
      *   - LES COMPTES (FCLICPT) DE L'ABSORBE SONT REPRIS   *
      *     PAR L'ABSORBANT SOUS LES SUFFIXES SUIVANT LES    *
      *     SIENS (ID-CPTE, RIB ET IBAN INCHANGES) ;         *
      *   - SES NOTES (FNOTES) A LA SUITE DE CELLES DE       *
      *     L'ABSORBANT, SON HISTORIQUE D'ADRESSES           *
      *     (FADRHIST) ET SON HISTORIQUE DE CAMPAGNES        *
      *     (FCAMPHIS, UNE CAMPAGNE DEJA RECUE PAR           *
      *     L'ABSORBANT N'EST PAS DOUBLEE) ;                 *
      *   - KYC : L'ABSORBANT GARDE LA PROCHAINE REVUE LA    *
      *     PLUS PROCHE ET LA CLASSE DE RISQUE LA PLUS       *
      *     ELEVEE DES DEUX FICHES ;                         *
      *   - LE LIEN SALARIE (E-SALARIE-ID) DE L'ABSORBE      *
      *     PASSE A UN ABSORBANT NON SALARIE ; DEUX          *
      *     MATRICULES DIFFERENTS INTERDISENT LA FUSION ;    *
      *   - L'ABSORBE EST MARQUE FUSIONNE (E-CLI-FUSIONNE)   *
      *     AVEC LE NUMERO DE L'ABSORBANT, LA FUSION EST     *
      *     JOURNALISEE DANS FFUSLOG ET TRACEE DANS FAUDCLI. *
      *   PF6 = REJETER (RETIRE LA DEMANDE)                  *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALFUS.
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
       01 MON-PROG           PIC X(08) VALUE 'VALFUS'.
       01 MON-MAPSET         PIC X(08) VALUE 'VALFUS'.
       01 MA-MAP             PIC X(08) VALUE 'MAPVF'.
       01 MA-TRX             PIC X(04) VALUE 'TVFA'.
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
              VALUE 'AUCUNE DEMANDE DE FUSION EN ATTENTE'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE AFFICHEE - PF5 APPROUVER / PF6 REJETER'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'APPROBATION PAR UN AUTRE OPERATEUR REQUISE'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'FUSION APPROUVEE ET APPLIQUEE'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'DEMANDE REJETEE'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'UN DES DEUX CLIENTS N EST PLUS ACTIF - REJETEZ'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'TROP DE COMPTES OU DE NOTES POUR L ABSORBANT'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'MATRICULES SALARIE DIFFERENTS - FUSION REFUSEE'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 11   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   ZONE DE COMMUNICATION                              *
      *------------------------------------------------------*
      *   WS-NUM-CLI MEMORISE LA DEMANDE AFFICHEE (NUMERO    *
      *   DU CLIENT ABSORBE)                                 *
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
      *   VARIABLES DIVERSES                                 *
      *------------------------------------------------------*
      *
       01  DATE-ABS               PIC S9(18) COMP.
      *    DATE DU JOUR AU FORMAT DE STOCKAGE JJ/MM/AA (VOIR
      *    FCLIENTS)
       01  WS-DATE-COURTE         PIC X(08).
       01  WS-TRTM.
           05 TRANS               PIC X(4).
           05                     PIC X VALUE '/'.
           05 TERM                PIC X(4).

       01  WS-TRERR.
           05 FILLER              PIC X(20)
              VALUE       'TRANSACTION IMPREVUE'.
      *
      *    PAIRE DE LA DEMANDE EN COURS D'APPROBATION
       01  WS-NUM-ABSORBE         PIC 9(08).
       01  WS-NUM-ABSORBANT       PIC 9(08).
      *
      *    KYC DE LA FICHE ABSORBEE, REPORTE SUR L'ABSORBANT
       01  WS-KYC-REVUE-ABS       PIC X(08).
       01  WS-KYC-RISQUE-ABS      PIC X(01).
           88 KYC-ABS-HAUT        VALUE 'H'.
           88 KYC-ABS-MOYEN       VALUE 'M'.
      *
      *    LIEN SALARIE DE LA FICHE ABSORBEE (REVUE SALACC),
      *    REPORTE SUR UN ABSORBANT NON SALARIE
       01  WS-SAL-ID-ABS          PIC 9(07).
       01  WS-SAL-ORIG-ABS        PIC X(01).
      *
      *    PLUS GRAND SUFFIXE DE COMPTE ET PLUS GRAND NUMERO
      *    DE NOTE DE L'ABSORBANT, NOMBRE DE COMPTES ET DE
      *    NOTES DE L'ABSORBE (CONTROLE DE CAPACITE AVANT
      *    TOUTE MISE A JOUR)
       01  WS-MAX-SUFFIXE         PIC S9(4) COMP.
       01  WS-MAX-NOTE            PIC S9(4) COMP.
       01  WS-NB-CPTE-ABS         PIC S9(4) COMP.
       01  WS-NB-NOTE-ABS         PIC S9(4) COMP.
      *
      *------------------------------------------------------*
      *   VARIABLES BOOLEENNES                               *
      *------------------------------------------------------*
      *
       01  INDIC-ERREUR     PIC X(01) VALUE '0'.
           88 ERREUR     VALUE '1'.
      *
       01  WS-FIN-BROWSE          PIC X(01) VALUE 'N'.
           88 FIN-BROWSE          VALUE 'O'.
      *
       01  WS-FIN-TRANSFERT       PIC X(01) VALUE 'N'.
           88 FIN-TRANSFERT       VALUE 'O'.
      *
       01  WS-ADR-ECRITE          PIC X(01) VALUE 'N'.
           88 ADR-ECRITE          VALUE 'O'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPVFCIA'.
           COPY MAPVFCIA.
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
      *   DESCRIPTION   DU  FICHIER FCLI : CLIENTS           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FAUD : AUDIT CLIENTS        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER AUDIT'.
           COPY FAUDCLI.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FAPPFUS : DEMANDES DE FUSION *
      *   EN ATTENTE D'APPROBATION                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER APPFUS'.
           COPY FAPPFUS.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FFUSLOG : JOURNAL DES        *
      *   FUSIONS                                            *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER FUSLOG'.
           COPY FFUSLOG.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FCLICPT : CROSS-REFERENCE   *
      *   CLIENT / COMPTES                                   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLICPT'.
           COPY FCLICPT.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FNOTES : NOTES DE CONTACT   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER NOTES'.
           COPY FNOTES.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FADRHIST : HISTORIQUE DES   *
      *   ADRESSES                                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER ADRHIST'.
           COPY FADRHIST.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FCAMPHIS : HISTORIQUE DES   *
      *   CAMPAGNES, LU PAR CLIENT PAR LE CHEMIN FCAMHNUM    *
      *   (INDEX ALTERNATIF CH-NUMERO)                       *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CAMPHIS'.
           COPY FCAMPHIS.
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
              IF NOT AUT-SUPPRES
                 PERFORM 22700-RETOUR-NON-HABILITE
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

           MOVE LOW-VALUE TO MAPVFO

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

      *    ARRIVEE DEPUIS LA FILE DU SUPERVISEUR (FILSUP,
      *    MARQUEUR 9) : LA FILE DES DEMANDES S'OUVRE SUR LE
      *    CLIENT ABSORBE CHOISI (GTEQ SON NUMERO)
           IF WS-PROG-APPEL = 9 AND WS-NUM-CLI > ZERO
              MOVE 0 TO WS-PROG-APPEL
              SUBTRACT 1 FROM WS-NUM-CLI
           ELSE
              MOVE 0 TO WS-NUM-CLI
           END-IF
           PERFORM 21400-DEMANDE-SUIVANTE

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
                     FROM   (MAPVFO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPVFI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPVFI)
                     RESP   (C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL) AND NOT = DFHRESP(MAPFAIL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE '0' TO INDIC-ERREUR

           IF EIBAID = DFHENTER
              PERFORM 21400-DEMANDE-SUIVANTE
           END-IF

           IF EIBAID = DFHPF5
              PERFORM 23000-APPROUVER
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-REJETER
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
       21400-DEMANDE-SUIVANTE.
      *----------------------*
      *    AFFICHE LA PREMIERE DEMANDE DONT LE NUMERO SUIT
      *    CELLE ACTUELLEMENT AFFICHEE (0 = DEPUIS LE DEBUT)
      *----------------------*
           COMPUTE FU-ABSORBE = WS-NUM-CLI + 1

           EXEC CICS STARTBR FILE('FAPPFUS')
                     RIDFLD(FU-ABSORBE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 21450-AUCUNE-DEMANDE
           ELSE
              EXEC CICS READNEXT FILE('FAPPFUS')
                        INTO(FU-APPROB-FUS)
                        RIDFLD(FU-ABSORBE)
                        RESP(WS-RESPCR)
              END-EXEC
              EXEC CICS ENDBR FILE('FAPPFUS')
              END-EXEC

              IF WS-RESPCR = DFHRESP(NORMAL)
                 MOVE FU-ABSORBE TO WS-NUM-CLI
                 PERFORM 21500-AFFICHER-DEMANDE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
              ELSE
                 PERFORM 21450-AUCUNE-DEMANDE
              END-IF
           END-IF
           .
      *----------------------*
       21450-AUCUNE-DEMANDE.
      *----------------------*
           MOVE 0     TO WS-NUM-CLI
           MOVE SPACE TO NUMABSO NOMABSO PNMABSO
           MOVE SPACE TO NUMSURO NOMSURO PNMSURO
           MOVE SPACE TO OPDEMO DATDEMO HREDEMO
           MOVE '1'   TO INDIC-ERREUR
           MOVE 3     TO NUM-MES
           .
      *----------------------*
       21500-AFFICHER-DEMANDE.
      *----------------------*
           MOVE FU-ABSORBE       TO NUMABSO
           MOVE FU-ABSORBANT     TO NUMSURO
           MOVE FU-OPID-DEMANDE  TO OPDEMO
           MOVE FU-DATE-DEMANDE  TO DATDEMO
           MOVE FU-HEURE-DEMANDE TO HREDEMO

           MOVE FU-ABSORBE TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE E-NOM-CLI TO NOMABSO
              MOVE E-PNM-CLI TO PNMABSO
           ELSE
              MOVE SPACE TO NOMABSO PNMABSO
           END-IF

           MOVE FU-ABSORBANT TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE E-NOM-CLI TO NOMSURO
              MOVE E-PNM-CLI TO PNMSURO
           ELSE
              MOVE SPACE TO NOMSURO PNMSURO
           END-IF
           .
      *----------------------*
       23000-APPROUVER.
      *----------------------*
           IF WS-NUM-CLI = ZERO
              PERFORM 21450-AUCUNE-DEMANDE
              GO TO 23000-FIN
           END-IF

           MOVE WS-NUM-CLI TO FU-ABSORBE
           EXEC CICS READ FILE('FAPPFUS')
                     RIDFLD(FU-ABSORBE)
                     INTO(FU-APPROB-FUS)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

      *    REGLE DES QUATRE YEUX : PAS D'AUTO-APPROBATION
           IF WS-OPID = FU-OPID-DEMANDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              GO TO 23000-FIN
           END-IF

           MOVE FU-ABSORBE   TO WS-NUM-ABSORBE
           MOVE FU-ABSORBANT TO WS-NUM-ABSORBANT

      *    LES DEUX FICHES ONT PU CHANGER DEPUIS LA DEMANDE
           PERFORM 23100-CONTROLER-FICHES
               THRU 23100-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYY(WS-DATE-COURTE)
                     YYYYMMDD(FL-DATE-FUSION)
                     TIME(FL-HEURE-FUSION)
                     TIMESEP(':')
           END-EXEC

           MOVE ZERO TO FL-NB-COMPTES FL-NB-NOTES
                        FL-NB-ADRESSES FL-NB-CAMPAGNES

           MOVE 'N' TO WS-FIN-TRANSFERT
           PERFORM 23200-TRANSFERER-COMPTE THRU 23200-FIN
              UNTIL FIN-TRANSFERT

           MOVE 'N' TO WS-FIN-TRANSFERT
           PERFORM 23300-TRANSFERER-NOTE THRU 23300-FIN
              UNTIL FIN-TRANSFERT

           MOVE 'N' TO WS-FIN-TRANSFERT
           PERFORM 23400-TRANSFERER-ADRESSE THRU 23400-FIN
              UNTIL FIN-TRANSFERT

           MOVE 'N' TO WS-FIN-TRANSFERT
           PERFORM 23500-TRANSFERER-CAMPAGNE THRU 23500-FIN
              UNTIL FIN-TRANSFERT

           PERFORM 23600-MARQUER-ABSORBE
           PERFORM 23700-MAJ-ABSORBANT
           PERFORM 23800-JOURNALISER

           MOVE WS-NUM-ABSORBE   TO E-AUD-NUMERO
           MOVE WS-NUM-ABSORBANT TO E-AUD-ID-CPTE
           PERFORM 23010-TRACE-AUDIT
           MOVE WS-NUM-ABSORBANT TO E-AUD-NUMERO
           MOVE WS-NUM-ABSORBE   TO E-AUD-ID-CPTE
           PERFORM 23010-TRACE-AUDIT

           PERFORM 24100-RETIRER-DEMANDE

           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES
           MOVE 0   TO WS-NUM-CLI
           .
       23000-FIN.
           EXIT.
      *-----------------------*
       23010-TRACE-AUDIT.
      *-----------------------*
      *    UNE LIGNE 'F' SOUS CHACUN DES DEUX CLIENTS, LE
      *    NUMERO DE L'AUTRE CLIENT EN E-AUD-ID-CPTE
      *-----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC

           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYY(E-AUD-DATE)
                     TIME(E-AUD-HEURE)
                     TIMESEP(':')
           END-EXEC

           SET E-AUD-FUSION TO TRUE
           MOVE EIBTRMID TO E-AUD-TERM
           MOVE EIBOPID  TO E-AUD-OPID
           MOVE SPACE    TO E-AUD-ZONE E-AUD-AVANT E-AUD-APRES

           EXEC CICS WRITE FILE('FAUDCLI')
                     FROM(E-AUDIT)
                     LENGTH(LENGTH OF E-AUDIT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF
           .
      *-----------------------*
       23100-CONTROLER-FICHES.
      *-----------------------*
      *    LES DEUX CLIENTS SONT TOUJOURS ACTIFS ; LES SUFFIXES
      *    DE COMPTE (99) ET LES NUMEROS DE NOTE (999) DE
      *    L'ABSORBANT SUFFISENT A REPRENDRE CEUX DE L'ABSORBE.
      *    AUCUNE MISE A JOUR N'EST FAITE AVANT CE CONTROLE
      *-----------------------*
           MOVE WS-NUM-ABSORBE TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL) OR NOT E-CLI-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              GO TO 23100-FIN
           END-IF

           MOVE E-KYC-PROCH-REVUE TO WS-KYC-REVUE-ABS
           MOVE E-KYC-RISQUE      TO WS-KYC-RISQUE-ABS
           MOVE ZERO              TO WS-SAL-ID-ABS
           IF E-SALARIE-ID NUMERIC
              MOVE E-SALARIE-ID   TO WS-SAL-ID-ABS
           END-IF
           MOVE E-SALARIE-ORIG    TO WS-SAL-ORIG-ABS

           MOVE WS-NUM-ABSORBANT TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL) OR NOT E-CLI-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 8   TO NUM-MES
              GO TO 23100-FIN
           END-IF

      *    LE LIEN SALARIE A PU ETRE POSE PAR SALCLI DEPUIS LA
      *    DEMANDE : MEME REFUS QUE FUSCLI
           IF WS-SAL-ID-ABS NOT = ZERO
              AND E-SALARIE-ID NUMERIC
              AND E-SALARIE-ID NOT = ZERO
              AND E-SALARIE-ID NOT = WS-SAL-ID-ABS
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              GO TO 23100-FIN
           END-IF

           MOVE 0 TO WS-MAX-SUFFIXE WS-NB-CPTE-ABS
           MOVE 'N'              TO WS-FIN-BROWSE
           MOVE WS-NUM-ABSORBANT TO XRF-NUMERO
           MOVE ZERO             TO XRF-SUFFIXE
           PERFORM 23110-PARCOURIR-COMPTES
           MOVE 'N'              TO WS-FIN-BROWSE
           MOVE WS-NUM-ABSORBE   TO XRF-NUMERO
           MOVE ZERO             TO XRF-SUFFIXE
           PERFORM 23110-PARCOURIR-COMPTES

           MOVE 0 TO WS-MAX-NOTE WS-NB-NOTE-ABS
           MOVE 'N'              TO WS-FIN-BROWSE
           MOVE WS-NUM-ABSORBANT TO NT-NUMERO
           MOVE ZERO             TO NT-SEQ
           PERFORM 23130-PARCOURIR-NOTES
           MOVE 'N'              TO WS-FIN-BROWSE
           MOVE WS-NUM-ABSORBE   TO NT-NUMERO
           MOVE ZERO             TO NT-SEQ
           PERFORM 23130-PARCOURIR-NOTES

           IF WS-MAX-SUFFIXE + WS-NB-CPTE-ABS > 99
              OR WS-MAX-NOTE + WS-NB-NOTE-ABS > 999
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
           END-IF
           .
       23100-FIN.
           EXIT.
      *-----------------------*
       23110-PARCOURIR-COMPTES.
      *-----------------------*
           EXEC CICS STARTBR FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23120-LIRE-UN-COMPTE THRU 23120-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FCLICPT')
              END-EXEC
           END-IF
           .
      *-----------------------*
       23120-LIRE-UN-COMPTE.
      *-----------------------*
           EXEC CICS READNEXT FILE('FCLICPT')
                     INTO(XRF-CLICPT)
                     RIDFLD(XRF-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 23120-FIN
           END-IF

           EVALUATE XRF-NUMERO
              WHEN WS-NUM-ABSORBANT
                 IF XRF-SUFFIXE > WS-MAX-SUFFIXE
                    MOVE XRF-SUFFIXE TO WS-MAX-SUFFIXE
                 END-IF
              WHEN WS-NUM-ABSORBE
                 ADD 1 TO WS-NB-CPTE-ABS
              WHEN OTHER
                 MOVE 'O' TO WS-FIN-BROWSE
           END-EVALUATE
           .
       23120-FIN.
           EXIT.
      *-----------------------*
       23130-PARCOURIR-NOTES.
      *-----------------------*
           EXEC CICS STARTBR FILE('FNOTES')
                     RIDFLD(NT-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23140-LIRE-UNE-NOTE THRU 23140-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FNOTES')
              END-EXEC
           END-IF
           .
      *-----------------------*
       23140-LIRE-UNE-NOTE.
      *-----------------------*
           EXEC CICS READNEXT FILE('FNOTES')
                     INTO(NT-NOTE)
                     RIDFLD(NT-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 23140-FIN
           END-IF

           EVALUATE NT-NUMERO
              WHEN WS-NUM-ABSORBANT
                 IF NT-SEQ > WS-MAX-NOTE
                    MOVE NT-SEQ TO WS-MAX-NOTE
                 END-IF
              WHEN WS-NUM-ABSORBE
                 ADD 1 TO WS-NB-NOTE-ABS
              WHEN OTHER
                 MOVE 'O' TO WS-FIN-BROWSE
           END-EVALUATE
           .
       23140-FIN.
           EXIT.
      *-----------------------*
       23200-TRANSFERER-COMPTE.
      *-----------------------*
      *    PREMIER COMPTE RESTANT DE L'ABSORBE : SUPPRIME SOUS
      *    SA CLE ET RECREE SOUS L'ABSORBANT AVEC LE SUFFIXE
      *    LIBRE SUIVANT (ID-CPTE, DONC L'INDEX ALTERNATIF, ET
      *    RIB/IBAN NE CHANGENT PAS)
      *-----------------------*
           MOVE WS-NUM-ABSORBE TO XRF-NUMERO
           MOVE ZERO           TO XRF-SUFFIXE

           EXEC CICS STARTBR FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-TRANSFERT
              GO TO 23200-FIN
           END-IF

           EXEC CICS READNEXT FILE('FCLICPT')
                     INTO(XRF-CLICPT)
                     RIDFLD(XRF-CLE)
                     RESP(WS-RESPCR)
           END-EXEC
           EXEC CICS ENDBR FILE('FCLICPT')
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR XRF-NUMERO NOT = WS-NUM-ABSORBE
              MOVE 'O' TO WS-FIN-TRANSFERT
              GO TO 23200-FIN
           END-IF

           EXEC CICS DELETE FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF

           ADD 1 TO WS-MAX-SUFFIXE
           MOVE WS-NUM-ABSORBANT TO XRF-NUMERO
           MOVE WS-MAX-SUFFIXE   TO XRF-SUFFIXE

           EXEC CICS WRITE FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     FROM(XRF-CLICPT)
                     LENGTH(LENGTH OF XRF-CLICPT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF

           ADD 1 TO FL-NB-COMPTES
           .
       23200-FIN.
           EXIT.
      *-----------------------*
       23300-TRANSFERER-NOTE.
      *-----------------------*
      *    LES NOTES DE L'ABSORBE SUIVENT CELLES DE
      *    L'ABSORBANT, DANS LEUR ORDRE D'ORIGINE
      *-----------------------*
           MOVE WS-NUM-ABSORBE TO NT-NUMERO
           MOVE ZERO           TO NT-SEQ

           EXEC CICS STARTBR FILE('FNOTES')
                     RIDFLD(NT-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-TRANSFERT
              GO TO 23300-FIN
           END-IF

           EXEC CICS READNEXT FILE('FNOTES')
                     INTO(NT-NOTE)
                     RIDFLD(NT-CLE)
                     RESP(WS-RESPCR)
           END-EXEC
           EXEC CICS ENDBR FILE('FNOTES')
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NT-NUMERO NOT = WS-NUM-ABSORBE
              MOVE 'O' TO WS-FIN-TRANSFERT
              GO TO 23300-FIN
           END-IF

           EXEC CICS DELETE FILE('FNOTES')
                     RIDFLD(NT-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF

           ADD 1 TO WS-MAX-NOTE
           MOVE WS-NUM-ABSORBANT TO NT-NUMERO
           MOVE WS-MAX-NOTE      TO NT-SEQ

           EXEC CICS WRITE FILE('FNOTES')
                     RIDFLD(NT-CLE)
                     FROM(NT-NOTE)
                     LENGTH(LENGTH OF NT-NOTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF

           ADD 1 TO FL-NB-NOTES
           .
       23300-FIN.
           EXIT.
      *-----------------------*
       23400-TRANSFERER-ADRESSE.
      *-----------------------*
      *    L'ADRESSE GARDE SA DATE D'EFFET ; SI L'ABSORBANT A
      *    DEJA UNE LIGNE A CETTE DATE ET CE RANG, LE RANG EST
      *    AUGMENTE JUSQU'A TROUVER UNE CLE LIBRE
      *-----------------------*
           MOVE WS-NUM-ABSORBE TO AH-NUMERO
           MOVE SPACE          TO AH-DATE-EFFET
           MOVE ZERO           TO AH-SEQ

           EXEC CICS STARTBR FILE('FADRHIST')
                     RIDFLD(AH-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE 'O' TO WS-FIN-TRANSFERT
              GO TO 23400-FIN
           END-IF

           EXEC CICS READNEXT FILE('FADRHIST')
                     INTO(AH-ADRESSE)
                     RIDFLD(AH-CLE)
                     RESP(WS-RESPCR)
           END-EXEC
           EXEC CICS ENDBR FILE('FADRHIST')
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR AH-NUMERO NOT = WS-NUM-ABSORBE
              MOVE 'O' TO WS-FIN-TRANSFERT
              GO TO 23400-FIN
           END-IF

           EXEC CICS DELETE FILE('FADRHIST')
                     RIDFLD(AH-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF

           MOVE WS-NUM-ABSORBANT TO AH-NUMERO
           MOVE 'N' TO WS-ADR-ECRITE
           PERFORM 23450-ECRIRE-ADRESSE
              UNTIL ADR-ECRITE

           ADD 1 TO FL-NB-ADRESSES
           .
       23400-FIN.
           EXIT.
      *-----------------------*
       23450-ECRIRE-ADRESSE.
      *-----------------------*
           EXEC CICS WRITE FILE('FADRHIST')
                     RIDFLD(AH-CLE)
                     FROM(AH-ADRESSE)
                     LENGTH(LENGTH OF AH-ADRESSE)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE 'O' TO WS-ADR-ECRITE
              WHEN DFHRESP(DUPREC)
                 IF AH-SEQ = 99
                    PERFORM 23900-ANNULER-FUSION
                 END-IF
                 ADD 1 TO AH-SEQ
              WHEN OTHER
                 PERFORM 23900-ANNULER-FUSION
           END-EVALUATE
           .
      *-----------------------*
       23500-TRANSFERER-CAMPAGNE.
      *-----------------------*
      *    PREMIERE CAMPAGNE RESTANTE DE L'ABSORBE (CHEMIN
      *    FCAMHNUM SUR CH-NUMERO) : SUPPRIMEE DU FICHIER DE
      *    BASE ET RECREEE SOUS L'ABSORBANT ; S'IL A DEJA RECU
      *    CETTE CAMPAGNE (DUPREC), SA PROPRE LIGNE EST GARDEE
      *-----------------------*
           MOVE WS-NUM-ABSORBE TO CH-NUMERO

           EXEC CICS READ FILE('FCAMHNUM')
                     RIDFLD(CH-NUMERO)
                     INTO(CH-CAMPHIST)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              AND WS-RESPCR NOT = DFHRESP(DUPKEY)
              MOVE 'O' TO WS-FIN-TRANSFERT
              GO TO 23500-FIN
           END-IF

           EXEC CICS DELETE FILE('FCAMPHIS')
                     RIDFLD(CH-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF

           MOVE WS-NUM-ABSORBANT TO CH-NUMERO

           EXEC CICS WRITE FILE('FCAMPHIS')
                     RIDFLD(CH-CLE)
                     FROM(CH-CAMPHIST)
                     LENGTH(LENGTH OF CH-CAMPHIST)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 ADD 1 TO FL-NB-CAMPAGNES
              WHEN DFHRESP(DUPREC)
                 CONTINUE
              WHEN OTHER
                 PERFORM 23900-ANNULER-FUSION
           END-EVALUATE
           .
       23500-FIN.
           EXIT.
      *-----------------------*
       23600-MARQUER-ABSORBE.
      *-----------------------*
           MOVE WS-NUM-ABSORBE TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF

      *    LE LIEN SALARIE SUIT LES COMPTES SUR L'ABSORBANT
      *    (23700) : SALCLI NE VOIT PAS DEUX FICHES POUR UN
      *    MEME EMPLOYE
           MOVE ZERO             TO E-SALARIE-ID
           MOVE SPACE            TO E-SALARIE-ORIG
           SET E-CLI-FUSIONNE    TO TRUE
           MOVE WS-NUM-ABSORBANT TO E-ABSORBE-PAR
           MOVE FL-DATE-FUSION   TO E-DATE-FUSION
           MOVE WS-DATE-COURTE   TO E-DATE-MODIF

           EXEC CICS REWRITE FILE('FCLIENT')
                     FROM(E-CLIENT)
                     LENGTH(LENGTH OF E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF
           .
      *-----------------------*
       23700-MAJ-ABSORBANT.
      *-----------------------*
      *    KYC : LA REVUE LA PLUS PROCHE (UNE ZONE A BLANC NE
      *    COMPTE PAS) ET LA CLASSE DE RISQUE LA PLUS ELEVEE ;
      *    LE LIEN SALARIE DE L'ABSORBE PASSE A UN ABSORBANT
      *    NON SALARIE (SES COMPTES RESTENT DANS LA REVUE SALACC)
      *-----------------------*
           MOVE WS-NUM-ABSORBANT TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF

           IF WS-KYC-REVUE-ABS NOT = SPACE
              IF E-KYC-PROCH-REVUE = SPACE
                 OR WS-KYC-REVUE-ABS < E-KYC-PROCH-REVUE
                 MOVE WS-KYC-REVUE-ABS TO E-KYC-PROCH-REVUE
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN KYC-ABS-HAUT
                 SET E-KYC-RISQUE-HAUT TO TRUE
              WHEN KYC-ABS-MOYEN
                 IF NOT E-KYC-RISQUE-HAUT
                    SET E-KYC-RISQUE-MOYEN TO TRUE
                 END-IF
              WHEN OTHER
                 IF E-KYC-RISQUE = SPACE
                    MOVE WS-KYC-RISQUE-ABS TO E-KYC-RISQUE
                 END-IF
           END-EVALUATE

           IF E-SALARIE-ID NOT NUMERIC OR E-SALARIE-ID = ZERO
              IF WS-SAL-ID-ABS NOT = ZERO
                 MOVE WS-SAL-ID-ABS   TO E-SALARIE-ID
                 MOVE WS-SAL-ORIG-ABS TO E-SALARIE-ORIG
              END-IF
           END-IF

           MOVE WS-DATE-COURTE TO E-DATE-MODIF

           EXEC CICS REWRITE FILE('FCLIENT')
                     FROM(E-CLIENT)
                     LENGTH(LENGTH OF E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF
           .
      *-----------------------*
       23800-JOURNALISER.
      *-----------------------*
           MOVE WS-NUM-ABSORBE   TO FL-ABSORBE
           MOVE WS-NUM-ABSORBANT TO FL-ABSORBANT
           MOVE FU-OPID-DEMANDE  TO FL-OPID-DEMANDE
           MOVE WS-OPID          TO FL-OPID-APPROB
           MOVE SPACE            TO FL-FUSION(51:10)

           EXEC CICS WRITE FILE('FFUSLOG')
                     RIDFLD(FL-ABSORBE)
                     FROM(FL-FUSION)
                     LENGTH(LENGTH OF FL-FUSION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 23900-ANNULER-FUSION
           END-IF
           .
      *-----------------------*
       23900-ANNULER-FUSION.
      *-----------------------*
      *    INCIDENT EN COURS DE FUSION : TOUTES LES MISES A
      *    JOUR DEJA FAITES SONT ANNULEES AVANT L'ERREUR, LA
      *    DEMANDE RESTE EN ATTENTE
      *-----------------------*
           EXEC CICS SYNCPOINT ROLLBACK
           END-EXEC

           PERFORM 91000-ERREUR-CICS
           .
      *----------------------*
       24000-REJETER.
      *----------------------*
           IF WS-NUM-CLI = ZERO
              PERFORM 21450-AUCUNE-DEMANDE
           ELSE
              PERFORM 24100-RETIRER-DEMANDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE 0   TO WS-NUM-CLI
           END-IF
           .
      *----------------------*
       24100-RETIRER-DEMANDE.
      *----------------------*
           MOVE WS-NUM-CLI TO FU-ABSORBE
           EXEC CICS DELETE FILE('FAPPFUS')
                     RIDFLD(FU-ABSORBE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
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
                     FROM   (MAPVFO)
                     DATAONLY
                     CURSOR
           END-EXEC
           .
      *-----------------------*
       22700-RETOUR-NON-HABILITE.
      *-----------------------*
           MOVE '1'      TO WS-COM-PREM
           MOVE 0        TO WS-CHOIX-NUM

           EXEC CICS XCTL
               PROGRAM  ('GESCLI10')
               COMMAREA (WS-COMMAREA)
               LENGTH   (LONG-COM)
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

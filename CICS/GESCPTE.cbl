      *======================================================*
      *   MISE A JOUR EN LIGNE D'UN COMPTE CLIENT.DAT :      *
      *   DECOUVERT AUTORISE (DEC-CLT), NATURE DU COMPTE     *
      *   (NAT-CPTE) ET AGENCE DE GESTION (AGC-CLT, DANS LA  *
      *   REGION DU COMPTE). MEMES CONTROLES QU'OUVRCPT :    *
      *     - CLIENT FCLIENTS EXISTANT ET ACTIF, COMPTE      *
      *       RATTACHE AU CLIENT (CROSS-REFERENCE FCLICPT) ; *
      *     - NATURE PORTEUSE D'UN PARAMETRE FTAUXNAT, ET    *
      *       SOLDE DANS LE PLAFOND DE DEPOT EN VIGUEUR DE   *
      *       LA NOUVELLE NATURE (CONVERSION VERS UN         *
      *       PRODUIT REGLEMENTE) ;                          *
      *     - AGENCE ACTIVE DU REFERENTIEL FAGENCE ;         *
      *     - PAS DE DECOUVERT SUR LE COMPTE D'UN MINEUR.    *
      *   UNE HAUSSE DU DECOUVERT AU-DELA DU PLAFOND DE      *
      *   L'OPERATEUR (O-PLAF-OPER) EXIGE LE VISA D'UN       *
      *   SECOND OPERATEUR SUPERVISEUR, COMME AU GUICHET.    *
      *   CHAQUE ZONE CHANGEE LAISSE UNE LIGNE 'A' AVANT/    *
      *   APRES DANS LA PISTE FAUDCLI DU CLIENT (CONSAUD).   *
      *   RESERVE AUX OPERATEURS HABILITES MODIFICATION      *
      *   (O-AUT-MODIF). ENTREE = AFFICHER LE COMPTE,        *
      *   PF5 = VALIDER LES NOUVELLES VALEURS.               *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESCPTE.
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
       01 MON-PROG           PIC X(08) VALUE 'GESCPTE'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESCPTE'.
       01 MA-MAP             PIC X(08) VALUE 'MAPMC'.
       01 MA-TRX             PIC X(04) VALUE 'TVCA'.
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
              VALUE 'CLIENT ET COMPTE OBLIGATOIRES'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'CLIENT INCONNU OU SUPPRIME'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'NATURE SANS PARAMETRE FTAUXNAT'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'COMPTE INCONNU OU NON RATTACHE A CE CLIENT'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'AGENCE INCONNUE OU FERMEE POUR CETTE REGION'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'NATURE ET DECOUVERT NUMERIQUES (UNITES ENTIERES)'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'COMPTE MIS A JOUR'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'AUCUNE MODIFICATION SAISIE'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'NUMERO CLIENT INVALIDE (CLE DE CONTROLE)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'SOLDE SUPERIEUR AU PLAFOND DE DEPOT DE LA NATURE'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'DECOUVERT AU-DELA DU PLAFOND - VISA SUPERVISEUR'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'VISA SUPERVISEUR INVALIDE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'COMPTE INACTIF - MISE A JOUR IMPOSSIBLE'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'SAISIR LES NOUVELLES VALEURS PUIS PF5'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'COMPTE DE MINEUR : AUCUN DECOUVERT AUTORISE'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 18   PIC X(65).

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
      *   FICHIERS                                           *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER TAUXNAT'.
           COPY FTAUXNAT.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER AGENCE'.
           COPY FAGENCE.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER XREF'.
           COPY FCLICPT.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER OPERAT'.
           COPY FOPERAT.
      *
       01  FILLER      PIC X(16) VALUE 'FICHIER AUDIT'.
           COPY FAUDCLI.
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
           05  DEV-CLT    PIC X(02).
           05  AGC-CLT    PIC X(02).
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-VALNUM-FONC         PIC X(01).
       01  WS-VALNUM-NUM          PIC 9(08).
       01  WS-VALNUM-RC           PIC X(01).
       01  WS-PLAFOND-NAT         PIC 9(09).
       01  WS-PLAF-OPER-W         PIC 9(06).
       01  WS-SOLDE-ED            PIC -ZZZZZZZ9.99.
      *
      *    NOUVELLES VALEURS SAISIES ET VALEURS AVANT MISE A
      *    JOUR (POUR LA PISTE D'AUDIT)
       01  WS-NAT-NOUV            PIC 9(02).
       01  WS-DEC-NOUV            PIC 9(06).
       01  WS-AGC-NOUV            PIC X(02).
       01  WS-NAT-AVANT           PIC 9(02).
       01  WS-DEC-AVANT           PIC 9(06).
       01  WS-AGC-AVANT           PIC X(04).
       01  WS-AGC-APRES           PIC X(04).
      *
       01  WS-MAJ-NAT             PIC X(01) VALUE 'N'.
           88 MAJ-NAT                VALUE 'O'.
       01  WS-MAJ-DEC             PIC X(01) VALUE 'N'.
           88 MAJ-DEC                VALUE 'O'.
       01  WS-MAJ-AGC             PIC X(01) VALUE 'N'.
           88 MAJ-AGC                VALUE 'O'.
       01  WS-VISA-REQUIS         PIC X(01) VALUE 'N'.
           88 VISA-REQUIS            VALUE 'O'.
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
           88 FIN-BROWSE          VALUE '1'.
      *
       01  INDIC-TROUVE           PIC X(01) VALUE '0'.
           88 TROUVE              VALUE '1'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPMCCIA'.
           COPY MAPMCCIA.
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
              IF NOT AUT-MODIF
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

           MOVE LOW-VALUE TO MAPMCO

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

           MOVE -1 TO NUMCLL

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPMCO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPMCI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPMCI)
                     RESP   (C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL) AND NOT = DFHRESP(MAPFAIL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE '0' TO INDIC-ERREUR

           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
           END-EXEC

           IF EIBAID = DFHENTER
              PERFORM 23000-AFFICHER-COMPTE
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF5
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
               AND NOT = DFHENTER AND NOT = DFHPF5
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       23000-AFFICHER-COMPTE.
      *----------------------*
           PERFORM 23100-CONTROLER-CLE
               THRU 23100-SORTIE
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           EXEC CICS READ FILE('FCLT')
                     RIDFLD(CPTEI)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              MOVE -1  TO CPTEL
              MOVE 'Q' TO CPTEA
              GO TO 23000-FIN
           END-IF

           PERFORM 23500-PRESENTER-COMPTE
           MOVE '1' TO INDIC-ERREUR
           MOVE 17  TO NUM-MES
           MOVE -1  TO NATNVL
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23100-CONTROLER-CLE.
      *----------------------*
      *    CLIENT (CLE DE CONTROLE pgvalnum, FICHE ACTIVE) ET
      *    COMPTE RATTACHE A CE CLIENT DANS FCLICPT : LA PISTE
      *    D'AUDIT EST TENUE PAR NUMERO DE CLIENT
      *----------------------*
           IF NUMCLI = SPACE OR LOW-VALUE
              OR NUMCLI NOT NUMERIC
              OR CPTEI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO NUMCLL
              GO TO 23100-SORTIE
           END-IF

           MOVE 'V' TO WS-VALNUM-FONC
           MOVE NUMCLI TO WS-VALNUM-NUM
           CALL 'pgvalnum' USING WS-VALNUM-FONC WS-VALNUM-NUM
                                 WS-VALNUM-RC
           IF WS-VALNUM-RC NOT = 'O'
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO NUMCLL
              GO TO 23100-SORTIE
           END-IF

           MOVE NUMCLI TO E-NUMERO
           EXEC CICS READ FILE('FCLIENTS')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR E-CLI-SUPPRIME
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCLL
              MOVE 'Q' TO NUMCLA
              GO TO 23100-SORTIE
           END-IF

           PERFORM 23150-CHERCHER-COMPTE
           IF NOT TROUVE
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              MOVE -1  TO CPTEL
              MOVE 'Q' TO CPTEA
           END-IF
           .
       23100-SORTIE.
           EXIT.
      *----------------------*
       23150-CHERCHER-COMPTE.
      *----------------------*
           MOVE '0'      TO INDIC-TROUVE
           MOVE '0'      TO INDIC-FIN-BROWSE
           MOVE E-NUMERO TO XRF-NUMERO
           MOVE ZERO     TO XRF-SUFFIXE

           EXEC CICS STARTBR FILE('FCLICPT')
                     RIDFLD(XRF-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 23160-LIRE-UN-COMPTE THRU 23160-EXIT
                 UNTIL FIN-BROWSE OR TROUVE
              EXEC CICS ENDBR FILE('FCLICPT')
              END-EXEC
           END-IF
           .
      *----------------------*
       23160-LIRE-UN-COMPTE.
      *----------------------*
           EXEC CICS READNEXT FILE('FCLICPT')
                     INTO(XRF-CLICPT)
                     RIDFLD(XRF-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR XRF-NUMERO NOT = E-NUMERO
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 23160-EXIT
           END-IF

           IF XRF-ID-CPTE = CPTEI
              MOVE '1' TO INDIC-TROUVE
           END-IF
           .
       23160-EXIT.
           EXIT.
      *----------------------*
       23500-PRESENTER-COMPTE.
      *----------------------*
           MOVE NOM-CLT       TO NOMCLO(1:10)
           MOVE PRN-CLT       TO NOMCLO(11:10)
           MOVE SLD-CLT       TO WS-SOLDE-ED
           MOVE WS-SOLDE-ED   TO SOLDEO
           MOVE STS-CLT       TO STATUO
           MOVE NAT-CPTE      TO NATACO
           MOVE DEC-CLT       TO DECACO
           MOVE ID-REGION     TO AGCACO(1:2)
           MOVE AGC-CLT       TO AGCACO(3:2)
           .
      *----------------------*
       24000-METTRE-A-JOUR.
      *----------------------*
           PERFORM 23100-CONTROLER-CLE
               THRU 23100-SORTIE
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           PERFORM 24100-CONTROLER-SAISIE
               THRU 24100-SORTIE
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           EXEC CICS READ FILE('FCLT')
                     RIDFLD(CPTEI)
                     INTO(REC-CLT)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              MOVE -1  TO CPTEL
              MOVE 'Q' TO CPTEA
              GO TO 24000-FIN
           END-IF

           IF NOT STS-CLT-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
              MOVE -1  TO CPTEL
              PERFORM 24900-LIBERER-COMPTE
              GO TO 24000-FIN
           END-IF

      *    SEULES LES ZONES SAISIES ET DIFFERENTES DU COMPTE
      *    SONT MISES A JOUR
           IF MAJ-NAT AND WS-NAT-NOUV = NAT-CPTE
              MOVE 'N' TO WS-MAJ-NAT
           END-IF
           IF MAJ-DEC AND WS-DEC-NOUV = DEC-CLT
              MOVE 'N' TO WS-MAJ-DEC
           END-IF
           IF MAJ-AGC AND WS-AGC-NOUV = AGC-CLT
              MOVE 'N' TO WS-MAJ-AGC
           END-IF
           IF NOT MAJ-NAT AND NOT MAJ-DEC AND NOT MAJ-AGC
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO NATNVL
              PERFORM 23500-PRESENTER-COMPTE
              PERFORM 24900-LIBERER-COMPTE
              GO TO 24000-FIN
           END-IF

           IF MAJ-NAT
              PERFORM 24300-CONTROLER-NATURE
           END-IF
           IF NOT ERREUR AND MAJ-AGC
              PERFORM 24400-CONTROLER-AGENCE
           END-IF
      *    CLIENT MINEUR (E-CLIENT LU PAR 23100) : LE COMPTE
      *    RESTE SANS DECOUVERT JUSQU'A LA MAJORITE
           IF NOT ERREUR AND MAJ-DEC AND WS-DEC-NOUV > ZERO
              AND E-CLI-MINEUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
              MOVE -1  TO DECNVL
           END-IF
           IF NOT ERREUR AND MAJ-DEC AND WS-DEC-NOUV > DEC-CLT
              PERFORM 24500-CONTROLER-PLAFOND
                  THRU 24500-FIN
           END-IF
           IF ERREUR
              PERFORM 23500-PRESENTER-COMPTE
              PERFORM 24900-LIBERER-COMPTE
              GO TO 24000-FIN
           END-IF

           MOVE NAT-CPTE  TO WS-NAT-AVANT
           MOVE DEC-CLT   TO WS-DEC-AVANT
           MOVE ID-REGION TO WS-AGC-AVANT(1:2)
           MOVE AGC-CLT   TO WS-AGC-AVANT(3:2)
           IF MAJ-NAT
              MOVE WS-NAT-NOUV TO NAT-CPTE
           END-IF
           IF MAJ-DEC
              MOVE WS-DEC-NOUV TO DEC-CLT
           END-IF
           IF MAJ-AGC
              MOVE WS-AGC-NOUV TO AGC-CLT
           END-IF

           EXEC CICS REWRITE FILE('FCLT')
                     FROM(REC-CLT)
                     LENGTH(LENGTH OF REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 24700-TRACER-AUDIT

           PERFORM 23500-PRESENTER-COMPTE
           MOVE SPACE TO NATNVO DECNVO AGCNVO SUPOPO
           MOVE '1' TO INDIC-ERREUR
           MOVE 10  TO NUM-MES
           MOVE -1  TO CPTEL
           .
       24000-FIN.
           EXIT.
      *----------------------*
       24100-CONTROLER-SAISIE.
      *----------------------*
      *    ZONES A BLANC = INCHANGEES ; NATURE ET DECOUVERT
      *    NUMERIQUES, DECOUVERT EN UNITES ENTIERES COMME
      *    DEC-CLT
      *----------------------*
           MOVE 'N' TO WS-MAJ-NAT
           MOVE 'N' TO WS-MAJ-DEC
           MOVE 'N' TO WS-MAJ-AGC

           IF NATNVI NOT = SPACE AND NATNVI NOT = LOW-VALUE
              IF NATNVI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 MOVE -1  TO NATNVL
                 MOVE 'Q' TO NATNVA
                 GO TO 24100-SORTIE
              END-IF
              MOVE NATNVI TO WS-NAT-NOUV
              MOVE 'O'    TO WS-MAJ-NAT
           END-IF

           IF DECNVI NOT = SPACE AND DECNVI NOT = LOW-VALUE
              IF DECNVI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 MOVE -1  TO DECNVL
                 MOVE 'Q' TO DECNVA
                 GO TO 24100-SORTIE
              END-IF
              MOVE DECNVI TO WS-DEC-NOUV
              MOVE 'O'    TO WS-MAJ-DEC
           END-IF

           IF AGCNVI NOT = SPACE AND AGCNVI NOT = LOW-VALUE
              MOVE AGCNVI TO WS-AGC-NOUV
              MOVE 'O'    TO WS-MAJ-AGC
           END-IF

           IF NOT MAJ-NAT AND NOT MAJ-DEC AND NOT MAJ-AGC
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO NATNVL
           END-IF
           .
       24100-SORTIE.
           EXIT.
      *----------------------*
       24300-CONTROLER-NATURE.
      *----------------------*
      *    LA NOUVELLE NATURE DOIT PORTER UN PARAMETRE
      *    FTAUXNAT (CATALOGUE DES NATURES OUVERTES) ; LE
      *    PLAFOND DE DEPOT RETENU EST CELUI DU PARAMETRE EN
      *    VIGUEUR (DATE D'EFFET LA PLUS RECENTE SANS
      *    DEPASSER LE JOUR, MEME REGLE QUE LE GUICHET). LE
      *    SOLDE DU COMPTE CONVERTI NE PEUT L'EXCEDER
      *----------------------*
           MOVE '0'  TO INDIC-TROUVE
           MOVE '0'  TO INDIC-FIN-BROWSE
           MOVE ZERO TO WS-PLAFOND-NAT
           MOVE WS-NAT-NOUV TO TX-NAT-CPTE
           MOVE ZERO        TO TX-DATE-EFFET

           EXEC CICS STARTBR FILE('FTAUXNAT')
                     RIDFLD(TX-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 24310-LIRE-PARAM THRU 24310-EXIT
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FTAUXNAT')
              END-EXEC
           END-IF

           IF NOT TROUVE
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO NATNVL
              MOVE 'Q' TO NATNVA
           ELSE
              IF WS-PLAFOND-NAT > ZERO
                 AND SLD-CLT > WS-PLAFOND-NAT
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 13  TO NUM-MES
                 MOVE -1  TO NATNVL
                 MOVE 'Q' TO NATNVA
              END-IF
           END-IF
           .
      *----------------------*
       24310-LIRE-PARAM.
      *----------------------*
           EXEC CICS READNEXT FILE('FTAUXNAT')
                     INTO(TX-TAUXNAT)
                     RIDFLD(TX-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 24310-EXIT
           END-IF

           IF TX-NAT-CPTE NOT = WS-NAT-NOUV
              MOVE '1' TO INDIC-FIN-BROWSE
              GO TO 24310-EXIT
           END-IF

           MOVE '1' TO INDIC-TROUVE
           IF TX-DATE-EFFET <= WS-DATE-JOUR
              MOVE TX-PLAFOND-DEPOT TO WS-PLAFOND-NAT
           ELSE
              MOVE '1' TO INDIC-FIN-BROWSE
           END-IF
           .
       24310-EXIT.
           EXIT.
      *----------------------*
       24400-CONTROLER-AGENCE.
      *----------------------*
      *    L'AGENCE CHANGE DANS LA REGION DU COMPTE : LA
      *    REGION PORTE LE TRAITEMENT DE NUIT DU COMPTE ET LE
      *    RIB DEJA REMIS AU CLIENT NE CHANGE PAS
      *----------------------*
           MOVE ID-REGION   TO AG-ID-REGION
           MOVE WS-AGC-NOUV TO AG-CODE
           EXEC CICS READ FILE('FAGENCE')
                     RIDFLD(AG-CLE)
                     INTO(AG-AGENCE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR NOT AG-ACTIVE
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
              MOVE -1  TO AGCNVL
              MOVE 'Q' TO AGCNVA
           END-IF
           .
      *----------------------------*
       24500-CONTROLER-PLAFOND.
      *----------------------------*
      *    HAUSSE DU DECOUVERT : AU-DELA DU PLAFOND DE
      *    L'OPERATEUR SIGNE (ZERO = SANS PLAFOND), VISA D'UN
      *    SECOND OPERATEUR ACTIF, DIFFERENT DU SIGNATAIRE ET
      *    PORTEUR DE L'HABILITATION SUPERVISEUR
      *----------------------------*
           MOVE 'N'  TO WS-VISA-REQUIS
           MOVE ZERO TO WS-PLAF-OPER-W

           MOVE WS-OPID TO O-OPID
           EXEC CICS READ FILE('FOPERAT')
                     RIDFLD(O-OPID)
                     INTO(O-OPERATEUR)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE O-PLAF-OPER TO WS-PLAF-OPER-W
           END-IF

           IF WS-PLAF-OPER-W > ZERO
              AND WS-DEC-NOUV > WS-PLAF-OPER-W
              MOVE 'O' TO WS-VISA-REQUIS
           END-IF

           IF NOT VISA-REQUIS
              GO TO 24500-FIN
           END-IF

           IF SUPOPI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 14  TO NUM-MES
              MOVE -1  TO SUPOPL
              GO TO 24500-FIN
           END-IF

           IF SUPOPI = WS-OPID
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              MOVE -1  TO SUPOPL
              MOVE 'Q' TO SUPOPA
              GO TO 24500-FIN
           END-IF

           MOVE SUPOPI TO O-OPID
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
              MOVE -1  TO SUPOPL
              MOVE 'Q' TO SUPOPA
           END-IF
           .
       24500-FIN.
           EXIT.
      *----------------------*
       24700-TRACER-AUDIT.
      *----------------------*
      *    UNE LIGNE FAUDCLI 'A' PAR ZONE CHANGEE, SOUS LE
      *    NUMERO DU CLIENT, AVEC LES VALEURS AVANT/APRES ;
      *    LE VISA EVENTUEL FAIT L'OBJET D'UNE LIGNE V
      *----------------------*
           MOVE SPACE TO E-AUDIT
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     DATESEP('/')
                     DDMMYY(E-AUD-DATE)
                     TIME(E-AUD-HEURE)
                     TIMESEP(':')
           END-EXEC

           MOVE E-NUMERO TO E-AUD-NUMERO
           SET E-AUD-MAJ-COMPTE TO TRUE
           MOVE EIBTRMID TO E-AUD-TERM
           MOVE EIBOPID  TO E-AUD-OPID
           MOVE ID-CPTE  TO E-AUD-ID-CPTE

           IF MAJ-DEC
              SET E-AUD-ZONE-DEC TO TRUE
              MOVE WS-DEC-AVANT  TO E-AUD-AVANT
              MOVE DEC-CLT       TO E-AUD-APRES
              PERFORM 24750-ECRIRE-AUDIT
              IF VISA-REQUIS
                 SET E-AUD-ZONE-VISA TO TRUE
                 MOVE SPACE      TO E-AUD-AVANT
                 MOVE SUPOPI     TO E-AUD-APRES
                 PERFORM 24750-ECRIRE-AUDIT
              END-IF
           END-IF

           IF MAJ-NAT
              SET E-AUD-ZONE-NAT TO TRUE
              MOVE WS-NAT-AVANT  TO E-AUD-AVANT
              MOVE NAT-CPTE      TO E-AUD-APRES
              PERFORM 24750-ECRIRE-AUDIT
           END-IF

           IF MAJ-AGC
              MOVE ID-REGION     TO WS-AGC-APRES(1:2)
              MOVE AGC-CLT       TO WS-AGC-APRES(3:2)
              SET E-AUD-ZONE-AGC TO TRUE
              MOVE WS-AGC-AVANT  TO E-AUD-AVANT
              MOVE WS-AGC-APRES  TO E-AUD-APRES
              PERFORM 24750-ECRIRE-AUDIT
           END-IF
           .
      *----------------------*
       24750-ECRIRE-AUDIT.
      *----------------------*
           EXEC CICS WRITE FILE('FAUDCLI')
                     FROM(E-AUDIT)
                     LENGTH(LENGTH OF E-AUDIT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       24900-LIBERER-COMPTE.
      *----------------------*
           EXEC CICS UNLOCK FILE('FCLT')
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
                     FROM   (MAPMCO)
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

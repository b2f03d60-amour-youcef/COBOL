      *======================================================*
      *   MAINTENANCE DES LIENS DE RELATION ENTRE CLIENTS    *
      *   FCLIENTS (FICHIER FLIENCLI) : CONJOINTS, PARENT    *
      *   D'UN MINEUR, DIRIGEANT D'UNE SOCIETE CLIENTE,      *
      *   SOCIETES D'UN MEME GROUPE. CHAQUE LIEN EST ECRIT   *
      *   DANS LES DEUX SENS (TYPE INVERSE POUR LE CLIENT    *
      *   LIE) AVEC SA PERIODE D'EFFET ; IL N'EST JAMAIS     *
      *   SUPPRIME MAIS CLOS A LA DATE DU JOUR. LES LIENS    *
      *   EN COURS FORMENT LES GROUPES DONT LE BATCH         *
      *   MENSUEL GRPCLI CONSOLIDE LES ENCOURS.              *
      *   RESERVE AUX OPERATEURS HABILITES EN MODIFICATION   *
      *   (O-AUT-MODIF).                                     *
      *   ENTREE = AFFICHER LE CLIENT, SES LIENS ET LE LIEN  *
      *   SAISI, PF5 = VALIDER LE LIEN, PF6 = CLORE LE LIEN  *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESLIEN.
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
       01 MON-PROG           PIC X(08) VALUE 'GESLIEN'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESLIEN'.
       01 MA-MAP             PIC X(08) VALUE 'MAPZ'.
       01 MA-TRX             PIC X(04) VALUE 'TZCA'.
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
              VALUE 'LE NUMERO DU CLIENT EST OBLIGATOIRE'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'NUMERO CLIENT INVALIDE (CLE DE CONTROLE)'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'CLIENT INCONNU OU SUPPRIME'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'LIENS DU CLIENT AFFICHES'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'LIEN AFFICHE - PF5 VALIDER / PF6 CLORE'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'LIEN INCONNU - PF5 POUR LE CREER'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'CLIENT LIE ET TYPE DE LIEN OBLIGATOIRES'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'TYPE DE LIEN : CJ, PA, EN, DI, SD OU GR'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'UN CLIENT NE PEUT PAS ETRE LIE A LUI-MEME'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'DATE INVALIDE (AAAAMMJJ, FIN A BLANC OU >= DEBUT)'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'DI/SD : UNE PERSONNE ET UNE SOCIETE (TYPE M)'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'GR : LES DEUX CLIENTS DOIVENT ETRE DES SOCIETES'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'CJ/PA/EN : LES DEUX CLIENTS SONT DES PERSONNES'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'LIEN ENREGISTRE DANS LES DEUX SENS'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'LIEN CLOS A LA DATE DU JOUR'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'LIEN DEJA CLOS'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 19   PIC X(65).

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
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-CLIENT-1            PIC 9(08).
       01  WS-CLIENT-2            PIC 9(08).
       01  WS-TYPE-1              PIC X(01).
       01  WS-TYPE-2              PIC X(01).
       01  WS-TYPE-LIEN           PIC X(02).
       01  WS-TYPE-INVERSE        PIC X(02).
       01  WS-DATE-DEBUT          PIC 9(08).
       01  WS-DATE-FIN            PIC 9(08).
       01  WS-DATE-CTL            PIC 9(08).
       01  WS-DATE-CTL-R REDEFINES WS-DATE-CTL.
           05 WS-CTL-AAAA         PIC 9(04).
           05 WS-CTL-MM           PIC 9(02).
           05 WS-CTL-JJ           PIC 9(02).
       01  WS-NB-LIENS            PIC S9(4) COMP.
      *
       01  LIGNE-LIEN.
           05 LL-TYPE              PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LL-LIBELLE           PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LL-NUMERO            PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LL-NOM               PIC X(16).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LL-DEBUT             PIC 9(08).
           05 FILLER               PIC X(01) VALUE '-'.
           05 LL-FIN               PIC X(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LL-ETAT              PIC X(03).
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
       01  INDIC-FIN-LIEN   PIC X(01) VALUE '0'.
           88 FIN-LIEN   VALUE '1'.
      *
      *------------------------------------------------------*
      *   DESCRIPTION   DE   LA   MAP                        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPZCIA'.
           COPY MAPZCIA.
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
      *   DESCRIPTION DU FICHIER FLIENCLI : LIENS CLIENTS    *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER LIENS'.
           COPY FLIENCLI.
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

           MOVE LOW-VALUE TO MAPZO

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

           MOVE -1 TO NUMCL1L

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPZO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPZI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPZI)
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
              PERFORM 22100-AFFICHER
                  THRU 22100-FIN
           END-IF

           IF EIBAID = DFHPF5
              PERFORM 23000-VALIDER
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF6
              PERFORM 24000-CLORE
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
      *    LE CLIENT ET SES LIENS ; SI LE CLIENT LIE ET LE
      *    TYPE SONT SAISIS, LE DETAIL DE CE LIEN
      *----------------------*
           PERFORM 22150-CONTROLER-CLIENT-1
               THRU 22150-FIN
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           PERFORM 22400-LISTER-LIENS
               THRU 22400-FIN

           MOVE '1' TO INDIC-ERREUR
           MOVE 6   TO NUM-MES

           IF NUMCL2I = SPACE OR LOW-VALUE
              OR TYPLNI = SPACE OR LOW-VALUE
              GO TO 22100-FIN
           END-IF

           PERFORM 22160-CONTROLER-CLIENT-2
               THRU 22160-FIN
           IF NUM-MES NOT = 6
              GO TO 22100-FIN
           END-IF

           MOVE WS-CLIENT-1 TO LNK-NUMERO
           MOVE WS-CLIENT-2 TO LNK-NUMERO-LIE
           MOVE TYPLNI      TO LNK-TYPE

           EXEC CICS READ FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     INTO(LNK-LIEN)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE LNK-DATE-DEBUT TO DDEBUTO
                 IF LNK-SANS-FIN
                    MOVE SPACE        TO DFINO
                 ELSE
                    MOVE LNK-DATE-FIN TO DFINO
                 END-IF
                 MOVE 7   TO NUM-MES
              WHEN DFHRESP(NOTFND)
                 MOVE 8   TO NUM-MES
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       22100-FIN.
           EXIT.
      *--------------------------*
       22150-CONTROLER-CLIENT-1.
      *--------------------------*
           IF NUMCL1I = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO NUMCL1L
              GO TO 22150-FIN
           END-IF

      *    CLE DE CONTROLE DU NUMERO (pgvalnum) : UNE
      *    TRANSPOSITION DE CHIFFRES EST REJETEE AVANT
      *    TOUTE LECTURE DE FICHIER
           IF NUMCL1I NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCL1L
              GO TO 22150-FIN
           END-IF
           MOVE 'V' TO WS-VALNUM-FONC
           MOVE NUMCL1I TO WS-VALNUM-NUM
           CALL 'pgvalnum' USING WS-VALNUM-FONC
                                 WS-VALNUM-NUM WS-VALNUM-RC
           IF WS-VALNUM-RC NOT = 'O'
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCL1L
              GO TO 22150-FIN
           END-IF

           MOVE NUMCL1I TO WS-CLIENT-1
           MOVE WS-CLIENT-1 TO E-NUMERO
           PERFORM 22190-LIRE-CLIENT
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR E-CLI-SUPPRIME
              MOVE SPACE TO NOMCL1O
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO NUMCL1L
              GO TO 22150-FIN
           END-IF
           MOVE E-NOM-CLI TO NOMCL1O
           MOVE E-TYPE-CLI TO WS-TYPE-1
           .
       22150-FIN.
           EXIT.
      *--------------------------*
       22160-CONTROLER-CLIENT-2.
      *--------------------------*
      *    CLIENT LIE ET TYPE DE LIEN (MESSAGE 6 INCHANGE SI
      *    TOUT EST CORRECT)
      *--------------------------*
           IF NUMCL2I = SPACE OR LOW-VALUE
              OR TYPLNI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO NUMCL2L
              GO TO 22160-FIN
           END-IF

           IF NUMCL2I NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCL2L
              GO TO 22160-FIN
           END-IF
           MOVE 'V' TO WS-VALNUM-FONC
           MOVE NUMCL2I TO WS-VALNUM-NUM
           CALL 'pgvalnum' USING WS-VALNUM-FONC
                                 WS-VALNUM-NUM WS-VALNUM-RC
           IF WS-VALNUM-RC NOT = 'O'
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCL2L
              GO TO 22160-FIN
           END-IF
           MOVE NUMCL2I TO WS-CLIENT-2

           IF WS-CLIENT-2 = WS-CLIENT-1
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO NUMCL2L
              GO TO 22160-FIN
           END-IF

           MOVE WS-CLIENT-2 TO E-NUMERO
           PERFORM 22190-LIRE-CLIENT
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR E-CLI-SUPPRIME
              MOVE SPACE TO NOMCL2O
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
              MOVE -1  TO NUMCL2L
              GO TO 22160-FIN
           END-IF
           MOVE E-NOM-CLI  TO NOMCL2O
           MOVE E-TYPE-CLI TO WS-TYPE-2

           MOVE TYPLNI TO LNK-TYPE
           IF NOT LNK-TYPE-VALIDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO TYPLNL
           END-IF
           .
       22160-FIN.
           EXIT.
      *--------------------------*
       22190-LIRE-CLIENT.
      *--------------------------*
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              AND WS-RESPCR NOT = DFHRESP(NOTFND)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *-------------------------*
       22400-LISTER-LIENS.
      *-------------------------*
      *    LES HUIT PREMIERS LIENS DU CLIENT (EN COURS ET
      *    CLOS), DANS L'ORDRE DES CLIENTS LIES
      *-------------------------*
           MOVE SPACE TO LIENLGO(1) LIENLGO(2) LIENLGO(3)
                         LIENLGO(4) LIENLGO(5) LIENLGO(6)
                         LIENLGO(7) LIENLGO(8)
           MOVE 0     TO WS-NB-LIENS
           MOVE '0'   TO INDIC-FIN-LIEN
           MOVE WS-CLIENT-1 TO LNK-NUMERO
           MOVE ZERO        TO LNK-NUMERO-LIE
           MOVE LOW-VALUE   TO LNK-TYPE

           EXEC CICS STARTBR FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              GO TO 22400-FIN
           END-IF

           PERFORM 22410-LIRE-UN-LIEN THRU 22410-EXIT
              UNTIL FIN-LIEN OR WS-NB-LIENS >= 8
           EXEC CICS ENDBR FILE('FLIENCLI')
           END-EXEC
           .
       22400-FIN.
           EXIT.
      *-------------------------*
       22410-LIRE-UN-LIEN.
      *-------------------------*
           EXEC CICS READNEXT FILE('FLIENCLI')
                     INTO(LNK-LIEN)
                     RIDFLD(LNK-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              MOVE '1' TO INDIC-FIN-LIEN
              GO TO 22410-EXIT
           END-IF

           IF LNK-NUMERO NOT = WS-CLIENT-1
              MOVE '1' TO INDIC-FIN-LIEN
              GO TO 22410-EXIT
           END-IF

           ADD 1 TO WS-NB-LIENS
           PERFORM 22450-GARNIR-LIGNE
           MOVE LIGNE-LIEN TO LIENLGO(WS-NB-LIENS)
           .
       22410-EXIT.
           EXIT.
      *-------------------------*
       22450-GARNIR-LIGNE.
      *-------------------------*
      *    LIGNE DE LIEN (MEME PRESENTATION SUR CLI360) : TYPE,
      *    LIBELLE, CLIENT LIE ET SON NOM, PERIODE, ETAT
      *-------------------------*
           MOVE LNK-TYPE       TO LL-TYPE
           EVALUATE TRUE
              WHEN LNK-CONJOINT
                 MOVE 'CONJOINT'       TO LL-LIBELLE
              WHEN LNK-PARENT
                 MOVE 'PARENT DE'      TO LL-LIBELLE
              WHEN LNK-ENFANT
                 MOVE 'ENFANT DE'      TO LL-LIBELLE
              WHEN LNK-DIRIGEANT
                 MOVE 'DIRIGEANT DE'   TO LL-LIBELLE
              WHEN LNK-SOC-DIRIGEE
                 MOVE 'DIRIGEE PAR'    TO LL-LIBELLE
              WHEN OTHER
                 MOVE 'MEME GROUPE'    TO LL-LIBELLE
           END-EVALUATE
           MOVE LNK-NUMERO-LIE TO LL-NUMERO
           MOVE LNK-DATE-DEBUT TO LL-DEBUT
           IF LNK-SANS-FIN
              MOVE SPACE        TO LL-FIN
           ELSE
              MOVE LNK-DATE-FIN TO LL-FIN
           END-IF
           IF LNK-DATE-DEBUT > WS-DATE-JOUR
              MOVE 'FUT'        TO LL-ETAT
           ELSE
              IF LNK-SANS-FIN OR LNK-DATE-FIN NOT < WS-DATE-JOUR
                 MOVE 'OUV'     TO LL-ETAT
              ELSE
                 MOVE 'CLO'     TO LL-ETAT
              END-IF
           END-IF

           MOVE LNK-NUMERO-LIE TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE E-NOM-CLI    TO LL-NOM
           ELSE
              MOVE '?'          TO LL-NOM
           END-IF
           .
      *----------------------*
       23000-VALIDER.
      *----------------------*
           PERFORM 22150-CONTROLER-CLIENT-1
               THRU 22150-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           MOVE 6 TO NUM-MES
           PERFORM 22160-CONTROLER-CLIENT-2
               THRU 22160-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           PERFORM 23100-CONTROLER-NATURE
               THRU 23100-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           PERFORM 23200-CONTROLER-DATES
               THRU 23200-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

      *    LE LIEN SAISI PUIS SON INVERSE
           MOVE WS-CLIENT-1     TO LNK-NUMERO
           MOVE WS-CLIENT-2     TO LNK-NUMERO-LIE
           MOVE WS-TYPE-LIEN    TO LNK-TYPE
           PERFORM 23300-ECRIRE-LIEN

           MOVE WS-CLIENT-2     TO LNK-NUMERO
           MOVE WS-CLIENT-1     TO LNK-NUMERO-LIE
           MOVE WS-TYPE-INVERSE TO LNK-TYPE
           PERFORM 23300-ECRIRE-LIEN

           PERFORM 22400-LISTER-LIENS
               THRU 22400-FIN

           MOVE '1' TO INDIC-ERREUR
           MOVE 17  TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *--------------------------*
       23100-CONTROLER-NATURE.
      *--------------------------*
      *    TYPE INVERSE ET COHERENCE AVEC LE TYPE DE TITULAIRE
      *    (E-TYPE-CLI : M = SOCIETE, SINON PERSONNE)
      *--------------------------*
           MOVE TYPLNI TO WS-TYPE-LIEN
           EVALUATE WS-TYPE-LIEN
              WHEN 'CJ'
                 MOVE 'CJ' TO WS-TYPE-INVERSE
              WHEN 'PA'
                 MOVE 'EN' TO WS-TYPE-INVERSE
              WHEN 'EN'
                 MOVE 'PA' TO WS-TYPE-INVERSE
              WHEN 'DI'
                 MOVE 'SD' TO WS-TYPE-INVERSE
              WHEN 'SD'
                 MOVE 'DI' TO WS-TYPE-INVERSE
              WHEN OTHER
                 MOVE 'GR' TO WS-TYPE-INVERSE
           END-EVALUATE

           EVALUATE WS-TYPE-LIEN
              WHEN 'DI'
                 IF WS-TYPE-1 = 'M' OR WS-TYPE-2 NOT = 'M'
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 14  TO NUM-MES
                 END-IF
              WHEN 'SD'
                 IF WS-TYPE-1 NOT = 'M' OR WS-TYPE-2 = 'M'
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 14  TO NUM-MES
                 END-IF
              WHEN 'GR'
                 IF WS-TYPE-1 NOT = 'M' OR WS-TYPE-2 NOT = 'M'
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 15  TO NUM-MES
                 END-IF
              WHEN OTHER
                 IF WS-TYPE-1 = 'M' OR WS-TYPE-2 = 'M'
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 16  TO NUM-MES
                 END-IF
           END-EVALUATE
           IF ERREUR
              MOVE -1 TO TYPLNL
           END-IF
           .
       23100-FIN.
           EXIT.
      *--------------------------*
       23200-CONTROLER-DATES.
      *--------------------------*
      *    DEBUT A BLANC = DATE DU JOUR ; FIN A BLANC = LIEN
      *    SANS FIN
      *--------------------------*
           IF DDEBUTI = SPACE OR LOW-VALUE
              MOVE WS-DATE-JOUR TO WS-DATE-DEBUT
           ELSE
              IF DDEBUTI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 13  TO NUM-MES
                 MOVE -1  TO DDEBUTL
                 GO TO 23200-FIN
              END-IF
              MOVE DDEBUTI TO WS-DATE-DEBUT
           END-IF
           MOVE WS-DATE-DEBUT TO WS-DATE-CTL
           IF WS-CTL-MM < 1 OR WS-CTL-MM > 12
              OR WS-CTL-JJ < 1 OR WS-CTL-JJ > 31
              OR WS-CTL-AAAA < 1900
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO DDEBUTL
              GO TO 23200-FIN
           END-IF

           MOVE ZERO TO WS-DATE-FIN
           IF DFINI = SPACE OR LOW-VALUE
              GO TO 23200-FIN
           END-IF
           IF DFINI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO DFINL
              GO TO 23200-FIN
           END-IF
           MOVE DFINI TO WS-DATE-FIN
           MOVE WS-DATE-FIN TO WS-DATE-CTL
           IF WS-CTL-MM < 1 OR WS-CTL-MM > 12
              OR WS-CTL-JJ < 1 OR WS-CTL-JJ > 31
              OR WS-DATE-FIN < WS-DATE-DEBUT
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO DFINL
           END-IF
           .
       23200-FIN.
           EXIT.
      *--------------------------*
       23300-ECRIRE-LIEN.
      *--------------------------*
      *    CREATION, OU MISE A JOUR SI LE LIEN EXISTE DEJA
      *    (REOUVERTURE OU CORRECTION DES DATES)
      *--------------------------*
           EXEC CICS READ FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     INTO(LNK-LIEN)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 23350-GARNIR-LIEN
                 EXEC CICS REWRITE FILE('FLIENCLI')
                           FROM(LNK-LIEN)
                           LENGTH(LENGTH OF LNK-LIEN)
                           RESP(WS-RESPCR)
                 END-EXEC
              WHEN DFHRESP(NOTFND)
                 MOVE SPACE TO LNK-LIEN(46:35)
                 PERFORM 23350-GARNIR-LIEN
                 EXEC CICS WRITE FILE('FLIENCLI')
                           RIDFLD(LNK-CLE)
                           FROM(LNK-LIEN)
                           LENGTH(LENGTH OF LNK-LIEN)
                           RESP(WS-RESPCR)
                 END-EXEC
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *--------------------------*
       23350-GARNIR-LIEN.
      *--------------------------*
           MOVE WS-DATE-DEBUT TO LNK-DATE-DEBUT
           MOVE WS-DATE-FIN   TO LNK-DATE-FIN
           MOVE WS-OPID       TO LNK-OPID-MAJ
           MOVE WS-DATE-JOUR  TO LNK-DATE-MAJ
           .
      *----------------------*
       24000-CLORE.
      *----------------------*
      *    LA CLOTURE NE SUPPRIME PAS LE LIEN : SA DATE DE FIN
      *    PASSE AU JOUR, DANS LES DEUX SENS, POUR LA TRACE
           PERFORM 22150-CONTROLER-CLIENT-1
               THRU 22150-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           MOVE 6 TO NUM-MES
           PERFORM 22160-CONTROLER-CLIENT-2
               THRU 22160-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           PERFORM 23100-CONTROLER-NATURE
               THRU 23100-FIN
           MOVE '0' TO INDIC-ERREUR

           MOVE WS-CLIENT-1  TO LNK-NUMERO
           MOVE WS-CLIENT-2  TO LNK-NUMERO-LIE
           MOVE WS-TYPE-LIEN TO LNK-TYPE
           PERFORM 24100-CLORE-UN-SENS
               THRU 24100-FIN
           IF ERREUR
              GO TO 24000-FIN
           END-IF

           MOVE WS-CLIENT-2     TO LNK-NUMERO
           MOVE WS-CLIENT-1     TO LNK-NUMERO-LIE
           MOVE WS-TYPE-INVERSE TO LNK-TYPE
           PERFORM 24100-CLORE-UN-SENS
               THRU 24100-FIN

           PERFORM 22400-LISTER-LIENS
               THRU 22400-FIN
           MOVE WS-DATE-JOUR TO DFINO

           MOVE '1' TO INDIC-ERREUR
           MOVE 18  TO NUM-MES
           .
       24000-FIN.
           EXIT.
      *--------------------------*
       24100-CLORE-UN-SENS.
      *--------------------------*
      *    UN SENS ABSENT (STOCK INCOMPLET) EST IGNORE ; LE
      *    SENS SAISI DOIT EXISTER ET ETRE ENCORE OUVERT
      *--------------------------*
           EXEC CICS READ FILE('FLIENCLI')
                     RIDFLD(LNK-CLE)
                     INTO(LNK-LIEN)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              IF LNK-NUMERO = WS-CLIENT-1
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 MOVE -1  TO NUMCL2L
              END-IF
              GO TO 24100-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           IF NOT LNK-SANS-FIN AND LNK-DATE-FIN < WS-DATE-JOUR
              EXEC CICS UNLOCK FILE('FLIENCLI')
              END-EXEC
              IF LNK-NUMERO = WS-CLIENT-1
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 19  TO NUM-MES
              END-IF
              GO TO 24100-FIN
           END-IF

           MOVE WS-DATE-JOUR TO LNK-DATE-FIN
           MOVE WS-OPID      TO LNK-OPID-MAJ
           MOVE WS-DATE-JOUR TO LNK-DATE-MAJ

           EXEC CICS REWRITE FILE('FLIENCLI')
                     FROM(LNK-LIEN)
                     LENGTH(LENGTH OF LNK-LIEN)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
       24100-FIN.
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
                     FROM   (MAPZO)
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

      *======================================================*
      *   GESTION DES CARTES DE DEBIT RATTACHEES AUX COMPTES *
      *   (FICHIER FCARTE, CLE NUMERO DE CARTE) : COMMANDE,  *
      *   ACTIVATION A RECEPTION PAR LE CLIENT, OPPOSITION   *
      *   POUR PERTE OU VOL, RENOUVELLEMENT ET PLAFONDS      *
      *   JOURNALIERS (RETRAITS DAB, PAIEMENTS). LES         *
      *   TRANSACTIONS CARTE DE LA NUIT SONT CONTROLEES SUR  *
      *   CE FICHIER PAR LE BATCH CARTIN AVANT LE POSTING.   *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET           *
      *   (O-AUT-GUICHET).                                   *
      *   ENTREE = AFFICHER LA CARTE SAISIE OU LA DERNIERE   *
      *   CARTE DU COMPTE, PF5 = COMMANDER (SANS NUMERO DE   *
      *   CARTE) OU MODIFIER LES PLAFONDS, PF6 = ACTIVER,    *
      *   PF7 = OPPOSITION PERTE, PF8 = OPPOSITION VOL,      *
      *   PF9 = RENOUVELER OU REMPLACER                      *
      *   PAS DE CARTE SUR LE COMPTE D'UN CLIENT MINEUR.     *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESCART.
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
       01 MON-PROG           PIC X(08) VALUE 'GESCART'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESCART'.
       01 MA-MAP             PIC X(08) VALUE 'MAPX'.
       01 MA-TRX             PIC X(04) VALUE 'TXCA'.
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
              VALUE 'NUMERO DE COMPTE OU NUMERO DE CARTE OBLIGATOIRE'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'CARTE INCONNUE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'PF6 ACTIVER PF7 PERTE PF8 VOL PF9 RENOUVELER'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'CARTE COMMANDEE - PF6 POUR ACTIVER A RECEPTION'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'PLAFONDS MIS A JOUR'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'PLAFONDS : 4 CHIFFRES (BLANC = PLAFONDS STANDARD)'.
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
              VALUE 'NUMERO DE CARTE INVALIDE (CLE DE LUHN)'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON ACTIF - CARTE REFUSEE'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'CARTE ACTIVEE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'SEULE UNE CARTE COMMANDEE PEUT ETRE ACTIVEE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'OPPOSITION ENREGISTREE - CARTE PERDUE'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'OPPOSITION ENREGISTREE - CARTE VOLEE'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'CARTE DEJA EN OPPOSITION OU REMPLACEE'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'NOMBRE MAXIMAL DE CARTES ATTEINT SUR CE COMPTE'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'AUCUNE CARTE SUR CE COMPTE - PF5 POUR COMMANDER'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'CARTE DE REMPLACEMENT COMMANDEE - PF6 A RECEPTION'.
      *- 22
           05 FILLER               PIC X(65)
              VALUE 'RENOUVELLEMENT REFUSE : CARTE COMMANDEE/REMPLACEE'.
      *- 23
           05 FILLER               PIC X(65)
              VALUE 'CARTE ACTIVEE - LA CARTE PRECEDENTE EST REMPLACEE'.
      *- 24
           05 FILLER               PIC X(65)
              VALUE 'COMPTE DE MINEUR : PAS DE CARTE AVANT 18 ANS'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 24   PIC X(65).

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
      *    BIN (IDENTIFIANT EMETTEUR) DES CARTES DE LA BANQUE,
      *    ATTRIBUE PAR LE RESEAU
       01  WS-BIN                 PIC X(06) VALUE '497010'.
      *    PLAFONDS JOURNALIERS STANDARD D'UNE CARTE NEUVE
       01  WS-PLF-RETRAIT-STD     PIC 9(04) VALUE 0500.
       01  WS-PLF-ACHAT-STD       PIC 9(04) VALUE 1500.
      *    DUREE DE VALIDITE D'UNE CARTE, EN ANNEES
       01  WS-DUREE-VALIDITE      PIC 9(01) VALUE 3.
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
           05 WS-AAAA-JOUR        PIC 9(04).
           05 WS-MM-JOUR          PIC 9(02).
           05 WS-JJ-JOUR          PIC 9(02).
       01  WS-EXPIRATION          PIC 9(06).
       01  WS-EXPIRATION-R REDEFINES WS-EXPIRATION.
           05 WS-AAAA-EXP         PIC 9(04).
           05 WS-MM-EXP           PIC 9(02).
      *    CARTE SAISIE, CARTE A CREER, COMPTE DE LA CARTE
       01  WS-NUM-SAISI           PIC X(16).
       01  WS-NUM-NOUVEAU         PIC X(16).
       01  WS-CPTE-CARTE          PIC X(08).
       01  WS-PLF-RETRAIT         PIC 9(04).
       01  WS-PLF-ACHAT           PIC 9(04).
       01  WS-NOUVEAU-STATUT      PIC X(01).
      *
      *------------------------------------------------------*
      *   PARCOURS DES CARTES D'UN COMPTE                    *
      *------------------------------------------------------*
       01  WS-CLE-BR              PIC X(16).
       01  WS-NB-CARTES           PIC 9(02).
       01  WS-RANG-MAX            PIC 9(01).
       01  WS-DERNIERE-CARTE      PIC X(16).
       01  WS-CARTE-ACTIVE        PIC X(16).
       01  WS-FIN-BROWSE          PIC X(01).
           88 FIN-BROWSE             VALUE 'O'.
      *
      *------------------------------------------------------*
      *   CLE DE LUHN SUR LES 15 PREMIERS CHIFFRES           *
      *------------------------------------------------------*
       01  WS-LUHN-BASE           PIC X(15).
       01  WS-LUHN-BASE-T REDEFINES WS-LUHN-BASE.
           05 WS-LUHN-CHIFFRE     PIC 9(01) OCCURS 15.
       01  WS-LUHN-IND            PIC S9(4) COMP.
       01  WS-LUHN-PARITE         PIC S9(4) COMP.
       01  WS-LUHN-QUOT           PIC S9(4) COMP.
       01  WS-LUHN-DOUBLE         PIC 9(02).
       01  WS-LUHN-SOMME          PIC 9(03).
       01  WS-LUHN-RESTE          PIC 9(01).
       01  WS-LUHN-CLE            PIC 9(01).
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
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPXCIA'.
           COPY MAPXCIA.
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
      *   DESCRIPTION DU FICHIER FCARTE : CARTES DE DEBIT    *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CARTE'.
           COPY FCARTE.
      *
      *------------------------------------------------------*
      *   TITULAIRE DU COMPTE : CROSS-REFERENCE PAR NUMERO DE *
      *   COMPTE (CHEMIN FCLICPTA) ET FICHE FCLIENTS          *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER XREF'.
           COPY FCLICPT.
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
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

           MOVE LOW-VALUE TO MAPXO

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
                     FROM   (MAPXO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPXI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPXI)
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
              PERFORM 24000-ACTIVER
                  THRU 24000-FIN
           END-IF

           IF EIBAID = DFHPF7 OR EIBAID = DFHPF8
              PERFORM 25000-OPPOSER
                  THRU 25000-FIN
           END-IF

           IF EIBAID = DFHPF9
              PERFORM 26000-RENOUVELER
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
               AND NOT = DFHPF9 AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       22100-AFFICHER.
      *----------------------*
      *    AVEC UN NUMERO DE CARTE : CETTE CARTE ; AVEC LE
      *    SEUL NUMERO DE COMPTE : LA DERNIERE CARTE COMMANDEE
      *    SUR LE COMPTE
      *----------------------*
           PERFORM 22150-CONTROLER-SAISIE
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           IF WS-NUM-SAISI = SPACE
              PERFORM 27000-PARCOURIR-CARTES
              IF WS-NB-CARTES = ZERO
                 PERFORM 22180-EFFACER-CARTE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 20  TO NUM-MES
                 GO TO 22100-FIN
              END-IF
              MOVE WS-DERNIERE-CARTE TO WS-NUM-SAISI
           END-IF

           MOVE WS-NUM-SAISI TO CRT-NUMERO
           EXEC CICS READ FILE('FCARTE')
                     RIDFLD(CRT-NUMERO)
                     INTO(CRT-CARTE)
                     RESP(WS-RESPCR)
           END-EXEC

           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 PERFORM 22170-AFFICHER-CARTE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
              WHEN DFHRESP(NOTFND)
                 PERFORM 22180-EFFACER-CARTE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 4   TO NUM-MES
                 MOVE -1  TO NUMCRTL
              WHEN OTHER
                 PERFORM 91000-ERREUR-CICS
           END-EVALUATE
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22150-CONTROLER-SAISIE.
      *----------------------*
      *    LE NUMERO DE CARTE, S'IL EST SAISI, PREVAUT SUR LE
      *    COMPTE : IL EST CONTROLE PAR SA CLE DE LUHN ET
      *    DONNE LE COMPTE (POSITIONS 7 A 14)
      *----------------------*
           MOVE SPACE TO WS-NUM-SAISI WS-CPTE-CARTE
           IF NUMCRTI NOT = SPACE AND NOT = LOW-VALUE
              IF NUMCRTI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 12  TO NUM-MES
                 MOVE -1  TO NUMCRTL
              ELSE
                 MOVE NUMCRTI(1:15) TO WS-LUHN-BASE
                 PERFORM 28000-CALCULER-LUHN
                 IF NUMCRTI(16:1) NOT = WS-LUHN-CLE
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 12  TO NUM-MES
                    MOVE -1  TO NUMCRTL
                 ELSE
                    MOVE NUMCRTI       TO WS-NUM-SAISI
                    MOVE NUMCRTI(7:8)  TO WS-CPTE-CARTE
                 END-IF
              END-IF
           ELSE
              IF CPTEI = SPACE OR LOW-VALUE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 3   TO NUM-MES
                 MOVE -1  TO CPTEL
              ELSE
                 PERFORM 22160-CONTROLER-CLE-NUM
                 IF NOT ERREUR
                    MOVE CPTEI TO WS-CPTE-CARTE
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
       22170-AFFICHER-CARTE.
      *----------------------*
           MOVE CRT-ID-CPTE      TO CPTEO
           MOVE CRT-NUMERO       TO NUMCRTO
           MOVE CRT-EXPIRATION   TO EXPIRO
           MOVE CRT-STATUT       TO STATO
           MOVE CRT-PLF-RETRAIT  TO PLFRETO
           MOVE CRT-PLF-ACHAT    TO PLFACHO
           MOVE CRT-DATE-STATUT  TO DSTATO
           .
      *----------------------*
       22180-EFFACER-CARTE.
      *----------------------*
           MOVE SPACE TO EXPIRO STATO PLFRETO PLFACHO DSTATO
           .
      *----------------------*
       23000-VALIDER.
      *----------------------*
      *    SANS NUMERO DE CARTE : COMMANDE D'UNE CARTE SUR LE
      *    COMPTE ; AVEC UN NUMERO : MODIFICATION DES PLAFONDS
      *----------------------*
           PERFORM 22150-CONTROLER-SAISIE
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           PERFORM 23020-CONTROLER-PLAFONDS
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           IF WS-NUM-SAISI = SPACE
              PERFORM 23100-COMMANDER
                  THRU 23100-FIN
              IF NOT ERREUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 6   TO NUM-MES
              END-IF
              GO TO 23000-FIN
           END-IF

           MOVE WS-NUM-SAISI TO CRT-NUMERO
           EXEC CICS READ FILE('FCARTE')
                     RIDFLD(CRT-NUMERO)
                     INTO(CRT-CARTE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCRTL
              GO TO 23000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE WS-PLF-RETRAIT   TO CRT-PLF-RETRAIT
           MOVE WS-PLF-ACHAT     TO CRT-PLF-ACHAT
           MOVE WS-OPID          TO CRT-OPID

           EXEC CICS REWRITE FILE('FCARTE')
                     FROM(CRT-CARTE)
                     LENGTH(LENGTH OF CRT-CARTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22170-AFFICHER-CARTE
           MOVE '1' TO INDIC-ERREUR
           MOVE 7   TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23020-CONTROLER-PLAFONDS.
      *----------------------*
      *    PLAFOND NON SAISI = PLAFOND STANDARD
      *----------------------*
           MOVE WS-PLF-RETRAIT-STD TO WS-PLF-RETRAIT
           MOVE WS-PLF-ACHAT-STD   TO WS-PLF-ACHAT
           IF PLFRETI NOT = SPACE AND NOT = LOW-VALUE
              IF PLFRETI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 MOVE -1  TO PLFRETL
              ELSE
                 MOVE PLFRETI TO WS-PLF-RETRAIT
              END-IF
           END-IF
           IF PLFACHI NOT = SPACE AND NOT = LOW-VALUE
              IF PLFACHI NOT NUMERIC
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 MOVE -1  TO PLFACHL
              ELSE
                 MOVE PLFACHI TO WS-PLF-ACHAT
              END-IF
           END-IF
           .
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
       23100-COMMANDER.
      *----------------------*
      *    NOUVELLE CARTE SUR WS-CPTE-CARTE AUX PLAFONDS
      *    WS-PLF-RETRAIT / WS-PLF-ACHAT : RANG SUIVANT LA
      *    DERNIERE CARTE DU COMPTE, STATUT C JUSQU'A SON
      *    ACTIVATION, VALIDITE JUSQU'A LA FIN DU MEME MOIS
      *    DANS WS-DUREE-VALIDITE ANS
      *----------------------*
           MOVE WS-CPTE-CARTE TO ID-CPTE
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 23100-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           IF NOT STS-CLT-ACTIF
              MOVE '1' TO INDIC-ERREUR
              MOVE 13  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 23100-FIN
           END-IF

           PERFORM 23150-CONTROLER-MINEUR
           IF ERREUR
              GO TO 23100-FIN
           END-IF

           PERFORM 27000-PARCOURIR-CARTES
           IF WS-RANG-MAX = 9
              MOVE '1' TO INDIC-ERREUR
              MOVE 19  TO NUM-MES
              GO TO 23100-FIN
           END-IF

           ADD 1 TO WS-RANG-MAX
           MOVE SPACE TO WS-LUHN-BASE
           STRING WS-BIN WS-CPTE-CARTE WS-RANG-MAX
                  DELIMITED BY SIZE INTO WS-LUHN-BASE
           PERFORM 28000-CALCULER-LUHN
           MOVE SPACE TO WS-NUM-NOUVEAU
           STRING WS-LUHN-BASE WS-LUHN-CLE
                  DELIMITED BY SIZE INTO WS-NUM-NOUVEAU

           PERFORM 23050-DATE-JOUR
           COMPUTE WS-AAAA-EXP = WS-AAAA-JOUR + WS-DUREE-VALIDITE
           MOVE WS-MM-JOUR TO WS-MM-EXP

           MOVE SPACE            TO CRT-CARTE
           MOVE WS-NUM-NOUVEAU   TO CRT-NUMERO
           MOVE WS-CPTE-CARTE    TO CRT-ID-CPTE
           MOVE WS-EXPIRATION    TO CRT-EXPIRATION
           MOVE 'C'              TO CRT-STATUT
           MOVE WS-PLF-RETRAIT   TO CRT-PLF-RETRAIT
           MOVE WS-PLF-ACHAT     TO CRT-PLF-ACHAT
           MOVE WS-DATE-JOUR     TO CRT-DATE-STATUT
           MOVE WS-OPID          TO CRT-OPID
           MOVE ZERO             TO CRT-CUMUL-DATE
                                    CRT-CUMUL-RETRAIT
                                    CRT-CUMUL-ACHAT

           EXEC CICS WRITE FILE('FCARTE')
                     RIDFLD(CRT-NUMERO)
                     FROM(CRT-CARTE)
                     LENGTH(LENGTH OF CRT-CARTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 22170-AFFICHER-CARTE
           .
       23100-FIN.
           EXIT.
      *----------------------*
       23150-CONTROLER-MINEUR.
      *----------------------*
      *    LE TITULAIRE DU COMPTE (CROSS-REFERENCE) NE DOIT PAS
      *    ETRE UN CLIENT MINEUR ; UN COMPTE SANS CLIENT
      *    FCLIENTS N'EST PAS CONCERNE
      *----------------------*
           MOVE WS-CPTE-CARTE TO XRF-ID-CPTE
           EXEC CICS READ FILE('FCLICPTA')
                     RIDFLD(XRF-ID-CPTE)
                     INTO(XRF-CLICPT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE XRF-NUMERO TO E-NUMERO
              EXEC CICS READ FILE('FCLIENTS')
                        RIDFLD(E-NUMERO)
                        INTO(E-CLIENT)
                        RESP(WS-RESPCR)
              END-EXEC
              IF WS-RESPCR = DFHRESP(NORMAL)
                 AND E-CLI-MINEUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 24  TO NUM-MES
                 MOVE -1  TO CPTEL
              END-IF
           END-IF
           .
      *----------------------*
       24000-ACTIVER.
      *----------------------*
      *    LA CARTE RECUE PAR LE CLIENT DEVIENT ACTIVE ; UNE
      *    AUTRE CARTE ACTIVE DU COMPTE (CARTE RENOUVELEE)
      *    PASSE AU STATUT R ET N'EST PLUS ACCEPTEE
      *----------------------*
           PERFORM 22150-CONTROLER-SAISIE
           IF ERREUR
              GO TO 24000-FIN
           END-IF
           IF WS-NUM-SAISI = SPACE
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCRTL
              GO TO 24000-FIN
           END-IF

           MOVE WS-NUM-SAISI TO CRT-NUMERO
           EXEC CICS READ FILE('FCARTE')
                     RIDFLD(CRT-NUMERO)
                     INTO(CRT-CARTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCRTL
              GO TO 24000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           IF NOT CRT-COMMANDEE
              PERFORM 22170-AFFICHER-CARTE
              MOVE '1' TO INDIC-ERREUR
              MOVE 15  TO NUM-MES
              GO TO 24000-FIN
           END-IF

           MOVE CRT-ID-CPTE TO WS-CPTE-CARTE
           PERFORM 27000-PARCOURIR-CARTES
           PERFORM 23050-DATE-JOUR

           MOVE 14 TO NUM-MES
           IF WS-CARTE-ACTIVE NOT = SPACE
              MOVE WS-CARTE-ACTIVE TO CRT-NUMERO
              MOVE 'R'             TO CRT-STATUT
              PERFORM 24100-CHANGER-STATUT
              MOVE 23 TO NUM-MES
           END-IF

           MOVE WS-NUM-SAISI TO CRT-NUMERO
           MOVE 'A'          TO CRT-STATUT
           PERFORM 24100-CHANGER-STATUT

           PERFORM 22170-AFFICHER-CARTE
           MOVE '1' TO INDIC-ERREUR
           .
       24000-FIN.
           EXIT.
      *----------------------*
       24100-CHANGER-STATUT.
      *----------------------*
      *    PASSE LA CARTE CRT-NUMERO AU STATUT PORTE PAR
      *    CRT-STATUT, DATE DU JOUR ET OPERATEUR
      *----------------------*
           MOVE CRT-STATUT TO WS-NOUVEAU-STATUT
           EXEC CICS READ FILE('FCARTE')
                     RIDFLD(CRT-NUMERO)
                     INTO(CRT-CARTE)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE WS-NOUVEAU-STATUT TO CRT-STATUT
           MOVE WS-DATE-JOUR     TO CRT-DATE-STATUT
           MOVE WS-OPID          TO CRT-OPID

           EXEC CICS REWRITE FILE('FCARTE')
                     FROM(CRT-CARTE)
                     LENGTH(LENGTH OF CRT-CARTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       25000-OPPOSER.
      *----------------------*
      *    OPPOSITION DEFINITIVE : PF7 = PERTE (STATUT P),
      *    PF8 = VOL (STATUT V). LES TRANSACTIONS PRESENTEES
      *    ENSUITE SONT REFUSEES PAR CARTIN ; UNE CARTE DE
      *    REMPLACEMENT SE COMMANDE PAR PF9
      *----------------------*
           PERFORM 22150-CONTROLER-SAISIE
           IF ERREUR
              GO TO 25000-FIN
           END-IF
           IF WS-NUM-SAISI = SPACE
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCRTL
              GO TO 25000-FIN
           END-IF

           MOVE WS-NUM-SAISI TO CRT-NUMERO
           EXEC CICS READ FILE('FCARTE')
                     RIDFLD(CRT-NUMERO)
                     INTO(CRT-CARTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCRTL
              GO TO 25000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           IF CRT-BLOQUEE OR CRT-REMPLACEE
              PERFORM 22170-AFFICHER-CARTE
              MOVE '1' TO INDIC-ERREUR
              MOVE 18  TO NUM-MES
              GO TO 25000-FIN
           END-IF

           PERFORM 23050-DATE-JOUR
           IF EIBAID = DFHPF7
              MOVE 'P' TO CRT-STATUT
              MOVE 16  TO NUM-MES
           ELSE
              MOVE 'V' TO CRT-STATUT
              MOVE 17  TO NUM-MES
           END-IF
           PERFORM 24100-CHANGER-STATUT

           PERFORM 22170-AFFICHER-CARTE
           MOVE '1' TO INDIC-ERREUR
           .
       25000-FIN.
           EXIT.
      *----------------------*
       26000-RENOUVELER.
      *----------------------*
      *    RENOUVELLEMENT A ECHEANCE (ETAT CARTEXP) OU
      *    REMPLACEMENT APRES OPPOSITION : NOUVELLE CARTE
      *    COMMANDEE SUR LE MEME COMPTE AVEC LES MEMES
      *    PLAFONDS. UNE CARTE ACTIVE LE RESTE JUSQU'A
      *    L'ACTIVATION DE LA NOUVELLE
      *----------------------*
           PERFORM 22150-CONTROLER-SAISIE
           IF ERREUR
              GO TO 26000-FIN
           END-IF
           IF WS-NUM-SAISI = SPACE
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCRTL
              GO TO 26000-FIN
           END-IF

           MOVE WS-NUM-SAISI TO CRT-NUMERO
           EXEC CICS READ FILE('FCARTE')
                     RIDFLD(CRT-NUMERO)
                     INTO(CRT-CARTE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO NUMCRTL
              GO TO 26000-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           IF CRT-COMMANDEE OR CRT-REMPLACEE
              PERFORM 22170-AFFICHER-CARTE
              MOVE '1' TO INDIC-ERREUR
              MOVE 22  TO NUM-MES
              GO TO 26000-FIN
           END-IF

           MOVE CRT-ID-CPTE      TO WS-CPTE-CARTE
           MOVE CRT-PLF-RETRAIT  TO WS-PLF-RETRAIT
           MOVE CRT-PLF-ACHAT    TO WS-PLF-ACHAT
           PERFORM 23100-COMMANDER
               THRU 23100-FIN
           IF NOT ERREUR
              MOVE '1' TO INDIC-ERREUR
              MOVE 21  TO NUM-MES
           END-IF
           .
       26000-FIN.
           EXIT.
      *----------------------*
       27000-PARCOURIR-CARTES.
      *----------------------*
      *    CARTES DU COMPTE WS-CPTE-CARTE (CLES CONTIGUES
      *    BIN + COMPTE) : NOMBRE, DERNIER RANG, DERNIERE
      *    CARTE ET CARTE ACTIVE
      *----------------------*
           MOVE ZERO  TO WS-NB-CARTES WS-RANG-MAX
           MOVE SPACE TO WS-DERNIERE-CARTE WS-CARTE-ACTIVE
           MOVE 'N'   TO WS-FIN-BROWSE
           MOVE SPACE TO WS-CLE-BR
           STRING WS-BIN WS-CPTE-CARTE '00'
                  DELIMITED BY SIZE INTO WS-CLE-BR

           EXEC CICS STARTBR FILE('FCARTE')
                     RIDFLD(WS-CLE-BR)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 27100-LIRE-CARTE-SUIVANTE THRU 27100-FIN
                 UNTIL FIN-BROWSE
              EXEC CICS ENDBR FILE('FCARTE')
              END-EXEC
           END-IF
           .
      *----------------------*
       27100-LIRE-CARTE-SUIVANTE.
      *----------------------*
           EXEC CICS READNEXT FILE('FCARTE')
                     INTO(CRT-CARTE)
                     RIDFLD(WS-CLE-BR)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR CRT-BIN NOT = WS-BIN
              OR CRT-CPTE-NUM NOT = WS-CPTE-CARTE
              MOVE 'O' TO WS-FIN-BROWSE
              GO TO 27100-FIN
           END-IF

           ADD 1 TO WS-NB-CARTES
           MOVE CRT-RANG   TO WS-RANG-MAX
           MOVE CRT-NUMERO TO WS-DERNIERE-CARTE
           IF CRT-ACTIVE
              MOVE CRT-NUMERO TO WS-CARTE-ACTIVE
           END-IF
           .
       27100-FIN.
           EXIT.
      *----------------------*
       28000-CALCULER-LUHN.
      *----------------------*
      *    CLE DE LUHN DE WS-LUHN-BASE : EN PARTANT DE LA
      *    DROITE, UN CHIFFRE SUR DEUX EST DOUBLE (MOINS 9
      *    AU-DELA DE 9) ; LA CLE COMPLETE LA SOMME A LA
      *    DIZAINE
      *----------------------*
           MOVE ZERO TO WS-LUHN-SOMME
           PERFORM 28100-AJOUTER-CHIFFRE
              VARYING WS-LUHN-IND FROM 1 BY 1
              UNTIL WS-LUHN-IND > 15
           DIVIDE WS-LUHN-SOMME BY 10 GIVING WS-LUHN-QUOT
                  REMAINDER WS-LUHN-RESTE
           IF WS-LUHN-RESTE = ZERO
              MOVE ZERO TO WS-LUHN-CLE
           ELSE
              COMPUTE WS-LUHN-CLE = 10 - WS-LUHN-RESTE
           END-IF
           .
      *----------------------*
       28100-AJOUTER-CHIFFRE.
      *----------------------*
      *    SUR 15 CHIFFRES, LES RANGS IMPAIRS SONT DOUBLES
           DIVIDE WS-LUHN-IND BY 2 GIVING WS-LUHN-QUOT
                  REMAINDER WS-LUHN-PARITE
           IF WS-LUHN-PARITE = 1
              COMPUTE WS-LUHN-DOUBLE =
                      WS-LUHN-CHIFFRE(WS-LUHN-IND) * 2
              IF WS-LUHN-DOUBLE > 9
                 SUBTRACT 9 FROM WS-LUHN-DOUBLE
              END-IF
              ADD WS-LUHN-DOUBLE TO WS-LUHN-SOMME
           ELSE
              ADD WS-LUHN-CHIFFRE(WS-LUHN-IND) TO WS-LUHN-SOMME
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
                     FROM   (MAPXO)
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

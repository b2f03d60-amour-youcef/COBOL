      *======================================================*
      *   DELIVRANCE DES ATTESTATIONS DE COMPTE AU GUICHET   *
      *   R = ATTESTATION DE RIB (EMPLOYEUR, CREANCIER),     *
      *   S = CERTIFICAT DE SOLDE A UNE DATE (VISA,          *
      *   NOTAIRE), C = CERTIFICAT DE CLOTURE D'UN COMPTE    *
      *   FERME PAR PARTI16.                                 *
      *   LE COMPTE DOIT APPARTENIR AU CLIENT SAISI          *
      *   (CROSS-REFERENCE FCLICPT) ; LE CO-TITULAIRE DE     *
      *   COTIT FIGURE SUR LE DOCUMENT. LE SOLDE D'UNE DATE  *
      *   PASSEE EST LE SOLDE APRES LE DERNIER MOUVEMENT     *
      *   HISTCLT DE CETTE DATE OU D'AVANT, JAMAIS LE SOLDE  *
      *   DU JOUR. CHAQUE ATTESTATION RECOIT UN NUMERO DE    *
      *   SERIE (COMPTEUR 'ATT' DE FCTRLCLI), EST INSCRITE   *
      *   AU REGISTRE FATTEST ET PART DANS LA FILE           *
      *   D'IMPRESSION FIMPATT (MISE EN PAGE PAR IMPATT).    *
      *   RESERVE AUX OPERATEURS HABILITES GUICHET           *
      *   (O-AUT-GUICHET).                                   *
      *   ENTREE = VERIFIER (OU, NUMERO DE SERIE SEUL,       *
      *   RETROUVER UNE ATTESTATION DU REGISTRE),            *
      *   PF5 = EMETTRE                                      *
      *======================================================*
      *
      *======================================================*
      *   I D E N T I F I C A T I O N     D I V I S I O N    *
      *======================================================*
      *
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GESATTE.
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
       01 MON-PROG           PIC X(08) VALUE 'GESATTE'.
       01 MON-MAPSET         PIC X(08) VALUE 'GESATTE'.
       01 MA-MAP             PIC X(08) VALUE 'MAPAT'.
       01 MA-TRX             PIC X(04) VALUE 'TATT'.
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
              VALUE 'CLIENT, COMPTE ET TYPE OBLIGATOIRES'.
      *- 4
           05 FILLER               PIC X(65)
              VALUE 'NUMERO DE CLIENT NUMERIQUE'.
      *- 5
           05 FILLER               PIC X(65)
              VALUE 'NUMERO DE COMPTE INVALIDE (CLE DE CONTROLE)'.
      *- 6
           05 FILLER               PIC X(65)
              VALUE 'TYPE : R (RIB), S (SOLDE A DATE), C (CLOTURE)'.
      *- 7
           05 FILLER               PIC X(65)
              VALUE 'DATE DU SOLDE INVALIDE (AAAAMMJJ)'.
      *- 8
           05 FILLER               PIC X(65)
              VALUE 'DATE DU SOLDE POSTERIEURE A CE JOUR'.
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'CLIENT INCONNU'.
      *- 11
           05 FILLER               PIC X(65)
              VALUE 'COMPTE INCONNU'.
      *- 12
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON RATTACHE AU CLIENT SAISI'.
      *- 13
           05 FILLER               PIC X(65)
              VALUE 'COMPTE CLOTURE - ATTESTATION DE RIB IMPOSSIBLE'.
      *- 14
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON CLOTURE - CERTIFICAT IMPOSSIBLE'.
      *- 15
           05 FILLER               PIC X(65)
              VALUE 'RIB DU COMPTE NON ENCORE CALCULE'.
      *- 16
           05 FILLER               PIC X(65)
              VALUE 'COMPTE NON OUVERT A CETTE DATE'.
      *- 17
           05 FILLER               PIC X(65)
              VALUE 'DATE ANTERIEURE A L''HISTORIQUE EN LIGNE'.
      *- 18
           05 FILLER               PIC X(65)
              VALUE 'ATTESTATION VERIFIEE - PF5 POUR L''EMETTRE'.
      *- 19
           05 FILLER               PIC X(65)
              VALUE 'ATTESTATION EMISE - IMPRESSION PAR LA FILE IMPATT'.
      *- 20
           05 FILLER               PIC X(65)
              VALUE 'ATTESTATION INCONNUE AU REGISTRE'.
      *- 21
           05 FILLER               PIC X(65)
              VALUE 'ATTESTATION DU REGISTRE AFFICHEE'.
      *- 22
           05 FILLER               PIC X(65)
              VALUE 'NUMERO D''ATTESTATION NUMERIQUE'.
      *- 23
           05 FILLER               PIC X(65)
              VALUE 'DATE DU SOLDE OBLIGATOIRE POUR LE TYPE S'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 23   PIC X(65).

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
              88  STS-CLT-SUSPENDU  VALUE 'S'.
              88  STS-CLT-FERME     VALUE 'F'.
              88  STS-CLT-DECEDE    VALUE 'D'.
           05  ADR-CLT    PIC X(10).
           05  SLD-CLT    PIC S9(08)V99.
           05  PST-CLT    PIC X(02).
           05  PIN-CLT    PIC 9(04).
           05  DEC-CLT    PIC 9(06).
           05  DEV-CLT    PIC X(02).
           05  AGC-CLT    PIC X(02).
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT CO-TITULAIRE (VUE CICS FCOTIT)      *
      *------------------------------------------------------*
       01  REC-COT.
           05  CT-ID-CPTE   PIC X(08).
           05  CT-NOM       PIC X(10).
           05  CT-PRN       PIC X(10).
           05  CT-DTN       PIC 9(08).
           05  CT-SEX       PIC X(01).
           05  CT-PIN       PIC 9(04).
           05  CT-SEL       PIC X(08).
           05  CT-EMPREINTE PIC X(16).
           05  FILLER       PIC X(15).
      *
      *------------------------------------------------------*
      *   ENREGISTREMENT HISTORIQUE DES MOUVEMENTS           *
      *   (MEME DESSIN QUE HISTCLT.DAT COTE BATCH PARTI15)   *
      *------------------------------------------------------*
       01  REC-HST.
           05  HST-CLE.
              10  HST-ID-CPTE   PIC X(08).
              10  HST-SEQ       PIC 9(05).
           05  HST-DATE      PIC 9(08).
           05  HST-CODE      PIC X(01).
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  FILLER        PIC X(58).
      *
      *------------------------------------------------------*
      *   ZONES DE TRAVAIL                                   *
      *------------------------------------------------------*
       01  WS-DATE-JOUR           PIC 9(08).
       01  WS-HEURE-JOUR          PIC 9(06).
       01  WS-CPTE                PIC X(08).
       01  WS-NUMERO-CLI          PIC 9(08).
       01  WS-TYPE                PIC X(01).
           88 WS-TYPE-RIB            VALUE 'R'.
           88 WS-TYPE-SOLDE          VALUE 'S'.
           88 WS-TYPE-CLOTURE        VALUE 'C'.
           88 WS-TYPE-VALIDE         VALUE 'R' 'S' 'C'.
       01  WS-DATE-SOLDE          PIC 9(08).
       01  WS-SOLDE               PIC S9(08)V99.
       01  WS-DATE-SAISIE         PIC X(08).
       01  WS-DATE-DECOMP REDEFINES WS-DATE-SAISIE.
           05 WS-DS-AAAA          PIC 9(04).
           05 WS-DS-MM            PIC 9(02).
           05 WS-DS-JJ            PIC 9(02).
       01  WS-SOLDE-ED            PIC -ZZZZZZZ9.99.
       01  WS-SERIE               PIC 9(08).
      *
      *    RIB ET IBAN DU COMPTE, RELEVES SUR LA LIGNE FCLICPT
      *    QUI RATTACHE LE COMPTE AU CLIENT
       01  WS-RIB-CPTE.
           05 WS-RIB-BANQUE       PIC X(05).
           05 WS-RIB-GUICHET      PIC X(05).
           05 WS-RIB-COMPTE       PIC X(11).
           05 WS-RIB-CLE          PIC 9(02).
       01  WS-IBAN-CPTE           PIC X(27).
      *
       01  LIGNE-RIB.
           05 LR-BANQUE           PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LR-GUICHET          PIC X(05).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LR-COMPTE           PIC X(11).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LR-CLE              PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACE.
      *
      *    PARCOURS DES COMPTES DU CLIENT (FCLICPT)
       01  WS-FIN-BROWSE          PIC X(01).
           88 FIN-BROWSE             VALUE 'O'.
       01  WS-CPTE-TROUVE         PIC X(01).
           88 CPTE-RATTACHE          VALUE 'O'.
      *
      *    PARCOURS DE L'HISTORIQUE DU COMPTE (HISTCLT) : LE
      *    SOLDE RETENU EST CELUI DE LA DERNIERE LIGNE DATEE AU
      *    PLUS TARD DU JOUR DEMANDE
       01  WS-FIN-HST             PIC X(01).
           88 FIN-HST                VALUE 'O'.
       01  WS-NB-HST              PIC 9(05).
       01  WS-PREMIERE-SEQ        PIC 9(05).
       01  WS-PREMIERE-DATE       PIC 9(08).
       01  WS-DERNIERE-DATE       PIC 9(08).
       01  WS-SOLDE-TROUVE        PIC X(01).
           88 SOLDE-TROUVE           VALUE 'O'.
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
       01  FILLER      PIC X(16) VALUE 'ECRAN MAPATCIA'.
           COPY MAPATCIA.
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
      *   DESCRIPTION DU FICHIER FCLIENTS                    *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLIENTS'.
           COPY FCLIENTS.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FCLICPT : CROSS-REFERENCE   *
      *   CLIENT / COMPTES                                   *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CLICPT'.
           COPY FCLICPT.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU FICHIER FCTRLCLI : COMPTEURS        *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER CTRLCLI'.
           COPY FCTRLCLI.
      *
      *------------------------------------------------------*
      *   DESCRIPTION DU REGISTRE FATTEST ET DE LA FILE      *
      *   D'IMPRESSION FIMPATT                               *
      *------------------------------------------------------*
       01  FILLER      PIC X(16) VALUE 'FICHIER ATTEST'.
           COPY FATTEST.
       01  FILLER      PIC X(16) VALUE 'FICHIER IMPATT'.
           COPY FIMPATT.
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

           MOVE LOW-VALUE TO MAPATO

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

      *    LE CLIENT AFFICHE AU MENU EST PROPOSE
           IF WS-NUM-CLI NOT = ZERO
              MOVE WS-NUM-CLI TO CLIENTO
              MOVE -1 TO CPTEL
           ELSE
              MOVE -1 TO CLIENTL
           END-IF

           PERFORM 21300-ENVOI-PREMIERE-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *-------------------------*
       21300-ENVOI-PREMIERE-FOIS.
      *-------------------------*
           EXEC CICS SEND
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     FROM   (MAPATO)
                     ERASE
                     CURSOR
           END-EXEC
           .
      *-----------------*
       22000-AUTRES-FOIS.
      *-----------------*
           MOVE LOW-VALUE TO MAPATI

           EXEC CICS RECEIVE
                     MAP    (MA-MAP)
                     MAPSET (MON-MAPSET)
                     INTO   (MAPATI)
                     RESP   (C-R)
           END-EXEC

           IF C-R NOT = DFHRESP(NORMAL) AND NOT = DFHRESP(MAPFAIL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE '0' TO INDIC-ERREUR

           IF EIBAID = DFHENTER
              PERFORM 22100-VERIFIER
                  THRU 22100-FIN
           END-IF

           IF EIBAID = DFHPF5
              PERFORM 23000-EMETTRE
                  THRU 23000-FIN
           END-IF

           IF EIBAID = DFHPF3
              PERFORM 22800-RET-MENU
           END-IF

           IF EIBAID = DFHPF12
              PERFORM 22900-FIN-TRANSACTION
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
               AND NOT = DFHPF5 AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF

           PERFORM 22300-ENVOI-AUTRES-FOIS
           PERFORM 29900-RETOUR-CICS
           .
      *----------------------*
       22100-VERIFIER.
      *----------------------*
      *    NUMERO DE SERIE SEUL : CONTROLE D'UNE ATTESTATION
      *    DEJA EMISE (APPEL D'UN TIERS QUI LA PRESENTE)
           IF (SERIEI NOT = SPACE AND NOT = LOW-VALUE)
              AND (CPTEI = SPACE OR LOW-VALUE)
              PERFORM 22400-RETROUVER
                  THRU 22400-FIN
              GO TO 22100-FIN
           END-IF

           PERFORM 22500-PREPARER
               THRU 22500-FIN
           IF ERREUR
              GO TO 22100-FIN
           END-IF

           MOVE SPACE TO SERIEO DEMISO OPERO
           MOVE '1' TO INDIC-ERREUR
           MOVE 18  TO NUM-MES
           .
       22100-FIN.
           EXIT.
      *----------------------*
       22400-RETROUVER.
      *----------------------*
           IF SERIEI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 22  TO NUM-MES
              MOVE -1  TO SERIEL
              GO TO 22400-FIN
           END-IF

           MOVE SERIEI TO ATT-NUMERO
           EXEC CICS READ FILE('FATTEST')
                     RIDFLD(ATT-NUMERO)
                     INTO(ATT-ATTESTATION)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              PERFORM 22195-EFFACER-DETAIL
              MOVE '1' TO INDIC-ERREUR
              MOVE 20  TO NUM-MES
              MOVE -1  TO SERIEL
              GO TO 22400-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           MOVE ATT-NUMERO-CLI     TO CLIENTO
           MOVE ATT-ID-CPTE        TO CPTEO
           MOVE ATT-TYPE           TO TYPEO
           MOVE ATT-DESTINATAIRE   TO DESTO
           MOVE ATT-DEVISE         TO DEVISEO
           MOVE ATT-DATE-EMISSION  TO DEMISO
           MOVE ATT-OPID           TO OPERO
           IF ATT-TYPE-RIB
              MOVE SPACE           TO DSOLDEO SOLDEO
           ELSE
              MOVE ATT-DATE-SOLDE  TO DSOLDEO
              MOVE ATT-SOLDE       TO WS-SOLDE-ED
              MOVE WS-SOLDE-ED     TO SOLDEO
           END-IF
           MOVE SPACE              TO NOMO RIBO IBANO STATUTO

           MOVE '1' TO INDIC-ERREUR
           MOVE 21  TO NUM-MES
           .
       22400-FIN.
           EXIT.
      *----------------------*
       22500-PREPARER.
      *----------------------*
      *    CONTROLES DE SAISIE, LECTURE DU CLIENT, DU COMPTE ET
      *    DU RATTACHEMENT, CALCUL DU SOLDE CERTIFIE. REFAIT A
      *    L'EMISSION : RIEN N'EST GARDE D'UN ECHANGE A L'AUTRE
      *----------------------*
           IF CLIENTI = SPACE OR LOW-VALUE
              OR CPTEI = SPACE OR LOW-VALUE
              OR TYPEI = SPACE OR LOW-VALUE
              MOVE '1' TO INDIC-ERREUR
              MOVE 3   TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 22500-FIN
           END-IF

           IF CLIENTI NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 4   TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 22500-FIN
           END-IF
           MOVE CLIENTI TO WS-NUMERO-CLI

           MOVE CPTEI TO WS-VALNUM-NUM
           PERFORM 22160-CONTROLER-CLE-NUM
           IF ERREUR
              MOVE -1  TO CPTEL
              GO TO 22500-FIN
           END-IF
           MOVE CPTEI TO WS-CPTE

           MOVE TYPEI TO WS-TYPE
           IF NOT WS-TYPE-VALIDE
              MOVE '1' TO INDIC-ERREUR
              MOVE 6   TO NUM-MES
              MOVE -1  TO TYPEL
              GO TO 22500-FIN
           END-IF

           PERFORM 22180-DATE-DU-JOUR

           IF WS-TYPE-SOLDE
              IF DSOLDEI = SPACE OR LOW-VALUE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 23  TO NUM-MES
                 MOVE -1  TO DSOLDEL
                 GO TO 22500-FIN
              END-IF
              MOVE DSOLDEI TO WS-DATE-SAISIE
              PERFORM 22190-CONTROLER-DATE
              IF ERREUR
                 MOVE -1  TO DSOLDEL
                 GO TO 22500-FIN
              END-IF
              MOVE WS-DATE-SAISIE TO WS-DATE-SOLDE
              IF WS-DATE-SOLDE > WS-DATE-JOUR
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 8   TO NUM-MES
                 MOVE -1  TO DSOLDEL
                 GO TO 22500-FIN
              END-IF
           ELSE
              MOVE ZERO TO WS-DATE-SOLDE
           END-IF

      *    CLIENT
           MOVE WS-NUMERO-CLI TO E-NUMERO
           EXEC CICS READ FILE('FCLIENT')
                     RIDFLD(E-NUMERO)
                     INTO(E-CLIENT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 10  TO NUM-MES
              MOVE -1  TO CLIENTL
              GO TO 22500-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

      *    COMPTE
           MOVE WS-CPTE TO ID-CPTE
           EXEC CICS READ FILE('FCLT')
                     RIDFLD(ID-CPTE)
                     INTO(REC-CLT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE '1' TO INDIC-ERREUR
              MOVE 11  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 22500-FIN
           END-IF
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

      *    LE COMPTE APPARTIENT AU CLIENT SAISI
           PERFORM 23400-CHERCHER-COMPTE-CLIENT
           IF NOT CPTE-RATTACHE
              MOVE '1' TO INDIC-ERREUR
              MOVE 12  TO NUM-MES
              MOVE -1  TO CPTEL
              GO TO 22500-FIN
           END-IF

           EVALUATE TRUE
              WHEN WS-TYPE-RIB
      *          UN RIB NE SE DELIVRE QUE SUR UN COMPTE QUI PEUT
      *          ENCORE RECEVOIR DES VIREMENTS
                 IF STS-CLT-FERME
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 13  TO NUM-MES
                    MOVE -1  TO TYPEL
                    GO TO 22500-FIN
                 END-IF
                 IF WS-IBAN-CPTE = SPACE
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 15  TO NUM-MES
                    MOVE -1  TO CPTEL
                    GO TO 22500-FIN
                 END-IF
                 MOVE ZERO    TO WS-SOLDE
              WHEN WS-TYPE-SOLDE
                 PERFORM 24000-SOLDE-HISTORIQUE
                     THRU 24000-FIN
                 IF ERREUR
                    MOVE -1  TO DSOLDEL
                    GO TO 22500-FIN
                 END-IF
              WHEN WS-TYPE-CLOTURE
                 IF NOT STS-CLT-FERME
                    MOVE '1' TO INDIC-ERREUR
                    MOVE 14  TO NUM-MES
                    MOVE -1  TO TYPEL
                    GO TO 22500-FIN
                 END-IF
      *          DATE DE CLOTURE = DATE DU DERNIER MOUVEMENT DU
      *          COMPTE (REGLEMENT DU SOLDE A LA FERMETURE),
      *          SOLDE = SOLDE DE CLOTURE DU FICHIER
                 MOVE 99999999 TO WS-DATE-SOLDE
                 PERFORM 24100-PARCOURIR-HISTORIQUE
                 MOVE WS-DERNIERE-DATE TO WS-DATE-SOLDE
                 MOVE SLD-CLT          TO WS-SOLDE
           END-EVALUATE

           PERFORM 22170-AFFICHER-DOCUMENT
           .
       22500-FIN.
           EXIT.
      *----------------------*
       22160-CONTROLER-CLE-NUM.
      *----------------------*
      *    CLE DE CONTROLE DU NUMERO (pgvalnum) : UNE
      *    TRANSPOSITION DE CHIFFRES EST REJETEE AVANT
      *    TOUTE LECTURE DE FICHIER
      *----------------------*
           IF WS-VALNUM-NUM NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 5   TO NUM-MES
           ELSE
              MOVE 'V' TO WS-VALNUM-FONC
              CALL 'pgvalnum' USING WS-VALNUM-FONC
                                    WS-VALNUM-NUM WS-VALNUM-RC
              IF WS-VALNUM-RC NOT = 'O'
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
              END-IF
           END-IF
           .
      *----------------------*
       22170-AFFICHER-DOCUMENT.
      *----------------------*
           IF E-CLI-ENTREPRISE
              MOVE E-RAISON-SOC TO NOMO
           ELSE
              MOVE SPACE        TO NOMO
              STRING E-NOM-CLI DELIMITED BY '  '
                     ' '       DELIMITED BY SIZE
                     E-PNM-CLI DELIMITED BY '  '
                     INTO NOMO
              END-STRING
           END-IF

           IF WS-IBAN-CPTE = SPACE
              MOVE SPACE           TO RIBO IBANO
           ELSE
              MOVE WS-RIB-BANQUE   TO LR-BANQUE
              MOVE WS-RIB-GUICHET  TO LR-GUICHET
              MOVE WS-RIB-COMPTE   TO LR-COMPTE
              MOVE WS-RIB-CLE      TO LR-CLE
              MOVE LIGNE-RIB       TO RIBO
              MOVE WS-IBAN-CPTE    TO IBANO
           END-IF

           EVALUATE TRUE
              WHEN STS-CLT-ACTIF
                 MOVE 'OUVERT'              TO STATUTO
              WHEN STS-CLT-SUSPENDU
                 MOVE 'SUSPENDU'            TO STATUTO
              WHEN STS-CLT-FERME
                 MOVE 'CLOTURE'             TO STATUTO
              WHEN STS-CLT-DECEDE
                 MOVE 'TITULAIRE DECEDE'    TO STATUTO
              WHEN OTHER
                 MOVE STS-CLT               TO STATUTO
           END-EVALUATE

           MOVE DEV-CLT TO DEVISEO
           IF WS-TYPE-RIB
              MOVE SPACE         TO DSOLDEO SOLDEO
           ELSE
              IF WS-DATE-SOLDE = ZERO
                 MOVE SPACE         TO DSOLDEO
              ELSE
                 MOVE WS-DATE-SOLDE TO DSOLDEO
              END-IF
              MOVE WS-SOLDE      TO WS-SOLDE-ED
              MOVE WS-SOLDE-ED   TO SOLDEO
           END-IF
           .
      *----------------------*
       22180-DATE-DU-JOUR.
      *----------------------*
           EXEC CICS ASKTIME
                     ABSTIME(DATE-ABS)
           END-EXEC
           EXEC CICS FORMATTIME
                     ABSTIME(DATE-ABS)
                     YYYYMMDD(WS-DATE-JOUR)
                     TIME(WS-HEURE-JOUR)
           END-EXEC
           .
      *----------------------*
       22190-CONTROLER-DATE.
      *----------------------*
      *    DATE SAISIE EN AAAAMMJJ DANS WS-DATE-SAISIE
      *----------------------*
           IF WS-DATE-SAISIE NOT NUMERIC
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
           ELSE
              IF WS-DS-MM < 1 OR WS-DS-MM > 12
                 OR WS-DS-JJ < 1 OR WS-DS-JJ > 31
                 OR WS-DS-AAAA < 1900
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 7   TO NUM-MES
              END-IF
           END-IF
           .
      *----------------------*
       22195-EFFACER-DETAIL.
      *----------------------*
           MOVE SPACE TO NOMO RIBO IBANO STATUTO SOLDEO DEVISEO
                         DEMISO OPERO
           .
      *----------------------*
       23000-EMETTRE.
      *----------------------*
           PERFORM 22500-PREPARER
               THRU 22500-FIN
           IF ERREUR
              GO TO 23000-FIN
           END-IF

           PERFORM 23500-NUMERO-ATTESTATION
               THRU 23500-FIN
           MOVE C-DERNIER-NUM TO WS-SERIE

      *    INSCRIPTION AU REGISTRE
           MOVE SPACE              TO ATT-ATTESTATION
           MOVE WS-SERIE           TO ATT-NUMERO
           MOVE WS-TYPE            TO ATT-TYPE
           MOVE WS-CPTE            TO ATT-ID-CPTE
           MOVE WS-NUMERO-CLI      TO ATT-NUMERO-CLI
           MOVE WS-DATE-JOUR       TO ATT-DATE-EMISSION
           MOVE WS-HEURE-JOUR      TO ATT-HEURE-EMISSION
           MOVE WS-OPID            TO ATT-OPID
           MOVE WS-DATE-SOLDE      TO ATT-DATE-SOLDE
           MOVE WS-SOLDE           TO ATT-SOLDE
           MOVE DEV-CLT            TO ATT-DEVISE
           IF DESTI = LOW-VALUE
              MOVE SPACE           TO ATT-DESTINATAIRE
           ELSE
              MOVE DESTI           TO ATT-DESTINATAIRE
           END-IF

           EXEC CICS WRITE FILE('FATTEST')
                     RIDFLD(ATT-NUMERO)
                     FROM(ATT-ATTESTATION)
                     LENGTH(LENGTH OF ATT-ATTESTATION)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF

           PERFORM 23600-ECRIRE-IMPRESSION

           MOVE WS-SERIE      TO SERIEO
           MOVE WS-DATE-JOUR  TO DEMISO
           MOVE WS-OPID       TO OPERO
           MOVE '1' TO INDIC-ERREUR
           MOVE 19  TO NUM-MES
           .
       23000-FIN.
           EXIT.
      *-----------------------------*
       23400-CHERCHER-COMPTE-CLIENT.
      *-----------------------------*
           MOVE 'N'           TO WS-FIN-BROWSE WS-CPTE-TROUVE
           MOVE SPACE         TO WS-RIB-CPTE WS-IBAN-CPTE
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
              MOVE 'O'          TO WS-CPTE-TROUVE WS-FIN-BROWSE
              MOVE XRF-RIB      TO WS-RIB-CPTE
              MOVE XRF-IBAN     TO WS-IBAN-CPTE
           END-IF
           .
       23450-FIN.
           EXIT.
      *----------------------------*
       23500-NUMERO-ATTESTATION.
      *----------------------------*
      *    COMPTEUR 'ATT' DE FCTRLCLI, CREE A LA PREMIERE
      *    ATTESTATION (MEME REGLE D'AUTO-CREATION QUE 'DPR')
           MOVE 'ATT' TO C-CODE-CTRL

           EXEC CICS READ FILE('FCTRLCLI')
                     INTO(C-CTRL-CLI)
                     RIDFLD(C-CODE-CTRL)
                     UPDATE
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NOTFND)
              MOVE SPACE TO C-CTRL-CLI
              MOVE 'ATT' TO C-CODE-CTRL
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
       23600-ECRIRE-IMPRESSION.
      *----------------------*
      *    LE DOCUMENT EST FIGE A L'EMISSION : IMPATT IMPRIME
      *    CE QUI EST ICI, PAS LE FICHIER DU JOUR DE L'IMPRESSION
      *----------------------*
           MOVE SPACE              TO IMA-ATTESTATION
           MOVE ATT-NUMERO         TO IMA-NUMERO
           MOVE ATT-TYPE           TO IMA-TYPE
           MOVE ATT-ID-CPTE        TO IMA-ID-CPTE
           MOVE ATT-NUMERO-CLI     TO IMA-NUMERO-CLI
           MOVE ATT-DATE-EMISSION  TO IMA-DATE-EMISSION
           MOVE ATT-HEURE-EMISSION TO IMA-HEURE-EMISSION
           MOVE ATT-OPID           TO IMA-OPID
           MOVE ATT-DATE-SOLDE     TO IMA-DATE-SOLDE
           MOVE ATT-SOLDE          TO IMA-SOLDE
           MOVE ATT-DEVISE         TO IMA-DEVISE
           MOVE ATT-DESTINATAIRE   TO IMA-DESTINATAIRE
           IF E-CLI-ENTREPRISE
              MOVE E-RAISON-SOC    TO IMA-NOM
           ELSE
              MOVE E-NOM-CLI       TO IMA-NOM
              MOVE E-PNM-CLI       TO IMA-PRENOM
           END-IF
           MOVE E-ADR-CLI          TO IMA-ADRESSE
           MOVE E-CODEP-CLI        TO IMA-CODE-POSTAL
           MOVE E-VILLE-CLI        TO IMA-VILLE
           MOVE ID-REGION          TO IMA-REGION
           MOVE AGC-CLT            TO IMA-AGENCE
           IF WS-IBAN-CPTE = SPACE
              MOVE ZERO            TO IMA-RIB-CLE
           ELSE
              MOVE WS-RIB-CPTE     TO IMA-RIB
              MOVE WS-IBAN-CPTE    TO IMA-IBAN
           END-IF

      *    CO-TITULAIRE EVENTUEL
           MOVE WS-CPTE TO CT-ID-CPTE
           EXEC CICS READ FILE('FCOTIT')
                     RIDFLD(CT-ID-CPTE)
                     INTO(REC-COT)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE CT-NOM          TO IMA-COT-NOM
              MOVE CT-PRN          TO IMA-COT-PRENOM
           END-IF

           EXEC CICS WRITE FILE('FIMPATT')
                     FROM(IMA-ATTESTATION)
                     LENGTH(LENGTH OF IMA-ATTESTATION)
                     RESP(WS-RESPCR)
           END-EXEC
           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              PERFORM 91000-ERREUR-CICS
           END-IF
           .
      *----------------------*
       24000-SOLDE-HISTORIQUE.
      *----------------------*
      *    SOLDE APRES LE DERNIER MOUVEMENT DATE AU PLUS TARD DU
      *    JOUR DEMANDE. UN COMPTE SANS AUCUN MOUVEMENT EN LIGNE
      *    A TOUJOURS EU LE SOLDE DU FICHIER. SI LE PREMIER
      *    MOUVEMENT EN LIGNE EST POSTERIEUR A LA DATE : LE
      *    COMPTE N'ETAIT PAS OUVERT (SEQUENCE 1, LE DEPOT
      *    D'OUVERTURE) OU LES MOIS ANTERIEURS SONT ARCHIVES
      *    (ARCHST) ET LE CERTIFICAT RELEVE DE LA RESTITUTION
      *    GETHST
      *----------------------*
           PERFORM 24100-PARCOURIR-HISTORIQUE

           IF SOLDE-TROUVE
              GO TO 24000-FIN
           END-IF
           IF WS-NB-HST = ZERO
              MOVE SLD-CLT TO WS-SOLDE
              GO TO 24000-FIN
           END-IF
           IF WS-PREMIERE-SEQ = 1
              MOVE '1' TO INDIC-ERREUR
              MOVE 16  TO NUM-MES
           ELSE
              MOVE '1' TO INDIC-ERREUR
              MOVE 17  TO NUM-MES
           END-IF
           .
       24000-FIN.
           EXIT.
      *----------------------*
       24100-PARCOURIR-HISTORIQUE.
      *----------------------*
      *    LECTURE DES LIGNES DU COMPTE JUSQU'A LA PREMIERE
      *    POSTERIEURE A WS-DATE-SOLDE : WS-SOLDE = SOLDE APRES
      *    LA DERNIERE LIGNE RETENUE, WS-DERNIERE-DATE = SA DATE
      *----------------------*
           MOVE 'N'     TO WS-FIN-HST WS-SOLDE-TROUVE
           MOVE ZERO    TO WS-NB-HST WS-PREMIERE-SEQ
                           WS-PREMIERE-DATE WS-DERNIERE-DATE
                           WS-SOLDE
           MOVE WS-CPTE TO HST-ID-CPTE
           MOVE ZERO    TO HST-SEQ

           EXEC CICS STARTBR FILE('FHISTCLT')
                     RIDFLD(HST-CLE)
                     GTEQ
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              PERFORM 24150-LIRE-UNE-LIGNE THRU 24150-FIN
                 UNTIL FIN-HST
              EXEC CICS ENDBR FILE('FHISTCLT')
              END-EXEC
           END-IF
           .
      *----------------------*
       24150-LIRE-UNE-LIGNE.
      *----------------------*
           EXEC CICS READNEXT FILE('FHISTCLT')
                     INTO(REC-HST)
                     RIDFLD(HST-CLE)
                     RESP(WS-RESPCR)
           END-EXEC

           IF WS-RESPCR NOT = DFHRESP(NORMAL)
              OR HST-ID-CPTE NOT = WS-CPTE
              MOVE 'O' TO WS-FIN-HST
              GO TO 24150-FIN
           END-IF

           ADD 1 TO WS-NB-HST
           IF WS-NB-HST = 1
              MOVE HST-SEQ  TO WS-PREMIERE-SEQ
              MOVE HST-DATE TO WS-PREMIERE-DATE
           END-IF

           IF HST-DATE > WS-DATE-SOLDE
              MOVE 'O' TO WS-FIN-HST
              GO TO 24150-FIN
           END-IF

           MOVE 'O'           TO WS-SOLDE-TROUVE
           MOVE HST-SLD-APRES TO WS-SOLDE
           MOVE HST-DATE      TO WS-DERNIERE-DATE
           .
       24150-FIN.
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
                     FROM   (MAPATO)
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

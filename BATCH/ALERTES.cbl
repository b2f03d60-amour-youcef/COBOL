000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ALERTES.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - ALERTES SMS / EMAIL DES
001400*                   CLIENTS (JCL CLIDAILY, APRES LE
001500*                   POSTAGE PARTI15 DES MOUVEMENTS DE LA
001600*                   NUIT ET DU GUICHET). CHAQUE ABONNEMENT
001700*                   ACTIF DE FALERTE (ECRAN GESALRT) EST
001800*                   CONFRONTE AU SOLDE DE CLOTURE (TYPE S),
001900*                   AUX NOUVELLES LIGNES HISTCLT DU COMPTE
002000*                   (TYPES D ET V) OU AUX CARTES BLOQUEES
002100*                   (TYPE C, FCARTE). UNE NOTIFICATION PAR
002200*                   EVENEMENT EST ECRITE DANS ALRENV POUR
002300*                   LA PASSERELLE SMS / EMAIL, VERS LE
002400*                   TELEPHONE OU L'EMAIL DU TITULAIRE
002500*                   (FCLICPT / FCLIENTS). LES ZONES DE
002600*                   SUIVI DE FALERTE SONT REECRITES POUR
002700*                   QU'UN EVENEMENT NE SOIT NOTIFIE QU'UNE
002800*                   FOIS, MEME EN CAS DE RELANCE.
002830*   15/10/2026  SE  L'ACHAT DE DEVISES AU GUICHET (CODE H)
002860*                   COMPTE PARMI LES DEBITS SURVEILLES.
002870*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002880*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002900*--------------------------------------------------------
003000*
003100*======================================================*
003200*   E N V I R O N M E N T       D I V I S I O N        *
003300*======================================================*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-390.
003700 OBJECT-COMPUTER. IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FALERTE    ASSIGN TO FALERTE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS ALR-CLE
004400         FILE STATUS IS WS-FS-FALERTE.

004500     SELECT FCLT       ASSIGN TO FCLT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS ID-CPTE
004900         FILE STATUS IS WS-FS-FCLT.

005000     SELECT FHST       ASSIGN TO FHST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HST-CLE
005400         FILE STATUS IS WS-FS-FHST.

005500     SELECT FCARTE     ASSIGN TO FCARTE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS DYNAMIC
005800         RECORD KEY IS CRT-NUMERO
005900         FILE STATUS IS WS-FS-FCARTE.

006000     SELECT FXREF      ASSIGN TO FXREF
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS XRF-CLE
006400         ALTERNATE RECORD KEY IS XRF-ID-CPTE
006500         FILE STATUS IS WS-FS-FXREF.

006600     SELECT FCLI       ASSIGN TO FCLI
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS RANDOM
006900         RECORD KEY IS E-NUMERO
007000         FILE STATUS IS WS-FS-FCLI.

007100     SELECT ALRENV     ASSIGN TO ALRENV
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-FS-ALRENV.
007400*
007500*======================================================*
007600*           D A T A         D I V I S I O N            *
007700*======================================================*
007800 DATA DIVISION.
007900 FILE SECTION.
008000*
008100 FD  FALERTE
008200     RECORD CONTAINS 80 CHARACTERS.
008300     COPY FALERTE.
008400*
008500 FD  FCLT
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  REC-CLT.
008800     05  ID-CPTE    PIC X(08).
008900     05  ID-REGION  PIC X(02).
009000     05  NAT-CPTE   PIC 9(02).
009100     05  NOM-CLT    PIC X(10).
009200     05  PRN-CLT    PIC X(10).
009300     05  DTN-CLT    PIC 9(08).
009400     05  SEX-CLT    PIC X(01).
009500     05  ACP-CLT    PIC X(02).
009600     05  STS-CLT    PIC X(01).
009700         88 STS-CLT-ACTIF  VALUE 'O' 'C'.
009800     05  ADR-CLT    PIC X(10).
009900     05  SLD-CLT    PIC S9(08)V99.
010000     05  FILLER     PIC X(16).
010100*
010200 FD  FHST
010300     RECORD CONTAINS 100 CHARACTERS.
010400 01  REC-HST.
010500     05  HST-CLE.
010600        10  HST-ID-CPTE   PIC X(08).
010700        10  HST-SEQ       PIC 9(05).
010800     05  HST-DATE      PIC 9(08).
010900     05  HST-CODE      PIC X(01).
011000*        DEBITS : RETRAIT, CARTE, CHEQUE, FRAIS, AGIOS,
011100*        VIREMENT EXTERNE, VIREMENT EMIS, ACHAT DE DEVISES
011200         88  HST-DEBIT       VALUE 'R' 'K' 'C' 'F' 'A'
011300                                   'E' 'V' 'H'.
011400         88  HST-SALAIRE     VALUE 'S'.
011500     05  HST-MONTANT   PIC 9(08)V99.
011600     05  HST-SLD-APRES PIC S9(08)V99.
011700     05  HST-SOURCE    PIC X(04).
011800     05  HST-ANNUL-STATUT PIC X(01).
011900         88  HST-ANNULEE     VALUE 'A'.
012000     05  FILLER        PIC X(53).
012100*
012200 FD  FCARTE
012300     RECORD CONTAINS 80 CHARACTERS.
012400     COPY FCARTE.
012500*
012600 FD  FXREF
012700     RECORD CONTAINS 80 CHARACTERS.
012800     COPY FCLICPT.
012900*
013000 FD  FCLI
013100     RECORD CONTAINS 400 CHARACTERS.
013200     COPY FCLIENTS.
013300*
013400*    NOTIFICATIONS POUR LA PASSERELLE SMS / EMAIL
013500*    (ENTETE ET FIN pgctlfic). ENV-MONTANT = MONTANT DU
013600*    MOUVEMENT (TYPES D ET V), SEUIL FRANCHI (TYPE S),
013700*    ZERO (TYPE C) ; LE TOTAL DE CONTROLE PORTE DESSUS
013800 FD  ALRENV
013900     RECORD CONTAINS 160 CHARACTERS.
014000 01  REC-ALRENV.
014100     05  ENV-CANAL       PIC X(01).
014200     05  ENV-ADRESSE     PIC X(60).
014300     05  ENV-NUMERO      PIC 9(08).
014400     05  ENV-ID-CPTE     PIC X(08).
014500     05  ENV-TYPE        PIC X(01).
014600     05  ENV-DATE        PIC 9(08).
014700     05  ENV-MONTANT     PIC 9(08)V99.
014800     05  ENV-TEXTE       PIC X(60).
014900     05  FILLER          PIC X(04).
015000*
015100*------------------------------------------------------*
015200 WORKING-STORAGE SECTION.
015300*------------------------------------------------------*
015400*
015500 01  WS-FS-FALERTE            PIC X(02) VALUE SPACE.
015600     88 FS-FALERTE-OK            VALUE '00'.
015700 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
015800     88 FS-FCLT-OK               VALUE '00'.
015900 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
016000     88 FS-FHST-OK               VALUE '00'.
016100 01  WS-FS-FCARTE             PIC X(02) VALUE SPACE.
016200     88 FS-FCARTE-OK             VALUE '00'.
016300 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
016400     88 FS-FXREF-OK              VALUE '00'.
016500 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
016600     88 FS-FCLI-OK               VALUE '00'.
016700 01  WS-FS-ALRENV             PIC X(02) VALUE SPACE.
016800     88 FS-ALRENV-OK             VALUE '00'.
016900*
017000 01  WS-FIN-FALERTE           PIC X(01) VALUE 'N'.
017100     88 FIN-FALERTE              VALUE 'Y'.
017200 01  WS-FIN-HST               PIC X(01) VALUE 'N'.
017300     88 FIN-HST                  VALUE 'Y'.
017400 01  WS-FIN-CARTE             PIC X(01) VALUE 'N'.
017500     88 FIN-CARTE                VALUE 'Y'.
017600*
017700*    BIN (IDENTIFIANT EMETTEUR) DES CARTES DE LA BANQUE :
017800*    LES CARTES D'UN COMPTE ONT LA CLE BIN + COMPTE
017900 01  WS-BIN                   PIC X(06) VALUE '497010'.
018000*
018100 01  WS-DATE-JOUR             PIC 9(08).
018200*
018300*    COORDONNEE DU TITULAIRE SUR LE CANAL DE L'ABONNEMENT
018400*    (A BLANC : CLIENT INTROUVABLE OU SANS TELEPHONE /
018500*    EMAIL, LA NOTIFICATION N'EST PAS ECRITE)
018600 01  WS-ADRESSE               PIC X(60).
018700 01  WS-NUMERO                PIC 9(08).
019000*    SUIVI DE LA CARTE LA PLUS RECEMMENT NOTIFIEE
019100 01  WS-DATE-EVT              PIC 9(08).
019200*
019300*    CONSTRUCTION DU TEXTE DE LA NOTIFICATION
019400 01  WS-TEXTE                 PIC X(60).
019500 01  WS-MONTANT-ED            PIC -(8)9.99.
019600 01  WS-MONTANT-ZONE          PIC X(12).
019700 01  WS-NB-BLANCS             PIC 9(02) COMP.
019800 01  WS-POS                   PIC 9(02) COMP.
019900 01  WS-MOTIF-CARTE           PIC X(05).
020000 01  WS-MONTANT-ENV           PIC 9(08)V99.
020100*
020200 01  WS-NB-ABONNEMENTS        PIC 9(07) VALUE ZERO.
020300 01  WS-NB-ACTIFS             PIC 9(07) VALUE ZERO.
020400 01  WS-NB-NOTIFS             PIC 9(07) VALUE ZERO.
020500 01  WS-NB-SANS-ADRESSE       PIC 9(07) VALUE ZERO.
020600 01  WS-NB-CPTE-INCONNU       PIC 9(07) VALUE ZERO.
020700 01  WS-NB-LIGNES-HST         PIC 9(07) VALUE ZERO.
020800 01  WS-HASH-NOTIFS           PIC 9(13)V99 VALUE ZERO.
020900*
021000*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
021100 01  RL-COMMUN.
021200     05 RL-FONCTION    PIC X(01).
021300     05 RL-PROG        PIC X(08).
021400     05 RL-LUS         PIC 9(09).
021500     05 RL-ECRITS      PIC 9(09).
021600     05 RL-REJETES     PIC 9(09).
021700     05 RL-RC          PIC 9(02).
021800*
021900*    ENTETES / FINS DE CONTROLE (MODULE pgctlfic)
022000 01  CTL-COMMUN.
022100     05 CTL-FONCTION          PIC X(01).
022200     05 CTL-PROG              PIC X(08).
022300     05 CTL-DATE              PIC 9(08).
022400     05 CTL-COMPTEUR          PIC 9(09).
022500     05 CTL-HASH              PIC 9(13)V99.
022600     05 CTL-RC                PIC X(01).
022700     05 CTL-ENREG             PIC X(53).
022800*
022900*======================================================*
023000*     P R O C E D U R E     D I V I S I O N            *
023100*======================================================*
023200 PROCEDURE DIVISION.
023300*----------------------*
023400 0000-MAINLINE.
023500*----------------------*
023600     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
023700     IF RETURN-CODE NOT < 8
023800        GOBACK
023900     END-IF
024000     PERFORM 2000-TRAITER-ABONNEMENT
024100         THRU 2000-TRAITER-ABONNEMENT-EXIT
024200         UNTIL FIN-FALERTE
024300     PERFORM 9000-TERMINAISON
024400     GOBACK
024500     .
024600*----------------------*
024700 1000-INITIALISATION.
024800*----------------------*
024900     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

025000     MOVE 'D' TO RL-FONCTION
025100     MOVE 'ALERTES' TO RL-PROG
025200     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
025300     CALL 'pgrunlog' USING RL-COMMUN

025400     OPEN I-O FALERTE
025500     IF NOT FS-FALERTE-OK
025600        DISPLAY 'ALERTES - ERREUR OPEN FALERTE - FS='
025700                WS-FS-FALERTE
025800        MOVE 12 TO RETURN-CODE
025900        GO TO 1000-INITIALISATION-EXIT
026000     END-IF

026100     OPEN INPUT FCLT
026200     IF NOT FS-FCLT-OK
026300        DISPLAY 'ALERTES - ERREUR OPEN FCLT - FS='
026400                WS-FS-FCLT
026500        MOVE 12 TO RETURN-CODE
026600        CLOSE FALERTE
026700        GO TO 1000-INITIALISATION-EXIT
026800     END-IF

026900     OPEN INPUT FHST
027000     IF NOT FS-FHST-OK
027100        DISPLAY 'ALERTES - ERREUR OPEN FHST - FS='
027200                WS-FS-FHST
027300        MOVE 12 TO RETURN-CODE
027400        CLOSE FALERTE FCLT
027500        GO TO 1000-INITIALISATION-EXIT
027600     END-IF

027700     OPEN INPUT FCARTE
027800     IF NOT FS-FCARTE-OK
027900        DISPLAY 'ALERTES - ERREUR OPEN FCARTE - FS='
028000                WS-FS-FCARTE
028100        MOVE 12 TO RETURN-CODE
028200        CLOSE FALERTE FCLT FHST
028300        GO TO 1000-INITIALISATION-EXIT
028400     END-IF

028500     OPEN INPUT FXREF
028600     IF NOT FS-FXREF-OK
028700        DISPLAY 'ALERTES - ERREUR OPEN FXREF - FS='
028800                WS-FS-FXREF
028900        MOVE 12 TO RETURN-CODE
029000        CLOSE FALERTE FCLT FHST FCARTE
029100        GO TO 1000-INITIALISATION-EXIT
029200     END-IF

029300     OPEN INPUT FCLI
029400     IF NOT FS-FCLI-OK
029500        DISPLAY 'ALERTES - ERREUR OPEN FCLI - FS='
029600                WS-FS-FCLI
029700        MOVE 12 TO RETURN-CODE
029800        CLOSE FALERTE FCLT FHST FCARTE FXREF
029900        GO TO 1000-INITIALISATION-EXIT
030000     END-IF

030100     OPEN OUTPUT ALRENV
030200     IF NOT FS-ALRENV-OK
030300        DISPLAY 'ALERTES - ERREUR OPEN ALRENV - FS='
030400                WS-FS-ALRENV
030500        MOVE 12 TO RETURN-CODE
030600        CLOSE FALERTE FCLT FHST FCARTE FXREF FCLI
030700        GO TO 1000-INITIALISATION-EXIT
030800     END-IF

030900     MOVE 'E'       TO CTL-FONCTION
031000     MOVE 'ALERTES' TO CTL-PROG
031100     MOVE WS-DATE-JOUR TO CTL-DATE
031200     CALL 'pgctlfic' USING CTL-COMMUN
031300     MOVE SPACE     TO REC-ALRENV
031400     MOVE CTL-ENREG TO REC-ALRENV(1:53)
031500     WRITE REC-ALRENV
031600     .
031700 1000-INITIALISATION-EXIT.
031800     EXIT.
031900*----------------------*
032000 2000-TRAITER-ABONNEMENT.
032100*----------------------*
032200     READ FALERTE NEXT RECORD
032300         AT END
032400            MOVE 'Y' TO WS-FIN-FALERTE
032500            GO TO 2000-TRAITER-ABONNEMENT-EXIT
032600     END-READ
032700     ADD 1 TO WS-NB-ABONNEMENTS

032800     IF NOT ALR-ACTIF
032900        GO TO 2000-TRAITER-ABONNEMENT-EXIT
033000     END-IF
033100     ADD 1 TO WS-NB-ACTIFS

033200     MOVE ALR-ID-CPTE TO ID-CPTE
033300     READ FCLT
033400         INVALID KEY
033500            DISPLAY 'ALERTES - COMPTE INCONNU : ' ALR-ID-CPTE
033600                    ' TYPE ' ALR-TYPE
033700            ADD 1 TO WS-NB-CPTE-INCONNU
033800            GO TO 2000-TRAITER-ABONNEMENT-EXIT
033900     END-READ

034000     PERFORM 7000-CHERCHER-ADRESSE THRU 7000-CHERCHER-EXIT

034100     EVALUATE TRUE
034200        WHEN ALR-SOLDE-BAS
034300           PERFORM 3000-CONTROLER-SOLDE
034400        WHEN ALR-GROS-DEBIT
034500        WHEN ALR-SALAIRE
034600           PERFORM 4000-PARCOURIR-HISTORIQUE
034700               THRU 4000-PARCOURIR-EXIT
034800        WHEN ALR-CARTE
034900           PERFORM 5000-PARCOURIR-CARTES
035000               THRU 5000-PARCOURIR-EXIT
035100     END-EVALUATE

035200     REWRITE ALR-ABONNEMENT
035300     IF NOT FS-FALERTE-OK
035400        DISPLAY 'ALERTES - REWRITE FALERTE IMPOSSIBLE : '
035500                ALR-ID-CPTE ' TYPE ' ALR-TYPE
035600                ' FS=' WS-FS-FALERTE
035700     END-IF
035800     .
035900 2000-TRAITER-ABONNEMENT-EXIT.
036000     EXIT.
036100*----------------------*
036200 3000-CONTROLER-SOLDE.
036300*----------------------*
036400*    SOLDE DE CLOTURE SOUS LE SEUIL : UNE SEULE ALERTE
036500*    TANT QU'IL Y RESTE ; LE SEUIL EST REARME DES QUE LE
036600*    SOLDE REMONTE AU NIVEAU DU SEUIL
036700     IF SLD-CLT NOT < ALR-SEUIL
036800        MOVE 'N' TO ALR-SOUS-SEUIL
036900     ELSE
037000        IF NOT ALR-SEUIL-FRANCHI
037100           MOVE 'O'     TO ALR-SOUS-SEUIL
037200           MOVE SLD-CLT TO WS-MONTANT-ED
037300           PERFORM 6100-CADRER-MONTANT
037400           MOVE SPACE   TO WS-TEXTE
037500           STRING 'SOLDE DU COMPTE ' ALR-ID-CPTE ' : '
037600                  WS-MONTANT-ZONE(WS-POS:)
037700                  ' SOUS VOTRE SEUIL'
037800                  DELIMITED BY SIZE INTO WS-TEXTE
037900           MOVE ALR-SEUIL TO WS-MONTANT-ENV
038000           PERFORM 6000-NOTIFIER
038100        END-IF
038200     END-IF
038300     .
038400*----------------------*
038500 4000-PARCOURIR-HISTORIQUE.
038600*----------------------*
038700*    LIGNES HISTCLT DU COMPTE POSTERIEURES A LA DERNIERE
038800*    SEQUENCE EXAMINEE (POSTAGE DE LA NUIT ET GUICHET DU
038900*    JOUR) ; LA SEQUENCE LUE EST RETENUE MEME SANS ALERTE
039000     MOVE 'N'         TO WS-FIN-HST
039100     MOVE ALR-ID-CPTE TO HST-ID-CPTE
039200     MOVE ALR-DERNIER-SEQ TO HST-SEQ
039300     START FHST KEY IS GREATER THAN HST-CLE
039400         INVALID KEY
039500            GO TO 4000-PARCOURIR-EXIT
039600     END-START
039700     PERFORM 4100-LIRE-UNE-LIGNE
039800         UNTIL FIN-HST
039900     .
040000 4000-PARCOURIR-EXIT.
040100     EXIT.
040200*----------------------*
040300 4100-LIRE-UNE-LIGNE.
040400*----------------------*
040500     READ FHST NEXT RECORD
040600         AT END
040700            MOVE 'Y' TO WS-FIN-HST
040800     END-READ
040900     IF NOT FIN-HST
041000        IF HST-ID-CPTE NOT = ALR-ID-CPTE
041100           MOVE 'Y' TO WS-FIN-HST
041200        ELSE
041300           ADD 1 TO WS-NB-LIGNES-HST
041400           MOVE HST-SEQ TO ALR-DERNIER-SEQ
041500*          LIGNES ANTERIEURES A LA SOUSCRIPTION OU DEJA
041600*          CONTREPASSEES : PAS D'ALERTE
041700           IF HST-DATE NOT < ALR-DATE-CREA
041800              AND NOT HST-ANNULEE
041900              PERFORM 4200-EXAMINER-LIGNE
042000           END-IF
042100        END-IF
042200     END-IF
042300     .
042400*----------------------*
042500 4200-EXAMINER-LIGNE.
042600*----------------------*
042700     MOVE HST-MONTANT TO WS-MONTANT-ED
042800     PERFORM 6100-CADRER-MONTANT
042900     MOVE SPACE       TO WS-TEXTE
043000     IF ALR-GROS-DEBIT
043100        AND HST-DEBIT
043200        AND HST-MONTANT > ALR-SEUIL
043300        STRING 'DEBIT DE ' WS-MONTANT-ZONE(WS-POS:)
043400               ' SUR LE COMPTE ' ALR-ID-CPTE
043500               DELIMITED BY SIZE INTO WS-TEXTE
043600        MOVE HST-MONTANT TO WS-MONTANT-ENV
043700        PERFORM 6000-NOTIFIER
043800     END-IF
043900     IF ALR-SALAIRE
044000        AND HST-SALAIRE
044100        STRING 'SALAIRE DE ' WS-MONTANT-ZONE(WS-POS:)
044200               ' CREDITE SUR LE COMPTE ' ALR-ID-CPTE
044300               DELIMITED BY SIZE INTO WS-TEXTE
044400        MOVE HST-MONTANT TO WS-MONTANT-ENV
044500        PERFORM 6000-NOTIFIER
044600     END-IF
044700     .
044800*----------------------*
044900 5000-PARCOURIR-CARTES.
045000*----------------------*
045100*    CARTES DU COMPTE (CLES CONTIGUES BIN + COMPTE)
045200*    PASSEES PERDUES OU VOLEES DEPUIS LA DERNIERE CARTE
045300*    NOTIFIEE (ALR-DATE-EVT) ET DEPUIS LA SOUSCRIPTION
045400     MOVE 'N'          TO WS-FIN-CARTE
045500     MOVE ALR-DATE-EVT TO WS-DATE-EVT
045600     MOVE SPACE        TO CRT-NUMERO
045700     STRING WS-BIN ALR-ID-CPTE '00'
045800            DELIMITED BY SIZE INTO CRT-NUMERO
045900     START FCARTE KEY IS NOT LESS THAN CRT-NUMERO
046000         INVALID KEY
046100            GO TO 5000-PARCOURIR-EXIT
046200     END-START
046300     PERFORM 5100-LIRE-UNE-CARTE
046400         UNTIL FIN-CARTE
046500     MOVE WS-DATE-EVT TO ALR-DATE-EVT
046600     .
046700 5000-PARCOURIR-EXIT.
046800     EXIT.
046900*----------------------*
047000 5100-LIRE-UNE-CARTE.
047100*----------------------*
047200     READ FCARTE NEXT RECORD
047300         AT END
047400            MOVE 'Y' TO WS-FIN-CARTE
047500     END-READ
047600     IF NOT FIN-CARTE
047700        IF CRT-BIN NOT = WS-BIN
047800           OR CRT-CPTE-NUM NOT = ALR-ID-CPTE
047900           MOVE 'Y' TO WS-FIN-CARTE
048000        ELSE
048100           IF CRT-BLOQUEE
048200              AND CRT-DATE-STATUT > ALR-DATE-EVT
048300              AND CRT-DATE-STATUT NOT < ALR-DATE-CREA
048400              PERFORM 5200-NOTIFIER-CARTE
048500           END-IF
048600        END-IF
048700     END-IF
048800     .
048900*----------------------*
049000 5200-NOTIFIER-CARTE.
049100*----------------------*
049200*    LE NUMERO DE CARTE N'EST JAMAIS ENVOYE EN CLAIR :
049300*    SEULS LES QUATRE DERNIERS CHIFFRES FIGURENT AU TEXTE
049400     IF CRT-VOLEE
049500        MOVE 'VOL'   TO WS-MOTIF-CARTE
049600     ELSE
049700        MOVE 'PERTE' TO WS-MOTIF-CARTE
049800     END-IF
049900     MOVE SPACE TO WS-TEXTE
050000     STRING 'CARTE ...' CRT-NUMERO(13:4) ' BLOQUEE ('
050100            DELIMITED BY SIZE
050200            WS-MOTIF-CARTE DELIMITED BY SPACE
050300            ') - COMPTE ' ALR-ID-CPTE
050400            DELIMITED BY SIZE INTO WS-TEXTE
050500     MOVE ZERO TO WS-MONTANT-ENV
050600     PERFORM 6000-NOTIFIER
050700     IF CRT-DATE-STATUT > WS-DATE-EVT
050800        MOVE CRT-DATE-STATUT TO WS-DATE-EVT
050900     END-IF
051000     .
051100*----------------------*
051200 6000-NOTIFIER.
051300*----------------------*
051400*    SANS COORDONNEE SUR LE CANAL CHOISI, L'EVENEMENT EST
051500*    COMPTE ET SIGNALE MAIS N'EST PAS REPRESENTE PLUS TARD
051600     IF WS-ADRESSE = SPACE
051700        DISPLAY 'ALERTES - SANS COORDONNEE ' ALR-CANAL
051800                ' : ' ALR-ID-CPTE ' TYPE ' ALR-TYPE
051900        ADD 1 TO WS-NB-SANS-ADRESSE
052000     ELSE
052100        MOVE SPACE          TO REC-ALRENV
052200        MOVE ALR-CANAL      TO ENV-CANAL
052300        MOVE WS-ADRESSE     TO ENV-ADRESSE
052400        MOVE WS-NUMERO      TO ENV-NUMERO
052500        MOVE ALR-ID-CPTE    TO ENV-ID-CPTE
052600        MOVE ALR-TYPE       TO ENV-TYPE
052700        MOVE WS-DATE-JOUR   TO ENV-DATE
052800        MOVE WS-MONTANT-ENV TO ENV-MONTANT
052900        MOVE WS-TEXTE       TO ENV-TEXTE
053000        WRITE REC-ALRENV
053100        ADD 1 TO WS-NB-NOTIFS
053200        ADD WS-MONTANT-ENV TO WS-HASH-NOTIFS
053300        MOVE WS-DATE-JOUR   TO ALR-DATE-ENVOI
053400     END-IF
053500     .
053600*----------------------*
053700 6100-CADRER-MONTANT.
053800*----------------------*
053900*    MONTANT EDITE CADRE A GAUCHE POUR LE TEXTE :
054000*    WS-MONTANT-ZONE(WS-POS:) SANS LES BLANCS DE TETE
054100     MOVE WS-MONTANT-ED TO WS-MONTANT-ZONE
054200     MOVE ZERO TO WS-NB-BLANCS
054300     INSPECT WS-MONTANT-ZONE TALLYING WS-NB-BLANCS
054400             FOR LEADING SPACE
054500     COMPUTE WS-POS = WS-NB-BLANCS + 1
054600     .
054700*----------------------*
054800 7000-CHERCHER-ADRESSE.
054900*----------------------*
055000*    COMPTE -> CLIENT TITULAIRE (CLE SECONDAIRE DE
055100*    FCLICPT) -> TELEPHONE OU EMAIL DE LA FICHE FCLIENTS
055200     MOVE SPACE TO WS-ADRESSE
055300     MOVE ZERO  TO WS-NUMERO
055400     MOVE ALR-ID-CPTE TO XRF-ID-CPTE
055500     READ FXREF KEY IS XRF-ID-CPTE
055600         INVALID KEY
055700            GO TO 7000-CHERCHER-EXIT
055800     END-READ

055900     MOVE XRF-NUMERO TO E-NUMERO
056000     READ FCLI
056100         INVALID KEY
056200            GO TO 7000-CHERCHER-EXIT
056300     END-READ
056400     MOVE XRF-NUMERO TO WS-NUMERO
056500     IF NOT E-CLI-ACTIF
056600        GO TO 7000-CHERCHER-EXIT
056700     END-IF

056800     IF ALR-PAR-SMS
056900        IF E-TELF-NUM NOT = SPACE
057000           MOVE E-TELF-CLI TO WS-ADRESSE
057100        END-IF
057200     ELSE
057300        MOVE E-EMAIL-CLI TO WS-ADRESSE
057400     END-IF
057500     .
057600 7000-CHERCHER-EXIT.
057700     EXIT.
057800*----------------------*
057900 9000-TERMINAISON.
058000*----------------------*
058100     MOVE 'T'            TO CTL-FONCTION
058200     MOVE WS-NB-NOTIFS   TO CTL-COMPTEUR
058300     MOVE WS-HASH-NOTIFS TO CTL-HASH
058400     CALL 'pgctlfic' USING CTL-COMMUN
058500     MOVE SPACE     TO REC-ALRENV
058600     MOVE CTL-ENREG TO REC-ALRENV(1:53)
058700     WRITE REC-ALRENV

058800     CLOSE FALERTE
058900     CLOSE FCLT
059000     CLOSE FHST
059100     CLOSE FCARTE
059200     CLOSE FXREF
059300     CLOSE FCLI
059400     CLOSE ALRENV

059500     DISPLAY 'ALERTES - ABONNEMENTS LUS     : '
059600             WS-NB-ABONNEMENTS
059700     DISPLAY 'ALERTES - ABONNEMENTS ACTIFS  : ' WS-NB-ACTIFS
059800     DISPLAY 'ALERTES - LIGNES HISTCLT VUES : '
059900             WS-NB-LIGNES-HST
060000     DISPLAY 'ALERTES - NOTIFICATIONS       : ' WS-NB-NOTIFS
060100     DISPLAY 'ALERTES - SANS COORDONNEE     : '
060200             WS-NB-SANS-ADRESSE
060300     DISPLAY 'ALERTES - COMPTES INCONNUS    : '
060400             WS-NB-CPTE-INCONNU

060500     IF WS-NB-SANS-ADRESSE > ZERO OR WS-NB-CPTE-INCONNU > ZERO
060600        MOVE 4 TO RETURN-CODE
060700     END-IF

060800     MOVE 'F' TO RL-FONCTION
060900     MOVE 'ALERTES' TO RL-PROG
061000     MOVE WS-NB-ACTIFS TO RL-LUS
061100     MOVE WS-NB-NOTIFS TO RL-ECRITS
061200     COMPUTE RL-REJETES = WS-NB-SANS-ADRESSE
061300                        + WS-NB-CPTE-INCONNU
061400     MOVE RETURN-CODE TO RL-RC
061500     CALL 'pgrunlog' USING RL-COMMUN
061600     .

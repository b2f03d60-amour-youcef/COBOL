000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    INCCHQ.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - REGISTRE DES INCIDENTS DE
001400*                   PAIEMENT DE CHEQUES (FINCCHQ) ET
001500*                   INTERDICTION BANCAIRE (JCL CLIDAILY,
001600*                   APRES CHQIMP). UN REJET 'CH' RESTE EN
001700*                   SUSPENS AU-DELA DU DELAI DE
001800*                   REGULARISATION EST INSCRIT AU REGISTRE
001900*                   DU CLIENT TITULAIRE (VIA FCLICPT). LE
002000*                   PREMIER INCIDENT ACTIF MET LE CLIENT
002100*                   EN INTERDICTION DE CHEQUIER : LETTRE
002200*                   D'AVERTISSEMENT (IMAGE FEXTRAIT LETINC
002300*                   POUR MAILCLI) ET DECLARATION AU
002400*                   FICHIER CENTRAL (DECLINT). LES CARTES
002500*                   REGCHQ (CHEQUE PAYE) REGULARISENT UN
002600*                   INCIDENT ; LE DERNIER INCIDENT ACTIF
002700*                   REGULARISE LEVE L'INTERDICTION,
002800*                   DECLAREE ELLE AUSSI DANS DECLINT.
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
004000     SELECT FINCCHQ    ASSIGN TO FINCCHQ
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS INC-CLE
004400         FILE STATUS IS WS-FS-FINCCHQ.

004500     SELECT FSUS       ASSIGN TO FSUS
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-FS-FSUS.

004800     SELECT REGCHQ     ASSIGN TO REGCHQ
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FS-REGCHQ.

005100     SELECT FXREF      ASSIGN TO FXREF
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS XRF-CLE
005500         ALTERNATE RECORD KEY IS XRF-ID-CPTE
005600         FILE STATUS IS WS-FS-FXREF.

005700     SELECT FCLI       ASSIGN TO FCLI
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS RANDOM
006000         RECORD KEY IS E-NUMERO
006100         FILE STATUS IS WS-FS-FCLI.

006200     SELECT FCLT       ASSIGN TO FCLT
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS ID-CPTE
006600         FILE STATUS IS WS-FS-FCLT.

006700     SELECT DECLINT    ASSIGN TO DECLINT
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-FS-DECLINT.

007000     SELECT LETINC     ASSIGN TO LETINC
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-FS-LETINC.

007300     SELECT INCCHQRP   ASSIGN TO INCCHQRP
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-FS-INCCHQRP.
007600*
007700*======================================================*
007800*           D A T A         D I V I S I O N            *
007900*======================================================*
008000 DATA DIVISION.
008100 FILE SECTION.
008200*
008300 FD  FINCCHQ
008400     RECORD CONTAINS 80 CHARACTERS.
008500     COPY FINCCHQ.
008600*
008700 FD  FSUS
008800     RECORD CONTAINS 90 CHARACTERS.
008900 01  REC-SUS.
009000     05  SUS-MOTIF       PIC X(02).
009100     05  SUS-DATE-ENTREE PIC 9(08).
009200     05  SUS-MVT.
009300        10  SUS-ID-CPTE     PIC X(08).
009400        10  SUS-CODE        PIC X(01).
009500        10  SUS-MONTANT     PIC 9(08)V99.
009600        10  SUS-PIN         PIC 9(04).
009700        10  SUS-CPTE-CIBLE  PIC X(08).
009800        10  SUS-DATE-VALEUR PIC 9(08).
009900        10  SUS-SEQ         PIC 9(04).
010000        10  SUS-SOURCE      PIC X(04).
010100        10  SUS-NUM-CHEQUE  PIC 9(07).
010200        10  FILLER          PIC X(26).
010300*
010400*    CARTES DE REGULARISATION : CHEQUE PAYE AU BENEFICIAIRE
010500*    (DATE A ZERO = DATE DU TRAITEMENT)
010600 FD  REGCHQ
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  REC-CARTE.
010900     05  CAR-ID-CPTE     PIC X(08).
011000     05  CAR-NUM-CHEQUE  PIC 9(07).
011100     05  CAR-DATE-REGUL  PIC 9(08).
011200     05  FILLER          PIC X(57).
011300*
011400 FD  FXREF
011500     RECORD CONTAINS 80 CHARACTERS.
011600     COPY FCLICPT.
011700*
011800 FD  FCLI
011900     RECORD CONTAINS 400 CHARACTERS.
012000     COPY FCLIENTS.
012100*
012200 FD  FCLT
012300     RECORD CONTAINS 80 CHARACTERS.
012400 01  REC-CLT.
012500     05  ID-CPTE    PIC X(08).
012600     05  ID-REGION  PIC X(02).
012700     05  NAT-CPTE   PIC 9(02).
012800     05  NOM-CLT    PIC X(10).
012900     05  PRN-CLT    PIC X(10).
013000     05  DTN-CLT    PIC 9(08).
013100     05  FILLER     PIC X(40).
013200*
013300*    DECLARATIONS AU FICHIER CENTRAL DES CHEQUES :
013400*    I = INTERDICTION, L = LEVEE (ENTETE ET FIN pgctlfic)
013500 FD  DECLINT
013600     RECORD CONTAINS 80 CHARACTERS.
013700 01  REC-DECLINT.
013800     05  DI-TYPE         PIC X(01).
013900     05  DI-DATE         PIC 9(08).
014000     05  DI-NUMERO       PIC 9(08).
014100     05  DI-NOM          PIC X(20).
014200     05  DI-PRENOM       PIC X(20).
014300     05  DI-DTN          PIC 9(08).
014400     05  DI-ID-CPTE      PIC X(08).
014500     05  DI-NUM-CHEQUE   PIC 9(07).
014600*
014700*    IMAGES CLIENT AU FORMAT FEXTRAIT POUR MAILCLI
014800 FD  LETINC
014900     RECORD CONTAINS 400 CHARACTERS.
015000 01  REC-LETINC               PIC X(400).
015100*
015200 FD  INCCHQRP
015300     RECORD CONTAINS 80 CHARACTERS.
015400 01  REC-INCCHQRP             PIC X(80).
015500*
015600*------------------------------------------------------*
015700 WORKING-STORAGE SECTION.
015800*------------------------------------------------------*
015900*
016000 01  WS-FS-FINCCHQ            PIC X(02) VALUE SPACE.
016100     88 FS-FINCCHQ-OK            VALUE '00'.
016200 01  WS-FS-FSUS               PIC X(02) VALUE SPACE.
016300     88 FS-FSUS-OK               VALUE '00'.
016400 01  WS-FS-REGCHQ             PIC X(02) VALUE SPACE.
016500     88 FS-REGCHQ-OK             VALUE '00'.
016600 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
016700     88 FS-FXREF-OK              VALUE '00'.
016800 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
016900     88 FS-FCLI-OK               VALUE '00'.
017000 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
017100     88 FS-FCLT-OK               VALUE '00'.
017200 01  WS-FS-DECLINT            PIC X(02) VALUE SPACE.
017300     88 FS-DECLINT-OK            VALUE '00'.
017400 01  WS-FS-LETINC             PIC X(02) VALUE SPACE.
017500     88 FS-LETINC-OK             VALUE '00'.
017600 01  WS-FS-INCCHQRP           PIC X(02) VALUE SPACE.
017700     88 FS-INCCHQRP-OK           VALUE '00'.
017800*
017900 01  WS-FIN-FSUS              PIC X(01) VALUE 'N'.
018000     88 FIN-FSUS                 VALUE 'Y'.
018100 01  WS-FIN-REGCHQ            PIC X(01) VALUE 'N'.
018200     88 FIN-REGCHQ               VALUE 'Y'.
018300 01  WS-FIN-INC               PIC X(01) VALUE 'N'.
018400     88 FIN-INC                  VALUE 'Y'.
018500*
018600*    DELAI (EN JOURS DEPUIS LA PREMIERE PRESENTATION)
018700*    LAISSE AU CLIENT POUR PROVISIONNER SON COMPTE AVANT
018800*    L'INSCRIPTION DE L'INCIDENT
018900 01  WS-DELAI-REGUL           PIC 9(03) VALUE 030.
019000*
019100 01  WS-DATE-JOUR             PIC 9(08).
019200 01  WS-JOUR-ENTIER           PIC 9(07).
019300 01  WS-ENTREE-ENTIER         PIC 9(07).
019400 01  WS-AGE-JOURS             PIC 9(05).
019500*
019600*    CLIENT TITULAIRE DU COMPTE EN COURS
019700 01  WS-CLIENT                PIC 9(08).
019800 01  WS-CLIENT-TROUVE         PIC X(01) VALUE 'N'.
019900     88 CLIENT-TROUVE            VALUE 'O'.
020000 01  WS-NB-ACTIFS             PIC 9(05).
020100*
020200 01  WS-NB-CARTES             PIC 9(07) VALUE ZERO.
020300 01  WS-NB-REGULARISES        PIC 9(07) VALUE ZERO.
020400 01  WS-NB-REJETS             PIC 9(07) VALUE ZERO.
020500 01  WS-NB-SUSPENS-CH         PIC 9(07) VALUE ZERO.
020600 01  WS-NB-INSCRITS           PIC 9(07) VALUE ZERO.
020700 01  WS-NB-INTERDITS          PIC 9(07) VALUE ZERO.
020800 01  WS-NB-LEVEES             PIC 9(07) VALUE ZERO.
020900 01  WS-NB-SANS-CLIENT        PIC 9(07) VALUE ZERO.
021000 01  WS-NB-DECLARATIONS       PIC 9(07) VALUE ZERO.
021100 01  WS-NB-LETTRES            PIC 9(07) VALUE ZERO.
021200*
021300 01  WS-MOTIF-REJET           PIC X(40).
021400*
021500*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
021600 01  RL-COMMUN.
021700     05 RL-FONCTION    PIC X(01).
021800     05 RL-PROG        PIC X(08).
021900     05 RL-LUS         PIC 9(09).
022000     05 RL-ECRITS      PIC 9(09).
022100     05 RL-REJETES     PIC 9(09).
022200     05 RL-RC          PIC 9(02).
022300*
022400*    ENTETES / FINS DE CONTROLE (MODULE pgctlfic)
022500 01  CTL-COMMUN.
022600     05 CTL-FONCTION          PIC X(01).
022700     05 CTL-PROG              PIC X(08).
022800     05 CTL-DATE              PIC 9(08).
022900     05 CTL-COMPTEUR          PIC 9(09).
023000     05 CTL-HASH              PIC 9(13)V99.
023100     05 CTL-RC                PIC X(01).
023200     05 CTL-ENREG             PIC X(53).
023300*
023400 01  LIGNE-TITRE.
023500     05 FILLER                PIC X(44) VALUE
023600        'INCIDENTS DE PAIEMENT DE CHEQUES - ARRETE A '.
023700     05 LT-DATE               PIC 9(08).
023800     05 FILLER                PIC X(28) VALUE SPACE.
023900*
024000 01  LIGNE-DETAIL.
024100     05 LD-ACTION             PIC X(12).
024200     05 FILLER                PIC X(01) VALUE SPACE.
024300     05 LD-NUMERO             PIC 9(08).
024400     05 FILLER                PIC X(01) VALUE SPACE.
024500     05 LD-CPTE               PIC X(08).
024600     05 FILLER                PIC X(01) VALUE SPACE.
024700     05 LD-CHEQUE             PIC 9(07).
024800     05 FILLER                PIC X(01) VALUE SPACE.
024900     05 LD-MONTANT            PIC ZZZZZZZ9.99.
025000     05 FILLER                PIC X(01) VALUE SPACE.
025100     05 LD-DATE               PIC 9(08).
025200     05 FILLER                PIC X(01) VALUE SPACE.
025300     05 LD-INTERDIT           PIC X(20).
025400*
025500 01  LIGNE-REJET.
025600     05 FILLER                PIC X(13) VALUE
025700        'CARTE REJETEE'.
025800     05 FILLER                PIC X(01) VALUE SPACE.
025900     05 LR-CPTE               PIC X(08).
026000     05 FILLER                PIC X(01) VALUE SPACE.
026100     05 LR-CHEQUE             PIC X(07).
026200     05 FILLER                PIC X(01) VALUE SPACE.
026300     05 LR-MOTIF              PIC X(40).
026400     05 FILLER                PIC X(09) VALUE SPACE.
026500*
026600 01  LIGNE-TOTAL.
026700     05 LTO-LIBELLE           PIC X(30).
026800     05 LTO-NB                PIC ZZZZZZ9.
026900     05 FILLER                PIC X(43) VALUE SPACE.
027000*
027100*======================================================*
027200*     P R O C E D U R E     D I V I S I O N            *
027300*======================================================*
027400 PROCEDURE DIVISION.
027500*----------------------*
027600 0000-MAINLINE.
027700*----------------------*
027800     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
027900     IF RETURN-CODE NOT < 8
028000        GOBACK
028100     END-IF
028200*    LES REGULARISATIONS PASSENT AVANT LES NOUVEAUX
028300*    INCIDENTS DE LA NUIT
028400     PERFORM 2000-TRAITER-REGUL THRU 2000-TRAITER-REGUL-EXIT
028500         UNTIL FIN-REGCHQ
028600     PERFORM 3000-TRAITER-SUSPENS THRU 3000-TRAITER-SUSPENS-EXIT
028700         UNTIL FIN-FSUS
028800     PERFORM 9000-TERMINAISON
028900     GOBACK
029000     .
029100*----------------------*
029200 1000-INITIALISATION.
029300*----------------------*
029400     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
029500     COMPUTE WS-JOUR-ENTIER =
029600             FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)

029700     MOVE 'D' TO RL-FONCTION
029800     MOVE 'INCCHQ' TO RL-PROG
029900     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
030000     CALL 'pgrunlog' USING RL-COMMUN

030100     OPEN I-O FINCCHQ
030200     IF NOT FS-FINCCHQ-OK
030300*       PREMIER RUN : LE REGISTRE N'EXISTE PAS ENCORE
030400        OPEN OUTPUT FINCCHQ
030500        IF NOT FS-FINCCHQ-OK
030600           DISPLAY 'INCCHQ - ERREUR OPEN FINCCHQ - FS='
030700                   WS-FS-FINCCHQ
030800           MOVE 12 TO RETURN-CODE
030900           GO TO 1000-INITIALISATION-EXIT
031000        END-IF
031100        CLOSE FINCCHQ
031200        OPEN I-O FINCCHQ
031300     END-IF

031400     OPEN INPUT FXREF
031500     IF NOT FS-FXREF-OK
031600        DISPLAY 'INCCHQ - ERREUR OPEN FXREF - FS='
031700                WS-FS-FXREF
031800        MOVE 12 TO RETURN-CODE
031900        CLOSE FINCCHQ
032000        GO TO 1000-INITIALISATION-EXIT
032100     END-IF

032200     OPEN INPUT FCLI
032300     IF NOT FS-FCLI-OK
032400        DISPLAY 'INCCHQ - ERREUR OPEN FCLI - FS='
032500                WS-FS-FCLI
032600        MOVE 12 TO RETURN-CODE
032700        CLOSE FINCCHQ FXREF
032800        GO TO 1000-INITIALISATION-EXIT
032900     END-IF

033000     OPEN INPUT FCLT
033100     IF NOT FS-FCLT-OK
033200        DISPLAY 'INCCHQ - ERREUR OPEN FCLT - FS='
033300                WS-FS-FCLT
033400        MOVE 12 TO RETURN-CODE
033500        CLOSE FINCCHQ FXREF FCLI
033600        GO TO 1000-INITIALISATION-EXIT
033700     END-IF

033800     OPEN INPUT FSUS
033900     IF NOT FS-FSUS-OK
034000        DISPLAY 'INCCHQ - ERREUR OPEN FSUS - FS='
034100                WS-FS-FSUS
034200        MOVE 12 TO RETURN-CODE
034300        CLOSE FINCCHQ FXREF FCLI FCLT
034400        GO TO 1000-INITIALISATION-EXIT
034500     END-IF

034600     OPEN INPUT REGCHQ
034700     IF NOT FS-REGCHQ-OK
034800        DISPLAY 'INCCHQ - ERREUR OPEN REGCHQ - FS='
034900                WS-FS-REGCHQ
035000        MOVE 12 TO RETURN-CODE
035100        CLOSE FINCCHQ FXREF FCLI FCLT FSUS
035200        GO TO 1000-INITIALISATION-EXIT
035300     END-IF

035400     OPEN OUTPUT DECLINT
035500     IF NOT FS-DECLINT-OK
035600        DISPLAY 'INCCHQ - ERREUR OPEN DECLINT - FS='
035700                WS-FS-DECLINT
035800        MOVE 12 TO RETURN-CODE
035900        CLOSE FINCCHQ FXREF FCLI FCLT FSUS REGCHQ
036000        GO TO 1000-INITIALISATION-EXIT
036100     END-IF

036200     OPEN OUTPUT LETINC
036300     IF NOT FS-LETINC-OK
036400        DISPLAY 'INCCHQ - ERREUR OPEN LETINC - FS='
036500                WS-FS-LETINC
036600        MOVE 12 TO RETURN-CODE
036700        CLOSE FINCCHQ FXREF FCLI FCLT FSUS REGCHQ DECLINT
036800        GO TO 1000-INITIALISATION-EXIT
036900     END-IF

037000     OPEN OUTPUT INCCHQRP
037100     IF NOT FS-INCCHQRP-OK
037200        DISPLAY 'INCCHQ - ERREUR OPEN INCCHQRP - FS='
037300                WS-FS-INCCHQRP
037400        MOVE 12 TO RETURN-CODE
037500        CLOSE FINCCHQ FXREF FCLI FCLT FSUS REGCHQ DECLINT
037600              LETINC
037700        GO TO 1000-INITIALISATION-EXIT
037800     END-IF

037900     MOVE WS-DATE-JOUR TO LT-DATE
038000     MOVE LIGNE-TITRE  TO REC-INCCHQRP
038100     WRITE REC-INCCHQRP

038200*    ENTETES DE CONTROLE DES DEUX FICHIERS PRODUITS
038300     MOVE 'E'      TO CTL-FONCTION
038400     MOVE 'INCCHQ' TO CTL-PROG
038500     MOVE WS-DATE-JOUR TO CTL-DATE
038600     CALL 'pgctlfic' USING CTL-COMMUN
038700     MOVE SPACE     TO REC-DECLINT
038800     MOVE CTL-ENREG TO REC-DECLINT(1:53)
038900     WRITE REC-DECLINT
039000     MOVE SPACE     TO REC-LETINC
039100     MOVE CTL-ENREG TO REC-LETINC(1:53)
039200     WRITE REC-LETINC
039300     .
039400 1000-INITIALISATION-EXIT.
039500     EXIT.
039600*----------------------*
039700 2000-TRAITER-REGUL.
039800*----------------------*
039900     READ REGCHQ
040000         AT END
040100            MOVE 'Y' TO WS-FIN-REGCHQ
040200            GO TO 2000-TRAITER-REGUL-EXIT
040300     END-READ

040400     ADD 1 TO WS-NB-CARTES

040500     IF CAR-ID-CPTE = SPACE
040600        OR CAR-NUM-CHEQUE NOT NUMERIC
040700        OR CAR-DATE-REGUL NOT NUMERIC
040800        MOVE 'CARTE MAL FORMEE' TO WS-MOTIF-REJET
040900        PERFORM 2900-REJETER
041000        GO TO 2000-TRAITER-REGUL-EXIT
041100     END-IF
041200     IF CAR-DATE-REGUL = ZERO
041300        MOVE WS-DATE-JOUR TO CAR-DATE-REGUL
041400     END-IF

041500     MOVE CAR-ID-CPTE TO XRF-ID-CPTE
041600     PERFORM 7000-CHERCHER-CLIENT THRU 7000-CHERCHER-EXIT
041700     IF NOT CLIENT-TROUVE
041800        MOVE 'COMPTE SANS CLIENT RATTACHE' TO WS-MOTIF-REJET
041900        PERFORM 2900-REJETER
042000        GO TO 2000-TRAITER-REGUL-EXIT
042100     END-IF

042200     MOVE WS-CLIENT      TO INC-NUMERO
042300     MOVE CAR-ID-CPTE    TO INC-ID-CPTE
042400     MOVE CAR-NUM-CHEQUE TO INC-NUM-CHEQUE
042500     READ FINCCHQ
042600         INVALID KEY
042700            MOVE 'INCIDENT INCONNU AU REGISTRE'
042800              TO WS-MOTIF-REJET
042900            PERFORM 2900-REJETER
043000            GO TO 2000-TRAITER-REGUL-EXIT
043100     END-READ
043200     IF NOT INC-ACTIF
043300        MOVE 'INCIDENT DEJA REGULARISE' TO WS-MOTIF-REJET
043400        PERFORM 2900-REJETER
043500        GO TO 2000-TRAITER-REGUL-EXIT
043600     END-IF

043700     MOVE 'R'            TO INC-STATUT
043800     MOVE CAR-DATE-REGUL TO INC-DATE-REGUL
043900     REWRITE INC-INCIDENT
044000         INVALID KEY
044100            MOVE 'REWRITE FINCCHQ IMPOSSIBLE' TO WS-MOTIF-REJET
044200            PERFORM 2900-REJETER
044300            GO TO 2000-TRAITER-REGUL-EXIT
044400     END-REWRITE
044500     ADD 1 TO WS-NB-REGULARISES

044600     MOVE 'REGULARISE'   TO LD-ACTION
044700     MOVE WS-CLIENT      TO LD-NUMERO
044800     MOVE INC-ID-CPTE    TO LD-CPTE
044900     MOVE INC-NUM-CHEQUE TO LD-CHEQUE
045000     MOVE INC-MONTANT    TO LD-MONTANT
045100     MOVE INC-DATE-REGUL TO LD-DATE

045200*    DERNIER INCIDENT ACTIF REGULARISE : L'INTERDICTION
045300*    EST LEVEE ET DECLAREE
045400     PERFORM 7500-COMPTER-ACTIFS THRU 7500-COMPTER-EXIT
045500     IF WS-NB-ACTIFS = ZERO
045600        MOVE 'INTERDICTION LEVEE' TO LD-INTERDIT
045700        MOVE 'L'            TO DI-TYPE
045800        MOVE CAR-ID-CPTE    TO DI-ID-CPTE
045900        MOVE CAR-NUM-CHEQUE TO DI-NUM-CHEQUE
046000        PERFORM 8100-DECLARER
046100        ADD 1 TO WS-NB-LEVEES
046200     ELSE
046300        MOVE SPACE TO LD-INTERDIT
046400     END-IF
046500     MOVE LIGNE-DETAIL TO REC-INCCHQRP
046600     WRITE REC-INCCHQRP
046700     .
046800 2000-TRAITER-REGUL-EXIT.
046900     EXIT.
047000*----------------------*
047100 2900-REJETER.
047200*----------------------*
047300     ADD 1 TO WS-NB-REJETS
047400     MOVE CAR-ID-CPTE    TO LR-CPTE
047500     MOVE CAR-NUM-CHEQUE TO LR-CHEQUE
047600     MOVE WS-MOTIF-REJET TO LR-MOTIF
047700     MOVE LIGNE-REJET    TO REC-INCCHQRP
047800     WRITE REC-INCCHQRP
047900     .
048000*----------------------*
048100 3000-TRAITER-SUSPENS.
048200*----------------------*
048300     READ FSUS
048400         AT END
048500            MOVE 'Y' TO WS-FIN-FSUS
048600            GO TO 3000-TRAITER-SUSPENS-EXIT
048700     END-READ

048800     IF SUS-MOTIF NOT = 'CH'
048900        GO TO 3000-TRAITER-SUSPENS-EXIT
049000     END-IF
049100     ADD 1 TO WS-NB-SUSPENS-CH

049200*    CHEQUE ENCORE DANS LE DELAI : IL PEUT ETRE PAYE A UNE
049300*    PROCHAINE PRESENTATION
049400     COMPUTE WS-ENTREE-ENTIER =
049500             FUNCTION INTEGER-OF-DATE(SUS-DATE-ENTREE)
049600     COMPUTE WS-AGE-JOURS =
049700             WS-JOUR-ENTIER - WS-ENTREE-ENTIER
049800     IF WS-AGE-JOURS < WS-DELAI-REGUL
049900        GO TO 3000-TRAITER-SUSPENS-EXIT
050000     END-IF

050100     MOVE SUS-ID-CPTE TO XRF-ID-CPTE
050200     PERFORM 7000-CHERCHER-CLIENT THRU 7000-CHERCHER-EXIT
050300     IF NOT CLIENT-TROUVE
050400        DISPLAY 'INCCHQ - COMPTE SANS CLIENT, INCIDENT NON '
050500                'INSCRIT : ' SUS-ID-CPTE ' CHEQUE '
050600                SUS-NUM-CHEQUE
050700        ADD 1 TO WS-NB-SANS-CLIENT
050800        GO TO 3000-TRAITER-SUSPENS-EXIT
050900     END-IF

051000*    INCIDENT DEJA INSCRIT (LE CHEQUE RESTE EN SUSPENS ET
051100*    REPASSE CHAQUE NUIT)
051200     MOVE WS-CLIENT      TO INC-NUMERO
051300     MOVE SUS-ID-CPTE    TO INC-ID-CPTE
051400     MOVE SUS-NUM-CHEQUE TO INC-NUM-CHEQUE
051500     READ FINCCHQ
051600         INVALID KEY
051700            CONTINUE
051800         NOT INVALID KEY
051900            GO TO 3000-TRAITER-SUSPENS-EXIT
052000     END-READ

052100     PERFORM 7500-COMPTER-ACTIFS THRU 7500-COMPTER-EXIT

052200     MOVE SPACE           TO INC-INCIDENT
052300     MOVE WS-CLIENT       TO INC-NUMERO
052400     MOVE SUS-ID-CPTE     TO INC-ID-CPTE
052500     MOVE SUS-NUM-CHEQUE  TO INC-NUM-CHEQUE
052600     MOVE SUS-DATE-ENTREE TO INC-DATE-REJET
052700     MOVE WS-DATE-JOUR    TO INC-DATE-INSCRIPTION
052800     MOVE SUS-MONTANT     TO INC-MONTANT
052900     MOVE 'A'             TO INC-STATUT
053000     MOVE ZERO            TO INC-DATE-REGUL
053100     WRITE INC-INCIDENT
053200         INVALID KEY
053300            DISPLAY 'INCCHQ - WRITE FINCCHQ IMPOSSIBLE : '
053400                    SUS-ID-CPTE ' CHEQUE ' SUS-NUM-CHEQUE
053500            ADD 1 TO WS-NB-REJETS
053600            GO TO 3000-TRAITER-SUSPENS-EXIT
053700     END-WRITE
053800     ADD 1 TO WS-NB-INSCRITS

053900     MOVE 'INSCRIT'       TO LD-ACTION
054000     MOVE WS-CLIENT       TO LD-NUMERO
054100     MOVE SUS-ID-CPTE     TO LD-CPTE
054200     MOVE SUS-NUM-CHEQUE  TO LD-CHEQUE
054300     MOVE SUS-MONTANT     TO LD-MONTANT
054400     MOVE SUS-DATE-ENTREE TO LD-DATE

054500*    PREMIER INCIDENT ACTIF : INTERDICTION DE CHEQUIER,
054600*    DECLAREE, ET LETTRE D'AVERTISSEMENT AU CLIENT
054700     IF WS-NB-ACTIFS = ZERO
054800        MOVE 'INTERDICTION'  TO LD-INTERDIT
054900        MOVE 'I'             TO DI-TYPE
055000        MOVE SUS-ID-CPTE     TO DI-ID-CPTE
055100        MOVE SUS-NUM-CHEQUE  TO DI-NUM-CHEQUE
055200        PERFORM 8100-DECLARER
055300        PERFORM 8200-PREPARER-LETTRE
055400        ADD 1 TO WS-NB-INTERDITS
055500     ELSE
055600        MOVE SPACE TO LD-INTERDIT
055700     END-IF
055800     MOVE LIGNE-DETAIL TO REC-INCCHQRP
055900     WRITE REC-INCCHQRP
056000     .
056100 3000-TRAITER-SUSPENS-EXIT.
056200     EXIT.
056300*----------------------*
056400 7000-CHERCHER-CLIENT.
056500*----------------------*
056600*    COMPTE (XRF-ID-CPTE) -> CLIENT PAR LA CLE SECONDAIRE
056700*    DE FCLICPT ; LA FICHE FCLIENTS RESTE EN ZONE POUR LA
056800*    LETTRE
056900     MOVE 'N' TO WS-CLIENT-TROUVE
057000     READ FXREF KEY IS XRF-ID-CPTE
057100         INVALID KEY
057200            GO TO 7000-CHERCHER-EXIT
057300     END-READ

057400     MOVE XRF-NUMERO TO E-NUMERO
057500     READ FCLI
057600         INVALID KEY
057700            GO TO 7000-CHERCHER-EXIT
057800     END-READ

057900     MOVE XRF-NUMERO TO WS-CLIENT
058000     MOVE 'O' TO WS-CLIENT-TROUVE
058100     .
058200 7000-CHERCHER-EXIT.
058300     EXIT.
058400*----------------------*
058500 7500-COMPTER-ACTIFS.
058600*----------------------*
058700*    INCIDENTS ACTIFS DU CLIENT WS-CLIENT (CONTIGUS DANS
058800*    LE REGISTRE)
058900     MOVE ZERO TO WS-NB-ACTIFS
059000     MOVE 'N'  TO WS-FIN-INC
059100     MOVE WS-CLIENT  TO INC-NUMERO
059200     MOVE LOW-VALUES TO INC-ID-CPTE
059300     MOVE ZERO       TO INC-NUM-CHEQUE
059400     START FINCCHQ KEY IS NOT LESS THAN INC-CLE
059500         INVALID KEY
059600            GO TO 7500-COMPTER-EXIT
059700     END-START
059800     PERFORM 7510-LIRE-UN-INCIDENT
059900         UNTIL FIN-INC
060000     .
060100 7500-COMPTER-EXIT.
060200     EXIT.
060300*----------------------*
060400 7510-LIRE-UN-INCIDENT.
060500*----------------------*
060600     READ FINCCHQ NEXT RECORD
060700         AT END
060800            MOVE 'Y' TO WS-FIN-INC
060900     END-READ
061000     IF NOT FIN-INC
061100        IF INC-NUMERO NOT = WS-CLIENT
061200           MOVE 'Y' TO WS-FIN-INC
061300        ELSE
061400           IF INC-ACTIF
061500              ADD 1 TO WS-NB-ACTIFS
061600           END-IF
061700        END-IF
061800     END-IF
061900     .
062000*----------------------*
062100 8100-DECLARER.
062200*----------------------*
062300*    IDENTITE DECLAREE : FICHE FCLIENTS DU CLIENT ET DATE
062400*    DE NAISSANCE DU COMPTE TIRE (CLIENT.DAT)
062500     MOVE WS-DATE-JOUR TO DI-DATE
062600     MOVE WS-CLIENT    TO DI-NUMERO
062700     MOVE E-NOM-CLI    TO DI-NOM
062800     MOVE E-PNM-CLI    TO DI-PRENOM
062900     MOVE ZERO         TO DI-DTN
063000     MOVE DI-ID-CPTE   TO ID-CPTE
063100     READ FCLT
063200         INVALID KEY
063300            CONTINUE
063400         NOT INVALID KEY
063500            IF DTN-CLT NUMERIC
063600               MOVE DTN-CLT TO DI-DTN
063700            END-IF
063800     END-READ
063900     WRITE REC-DECLINT
064000     ADD 1 TO WS-NB-DECLARATIONS
064100     .
064200*----------------------*
064300 8200-PREPARER-LETTRE.
064400*----------------------*
064500*    IMAGE DU CLIENT POUR MAILCLI : &COMPTE = COMPTE TIRE,
064600*    &VALEUR = NUMERO DU CHEQUE IMPAYE
064700     MOVE SUS-ID-CPTE    TO E-FUS-COMPTE
064800     MOVE SPACE          TO E-FUS-VALEUR
064900     MOVE SUS-NUM-CHEQUE TO E-FUS-VALEUR(1:7)
065000     MOVE SPACE          TO REC-LETINC
065100     MOVE E-CLIENT       TO REC-LETINC
065200     WRITE REC-LETINC
065300     ADD 1 TO WS-NB-LETTRES
065400     .
065500*----------------------*
065600 9000-TERMINAISON.
065700*----------------------*
065800*    FINS DE CONTROLE : NOMBRE D'ENREGISTREMENTS ECRITS
065900     MOVE 'T'                TO CTL-FONCTION
066000     MOVE WS-NB-DECLARATIONS TO CTL-COMPTEUR
066100     MOVE ZERO               TO CTL-HASH
066200     CALL 'pgctlfic' USING CTL-COMMUN
066300     MOVE SPACE     TO REC-DECLINT
066400     MOVE CTL-ENREG TO REC-DECLINT(1:53)
066500     WRITE REC-DECLINT

066600     MOVE 'T'           TO CTL-FONCTION
066700     MOVE WS-NB-LETTRES TO CTL-COMPTEUR
066800     MOVE ZERO          TO CTL-HASH
066900     CALL 'pgctlfic' USING CTL-COMMUN
067000     MOVE SPACE     TO REC-LETINC
067100     MOVE CTL-ENREG TO REC-LETINC(1:53)
067200     WRITE REC-LETINC

067300     MOVE 'CARTES DE REGULARISATION LUES ' TO LTO-LIBELLE
067400     MOVE WS-NB-CARTES TO LTO-NB
067500     MOVE LIGNE-TOTAL  TO REC-INCCHQRP
067600     WRITE REC-INCCHQRP
067700     MOVE 'INCIDENTS REGULARISES         ' TO LTO-LIBELLE
067800     MOVE WS-NB-REGULARISES TO LTO-NB
067900     MOVE LIGNE-TOTAL  TO REC-INCCHQRP
068000     WRITE REC-INCCHQRP
068100     MOVE 'CARTES REJETEES               ' TO LTO-LIBELLE
068200     MOVE WS-NB-REJETS TO LTO-NB
068300     MOVE LIGNE-TOTAL  TO REC-INCCHQRP
068400     WRITE REC-INCCHQRP
068500     MOVE 'REJETS CH EN SUSPENS          ' TO LTO-LIBELLE
068600     MOVE WS-NB-SUSPENS-CH TO LTO-NB
068700     MOVE LIGNE-TOTAL  TO REC-INCCHQRP
068800     WRITE REC-INCCHQRP
068900     MOVE 'INCIDENTS INSCRITS            ' TO LTO-LIBELLE
069000     MOVE WS-NB-INSCRITS TO LTO-NB
069100     MOVE LIGNE-TOTAL  TO REC-INCCHQRP
069200     WRITE REC-INCCHQRP
069300     MOVE 'INTERDICTIONS NOUVELLES       ' TO LTO-LIBELLE
069400     MOVE WS-NB-INTERDITS TO LTO-NB
069500     MOVE LIGNE-TOTAL  TO REC-INCCHQRP
069600     WRITE REC-INCCHQRP
069700     MOVE 'INTERDICTIONS LEVEES          ' TO LTO-LIBELLE
069800     MOVE WS-NB-LEVEES TO LTO-NB
069900     MOVE LIGNE-TOTAL  TO REC-INCCHQRP
070000     WRITE REC-INCCHQRP

070100     CLOSE FINCCHQ
070200     CLOSE FXREF
070300     CLOSE FCLI
070400     CLOSE FCLT
070500     CLOSE FSUS
070600     CLOSE REGCHQ
070700     CLOSE DECLINT
070800     CLOSE LETINC
070900     CLOSE INCCHQRP

071000     DISPLAY 'INCCHQ - CARTES LUES          : ' WS-NB-CARTES
071100     DISPLAY 'INCCHQ - INCIDENTS REGULARISES: '
071200             WS-NB-REGULARISES
071300     DISPLAY 'INCCHQ - INCIDENTS INSCRITS   : ' WS-NB-INSCRITS
071400     DISPLAY 'INCCHQ - INTERDICTIONS        : '
071500             WS-NB-INTERDITS
071600     DISPLAY 'INCCHQ - LEVEES               : ' WS-NB-LEVEES
071700     DISPLAY 'INCCHQ - CARTES REJETEES      : ' WS-NB-REJETS

071800     IF WS-NB-REJETS > ZERO OR WS-NB-SANS-CLIENT > ZERO
071900        MOVE 4 TO RETURN-CODE
072000     END-IF

072100     MOVE 'F' TO RL-FONCTION
072200     MOVE 'INCCHQ' TO RL-PROG
072300     MOVE WS-NB-SUSPENS-CH TO RL-LUS
072400     MOVE WS-NB-INSCRITS TO RL-ECRITS
072500     MOVE WS-NB-REJETS TO RL-REJETES
072600     MOVE RETURN-CODE TO RL-RC
072700     CALL 'pgrunlog' USING RL-COMMUN
072800     .

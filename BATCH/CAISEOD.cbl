002000*                   FERMEES, LES EXCEDENTS ET MANQUANTS
002100*                   D'ESPECES (COMPTE = FOND + ENTREES -
002200*                   SORTIES).
002210*   15/10/2026  SE  CONTREPASSATION AU GUICHET (CODE X) :
002220*                   LA LIGNE X DU TERMINAL RETRANCHE
002230*                   L'OPERATION ANNULEE (HST-ANNUL-CODE)
002240*                   DU CUMUL DEPOTS OU RETRAITS, COMME LE
002250*                   TIROIR.
002260*   15/10/2026  SE  CHANGE ESPECES AU GUICHET : LES TIROIRS
002270*                   DEVISES (FCAISDEV) SONT RAPPROCHES DU
002280*                   JOURNAL DE CHANGE FCHGGUI DU JOUR ET,
002290*                   FERMES, DES ESPECES COMPTEES.
002293*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002296*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002297*   15/10/2026  SE  MOUVEMENTS DU JOUR LUS DANS MVTJOUR
002298*                   (CONTROLE PAR MVTJCTL) ET NON PLUS DANS
002299*                   HISTCLT ; IMAGES DE MARQUAGE IGNOREES.
002300*--------------------------------------------------------
002400*
002500*======================================================*
003700         RECORD KEY IS CAI-OPID
003800         FILE STATUS IS WS-FS-FCAISSE.
003900
004000     SELECT FHST       ASSIGN TO MVTJOUR
004100         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-FS-FHST.
004500
004600     SELECT CAISRP     ASSIGN TO CAISRP
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-FS-CAISRP.
004809
004818     SELECT FCAISDEV   ASSIGN TO FCAISDEV
004827         ORGANIZATION IS INDEXED
004836         ACCESS MODE IS SEQUENTIAL
004845         RECORD KEY IS CAD-CLE
004854         FILE STATUS IS WS-FS-FCAISDEV.
004863
004872     SELECT FCHGGUI    ASSIGN TO FCHGGUI
004881         ORGANIZATION IS SEQUENTIAL
004890         FILE STATUS IS WS-FS-FCHGGUI.
004900*
005000*======================================================*
005100*           D A T A         D I V I S I O N            *
005800     COPY FCAISSE.
005900*
006000 FD  FHST
006100     RECORD CONTAINS 100 CHARACTERS.
006200 01  REC-HST.
006300     05  HST-CLE.
006400        10  HST-ID-CPTE   PIC X(08).
006800     05  HST-MONTANT   PIC 9(08)V99.
006900     05  HST-SLD-APRES PIC S9(08)V99.
007000     05  HST-SOURCE    PIC X(04).
007010*    CONTREPASSATION : CODE DE LA LIGNE ANNULEE (LIGNE X)
007020     05  HST-ANNUL-STATUT PIC X(01).
007030     05  HST-ANNUL-SEQ    PIC X(05).
007040     05  HST-ANNUL-DATE   PIC X(08).
007050     05  HST-ANNUL-CODE   PIC X(01).
007100     05  FILLER        PIC X(34).
007120     05  HST-IMAGE     PIC X(01).
007140        88 HST-MARQUAGE   VALUE 'A'.
007160     05  FILLER        PIC X(04).
007200*
007300 FD  CAISRP
007400     RECORD CONTAINS 100 CHARACTERS.
007500 01  REC-CAISRP               PIC X(100).
007510*
007520 FD  FCAISDEV
007530     RECORD CONTAINS 80 CHARACTERS.
007540     COPY FCAISDEV.
007550*
007560 FD  FCHGGUI
007570     RECORD CONTAINS 80 CHARACTERS.
007580     COPY FCHGGUI.
007600*
007700*------------------------------------------------------*
007800 WORKING-STORAGE SECTION.
008400     88 FS-FHST-OK               VALUE '00'.
008500 01  WS-FS-CAISRP             PIC X(02) VALUE SPACE.
008600     88 FS-CAISRP-OK             VALUE '00'.
008620 01  WS-FS-FCAISDEV           PIC X(02) VALUE SPACE.
008640     88 FS-FCAISDEV-OK           VALUE '00'.
008660 01  WS-FS-FCHGGUI            PIC X(02) VALUE SPACE.
008680     88 FS-FCHGGUI-OK            VALUE '00'.
008700*
008800 01  WS-FIN-FCAISSE           PIC X(01) VALUE 'N'.
008900     88 FIN-FCAISSE              VALUE 'Y'.
009000 01  WS-FIN-FHST              PIC X(01) VALUE 'N'.
009100     88 FIN-FHST                 VALUE 'Y'.
009120 01  WS-FIN-FCAISDEV          PIC X(01) VALUE 'N'.
009140     88 FIN-FCAISDEV             VALUE 'Y'.
009160 01  WS-FIN-FCHGGUI           PIC X(01) VALUE 'N'.
009180     88 FIN-FCHGGUI              VALUE 'Y'.
009200*
009300 01  WS-DATE-JOUR             PIC 9(08).
009400*
009500 01  WS-NB-CAISSES            PIC 9(05) VALUE ZERO.
009600 01  WS-NB-ECARTS             PIC 9(05) VALUE ZERO.
009650 01  WS-NB-CAISSES-DEV        PIC 9(05) VALUE ZERO.
009700*
009800*    CUMULS DU JOUR PAR TERMINAL, RECONSTITUES DEPUIS
009900*    L'HISTORIQUE (HST-SOURCE = TERMINAL DU GUICHET)
010200 01  WS-TAB-TERM.
010300     05 WS-TRM OCCURS 50.
010400        10 WS-TRM-ID          PIC X(04).
010500        10 WS-TRM-DEPOTS      PIC S9(10)V99.
010600        10 WS-TRM-RETRAITS    PIC S9(10)V99.
010700 01  WS-TERM-TROUVE           PIC X(01) VALUE 'N'.
010800     88 TERM-TROUVE              VALUE 'O'.
010900 01  WS-TERM-CHERCHE          PIC X(04).
011000*
011005*
011010*    CUMULS DU JOUR PAR TIROIR DEVISE (OPERATEUR + DEVISE),
011015*    RECONSTITUES DEPUIS LE JOURNAL DE CHANGE FCHGGUI :
011020*    ACHAT PAR LE CLIENT (H) = SORTIE, VENTE (J) = ENTREE
011025 01  WS-NB-TDV                PIC S9(4) COMP VALUE ZERO.
011030 01  WS-IND-TDV               PIC S9(4) COMP.
011035 01  WS-TAB-TDV.
011040     05 WS-TDV OCCURS 100.
011045        10 WS-TDV-CLE.
011050           15 WS-TDV-OPID     PIC X(03).
011055           15 WS-TDV-DEVISE   PIC X(02).
011060        10 WS-TDV-ENTREES     PIC S9(10)V99.
011065        10 WS-TDV-SORTIES     PIC S9(10)V99.
011070 01  WS-TDV-TROUVE            PIC X(01) VALUE 'N'.
011075     88 TDV-TROUVE               VALUE 'O'.
011080 01  WS-TDV-CHERCHE           PIC X(05).
011100 01  WS-ESPECES-ATTENDUES     PIC S9(11)V99.
011200 01  WS-ECART                 PIC S9(11)V99.
011300*
013600     05 FILLER                PIC X(14) VALUE '        ECART'.
013700     05 FILLER                PIC X(29) VALUE ' OBSERVATION'.
013800*
013805*
013810 01  LIGNE-TITRE-DEV.
013815     05 FILLER                PIC X(44) VALUE
013820        'CAISSES DEVISES (MONTANTS EN DEVISE) -      '.
013825     05 LTD-DATE              PIC 9(08).
013830     05 FILLER                PIC X(48) VALUE SPACE.
013835*
013840 01  LIGNE-ENTETE-DEV.
013845     05 FILLER                PIC X(05) VALUE 'OPER'.
013850     05 FILLER                PIC X(06) VALUE 'DEV'.
013855     05 FILLER                PIC X(04) VALUE 'STS'.
013860     05 FILLER                PIC X(14) VALUE '      ENTREES'.
013865     05 FILLER                PIC X(14) VALUE '      SORTIES'.
013870     05 FILLER                PIC X(14) VALUE '     COMPTEES'.
013875     05 FILLER                PIC X(14) VALUE '        ECART'.
013880     05 FILLER                PIC X(29) VALUE ' OBSERVATION'.
013900 01  LIGNE-DETAIL.
014000     05 LD-OPID               PIC X(03).
014100     05 FILLER                PIC X(02) VALUE SPACE.
016600         UNTIL FIN-FHST
016700     PERFORM 3000-RAPPROCHER-CAISSE THRU 3000-RAPPROCHER-EXIT
016800         UNTIL FIN-FCAISSE
016810     PERFORM 4000-CUMULER-CHANGE THRU 4000-CUMULER-EXIT
016820         UNTIL FIN-FCHGGUI
016830     PERFORM 4900-ENTETE-DEVISES
016840     PERFORM 5000-RAPPROCHER-CAISDEV
016850         THRU 5000-RAPPROCHER-EXIT
016860         UNTIL FIN-FCAISDEV
016900     PERFORM 9000-TERMINAISON
017000     GOBACK
017100     .
020500        CLOSE FCAISSE
020600        GOBACK
020700     END-IF
020704
020708     OPEN INPUT FCAISDEV
020712     IF NOT FS-FCAISDEV-OK
020716        DISPLAY 'CAISEOD - ERREUR OPEN FCAISDEV - FS='
020720                WS-FS-FCAISDEV
020724        MOVE 12 TO RETURN-CODE
020728        CLOSE FHST
020732        CLOSE FCAISSE
020736        CLOSE CAISRP
020740        GOBACK
020744     END-IF
020748
020752     OPEN INPUT FCHGGUI
020756     IF NOT FS-FCHGGUI-OK
020760        DISPLAY 'CAISEOD - ERREUR OPEN FCHGGUI - FS='
020764                WS-FS-FCHGGUI
020768        MOVE 12 TO RETURN-CODE
020772        CLOSE FHST
020776        CLOSE FCAISSE
020780        CLOSE CAISRP
020784        CLOSE FCAISDEV
020788        GOBACK
020792     END-IF
020800
020900     MOVE WS-DATE-JOUR TO LT-DATE
021000     MOVE LIGNE-TITRE  TO REC-CAISRP
022500     END-READ
022600
022700     IF HST-DATE NOT = WS-DATE-JOUR
022750        OR HST-MARQUAGE
022800        GO TO 2000-CUMULER-EXIT
022900     END-IF
023000     IF HST-CODE NOT = 'D' AND HST-CODE NOT = 'R'
023050        AND HST-CODE NOT = 'X'
023100        GO TO 2000-CUMULER-EXIT
023200     END-IF
023300     IF HST-SOURCE = SPACE
024900        MOVE ZERO TO WS-TRM-RETRAITS(WS-IND-TERM)
025000     END-IF
025100
025200     EVALUATE TRUE
025250         WHEN HST-CODE = 'D'
025300            ADD HST-MONTANT TO WS-TRM-DEPOTS(WS-IND-TERM)
025400         WHEN HST-CODE = 'R'
025500            ADD HST-MONTANT TO WS-TRM-RETRAITS(WS-IND-TERM)
025510         WHEN HST-ANNUL-CODE = 'D'
025520            SUBTRACT HST-MONTANT
025530                FROM WS-TRM-DEPOTS(WS-IND-TERM)
025540         WHEN HST-ANNUL-CODE = 'R'
025550            SUBTRACT HST-MONTANT
025560                FROM WS-TRM-RETRAITS(WS-IND-TERM)
025600     END-EVALUATE
025700     .
025800 2000-CUMULER-EXIT.
025900     EXIT.
034800     END-IF
034900     .
035000*----------------------*
035100 4000-CUMULER-CHANGE.
035200*----------------------*
035300*    OPERATIONS DE CHANGE DU JOUR, PAR TIROIR DEVISE
035400     READ FCHGGUI
035500         AT END
035600            MOVE 'Y' TO WS-FIN-FCHGGUI
035700            GO TO 4000-CUMULER-EXIT
035800     END-READ
035900
036000     IF CHG-DATE NOT = WS-DATE-JOUR
036100        GO TO 4000-CUMULER-EXIT
036200     END-IF
036300
036400     MOVE CHG-OPID   TO WS-TDV-CHERCHE(1:3)
036500     MOVE CHG-DEVISE TO WS-TDV-CHERCHE(4:2)
036600     PERFORM 7200-CHERCHER-TIROIR-DEV
036700     IF NOT TDV-TROUVE
036800        IF WS-NB-TDV >= 100
036900           DISPLAY 'CAISEOD - TABLE DES TIROIRS DEVISES SATUREE'
037000           MOVE 8 TO RETURN-CODE
037100           GO TO 4000-CUMULER-EXIT
037200        END-IF
037300        ADD 1 TO WS-NB-TDV
037400        MOVE WS-NB-TDV TO WS-IND-TDV
037500        MOVE WS-TDV-CHERCHE TO WS-TDV-CLE(WS-IND-TDV)
037600        MOVE ZERO TO WS-TDV-ENTREES(WS-IND-TDV)
037700        MOVE ZERO TO WS-TDV-SORTIES(WS-IND-TDV)
037800     END-IF
037900
038000     IF CHG-ACHAT-CLIENT
038100        ADD CHG-MONTANT-DEV TO WS-TDV-SORTIES(WS-IND-TDV)
038200     ELSE
038300        ADD CHG-MONTANT-DEV TO WS-TDV-ENTREES(WS-IND-TDV)
038400     END-IF
038500     .
038600 4000-CUMULER-EXIT.
038700     EXIT.
038800*----------------------*
038900 4900-ENTETE-DEVISES.
039000*----------------------*
039100     MOVE SPACE            TO REC-CAISRP
039200     WRITE REC-CAISRP
039300     MOVE WS-DATE-JOUR     TO LTD-DATE
039400     MOVE LIGNE-TITRE-DEV  TO REC-CAISRP
039500     WRITE REC-CAISRP
039600     MOVE LIGNE-ENTETE-DEV TO REC-CAISRP
039700     WRITE REC-CAISRP
039800     .
039900*----------------------*
040000 5000-RAPPROCHER-CAISDEV.
040100*----------------------*
040200*    MEMES CONTROLES QUE POUR LE TIROIR EN MONNAIE DE
040300*    TENUE, CONTRE LE JOURNAL DE CHANGE ; LA COLONNE TERM
040400*    PORTE LA DEVISE
040500     READ FCAISDEV NEXT RECORD
040600         AT END
040700            MOVE 'Y' TO WS-FIN-FCAISDEV
040800            GO TO 5000-RAPPROCHER-EXIT
040900     END-READ
041000
041100     IF CAD-DATE NOT = WS-DATE-JOUR
041200        GO TO 5000-RAPPROCHER-EXIT
041300     END-IF
041400
041500     ADD 1 TO WS-NB-CAISSES-DEV
041600
041700     MOVE CAD-OPID    TO LD-OPID
041800     MOVE CAD-DEVISE  TO LD-TERM
041900     MOVE CAD-STATUT  TO LD-STS
042000     MOVE CAD-TOTAL-ENTREES TO LD-ENTREES
042100     MOVE CAD-TOTAL-SORTIES TO LD-SORTIES
042200     MOVE CAD-ESPECES-FERMETURE TO LD-COMPTEES
042300     MOVE ZERO        TO LD-ECART
042400     MOVE SPACE       TO LD-OBS
042500
042600     MOVE CAD-CLE TO WS-TDV-CHERCHE
042700     PERFORM 7200-CHERCHER-TIROIR-DEV
042800     IF TDV-TROUVE
042900        IF CAD-TOTAL-ENTREES
043000              NOT = WS-TDV-ENTREES(WS-IND-TDV)
043100           OR CAD-TOTAL-SORTIES
043200              NOT = WS-TDV-SORTIES(WS-IND-TDV)
043300           MOVE 'ECART TIROIR/JOURNAL CHG' TO LD-OBS
043400           ADD 1 TO WS-NB-ECARTS
043500        END-IF
043600     ELSE
043700        IF CAD-TOTAL-ENTREES NOT = ZERO
043800           OR CAD-TOTAL-SORTIES NOT = ZERO
043900           MOVE 'TIROIR SANS JOURNAL CHG' TO LD-OBS
044000           ADD 1 TO WS-NB-ECARTS
044100        END-IF
044200     END-IF
044300
044400     IF CAD-FERMEE
044500        COMPUTE WS-ESPECES-ATTENDUES =
044600                CAD-FOND-OUVERTURE
044700                + CAD-TOTAL-ENTREES - CAD-TOTAL-SORTIES
044800        COMPUTE WS-ECART =
044900                CAD-ESPECES-FERMETURE - WS-ESPECES-ATTENDUES
045000        MOVE WS-ECART TO LD-ECART
045100        IF WS-ECART > ZERO AND LD-OBS = SPACE
045200           MOVE 'EXCEDENT DE CAISSE' TO LD-OBS
045300           ADD 1 TO WS-NB-ECARTS
045400        END-IF
045500        IF WS-ECART < ZERO AND LD-OBS = SPACE
045600           MOVE 'MANQUANT DE CAISSE' TO LD-OBS
045700           ADD 1 TO WS-NB-ECARTS
045800        END-IF
045900     ELSE
046000        IF LD-OBS = SPACE
046100           MOVE 'CAISSE NON FERMEE' TO LD-OBS
046200           ADD 1 TO WS-NB-ECARTS
046300        END-IF
046400     END-IF
046500
046600     MOVE LIGNE-DETAIL TO REC-CAISRP
046700     WRITE REC-CAISRP
046800     .
046900 5000-RAPPROCHER-EXIT.
047000     EXIT.
047100*----------------------*
047200 7200-CHERCHER-TIROIR-DEV.
047300*----------------------*
047400     MOVE 'N' TO WS-TDV-TROUVE
047500     MOVE 1   TO WS-IND-TDV
047600     PERFORM 7300-COMPARER-TIROIR-DEV
047700         UNTIL TDV-TROUVE OR WS-IND-TDV > WS-NB-TDV
047800     .
047900*----------------------*
048000 7300-COMPARER-TIROIR-DEV.
048100*----------------------*
048200     IF WS-IND-TDV <= WS-NB-TDV
048300        AND WS-TDV-CLE(WS-IND-TDV) = WS-TDV-CHERCHE
048400        MOVE 'O' TO WS-TDV-TROUVE
048500     ELSE
048600        ADD 1 TO WS-IND-TDV
048700     END-IF
048800     .
048900*----------------------*
049000 9000-TERMINAISON.
049100*----------------------*
049200     CLOSE FHST
049300     CLOSE FCAISSE
049400     CLOSE CAISRP
049500     CLOSE FCAISDEV
049600     CLOSE FCHGGUI
049700
049800     DISPLAY 'CAISEOD - CAISSES DU JOUR     : ' WS-NB-CAISSES
049900     DISPLAY 'CAISEOD - ECARTS SIGNALES     : ' WS-NB-ECARTS
050000     DISPLAY 'CAISEOD - CAISSES DEVISES     : '
050100             WS-NB-CAISSES-DEV
050200
050300     IF WS-NB-ECARTS > ZERO
050400        MOVE 4 TO RETURN-CODE
050500     END-IF
050600
050700     MOVE 'F' TO RL-FONCTION
050800     MOVE 'CAISEOD' TO RL-PROG
050900     MOVE WS-NB-CAISSES TO RL-LUS
051000     MOVE WS-NB-CAISSES TO RL-ECRITS
051100     MOVE WS-NB-ECARTS TO RL-REJETES
051200     MOVE RETURN-CODE TO RL-RC
051300     CALL 'pgrunlog' USING RL-COMMUN
051400     .

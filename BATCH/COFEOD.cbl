000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    COFEOD.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - RAPPROCHEMENT ET ARRETE DE
001400*                   FIN DE JOURNEE DES COFFRES D'AGENCE
001500*                   (FCOFFRE), A COTE DE CAISEOD : LES
001600*                   TRANSFERTS COFFRE/TIROIRS SONT
001700*                   RAPPROCHES DES TIROIRS DU JOUR
001800*                   (FCAISSE, AGENCE DU PROFIL FOPERAT),
001900*                   LA POSITION THEORIQUE DU COMPTAGE
002000*                   SAISI SUR GESCOFF. LES RETRAITS NETS
002100*                   D'ESPECES DES TIROIRS DE L'AGENCE SONT
002200*                   ARCHIVES (COMMANDE DE FONDS COMESP)
002300*                   PUIS LE COFFRE EST ARRETE : LES
002400*                   ESPECES COMPTEES (A DEFAUT LA POSITION
002500*                   THEORIQUE) DEVIENNENT LE SOLDE
002600*                   D'OUVERTURE, CUMULS A ZERO. UN COFFRE
002700*                   DEJA ARRETE CE JOUR EST IGNORE (REPRISE
002800*                   POSSIBLE). RC 4 = ECART OU ANOMALIE.
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
004000     SELECT FCOFFRE    ASSIGN TO FCOFFRE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS CF-CLE
004400         FILE STATUS IS WS-FS-FCOFFRE.

004500     SELECT FCAISSE    ASSIGN TO FCAISSE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS CAI-OPID
004900         FILE STATUS IS WS-FS-FCAISSE.

005000     SELECT FOPERAT    ASSIGN TO FOPERAT
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS O-OPID
005400         FILE STATUS IS WS-FS-FOPERAT.

005500     SELECT COFRP      ASSIGN TO COFRP
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-FS-COFRP.
005800*
005900*======================================================*
006000*           D A T A         D I V I S I O N            *
006100*======================================================*
006200 DATA DIVISION.
006300 FILE SECTION.
006400*
006500 FD  FCOFFRE
006600     RECORD CONTAINS 400 CHARACTERS.
006700     COPY FCOFFRE.
006800*
006900 FD  FCAISSE
007000     RECORD CONTAINS 80 CHARACTERS.
007100     COPY FCAISSE.
007200*
007300 FD  FOPERAT
007400     RECORD CONTAINS 100 CHARACTERS.
007500     COPY FOPERAT.
007600*
007700 FD  COFRP
007800     RECORD CONTAINS 132 CHARACTERS.
007900 01  REC-COFRP                PIC X(132).
008000*
008100*------------------------------------------------------*
008200 WORKING-STORAGE SECTION.
008300*------------------------------------------------------*
008400*
008500 01  WS-FS-FCOFFRE            PIC X(02) VALUE SPACE.
008600     88 FS-FCOFFRE-OK            VALUE '00'.
008700 01  WS-FS-FCAISSE            PIC X(02) VALUE SPACE.
008800     88 FS-FCAISSE-OK            VALUE '00'.
008900 01  WS-FS-FOPERAT            PIC X(02) VALUE SPACE.
009000     88 FS-FOPERAT-OK            VALUE '00'.
009100 01  WS-FS-COFRP              PIC X(02) VALUE SPACE.
009200     88 FS-COFRP-OK              VALUE '00'.
009300*
009400 01  WS-FIN-FCOFFRE           PIC X(01) VALUE 'N'.
009500     88 FIN-FCOFFRE              VALUE 'Y'.
009600 01  WS-FIN-FCAISSE           PIC X(01) VALUE 'N'.
009700     88 FIN-FCAISSE              VALUE 'Y'.
009800*
009900 01  WS-DATE-JOUR             PIC 9(08).
010000*
010100 01  WS-NB-COFFRES            PIC 9(05) VALUE ZERO.
010200 01  WS-NB-ARRETES            PIC 9(05) VALUE ZERO.
010300 01  WS-NB-DEJA-ARRETES       PIC 9(05) VALUE ZERO.
010400 01  WS-NB-ECARTS             PIC 9(05) VALUE ZERO.
010500 01  WS-NB-TIROIRS            PIC 9(05) VALUE ZERO.
010600 01  WS-NB-SANS-AGENCE        PIC 9(05) VALUE ZERO.
010700*
010800*    TIROIRS DU JOUR CUMULES PAR AGENCE : FONDS SORTIS DU
010900*    COFFRE, ESPECES RENTREES A LA FERMETURE, TIROIRS NON
011000*    FERMES ET RETRAITS NETS DES CLIENTS (SORTIES -
011100*    ENTREES)
011200 01  WS-NB-AG                 PIC S9(4) COMP VALUE ZERO.
011300 01  WS-IND-AG                PIC S9(4) COMP.
011400 01  WS-TAB-AG.
011500     05 WS-TAG OCCURS 200.
011600        10 WS-TAG-AGENCE      PIC X(04).
011700        10 WS-TAG-FONDS       PIC S9(10)V99.
011800        10 WS-TAG-RETOURS     PIC S9(10)V99.
011900        10 WS-TAG-OUVERTS     PIC 9(03).
012000        10 WS-TAG-NET         PIC S9(10)V99.
012100 01  WS-AG-TROUVEE            PIC X(01) VALUE 'N'.
012200     88 AG-TROUVEE               VALUE 'O'.
012300 01  WS-AG-CHERCHE            PIC X(04).
012400*
012500 01  WS-IND-HN                PIC S9(4) COMP.
012600 01  WS-POSITION              PIC S9(11)V99.
012700 01  WS-ECART                 PIC S9(11)V99.
012800 01  WS-FONDS-AG              PIC S9(10)V99.
012900 01  WS-RETOURS-AG            PIC S9(10)V99.
013000 01  WS-OUVERTS-AG            PIC 9(03).
013100 01  WS-NET-AG                PIC S9(10)V99.
013200*
013300*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
013400 01  RL-COMMUN.
013500     05 RL-FONCTION    PIC X(01).
013600     05 RL-PROG        PIC X(08).
013700     05 RL-LUS         PIC 9(09).
013800     05 RL-ECRITS      PIC 9(09).
013900     05 RL-REJETES     PIC 9(09).
014000     05 RL-RC          PIC 9(02).
014100*
014200 01  LIGNE-TITRE.
014300     05 FILLER                PIC X(44) VALUE
014400        'RAPPROCHEMENT DES COFFRES D AGENCE - JOURNEE'.
014500     05 FILLER                PIC X(01) VALUE SPACE.
014600     05 LT-DATE               PIC 9(08).
014700     05 FILLER                PIC X(79) VALUE SPACE.
014800*
014900 01  LIGNE-ENTETE.
015000     05 FILLER                PIC X(06) VALUE 'AGCE'.
015100     05 FILLER                PIC X(13) VALUE '   OUVERTURE'.
015200     05 FILLER                PIC X(13) VALUE ' VERS TIROIR'.
015300     05 FILLER                PIC X(13) VALUE '  DES TIROIR'.
015400     05 FILLER                PIC X(13) VALUE '  LIVRAISONS'.
015500     05 FILLER                PIC X(13) VALUE '     REMISES'.
015600     05 FILLER                PIC X(13) VALUE '   THEORIQUE'.
015700     05 FILLER                PIC X(13) VALUE '     COMPTEE'.
015800     05 FILLER                PIC X(13) VALUE '       ECART'.
015900     05 FILLER                PIC X(24) VALUE ' OBSERVATION'.
016000*
016100 01  LIGNE-DETAIL.
016200     05 LD-AGENCE             PIC X(04).
016300     05 FILLER                PIC X(01) VALUE SPACE.
016400     05 LD-OUVERTURE          PIC ZZZZZZZZ9.99.
016500     05 FILLER                PIC X(01) VALUE SPACE.
016600     05 LD-VERS-TIROIRS       PIC ZZZZZZZZ9.99.
016700     05 FILLER                PIC X(01) VALUE SPACE.
016800     05 LD-DES-TIROIRS        PIC ZZZZZZZZ9.99.
016900     05 FILLER                PIC X(01) VALUE SPACE.
017000     05 LD-LIVRAISONS         PIC ZZZZZZZZ9.99.
017100     05 FILLER                PIC X(01) VALUE SPACE.
017200     05 LD-REMISES            PIC ZZZZZZZZ9.99.
017300     05 FILLER                PIC X(01) VALUE SPACE.
017400     05 LD-THEORIQUE          PIC -ZZZZZZZ9.99.
017500     05 FILLER                PIC X(01) VALUE SPACE.
017600     05 LD-COMPTEE            PIC ZZZZZZZZ9.99.
017700     05 FILLER                PIC X(01) VALUE SPACE.
017800     05 LD-ECART              PIC -ZZZZZZZ9.99.
017900     05 FILLER                PIC X(01) VALUE SPACE.
018000     05 LD-OBS                PIC X(24).
018100     05 FILLER                PIC X(03) VALUE SPACE.
018200*
018300*======================================================*
018400*     P R O C E D U R E     D I V I S I O N            *
018500*======================================================*
018600 PROCEDURE DIVISION.
018700*----------------------*
018800 0000-MAINLINE.
018900*----------------------*
019000     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
019100     IF RETURN-CODE NOT < 8
019200        GOBACK
019300     END-IF

019400     PERFORM 2000-CUMULER-TIROIRS THRU 2000-CUMULER-EXIT
019500         UNTIL FIN-FCAISSE
019600     PERFORM 3000-ARRETER-COFFRE THRU 3000-ARRETER-EXIT
019700         UNTIL FIN-FCOFFRE
019800     PERFORM 9000-TERMINAISON
019900     GOBACK
020000     .
020100*----------------------*
020200 1000-INITIALISATION.
020300*----------------------*
020400     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

020500     MOVE 'D' TO RL-FONCTION
020600     MOVE 'COFEOD' TO RL-PROG
020700     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
020800     CALL 'pgrunlog' USING RL-COMMUN

020900     OPEN INPUT FCAISSE
021000     IF NOT FS-FCAISSE-OK
021100        DISPLAY 'COFEOD - ERREUR OPEN FCAISSE - FS='
021200                WS-FS-FCAISSE
021300        MOVE 12 TO RETURN-CODE
021400        GO TO 1000-INITIALISATION-EXIT
021500     END-IF

021600     OPEN INPUT FOPERAT
021700     IF NOT FS-FOPERAT-OK
021800        DISPLAY 'COFEOD - ERREUR OPEN FOPERAT - FS='
021900                WS-FS-FOPERAT
022000        MOVE 12 TO RETURN-CODE
022100        CLOSE FCAISSE
022200        GO TO 1000-INITIALISATION-EXIT
022300     END-IF

022400     OPEN I-O FCOFFRE
022500     IF NOT FS-FCOFFRE-OK
022600        DISPLAY 'COFEOD - ERREUR OPEN FCOFFRE - FS='
022700                WS-FS-FCOFFRE
022800        MOVE 12 TO RETURN-CODE
022900        CLOSE FCAISSE
023000        CLOSE FOPERAT
023100        GO TO 1000-INITIALISATION-EXIT
023200     END-IF

023300     OPEN OUTPUT COFRP
023400     IF NOT FS-COFRP-OK
023500        DISPLAY 'COFEOD - ERREUR OPEN COFRP - FS='
023600                WS-FS-COFRP
023700        MOVE 12 TO RETURN-CODE
023800        CLOSE FCAISSE
023900        CLOSE FOPERAT
024000        CLOSE FCOFFRE
024100        GO TO 1000-INITIALISATION-EXIT
024200     END-IF

024300     MOVE WS-DATE-JOUR TO LT-DATE
024400     MOVE LIGNE-TITRE  TO REC-COFRP
024500     WRITE REC-COFRP
024600     MOVE LIGNE-ENTETE TO REC-COFRP
024700     WRITE REC-COFRP
024800     .
024900 1000-INITIALISATION-EXIT.
025000     EXIT.
025100*----------------------*
025200 2000-CUMULER-TIROIRS.
025300*----------------------*
025400*    TIROIRS OUVERTS CE JOUR, RATTACHES A L'AGENCE DU
025500*    PROFIL DE LEUR OPERATEUR
025600     READ FCAISSE NEXT RECORD
025700         AT END
025800            MOVE 'Y' TO WS-FIN-FCAISSE
025900            GO TO 2000-CUMULER-EXIT
026000     END-READ

026100     IF CAI-DATE NOT = WS-DATE-JOUR
026200        GO TO 2000-CUMULER-EXIT
026300     END-IF
026400     ADD 1 TO WS-NB-TIROIRS

026500     MOVE CAI-OPID TO O-OPID
026600     READ FOPERAT
026700         INVALID KEY
026800            MOVE SPACE TO O-AGENCE
026900     END-READ
027000     IF O-AGENCE = SPACE OR LOW-VALUE
027100        DISPLAY 'COFEOD - TIROIR SANS AGENCE - OPERATEUR '
027200                CAI-OPID
027300        ADD 1 TO WS-NB-SANS-AGENCE
027400        GO TO 2000-CUMULER-EXIT
027500     END-IF

027600     MOVE O-AGENCE TO WS-AG-CHERCHE
027700     PERFORM 7000-CHERCHER-AGENCE
027800     IF NOT AG-TROUVEE
027900        IF WS-NB-AG >= 200
028000           DISPLAY 'COFEOD - TABLE DES AGENCES SATUREE'
028100           MOVE 8 TO RETURN-CODE
028200           GO TO 2000-CUMULER-EXIT
028300        END-IF
028400        ADD 1 TO WS-NB-AG
028500        MOVE WS-NB-AG TO WS-IND-AG
028600        MOVE WS-AG-CHERCHE TO WS-TAG-AGENCE(WS-IND-AG)
028700        MOVE ZERO TO WS-TAG-FONDS(WS-IND-AG)
028800        MOVE ZERO TO WS-TAG-RETOURS(WS-IND-AG)
028900        MOVE ZERO TO WS-TAG-OUVERTS(WS-IND-AG)
029000        MOVE ZERO TO WS-TAG-NET(WS-IND-AG)
029100     END-IF

029200     ADD CAI-FOND-OUVERTURE TO WS-TAG-FONDS(WS-IND-AG)
029300     IF CAI-FERMEE
029400        ADD CAI-ESPECES-FERMETURE
029500            TO WS-TAG-RETOURS(WS-IND-AG)
029600     ELSE
029700        ADD 1 TO WS-TAG-OUVERTS(WS-IND-AG)
029800     END-IF
029900     COMPUTE WS-TAG-NET(WS-IND-AG) = WS-TAG-NET(WS-IND-AG)
030000             + CAI-TOTAL-SORTIES - CAI-TOTAL-ENTREES
030100     .
030200 2000-CUMULER-EXIT.
030300     EXIT.
030400*----------------------*
030500 3000-ARRETER-COFFRE.
030600*----------------------*
030700     READ FCOFFRE NEXT RECORD
030800         AT END
030900            MOVE 'Y' TO WS-FIN-FCOFFRE
031000            GO TO 3000-ARRETER-EXIT
031100     END-READ
031200     ADD 1 TO WS-NB-COFFRES

031300     IF CF-DATE-ARRETE = WS-DATE-JOUR
031400        ADD 1 TO WS-NB-DEJA-ARRETES
031500        GO TO 3000-ARRETER-EXIT
031600     END-IF

031700     MOVE CF-CLE TO WS-AG-CHERCHE
031800     PERFORM 7000-CHERCHER-AGENCE
031900     IF AG-TROUVEE
032000        MOVE WS-TAG-FONDS(WS-IND-AG)   TO WS-FONDS-AG
032100        MOVE WS-TAG-RETOURS(WS-IND-AG) TO WS-RETOURS-AG
032200        MOVE WS-TAG-OUVERTS(WS-IND-AG) TO WS-OUVERTS-AG
032300        MOVE WS-TAG-NET(WS-IND-AG)     TO WS-NET-AG
032400     ELSE
032500        MOVE ZERO TO WS-FONDS-AG WS-RETOURS-AG
032600                     WS-OUVERTS-AG WS-NET-AG
032700     END-IF

032800     COMPUTE WS-POSITION =
032900             CF-SOLDE-OUVERTURE
033000             - CF-TOTAL-VERS-TIROIRS
033100             + CF-TOTAL-DES-TIROIRS
033200             + CF-TOTAL-LIVRAISONS
033300             - CF-TOTAL-REMISES

033400     MOVE CF-CLE                TO LD-AGENCE
033500     MOVE CF-SOLDE-OUVERTURE    TO LD-OUVERTURE
033600     MOVE CF-TOTAL-VERS-TIROIRS TO LD-VERS-TIROIRS
033700     MOVE CF-TOTAL-DES-TIROIRS  TO LD-DES-TIROIRS
033800     MOVE CF-TOTAL-LIVRAISONS   TO LD-LIVRAISONS
033900     MOVE CF-TOTAL-REMISES      TO LD-REMISES
034000     MOVE WS-POSITION           TO LD-THEORIQUE
034100     MOVE ZERO                  TO LD-COMPTEE
034200     MOVE ZERO                  TO LD-ECART
034300     MOVE SPACE                 TO LD-OBS

034400*    LES TRANSFERTS DU COFFRE DOIVENT PORTER LES FONDS ET
034500*    LES ESPECES DE FERMETURE DES TIROIRS DE L'AGENCE
034600     IF WS-OUVERTS-AG > ZERO
034700        MOVE 'TIROIR(S) NON FERME(S)' TO LD-OBS
034800        ADD 1 TO WS-NB-ECARTS
034900     ELSE
035000        IF CF-TOTAL-VERS-TIROIRS NOT = WS-FONDS-AG
035100           OR CF-TOTAL-DES-TIROIRS NOT = WS-RETOURS-AG
035200           MOVE 'ECART COFFRE/TIROIRS' TO LD-OBS
035300           ADD 1 TO WS-NB-ECARTS
035400        END-IF
035500     END-IF

035600*    COFFRE COMPTE : ECART = COMPTE - THEORIQUE
035700     IF CF-COMPTE
035800        MOVE CF-ESPECES-COMPTEES TO LD-COMPTEE
035900        COMPUTE WS-ECART = CF-ESPECES-COMPTEES - WS-POSITION
036000        MOVE WS-ECART TO LD-ECART
036100        IF WS-ECART > ZERO AND LD-OBS = SPACE
036200           MOVE 'EXCEDENT DE COFFRE' TO LD-OBS
036300           ADD 1 TO WS-NB-ECARTS
036400        END-IF
036500        IF WS-ECART < ZERO AND LD-OBS = SPACE
036600           MOVE 'MANQUANT DE COFFRE' TO LD-OBS
036700           ADD 1 TO WS-NB-ECARTS
036800        END-IF
036900     ELSE
037000        IF LD-OBS = SPACE
037100           MOVE 'COFFRE NON COMPTE' TO LD-OBS
037200           ADD 1 TO WS-NB-ECARTS
037300        END-IF
037400     END-IF

037500*    HORS ECART, SIGNALER UNE ENCAISSE HORS DES SEUILS
037600     IF LD-OBS = SPACE
037700        IF WS-POSITION < CF-SEUIL-MINI
037800           MOVE 'SOUS LE SEUIL MINI' TO LD-OBS
037900        END-IF
038000        IF CF-SEUIL-MAXI > ZERO
038100           AND WS-POSITION > CF-SEUIL-MAXI
038200           MOVE 'AU-DESSUS DU SEUIL MAXI' TO LD-OBS
038300        END-IF
038400     END-IF

038500     MOVE LIGNE-DETAIL TO REC-COFRP
038600     WRITE REC-COFRP

038700     PERFORM 3100-ARRETER THRU 3100-ARRETER-EXIT
038800     .
038900 3000-ARRETER-EXIT.
039000     EXIT.
039100*----------------------*
039200 3100-ARRETER.
039300*----------------------*
039400*    RETRAITS NETS DU JOUR EN TETE DE L'HISTORIQUE, PUIS
039500*    NOUVEAU SOLDE D'OUVERTURE : LE COMPTAGE S'IL A EU
039600*    LIEU (L'ECART EST ACTE PAR L'ETAT), SINON LA
039700*    POSITION THEORIQUE
039800     PERFORM 3110-DECALER-HISTORIQUE
039900         VARYING WS-IND-HN FROM 10 BY -1
040000         UNTIL WS-IND-HN < 2
040100     MOVE WS-DATE-JOUR TO CF-HN-DATE(1)
040200     MOVE WS-NET-AG    TO CF-HN-MONTANT(1)

040300     IF CF-COMPTE
040400        MOVE CF-ESPECES-COMPTEES TO CF-SOLDE-OUVERTURE
040500     ELSE
040600        IF WS-POSITION < ZERO
040700           MOVE ZERO TO CF-SOLDE-OUVERTURE
040800        ELSE
040900           MOVE WS-POSITION TO CF-SOLDE-OUVERTURE
041000        END-IF
041100     END-IF
041200     MOVE ZERO TO CF-TOTAL-VERS-TIROIRS
041300                  CF-TOTAL-DES-TIROIRS
041400                  CF-TOTAL-LIVRAISONS
041500                  CF-TOTAL-REMISES
041600                  CF-ESPECES-COMPTEES
041700     MOVE SPACE        TO CF-COMPTAGE
041800     MOVE SPACE        TO CF-OPID-COMPTAGE
041900     MOVE WS-DATE-JOUR TO CF-DATE-ARRETE

042000     REWRITE CF-COFFRE
042100     IF NOT FS-FCOFFRE-OK
042200        DISPLAY 'COFEOD - ERREUR REWRITE FCOFFRE - FS='
042300                WS-FS-FCOFFRE ' AGENCE ' CF-CLE
042400        MOVE 12 TO RETURN-CODE
042500        MOVE 'Y' TO WS-FIN-FCOFFRE
042600        GO TO 3100-ARRETER-EXIT
042700     END-IF
042800     ADD 1 TO WS-NB-ARRETES
042900     .
043000 3100-ARRETER-EXIT.
043100     EXIT.
043200*----------------------*
043300 3110-DECALER-HISTORIQUE.
043400*----------------------*
043500     MOVE CF-HN-DATE(WS-IND-HN - 1)
043600       TO CF-HN-DATE(WS-IND-HN)
043700     MOVE CF-HN-MONTANT(WS-IND-HN - 1)
043800       TO CF-HN-MONTANT(WS-IND-HN)
043900     .
044000*----------------------*
044100 7000-CHERCHER-AGENCE.
044200*----------------------*
044300     MOVE 'N' TO WS-AG-TROUVEE
044400     MOVE 1   TO WS-IND-AG
044500     PERFORM 7100-COMPARER-AGENCE
044600         UNTIL AG-TROUVEE OR WS-IND-AG > WS-NB-AG
044700     .
044800*----------------------*
044900 7100-COMPARER-AGENCE.
045000*----------------------*
045100     IF WS-IND-AG <= WS-NB-AG
045200        AND WS-TAG-AGENCE(WS-IND-AG) = WS-AG-CHERCHE
045300        MOVE 'O' TO WS-AG-TROUVEE
045400     ELSE
045500        ADD 1 TO WS-IND-AG
045600     END-IF
045700     .
045800*----------------------*
045900 9000-TERMINAISON.
046000*----------------------*
046100     CLOSE FCOFFRE
046200     CLOSE FCAISSE
046300     CLOSE FOPERAT
046400     CLOSE COFRP

046500     DISPLAY 'COFEOD - COFFRES LUS            : ' WS-NB-COFFRES
046600     DISPLAY 'COFEOD - COFFRES ARRETES        : ' WS-NB-ARRETES
046700     DISPLAY 'COFEOD - DEJA ARRETES CE JOUR   : '
046800             WS-NB-DEJA-ARRETES
046900     DISPLAY 'COFEOD - TIROIRS DU JOUR        : ' WS-NB-TIROIRS
047000     DISPLAY 'COFEOD - TIROIRS SANS AGENCE    : '
047100             WS-NB-SANS-AGENCE
047200     DISPLAY 'COFEOD - ECARTS SIGNALES        : ' WS-NB-ECARTS

047300     IF RETURN-CODE < 4
047400        IF WS-NB-ECARTS > ZERO OR WS-NB-SANS-AGENCE > ZERO
047500           MOVE 4 TO RETURN-CODE
047600        END-IF
047700     END-IF

047800     MOVE 'F' TO RL-FONCTION
047900     MOVE 'COFEOD' TO RL-PROG
048000     MOVE WS-NB-COFFRES TO RL-LUS
048100     MOVE WS-NB-ARRETES TO RL-ECRITS
048200     MOVE WS-NB-ECARTS  TO RL-REJETES
048300     MOVE RETURN-CODE   TO RL-RC
048400     CALL 'pgrunlog' USING RL-COMMUN
048500     .

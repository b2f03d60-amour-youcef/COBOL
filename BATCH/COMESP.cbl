000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    COMESP.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - PROPOSITION DE COMMANDE DE
001400*                   FONDS PAR AGENCE, APRES L'ARRETE DES
001500*                   COFFRES (COFEOD). POSITION DU COFFRE
001600*                   MOINS LA MOYENNE DES RETRAITS NETS DES
001700*                   N DERNIERES JOURNEES (PARM, 05 PAR
001800*                   DEFAUT, 10 AU PLUS) : SOUS LE SEUIL
001900*                   MINI, LIVRAISON PROPOSEE POUR REVENIR
002000*                   AU MILIEU DES SEUILS (ARRONDIE A LA
002100*                   CENTAINE SUPERIEURE) ; AU-DESSUS DU
002200*                   SEUIL MAXI, REMISE PROPOSEE (ARRONDIE
002300*                   A LA CENTAINE INFERIEURE). LECTURE
002400*                   SEULE DE FCOFFRE.
002500*--------------------------------------------------------
002600*
002700*======================================================*
002800*   E N V I R O N M E N T       D I V I S I O N        *
002900*======================================================*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-390.
003300 OBJECT-COMPUTER. IBM-390.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FCOFFRE    ASSIGN TO FCOFFRE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS CF-CLE
004000         FILE STATUS IS WS-FS-FCOFFRE.

004100     SELECT COMESPRP   ASSIGN TO COMESPRP
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-FS-COMESPRP.
004400*
004500*======================================================*
004600*           D A T A         D I V I S I O N            *
004700*======================================================*
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100 FD  FCOFFRE
005200     RECORD CONTAINS 400 CHARACTERS.
005300     COPY FCOFFRE.
005400*
005500 FD  COMESPRP
005600     RECORD CONTAINS 132 CHARACTERS.
005700 01  REC-COMESPRP             PIC X(132).
005800*
005900*------------------------------------------------------*
006000 WORKING-STORAGE SECTION.
006100*------------------------------------------------------*
006200*
006300 01  WS-FS-FCOFFRE            PIC X(02) VALUE SPACE.
006400     88 FS-FCOFFRE-OK            VALUE '00'.
006500 01  WS-FS-COMESPRP           PIC X(02) VALUE SPACE.
006600     88 FS-COMESPRP-OK           VALUE '00'.
006700*
006800 01  WS-FIN-FCOFFRE           PIC X(01) VALUE 'N'.
006900     88 FIN-FCOFFRE              VALUE 'Y'.
007000*
007100 01  WS-DATE-JOUR             PIC 9(08).
007200 01  WS-NB-JOURS              PIC 9(02) VALUE 05.
007300*
007400 01  WS-NB-COFFRES            PIC 9(05) VALUE ZERO.
007500 01  WS-NB-LIVRAISONS         PIC 9(05) VALUE ZERO.
007600 01  WS-NB-REMISES            PIC 9(05) VALUE ZERO.
007700 01  WS-NB-NON-EVALUES        PIC 9(05) VALUE ZERO.
007800 01  WS-TOT-LIVRAISONS        PIC 9(11)V99 VALUE ZERO.
007900 01  WS-TOT-REMISES           PIC 9(11)V99 VALUE ZERO.
008000*
008100 01  WS-IND-HN                PIC S9(4) COMP.
008200 01  WS-NB-HN                 PIC S9(4) COMP.
008300 01  WS-CUMUL-HN              PIC S9(11)V99.
008400 01  WS-MOYENNE               PIC S9(10)V99.
008500 01  WS-POSITION              PIC S9(11)V99.
008600 01  WS-PROJETEE              PIC S9(11)V99.
008700 01  WS-CIBLE                 PIC S9(11)V99.
008800 01  WS-MONTANT               PIC S9(11)V99.
008900 01  WS-CENTAINES             PIC S9(09).
009000*
009100*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
009200 01  RL-COMMUN.
009300     05 RL-FONCTION    PIC X(01).
009400     05 RL-PROG        PIC X(08).
009500     05 RL-LUS         PIC 9(09).
009600     05 RL-ECRITS      PIC 9(09).
009700     05 RL-REJETES     PIC 9(09).
009800     05 RL-RC          PIC 9(02).
009900*
010000 01  LIGNE-TITRE.
010100     05 FILLER                PIC X(44) VALUE
010200        'PROPOSITION DE COMMANDE DE FONDS PAR AGENCE'.
010300     05 FILLER                PIC X(01) VALUE SPACE.
010400     05 LT-DATE               PIC 9(08).
010500     05 FILLER                PIC X(12) VALUE ' - MOYENNE '.
010600     05 LT-NB-JOURS           PIC Z9.
010700     05 FILLER                PIC X(06) VALUE ' JOURS'.
010800     05 FILLER                PIC X(59) VALUE SPACE.
010900*
011000 01  LIGNE-ENTETE.
011100     05 FILLER                PIC X(06) VALUE 'AGCE'.
011200     05 FILLER                PIC X(14) VALUE '     POSITION'.
011300     05 FILLER                PIC X(14) VALUE ' RETRAIT MOYEN'.
011400     05 FILLER                PIC X(14) VALUE '     PROJETEE'.
011500     05 FILLER                PIC X(13) VALUE '  SEUIL MINI'.
011600     05 FILLER                PIC X(13) VALUE '  SEUIL MAXI'.
011700     05 FILLER                PIC X(10) VALUE ' PROPOSE'.
011800     05 FILLER                PIC X(14) VALUE '      MONTANT'.
011900     05 FILLER                PIC X(34) VALUE ' OBSERVATION'.
012000*
012100 01  LIGNE-DETAIL.
012200     05 LD-AGENCE             PIC X(04).
012300     05 FILLER                PIC X(01) VALUE SPACE.
012400     05 LD-POSITION           PIC -ZZZZZZZZ9.99.
012500     05 FILLER                PIC X(01) VALUE SPACE.
012600     05 LD-MOYENNE            PIC -ZZZZZZZZ9.99.
012700     05 FILLER                PIC X(01) VALUE SPACE.
012800     05 LD-PROJETEE           PIC -ZZZZZZZZ9.99.
012900     05 FILLER                PIC X(01) VALUE SPACE.
013000     05 LD-SEUIL-MINI         PIC ZZZZZZZZ9.99.
013100     05 FILLER                PIC X(01) VALUE SPACE.
013200     05 LD-SEUIL-MAXI         PIC ZZZZZZZZ9.99.
013300     05 FILLER                PIC X(02) VALUE SPACE.
013400     05 LD-PROPOSITION        PIC X(09).
013500     05 FILLER                PIC X(01) VALUE SPACE.
013600     05 LD-MONTANT            PIC ZZZZZZZZZ9.99.
013700     05 FILLER                PIC X(01) VALUE SPACE.
013800     05 LD-OBS                PIC X(30).
013900     05 FILLER                PIC X(03) VALUE SPACE.
014000*
014100 01  LIGNE-TOTAL.
014200     05 FILLER                PIC X(20) VALUE
014300        'TOTAL LIVRAISONS : '.
014400     05 LTO-LIVRAISONS        PIC ZZZZZZZZZZ9.99.
014500     05 FILLER                PIC X(04) VALUE SPACE.
014600     05 FILLER                PIC X(17) VALUE
014700        'TOTAL REMISES : '.
014800     05 LTO-REMISES           PIC ZZZZZZZZZZ9.99.
014900     05 FILLER                PIC X(63) VALUE SPACE.
015000*
015100*======================================================*
015200 LINKAGE SECTION.
015300 01  LK-PARM-JOURS.
015400     05 LK-PARM-LEN           PIC S9(4) COMP.
015500     05 LK-PARM-VALUE         PIC X(02).
015600*
015700*======================================================*
015800*     P R O C E D U R E     D I V I S I O N            *
015900*======================================================*
016000 PROCEDURE DIVISION USING LK-PARM-JOURS.
016100*----------------------*
016200 0000-MAINLINE.
016300*----------------------*
016400     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
016500     IF RETURN-CODE NOT < 8
016600        GOBACK
016700     END-IF

016800     PERFORM 2000-TRAITER-COFFRE THRU 2000-TRAITER-EXIT
016900         UNTIL FIN-FCOFFRE
017000     PERFORM 9000-TERMINAISON
017100     GOBACK
017200     .
017300*----------------------*
017400 1000-INITIALISATION.
017500*----------------------*
017600     IF LK-PARM-LEN > ZERO
017700        IF LK-PARM-VALUE(1:LK-PARM-LEN) NOT NUMERIC
017800           DISPLAY 'COMESP - PARM JOURS NON NUMERIQUE : '
017900                   LK-PARM-VALUE
018000           MOVE 8 TO RETURN-CODE
018100           GO TO 1000-INITIALISATION-EXIT
018200        END-IF
018300        MOVE LK-PARM-VALUE(1:LK-PARM-LEN) TO WS-NB-JOURS
018400     END-IF
018500     IF WS-NB-JOURS = ZERO OR WS-NB-JOURS > 10
018600        DISPLAY 'COMESP - PARM JOURS HORS LIMITES (01 A 10) : '
018700                WS-NB-JOURS
018800        MOVE 8 TO RETURN-CODE
018900        GO TO 1000-INITIALISATION-EXIT
019000     END-IF

019100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

019200     MOVE 'D' TO RL-FONCTION
019300     MOVE 'COMESP' TO RL-PROG
019400     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
019500     CALL 'pgrunlog' USING RL-COMMUN

019600     OPEN INPUT FCOFFRE
019700     IF NOT FS-FCOFFRE-OK
019800        DISPLAY 'COMESP - ERREUR OPEN FCOFFRE - FS='
019900                WS-FS-FCOFFRE
020000        MOVE 12 TO RETURN-CODE
020100        GO TO 1000-INITIALISATION-EXIT
020200     END-IF

020300     OPEN OUTPUT COMESPRP
020400     IF NOT FS-COMESPRP-OK
020500        DISPLAY 'COMESP - ERREUR OPEN COMESPRP - FS='
020600                WS-FS-COMESPRP
020700        MOVE 12 TO RETURN-CODE
020800        CLOSE FCOFFRE
020900        GO TO 1000-INITIALISATION-EXIT
021000     END-IF

021100     MOVE WS-DATE-JOUR TO LT-DATE
021200     MOVE WS-NB-JOURS  TO LT-NB-JOURS
021300     MOVE LIGNE-TITRE  TO REC-COMESPRP
021400     WRITE REC-COMESPRP
021500     MOVE LIGNE-ENTETE TO REC-COMESPRP
021600     WRITE REC-COMESPRP
021700     .
021800 1000-INITIALISATION-EXIT.
021900     EXIT.
022000*----------------------*
022100 2000-TRAITER-COFFRE.
022200*----------------------*
022300     READ FCOFFRE NEXT RECORD
022400         AT END
022500            MOVE 'Y' TO WS-FIN-FCOFFRE
022600            GO TO 2000-TRAITER-EXIT
022700     END-READ
022800     ADD 1 TO WS-NB-COFFRES

022900     COMPUTE WS-POSITION =
023000             CF-SOLDE-OUVERTURE
023100             - CF-TOTAL-VERS-TIROIRS
023200             + CF-TOTAL-DES-TIROIRS
023300             + CF-TOTAL-LIVRAISONS
023400             - CF-TOTAL-REMISES

023500     MOVE CF-CLE        TO LD-AGENCE
023600     MOVE WS-POSITION   TO LD-POSITION
023700     MOVE CF-SEUIL-MINI TO LD-SEUIL-MINI
023800     MOVE CF-SEUIL-MAXI TO LD-SEUIL-MAXI
023900     MOVE ZERO          TO LD-MOYENNE LD-PROJETEE LD-MONTANT
024000     MOVE SPACE         TO LD-PROPOSITION LD-OBS

024100     IF CF-SEUIL-MINI = ZERO AND CF-SEUIL-MAXI = ZERO
024200        MOVE 'SEUILS NON RENSEIGNES' TO LD-OBS
024300        ADD 1 TO WS-NB-NON-EVALUES
024400        GO TO 2000-ECRIRE
024500     END-IF

024600*    MOYENNE DES RETRAITS NETS DES N DERNIERES JOURNEES
024700*    RENSEIGNEES (HISTORIQUE LE PLUS RECENT EN TETE)
024800     MOVE ZERO TO WS-NB-HN WS-CUMUL-HN
024900     PERFORM 2100-CUMULER-HISTORIQUE
025000         VARYING WS-IND-HN FROM 1 BY 1
025100         UNTIL WS-IND-HN > 10 OR WS-NB-HN >= WS-NB-JOURS
025200     IF WS-NB-HN = ZERO
025300        MOVE 'HISTORIQUE INSUFFISANT' TO LD-OBS
025400        ADD 1 TO WS-NB-NON-EVALUES
025500        GO TO 2000-ECRIRE
025600     END-IF
025700     COMPUTE WS-MOYENNE ROUNDED = WS-CUMUL-HN / WS-NB-HN
025800     COMPUTE WS-PROJETEE = WS-POSITION - WS-MOYENNE
025900     COMPUTE WS-CIBLE = (CF-SEUIL-MINI + CF-SEUIL-MAXI) / 2
026000     MOVE WS-MOYENNE  TO LD-MOYENNE
026100     MOVE WS-PROJETEE TO LD-PROJETEE

026200     IF WS-PROJETEE < CF-SEUIL-MINI
026300        COMPUTE WS-MONTANT = WS-CIBLE - WS-PROJETEE
026400        DIVIDE WS-MONTANT BY 100 GIVING WS-CENTAINES
026500        IF WS-CENTAINES * 100 < WS-MONTANT
026600           ADD 1 TO WS-CENTAINES
026700        END-IF
026800        COMPUTE WS-MONTANT = WS-CENTAINES * 100
026900        MOVE 'LIVRAISON' TO LD-PROPOSITION
027000        MOVE WS-MONTANT  TO LD-MONTANT
027100        ADD 1 TO WS-NB-LIVRAISONS
027200        ADD WS-MONTANT TO WS-TOT-LIVRAISONS
027300        GO TO 2000-ECRIRE
027400     END-IF

027500     IF CF-SEUIL-MAXI > ZERO AND WS-PROJETEE > CF-SEUIL-MAXI
027600        COMPUTE WS-MONTANT = WS-PROJETEE - WS-CIBLE
027700        DIVIDE WS-MONTANT BY 100 GIVING WS-CENTAINES
027800        COMPUTE WS-MONTANT = WS-CENTAINES * 100
027900        IF WS-MONTANT > ZERO
028000           MOVE 'REMISE'   TO LD-PROPOSITION
028100           MOVE WS-MONTANT TO LD-MONTANT
028200           ADD 1 TO WS-NB-REMISES
028300           ADD WS-MONTANT TO WS-TOT-REMISES
028400        END-IF
028500     END-IF
028600     .
028700 2000-ECRIRE.
028800     MOVE LIGNE-DETAIL TO REC-COMESPRP
028900     WRITE REC-COMESPRP
029000     .
029100 2000-TRAITER-EXIT.
029200     EXIT.
029300*----------------------*
029400 2100-CUMULER-HISTORIQUE.
029500*----------------------*
029600     IF CF-HN-DATE(WS-IND-HN) NOT = ZERO
029700        ADD CF-HN-MONTANT(WS-IND-HN) TO WS-CUMUL-HN
029800        ADD 1 TO WS-NB-HN
029900     END-IF
030000     .
030100*----------------------*
030200 9000-TERMINAISON.
030300*----------------------*
030400     MOVE WS-TOT-LIVRAISONS TO LTO-LIVRAISONS
030500     MOVE WS-TOT-REMISES    TO LTO-REMISES
030600     MOVE LIGNE-TOTAL TO REC-COMESPRP
030700     WRITE REC-COMESPRP

030800     CLOSE FCOFFRE
030900     CLOSE COMESPRP

031000     DISPLAY 'COMESP - COFFRES LUS            : ' WS-NB-COFFRES
031100     DISPLAY 'COMESP - LIVRAISONS PROPOSEES   : '
031200             WS-NB-LIVRAISONS
031300     DISPLAY 'COMESP - REMISES PROPOSEES      : ' WS-NB-REMISES
031400     DISPLAY 'COMESP - COFFRES NON EVALUES    : '
031500             WS-NB-NON-EVALUES

031600     MOVE 'F' TO RL-FONCTION
031700     MOVE 'COMESP' TO RL-PROG
031800     MOVE WS-NB-COFFRES TO RL-LUS
031900     COMPUTE RL-ECRITS = WS-NB-LIVRAISONS + WS-NB-REMISES
032000     MOVE WS-NB-NON-EVALUES TO RL-REJETES
032100     MOVE RETURN-CODE   TO RL-RC
032200     CALL 'pgrunlog' USING RL-COMMUN
032300     .

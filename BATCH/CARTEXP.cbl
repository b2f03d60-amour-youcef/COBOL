000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CARTEXP.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - ETAT DES CARTES A
001400*                   RENOUVELER : CARTES ACTIVES DU FICHIER
001500*                   FCARTE DONT LA FIN DE VALIDITE (MOIS
001600*                   AAAAMM) TOMBE DANS LES 45 JOURS, SAUF
001700*                   SI UNE CARTE DE REMPLACEMENT EST DEJA
001800*                   COMMANDEE SUR LE COMPTE. LE
001900*                   RENOUVELLEMENT SE COMMANDE PAR GESCART
002000*                   (PF9) ; LA CARTE EN COURS RESTE ACTIVE
002100*                   JUSQU'A L'ACTIVATION DE LA NOUVELLE.
002200*--------------------------------------------------------
002300*
002400*======================================================*
002500*   E N V I R O N M E N T       D I V I S I O N        *
002600*======================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-390.
003000 OBJECT-COMPUTER. IBM-390.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT FCARTE     ASSIGN TO FCARTE
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS CRT-NUMERO
003700         FILE STATUS IS WS-FS-FCARTE.
003800
003900     SELECT CARTEXRP   ASSIGN TO CARTEXRP
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FS-CARTEXRP.
004200*
004300*======================================================*
004400*           D A T A         D I V I S I O N            *
004500*======================================================*
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900 FD  FCARTE
005000     RECORD CONTAINS 80 CHARACTERS.
005100     COPY FCARTE.
005200*
005300 FD  CARTEXRP
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  REC-CARTEXRP             PIC X(80).
005600*
005700*------------------------------------------------------*
005800 WORKING-STORAGE SECTION.
005900*------------------------------------------------------*
006000*
006100 01  WS-FS-FCARTE             PIC X(02) VALUE SPACE.
006200     88 FS-FCARTE-OK             VALUE '00'.
006300 01  WS-FS-CARTEXRP           PIC X(02) VALUE SPACE.
006400     88 FS-CARTEXRP-OK           VALUE '00'.
006500*
006600 01  WS-FIN-FCARTE            PIC X(01) VALUE 'N'.
006700     88 FIN-FCARTE               VALUE 'Y'.
006800*
006900 01  WS-DATE-JOUR             PIC 9(08).
007000*    HORIZON DE RENOUVELLEMENT, EN JOURS
007100 01  WS-PREAVIS               PIC 9(03) VALUE 045.
007200 01  WS-JOUR-ENTIER           PIC 9(07).
007300 01  WS-DATE-LIMITE           PIC 9(08).
007400 01  WS-DATE-LIMITE-R REDEFINES WS-DATE-LIMITE.
007500     05 WS-MOIS-LIMITE        PIC 9(06).
007600     05 FILLER                PIC 9(02).
007700*
007800 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
007900 01  WS-NB-A-RENOUVELER       PIC 9(07) VALUE ZERO.
008000*
008100*    CARTE RETENUE, EN ATTENTE DE LA FIN DU COMPTE : UNE
008200*    CARTE COMMANDEE DE RANG SUPERIEUR L'ECARTE
008300 01  WS-CPTE-PREC             PIC X(08) VALUE SPACE.
008400 01  WS-CANDIDAT              PIC X(01) VALUE 'N'.
008500     88 CANDIDAT-RETENU          VALUE 'O'.
008600*
008700*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
008800 01  RL-COMMUN.
008900     05 RL-FONCTION    PIC X(01).
009000     05 RL-PROG        PIC X(08).
009100     05 RL-LUS         PIC 9(09).
009200     05 RL-ECRITS      PIC 9(09).
009300     05 RL-REJETES     PIC 9(09).
009400     05 RL-RC          PIC 9(02).
009500*
009600 01  LIGNE-TITRE.
009700     05 FILLER                PIC X(44) VALUE
009800        'CARTES A RENOUVELER A 45 JOURS - ARRETE A '.
009900     05 LT-DATE               PIC 9(08).
010000     05 FILLER                PIC X(28) VALUE SPACE.
010100*
010200 01  LIGNE-ENTETE-1.
010300     05 FILLER                PIC X(18) VALUE 'CARTE'.
010400     05 FILLER                PIC X(10) VALUE 'COMPTE'.
010500     05 FILLER                PIC X(08) VALUE 'EXPIRE'.
010600     05 FILLER                PIC X(10) VALUE 'PLF DAB'.
010700     05 FILLER                PIC X(10) VALUE 'PLF ACHAT'.
010800     05 FILLER                PIC X(24) VALUE SPACE.
010900*
011000 01  LIGNE-DETAIL.
011100     05 LD-NUMERO             PIC X(16).
011200     05 FILLER                PIC X(02) VALUE SPACE.
011300     05 LD-CPTE               PIC X(08).
011400     05 FILLER                PIC X(02) VALUE SPACE.
011500     05 LD-EXPIRATION         PIC 9(06).
011600     05 FILLER                PIC X(02) VALUE SPACE.
011700     05 LD-PLF-RETRAIT        PIC ZZZ9.
011800     05 FILLER                PIC X(06) VALUE SPACE.
011900     05 LD-PLF-ACHAT          PIC ZZZ9.
012000     05 FILLER                PIC X(02) VALUE SPACE.
012100     05 LD-MENTION            PIC X(08).
012200     05 FILLER                PIC X(20) VALUE SPACE.
012300*
012400 01  LIGNE-TOTAL.
012500     05 FILLER                PIC X(24) VALUE
012600        'CARTES A RENOUVELER : '.
012700     05 LT-NB                 PIC ZZZZZZ9.
012800     05 FILLER                PIC X(49) VALUE SPACE.
012900*
013000*======================================================*
013100*     P R O C E D U R E     D I V I S I O N            *
013200*======================================================*
013300 PROCEDURE DIVISION.
013400*----------------------*
013500 0000-MAINLINE.
013600*----------------------*
013700     PERFORM 1000-INITIALISATION
013800     PERFORM 2000-TRAITER-CARTE THRU 2000-TRAITER-EXIT
013900         UNTIL FIN-FCARTE
014000     PERFORM 8000-ECRIRE-TOTAL
014100     PERFORM 9000-TERMINAISON
014200     GOBACK
014300     .
014400*----------------------*
014500 1000-INITIALISATION.
014600*----------------------*
014700     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
014800*    UNE CARTE SERT JUSQU'A LA FIN DE SON MOIS D'EXPIRATION :
014900*    ELLE EST RETENUE SI CE MOIS EST ATTEINT A L'HORIZON
015000     COMPUTE WS-JOUR-ENTIER =
015100             FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + WS-PREAVIS
015200     COMPUTE WS-DATE-LIMITE =
015300             FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)
015400
015500     MOVE 'D' TO RL-FONCTION
015600     MOVE 'CARTEXP' TO RL-PROG
015700     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
015800     CALL 'pgrunlog' USING RL-COMMUN
015900
016000     OPEN INPUT FCARTE
016100     IF NOT FS-FCARTE-OK
016200        DISPLAY 'CARTEXP - ERREUR OPEN FCARTE - FS='
016300                WS-FS-FCARTE
016400        MOVE 12 TO RETURN-CODE
016500        GOBACK
016600     END-IF
016700
016800     OPEN OUTPUT CARTEXRP
016900     IF NOT FS-CARTEXRP-OK
017000        DISPLAY 'CARTEXP - ERREUR OPEN CARTEXRP - FS='
017100                WS-FS-CARTEXRP
017200        MOVE 12 TO RETURN-CODE
017300        CLOSE FCARTE
017400        GOBACK
017500     END-IF
017600
017700     MOVE WS-DATE-JOUR   TO LT-DATE
017800     MOVE LIGNE-TITRE    TO REC-CARTEXRP
017900     WRITE REC-CARTEXRP
018000     MOVE LIGNE-ENTETE-1 TO REC-CARTEXRP
018100     WRITE REC-CARTEXRP
018200     .
018300*----------------------*
018400 2000-TRAITER-CARTE.
018500*----------------------*
018600     READ FCARTE NEXT
018700         AT END
018800            MOVE 'Y' TO WS-FIN-FCARTE
018900            PERFORM 3000-EMETTRE-CANDIDAT
019000            GO TO 2000-TRAITER-EXIT
019100     END-READ
019200
019300     ADD 1 TO WS-NB-LUS
019400
019500*    LES CARTES D'UN COMPTE SONT CONTIGUES (CLE BIN +
019600*    COMPTE + RANG) : LE CANDIDAT DU COMPTE PRECEDENT SORT
019700     IF CRT-ID-CPTE NOT = WS-CPTE-PREC
019800        PERFORM 3000-EMETTRE-CANDIDAT
019900        MOVE CRT-ID-CPTE TO WS-CPTE-PREC
020000     END-IF
020100
020200*    RENOUVELLEMENT DEJA COMMANDE : RIEN A SIGNALER
020300     IF CRT-COMMANDEE
020400        MOVE 'N' TO WS-CANDIDAT
020500        GO TO 2000-TRAITER-EXIT
020600     END-IF
020700
020800     IF CRT-ACTIVE
020900        AND CRT-EXPIRATION NOT > WS-MOIS-LIMITE
021000        MOVE 'O'             TO WS-CANDIDAT
021100        MOVE CRT-NUMERO      TO LD-NUMERO
021200        MOVE CRT-ID-CPTE     TO LD-CPTE
021300        MOVE CRT-EXPIRATION  TO LD-EXPIRATION
021400        MOVE CRT-PLF-RETRAIT TO LD-PLF-RETRAIT
021500        MOVE CRT-PLF-ACHAT   TO LD-PLF-ACHAT
021600        IF CRT-EXPIRATION < WS-DATE-JOUR(1:6)
021700           MOVE 'EXPIREE' TO LD-MENTION
021800        ELSE
021900           MOVE SPACE     TO LD-MENTION
022000        END-IF
022100     END-IF
022200     .
022300 2000-TRAITER-EXIT.
022400     EXIT.
022500*----------------------*
022600 3000-EMETTRE-CANDIDAT.
022700*----------------------*
022800     IF CANDIDAT-RETENU
022900        MOVE LIGNE-DETAIL TO REC-CARTEXRP
023000        WRITE REC-CARTEXRP
023100        ADD 1 TO WS-NB-A-RENOUVELER
023200        MOVE 'N' TO WS-CANDIDAT
023300     END-IF
023400     .
023500*----------------------*
023600 8000-ECRIRE-TOTAL.
023700*----------------------*
023800     MOVE WS-NB-A-RENOUVELER TO LT-NB
023900     MOVE LIGNE-TOTAL        TO REC-CARTEXRP
024000     WRITE REC-CARTEXRP
024100     .
024200*----------------------*
024300 9000-TERMINAISON.
024400*----------------------*
024500     CLOSE FCARTE
024600     CLOSE CARTEXRP
024700
024800     DISPLAY 'CARTEXP - CARTES LUES          : ' WS-NB-LUS
024900     DISPLAY 'CARTEXP - CARTES A RENOUVELER  : '
025000             WS-NB-A-RENOUVELER
025100
025200     MOVE 'F' TO RL-FONCTION
025300     MOVE 'CARTEXP' TO RL-PROG
025400     MOVE WS-NB-LUS TO RL-LUS
025500     MOVE WS-NB-A-RENOUVELER TO RL-ECRITS
025600     MOVE ZERO TO RL-REJETES
025700     MOVE RETURN-CODE TO RL-RC
025800     CALL 'pgrunlog' USING RL-COMMUN
025900     .

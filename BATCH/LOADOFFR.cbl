000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LOADOFFR.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - CHARGEMENT ET MISE A JOUR
001400*                   DU CATALOGUE DES FORFAITS (FOFFRE)
001500*                   DEPUIS DES CARTES AU DESSIN DE
001600*                   L'ENREGISTREMENT (COLONNES 1 A 47) :
001700*                   UN CODE NOUVEAU EST CREE, UN CODE
001800*                   CONNU EST REMPLACE (PRIX, SERVICES,
001900*                   EXONERATIONS, STATUT). AUCUN FORFAIT
002000*                   N'EST SUPPRIME : UN FORFAIT RETIRE
002100*                   PASSE AU STATUT R. CARTE INVALIDE
002200*                   REJETEE ET SIGNALEE (RC 8).
002300*--------------------------------------------------------
002400*
002500*======================================================*
002600*   E N V I R O N M E N T       D I V I S I O N        *
002700*======================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-390.
003100 OBJECT-COMPUTER. IBM-390.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT OFFRCARD   ASSIGN TO OFFRCARD
003500         ORGANIZATION IS SEQUENTIAL
003600         FILE STATUS IS WS-FS-OFFRCARD.

003700     SELECT FOFFRE     ASSIGN TO FOFFRE
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS OFR-CODE
004100         FILE STATUS IS WS-FS-FOFFRE.
004200*
004300*======================================================*
004400*           D A T A         D I V I S I O N            *
004500*======================================================*
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900 FD  OFFRCARD
005000     RECORD CONTAINS 80 CHARACTERS.
005100 01  REC-OFFRCARD             PIC X(80).
005200*
005300 FD  FOFFRE
005400     RECORD CONTAINS 80 CHARACTERS.
005500     COPY FOFFRE.
005600*
005700*------------------------------------------------------*
005800 WORKING-STORAGE SECTION.
005900*------------------------------------------------------*
006000*
006100 01  WS-FS-OFFRCARD           PIC X(02) VALUE SPACE.
006200     88 FS-OFFRCARD-OK           VALUE '00'.
006300 01  WS-FS-FOFFRE             PIC X(02) VALUE SPACE.
006400     88 FS-FOFFRE-OK             VALUE '00'.
006500     88 FS-FOFFRE-ABSENT         VALUE '35'.
006600*
006700 01  WS-FIN-OFFRCARD          PIC X(01) VALUE 'N'.
006800     88 FIN-OFFRCARD             VALUE 'Y'.
006900*
007000 01  WS-NB-LUES               PIC 9(05) VALUE ZERO.
007100 01  WS-NB-CREES              PIC 9(05) VALUE ZERO.
007200 01  WS-NB-MODIFIES           PIC 9(05) VALUE ZERO.
007300 01  WS-NB-REJETEES           PIC 9(05) VALUE ZERO.
007400 01  WS-DATE-JOUR             PIC 9(08).
007500*
007600*    IMAGE DE LA CARTE LUE (DESSIN FOFFRE, COLONNES 1-47)
007700 01  WS-CARTE.
007800     05 CRT-CODE              PIC X(04).
007900     05 CRT-LIBELLE           PIC X(20).
008000     05 CRT-PRIX              PIC X(07).
008100     05 CRT-SERVICES.
008200        10 CRT-SRV            PIC X(01) OCCURS 4.
008300     05 CRT-EXO-FRAIS         PIC X(01).
008400     05 CRT-CODES-EXO         PIC X(10).
008500     05 CRT-STATUT            PIC X(01).
008600     05 FILLER                PIC X(33).
008700 01  WS-IND-SRV               PIC S9(4) COMP.
008800 01  WS-CARTE-OK              PIC X(01).
008900     88 CARTE-VALIDE             VALUE 'O'.
009000*
009100*======================================================*
009200*     P R O C E D U R E     D I V I S I O N            *
009300*======================================================*
009400 PROCEDURE DIVISION.
009500*----------------------*
009600 0000-MAINLINE.
009700*----------------------*
009800     PERFORM 1000-INITIALISATION
009900     PERFORM 2000-CHARGER-UNE-OFFRE THRU 2000-CHARGER-EXIT
010000         UNTIL FIN-OFFRCARD
010100     PERFORM 9000-TERMINAISON
010200     GOBACK
010300     .
010400*----------------------*
010500 1000-INITIALISATION.
010600*----------------------*
010700     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

010800     OPEN INPUT  OFFRCARD
010900     IF NOT FS-OFFRCARD-OK
011000        DISPLAY 'LOADOFFR - ERREUR OPEN OFFRCARD - FS='
011100                WS-FS-OFFRCARD
011200        MOVE 12 TO RETURN-CODE
011300        GOBACK
011400     END-IF

011500*    PREMIER CHARGEMENT : LE CLUSTER VIENT D'ETRE DEFINI
011600     OPEN I-O FOFFRE
011700     IF FS-FOFFRE-ABSENT
011800        OPEN OUTPUT FOFFRE
011900        CLOSE FOFFRE
012000        OPEN I-O FOFFRE
012100     END-IF
012200     IF NOT FS-FOFFRE-OK
012300        DISPLAY 'LOADOFFR - ERREUR OPEN FOFFRE - FS='
012400                WS-FS-FOFFRE
012500        MOVE 12 TO RETURN-CODE
012600        CLOSE OFFRCARD
012700        GOBACK
012800     END-IF
012900     .
013000*----------------------*
013100 2000-CHARGER-UNE-OFFRE.
013200*----------------------*
013300     READ OFFRCARD
013400         AT END
013500           MOVE 'Y' TO WS-FIN-OFFRCARD
013600           GO TO 2000-CHARGER-EXIT
013700     END-READ

013800     ADD 1 TO WS-NB-LUES

013900     IF REC-OFFRCARD(1:1) = '*' OR REC-OFFRCARD = SPACE
014000        GO TO 2000-CHARGER-EXIT
014100     END-IF

014200     MOVE REC-OFFRCARD TO WS-CARTE
014300     PERFORM 2100-CONTROLER-CARTE
014400     IF NOT CARTE-VALIDE
014500        DISPLAY 'LOADOFFR - CARTE REJETEE : ' REC-OFFRCARD(1:47)
014600        ADD 1 TO WS-NB-REJETEES
014700        MOVE 8 TO RETURN-CODE
014800        GO TO 2000-CHARGER-EXIT
014900     END-IF

015000     MOVE SPACE              TO OFR-OFFRE
015100     MOVE REC-OFFRCARD(1:47) TO OFR-OFFRE(1:47)
015200     MOVE WS-DATE-JOUR       TO OFR-DATE-MAJ

015300     WRITE OFR-OFFRE
015400         INVALID KEY
015500*           FORFAIT CONNU : LA CARTE LE REMPLACE
015600            REWRITE OFR-OFFRE
015700                INVALID KEY
015800                   DISPLAY 'LOADOFFR - MISE A JOUR IMPOSSIBLE : '
015900                           OFR-CODE ' FS=' WS-FS-FOFFRE
016000                   ADD 1 TO WS-NB-REJETEES
016100                   MOVE 8 TO RETURN-CODE
016200                NOT INVALID KEY
016300                   ADD 1 TO WS-NB-MODIFIES
016400            END-REWRITE
016500         NOT INVALID KEY
016600            ADD 1 TO WS-NB-CREES
016700     END-WRITE
016800     .
016900 2000-CHARGER-EXIT.
017000     EXIT.
017100*----------------------*
017200 2100-CONTROLER-CARTE.
017300*----------------------*
017400*    CODE RENSEIGNE, PRIX EN CENTIMES NUMERIQUE,
017500*    INDICATEURS O/N, STATUT A OU R
017600     MOVE 'O' TO WS-CARTE-OK
017700     IF CRT-CODE = SPACE
017800        OR CRT-PRIX NOT NUMERIC
017900        OR (CRT-EXO-FRAIS NOT = 'O' AND NOT = 'N')
018000        OR (CRT-STATUT NOT = 'A' AND NOT = 'R')
018100        MOVE 'N' TO WS-CARTE-OK
018200     END-IF
018300     PERFORM 2110-CONTROLER-SERVICE
018400         VARYING WS-IND-SRV FROM 1 BY 1
018500         UNTIL WS-IND-SRV > 4
018600     .
018700*----------------------*
018800 2110-CONTROLER-SERVICE.
018900*----------------------*
019000     IF CRT-SRV(WS-IND-SRV) NOT = 'O' AND NOT = 'N'
019100        MOVE 'N' TO WS-CARTE-OK
019200     END-IF
019300     .
019400*----------------------*
019500 9000-TERMINAISON.
019600*----------------------*
019700     CLOSE OFFRCARD
019800     CLOSE FOFFRE

019900     DISPLAY 'LOADOFFR - CARTES LUES        : ' WS-NB-LUES
020000     DISPLAY 'LOADOFFR - FORFAITS CREES     : ' WS-NB-CREES
020100     DISPLAY 'LOADOFFR - FORFAITS MODIFIES  : ' WS-NB-MODIFIES
020200     DISPLAY 'LOADOFFR - CARTES REJETEES    : ' WS-NB-REJETEES
020300     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    NDFMAJ.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - LES NOTES DE FRAIS
001400*                   REMBOURSEES PAR LA PAIE (FICHIER
001500*                   EXPPAID DE PAYROLL) PASSENT AU
001600*                   STATUT P (PAYEE) DANS FFRAIS AVEC LA
001700*                   PERIODE DE PAIE. UNE NOTE INCONNUE
001800*                   OU QUI N'EST PLUS APPROUVEE EST
001900*                   SIGNALEE (RC 4) SANS MISE A JOUR.
002000*--------------------------------------------------------
002100*
002200*======================================================*
002300*   E N V I R O N M E N T       D I V I S I O N        *
002400*======================================================*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-390.
002800 OBJECT-COMPUTER. IBM-390.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT EXPPAID    ASSIGN TO EXPPAID
003200         ORGANIZATION IS SEQUENTIAL
003300         FILE STATUS IS WS-FS-EXPPAID.

003400     SELECT FFRAIS     ASSIGN TO FFRAIS
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS NDF-NUM-NOTE
003800         FILE STATUS IS WS-FS-FFRAIS.
003900*
004000*======================================================*
004100*           D A T A         D I V I S I O N            *
004200*======================================================*
004300 DATA DIVISION.
004400 FILE SECTION.
004500*
004600*    NOTES REMBOURSEES PAR LA PAIE (DESSIN EXPPAID DE
004700*    PAYROLL, MONTANT A 2 DECIMALES IMPLICITES)
004800 FD  EXPPAID
004900     RECORD CONTAINS 30 CHARACTERS.
005000 01  REC-EXPPAID.
005100     05 XP-NUM-NOTE           PIC 9(08).
005200     05 XP-EMP-ID             PIC 9(07).
005300     05 XP-PERIODE            PIC 9(06).
005400     05 XP-MONTANT            PIC 9(07)V99.
005500*
005600 FD  FFRAIS
005700     RECORD CONTAINS 100 CHARACTERS.
005800     COPY FFRAIS.
005900*
006000*------------------------------------------------------*
006100 WORKING-STORAGE SECTION.
006200*------------------------------------------------------*
006300*
006400 01  WS-FS-EXPPAID            PIC X(02) VALUE SPACE.
006500     88 FS-EXPPAID-OK            VALUE '00'.
006600 01  WS-FS-FFRAIS             PIC X(02) VALUE SPACE.
006700     88 FS-FFRAIS-OK             VALUE '00'.
006800*
006900 01  WS-FIN-EXPPAID           PIC X(01) VALUE 'N'.
007000     88 FIN-EXPPAID              VALUE 'Y'.
007100*
007200 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
007300 01  WS-NB-PAYEES             PIC 9(07) VALUE ZERO.
007400 01  WS-NB-REJETS             PIC 9(07) VALUE ZERO.
007500 01  WS-MOTIF-REJET           PIC X(30).
007600*
007700*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
007800 01  RL-COMMUN.
007900     05 RL-FONCTION    PIC X(01).
008000     05 RL-PROG        PIC X(08).
008100     05 RL-LUS         PIC 9(09).
008200     05 RL-ECRITS      PIC 9(09).
008300     05 RL-REJETES     PIC 9(09).
008400     05 RL-RC          PIC 9(02).
008500*
008600*======================================================*
008700*     P R O C E D U R E     D I V I S I O N            *
008800*======================================================*
008900 PROCEDURE DIVISION.
009000*----------------------*
009100 0000-MAINLINE.
009200*----------------------*
009300     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
009400     IF RETURN-CODE NOT < 8
009500        GOBACK
009600     END-IF
009700     PERFORM 2000-TRAITER-PAIEMENT THRU 2000-TRAITER-EXIT
009800         UNTIL FIN-EXPPAID
009900     PERFORM 9000-TERMINAISON
010000     GOBACK
010100     .
010200*----------------------*
010300 1000-INITIALISATION.
010400*----------------------*
010500     MOVE 'D' TO RL-FONCTION
010600     MOVE 'NDFMAJ' TO RL-PROG
010700     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
010800     CALL 'pgrunlog' USING RL-COMMUN

010900     OPEN INPUT EXPPAID
011000     IF NOT FS-EXPPAID-OK
011100        DISPLAY 'NDFMAJ - ERREUR OPEN EXPPAID - FS='
011200                WS-FS-EXPPAID
011300        MOVE 12 TO RETURN-CODE
011400        GO TO 1000-INITIALISATION-EXIT
011500     END-IF

011600     OPEN I-O FFRAIS
011700     IF NOT FS-FFRAIS-OK
011800        DISPLAY 'NDFMAJ - ERREUR OPEN FFRAIS - FS='
011900                WS-FS-FFRAIS
012000        MOVE 12 TO RETURN-CODE
012100        CLOSE EXPPAID
012200        GO TO 1000-INITIALISATION-EXIT
012300     END-IF
012400     .
012500 1000-INITIALISATION-EXIT.
012600     EXIT.
012700*----------------------*
012800 2000-TRAITER-PAIEMENT.
012900*----------------------*
013000     READ EXPPAID
013100         AT END
013200            MOVE 'Y' TO WS-FIN-EXPPAID
013300            GO TO 2000-TRAITER-EXIT
013400     END-READ

013500     ADD 1 TO WS-NB-LUS

013600     MOVE XP-NUM-NOTE TO NDF-NUM-NOTE
013700     READ FFRAIS
013800         INVALID KEY
013900            MOVE 'NOTE INCONNUE' TO WS-MOTIF-REJET
014000            PERFORM 2900-REJETER
014100            GO TO 2000-TRAITER-EXIT
014200     END-READ

014300*    SEULE UNE NOTE ENCORE APPROUVEE PASSE PAYEE : UNE
014400*    NOTE DEJA PAYEE N'EST PAS REPORTEE SUR UNE AUTRE
014500*    PERIODE
014600     IF NOT NDF-APPROUVEE
014700        MOVE 'NOTE NON APPROUVEE' TO WS-MOTIF-REJET
014800        PERFORM 2900-REJETER
014900        GO TO 2000-TRAITER-EXIT
015000     END-IF
015100     IF NDF-EMP-ID NOT = XP-EMP-ID
015200        OR NDF-MONTANT NOT = XP-MONTANT
015300        MOVE 'EMPLOYE OU MONTANT DIFFERENT' TO WS-MOTIF-REJET
015400        PERFORM 2900-REJETER
015500        GO TO 2000-TRAITER-EXIT
015600     END-IF

015700     SET NDF-PAYEE TO TRUE
015800     MOVE XP-PERIODE TO NDF-PERIODE
015900     REWRITE NDF-NOTE
016000         INVALID KEY
016100            MOVE 'REWRITE FFRAIS IMPOSSIBLE' TO WS-MOTIF-REJET
016200            PERFORM 2900-REJETER
016300            GO TO 2000-TRAITER-EXIT
016400     END-REWRITE
016500     ADD 1 TO WS-NB-PAYEES
016600     .
016700 2000-TRAITER-EXIT.
016800     EXIT.
016900*----------------------*
017000 2900-REJETER.
017100*----------------------*
017200     ADD 1 TO WS-NB-REJETS
017300     DISPLAY 'NDFMAJ - NOTE ' XP-NUM-NOTE ' EMPLOYE '
017400             XP-EMP-ID ' : ' WS-MOTIF-REJET
017500     .
017600*----------------------*
017700 9000-TERMINAISON.
017800*----------------------*
017900     CLOSE EXPPAID
018000     CLOSE FFRAIS

018100     DISPLAY 'NDFMAJ - NOTES REMBOURSEES LUES : ' WS-NB-LUS
018200     DISPLAY 'NDFMAJ - NOTES PASSEES PAYEES   : ' WS-NB-PAYEES
018300     DISPLAY 'NDFMAJ - NOTES REJETEES         : ' WS-NB-REJETS

018400     IF RETURN-CODE < 4 AND WS-NB-REJETS > ZERO
018500        MOVE 4 TO RETURN-CODE
018600     END-IF

018700     MOVE 'F' TO RL-FONCTION
018800     MOVE 'NDFMAJ' TO RL-PROG
018900     MOVE WS-NB-LUS TO RL-LUS
019000     MOVE WS-NB-PAYEES TO RL-ECRITS
019100     MOVE WS-NB-REJETS TO RL-REJETES
019200     MOVE RETURN-CODE TO RL-RC
019300     CALL 'pgrunlog' USING RL-COMMUN
019400     .

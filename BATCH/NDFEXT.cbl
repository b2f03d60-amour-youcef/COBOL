000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    NDFEXT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - EXTRACTION DES NOTES DE
001400*                   FRAIS APPROUVEES ET NON PAYEES
001500*                   (STATUT A DE FFRAIS) POUR LA PAIE
001600*                   DU MOIS (JCL EMPPAYRL, FICHIER
001700*                   EXPCLAIM DE PAYROLL). LE FICHIER
001800*                   FFRAIS N'EST PAS MODIFIE : LES NOTES
001900*                   NE PASSENT PAYEES QU'APRES LA PAIE
002000*                   (NDFMAJ).
002100*--------------------------------------------------------
002200*
002300*======================================================*
002400*   E N V I R O N M E N T       D I V I S I O N        *
002500*======================================================*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-390.
002900 OBJECT-COMPUTER. IBM-390.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FFRAIS     ASSIGN TO FFRAIS
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS NDF-NUM-NOTE
003600         FILE STATUS IS WS-FS-FFRAIS.

003700     SELECT NDFAPP     ASSIGN TO NDFAPP
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-FS-NDFAPP.
004000*
004100*======================================================*
004200*           D A T A         D I V I S I O N            *
004300*======================================================*
004400 DATA DIVISION.
004500 FILE SECTION.
004600*
004700 FD  FFRAIS
004800     RECORD CONTAINS 100 CHARACTERS.
004900     COPY FFRAIS.
005000*
005100*    NOTES A REMBOURSER : DESSIN DU FICHIER EXPCLAIM DE
005200*    PAYROLL (MONTANT A 2 DECIMALES IMPLICITES)
005300 FD  NDFAPP
005400     RECORD CONTAINS 46 CHARACTERS.
005500 01  REC-NDFAPP.
005600     05 NA-NUM-NOTE           PIC 9(08).
005700     05 NA-EMP-ID             PIC 9(07).
005800     05 NA-DATE-FRAIS         PIC 9(08).
005900     05 NA-CATEGORIE          PIC X(02).
006000     05 NA-MONTANT            PIC 9(07)V99.
006100     05 NA-JUSTIF             PIC X(12).
006200*
006300*------------------------------------------------------*
006400 WORKING-STORAGE SECTION.
006500*------------------------------------------------------*
006600*
006700 01  WS-FS-FFRAIS             PIC X(02) VALUE SPACE.
006800     88 FS-FFRAIS-OK             VALUE '00'.
006900     88 FS-FFRAIS-FIN            VALUE '10'.
007000 01  WS-FS-NDFAPP             PIC X(02) VALUE SPACE.
007100     88 FS-NDFAPP-OK             VALUE '00'.
007200*
007300 01  WS-FIN-FFRAIS            PIC X(01) VALUE 'N'.
007400     88 FIN-FFRAIS               VALUE 'Y'.
007500*
007600 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
007700 01  WS-NB-EXTRAITS           PIC 9(07) VALUE ZERO.
007800 01  WS-NB-EN-ATTENTE         PIC 9(07) VALUE ZERO.
007900 01  WS-TOT-EXTRAIT           PIC 9(11)V99 VALUE ZERO.
008000 01  WS-TOT-EXTRAIT-ED        PIC Z(10)9.99.
008100*
008200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
008300 01  RL-COMMUN.
008400     05 RL-FONCTION    PIC X(01).
008500     05 RL-PROG        PIC X(08).
008600     05 RL-LUS         PIC 9(09).
008700     05 RL-ECRITS      PIC 9(09).
008800     05 RL-REJETES     PIC 9(09).
008900     05 RL-RC          PIC 9(02).
009000*
009100*======================================================*
009200*     P R O C E D U R E     D I V I S I O N            *
009300*======================================================*
009400 PROCEDURE DIVISION.
009500*----------------------*
009600 0000-MAINLINE.
009700*----------------------*
009800     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
009900     IF RETURN-CODE NOT < 8
010000        GOBACK
010100     END-IF
010200     PERFORM 2000-TRAITER-NOTE THRU 2000-TRAITER-EXIT
010300         UNTIL FIN-FFRAIS
010400     PERFORM 9000-TERMINAISON
010500     GOBACK
010600     .
010700*----------------------*
010800 1000-INITIALISATION.
010900*----------------------*
011000     MOVE 'D' TO RL-FONCTION
011100     MOVE 'NDFEXT' TO RL-PROG
011200     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
011300     CALL 'pgrunlog' USING RL-COMMUN

011400     OPEN INPUT FFRAIS
011500     IF NOT FS-FFRAIS-OK
011600        DISPLAY 'NDFEXT - ERREUR OPEN FFRAIS - FS='
011700                WS-FS-FFRAIS
011800        MOVE 12 TO RETURN-CODE
011900        GO TO 1000-INITIALISATION-EXIT
012000     END-IF

012100     OPEN OUTPUT NDFAPP
012200     IF NOT FS-NDFAPP-OK
012300        DISPLAY 'NDFEXT - ERREUR OPEN NDFAPP - FS='
012400                WS-FS-NDFAPP
012500        MOVE 12 TO RETURN-CODE
012600        CLOSE FFRAIS
012700        GO TO 1000-INITIALISATION-EXIT
012800     END-IF
012900     .
013000 1000-INITIALISATION-EXIT.
013100     EXIT.
013200*----------------------*
013300 2000-TRAITER-NOTE.
013400*----------------------*
013500     READ FFRAIS NEXT
013600         AT END
013700            MOVE 'Y' TO WS-FIN-FFRAIS
013800            GO TO 2000-TRAITER-EXIT
013900     END-READ
014000     IF NOT FS-FFRAIS-OK
014100        DISPLAY 'NDFEXT - ERREUR READ FFRAIS - FS='
014200                WS-FS-FFRAIS
014300        MOVE 12 TO RETURN-CODE
014400        MOVE 'Y' TO WS-FIN-FFRAIS
014500        GO TO 2000-TRAITER-EXIT
014600     END-IF

014700     ADD 1 TO WS-NB-LUS

014800*    LES NOTES NON ENCORE TRANCHEES SONT SEULEMENT
014900*    COMPTEES : ELLES ATTENDENT LA PAIE SUIVANTE
015000     IF NDF-SAISIE
015100        ADD 1 TO WS-NB-EN-ATTENTE
015200     END-IF
015300     IF NOT NDF-APPROUVEE
015400        GO TO 2000-TRAITER-EXIT
015500     END-IF

015600     MOVE NDF-NUM-NOTE    TO NA-NUM-NOTE
015700     MOVE NDF-EMP-ID      TO NA-EMP-ID
015800     MOVE NDF-DATE-FRAIS  TO NA-DATE-FRAIS
015900     MOVE NDF-CATEGORIE   TO NA-CATEGORIE
016000     MOVE NDF-MONTANT     TO NA-MONTANT
016100     MOVE NDF-JUSTIF      TO NA-JUSTIF
016200     WRITE REC-NDFAPP
016300     IF NOT FS-NDFAPP-OK
016400        DISPLAY 'NDFEXT - ERREUR WRITE NDFAPP - FS='
016500                WS-FS-NDFAPP ' - NOTE ' NDF-NUM-NOTE
016600        MOVE 12 TO RETURN-CODE
016700        MOVE 'Y' TO WS-FIN-FFRAIS
016800        GO TO 2000-TRAITER-EXIT
016900     END-IF
017000     ADD 1 TO WS-NB-EXTRAITS
017100     ADD NDF-MONTANT TO WS-TOT-EXTRAIT
017200     .
017300 2000-TRAITER-EXIT.
017400     EXIT.
017500*----------------------*
017600 9000-TERMINAISON.
017700*----------------------*
017800     CLOSE FFRAIS
017900     CLOSE NDFAPP

018000     MOVE WS-TOT-EXTRAIT TO WS-TOT-EXTRAIT-ED
018100     DISPLAY 'NDFEXT - NOTES LUES           : ' WS-NB-LUS
018200     DISPLAY 'NDFEXT - NOTES A REMBOURSER   : ' WS-NB-EXTRAITS
018300     DISPLAY 'NDFEXT - MONTANT A REMBOURSER : '
018400             WS-TOT-EXTRAIT-ED
018500     DISPLAY 'NDFEXT - NOTES EN ATTENTE     : '
018600             WS-NB-EN-ATTENTE

018700     MOVE 'F' TO RL-FONCTION
018800     MOVE 'NDFEXT' TO RL-PROG
018900     MOVE WS-NB-LUS TO RL-LUS
019000     MOVE WS-NB-EXTRAITS TO RL-ECRITS
019100     MOVE ZERO TO RL-REJETES
019200     MOVE RETURN-CODE TO RL-RC
019300     CALL 'pgrunlog' USING RL-COMMUN
019400     .

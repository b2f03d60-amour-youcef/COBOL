000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CNVHST.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - CONVERSION UNIQUE DE
001400*                   HISTCLT DE 80 A 100 OCTETS (JCL
001500*                   CNVHST) : LE DECHARGEMENT SEQUENTIEL
001600*                   DE L'ANCIEN CLUSTER (CNVIN) EST RECHARGE
001700*                   DANS LE CLUSTER REDEFINI, LA REFERENCE
001800*                   DE POSTING ET LA RESERVE A BLANC (LES
001900*                   LIGNES DEJA POSTEES NE SE REPRENNENT
002000*                   PLUS). LUS = ECRITS SINON RC 8 (LE JCL
002100*                   NE REMET PAS LE TP EN ROUTE).
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
003300     SELECT CNVIN      ASSIGN TO CNVIN
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-FS-CNVIN.

003600     SELECT FHST       ASSIGN TO FHST
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS HST-CLE
004000         FILE STATUS IS WS-FS-FHST.
004100*
004200*======================================================*
004300*           D A T A         D I V I S I O N            *
004400*======================================================*
004500 DATA DIVISION.
004600 FILE SECTION.
004700*
004800*    ANCIENNE LIGNE HISTCLT (80 OCTETS) : REPRISE TELLE
004900*    QUELLE EN TETE DE LA NOUVELLE LIGNE
005000 FD  CNVIN
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  REC-CNVIN                PIC X(80).
005300*
005400 FD  FHST
005500     RECORD CONTAINS 100 CHARACTERS.
005600 01  REC-HST.
005700     05  HST-CLE              PIC X(13).
005800     05  FILLER               PIC X(67).
005900*    REFERENCE DE POSTING (DATE DU RUN PARTI15 + RANG DU
006000*    MOUVEMENT DANS LE RUN) : A BLANC SUR L'EXISTANT
006100     05  HST-REF-POSTING      PIC X(15).
006200     05  FILLER               PIC X(05).
006300*
006400*------------------------------------------------------*
006500 WORKING-STORAGE SECTION.
006600*------------------------------------------------------*
006700*
006800 01  WS-FS-CNVIN              PIC X(02) VALUE SPACE.
006900     88 FS-CNVIN-OK              VALUE '00'.
007000 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
007100     88 FS-FHST-OK               VALUE '00'.
007200*
007300 01  WS-FIN-CNVIN             PIC X(01) VALUE 'N'.
007400     88 FIN-CNVIN                VALUE 'Y'.
007500*
007600 01  WS-NB-LUS                PIC 9(09) VALUE ZERO.
007700 01  WS-NB-ECRITS             PIC 9(09) VALUE ZERO.
007800 01  WS-NB-REJETS             PIC 9(09) VALUE ZERO.
007900*
008000*======================================================*
008100*     P R O C E D U R E     D I V I S I O N            *
008200*======================================================*
008300 PROCEDURE DIVISION.
008400*----------------------*
008500 0000-MAINLINE.
008600*----------------------*
008700     PERFORM 1000-INITIALISATION
008800     PERFORM 2000-CONVERTIR-LIGNE THRU 2000-CONVERTIR-EXIT
008900         UNTIL FIN-CNVIN
009000     PERFORM 9000-TERMINAISON
009100     GOBACK
009200     .
009300*----------------------*
009400 1000-INITIALISATION.
009500*----------------------*
009600     OPEN INPUT CNVIN
009700     IF NOT FS-CNVIN-OK
009800        DISPLAY 'CNVHST - ERREUR OPEN CNVIN - FS='
009900                WS-FS-CNVIN
010000        MOVE 12 TO RETURN-CODE
010100        GOBACK
010200     END-IF

010300     OPEN OUTPUT FHST
010400     IF NOT FS-FHST-OK
010500        DISPLAY 'CNVHST - ERREUR OPEN FHST - FS='
010600                WS-FS-FHST
010700        MOVE 12 TO RETURN-CODE
010800        CLOSE CNVIN
010900        GOBACK
011000     END-IF
011100     .
011200*----------------------*
011300 2000-CONVERTIR-LIGNE.
011400*----------------------*
011500     READ CNVIN
011600         AT END
011700           MOVE 'Y' TO WS-FIN-CNVIN
011800           GO TO 2000-CONVERTIR-EXIT
011900     END-READ

012000     ADD 1 TO WS-NB-LUS

012100     MOVE SPACE         TO REC-HST
012200     MOVE REC-CNVIN     TO REC-HST(1:80)

012300     WRITE REC-HST
012400     IF NOT FS-FHST-OK
012500        DISPLAY 'CNVHST - ERREUR WRITE - FS='
012600                WS-FS-FHST ' - LIGNE ' HST-CLE
012700        ADD 1 TO WS-NB-REJETS
012800        GO TO 2000-CONVERTIR-EXIT
012900     END-IF
013000     ADD 1 TO WS-NB-ECRITS
013100     .
013200 2000-CONVERTIR-EXIT.
013300     EXIT.
013400*----------------------*
013500 9000-TERMINAISON.
013600*----------------------*
013700     CLOSE CNVIN
013800     CLOSE FHST

013900     DISPLAY 'CNVHST - LIGNES LUES          : ' WS-NB-LUS
014000     DISPLAY 'CNVHST - LIGNES ECRITES       : ' WS-NB-ECRITS
014100     DISPLAY 'CNVHST - LIGNES REJETEES      : ' WS-NB-REJETS

014200     IF WS-NB-LUS NOT = WS-NB-ECRITS
014300        DISPLAY 'CNVHST - DESEQUILIBRE LUS / ECRITS'
014400        MOVE 8 TO RETURN-CODE
014500     END-IF
014600     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CNVFCLI.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - CONVERSION UNIQUE DE
001400*                   FCLIENTS DE 208 A 400 OCTETS (JCL
001500*                   CNVFCLI) : LE DECHARGEMENT SEQUENTIEL
001600*                   DE L'ANCIEN CLUSTER (CNVIN) EST RECHARGE
001700*                   DANS LE CLUSTER REDEFINI, LE CONSEILLER
001800*                   DE CLIENTELE A ZERO (SANS CONSEILLER) ET
001900*                   LA RESERVE A BLANC. LUS = ECRITS SINON
002000*                   RC 8 (LE JCL NE REMET PAS LE TP EN
002100*                   ROUTE).
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

003600     SELECT FCLIENTS   ASSIGN TO FCLIENT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS E-NUMERO
004000         FILE STATUS IS WS-FS-FCLIENTS.
004100*
004200*======================================================*
004300*           D A T A         D I V I S I O N            *
004400*======================================================*
004500 DATA DIVISION.
004600 FILE SECTION.
004700*
004800*    ANCIENNE FICHE CLIENT (208 OCTETS) : LES 204 PREMIERS
004900*    OCTETS SONT REPRIS TELS QUELS, LES 4 DERNIERS ETAIENT
005000*    UNE RESERVE
005100 FD  CNVIN
005200     RECORD CONTAINS 208 CHARACTERS.
005300 01  REC-CNVIN.
005400     05 CNV-DONNEES           PIC X(204).
005500     05 FILLER                PIC X(04).
005600*
005700 FD  FCLIENTS
005800     RECORD CONTAINS 400 CHARACTERS.
005900     COPY FCLIENTS.
006000*
006100*------------------------------------------------------*
006200 WORKING-STORAGE SECTION.
006300*------------------------------------------------------*
006400*
006500 01  WS-FS-CNVIN              PIC X(02) VALUE SPACE.
006600     88 FS-CNVIN-OK              VALUE '00'.
006700 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
006800     88 FS-FCLIENTS-OK           VALUE '00'.
006900*
007000 01  WS-FIN-CNVIN             PIC X(01) VALUE 'N'.
007100     88 FIN-CNVIN                VALUE 'Y'.
007200*
007300 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
007400 01  WS-NB-ECRITS             PIC 9(07) VALUE ZERO.
007500 01  WS-NB-REJETS             PIC 9(07) VALUE ZERO.
007600*
007700*======================================================*
007800*     P R O C E D U R E     D I V I S I O N            *
007900*======================================================*
008000 PROCEDURE DIVISION.
008100*----------------------*
008200 0000-MAINLINE.
008300*----------------------*
008400     PERFORM 1000-INITIALISATION
008500     PERFORM 2000-CONVERTIR-CLIENT THRU 2000-CONVERTIR-EXIT
008600         UNTIL FIN-CNVIN
008700     PERFORM 9000-TERMINAISON
008800     GOBACK
008900     .
009000*----------------------*
009100 1000-INITIALISATION.
009200*----------------------*
009300     OPEN INPUT CNVIN
009400     IF NOT FS-CNVIN-OK
009500        DISPLAY 'CNVFCLI - ERREUR OPEN CNVIN - FS='
009600                WS-FS-CNVIN
009700        MOVE 12 TO RETURN-CODE
009800        GOBACK
009900     END-IF

010000     OPEN OUTPUT FCLIENTS
010100     IF NOT FS-FCLIENTS-OK
010200        DISPLAY 'CNVFCLI - ERREUR OPEN FCLIENTS - FS='
010300                WS-FS-FCLIENTS
010400        MOVE 12 TO RETURN-CODE
010500        CLOSE CNVIN
010600        GOBACK
010700     END-IF
010800     .
010900*----------------------*
011000 2000-CONVERTIR-CLIENT.
011100*----------------------*
011200     READ CNVIN
011300         AT END
011400           MOVE 'Y' TO WS-FIN-CNVIN
011500           GO TO 2000-CONVERTIR-EXIT
011600     END-READ

011700     ADD 1 TO WS-NB-LUS

011800     MOVE SPACE         TO E-CLIENT
011900     MOVE CNV-DONNEES   TO E-CLIENT(1:204)
012000     MOVE ZERO          TO E-CONSEILLER

012100     WRITE E-CLIENT
012200     IF NOT FS-FCLIENTS-OK
012300        DISPLAY 'CNVFCLI - ERREUR WRITE - FS='
012400                WS-FS-FCLIENTS ' - CLIENT ' E-NUMERO
012500        ADD 1 TO WS-NB-REJETS
012600        GO TO 2000-CONVERTIR-EXIT
012700     END-IF
012800     ADD 1 TO WS-NB-ECRITS
012900     .
013000 2000-CONVERTIR-EXIT.
013100     EXIT.
013200*----------------------*
013300 9000-TERMINAISON.
013400*----------------------*
013500     CLOSE CNVIN
013600     CLOSE FCLIENTS

013700     DISPLAY 'CNVFCLI - FICHES LUES         : ' WS-NB-LUS
013800     DISPLAY 'CNVFCLI - FICHES ECRITES      : ' WS-NB-ECRITS
013900     DISPLAY 'CNVFCLI - FICHES REJETEES     : ' WS-NB-REJETS

014000     IF WS-NB-LUS NOT = WS-NB-ECRITS
014100        DISPLAY 'CNVFCLI - DESEQUILIBRE LUS / ECRITS'
014200        MOVE 8 TO RETURN-CODE
014300     END-IF
014400     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CNVOPER.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - CONVERSION UNIQUE DE
001400*                   FOPERAT DE 40 A 100 OCTETS (JCL
001500*                   CNVOPER) : LE DECHARGEMENT SEQUENTIEL
001600*                   DE L'ANCIEN CLUSTER (CNVIN) EST RECHARGE
001700*                   DANS LE CLUSTER REDEFINI. LE SERVICE DE
001800*                   RATTACHEMENT EST LAISSE A BLANC (A
001900*                   SAISIR DANS GESOPER), LA DATE DE LA
002000*                   CONVERSION TIENT LIEU DE DERNIERE
002100*                   CONNEXION ET LA DATE DE RECERTIFICATION
002200*                   EST A ZERO. LUS = ECRITS SINON RC 8 (LE
002300*                   JCL NE REMET PAS LE TP EN ROUTE).
002330*   15/10/2026  SE  MATRICULE EMPLOYE (O-EMP-ID) A ZERO : LE
002360*                   RATTACHEMENT SE FAIT DANS GESOPER.
002400*--------------------------------------------------------
002500*
002600*======================================================*
002700*   E N V I R O N M E N T       D I V I S I O N        *
002800*======================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-390.
003200 OBJECT-COMPUTER. IBM-390.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CNVIN      ASSIGN TO CNVIN
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-FS-CNVIN.

003800     SELECT FOPERAT    ASSIGN TO FOPERAT
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS O-OPID
004200         FILE STATUS IS WS-FS-FOPERAT.
004300*
004400*======================================================*
004500*           D A T A         D I V I S I O N            *
004600*======================================================*
004700 DATA DIVISION.
004800 FILE SECTION.
004900*
005000*    ANCIEN PROFIL OPERATEUR (40 OCTETS), REPRIS TEL QUEL
005100 FD  CNVIN
005200     RECORD CONTAINS 40 CHARACTERS.
005300 01  REC-CNVIN.
005400     05 CNV-DONNEES           PIC X(40).
005500*
005600 FD  FOPERAT
005700     RECORD CONTAINS 100 CHARACTERS.
005800     COPY FOPERAT.
005900*
006000*------------------------------------------------------*
006100 WORKING-STORAGE SECTION.
006200*------------------------------------------------------*
006300*
006400 01  WS-FS-CNVIN              PIC X(02) VALUE SPACE.
006500     88 FS-CNVIN-OK              VALUE '00'.
006600 01  WS-FS-FOPERAT            PIC X(02) VALUE SPACE.
006700     88 FS-FOPERAT-OK            VALUE '00'.
006800*
006900 01  WS-FIN-CNVIN             PIC X(01) VALUE 'N'.
007000     88 FIN-CNVIN                VALUE 'Y'.
007100*
007200 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
007300 01  WS-NB-ECRITS             PIC 9(07) VALUE ZERO.
007400 01  WS-NB-REJETS             PIC 9(07) VALUE ZERO.
007500*
007600 01  WS-DATE-JOUR             PIC 9(08).
007700*
007800*======================================================*
007900*     P R O C E D U R E     D I V I S I O N            *
008000*======================================================*
008100 PROCEDURE DIVISION.
008200*----------------------*
008300 0000-MAINLINE.
008400*----------------------*
008500     PERFORM 1000-INITIALISATION
008600     PERFORM 2000-CONVERTIR-PROFIL THRU 2000-CONVERTIR-EXIT
008700         UNTIL FIN-CNVIN
008800     PERFORM 9000-TERMINAISON
008900     GOBACK
009000     .
009100*----------------------*
009200 1000-INITIALISATION.
009300*----------------------*
009400     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

009500     OPEN INPUT CNVIN
009600     IF NOT FS-CNVIN-OK
009700        DISPLAY 'CNVOPER - ERREUR OPEN CNVIN - FS='
009800                WS-FS-CNVIN
009900        MOVE 12 TO RETURN-CODE
010000        GOBACK
010100     END-IF

010200     OPEN OUTPUT FOPERAT
010300     IF NOT FS-FOPERAT-OK
010400        DISPLAY 'CNVOPER - ERREUR OPEN FOPERAT - FS='
010500                WS-FS-FOPERAT
010600        MOVE 12 TO RETURN-CODE
010700        CLOSE CNVIN
010800        GOBACK
010900     END-IF
011000     .
011100*----------------------*
011200 2000-CONVERTIR-PROFIL.
011300*----------------------*
011400     READ CNVIN
011500         AT END
011600           MOVE 'Y' TO WS-FIN-CNVIN
011700           GO TO 2000-CONVERTIR-EXIT
011800     END-READ

011900     ADD 1 TO WS-NB-LUS

012000     MOVE SPACE         TO O-OPERATEUR
012100     MOVE CNV-DONNEES   TO O-OPERATEUR(1:40)
012200     MOVE WS-DATE-JOUR  TO O-DATE-DERN-CNX
012300     MOVE ZERO          TO O-DATE-RECERT
012350     MOVE ZERO          TO O-EMP-ID

012400     WRITE O-OPERATEUR
012500     IF NOT FS-FOPERAT-OK
012600        DISPLAY 'CNVOPER - ERREUR WRITE - FS='
012700                WS-FS-FOPERAT ' - OPERATEUR ' O-OPID
012800        ADD 1 TO WS-NB-REJETS
012900        GO TO 2000-CONVERTIR-EXIT
013000     END-IF
013100     ADD 1 TO WS-NB-ECRITS
013200     .
013300 2000-CONVERTIR-EXIT.
013400     EXIT.
013500*----------------------*
013600 9000-TERMINAISON.
013700*----------------------*
013800     CLOSE CNVIN
013900     CLOSE FOPERAT

014000     DISPLAY 'CNVOPER - PROFILS LUS         : ' WS-NB-LUS
014100     DISPLAY 'CNVOPER - PROFILS ECRITS      : ' WS-NB-ECRITS
014200     DISPLAY 'CNVOPER - PROFILS REJETES     : ' WS-NB-REJETS

014300     IF WS-NB-LUS NOT = WS-NB-ECRITS
014400        DISPLAY 'CNVOPER - DESEQUILIBRE LUS / ECRITS'
014500        MOVE 8 TO RETURN-CODE
014600     END-IF
014700     .

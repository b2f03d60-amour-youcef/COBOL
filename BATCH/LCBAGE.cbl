000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LCBAGE.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - ETAT HEBDOMADAIRE DE
001400*                   VIEILLISSEMENT DES DOSSIERS LCB-FT :
001500*                   DOSSIERS EN COURS (OUVERTS OU SOUS
001600*                   SURVEILLANCE) DONT L'ECHEANCE INTERNE
001700*                   EST DEPASSEE, AVEC LE RETARD EN JOURS,
001800*                   DU PLUS EN RETARD AU MOINS EN RETARD.
001900*                   RECAPITULATIF DU PORTEFEUILLE DE
002000*                   DOSSIERS PAR STATUT. RC 4 = AU MOINS
002100*                   UN DOSSIER EN RETARD.
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
003300     SELECT FDOSLCB    ASSIGN TO FDOSLCB
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS DOS-CLE
003700         FILE STATUS IS WS-FS-FDOSLCB.

003800     SELECT SRTAGE     ASSIGN TO SRTAGE.

003900     SELECT LCBAGERP   ASSIGN TO LCBAGERP
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FS-LCBAGERP.
004200*
004300*======================================================*
004400*           D A T A         D I V I S I O N            *
004500*======================================================*
004600 DATA DIVISION.
004700 FILE SECTION.
004800*
004900 FD  FDOSLCB
005000     RECORD CONTAINS 700 CHARACTERS.
005100     COPY FDOSLCB.
005200*
005300*    DOSSIERS EN RETARD, TRIES PAR RETARD DECROISSANT
005400 SD  SRTAGE.
005500 01  SRT-DOSSIER.
005600     05  SRT-RETARD           PIC 9(05).
005700     05  SRT-ID-CPTE          PIC X(08).
005800     05  SRT-NO               PIC 9(03).
005900     05  SRT-NOM              PIC X(10).
006000     05  SRT-PRN              PIC X(10).
006100     05  SRT-STATUT           PIC X(01).
006200     05  SRT-DATE-OUVERTURE   PIC 9(08).
006300     05  SRT-DATE-ECHEANCE    PIC 9(08).
006400     05  SRT-DATE-DERN-ALERTE PIC 9(08).
006500     05  SRT-NB-ALERTES       PIC 9(05).
006600*
006700 FD  LCBAGERP
006800     RECORD CONTAINS 100 CHARACTERS.
006900 01  REC-LCBAGERP             PIC X(100).
007000*
007100*------------------------------------------------------*
007200 WORKING-STORAGE SECTION.
007300*------------------------------------------------------*
007400*
007500 01  WS-FS-FDOSLCB            PIC X(02) VALUE SPACE.
007600     88 FS-FDOSLCB-OK            VALUE '00'.
007700 01  WS-FS-LCBAGERP           PIC X(02) VALUE SPACE.
007800     88 FS-LCBAGERP-OK           VALUE '00'.
007900*
008000 01  WS-FIN-FDOSLCB           PIC X(01) VALUE 'N'.
008100     88 FIN-FDOSLCB              VALUE 'Y'.
008200 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
008300     88 FIN-TRI                  VALUE 'Y'.
008400*
008500 01  WS-DATE-JOUR             PIC 9(08).
008700*
008800 01  WS-NB-DOSSIERS           PIC 9(07) VALUE ZERO.
008900 01  WS-NB-OUVERTS            PIC 9(07) VALUE ZERO.
009000 01  WS-NB-SURVEILLES         PIC 9(07) VALUE ZERO.
009100 01  WS-NB-CLASSES            PIC 9(07) VALUE ZERO.
009200 01  WS-NB-ESCALADES          PIC 9(07) VALUE ZERO.
009300 01  WS-NB-A-DECLARER         PIC 9(07) VALUE ZERO.
009400 01  WS-NB-EN-RETARD          PIC 9(07) VALUE ZERO.
009500*
009600*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
009700 01  RL-COMMUN.
009800     05 RL-FONCTION    PIC X(01).
009900     05 RL-PROG        PIC X(08).
010000     05 RL-LUS         PIC 9(09).
010100     05 RL-ECRITS      PIC 9(09).
010200     05 RL-REJETES     PIC 9(09).
010300     05 RL-RC          PIC 9(02).
010400*
010500 01  LIGNE-TITRE.
010600     05 FILLER                PIC X(44) VALUE
010700        'DOSSIERS LCB-FT EN RETARD SUR L''ECHEANCE AU '.
010800     05 LT-DATE               PIC 9(08).
010900     05 FILLER                PIC X(48) VALUE SPACE.
011000*
011100 01  LIGNE-ENTETE.
011200     05 FILLER                PIC X(10) VALUE 'COMPTE'.
011300     05 FILLER                PIC X(05) VALUE 'DOS'.
011400     05 FILLER                PIC X(22) VALUE 'TITULAIRE'.
011500     05 FILLER                PIC X(03) VALUE 'ST'.
011600     05 FILLER                PIC X(10) VALUE 'OUVERT LE'.
011700     05 FILLER                PIC X(10) VALUE 'ECHEANCE'.
011800     05 FILLER                PIC X(08) VALUE ' RETARD'.
011900     05 FILLER                PIC X(10) VALUE 'DERN ALR'.
012000     05 FILLER                PIC X(07) VALUE 'ALERTES'.
012100     05 FILLER                PIC X(15) VALUE SPACE.
012200*
012300 01  LIGNE-DETAIL.
012400     05 LD-CPTE               PIC X(08).
012500     05 FILLER                PIC X(02) VALUE SPACE.
012600     05 LD-NO                 PIC 9(03).
012700     05 FILLER                PIC X(02) VALUE SPACE.
012800     05 LD-NOM                PIC X(10).
012900     05 FILLER                PIC X(01) VALUE SPACE.
013000     05 LD-PRN                PIC X(10).
013100     05 FILLER                PIC X(01) VALUE SPACE.
013200     05 LD-STATUT             PIC X(01).
013300     05 FILLER                PIC X(02) VALUE SPACE.
013400     05 LD-DATE-OUVERTURE     PIC 9(08).
013500     05 FILLER                PIC X(02) VALUE SPACE.
013600     05 LD-DATE-ECHEANCE      PIC 9(08).
013700     05 FILLER                PIC X(02) VALUE SPACE.
013800     05 LD-RETARD             PIC ZZZZ9.
013900     05 FILLER                PIC X(03) VALUE SPACE.
014000     05 LD-DATE-DERN-ALERTE   PIC 9(08).
014100     05 FILLER                PIC X(02) VALUE SPACE.
014200     05 LD-NB-ALERTES         PIC ZZZZ9.
014300     05 FILLER                PIC X(17) VALUE SPACE.
014400*
014500 01  LIGNE-TOTAL.
014600     05 LT-LIBELLE            PIC X(30).
014700     05 LT-NB                 PIC ZZZZZZ9.
014800     05 FILLER                PIC X(63) VALUE SPACE.
014900*
015000*======================================================*
015100*     P R O C E D U R E     D I V I S I O N            *
015200*======================================================*
015300 PROCEDURE DIVISION.
015400*----------------------*
015500 0000-MAINLINE.
015600*----------------------*
015700     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
015800     IF RETURN-CODE NOT < 8
015900        GOBACK
016000     END-IF

016100     SORT SRTAGE
016200         ON DESCENDING KEY SRT-RETARD
016300         ON ASCENDING KEY SRT-ID-CPTE SRT-NO
016400         INPUT PROCEDURE 2000-SELECTIONNER
016500             THRU 2000-SELECTIONNER-EXIT
016600         OUTPUT PROCEDURE 3000-EDITER
016700             THRU 3000-EDITER-EXIT
016800     IF SORT-RETURN NOT = ZERO
016900        DISPLAY 'LCBAGE - ERREUR TRI SRTAGE'
017000        MOVE 12 TO RETURN-CODE
017100     END-IF

017200     PERFORM 9000-TERMINAISON
017300     GOBACK
017400     .
017500*----------------------*
017600 1000-INITIALISATION.
017700*----------------------*
017800     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

017900     MOVE 'D' TO RL-FONCTION
018000     MOVE 'LCBAGE' TO RL-PROG
018100     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
018200     CALL 'pgrunlog' USING RL-COMMUN

018300     OPEN INPUT FDOSLCB
018400     IF NOT FS-FDOSLCB-OK
018500        DISPLAY 'LCBAGE - ERREUR OPEN FDOSLCB - FS='
018600                WS-FS-FDOSLCB
018700        MOVE 12 TO RETURN-CODE
018800        GO TO 1000-INITIALISATION-EXIT
018900     END-IF

019000     OPEN OUTPUT LCBAGERP
019100     IF NOT FS-LCBAGERP-OK
019200        DISPLAY 'LCBAGE - ERREUR OPEN LCBAGERP - FS='
019300                WS-FS-LCBAGERP
019400        MOVE 12 TO RETURN-CODE
019500        CLOSE FDOSLCB
019600        GO TO 1000-INITIALISATION-EXIT
019700     END-IF

019800     MOVE WS-DATE-JOUR TO LT-DATE
019900     MOVE LIGNE-TITRE  TO REC-LCBAGERP
020000     WRITE REC-LCBAGERP
020100     MOVE LIGNE-ENTETE TO REC-LCBAGERP
020200     WRITE REC-LCBAGERP
020300     .
020400 1000-INITIALISATION-EXIT.
020500     EXIT.
020600*----------------------*
020700 2000-SELECTIONNER.
020800*----------------------*
020900     PERFORM 2100-LIRE-DOSSIER THRU 2100-LIRE-DOSSIER-EXIT
021000         UNTIL FIN-FDOSLCB
021100     .
021200 2000-SELECTIONNER-EXIT.
021300     EXIT.
021400*----------------------*
021500 2100-LIRE-DOSSIER.
021600*----------------------*
021700     READ FDOSLCB NEXT RECORD
021800         AT END
021900            MOVE 'Y' TO WS-FIN-FDOSLCB
022000            GO TO 2100-LIRE-DOSSIER-EXIT
022100     END-READ
022200     ADD 1 TO WS-NB-DOSSIERS

022300     EVALUATE TRUE
022400        WHEN DOS-OUVERT
022500           ADD 1 TO WS-NB-OUVERTS
022600        WHEN DOS-SURVEILLE
022700           ADD 1 TO WS-NB-SURVEILLES
022800        WHEN DOS-CLASSE
022900           ADD 1 TO WS-NB-CLASSES
023000        WHEN DOS-ESCALADE
023100           ADD 1 TO WS-NB-ESCALADES
023200           IF DOS-DATE-DECLARATION = ZERO
023300              ADD 1 TO WS-NB-A-DECLARER
023400           END-IF
023500     END-EVALUATE

023600     IF NOT DOS-EN-COURS
023700        OR DOS-DATE-ECHEANCE NOT < WS-DATE-JOUR
023800        GO TO 2100-LIRE-DOSSIER-EXIT
023900     END-IF

024000     COMPUTE SRT-RETARD =
024100             FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
024200           - FUNCTION INTEGER-OF-DATE(DOS-DATE-ECHEANCE)
024300     MOVE DOS-ID-CPTE          TO SRT-ID-CPTE
024400     MOVE DOS-NO               TO SRT-NO
024500     MOVE DOS-NOM-CLT          TO SRT-NOM
024600     MOVE DOS-PRN-CLT          TO SRT-PRN
024700     MOVE DOS-STATUT           TO SRT-STATUT
024800     MOVE DOS-DATE-OUVERTURE   TO SRT-DATE-OUVERTURE
024900     MOVE DOS-DATE-ECHEANCE    TO SRT-DATE-ECHEANCE
025000     MOVE DOS-DATE-DERN-ALERTE TO SRT-DATE-DERN-ALERTE
025100     MOVE DOS-NB-ALERTES       TO SRT-NB-ALERTES
025200     RELEASE SRT-DOSSIER
025300     .
025400 2100-LIRE-DOSSIER-EXIT.
025500     EXIT.
025600*----------------------*
025700 3000-EDITER.
025800*----------------------*
025900     PERFORM 3100-EDITER-DOSSIER THRU 3100-EDITER-DOSSIER-EXIT
026000         UNTIL FIN-TRI
026100     .
026200 3000-EDITER-EXIT.
026300     EXIT.
026400*----------------------*
026500 3100-EDITER-DOSSIER.
026600*----------------------*
026700     RETURN SRTAGE
026800         AT END
026900            MOVE 'Y' TO WS-FIN-TRI
027000            GO TO 3100-EDITER-DOSSIER-EXIT
027100     END-RETURN
027200     ADD 1 TO WS-NB-EN-RETARD

027300     MOVE SRT-ID-CPTE          TO LD-CPTE
027400     MOVE SRT-NO               TO LD-NO
027500     MOVE SRT-NOM              TO LD-NOM
027600     MOVE SRT-PRN              TO LD-PRN
027700     MOVE SRT-STATUT           TO LD-STATUT
027800     MOVE SRT-DATE-OUVERTURE   TO LD-DATE-OUVERTURE
027900     MOVE SRT-DATE-ECHEANCE    TO LD-DATE-ECHEANCE
028000     MOVE SRT-RETARD           TO LD-RETARD
028100     MOVE SRT-DATE-DERN-ALERTE TO LD-DATE-DERN-ALERTE
028200     MOVE SRT-NB-ALERTES       TO LD-NB-ALERTES
028300     MOVE LIGNE-DETAIL         TO REC-LCBAGERP
028400     WRITE REC-LCBAGERP
028500     .
028600 3100-EDITER-DOSSIER-EXIT.
028700     EXIT.
028800*----------------------*
028900 8000-ECRIRE-TOTAL.
029000*----------------------*
029100     MOVE LIGNE-TOTAL TO REC-LCBAGERP
029200     WRITE REC-LCBAGERP
029300     .
029400*----------------------*
029500 9000-TERMINAISON.
029600*----------------------*
029700     MOVE SPACE TO REC-LCBAGERP
029800     WRITE REC-LCBAGERP
029900     MOVE 'DOSSIERS EN RETARD         : ' TO LT-LIBELLE
030000     MOVE WS-NB-EN-RETARD TO LT-NB
030100     PERFORM 8000-ECRIRE-TOTAL
030200     MOVE SPACE TO REC-LCBAGERP
030300     WRITE REC-LCBAGERP
030400     MOVE 'DOSSIERS OUVERTS           : ' TO LT-LIBELLE
030500     MOVE WS-NB-OUVERTS TO LT-NB
030600     PERFORM 8000-ECRIRE-TOTAL
030700     MOVE 'DOSSIERS SOUS SURVEILLANCE : ' TO LT-LIBELLE
030800     MOVE WS-NB-SURVEILLES TO LT-NB
030900     PERFORM 8000-ECRIRE-TOTAL
031000     MOVE 'DOSSIERS CLASSES           : ' TO LT-LIBELLE
031100     MOVE WS-NB-CLASSES TO LT-NB
031200     PERFORM 8000-ECRIRE-TOTAL
031300     MOVE 'DOSSIERS ESCALADES         : ' TO LT-LIBELLE
031400     MOVE WS-NB-ESCALADES TO LT-NB
031500     PERFORM 8000-ECRIRE-TOTAL
031600     MOVE '  DONT NON ENCORE DECLARES : ' TO LT-LIBELLE
031700     MOVE WS-NB-A-DECLARER TO LT-NB
031800     PERFORM 8000-ECRIRE-TOTAL

031900     CLOSE FDOSLCB
032000     CLOSE LCBAGERP

032100     DISPLAY 'LCBAGE - DOSSIERS LUS        : ' WS-NB-DOSSIERS
032200     DISPLAY 'LCBAGE - DOSSIERS EN RETARD  : ' WS-NB-EN-RETARD

032300     IF RETURN-CODE < 4 AND WS-NB-EN-RETARD > ZERO
032400        MOVE 4 TO RETURN-CODE
032500     END-IF

032600     MOVE 'F' TO RL-FONCTION
032700     MOVE 'LCBAGE' TO RL-PROG
032800     MOVE WS-NB-DOSSIERS TO RL-LUS
032900     MOVE WS-NB-EN-RETARD TO RL-ECRITS
033000     MOVE ZERO TO RL-REJETES
033100     MOVE RETURN-CODE TO RL-RC
033200     CALL 'pgrunlog' USING RL-COMMUN
033300     .

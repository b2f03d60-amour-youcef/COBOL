000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    FORFRPT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - RECETTE MENSUELLE DES FORFAITS
001400*                   DE COMPTE (PARM = AAAAMM, 000000 = MOIS DU
001500*                   RUN). LES LIGNES DU MOIS DE FORFMOIS SONT
001600*                   CUMULEES PAR FORFAIT : COMPTES PRELEVES ET
001700*                   PRIX PERCU PAR LA FIN DE MOIS (SOURCE P18),
001800*                   FRAIS MENSUELS DE NATURE EXONERES (P18),
001900*                   FRAIS A L'OPERATION EXONERES (SOURCE FACT)
002000*                   ET RECETTE NETTE = PRIX - EXONERATIONS.
002100*                   LIBELLES REPRIS DU CATALOGUE FOFFRE.
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
003300     SELECT FORFMOIS   ASSIGN TO FORFMOIS
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-FS-FORFMOIS.

003600     SELECT FOFFRE     ASSIGN TO FOFFRE
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS OFR-CODE
004000         FILE STATUS IS WS-FS-FOFFRE.

004100     SELECT FORFRAP    ASSIGN TO FORFRAP
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-FS-FORFRAP.
004400*
004500*======================================================*
004600*           D A T A         D I V I S I O N            *
004700*======================================================*
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100 FD  FORFMOIS
005200     RECORD CONTAINS 80 CHARACTERS.
005300     COPY FFORFMOI.
005400*
005500 FD  FOFFRE
005600     RECORD CONTAINS 80 CHARACTERS.
005700     COPY FOFFRE.
005800*
005900 FD  FORFRAP
006000     RECORD CONTAINS 132 CHARACTERS.
006100 01  REC-FORFRAP              PIC X(132).
006200*
006300*------------------------------------------------------*
006400 WORKING-STORAGE SECTION.
006500*------------------------------------------------------*
006600*
006700 01  WS-FS-FORFMOIS           PIC X(02) VALUE SPACE.
006800     88 FS-FORFMOIS-OK           VALUE '00'.
006900 01  WS-FS-FOFFRE             PIC X(02) VALUE SPACE.
007000     88 FS-FOFFRE-OK             VALUE '00'.
007100 01  WS-FS-FORFRAP            PIC X(02) VALUE SPACE.
007200     88 FS-FORFRAP-OK            VALUE '00'.
007300*
007400 01  WS-FIN-FORFMOIS          PIC X(01) VALUE 'N'.
007500     88 FIN-FORFMOIS             VALUE 'Y'.
007600*
007700 01  WS-DATE-JOUR             PIC 9(08).
007800 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
007900     05 WS-JOUR-AAAAMM        PIC 9(06).
008000     05 FILLER                PIC X(02).
008100*
008200*    PARAMETRE : MOIS EDITE (AAAAMM, 000000 = MOIS DU RUN)
008300 01  WS-MOIS-ANALYSE          PIC 9(06).
008400 01  WS-MOIS-ANALYSE-X REDEFINES WS-MOIS-ANALYSE.
008500     05 WS-MOIS-AAAA          PIC 9(04).
008600     05 WS-MOIS-MM            PIC 9(02).
008700*
008800 01  WS-NB-LUES               PIC 9(07) VALUE ZERO.
008900 01  WS-NB-RETENUES           PIC 9(07) VALUE ZERO.
009000 01  WS-NB-REJETEES           PIC 9(07) VALUE ZERO.
009100*
009200*    CUMULS PAR FORFAIT
009300 01  WS-NB-OFR                PIC S9(4) COMP VALUE ZERO.
009400 01  WS-IND-OFR               PIC S9(4) COMP.
009500 01  WS-OFR-TROUVE            PIC X(01).
009600     88 OFR-TROUVE               VALUE 'O'.
009700 01  WS-TAB-FORFAITS.
009800     05 WS-OFR OCCURS 100.
009900        10 WS-OFR-CODE        PIC X(04).
010000        10 WS-OFR-NB-P18      PIC 9(07).
010100        10 WS-OFR-NB-FACT     PIC 9(07).
010200        10 WS-OFR-PRIX        PIC 9(11)V99.
010300        10 WS-OFR-EXO-P18     PIC 9(11)V99.
010400        10 WS-OFR-EXO-FACT    PIC 9(11)V99.
010500 01  WS-NET                   PIC S9(11)V99.
010600 01  WS-TOT-NB-P18            PIC 9(07) VALUE ZERO.
010700 01  WS-TOT-NB-FACT           PIC 9(07) VALUE ZERO.
010800 01  WS-TOT-PRIX              PIC 9(11)V99 VALUE ZERO.
010900 01  WS-TOT-EXO-P18           PIC 9(11)V99 VALUE ZERO.
011000 01  WS-TOT-EXO-FACT          PIC 9(11)V99 VALUE ZERO.
011100*
011200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
011300 01  RL-COMMUN.
011400     05 RL-FONCTION    PIC X(01).
011500     05 RL-PROG        PIC X(08).
011600     05 RL-LUS         PIC 9(09).
011700     05 RL-ECRITS      PIC 9(09).
011800     05 RL-REJETES     PIC 9(09).
011900     05 RL-RC          PIC 9(02).
012000*
012100 01  LIGNE-TITRE.
012200     05 FILLER                PIC X(44) VALUE
012300        'RECETTE DES FORFAITS DE COMPTE - MOIS       '.
012400     05 LT-MOIS               PIC 9(06).
012500     05 FILLER                PIC X(82) VALUE SPACE.
012600 01  LIGNE-ENTETE.
012700     05 FILLER                PIC X(50) VALUE
012800        'CODE LIBELLE              CPTES    PRIX PERCU  EXO'.
012900     05 FILLER                PIC X(50) VALUE
013000        ' NATURE  CPTES  EXO OPERATION   RECETTE NETTE    '.
013100     05 FILLER                PIC X(32) VALUE SPACE.
013200 01  LIGNE-FORFAIT.
013300     05 LF-CODE               PIC X(04).
013400     05 FILLER                PIC X(01) VALUE SPACE.
013500     05 LF-LIBELLE            PIC X(20).
013600     05 FILLER                PIC X(01) VALUE SPACE.
013700     05 LF-NB-P18             PIC ZZZZZZ9.
013800     05 FILLER                PIC X(01) VALUE SPACE.
013900     05 LF-PRIX               PIC ZZZZZZZZ9.99.
014000     05 FILLER                PIC X(01) VALUE SPACE.
014100     05 LF-EXO-P18            PIC ZZZZZZZZ9.99.
014200     05 FILLER                PIC X(01) VALUE SPACE.
014300     05 LF-NB-FACT            PIC ZZZZZ9.
014400     05 FILLER                PIC X(01) VALUE SPACE.
014500     05 LF-EXO-FACT           PIC ZZZZZZZZ9.99.
014600     05 FILLER                PIC X(01) VALUE SPACE.
014700     05 LF-NET                PIC -ZZZZZZZZZ9.99.
014800     05 FILLER                PIC X(36) VALUE SPACE.
014900 01  LIGNE-VIDE               PIC X(132) VALUE SPACE.
015000*
015100*======================================================*
015200*          L I N K A G E     S E C T I O N             *
015300*======================================================*
015400 LINKAGE SECTION.
015500 01  LK-PARM.
015600     05 LK-PARM-LEN           PIC S9(4) COMP.
015700     05 LK-PARM-MOIS          PIC X(06).
015800*
015900*======================================================*
016000*     P R O C E D U R E     D I V I S I O N            *
016100*======================================================*
016200 PROCEDURE DIVISION USING LK-PARM.
016300*----------------------*
016400 0000-MAINLINE.
016500*----------------------*
016600     PERFORM 1000-INITIALISATION
016700     PERFORM 2000-CUMULER-UNE-LIGNE THRU 2000-CUMULER-EXIT
016800         UNTIL FIN-FORFMOIS
016900     PERFORM 3000-EDITER-RAPPORT
017000     PERFORM 9000-TERMINAISON
017100     GOBACK
017200     .
017300*----------------------*
017400 1000-INITIALISATION.
017500*----------------------*
017600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

017700     MOVE 'D' TO RL-FONCTION
017800     MOVE 'FORFRPT' TO RL-PROG
017900     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
018000     CALL 'pgrunlog' USING RL-COMMUN

018100     IF LK-PARM-LEN < 6
018200        OR LK-PARM-MOIS NOT NUMERIC
018300        DISPLAY 'FORFRPT - PARM MOIS (AAAAMM) OBLIGATOIRE'
018400        MOVE 8 TO RETURN-CODE
018500        GOBACK
018600     END-IF
018700     MOVE LK-PARM-MOIS TO WS-MOIS-ANALYSE
018800     IF WS-MOIS-ANALYSE = ZERO
018900        MOVE WS-JOUR-AAAAMM TO WS-MOIS-ANALYSE
019000     END-IF
019100     IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
019200        DISPLAY 'FORFRPT - MOIS INVALIDE : ' WS-MOIS-ANALYSE
019300        MOVE 8 TO RETURN-CODE
019400        GOBACK
019500     END-IF

019600     OPEN INPUT FORFMOIS
019700     IF NOT FS-FORFMOIS-OK
019800        DISPLAY 'FORFRPT - ERREUR OPEN FORFMOIS - FS='
019900                WS-FS-FORFMOIS
020000        MOVE 12 TO RETURN-CODE
020100        GOBACK
020200     END-IF

020300     OPEN INPUT FOFFRE
020400     IF NOT FS-FOFFRE-OK
020500        DISPLAY 'FORFRPT - ERREUR OPEN FOFFRE - FS='
020600                WS-FS-FOFFRE
020700        MOVE 12 TO RETURN-CODE
020800        CLOSE FORFMOIS
020900        GOBACK
021000     END-IF

021100     OPEN OUTPUT FORFRAP
021200     IF NOT FS-FORFRAP-OK
021300        DISPLAY 'FORFRPT - ERREUR OPEN FORFRAP - FS='
021400                WS-FS-FORFRAP
021500        MOVE 12 TO RETURN-CODE
021600        CLOSE FORFMOIS FOFFRE
021700        GOBACK
021800     END-IF
021900     .
022000*----------------------*
022100 2000-CUMULER-UNE-LIGNE.
022200*----------------------*
022300     READ FORFMOIS
022400         AT END
022500           MOVE 'Y' TO WS-FIN-FORFMOIS
022600           GO TO 2000-CUMULER-EXIT
022700     END-READ
022800     ADD 1 TO WS-NB-LUES

022900     IF FFM-MOIS NOT = WS-MOIS-ANALYSE
023000        GO TO 2000-CUMULER-EXIT
023100     END-IF
023200     IF NOT FFM-FIN-DE-MOIS AND NOT FFM-FACTURATION
023300        DISPLAY 'FORFRPT - SOURCE INCONNUE : ' FFM-SOURCE
023400                ' COMPTE ' FFM-ID-CPTE
023500        ADD 1 TO WS-NB-REJETEES
023600        GO TO 2000-CUMULER-EXIT
023700     END-IF

023800     MOVE 'N' TO WS-OFR-TROUVE
023900     PERFORM 2100-CHERCHER-FORFAIT
024000         VARYING WS-IND-OFR FROM 1 BY 1
024100         UNTIL WS-IND-OFR > WS-NB-OFR OR OFR-TROUVE
024200     IF OFR-TROUVE
024300        SUBTRACT 1 FROM WS-IND-OFR
024400     ELSE
024500        IF WS-NB-OFR >= 100
024600           DISPLAY 'FORFRPT - TABLE DES FORFAITS PLEINE : '
024700                   FFM-CODE-OFFRE
024800           ADD 1 TO WS-NB-REJETEES
024900           GO TO 2000-CUMULER-EXIT
025000        END-IF
025100        ADD 1 TO WS-NB-OFR
025200        MOVE WS-NB-OFR      TO WS-IND-OFR
025300        MOVE FFM-CODE-OFFRE TO WS-OFR-CODE(WS-IND-OFR)
025400        MOVE ZERO TO WS-OFR-NB-P18(WS-IND-OFR)
025500                     WS-OFR-NB-FACT(WS-IND-OFR)
025600                     WS-OFR-PRIX(WS-IND-OFR)
025700                     WS-OFR-EXO-P18(WS-IND-OFR)
025800                     WS-OFR-EXO-FACT(WS-IND-OFR)
025900     END-IF

026000     IF FFM-FIN-DE-MOIS
026100        ADD 1                  TO WS-OFR-NB-P18(WS-IND-OFR)
026200        ADD FFM-PRIX-FACTURE   TO WS-OFR-PRIX(WS-IND-OFR)
026300        ADD FFM-FRAIS-EXONERES TO WS-OFR-EXO-P18(WS-IND-OFR)
026400     ELSE
026500        ADD 1                  TO WS-OFR-NB-FACT(WS-IND-OFR)
026600        ADD FFM-FRAIS-EXONERES TO WS-OFR-EXO-FACT(WS-IND-OFR)
026700     END-IF
026800     ADD 1 TO WS-NB-RETENUES
026900     .
027000 2000-CUMULER-EXIT.
027100     EXIT.
027200*----------------------*
027300 2100-CHERCHER-FORFAIT.
027400*----------------------*
027500     IF WS-OFR-CODE(WS-IND-OFR) = FFM-CODE-OFFRE
027600        MOVE 'O' TO WS-OFR-TROUVE
027700     END-IF
027800     .
027900*----------------------*
028000 3000-EDITER-RAPPORT.
028100*----------------------*
028200     MOVE WS-MOIS-ANALYSE TO LT-MOIS
028300     WRITE REC-FORFRAP FROM LIGNE-TITRE
028400     WRITE REC-FORFRAP FROM LIGNE-VIDE
028500     WRITE REC-FORFRAP FROM LIGNE-ENTETE

028600     PERFORM 3100-EDITER-UN-FORFAIT
028700         VARYING WS-IND-OFR FROM 1 BY 1
028800         UNTIL WS-IND-OFR > WS-NB-OFR

028900     WRITE REC-FORFRAP FROM LIGNE-VIDE
029000     MOVE 'TOTA'           TO LF-CODE
029100     MOVE 'TOUS FORFAITS'  TO LF-LIBELLE
029200     MOVE WS-TOT-NB-P18    TO LF-NB-P18
029300     MOVE WS-TOT-PRIX      TO LF-PRIX
029400     MOVE WS-TOT-EXO-P18   TO LF-EXO-P18
029500     MOVE WS-TOT-NB-FACT   TO LF-NB-FACT
029600     MOVE WS-TOT-EXO-FACT  TO LF-EXO-FACT
029700     COMPUTE WS-NET = WS-TOT-PRIX - WS-TOT-EXO-P18
029800                    - WS-TOT-EXO-FACT
029900     MOVE WS-NET           TO LF-NET
030000     WRITE REC-FORFRAP FROM LIGNE-FORFAIT
030100     .
030200*----------------------*
030300 3100-EDITER-UN-FORFAIT.
030400*----------------------*
030500     MOVE WS-OFR-CODE(WS-IND-OFR) TO LF-CODE OFR-CODE
030600     READ FOFFRE
030700         INVALID KEY
030800            MOVE '*** HORS CATALOGUE' TO LF-LIBELLE
030900         NOT INVALID KEY
031000            MOVE OFR-LIBELLE TO LF-LIBELLE
031100     END-READ
031200     MOVE WS-OFR-NB-P18(WS-IND-OFR)   TO LF-NB-P18
031300     MOVE WS-OFR-PRIX(WS-IND-OFR)     TO LF-PRIX
031400     MOVE WS-OFR-EXO-P18(WS-IND-OFR)  TO LF-EXO-P18
031500     MOVE WS-OFR-NB-FACT(WS-IND-OFR)  TO LF-NB-FACT
031600     MOVE WS-OFR-EXO-FACT(WS-IND-OFR) TO LF-EXO-FACT
031700     COMPUTE WS-NET = WS-OFR-PRIX(WS-IND-OFR)
031800                    - WS-OFR-EXO-P18(WS-IND-OFR)
031900                    - WS-OFR-EXO-FACT(WS-IND-OFR)
032000     MOVE WS-NET                      TO LF-NET
032100     WRITE REC-FORFRAP FROM LIGNE-FORFAIT

032200     ADD WS-OFR-NB-P18(WS-IND-OFR)   TO WS-TOT-NB-P18
032300     ADD WS-OFR-NB-FACT(WS-IND-OFR)  TO WS-TOT-NB-FACT
032400     ADD WS-OFR-PRIX(WS-IND-OFR)     TO WS-TOT-PRIX
032500     ADD WS-OFR-EXO-P18(WS-IND-OFR)  TO WS-TOT-EXO-P18
032600     ADD WS-OFR-EXO-FACT(WS-IND-OFR) TO WS-TOT-EXO-FACT
032700     .
032800*----------------------*
032900 9000-TERMINAISON.
033000*----------------------*
033100     CLOSE FORFMOIS
033200     CLOSE FOFFRE
033300     CLOSE FORFRAP

033400     DISPLAY 'FORFRPT - MOIS EDITE            : ' WS-MOIS-ANALYSE
033500     DISPLAY 'FORFRPT - LIGNES FORFMOIS LUES  : ' WS-NB-LUES
033600     DISPLAY 'FORFRPT - LIGNES DU MOIS        : ' WS-NB-RETENUES
033700     DISPLAY 'FORFRPT - FORFAITS EDITES       : ' WS-NB-OFR
033800     DISPLAY 'FORFRPT - LIGNES REJETEES       : ' WS-NB-REJETEES

033900     IF WS-NB-REJETEES > ZERO AND RETURN-CODE < 4
034000        MOVE 4 TO RETURN-CODE
034100     END-IF

034200     MOVE 'F' TO RL-FONCTION
034300     MOVE 'FORFRPT' TO RL-PROG
034400     MOVE WS-NB-LUES TO RL-LUS
034500     MOVE WS-NB-RETENUES TO RL-ECRITS
034600     MOVE WS-NB-REJETEES TO RL-REJETES
034700     MOVE RETURN-CODE TO RL-RC
034800     CALL 'pgrunlog' USING RL-COMMUN
034900     .

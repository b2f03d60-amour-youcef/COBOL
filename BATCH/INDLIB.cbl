000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    INDLIB.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - LIBERATION DES CHEQUES
001400*                   REMIS AU GUICHET (CODE Q, FICHIER
001500*                   FINDISP). CHAQUE JOUR OUVRE (pgcalend
001600*                   'O') QUI SUIT LA REMISE EST DECOMPTE UNE
001700*                   SEULE FOIS SUR LA REMISE ACTIVE ; AU N-IEME
001800*                   JOUR OUVRE (PARM = NN, 05 PAR DEFAUT) LA
001900*                   REMISE EST LIBEREE ET SON MONTANT REDEVIENT
002000*                   DISPONIBLE. UNE REMISE MARQUEE IMPAYEE PAR
002100*                   CLRIN N'EST PLUS DECOMPTEE. LE RAPPORT
002200*                   INDLIBRP LISTE LES REMISES LIBEREES ET LES
002300*                   IMPAYES DU JOUR, PUIS LE RESTANT
002400*                   INDISPONIBLE.
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
003600     SELECT FINDISP    ASSIGN TO FINDISP
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS IND-CLE
004000         FILE STATUS IS WS-FS-FINDISP.

004100     SELECT INDLIBRP   ASSIGN TO INDLIBRP
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-FS-INDLIBRP.
004400*
004500*======================================================*
004600*           D A T A         D I V I S I O N            *
004700*======================================================*
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100 FD  FINDISP
005200     RECORD CONTAINS 80 CHARACTERS.
005300     COPY FINDISP.
005400*
005500 FD  INDLIBRP
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  REC-INDLIBRP             PIC X(80).
005800*
005900*------------------------------------------------------*
006000 WORKING-STORAGE SECTION.
006100*------------------------------------------------------*
006200*
006300 01  WS-FS-FINDISP            PIC X(02) VALUE SPACE.
006400     88 FS-FINDISP-OK            VALUE '00'.
006500 01  WS-FS-INDLIBRP           PIC X(02) VALUE SPACE.
006600     88 FS-INDLIBRP-OK           VALUE '00'.
006700*
006800 01  WS-FIN-FINDISP           PIC X(01) VALUE 'N'.
006900     88 FIN-FINDISP              VALUE 'Y'.
007000 01  WS-MAJ                   PIC X(01) VALUE 'N'.
007100     88 MAJ-A-FAIRE              VALUE 'O'.
007200*
007300 01  WS-DATE-JOUR             PIC 9(08).
007400 01  WS-NB-JOURS              PIC 9(03) VALUE 5.
007500*
007600*    INTERFACE DU MODULE COMMUN pgcalend
007700 01  WS-CAL-FONCTION          PIC X(01).
007800 01  WS-CAL-RESULTAT          PIC X(01).
007900     88 JOUR-OUVRE               VALUE 'O'.
008000*
008100 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
008200 01  WS-NB-DECOMPTEES         PIC 9(07) VALUE ZERO.
008300 01  WS-NB-LIBEREES           PIC 9(07) VALUE ZERO.
008400 01  WS-NB-IMPAYEES           PIC 9(07) VALUE ZERO.
008500 01  WS-NB-ACTIVES            PIC 9(07) VALUE ZERO.
008600 01  WS-NB-ANOMALIES          PIC 9(07) VALUE ZERO.
008700 01  WS-MT-LIBEREES           PIC 9(11)V99 VALUE ZERO.
008800 01  WS-MT-IMPAYEES           PIC 9(11)V99 VALUE ZERO.
008900 01  WS-MT-ACTIVES            PIC 9(11)V99 VALUE ZERO.
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
010100     05 FILLER                PIC X(40) VALUE
010200        'LIBERATION DES CHEQUES REMIS - DATE    '.
010300     05 FILLER                PIC X(01) VALUE SPACE.
010400     05 LT-DATE               PIC 9(08).
010500     05 FILLER                PIC X(08) VALUE SPACE.
010600     05 FILLER                PIC X(14) VALUE
010700        'JOURS OUVRES :'.
010800     05 LT-NB-JOURS           PIC ZZ9.
010900     05 FILLER                PIC X(06) VALUE SPACE.
011000*
011100 01  LIGNE-SECTION.
011200     05 LS-LIBELLE            PIC X(80).
011300*
011400 01  LIGNE-ENTETE.
011500     05 FILLER                PIC X(10) VALUE 'COMPTE'.
011600     05 FILLER                PIC X(07) VALUE 'SEQ'.
011700     05 FILLER                PIC X(09) VALUE 'CHEQUE'.
011800     05 FILLER                PIC X(10) VALUE 'BANQUE'.
011900     05 FILLER                PIC X(10) VALUE 'REMIS LE'.
012000     05 FILLER                PIC X(06) VALUE 'JOURS'.
012100     05 FILLER                PIC X(14) VALUE '       MONTANT'.
012200     05 FILLER                PIC X(02) VALUE SPACE.
012300     05 FILLER                PIC X(12) VALUE 'ETAT'.
012400*
012500 01  LIGNE-DETAIL.
012600     05 LD-ID-CPTE            PIC X(08).
012700     05 FILLER                PIC X(02) VALUE SPACE.
012800     05 LD-SEQ                PIC 9(05).
012900     05 FILLER                PIC X(02) VALUE SPACE.
013000     05 LD-NUM-CHEQUE         PIC 9(07).
013100     05 FILLER                PIC X(02) VALUE SPACE.
013200     05 LD-BANQUE             PIC X(08).
013300     05 FILLER                PIC X(02) VALUE SPACE.
013400     05 LD-DATE-REMISE        PIC 9(08).
013500     05 FILLER                PIC X(02) VALUE SPACE.
013600     05 LD-JOURS              PIC ZZ9.
013700     05 FILLER                PIC X(03) VALUE SPACE.
013800     05 LD-MONTANT            PIC ZZZZZZZZZ9.99.
013900     05 FILLER                PIC X(03) VALUE SPACE.
014000     05 LD-ETAT               PIC X(12).
014100*
014200 01  LIGNE-ANOMALIE.
014300     05 FILLER                PIC X(09) VALUE 'COMPTE : '.
014400     05 LA-ID-CPTE            PIC X(08).
014500     05 FILLER                PIC X(01) VALUE SPACE.
014600     05 LA-SEQ                PIC 9(05).
014700     05 FILLER                PIC X(03) VALUE ' - '.
014800     05 LA-MOTIF              PIC X(50).
014900     05 FILLER                PIC X(04) VALUE SPACE.
015000*
015100 01  LIGNE-TOTAL.
015200     05 LTO-LIBELLE           PIC X(30).
015300     05 LTO-NB                PIC ZZZZZZ9.
015400     05 FILLER                PIC X(03) VALUE SPACE.
015500     05 LTO-MONTANT           PIC ZZZZZZZZZZ9.99.
015600     05 FILLER                PIC X(26) VALUE SPACE.
015700*
015800 LINKAGE SECTION.
015900 01  LK-PARM.
016000     05 LK-PARM-LEN           PIC S9(4) COMP.
016100     05 LK-PARM-JOURS         PIC X(02).
016200*
016300*======================================================*
016400*     P R O C E D U R E     D I V I S I O N            *
016500*======================================================*
016600 PROCEDURE DIVISION USING LK-PARM.
016700*----------------------*
016800 0000-MAINLINE.
016900*----------------------*
017000     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
017100     IF RETURN-CODE NOT < 8
017200        GOBACK
017300     END-IF
017400     PERFORM 2000-TRAITER-REMISE THRU 2000-TRAITER-EXIT
017500         UNTIL FIN-FINDISP
017600     PERFORM 9000-TERMINAISON
017700     GOBACK
017800     .
017900*----------------------*
018000 1000-INITIALISATION.
018100*----------------------*
018200     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

018300     MOVE 'D' TO RL-FONCTION
018400     MOVE 'INDLIB' TO RL-PROG
018500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
018600     CALL 'pgrunlog' USING RL-COMMUN

018700*    DELAI D'INDISPONIBILITE EN JOURS OUVRES (PARM ABSENT =
018800*    5 JOURS)
018900     IF LK-PARM-LEN NOT < 2
019000        IF LK-PARM-JOURS NUMERIC
019100           AND LK-PARM-JOURS NOT = ZERO
019200           MOVE LK-PARM-JOURS TO WS-NB-JOURS
019300        ELSE
019400           DISPLAY 'INDLIB - PARM NN (JOURS OUVRES) INVALIDE'
019500           MOVE 12 TO RETURN-CODE
019600           GO TO 1000-INITIALISATION-EXIT
019700        END-IF
019800     END-IF

019900*    UN RUN UN JOUR NON OUVRE NE DECOMPTE RIEN : LES
020000*    REMISES SONT SEULEMENT EDITEES
020100     MOVE 'O' TO WS-CAL-FONCTION
020200     CALL 'pgcalend' USING WS-CAL-FONCTION WS-DATE-JOUR
020300                           WS-CAL-RESULTAT
020400     IF NOT JOUR-OUVRE
020500        DISPLAY 'INDLIB - ' WS-DATE-JOUR
020600                ' JOUR NON OUVRE : AUCUN DECOMPTE'
020700     END-IF

020800     OPEN I-O FINDISP
020900     IF NOT FS-FINDISP-OK
021000        DISPLAY 'INDLIB - ERREUR OPEN FINDISP - FS='
021100                WS-FS-FINDISP
021200        MOVE 12 TO RETURN-CODE
021300        GO TO 1000-INITIALISATION-EXIT
021400     END-IF

021500     OPEN OUTPUT INDLIBRP
021600     IF NOT FS-INDLIBRP-OK
021700        DISPLAY 'INDLIB - ERREUR OPEN INDLIBRP - FS='
021800                WS-FS-INDLIBRP
021900        MOVE 12 TO RETURN-CODE
022000        CLOSE FINDISP
022100        GO TO 1000-INITIALISATION-EXIT
022200     END-IF

022300     MOVE WS-DATE-JOUR TO LT-DATE
022400     MOVE WS-NB-JOURS  TO LT-NB-JOURS
022500     MOVE LIGNE-TITRE  TO REC-INDLIBRP
022600     WRITE REC-INDLIBRP
022700     MOVE 'REMISES LIBEREES ET IMPAYES DU JOUR'
022800       TO LS-LIBELLE
022900     MOVE LIGNE-SECTION TO REC-INDLIBRP
023000     WRITE REC-INDLIBRP
023100     MOVE LIGNE-ENTETE  TO REC-INDLIBRP
023200     WRITE REC-INDLIBRP
023300     .
023400 1000-INITIALISATION-EXIT.
023500     EXIT.
023600*----------------------*
023700 2000-TRAITER-REMISE.
023800*----------------------*
023900     READ FINDISP NEXT RECORD
024000         AT END
024100            MOVE 'Y' TO WS-FIN-FINDISP
024200            GO TO 2000-TRAITER-EXIT
024300     END-READ

024400     ADD 1 TO WS-NB-LUS

024500*    REMISE IMPAYEE CE JOUR (CLRIN) : EDITEE POUR MEMOIRE
024600     IF IND-IMPAYEE
024700        IF IND-DATE-FIN = WS-DATE-JOUR
024800           ADD 1 TO WS-NB-IMPAYEES
024900           ADD IND-MONTANT TO WS-MT-IMPAYEES
025000           MOVE 'IMPAYE'  TO LD-ETAT
025100           PERFORM 2500-EDITER-REMISE
025200        END-IF
025300        GO TO 2000-TRAITER-EXIT
025400     END-IF

025500     IF NOT IND-ACTIVE
025600        GO TO 2000-TRAITER-EXIT
025700     END-IF

025800     IF IND-MONTANT NOT NUMERIC
025900        OR IND-DATE-DECOMPTE NOT NUMERIC
026000        OR IND-JOURS-ECOULES NOT NUMERIC
026100        MOVE IND-ID-CPTE TO LA-ID-CPTE
026200        MOVE IND-SEQ     TO LA-SEQ
026300        MOVE 'REMISE ACTIVE NON EXPLOITABLE - NON DECOMPTEE'
026400          TO LA-MOTIF
026500        MOVE LIGNE-ANOMALIE TO REC-INDLIBRP
026600        WRITE REC-INDLIBRP
026700        ADD 1 TO WS-NB-ANOMALIES
026800        GO TO 2000-TRAITER-EXIT
026900     END-IF

027000*    UN JOUR OUVRE NE SE DECOMPTE QU'UNE FOIS, ET JAMAIS LE
027100*    JOUR DE LA REMISE (DATE DE DECOMPTE INITIALE)
027200     MOVE 'N' TO WS-MAJ
027300     IF JOUR-OUVRE
027400        AND IND-DATE-DECOMPTE < WS-DATE-JOUR
027500        ADD 1 TO IND-JOURS-ECOULES
027600        MOVE WS-DATE-JOUR TO IND-DATE-DECOMPTE
027700        ADD 1 TO WS-NB-DECOMPTEES
027800        MOVE 'O' TO WS-MAJ
027900     END-IF

028000     IF IND-JOURS-ECOULES NOT < WS-NB-JOURS
028100        MOVE 'L'          TO IND-STATUT
028200        MOVE WS-DATE-JOUR TO IND-DATE-FIN
028300        MOVE 'O' TO WS-MAJ
028400     END-IF

028500     IF MAJ-A-FAIRE
028600        REWRITE IND-INDISPO
028700            INVALID KEY
028800               MOVE IND-ID-CPTE TO LA-ID-CPTE
028900               MOVE IND-SEQ     TO LA-SEQ
029000               MOVE 'REWRITE FINDISP IMPOSSIBLE' TO LA-MOTIF
029100               MOVE LIGNE-ANOMALIE TO REC-INDLIBRP
029200               WRITE REC-INDLIBRP
029300               ADD 1 TO WS-NB-ANOMALIES
029400               GO TO 2000-TRAITER-EXIT
029500        END-REWRITE
029600     END-IF

029700     IF IND-LIBEREE
029800        ADD 1 TO WS-NB-LIBEREES
029900        ADD IND-MONTANT TO WS-MT-LIBEREES
030000        MOVE 'LIBERE'  TO LD-ETAT
030100        PERFORM 2500-EDITER-REMISE
030200     ELSE
030300        ADD 1 TO WS-NB-ACTIVES
030400        ADD IND-MONTANT TO WS-MT-ACTIVES
030500     END-IF
030600     .
030700 2000-TRAITER-EXIT.
030800     EXIT.
030900*----------------------*
031000 2500-EDITER-REMISE.
031100*----------------------*
031200     MOVE IND-ID-CPTE       TO LD-ID-CPTE
031300     MOVE IND-SEQ           TO LD-SEQ
031400     MOVE IND-NUM-CHEQUE    TO LD-NUM-CHEQUE
031500     MOVE IND-BANQUE        TO LD-BANQUE
031600     MOVE IND-DATE-REMISE   TO LD-DATE-REMISE
031700     MOVE IND-JOURS-ECOULES TO LD-JOURS
031800     MOVE IND-MONTANT       TO LD-MONTANT
031900     MOVE LIGNE-DETAIL      TO REC-INDLIBRP
032000     WRITE REC-INDLIBRP
032100     .
032200*----------------------*
032300 9000-TERMINAISON.
032400*----------------------*
032500     MOVE SPACE TO REC-INDLIBRP
032600     WRITE REC-INDLIBRP
032700     MOVE 'REMISES LUES                  ' TO LTO-LIBELLE
032800     MOVE WS-NB-LUS TO LTO-NB
032900     MOVE ZERO      TO LTO-MONTANT
033000     MOVE LIGNE-TOTAL  TO REC-INDLIBRP
033100     WRITE REC-INDLIBRP
033200     MOVE 'JOURS OUVRES DECOMPTES        ' TO LTO-LIBELLE
033300     MOVE WS-NB-DECOMPTEES TO LTO-NB
033400     MOVE ZERO      TO LTO-MONTANT
033500     MOVE LIGNE-TOTAL  TO REC-INDLIBRP
033600     WRITE REC-INDLIBRP
033700     MOVE 'REMISES LIBEREES CE JOUR      ' TO LTO-LIBELLE
033800     MOVE WS-NB-LIBEREES TO LTO-NB
033900     MOVE WS-MT-LIBEREES TO LTO-MONTANT
034000     MOVE LIGNE-TOTAL  TO REC-INDLIBRP
034100     WRITE REC-INDLIBRP
034200     MOVE 'REMISES IMPAYEES CE JOUR      ' TO LTO-LIBELLE
034300     MOVE WS-NB-IMPAYEES TO LTO-NB
034400     MOVE WS-MT-IMPAYEES TO LTO-MONTANT
034500     MOVE LIGNE-TOTAL  TO REC-INDLIBRP
034600     WRITE REC-INDLIBRP
034700     MOVE 'RESTANT INDISPONIBLE          ' TO LTO-LIBELLE
034800     MOVE WS-NB-ACTIVES TO LTO-NB
034900     MOVE WS-MT-ACTIVES TO LTO-MONTANT
035000     MOVE LIGNE-TOTAL  TO REC-INDLIBRP
035100     WRITE REC-INDLIBRP
035200     MOVE 'ANOMALIES                     ' TO LTO-LIBELLE
035300     MOVE WS-NB-ANOMALIES TO LTO-NB
035400     MOVE ZERO      TO LTO-MONTANT
035500     MOVE LIGNE-TOTAL  TO REC-INDLIBRP
035600     WRITE REC-INDLIBRP

035700     CLOSE FINDISP
035800     CLOSE INDLIBRP

035900     DISPLAY 'INDLIB - REMISES LUES         : ' WS-NB-LUS
036000     DISPLAY 'INDLIB - REMISES LIBEREES     : ' WS-NB-LIBEREES
036100     DISPLAY 'INDLIB - REMISES IMPAYEES     : ' WS-NB-IMPAYEES
036200     DISPLAY 'INDLIB - RESTANT INDISPONIBLE : ' WS-NB-ACTIVES
036300     DISPLAY 'INDLIB - ANOMALIES            : ' WS-NB-ANOMALIES

036400     IF WS-NB-ANOMALIES > ZERO
036500        MOVE 4 TO RETURN-CODE
036600     END-IF

036700     MOVE 'F' TO RL-FONCTION
036800     MOVE 'INDLIB' TO RL-PROG
036900     MOVE WS-NB-LUS TO RL-LUS
037000     MOVE WS-NB-LIBEREES TO RL-ECRITS
037100     MOVE WS-NB-ANOMALIES TO RL-REJETES
037200     MOVE RETURN-CODE TO RL-RC
037300     CALL 'pgrunlog' USING RL-COMMUN
037400     .

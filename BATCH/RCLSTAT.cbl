000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    RCLSTAT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - STATISTIQUE TRIMESTRIELLE
001400*                   DES RECLAMATIONS (FRECLAM) POUR LE
001500*                   RAPPORT A L'AUTORITE DE CONTROLE, PAR
001600*                   AGENCE ET PAR MOTIF (PARM = AAAAMMJJ
001700*                   DEBUT + AAAAMMJJ FIN DU TRIMESTRE) :
001800*                   RECLAMATIONS RECUES ET REPONDUES DANS LE
001900*                   TRIMESTRE, ACCUSES ET REPONSES HORS
002000*                   DELAI, RECLAMATIONS FONDEES (ISSUE F OU
002100*                   P), MONTANT DES GESTES ACCORDES ET
002200*                   DOSSIERS ENCORE EN COURS A LA FIN DU
002300*                   TRIMESTRE. TOTAL PAR AGENCE PUIS
002400*                   RECAPITULATIF GENERAL PAR MOTIF.
002500*                   LECTURE SEULE.
002600*--------------------------------------------------------
002700*
002800*======================================================*
002900*   E N V I R O N M E N T       D I V I S I O N        *
003000*======================================================*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-390.
003400 OBJECT-COMPUTER. IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FRECLAM    ASSIGN TO FRECLAM
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS RCL-NUMERO
004100         FILE STATUS IS WS-FS-FRECLAM.

004200     SELECT FAGENCE    ASSIGN TO FAGENCE
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS AG-CLE
004600         FILE STATUS IS WS-FS-FAGENCE.

004700     SELECT SRTSTA     ASSIGN TO SRTSTA.

004800     SELECT RCLSTARP   ASSIGN TO RCLSTARP
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FS-RCLSTARP.
005100*
005200*======================================================*
005300*           D A T A         D I V I S I O N            *
005400*======================================================*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800 FD  FRECLAM
005900     RECORD CONTAINS 150 CHARACTERS.
006000     COPY FRECLAM.
006100*
006200 FD  FAGENCE
006300     RECORD CONTAINS 80 CHARACTERS.
006400     COPY FAGENCE.
006500*
006600*    UN ENREGISTREMENT PAR DOSSIER CONCERNE PAR LE
006700*    TRIMESTRE, INDICATEURS A 0 OU 1
006800 SD  SRTSTA.
006900 01  SRT-DOSSIER.
007000     05  SRT-AGENCE           PIC X(04).
007100     05  SRT-MOTIF            PIC 9(01).
007200     05  SRT-RECUE            PIC 9(01).
007300     05  SRT-REPONDUE         PIC 9(01).
007400     05  SRT-ACC-RETARD       PIC 9(01).
007500     05  SRT-REP-RETARD       PIC 9(01).
007600     05  SRT-FONDEE           PIC 9(01).
007700     05  SRT-EN-COURS         PIC 9(01).
007800     05  SRT-MONTANT          PIC 9(08)V99.
007900*
008000 FD  RCLSTARP
008100     RECORD CONTAINS 100 CHARACTERS.
008200 01  REC-RCLSTARP             PIC X(100).
008300*
008400*------------------------------------------------------*
008500 WORKING-STORAGE SECTION.
008600*------------------------------------------------------*
008700*
008800 01  WS-FS-FRECLAM            PIC X(02) VALUE SPACE.
008900     88 FS-FRECLAM-OK            VALUE '00'.
009000 01  WS-FS-FAGENCE            PIC X(02) VALUE SPACE.
009100     88 FS-FAGENCE-OK            VALUE '00'.
009200 01  WS-FS-RCLSTARP           PIC X(02) VALUE SPACE.
009300     88 FS-RCLSTARP-OK           VALUE '00'.
009400*
009500 01  WS-FIN-FICHIER           PIC X(01) VALUE 'N'.
009600     88 FIN-FICHIER              VALUE 'Y'.
009700 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
009800     88 FIN-TRI                  VALUE 'Y'.
009900*
010000 01  WS-DATE-DEBUT            PIC 9(08).
010100 01  WS-DATE-FIN              PIC 9(08).
010200*
010300*    MOTIFS DE RECLAMATION (FRECLAM) ET LEURS LIBELLES ;
010400*    UN MOTIF NON REPERTORIE EST COMPTE EN AUTRE
010500 01  TB-MOTIFS.
010600     05 FILLER                PIC X(16) VALUE
010700        'FRFRAIS'.
010800     05 FILLER                PIC X(16) VALUE
010900        'OPOPERATION'.
011000     05 FILLER                PIC X(16) VALUE
011100        'MPMOYEN PAIEMENT'.
011200     05 FILLER                PIC X(16) VALUE
011300        'CRCREDIT'.
011400     05 FILLER                PIC X(16) VALUE
011500        'COTENUE COMPTE'.
011600     05 FILLER                PIC X(16) VALUE
011700        'ACACCUEIL'.
011800     05 FILLER                PIC X(16) VALUE
011900        'AUAUTRE'.
012000 01  TB-MOTIF REDEFINES TB-MOTIFS.
012100     05 MOTIF-POSTE OCCURS 7.
012200        10 MOTIF-CODE         PIC X(02).
012300        10 MOTIF-LIBELLE      PIC X(14).
012400 01  WS-NB-MOTIFS             PIC S9(4) COMP VALUE 7.
012500 01  WS-IND-MOT               PIC S9(4) COMP.
012600*
012700*    CUMULS : 1 A 7 PAR MOTIF (RECAPITULATIF GENERAL),
012800*    8 = AGENCE + MOTIF EN COURS, 9 = AGENCE EN COURS,
012900*    10 = TOTAL GENERAL
013000 01  WS-CUM-MOTIF             PIC S9(4) COMP VALUE 8.
013100 01  WS-CUM-AGENCE            PIC S9(4) COMP VALUE 9.
013200 01  WS-CUM-GENERAL           PIC S9(4) COMP VALUE 10.
013300 01  WS-IND-CUM               PIC S9(4) COMP.
013400 01  WS-TAB-CUMULS.
013500     05 WS-CUMUL OCCURS 10.
013600        10 CUM-RECUES         PIC 9(07).
013700        10 CUM-REPONDUES      PIC 9(07).
013800        10 CUM-ACC-RETARD     PIC 9(07).
013900        10 CUM-REP-RETARD     PIC 9(07).
014000        10 CUM-FONDEES        PIC 9(07).
014100        10 CUM-EN-COURS       PIC 9(07).
014200        10 CUM-MONTANT        PIC 9(10)V99.
014300*
014400 01  WS-AGENCE-COURANTE       PIC X(04).
014500 01  WS-MOTIF-COURANT         PIC 9(01).
014600 01  WS-AGENCE-INCONNUE       PIC X(04) VALUE '????'.
014700 01  WS-NB-LUS                PIC 9(09) VALUE ZERO.
014800 01  WS-NB-RETENUS            PIC 9(09) VALUE ZERO.
014900 01  WS-NB-ANOMALIES          PIC 9(07) VALUE ZERO.
015000*
015100*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
015200 01  RL-COMMUN.
015300     05 RL-FONCTION    PIC X(01).
015400     05 RL-PROG        PIC X(08).
015500     05 RL-LUS         PIC 9(09).
015600     05 RL-ECRITS      PIC 9(09).
015700     05 RL-REJETES     PIC 9(09).
015800     05 RL-RC          PIC 9(02).
015900*
016000*------------------------------------------------------*
016100*   LIGNES DE L'ETAT                                   *
016200*------------------------------------------------------*
016300 01  LIGNE-TITRE.
016400     05 FILLER                PIC X(38) VALUE
016500        'STATISTIQUE DES RECLAMATIONS DU '.
016600     05 LT-DEBUT              PIC 9(08).
016700     05 FILLER                PIC X(04) VALUE ' AU '.
016800     05 LT-FIN                PIC 9(08).
016900     05 FILLER                PIC X(42) VALUE SPACE.
017000*
017100 01  LIGNE-AGENCE.
017200     05 FILLER                PIC X(08) VALUE 'AGENCE '.
017300     05 LA-REGION             PIC X(02).
017400     05 FILLER                PIC X(01) VALUE '/'.
017500     05 LA-CODE               PIC X(02).
017600     05 FILLER                PIC X(02) VALUE SPACE.
017700     05 LA-NOM                PIC X(25).
017800     05 FILLER                PIC X(60) VALUE SPACE.
017900*
018000 01  LIGNE-ENTETE-1.
018100     05 FILLER                PIC X(18) VALUE 'MOTIF'.
018200     05 FILLER                PIC X(08) VALUE '  RECUES'.
018300     05 FILLER                PIC X(08) VALUE ' REPOND.'.
018400     05 FILLER                PIC X(08) VALUE ' ACCUSES'.
018500     05 FILLER                PIC X(08) VALUE 'REPONSES'.
018600     05 FILLER                PIC X(08) VALUE ' FONDEES'.
018700     05 FILLER                PIC X(08) VALUE 'EN COURS'.
018800     05 FILLER                PIC X(34) VALUE
018900        '    GESTES ACCORDES'.
019000 01  LIGNE-ENTETE-2.
019100     05 FILLER                PIC X(34) VALUE SPACE.
019200     05 FILLER                PIC X(08) VALUE ' RETARD'.
019300     05 FILLER                PIC X(08) VALUE '  RETARD'.
019400     05 FILLER                PIC X(50) VALUE SPACE.
019500*
019600 01  LIGNE-DETAIL.
019700     05 LD-MOTIF              PIC X(02).
019800     05 FILLER                PIC X(02) VALUE SPACE.
019900     05 LD-LIBELLE            PIC X(14).
020000     05 LD-RECUES             PIC ZZZZZZ9.
020100     05 FILLER                PIC X(01) VALUE SPACE.
020200     05 LD-REPONDUES          PIC ZZZZZZ9.
020300     05 FILLER                PIC X(01) VALUE SPACE.
020400     05 LD-ACC-RETARD         PIC ZZZZZZ9.
020500     05 FILLER                PIC X(01) VALUE SPACE.
020600     05 LD-REP-RETARD         PIC ZZZZZZ9.
020700     05 FILLER                PIC X(01) VALUE SPACE.
020800     05 LD-FONDEES            PIC ZZZZZZ9.
020900     05 FILLER                PIC X(01) VALUE SPACE.
021000     05 LD-EN-COURS           PIC ZZZZZZ9.
021100     05 FILLER                PIC X(02) VALUE SPACE.
021200     05 LD-MONTANT            PIC ZZZZZZZZZ9.99.
021300     05 FILLER                PIC X(20) VALUE SPACE.
021400*
021500*======================================================*
021600*          L I N K A G E     S E C T I O N             *
021700*======================================================*
021800 LINKAGE SECTION.
021900 01  LK-PARM-PERIODE.
022000     05 LK-PARM-LEN           PIC S9(4) COMP.
022100     05 LK-PARM-VALUE.
022200        10 LK-PARM-DEBUT      PIC X(08).
022300        10 LK-PARM-FIN        PIC X(08).
022400*
022500*======================================================*
022600*     P R O C E D U R E     D I V I S I O N            *
022700*======================================================*
022800 PROCEDURE DIVISION USING LK-PARM-PERIODE.
022900*----------------------*
023000 0000-MAINLINE.
023100*----------------------*
023200     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
023300     IF RETURN-CODE NOT < 8
023400        GOBACK
023500     END-IF

023600     SORT SRTSTA
023700         ON ASCENDING KEY SRT-AGENCE SRT-MOTIF
023800         INPUT PROCEDURE 2000-SELECTIONNER
023900             THRU 2000-SELECTIONNER-EXIT
024000         OUTPUT PROCEDURE 3000-EDITER
024100             THRU 3000-EDITER-EXIT
024200     IF SORT-RETURN NOT = ZERO
024300        DISPLAY 'RCLSTAT - ERREUR TRI SRTSTA'
024400        MOVE 12 TO RETURN-CODE
024500     END-IF

024600     PERFORM 9000-TERMINAISON
024700     GOBACK
024800     .
024900*----------------------*
025000 1000-INITIALISATION.
025100*----------------------*
025200     IF LK-PARM-LEN NOT = 16
025300        OR LK-PARM-DEBUT NOT NUMERIC
025400        OR LK-PARM-FIN NOT NUMERIC
025500        OR LK-PARM-DEBUT > LK-PARM-FIN
025600        DISPLAY 'RCLSTAT - PARM PERIODE (AAAAMMJJ + AAAAMMJJ)'
025700                ' OBLIGATOIRE'
025800        MOVE 8 TO RETURN-CODE
025900        GO TO 1000-INITIALISATION-EXIT
026000     END-IF
026100     MOVE LK-PARM-DEBUT TO WS-DATE-DEBUT
026200     MOVE LK-PARM-FIN   TO WS-DATE-FIN

026300     MOVE 'D' TO RL-FONCTION
026400     MOVE 'RCLSTAT' TO RL-PROG
026500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
026600     CALL 'pgrunlog' USING RL-COMMUN

026700     MOVE ZERO TO WS-TAB-CUMULS

026800     OPEN INPUT FRECLAM
026900     IF NOT FS-FRECLAM-OK
027000        DISPLAY 'RCLSTAT - ERREUR OPEN FRECLAM - FS='
027100                WS-FS-FRECLAM
027200        MOVE 12 TO RETURN-CODE
027300        GO TO 1000-INITIALISATION-EXIT
027400     END-IF

027500     OPEN INPUT FAGENCE
027600     IF NOT FS-FAGENCE-OK
027700        DISPLAY 'RCLSTAT - ERREUR OPEN FAGENCE - FS='
027800                WS-FS-FAGENCE
027900        MOVE 12 TO RETURN-CODE
028000        CLOSE FRECLAM
028100        GO TO 1000-INITIALISATION-EXIT
028200     END-IF

028300     OPEN OUTPUT RCLSTARP
028400     IF NOT FS-RCLSTARP-OK
028500        DISPLAY 'RCLSTAT - ERREUR OPEN RCLSTARP - FS='
028600                WS-FS-RCLSTARP
028700        MOVE 12 TO RETURN-CODE
028800        CLOSE FRECLAM FAGENCE
028900        GO TO 1000-INITIALISATION-EXIT
029000     END-IF

029100     MOVE WS-DATE-DEBUT TO LT-DEBUT
029200     MOVE WS-DATE-FIN   TO LT-FIN
029300     .
029400 1000-INITIALISATION-EXIT.
029500     EXIT.
029600*----------------------*
029700 2000-SELECTIONNER.
029800*----------------------*
029900     MOVE 'N' TO WS-FIN-FICHIER
030000     PERFORM 2100-LIRE-DOSSIER THRU 2100-LIRE-DOSSIER-EXIT
030100         UNTIL FIN-FICHIER
030200     .
030300 2000-SELECTIONNER-EXIT.
030400     EXIT.
030500*----------------------*
030600 2100-LIRE-DOSSIER.
030700*----------------------*
030800     READ FRECLAM NEXT RECORD
030900         AT END
031000            MOVE 'Y' TO WS-FIN-FICHIER
031100            GO TO 2100-LIRE-DOSSIER-EXIT
031200     END-READ
031300     ADD 1 TO WS-NB-LUS

031400     IF RCL-DATE-RECEPTION NOT NUMERIC
031500        OR RCL-ECH-ACCUSE NOT NUMERIC
031600        OR RCL-ECH-REPONSE NOT NUMERIC
031700        OR RCL-DATE-ACCUSE NOT NUMERIC
031800        OR RCL-DATE-REPONSE NOT NUMERIC
031900        OR RCL-MONTANT-REMB NOT NUMERIC
032000        DISPLAY 'RCLSTAT - DOSSIER ' RCL-NUMERO
032100                ' NON EXPLOITABLE - IGNORE'
032200        ADD 1 TO WS-NB-ANOMALIES
032300        GO TO 2100-LIRE-DOSSIER-EXIT
032400     END-IF

032500*    DOSSIER RECU APRES LE TRIMESTRE : HORS STATISTIQUE
032600     IF RCL-DATE-RECEPTION > WS-DATE-FIN
032700        GO TO 2100-LIRE-DOSSIER-EXIT
032800     END-IF

032900     MOVE ZERO TO SRT-RECUE SRT-REPONDUE SRT-ACC-RETARD
033000                  SRT-REP-RETARD SRT-FONDEE SRT-EN-COURS
033100                  SRT-MONTANT

033200     IF RCL-DATE-RECEPTION NOT < WS-DATE-DEBUT
033300        MOVE 1 TO SRT-RECUE
033400     END-IF

033500*    ACCUSE ENVOYE DANS LE TRIMESTRE APRES SON ECHEANCE
033600     IF RCL-DATE-ACCUSE NOT < WS-DATE-DEBUT
033700        AND RCL-DATE-ACCUSE NOT > WS-DATE-FIN
033800        AND RCL-ECH-ACCUSE > ZERO
033900        AND RCL-DATE-ACCUSE > RCL-ECH-ACCUSE
034000        MOVE 1 TO SRT-ACC-RETARD
034100     END-IF

034200     IF RCL-DATE-REPONSE NOT < WS-DATE-DEBUT
034300        AND RCL-DATE-REPONSE NOT > WS-DATE-FIN
034400        MOVE 1 TO SRT-REPONDUE
034500        IF RCL-DATE-REPONSE > RCL-ECH-REPONSE
034600           MOVE 1 TO SRT-REP-RETARD
034700        END-IF
034800        IF RCL-FONDEE OR RCL-PARTIELLE
034900           MOVE 1 TO SRT-FONDEE
035000           MOVE RCL-MONTANT-REMB TO SRT-MONTANT
035100        END-IF
035200     END-IF

035300*    SANS REPONSE A LA FIN DU TRIMESTRE
035400     IF RCL-DATE-REPONSE = ZERO
035500        OR RCL-DATE-REPONSE > WS-DATE-FIN
035600        MOVE 1 TO SRT-EN-COURS
035700     END-IF

035800     IF SRT-RECUE = ZERO AND SRT-REPONDUE = ZERO
035900        AND SRT-ACC-RETARD = ZERO AND SRT-EN-COURS = ZERO
036000        GO TO 2100-LIRE-DOSSIER-EXIT
036100     END-IF

036200     MOVE RCL-AGENCE TO SRT-AGENCE
036300     IF RCL-AGENCE = SPACE
036400        MOVE WS-AGENCE-INCONNUE TO SRT-AGENCE
036500     END-IF
036600     MOVE 1 TO WS-IND-MOT
036700     PERFORM 2200-CHERCHER-MOTIF
036800         UNTIL WS-IND-MOT NOT < WS-NB-MOTIFS
036900            OR MOTIF-CODE(WS-IND-MOT) = RCL-MOTIF
037000     MOVE WS-IND-MOT TO SRT-MOTIF
037100     RELEASE SRT-DOSSIER
037200     ADD 1 TO WS-NB-RETENUS
037300     .
037400 2100-LIRE-DOSSIER-EXIT.
037500     EXIT.
037600*----------------------*
037700 2200-CHERCHER-MOTIF.
037800*----------------------*
037900     ADD 1 TO WS-IND-MOT
038000     .
038100*----------------------*
038200 3000-EDITER.
038300*----------------------*
038400     MOVE SPACE TO WS-AGENCE-COURANTE
038500     MOVE ZERO  TO WS-MOTIF-COURANT
038600     MOVE 'N' TO WS-FIN-TRI
038700     PERFORM 3100-EDITER-DOSSIER THRU 3100-EDITER-DOSSIER-EXIT
038800         UNTIL FIN-TRI
038900     IF WS-MOTIF-COURANT > ZERO
039000        PERFORM 3400-LIGNE-MOTIF
039100        PERFORM 3500-TOTAL-AGENCE
039200     END-IF
039300     .
039400 3000-EDITER-EXIT.
039500     EXIT.
039600*----------------------*
039700 3100-EDITER-DOSSIER.
039800*----------------------*
039900     RETURN SRTSTA
040000         AT END
040100            MOVE 'Y' TO WS-FIN-TRI
040200            GO TO 3100-EDITER-DOSSIER-EXIT
040300     END-RETURN

040400     IF SRT-AGENCE NOT = WS-AGENCE-COURANTE
040500        OR WS-MOTIF-COURANT = ZERO
040600        IF WS-MOTIF-COURANT > ZERO
040700           PERFORM 3400-LIGNE-MOTIF
040800           PERFORM 3500-TOTAL-AGENCE
040900        END-IF
041000        PERFORM 3200-ENTETE-AGENCE
041100     ELSE
041200        IF SRT-MOTIF NOT = WS-MOTIF-COURANT
041300           PERFORM 3400-LIGNE-MOTIF
041400           MOVE SRT-MOTIF TO WS-MOTIF-COURANT
041500        END-IF
041600     END-IF

041700     MOVE WS-CUM-MOTIF TO WS-IND-CUM
041800     PERFORM 3300-CUMULER
041900     MOVE WS-CUM-AGENCE TO WS-IND-CUM
042000     PERFORM 3300-CUMULER
042100     MOVE WS-CUM-GENERAL TO WS-IND-CUM
042200     PERFORM 3300-CUMULER
042300     MOVE SRT-MOTIF TO WS-IND-CUM
042400     PERFORM 3300-CUMULER
042500     .
042600 3100-EDITER-DOSSIER-EXIT.
042700     EXIT.
042800*----------------------*
042900 3200-ENTETE-AGENCE.
043000*----------------------*
043100     MOVE SRT-AGENCE TO WS-AGENCE-COURANTE
043200     MOVE SRT-MOTIF  TO WS-MOTIF-COURANT

043300     MOVE LIGNE-TITRE TO REC-RCLSTARP
043400     WRITE REC-RCLSTARP AFTER ADVANCING PAGE

043500     MOVE SRT-AGENCE(1:2) TO LA-REGION
043600     MOVE SRT-AGENCE(3:2) TO LA-CODE
043700     IF SRT-AGENCE = WS-AGENCE-INCONNUE
043800        MOVE 'AGENCE NON RENSEIGNEE' TO LA-NOM
043900     ELSE
044000        MOVE SRT-AGENCE TO AG-CLE
044100        READ FAGENCE
044200        IF FS-FAGENCE-OK
044300           MOVE AG-NOM TO LA-NOM
044400        ELSE
044500           MOVE SPACE  TO LA-NOM
044600        END-IF
044700     END-IF
044800     MOVE LIGNE-AGENCE TO REC-RCLSTARP
044900     WRITE REC-RCLSTARP AFTER ADVANCING 2 LINES

045000     PERFORM 3600-ENTETE-COLONNES
045100     .
045200*----------------------*
045300 3300-CUMULER.
045400*----------------------*
045500     ADD SRT-RECUE      TO CUM-RECUES(WS-IND-CUM)
045600     ADD SRT-REPONDUE   TO CUM-REPONDUES(WS-IND-CUM)
045700     ADD SRT-ACC-RETARD TO CUM-ACC-RETARD(WS-IND-CUM)
045800     ADD SRT-REP-RETARD TO CUM-REP-RETARD(WS-IND-CUM)
045900     ADD SRT-FONDEE     TO CUM-FONDEES(WS-IND-CUM)
046000     ADD SRT-EN-COURS   TO CUM-EN-COURS(WS-IND-CUM)
046100     ADD SRT-MONTANT    TO CUM-MONTANT(WS-IND-CUM)
046200     .
046300*----------------------*
046400 3400-LIGNE-MOTIF.
046500*----------------------*
046600     MOVE MOTIF-CODE(WS-MOTIF-COURANT)    TO LD-MOTIF
046700     MOVE MOTIF-LIBELLE(WS-MOTIF-COURANT) TO LD-LIBELLE
046800     MOVE WS-CUM-MOTIF TO WS-IND-CUM
046900     PERFORM 8000-ECRIRE-CUMUL
047000     MOVE ZERO TO WS-CUMUL(WS-CUM-MOTIF)
047100     .
047200*----------------------*
047300 3500-TOTAL-AGENCE.
047400*----------------------*
047500     MOVE SPACE             TO LD-MOTIF
047600     MOVE 'TOTAL AGENCE'    TO LD-LIBELLE
047700     MOVE SPACE TO REC-RCLSTARP
047800     WRITE REC-RCLSTARP
047900     MOVE WS-CUM-AGENCE TO WS-IND-CUM
048000     PERFORM 8000-ECRIRE-CUMUL
048100     MOVE ZERO TO WS-CUMUL(WS-CUM-AGENCE)
048200     .
048300*----------------------*
048400 3600-ENTETE-COLONNES.
048500*----------------------*
048600     MOVE LIGNE-ENTETE-1 TO REC-RCLSTARP
048700     WRITE REC-RCLSTARP AFTER ADVANCING 2 LINES
048800     MOVE LIGNE-ENTETE-2 TO REC-RCLSTARP
048900     WRITE REC-RCLSTARP
049000     MOVE SPACE TO REC-RCLSTARP
049100     WRITE REC-RCLSTARP
049200     .
049300*----------------------*
049400 8000-ECRIRE-CUMUL.
049500*----------------------*
049600     MOVE CUM-RECUES(WS-IND-CUM)     TO LD-RECUES
049700     MOVE CUM-REPONDUES(WS-IND-CUM)  TO LD-REPONDUES
049800     MOVE CUM-ACC-RETARD(WS-IND-CUM) TO LD-ACC-RETARD
049900     MOVE CUM-REP-RETARD(WS-IND-CUM) TO LD-REP-RETARD
050000     MOVE CUM-FONDEES(WS-IND-CUM)    TO LD-FONDEES
050100     MOVE CUM-EN-COURS(WS-IND-CUM)   TO LD-EN-COURS
050200     MOVE CUM-MONTANT(WS-IND-CUM)    TO LD-MONTANT
050300     MOVE LIGNE-DETAIL TO REC-RCLSTARP
050400     WRITE REC-RCLSTARP
050500     .
050600*----------------------*
050700 8100-RECAP-MOTIF.
050800*----------------------*
050900     MOVE MOTIF-CODE(WS-IND-CUM)    TO LD-MOTIF
051000     MOVE MOTIF-LIBELLE(WS-IND-CUM) TO LD-LIBELLE
051100     PERFORM 8000-ECRIRE-CUMUL
051200     .
051300*----------------------*
051400 9000-TERMINAISON.
051500*----------------------*
051600     MOVE LIGNE-TITRE TO REC-RCLSTARP
051700     WRITE REC-RCLSTARP AFTER ADVANCING PAGE
051800     MOVE 'RECAPITULATIF GENERAL PAR MOTIF' TO REC-RCLSTARP
051900     WRITE REC-RCLSTARP AFTER ADVANCING 2 LINES
052000     PERFORM 3600-ENTETE-COLONNES
052100     PERFORM 8100-RECAP-MOTIF
052200         VARYING WS-IND-CUM FROM 1 BY 1
052300         UNTIL WS-IND-CUM > WS-NB-MOTIFS
052400     MOVE SPACE             TO LD-MOTIF
052500     MOVE 'TOTAL GENERAL'   TO LD-LIBELLE
052600     MOVE SPACE TO REC-RCLSTARP
052700     WRITE REC-RCLSTARP
052800     MOVE WS-CUM-GENERAL TO WS-IND-CUM
052900     PERFORM 8000-ECRIRE-CUMUL

053000     CLOSE FRECLAM FAGENCE RCLSTARP

053100     DISPLAY 'RCLSTAT - DOSSIERS LUS          : ' WS-NB-LUS
053200     DISPLAY 'RCLSTAT - DOSSIERS DU TRIMESTRE : ' WS-NB-RETENUS
053300     DISPLAY 'RCLSTAT - DOSSIERS IGNORES      : '
053400             WS-NB-ANOMALIES

053500     IF RETURN-CODE < 4 AND WS-NB-ANOMALIES > ZERO
053600        MOVE 4 TO RETURN-CODE
053700     END-IF

053800     MOVE 'F' TO RL-FONCTION
053900     MOVE 'RCLSTAT' TO RL-PROG
054000     MOVE WS-NB-LUS TO RL-LUS
054100     MOVE WS-NB-RETENUS TO RL-ECRITS
054200     MOVE WS-NB-ANOMALIES TO RL-REJETES
054300     MOVE RETURN-CODE TO RL-RC
054400     CALL 'pgrunlog' USING RL-COMMUN
054500     .

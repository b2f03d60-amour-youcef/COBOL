000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    RCLALRT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - SUIVI QUOTIDIEN DES DELAIS
001400*                   REGLEMENTAIRES DES RECLAMATIONS
001500*                   (FRECLAM, ECRAN GESRECL) :
001600*                   - POSE L'ECHEANCE D'ACCUSE DE RECEPTION
001700*                     DES DOSSIERS OUVERTS DANS LA JOURNEE :
001800*                     10 JOURS OUVRES APRES LA RECEPTION
001900*                     (CALENDRIER BANCAIRE, pgcalend 'O') ;
002000*                   - LISTE PAR RESPONSABLE DU DOSSIER LES
002100*                     ACCUSES ET LES REPONSES DONT
002200*                     L'ECHEANCE EST DEPASSEE OU TOMBE DANS
002300*                     LES NN JOURS (PARM NN, DEFAUT 05).
002400*                   RC 4 DES QU'UNE ECHEANCE EST DEPASSEE.
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
003600     SELECT FRECLAM    ASSIGN TO FRECLAM
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS RCL-NUMERO
004000         FILE STATUS IS WS-FS-FRECLAM.

004100     SELECT SRTRCL     ASSIGN TO SRTRCL.

004200     SELECT RCLALRRP   ASSIGN TO RCLALRRP
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-FS-RCLALRRP.
004500*
004600*======================================================*
004700*           D A T A         D I V I S I O N            *
004800*======================================================*
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200 FD  FRECLAM
005300     RECORD CONTAINS 150 CHARACTERS.
005400     COPY FRECLAM.
005500*
005600*    ALERTES PAR RESPONSABLE ET PAR ECHEANCE
005700 SD  SRTRCL.
005800 01  SRT-ALERTE.
005900     05  SRT-RESP             PIC X(03).
006000     05  SRT-ECHEANCE         PIC 9(08).
006100     05  SRT-NUMERO           PIC 9(08).
006200     05  SRT-TYPE             PIC 9(01).
006300     05  SRT-NUMCLI           PIC 9(08).
006400     05  SRT-AGENCE           PIC X(04).
006500     05  SRT-MOTIF            PIC X(02).
006600     05  SRT-RECEPTION        PIC 9(08).
006700     05  SRT-JOURS            PIC S9(04).
006800*
006900 FD  RCLALRRP
007000     RECORD CONTAINS 100 CHARACTERS.
007100 01  REC-RCLALRRP             PIC X(100).
007200*
007300*------------------------------------------------------*
007400 WORKING-STORAGE SECTION.
007500*------------------------------------------------------*
007600*
007700 01  WS-FS-FRECLAM            PIC X(02) VALUE SPACE.
007800     88 FS-FRECLAM-OK            VALUE '00'.
007900 01  WS-FS-RCLALRRP           PIC X(02) VALUE SPACE.
008000     88 FS-RCLALRRP-OK           VALUE '00'.
008100*
008200 01  WS-FIN-FICHIER           PIC X(01) VALUE 'N'.
008300     88 FIN-FICHIER              VALUE 'Y'.
008400 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
008500     88 FIN-TRI                  VALUE 'Y'.
008600*
008700 01  WS-DATE-JOUR             PIC 9(08).
008800 01  WS-INT-JOUR              PIC S9(09) COMP.
008900*    FENETRE D'ALERTE EN JOURS CALENDAIRES (PARM NN)
009000 01  WS-NB-JOURS              PIC 9(02) VALUE 05.
009100 01  WS-DATE-FENETRE          PIC 9(08).
009200*
009300*    DELAI D'ACCUSE DE RECEPTION EN JOURS OUVRES
009400 01  WS-DELAI-ACCUSE          PIC 9(02) VALUE 10.
009500 01  WS-NB-OUVRES             PIC 9(02).
009600 01  WS-INT-CALCUL            PIC S9(09) COMP.
009700*
009800*    INTERFACE DU MODULE COMMUN pgcalend
009900 01  WS-CAL-FONCTION          PIC X(01).
010000 01  WS-CAL-DATE              PIC 9(08).
010100 01  WS-CAL-RESULTAT          PIC X(01).
010200     88 JOUR-OUVRE               VALUE 'O'.
010300*
010400*    ALERTE EN COURS DE CLASSEMENT
010500 01  WS-ALR-TYPE              PIC 9(01).
010600 01  WS-ALR-ECHEANCE          PIC 9(08).
010700*
010800*    LIBELLES DES ALERTES : 1 ET 3 DEPASSEES, 2 ET 4 A
010900*    ECHEANCE DANS LA FENETRE
011000 01  TB-LIBELLES.
011100     05 FILLER                PIC X(18) VALUE
011200        'ACCUSE DEPASSE'.
011300     05 FILLER                PIC X(18) VALUE
011400        'ACCUSE A ECHEANCE'.
011500     05 FILLER                PIC X(18) VALUE
011600        'REPONSE DEPASSEE'.
011700     05 FILLER                PIC X(18) VALUE
011800        'REPONSE A ECHEANCE'.
011900 01  TB-LIB-ALERTE REDEFINES TB-LIBELLES.
012000     05 LIB-ALERTE OCCURS 4   PIC X(18).
012100*
012200 01  WS-IND-ALR               PIC S9(4) COMP.
012300 01  WS-TAB-COMPTEURS.
012400     05 WS-NB-ALERTE OCCURS 4 PIC 9(07).
012500*
012600 01  WS-RESP-COURANT          PIC X(03).
012700 01  WS-NB-RESP               PIC 9(07) VALUE ZERO.
012800 01  WS-NB-LUS                PIC 9(09) VALUE ZERO.
012900 01  WS-NB-ECHEANCES          PIC 9(07) VALUE ZERO.
013000 01  WS-NB-LISTES             PIC 9(09) VALUE ZERO.
013100 01  WS-NB-DEPASSES           PIC 9(07) VALUE ZERO.
013200 01  WS-NB-ANOMALIES          PIC 9(07) VALUE ZERO.
013300*
013400*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
013500 01  RL-COMMUN.
013600     05 RL-FONCTION    PIC X(01).
013700     05 RL-PROG        PIC X(08).
013800     05 RL-LUS         PIC 9(09).
013900     05 RL-ECRITS      PIC 9(09).
014000     05 RL-REJETES     PIC 9(09).
014100     05 RL-RC          PIC 9(02).
014200*
014300*------------------------------------------------------*
014400*   LIGNES DE L'ETAT                                   *
014500*------------------------------------------------------*
014600 01  LIGNE-TITRE.
014700     05 FILLER                PIC X(38) VALUE
014800        'ECHEANCES DES RECLAMATIONS AU '.
014900     05 LT-DATE               PIC 9(08).
015000     05 FILLER                PIC X(24) VALUE
015100        '  - FENETRE D''ALERTE : '.
015200     05 LT-NB-JOURS           PIC Z9.
015300     05 FILLER                PIC X(28) VALUE
015400        ' JOURS'.
015500*
015600 01  LIGNE-RESP.
015700     05 FILLER                PIC X(26) VALUE
015800        'RESPONSABLE DU DOSSIER : '.
015900     05 LR-RESP               PIC X(03).
016000     05 FILLER                PIC X(71) VALUE SPACE.
016100*
016200 01  LIGNE-ENTETE.
016300     05 FILLER                PIC X(20) VALUE 'ALERTE'.
016400     05 FILLER                PIC X(10) VALUE 'ECHEANCE'.
016500     05 FILLER                PIC X(08) VALUE ' JOURS'.
016600     05 FILLER                PIC X(10) VALUE 'DOSSIER'.
016700     05 FILLER                PIC X(10) VALUE 'CLIENT'.
016800     05 FILLER                PIC X(07) VALUE 'AGENCE'.
016900     05 FILLER                PIC X(07) VALUE 'MOTIF'.
017000     05 FILLER                PIC X(28) VALUE 'RECUE LE'.
017100*
017200*    JOURS : RETARD (DEPASSEE) OU JOURS RESTANTS
017300 01  LIGNE-DETAIL.
017400     05 LD-ALERTE             PIC X(18).
017500     05 FILLER                PIC X(02) VALUE SPACE.
017600     05 LD-ECHEANCE           PIC 9(08).
017700     05 FILLER                PIC X(02) VALUE SPACE.
017800     05 LD-JOURS              PIC ZZZ9.
017900     05 FILLER                PIC X(04) VALUE SPACE.
018000     05 LD-NUMERO             PIC 9(08).
018100     05 FILLER                PIC X(02) VALUE SPACE.
018200     05 LD-NUMCLI             PIC 9(08).
018300     05 FILLER                PIC X(02) VALUE SPACE.
018400     05 LD-REGION             PIC X(02).
018500     05 FILLER                PIC X(01) VALUE '/'.
018600     05 LD-CODE               PIC X(02).
018700     05 FILLER                PIC X(02) VALUE SPACE.
018800     05 LD-MOTIF              PIC X(02).
018900     05 FILLER                PIC X(05) VALUE SPACE.
019000     05 LD-RECEPTION          PIC 9(08).
019100     05 FILLER                PIC X(20) VALUE SPACE.
019200*
019300 01  LIGNE-ANOMALIE.
019400     05 FILLER                PIC X(10) VALUE 'DOSSIER '.
019500     05 LA-NUMERO             PIC 9(08).
019600     05 FILLER                PIC X(02) VALUE SPACE.
019700     05 LA-MOTIF              PIC X(50).
019800     05 FILLER                PIC X(30) VALUE SPACE.
019900*
020000 01  LIGNE-TOTAL.
020100     05 LT-LIBELLE            PIC X(40).
020200     05 LT-NB                 PIC ZZZZZZ9.
020300     05 FILLER                PIC X(53) VALUE SPACE.
020400*
020500*======================================================*
020600*          L I N K A G E     S E C T I O N             *
020700*======================================================*
020800 LINKAGE SECTION.
020900 01  LK-PARM.
021000     05 LK-PARM-LEN           PIC S9(4) COMP.
021100     05 LK-PARM-JOURS         PIC X(02).
021200*
021300*======================================================*
021400*     P R O C E D U R E     D I V I S I O N            *
021500*======================================================*
021600 PROCEDURE DIVISION USING LK-PARM.
021700*----------------------*
021800 0000-MAINLINE.
021900*----------------------*
022000     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
022100     IF RETURN-CODE NOT < 8
022200        GOBACK
022300     END-IF

022400     SORT SRTRCL
022500         ON ASCENDING KEY SRT-RESP SRT-ECHEANCE SRT-NUMERO
022600                          SRT-TYPE
022700         INPUT PROCEDURE 2000-SELECTIONNER
022800             THRU 2000-SELECTIONNER-EXIT
022900         OUTPUT PROCEDURE 3000-EDITER
023000             THRU 3000-EDITER-EXIT
023100     IF SORT-RETURN NOT = ZERO
023200        DISPLAY 'RCLALRT - ERREUR TRI SRTRCL'
023300        MOVE 12 TO RETURN-CODE
023400     END-IF

023500     PERFORM 9000-TERMINAISON
023600     GOBACK
023700     .
023800*----------------------*
023900 1000-INITIALISATION.
024000*----------------------*
024100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
024200     COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)

024300     MOVE 'D' TO RL-FONCTION
024400     MOVE 'RCLALRT' TO RL-PROG
024500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
024600     CALL 'pgrunlog' USING RL-COMMUN

024700     MOVE ZERO TO WS-TAB-COMPTEURS

024800     IF LK-PARM-LEN NOT < 2
024900        IF LK-PARM-JOURS NUMERIC
025000           AND LK-PARM-JOURS NOT = ZERO
025100           MOVE LK-PARM-JOURS TO WS-NB-JOURS
025200        ELSE
025300           DISPLAY 'RCLALRT - PARM NN (JOURS D''ALERTE) INVALIDE'
025400           MOVE 12 TO RETURN-CODE
025500           GO TO 1000-INITIALISATION-EXIT
025600        END-IF
025700     END-IF

025800     COMPUTE WS-DATE-FENETRE =
025900             FUNCTION DATE-OF-INTEGER(WS-INT-JOUR + WS-NB-JOURS)

026000     OPEN I-O FRECLAM
026100     IF NOT FS-FRECLAM-OK
026200        DISPLAY 'RCLALRT - ERREUR OPEN FRECLAM - FS='
026300                WS-FS-FRECLAM
026400        MOVE 12 TO RETURN-CODE
026500        GO TO 1000-INITIALISATION-EXIT
026600     END-IF

026700     OPEN OUTPUT RCLALRRP
026800     IF NOT FS-RCLALRRP-OK
026900        DISPLAY 'RCLALRT - ERREUR OPEN RCLALRRP - FS='
027000                WS-FS-RCLALRRP
027100        MOVE 12 TO RETURN-CODE
027200        CLOSE FRECLAM
027300        GO TO 1000-INITIALISATION-EXIT
027400     END-IF

027500     MOVE WS-DATE-JOUR TO LT-DATE
027600     MOVE WS-NB-JOURS  TO LT-NB-JOURS
027700     .
027800 1000-INITIALISATION-EXIT.
027900     EXIT.
028000*----------------------*
028100 2000-SELECTIONNER.
028200*----------------------*
028300     MOVE 'N' TO WS-FIN-FICHIER
028400     PERFORM 2100-LIRE-DOSSIER THRU 2100-LIRE-DOSSIER-EXIT
028500         UNTIL FIN-FICHIER
028600     .
028700 2000-SELECTIONNER-EXIT.
028800     EXIT.
028900*----------------------*
029000 2100-LIRE-DOSSIER.
029100*----------------------*
029200     READ FRECLAM NEXT RECORD
029300         AT END
029400            MOVE 'Y' TO WS-FIN-FICHIER
029500            GO TO 2100-LIRE-DOSSIER-EXIT
029600     END-READ
029700     ADD 1 TO WS-NB-LUS

029800*    UN DOSSIER CLOS N'A PLUS D'ECHEANCE A SURVEILLER
029900     IF RCL-REPONDUE
030000        GO TO 2100-LIRE-DOSSIER-EXIT
030100     END-IF

030200     IF RCL-DATE-RECEPTION NOT NUMERIC
030300        OR RCL-DATE-RECEPTION < 16010101
030400        OR RCL-ECH-ACCUSE NOT NUMERIC
030500        OR RCL-ECH-REPONSE NOT NUMERIC
030600        OR RCL-DATE-ACCUSE NOT NUMERIC
030700        MOVE RCL-NUMERO TO LA-NUMERO
030800        MOVE 'DATES NON EXPLOITABLES - DOSSIER NON SUIVI'
030900          TO LA-MOTIF
031000        PERFORM 2900-ECRIRE-ANOMALIE
031100        GO TO 2100-LIRE-DOSSIER-EXIT
031200     END-IF

031300     IF RCL-ECH-ACCUSE = ZERO
031400        PERFORM 2200-ECHEANCE-ACCUSE
031500            THRU 2200-ECHEANCE-ACCUSE-EXIT
031600     END-IF

031700*    ACCUSE DE RECEPTION PAS ENCORE ENVOYE
031800     IF RCL-DATE-ACCUSE = ZERO
031900        AND RCL-ECH-ACCUSE > ZERO
032000        MOVE RCL-ECH-ACCUSE TO WS-ALR-ECHEANCE
032100        IF WS-ALR-ECHEANCE < WS-DATE-JOUR
032200           MOVE 1 TO WS-ALR-TYPE
032300           PERFORM 7500-LIBERER-ALERTE
032400        ELSE
032500           IF WS-ALR-ECHEANCE NOT > WS-DATE-FENETRE
032600              MOVE 2 TO WS-ALR-TYPE
032700              PERFORM 7500-LIBERER-ALERTE
032800           END-IF
032900        END-IF
033000     END-IF

033100*    REPONSE (DOSSIER OUVERT OU ACCUSE)
033200     IF RCL-ECH-REPONSE > ZERO
033300        MOVE RCL-ECH-REPONSE TO WS-ALR-ECHEANCE
033400        IF WS-ALR-ECHEANCE < WS-DATE-JOUR
033500           MOVE 3 TO WS-ALR-TYPE
033600           PERFORM 7500-LIBERER-ALERTE
033700        ELSE
033800           IF WS-ALR-ECHEANCE NOT > WS-DATE-FENETRE
033900              MOVE 4 TO WS-ALR-TYPE
034000              PERFORM 7500-LIBERER-ALERTE
034100           END-IF
034200        END-IF
034300     END-IF
034400     .
034500 2100-LIRE-DOSSIER-EXIT.
034600     EXIT.
034700*----------------------*
034800 2200-ECHEANCE-ACCUSE.
034900*----------------------*
035000*    10 JOURS OUVRES COMPTES A PARTIR DU LENDEMAIN DE LA
035100*    RECEPTION ; L'ECRAN NE CONNAIT PAS LE CALENDRIER
035200*    BANCAIRE, L'ECHEANCE EST DONC POSEE ICI LA PREMIERE
035300*    NUIT ET N'EST PLUS RECALCULEE ENSUITE
035400     COMPUTE WS-INT-CALCUL =
035500             FUNCTION INTEGER-OF-DATE(RCL-DATE-RECEPTION)
035600     MOVE ZERO TO WS-NB-OUVRES
035700     PERFORM 2250-JOUR-SUIVANT
035800         UNTIL WS-NB-OUVRES NOT < WS-DELAI-ACCUSE

035900     MOVE WS-CAL-DATE TO RCL-ECH-ACCUSE
036000     REWRITE RCL-DOSSIER
036100         INVALID KEY
036200            MOVE RCL-NUMERO TO LA-NUMERO
036300            MOVE 'REWRITE FRECLAM IMPOSSIBLE' TO LA-MOTIF
036400            PERFORM 2900-ECRIRE-ANOMALIE
036500            GO TO 2200-ECHEANCE-ACCUSE-EXIT
036600     END-REWRITE
036700     ADD 1 TO WS-NB-ECHEANCES
036800     .
036900 2200-ECHEANCE-ACCUSE-EXIT.
037000     EXIT.
037100*----------------------*
037200 2250-JOUR-SUIVANT.
037300*----------------------*
037400     ADD 1 TO WS-INT-CALCUL
037500     COMPUTE WS-CAL-DATE =
037600             FUNCTION DATE-OF-INTEGER(WS-INT-CALCUL)
037700     MOVE 'O' TO WS-CAL-FONCTION
037800     CALL 'pgcalend' USING WS-CAL-FONCTION WS-CAL-DATE
037900                           WS-CAL-RESULTAT
038000     IF JOUR-OUVRE
038100        ADD 1 TO WS-NB-OUVRES
038200     END-IF
038300     .
038400*----------------------*
038500 2900-ECRIRE-ANOMALIE.
038600*----------------------*
038700     MOVE LIGNE-ANOMALIE TO REC-RCLALRRP
038800     WRITE REC-RCLALRRP
038900     ADD 1 TO WS-NB-ANOMALIES
039000     .
039100*----------------------*
039200 3000-EDITER.
039300*----------------------*
039400     MOVE SPACE TO WS-RESP-COURANT
039500     MOVE 'N' TO WS-FIN-TRI
039600     PERFORM 3100-EDITER-ALERTE THRU 3100-EDITER-ALERTE-EXIT
039700         UNTIL FIN-TRI
039800     IF WS-NB-LISTES > ZERO
039900        PERFORM 3300-TOTAL-RESP
040000     ELSE
040100        MOVE LIGNE-TITRE TO REC-RCLALRRP
040200        WRITE REC-RCLALRRP AFTER ADVANCING PAGE
040300        MOVE 'AUCUNE ECHEANCE DEPASSEE OU PROCHE'
040400          TO REC-RCLALRRP
040500        WRITE REC-RCLALRRP AFTER ADVANCING 2 LINES
040600     END-IF
040700     .
040800 3000-EDITER-EXIT.
040900     EXIT.
041000*----------------------*
041100 3100-EDITER-ALERTE.
041200*----------------------*
041300     RETURN SRTRCL
041400         AT END
041500            MOVE 'Y' TO WS-FIN-TRI
041600            GO TO 3100-EDITER-ALERTE-EXIT
041700     END-RETURN

041800     IF SRT-RESP NOT = WS-RESP-COURANT
041900        OR WS-NB-LISTES = ZERO
042000        IF WS-NB-LISTES > ZERO
042100           PERFORM 3300-TOTAL-RESP
042200        END-IF
042300        PERFORM 3200-ENTETE-RESP
042400     END-IF

042500     MOVE LIB-ALERTE(SRT-TYPE) TO LD-ALERTE
042600     MOVE SRT-ECHEANCE  TO LD-ECHEANCE
042700     MOVE SRT-JOURS     TO LD-JOURS
042800     MOVE SRT-NUMERO    TO LD-NUMERO
042900     MOVE SRT-NUMCLI    TO LD-NUMCLI
043000     MOVE SRT-AGENCE(1:2) TO LD-REGION
043100     MOVE SRT-AGENCE(3:2) TO LD-CODE
043200     MOVE SRT-MOTIF     TO LD-MOTIF
043300     MOVE SRT-RECEPTION TO LD-RECEPTION
043400     MOVE LIGNE-DETAIL  TO REC-RCLALRRP
043500     WRITE REC-RCLALRRP
043600     ADD 1 TO WS-NB-LISTES WS-NB-RESP
043700     ADD 1 TO WS-NB-ALERTE(SRT-TYPE)
043800     IF SRT-TYPE = 1 OR SRT-TYPE = 3
043900        ADD 1 TO WS-NB-DEPASSES
044000     END-IF
044100     .
044200 3100-EDITER-ALERTE-EXIT.
044300     EXIT.
044400*----------------------*
044500 3200-ENTETE-RESP.
044600*----------------------*
044700     MOVE SRT-RESP TO WS-RESP-COURANT
044800     MOVE ZERO     TO WS-NB-RESP

044900     MOVE LIGNE-TITRE TO REC-RCLALRRP
045000     WRITE REC-RCLALRRP AFTER ADVANCING PAGE

045100     IF SRT-RESP = SPACE
045200        MOVE '???' TO LR-RESP
045300     ELSE
045400        MOVE SRT-RESP TO LR-RESP
045500     END-IF
045600     MOVE LIGNE-RESP TO REC-RCLALRRP
045700     WRITE REC-RCLALRRP AFTER ADVANCING 2 LINES

045800     MOVE LIGNE-ENTETE TO REC-RCLALRRP
045900     WRITE REC-RCLALRRP AFTER ADVANCING 2 LINES
046000     MOVE SPACE TO REC-RCLALRRP
046100     WRITE REC-RCLALRRP
046200     .
046300*----------------------*
046400 3300-TOTAL-RESP.
046500*----------------------*
046600     MOVE 'ALERTES DU RESPONSABLE               : '
046700       TO LT-LIBELLE
046800     MOVE WS-NB-RESP TO LT-NB
046900     MOVE LIGNE-TOTAL TO REC-RCLALRRP
047000     WRITE REC-RCLALRRP AFTER ADVANCING 2 LINES
047100     .
047200*----------------------*
047300 7500-LIBERER-ALERTE.
047400*----------------------*
047500*    JOURS DE RETARD POUR UNE ECHEANCE DEPASSEE, JOURS
047600*    RESTANTS SINON
047700     COMPUTE WS-INT-CALCUL =
047800             FUNCTION INTEGER-OF-DATE(WS-ALR-ECHEANCE)
047900     IF WS-INT-CALCUL < WS-INT-JOUR
048000        COMPUTE SRT-JOURS = WS-INT-JOUR - WS-INT-CALCUL
048100     ELSE
048200        COMPUTE SRT-JOURS = WS-INT-CALCUL - WS-INT-JOUR
048300     END-IF

048400     MOVE RCL-OPID-RESP      TO SRT-RESP
048500     MOVE WS-ALR-ECHEANCE    TO SRT-ECHEANCE
048600     MOVE RCL-NUMERO         TO SRT-NUMERO
048700     MOVE WS-ALR-TYPE        TO SRT-TYPE
048800     MOVE RCL-NUMCLI         TO SRT-NUMCLI
048900     MOVE RCL-AGENCE         TO SRT-AGENCE
049000     MOVE RCL-MOTIF          TO SRT-MOTIF
049100     MOVE RCL-DATE-RECEPTION TO SRT-RECEPTION
049200     RELEASE SRT-ALERTE
049300     .
049400*----------------------*
049500 8100-TOTAL-ALERTE.
049600*----------------------*
049700     MOVE SPACE TO LT-LIBELLE
049800     STRING LIB-ALERTE(WS-IND-ALR) DELIMITED BY SIZE
049900            ' : ' DELIMITED BY SIZE
050000       INTO LT-LIBELLE
050100     MOVE WS-NB-ALERTE(WS-IND-ALR) TO LT-NB
050200     MOVE LIGNE-TOTAL TO REC-RCLALRRP
050300     WRITE REC-RCLALRRP
050400     .
050500*----------------------*
050600 9000-TERMINAISON.
050700*----------------------*
050800     MOVE LIGNE-TITRE TO REC-RCLALRRP
050900     WRITE REC-RCLALRRP AFTER ADVANCING PAGE
051000     MOVE 'RECAPITULATIF PAR TYPE D''ALERTE' TO REC-RCLALRRP
051100     WRITE REC-RCLALRRP AFTER ADVANCING 2 LINES
051200     MOVE SPACE TO REC-RCLALRRP
051300     WRITE REC-RCLALRRP
051400     PERFORM 8100-TOTAL-ALERTE
051500         VARYING WS-IND-ALR FROM 1 BY 1
051600         UNTIL WS-IND-ALR > 4
051700     MOVE 'ECHEANCES D''ACCUSE POSEES CETTE NUIT : '
051800       TO LT-LIBELLE
051900     MOVE WS-NB-ECHEANCES TO LT-NB
052000     MOVE LIGNE-TOTAL TO REC-RCLALRRP
052100     WRITE REC-RCLALRRP AFTER ADVANCING 2 LINES

052200     CLOSE FRECLAM RCLALRRP

052300     DISPLAY 'RCLALRT - DOSSIERS LUS          : ' WS-NB-LUS
052400     DISPLAY 'RCLALRT - ECHEANCES ACCUSE      : '
052500             WS-NB-ECHEANCES
052600     DISPLAY 'RCLALRT - ALERTES LISTEES       : ' WS-NB-LISTES
052700     DISPLAY 'RCLALRT - ECHEANCES DEPASSEES   : '
052800             WS-NB-DEPASSES
052900     DISPLAY 'RCLALRT - ANOMALIES             : '
053000             WS-NB-ANOMALIES

053100     IF RETURN-CODE < 4 AND WS-NB-DEPASSES > ZERO
053200        MOVE 4 TO RETURN-CODE
053300     END-IF

053400     MOVE 'F' TO RL-FONCTION
053500     MOVE 'RCLALRT' TO RL-PROG
053600     MOVE WS-NB-LUS TO RL-LUS
053700     MOVE WS-NB-LISTES TO RL-ECRITS
053800     MOVE WS-NB-ANOMALIES TO RL-REJETES
053900     MOVE RETURN-CODE TO RL-RC
054000     CALL 'pgrunlog' USING RL-COMMUN
054100     .

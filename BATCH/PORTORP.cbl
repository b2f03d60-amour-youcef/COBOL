000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    PORTORP.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - PORTEFEUILLES ORPHELINS
001400*                   (JCL EMPDAILY, APRES LA MISE A JOUR DE
001500*                   FEMPLOY PAR RECFEMP) : LES CLIENTS ACTIFS
001600*                   DONT LE CONSEILLER EST SORTI DES
001700*                   EFFECTIFS (EMP-STATUS T) OU INCONNU DE
001800*                   FEMPLOY SONT LISTES PAR ANCIEN
001900*                   CONSEILLER, AVEC UNE PROPOSITION DE
002000*                   SUCCESSEUR : L'EMPLOYE ACTIF DU MEME
002100*                   SERVICE (EMP-DEPARTMENT) AU PLUS PETIT
002200*                   PORTEFEUILLE. LES CARTES REAFFECT
002300*                   (ANCIEN MATRICULE / NOUVEAU MATRICULE)
002400*                   REAFFECTENT EN MASSE LE PORTEFEUILLE
002500*                   D'UN SORTANT ; UNE CARTE EST REJETEE SI
002600*                   L'ANCIEN N'EST PAS SORTI OU SI LE
002700*                   NOUVEAU N'EST PAS ACTIF DANS LE MEME
002800*                   SERVICE. RC 4 SI DES CLIENTS RESTENT
002900*                   ORPHELINS OU SI UNE CARTE EST REJETEE.
003000*--------------------------------------------------------
003100*
003200*======================================================*
003300*   E N V I R O N M E N T       D I V I S I O N        *
003400*======================================================*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-390.
003800 OBJECT-COMPUTER. IBM-390.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT FCLIENTS   ASSIGN TO FCLIENT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS E-NUMERO
004500         FILE STATUS IS WS-FS-FCLIENTS.

004600     SELECT FEMPLOY    ASSIGN TO FEMPLOY
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS EMP-ID
005000         FILE STATUS IS WS-FS-FEMPLOY.

005100     SELECT REAFFECT   ASSIGN TO REAFFECT
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-FS-REAFFECT.

005400     SELECT PORTORP    ASSIGN TO PORTORP
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-FS-PORTORP.

005700     SELECT SRTORP     ASSIGN TO SRTORP.
005800*
005900*======================================================*
006000*           D A T A         D I V I S I O N            *
006100*======================================================*
006200 DATA DIVISION.
006300 FILE SECTION.
006400*
006500 FD  FCLIENTS
006600     RECORD CONTAINS 400 CHARACTERS.
006700     COPY FCLIENTS.
006800*
006900 FD  FEMPLOY
007000     RECORD CONTAINS 85 CHARACTERS.
007100     COPY FEMPLOY.
007200*
007300*    CARTE DE REAFFECTATION : ANCIEN MATRICULE (1-7),
007400*    NOUVEAU MATRICULE (9-15), LE RESTE EST LIBRE
007500 FD  REAFFECT
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  REC-REAFFECT.
007800     05 RAF-ANCIEN            PIC X(07).
007900     05 FILLER                PIC X(01).
008000     05 RAF-NOUVEAU           PIC X(07).
008100     05 RAF-COMMENTAIRE       PIC X(65).
008200*
008300 FD  PORTORP
008400     RECORD CONTAINS 132 CHARACTERS.
008500 01  REC-PORTORP              PIC X(132).
008600*
008700 SD  SRTORP.
008800 01  SRT-ORPHELIN.
008900     05  SRT-ANCIEN       PIC 9(07).
009000     05  SRT-NUMERO       PIC 9(08).
009100     05  SRT-NOM          PIC X(20).
009200     05  SRT-PNM          PIC X(20).
009300     05  SRT-ACTION       PIC X(01).
009400         88 SRT-REAFFECTE    VALUE 'R'.
009500         88 SRT-A-TRAITER    VALUE 'O'.
009600     05  SRT-NOUVEAU      PIC 9(07).
009700*
009800*------------------------------------------------------*
009900 WORKING-STORAGE SECTION.
010000*------------------------------------------------------*
010100*
010200 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
010300     88 FS-FCLIENTS-OK           VALUE '00'.
010400 01  WS-FS-FEMPLOY            PIC X(02) VALUE SPACE.
010500     88 FS-FEMPLOY-OK            VALUE '00'.
010600 01  WS-FS-REAFFECT           PIC X(02) VALUE SPACE.
010700     88 FS-REAFFECT-OK           VALUE '00'.
010800 01  WS-FS-PORTORP            PIC X(02) VALUE SPACE.
010900     88 FS-PORTORP-OK            VALUE '00'.
011000*
011100 01  WS-FIN-FCLIENTS          PIC X(01) VALUE 'N'.
011200     88 FIN-FCLIENTS             VALUE 'Y'.
011300 01  WS-FIN-FEMPLOY           PIC X(01) VALUE 'N'.
011400     88 FIN-FEMPLOY              VALUE 'Y'.
011500 01  WS-FIN-REAFFECT          PIC X(01) VALUE 'N'.
011600     88 FIN-REAFFECT             VALUE 'Y'.
011700 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
011800     88 FIN-TRI                  VALUE 'Y'.
011900*
012000 01  WS-DATE-JOUR             PIC 9(08).
012100*
012200 01  WS-NB-CLI-LUS            PIC 9(07) VALUE ZERO.
012300 01  WS-NB-ORPHELINS          PIC 9(07) VALUE ZERO.
012400 01  WS-NB-REAFFECTES         PIC 9(07) VALUE ZERO.
012500 01  WS-NB-CARTES             PIC 9(05) VALUE ZERO.
012600 01  WS-NB-CARTES-REJ         PIC 9(05) VALUE ZERO.
012700 01  WS-NB-ERREURS            PIC 9(05) VALUE ZERO.
012800*
012900*    TABLE DU PERSONNEL CHARGEE DE FEMPLOY (ORDRE DE
013000*    MATRICULE) AVEC LA TAILLE DU PORTEFEUILLE DE CHACUN
013100 01  WS-NB-EMP                PIC S9(4) COMP VALUE ZERO.
013200 01  WS-MAX-EMP               PIC S9(4) COMP VALUE 3000.
013300 01  WS-IND-EMP               PIC S9(4) COMP.
013400 01  WS-IND-PROP              PIC S9(4) COMP.
013500 01  WS-TAB-EMPLOYES.
013600     05 WS-EMP OCCURS 3000.
013700        10 WS-EMP-ID          PIC 9(07).
013800        10 WS-EMP-NOM         PIC X(10).
013900        10 WS-EMP-PRENOM      PIC X(10).
014000        10 WS-EMP-SERVICE     PIC X(30).
014100        10 WS-EMP-STATUT      PIC X(01).
014200           88 WS-EMP-SORTI       VALUE 'T'.
014300        10 WS-EMP-DATE-SORTIE PIC 9(08).
014400        10 WS-EMP-NB-CLI      PIC 9(07).
014500*
014600*    RECHERCHE D'UN MATRICULE DANS LA TABLE
014700 01  WS-MATRICULE-CHERCHE     PIC 9(07).
014800 01  WS-IND-TROUVE            PIC S9(4) COMP.
014900 01  WS-EMP-TROUVE            PIC X(01).
015000     88 EMP-TROUVE               VALUE 'O'.
015100*
015200*    CARTES DE REAFFECTATION VALIDES
015300 01  WS-NB-RAF                PIC S9(4) COMP VALUE ZERO.
015400 01  WS-IND-RAF               PIC S9(4) COMP.
015500 01  WS-TAB-REAFFECT.
015600     05 WS-RAF OCCURS 200.
015700        10 WS-RAF-ANCIEN      PIC 9(07).
015800        10 WS-RAF-NOUVEAU     PIC 9(07).
015900 01  WS-RAF-TROUVE            PIC X(01).
016000     88 RAF-TROUVEE              VALUE 'O'.
016100 01  WS-IND-ANCIEN            PIC S9(4) COMP.
016200 01  WS-IND-NOUVEAU           PIC S9(4) COMP.
016300 01  WS-MOTIF-REJET           PIC X(40).
016400*
016500*    ANCIEN CONSEILLER EN COURS DANS LA PROCEDURE DE
016600*    SORTIE DU TRI
016700 01  WS-PREMIER               PIC X(01) VALUE 'O'.
016800     88 PREMIER-ANCIEN           VALUE 'O'.
016900 01  WS-ANCIEN-COURANT        PIC 9(07) VALUE ZERO.
017000 01  WS-ANC-NB-CLI            PIC 9(07) VALUE ZERO.
017100*
017200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
017300 01  RL-COMMUN.
017400     05 RL-FONCTION    PIC X(01).
017500     05 RL-PROG        PIC X(08).
017600     05 RL-LUS         PIC 9(09).
017700     05 RL-ECRITS      PIC 9(09).
017800     05 RL-REJETES     PIC 9(09).
017900     05 RL-RC          PIC 9(02).
018000*
018100*------------------------------------------------------*
018200*   LIGNES DE L'ETAT DES PORTEFEUILLES ORPHELINS       *
018300*------------------------------------------------------*
018400 01  LIGNE-TITRE.
018500     05 FILLER                PIC X(44) VALUE
018600        'PORTEFEUILLES ORPHELINS - SITUATION AU      '.
018700     05 LT-DATE               PIC 9(08).
018800     05 FILLER                PIC X(80) VALUE SPACE.
018900*
019000 01  LIGNE-CARTE.
019100     05 FILLER                PIC X(18) VALUE
019200        'CARTE REJETEE :  '.
019300     05 LCA-CARTE             PIC X(15).
019400     05 FILLER                PIC X(03) VALUE ' - '.
019500     05 LCA-MOTIF             PIC X(40).
019600     05 FILLER                PIC X(56) VALUE SPACE.
019700*
019800 01  LIGNE-ANCIEN.
019900     05 FILLER                PIC X(18) VALUE
020000        'ANCIEN CONSEILLER '.
020100     05 LAN-MATRICULE         PIC 9(07).
020200     05 FILLER                PIC X(01) VALUE SPACE.
020300     05 LAN-NOM               PIC X(10).
020400     05 FILLER                PIC X(01) VALUE SPACE.
020500     05 LAN-PRENOM            PIC X(10).
020600     05 FILLER                PIC X(01) VALUE SPACE.
020700     05 LAN-SERVICE           PIC X(30).
020800     05 FILLER                PIC X(01) VALUE SPACE.
020900     05 LAN-ETAT              PIC X(30).
021000     05 FILLER                PIC X(23) VALUE SPACE.
021100*
021200 01  LIGNE-PROPOSITION.
021300     05 FILLER                PIC X(02) VALUE SPACE.
021400     05 LPR-LIBELLE           PIC X(24).
021500     05 LPR-MATRICULE         PIC X(07).
021600     05 FILLER                PIC X(01) VALUE SPACE.
021700     05 LPR-NOM               PIC X(10).
021800     05 FILLER                PIC X(01) VALUE SPACE.
021900     05 LPR-PRENOM            PIC X(10).
022000     05 FILLER                PIC X(01) VALUE SPACE.
022100     05 LPR-COMMENTAIRE       PIC X(40).
022200     05 FILLER                PIC X(36) VALUE SPACE.
022300*
022400 01  LIGNE-CLIENT.
022500     05 FILLER                PIC X(04) VALUE SPACE.
022600     05 LC-NUMERO             PIC 9(08).
022700     05 FILLER                PIC X(01) VALUE SPACE.
022800     05 LC-NOM                PIC X(20).
022900     05 FILLER                PIC X(01) VALUE SPACE.
023000     05 LC-PNM                PIC X(20).
023100     05 FILLER                PIC X(01) VALUE SPACE.
023200     05 LC-ACTION             PIC X(30).
023300     05 FILLER                PIC X(47) VALUE SPACE.
023400*
023500 01  LIGNE-TOTAL.
023600     05 LTT-LIBELLE           PIC X(40).
023700     05 LTT-VALEUR            PIC ZZZZZZ9.
023800     05 FILLER                PIC X(85) VALUE SPACE.
023900*
024000*======================================================*
024100*     P R O C E D U R E     D I V I S I O N            *
024200*======================================================*
024300 PROCEDURE DIVISION.
024400*----------------------*
024500 0000-MAINLINE.
024600*----------------------*
024700     PERFORM 1000-INITIALISATION
024800     PERFORM 1100-CHARGER-EMPLOYE THRU 1100-CHARGER-EXIT
024900         UNTIL FIN-FEMPLOY
025000     PERFORM 1200-LIRE-CARTE THRU 1200-LIRE-EXIT
025100         UNTIL FIN-REAFFECT
025200     PERFORM 1300-COMPTER-PORTEFEUILLE
025300         THRU 1300-COMPTER-EXIT
025400         UNTIL FIN-FCLIENTS
025500     PERFORM 1400-ROUVRIR-FCLIENTS
025600     IF RETURN-CODE NOT < 12
025700        PERFORM 9000-TERMINAISON
025800        GOBACK
025900     END-IF

026000*    TRI DES CLIENTS ORPHELINS PAR ANCIEN CONSEILLER
026100     SORT SRTORP
026200         ON ASCENDING KEY SRT-ANCIEN SRT-NUMERO
026300         INPUT PROCEDURE IS 2000-TRAITER-CLIENTS
026400             THRU 2000-TRAITER-EXIT
026500         OUTPUT PROCEDURE IS 3000-EDITER-ORPHELINS
026600             THRU 3000-EDITER-EXIT
026700     IF SORT-RETURN NOT = ZERO
026800        DISPLAY 'PORTORP - ECHEC DU TRI DES ORPHELINS - RC='
026900                SORT-RETURN
027000        MOVE 12 TO RETURN-CODE
027100     END-IF

027200     PERFORM 8000-EDITER-TOTAUX
027300     PERFORM 9000-TERMINAISON
027400     GOBACK
027500     .
027600*----------------------*
027700 1000-INITIALISATION.
027800*----------------------*
027900     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

028000     MOVE 'D' TO RL-FONCTION
028100     MOVE 'PORTORP' TO RL-PROG
028200     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
028300     CALL 'pgrunlog' USING RL-COMMUN

028400     OPEN INPUT FEMPLOY
028500     IF NOT FS-FEMPLOY-OK
028600        DISPLAY 'PORTORP - ERREUR OPEN FEMPLOY - FS='
028700                WS-FS-FEMPLOY
028800        MOVE 12 TO RETURN-CODE
028900        GOBACK
029000     END-IF

029100     OPEN INPUT REAFFECT
029200     IF NOT FS-REAFFECT-OK
029300        DISPLAY 'PORTORP - ERREUR OPEN REAFFECT - FS='
029400                WS-FS-REAFFECT
029500        MOVE 12 TO RETURN-CODE
029600        CLOSE FEMPLOY
029700        GOBACK
029800     END-IF

029900     OPEN INPUT FCLIENTS
030000     IF NOT FS-FCLIENTS-OK
030100        DISPLAY 'PORTORP - ERREUR OPEN FCLIENTS - FS='
030200                WS-FS-FCLIENTS
030300        MOVE 12 TO RETURN-CODE
030400        CLOSE FEMPLOY REAFFECT
030500        GOBACK
030600     END-IF

030700     OPEN OUTPUT PORTORP
030800     IF NOT FS-PORTORP-OK
030900        DISPLAY 'PORTORP - ERREUR OPEN PORTORP - FS='
031000                WS-FS-PORTORP
031100        MOVE 12 TO RETURN-CODE
031200        CLOSE FEMPLOY REAFFECT FCLIENTS
031300        GOBACK
031400     END-IF

031500     MOVE WS-DATE-JOUR TO LT-DATE
031600     MOVE LIGNE-TITRE  TO REC-PORTORP
031700     WRITE REC-PORTORP
031800     .
031900*----------------------*
032000 1100-CHARGER-EMPLOYE.
032100*----------------------*
032200     READ FEMPLOY NEXT RECORD
032300         AT END
032400            MOVE 'Y' TO WS-FIN-FEMPLOY
032500            GO TO 1100-CHARGER-EXIT
032600     END-READ

032700     IF WS-NB-EMP NOT < WS-MAX-EMP
032800        DISPLAY 'PORTORP - TABLE DU PERSONNEL PLEINE A '
032900                WS-MAX-EMP ' EMPLOYES'
033000        MOVE 12 TO RETURN-CODE
033100        MOVE 'Y' TO WS-FIN-FEMPLOY
033200        GO TO 1100-CHARGER-EXIT
033300     END-IF

033400     ADD 1 TO WS-NB-EMP
033500     MOVE EMP-ID         TO WS-EMP-ID(WS-NB-EMP)
033600     MOVE EMP-LASTNAME   TO WS-EMP-NOM(WS-NB-EMP)
033700     MOVE EMP-FIRSTNAME  TO WS-EMP-PRENOM(WS-NB-EMP)
033800     MOVE EMP-DEPARTMENT TO WS-EMP-SERVICE(WS-NB-EMP)
033900     MOVE EMP-STATUS     TO WS-EMP-STATUT(WS-NB-EMP)
034000     IF EMP-TERMDATE NUMERIC
034100        MOVE EMP-TERMDATE TO WS-EMP-DATE-SORTIE(WS-NB-EMP)
034200     ELSE
034300        MOVE ZERO TO WS-EMP-DATE-SORTIE(WS-NB-EMP)
034400     END-IF
034500     MOVE ZERO           TO WS-EMP-NB-CLI(WS-NB-EMP)
034600     .
034700 1100-CHARGER-EXIT.
034800     EXIT.
034900*----------------------*
035000 1200-LIRE-CARTE.
035100*----------------------*
035200*    CONTROLE D'UNE CARTE : ANCIEN SORTI DES EFFECTIFS,
035300*    NOUVEAU ACTIF DANS LE MEME SERVICE
035400*----------------------*
035500     READ REAFFECT
035600         AT END
035700            MOVE 'Y' TO WS-FIN-REAFFECT
035800            GO TO 1200-LIRE-EXIT
035900     END-READ

036000     ADD 1 TO WS-NB-CARTES
036100     MOVE SPACE TO WS-MOTIF-REJET

036200     IF RAF-ANCIEN NOT NUMERIC OR RAF-NOUVEAU NOT NUMERIC
036300        MOVE 'MATRICULES NON NUMERIQUES' TO WS-MOTIF-REJET
036400        GO TO 1200-REJETER
036500     END-IF

036600     MOVE RAF-ANCIEN TO WS-MATRICULE-CHERCHE
036700     PERFORM 7000-CHERCHER-EMPLOYE
036800     IF NOT EMP-TROUVE
036900        MOVE 'ANCIEN CONSEILLER INCONNU DU PERSONNEL'
037000          TO WS-MOTIF-REJET
037100        GO TO 1200-REJETER
037200     END-IF
037300     MOVE WS-IND-TROUVE TO WS-IND-ANCIEN
037400     IF NOT WS-EMP-SORTI(WS-IND-ANCIEN)
037500        MOVE 'ANCIEN CONSEILLER TOUJOURS EN POSTE'
037600          TO WS-MOTIF-REJET
037700        GO TO 1200-REJETER
037800     END-IF

037900     MOVE RAF-NOUVEAU TO WS-MATRICULE-CHERCHE
038000     PERFORM 7000-CHERCHER-EMPLOYE
038100     IF NOT EMP-TROUVE
038200        MOVE 'NOUVEAU CONSEILLER INCONNU DU PERSONNEL'
038300          TO WS-MOTIF-REJET
038400        GO TO 1200-REJETER
038500     END-IF
038600     MOVE WS-IND-TROUVE TO WS-IND-NOUVEAU
038700     IF WS-EMP-SORTI(WS-IND-NOUVEAU)
038800        MOVE 'NOUVEAU CONSEILLER SORTI DES EFFECTIFS'
038900          TO WS-MOTIF-REJET
039000        GO TO 1200-REJETER
039100     END-IF
039200     IF WS-EMP-SERVICE(WS-IND-NOUVEAU)
039300        NOT = WS-EMP-SERVICE(WS-IND-ANCIEN)
039400        MOVE 'NOUVEAU CONSEILLER D''UN AUTRE SERVICE'
039500          TO WS-MOTIF-REJET
039600        GO TO 1200-REJETER
039700     END-IF

039800     IF WS-NB-RAF NOT < 200
039900        MOVE 'PLUS DE 200 CARTES VALIDES' TO WS-MOTIF-REJET
040000        GO TO 1200-REJETER
040100     END-IF

040200*    UNE SECONDE CARTE POUR LE MEME SORTANT EST REJETEE
040300     MOVE 'N' TO WS-RAF-TROUVE
040400     PERFORM 7100-COMPARER-CARTE
040500         VARYING WS-IND-RAF FROM 1 BY 1
040600         UNTIL WS-IND-RAF > WS-NB-RAF OR RAF-TROUVEE
040700     IF RAF-TROUVEE
040800        MOVE 'SORTANT DEJA REAFFECTE PAR UNE CARTE'
040900          TO WS-MOTIF-REJET
041000        GO TO 1200-REJETER
041100     END-IF

041200     ADD 1 TO WS-NB-RAF
041300     MOVE RAF-ANCIEN  TO WS-RAF-ANCIEN(WS-NB-RAF)
041400     MOVE RAF-NOUVEAU TO WS-RAF-NOUVEAU(WS-NB-RAF)
041500     GO TO 1200-LIRE-EXIT
041600     .
041700 1200-REJETER.
041800     ADD 1 TO WS-NB-CARTES-REJ
041900     MOVE REC-REAFFECT(1:15) TO LCA-CARTE
042000     MOVE WS-MOTIF-REJET     TO LCA-MOTIF
042100     MOVE LIGNE-CARTE        TO REC-PORTORP
042200     WRITE REC-PORTORP
042300     .
042400 1200-LIRE-EXIT.
042500     EXIT.
042600*----------------------*
042700 1300-COMPTER-PORTEFEUILLE.
042800*----------------------*
042900*    PREMIER PASSAGE : TAILLE DU PORTEFEUILLE ACTUEL DE
043000*    CHAQUE EMPLOYE, BASE DE LA PROPOSITION DE SUCCESSEUR
043100*----------------------*
043200     READ FCLIENTS NEXT RECORD
043300         AT END
043400            MOVE 'Y' TO WS-FIN-FCLIENTS
043500            GO TO 1300-COMPTER-EXIT
043600     END-READ

043700     IF NOT E-CLI-ACTIF
043800        OR E-CONSEILLER NOT NUMERIC
043900        OR E-SANS-CONSEILLER
044000        GO TO 1300-COMPTER-EXIT
044100     END-IF

044200     MOVE E-CONSEILLER TO WS-MATRICULE-CHERCHE
044300     PERFORM 7000-CHERCHER-EMPLOYE
044400     IF EMP-TROUVE
044500        ADD 1 TO WS-EMP-NB-CLI(WS-IND-TROUVE)
044600     END-IF
044700     .
044800 1300-COMPTER-EXIT.
044900     EXIT.
045000*----------------------*
045100 1400-ROUVRIR-FCLIENTS.
045200*----------------------*
045300     CLOSE FCLIENTS
045400     MOVE 'N' TO WS-FIN-FCLIENTS
045500     OPEN I-O FCLIENTS
045600     IF NOT FS-FCLIENTS-OK
045700        DISPLAY 'PORTORP - ERREUR OPEN I-O FCLIENTS - FS='
045800                WS-FS-FCLIENTS
045900        MOVE 12 TO RETURN-CODE
046000     END-IF
046100     .
046200*======================================================*
046300*   PROCEDURE D'ENTREE DU TRI : SECOND PASSAGE SUR       *
046400*   FCLIENTS, REAFFECTATION PAR CARTE ET ORPHELINS       *
046500*======================================================*
046600*----------------------*
046700 2000-TRAITER-CLIENTS.
046800*----------------------*
046900     PERFORM 2100-TRAITER-UN-CLIENT THRU 2100-TRAITER-EXIT
047000         UNTIL FIN-FCLIENTS
047100     .
047200 2000-TRAITER-EXIT.
047300     EXIT.
047400*----------------------*
047500 2100-TRAITER-UN-CLIENT.
047600*----------------------*
047700     READ FCLIENTS NEXT RECORD
047800         AT END
047900            MOVE 'Y' TO WS-FIN-FCLIENTS
048000            GO TO 2100-TRAITER-EXIT
048100     END-READ

048200     ADD 1 TO WS-NB-CLI-LUS

048300     IF NOT E-CLI-ACTIF
048400        OR E-CONSEILLER NOT NUMERIC
048500        OR E-SANS-CONSEILLER
048600        GO TO 2100-TRAITER-EXIT
048700     END-IF

048800*    CONSEILLER EN POSTE : RIEN A FAIRE
048900     MOVE E-CONSEILLER TO WS-MATRICULE-CHERCHE
049000     PERFORM 7000-CHERCHER-EMPLOYE
049100     IF EMP-TROUVE
049200        IF NOT WS-EMP-SORTI(WS-IND-TROUVE)
049300           GO TO 2100-TRAITER-EXIT
049400        END-IF
049500     END-IF
049600     MOVE WS-IND-TROUVE TO WS-IND-ANCIEN

049700     MOVE E-CONSEILLER TO SRT-ANCIEN
049800     MOVE E-NUMERO     TO SRT-NUMERO
049900     MOVE E-NOM-CLI    TO SRT-NOM
050000     MOVE E-PNM-CLI    TO SRT-PNM
050100     MOVE ZERO         TO SRT-NOUVEAU
050200     SET SRT-A-TRAITER TO TRUE

050300*    PORTEFEUILLE REAFFECTE PAR CARTE
050400     MOVE 'N' TO WS-RAF-TROUVE
050500     PERFORM 7100-COMPARER-CARTE
050600         VARYING WS-IND-RAF FROM 1 BY 1
050700         UNTIL WS-IND-RAF > WS-NB-RAF OR RAF-TROUVEE
050800     IF RAF-TROUVEE
050900        SUBTRACT 1 FROM WS-IND-RAF
051000        MOVE WS-RAF-NOUVEAU(WS-IND-RAF) TO E-CONSEILLER
051100        REWRITE E-CLIENT
051200        IF FS-FCLIENTS-OK
051300           SET SRT-REAFFECTE TO TRUE
051400           MOVE E-CONSEILLER TO SRT-NOUVEAU
051500           ADD 1 TO WS-NB-REAFFECTES
051600           SUBTRACT 1 FROM WS-EMP-NB-CLI(WS-IND-ANCIEN)
051700           MOVE E-CONSEILLER TO WS-MATRICULE-CHERCHE
051800           PERFORM 7000-CHERCHER-EMPLOYE
051900           ADD 1 TO WS-EMP-NB-CLI(WS-IND-TROUVE)
052000        ELSE
052100           DISPLAY 'PORTORP - ERREUR REWRITE - FS='
052200                   WS-FS-FCLIENTS ' - CLIENT ' E-NUMERO
052300           ADD 1 TO WS-NB-ERREURS
052400           ADD 1 TO WS-NB-ORPHELINS
052500        END-IF
052600     ELSE
052700        ADD 1 TO WS-NB-ORPHELINS
052800     END-IF

052900     RELEASE SRT-ORPHELIN
053000     .
053100 2100-TRAITER-EXIT.
053200     EXIT.
053300*======================================================*
053400*   PROCEDURE DE SORTIE DU TRI : UN BLOC PAR ANCIEN      *
053500*   CONSEILLER AVEC SA PROPOSITION DE SUCCESSEUR         *
053600*======================================================*
053700*----------------------*
053800 3000-EDITER-ORPHELINS.
053900*----------------------*
054000     MOVE 'N' TO WS-FIN-TRI
054100     PERFORM 3100-EDITER-UN-CLIENT THRU 3100-EDITER-EXIT
054200         UNTIL FIN-TRI
054300     .
054400 3000-EDITER-EXIT.
054500     EXIT.
054600*----------------------*
054700 3100-EDITER-UN-CLIENT.
054800*----------------------*
054900     RETURN SRTORP
055000         AT END
055100            MOVE 'Y' TO WS-FIN-TRI
055200            GO TO 3100-EDITER-EXIT
055300     END-RETURN

055400     IF PREMIER-ANCIEN OR SRT-ANCIEN NOT = WS-ANCIEN-COURANT
055500        PERFORM 3200-ENTETE-ANCIEN
055600     END-IF

055700     MOVE SRT-NUMERO TO LC-NUMERO
055800     MOVE SRT-NOM    TO LC-NOM
055900     MOVE SRT-PNM    TO LC-PNM
056000     MOVE SPACE      TO LC-ACTION
056100     IF SRT-REAFFECTE
056200        STRING 'REAFFECTE A ' SRT-NOUVEAU
056300           DELIMITED BY SIZE INTO LC-ACTION
056400        END-STRING
056500     ELSE
056600        MOVE 'A REAFFECTER' TO LC-ACTION
056700     END-IF
056800     MOVE LIGNE-CLIENT TO REC-PORTORP
056900     WRITE REC-PORTORP
057000     .
057100 3100-EDITER-EXIT.
057200     EXIT.
057300*----------------------*
057400 3200-ENTETE-ANCIEN.
057500*----------------------*
057600     MOVE 'N'        TO WS-PREMIER
057700     MOVE SRT-ANCIEN TO WS-ANCIEN-COURANT
057800     MOVE SPACE      TO LAN-NOM LAN-PRENOM LAN-SERVICE
057900                        LAN-ETAT
058000     MOVE SRT-ANCIEN TO LAN-MATRICULE

058100     MOVE SRT-ANCIEN TO WS-MATRICULE-CHERCHE
058200     PERFORM 7000-CHERCHER-EMPLOYE
058300     IF EMP-TROUVE
058400        MOVE WS-IND-TROUVE TO WS-IND-ANCIEN
058500        MOVE WS-EMP-NOM(WS-IND-ANCIEN)     TO LAN-NOM
058600        MOVE WS-EMP-PRENOM(WS-IND-ANCIEN)  TO LAN-PRENOM
058700        MOVE WS-EMP-SERVICE(WS-IND-ANCIEN) TO LAN-SERVICE
058800        STRING 'SORTI LE ' WS-EMP-DATE-SORTIE(WS-IND-ANCIEN)
058900           DELIMITED BY SIZE INTO LAN-ETAT
059000        END-STRING
059100     ELSE
059200        MOVE 'INCONNU DU PERSONNEL' TO LAN-ETAT
059300     END-IF
059400     MOVE LIGNE-ANCIEN TO REC-PORTORP
059500     WRITE REC-PORTORP AFTER ADVANCING 2 LINES

059600     MOVE SPACE TO LPR-MATRICULE LPR-NOM LPR-PRENOM
059700                   LPR-COMMENTAIRE
059800     IF NOT EMP-TROUVE
059900        MOVE 'PROPOSITION :'  TO LPR-LIBELLE
060000        MOVE 'SERVICE INCONNU - AFFECTATION MANUELLE'
060100          TO LPR-COMMENTAIRE
060200     ELSE
060300        PERFORM 3300-PROPOSER-SUCCESSEUR
060400     END-IF
060500     MOVE LIGNE-PROPOSITION TO REC-PORTORP
060600     WRITE REC-PORTORP
060700     .
060800*----------------------*
060900 3300-PROPOSER-SUCCESSEUR.
061000*----------------------*
061100*    EMPLOYE ACTIF DU MEME SERVICE AU PLUS PETIT
061200*    PORTEFEUILLE (LE PREMIER MATRICULE A EGALITE)
061300*----------------------*
061400     MOVE 'PROPOSITION :' TO LPR-LIBELLE
061500     MOVE ZERO TO WS-IND-PROP
061600     PERFORM 3310-COMPARER-CANDIDAT
061700         VARYING WS-IND-EMP FROM 1 BY 1
061800         UNTIL WS-IND-EMP > WS-NB-EMP

061900     IF WS-IND-PROP = ZERO
062000        MOVE 'AUCUN EMPLOYE ACTIF DANS LE SERVICE'
062100          TO LPR-COMMENTAIRE
062200     ELSE
062300        MOVE WS-EMP-ID(WS-IND-PROP)     TO LPR-MATRICULE
062400        MOVE WS-EMP-NOM(WS-IND-PROP)    TO LPR-NOM
062500        MOVE WS-EMP-PRENOM(WS-IND-PROP) TO LPR-PRENOM
062600        STRING 'PORTEFEUILLE ACTUEL : '
062700               WS-EMP-NB-CLI(WS-IND-PROP) ' CLIENTS'
062800           DELIMITED BY SIZE INTO LPR-COMMENTAIRE
062900        END-STRING
063000     END-IF
063100     .
063200*----------------------*
063300 3310-COMPARER-CANDIDAT.
063400*----------------------*
063500     IF WS-EMP-SORTI(WS-IND-EMP)
063600        OR WS-EMP-SERVICE(WS-IND-EMP)
063700           NOT = WS-EMP-SERVICE(WS-IND-ANCIEN)
063800        CONTINUE
063900     ELSE
064000        IF WS-IND-PROP = ZERO
064100           MOVE WS-IND-EMP TO WS-IND-PROP
064200        ELSE
064300           IF WS-EMP-NB-CLI(WS-IND-EMP)
064400              < WS-EMP-NB-CLI(WS-IND-PROP)
064500              MOVE WS-IND-EMP TO WS-IND-PROP
064600           END-IF
064700        END-IF
064800     END-IF
064900     .
065000*----------------------*
065100 7000-CHERCHER-EMPLOYE.
065200*----------------------*
065300     MOVE 'N' TO WS-EMP-TROUVE
065400     MOVE ZERO TO WS-IND-TROUVE
065500     PERFORM 7010-COMPARER-EMPLOYE
065600         VARYING WS-IND-EMP FROM 1 BY 1
065700         UNTIL WS-IND-EMP > WS-NB-EMP OR EMP-TROUVE
065800     .
065900*----------------------*
066000 7010-COMPARER-EMPLOYE.
066100*----------------------*
066200     IF WS-EMP-ID(WS-IND-EMP) = WS-MATRICULE-CHERCHE
066300        MOVE 'O' TO WS-EMP-TROUVE
066400        MOVE WS-IND-EMP TO WS-IND-TROUVE
066500     END-IF
066600     .
066700*----------------------*
066800 7100-COMPARER-CARTE.
066900*----------------------*
067000     IF WS-RAF-ANCIEN(WS-IND-RAF) = E-CONSEILLER
067100        MOVE 'O' TO WS-RAF-TROUVE
067200     END-IF
067300     .
067400*----------------------*
067500 8000-EDITER-TOTAUX.
067600*----------------------*
067700     MOVE 'CLIENTS LUS                  :' TO LTT-LIBELLE
067800     MOVE WS-NB-CLI-LUS                   TO LTT-VALEUR
067900     MOVE LIGNE-TOTAL                     TO REC-PORTORP
068000     WRITE REC-PORTORP AFTER ADVANCING 2 LINES

068100     MOVE 'CLIENTS REAFFECTES PAR CARTE :' TO LTT-LIBELLE
068200     MOVE WS-NB-REAFFECTES                TO LTT-VALEUR
068300     MOVE LIGNE-TOTAL                     TO REC-PORTORP
068400     WRITE REC-PORTORP

068500     MOVE 'CLIENTS RESTANT ORPHELINS    :' TO LTT-LIBELLE
068600     MOVE WS-NB-ORPHELINS                 TO LTT-VALEUR
068700     MOVE LIGNE-TOTAL                     TO REC-PORTORP
068800     WRITE REC-PORTORP

068900     MOVE 'CARTES LUES                  :' TO LTT-LIBELLE
069000     MOVE WS-NB-CARTES                    TO LTT-VALEUR
069100     MOVE LIGNE-TOTAL                     TO REC-PORTORP
069200     WRITE REC-PORTORP

069300     MOVE 'CARTES REJETEES              :' TO LTT-LIBELLE
069400     MOVE WS-NB-CARTES-REJ                TO LTT-VALEUR
069500     MOVE LIGNE-TOTAL                     TO REC-PORTORP
069600     WRITE REC-PORTORP
069700     .
069800*----------------------*
069900 9000-TERMINAISON.
070000*----------------------*
070100     CLOSE FCLIENTS
070200     CLOSE FEMPLOY
070300     CLOSE REAFFECT
070400     CLOSE PORTORP

070500     DISPLAY 'PORTORP - EMPLOYES CHARGES     : ' WS-NB-EMP
070600     DISPLAY 'PORTORP - CLIENTS LUS          : ' WS-NB-CLI-LUS
070700     DISPLAY 'PORTORP - CLIENTS REAFFECTES   : '
070800             WS-NB-REAFFECTES
070900     DISPLAY 'PORTORP - CLIENTS ORPHELINS    : '
071000             WS-NB-ORPHELINS
071100     DISPLAY 'PORTORP - CARTES REJETEES      : '
071200             WS-NB-CARTES-REJ

071300     IF WS-NB-ERREURS > ZERO AND RETURN-CODE < 8
071400        MOVE 8 TO RETURN-CODE
071500     END-IF
071600     IF (WS-NB-ORPHELINS > ZERO OR WS-NB-CARTES-REJ > ZERO)
071700        AND RETURN-CODE < 4
071800        MOVE 4 TO RETURN-CODE
071900     END-IF

072000     MOVE 'F' TO RL-FONCTION
072100     MOVE 'PORTORP' TO RL-PROG
072200     MOVE WS-NB-CLI-LUS TO RL-LUS
072300     MOVE WS-NB-REAFFECTES TO RL-ECRITS
072400     MOVE WS-NB-ORPHELINS TO RL-REJETES
072500     MOVE RETURN-CODE TO RL-RC
072600     CALL 'pgrunlog' USING RL-COMMUN
072700     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SALCLI.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - INDICATEUR CLIENT SALARIE
001400*                   (E-SALARIE-ID DE FCLIENTS) TENU A JOUR
001500*                   CHAQUE NUIT D'APRES FEMPLOY (JCL
001600*                   EMPDAILY, APRES RECFEMP) : LIEN RETIRE
001700*                   AU DEPART DE L'EMPLOYE, LIEN POSE
001800*                   AUTOMATIQUEMENT QUAND UN SEUL CLIENT
001900*                   PARTICULIER ACTIF PORTE LES MEMES NOM ET
002000*                   PRENOM QU'UN EMPLOYE EN POSTE. LES
002100*                   CARTES SALCART FORCENT UN LIEN (L) OU
002200*                   ECARTENT UN HOMONYME (E). RC 4 SI DES
002300*                   HOMONYMES SONT A ARBITRER, UNE CARTE
002400*                   EST REJETEE OU UN EMPLOYE EST LIE A
002500*                   PLUSIEURS CLIENTS.
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
003700     SELECT FEMPLOY    ASSIGN TO FEMPLOY
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS EMP-ID
004100         FILE STATUS IS WS-FS-FEMPLOY.

004200     SELECT SALCART    ASSIGN TO SALCART
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-FS-SALCART.

004500     SELECT FCLIENTS   ASSIGN TO FCLIENT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS E-NUMERO
004900         FILE STATUS IS WS-FS-FCLIENTS.

005000     SELECT SALCLIRP   ASSIGN TO SALCLIRP
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-FS-SALCLIRP.
005300*
005400*======================================================*
005500*           D A T A         D I V I S I O N            *
005600*======================================================*
005700 DATA DIVISION.
005800 FILE SECTION.
005900*
006000 FD  FEMPLOY
006100     RECORD CONTAINS 85 CHARACTERS.
006200     COPY FEMPLOY.
006300*
006400*    CARTE SALCART : MATRICULE EMPLOYE (1-7), NUMERO
006500*    CLIENT (9-16), ACTION (18) L = LIER LE CLIENT A
006600*    L'EMPLOYE, E = ECARTER UN HOMONYME ; LE RESTE EST
006700*    LIBRE
006800 FD  SALCART
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  REC-SALCART.
007100     05 SCA-EMP-ID            PIC X(07).
007200     05 FILLER                PIC X(01).
007300     05 SCA-NUMERO            PIC X(08).
007400     05 FILLER                PIC X(01).
007500     05 SCA-ACTION            PIC X(01).
007600        88 SCA-LIER              VALUE 'L'.
007700        88 SCA-ECARTER           VALUE 'E'.
007800     05 SCA-COMMENTAIRE       PIC X(62).
007900*
008000 FD  FCLIENTS
008100     RECORD CONTAINS 400 CHARACTERS.
008200     COPY FCLIENTS.
008300*
008400 FD  SALCLIRP
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  REC-SALCLIRP             PIC X(80).
008700*
008800*------------------------------------------------------*
008900 WORKING-STORAGE SECTION.
009000*------------------------------------------------------*
009100*
009200 01  WS-FS-FEMPLOY            PIC X(02) VALUE SPACE.
009300     88 FS-FEMPLOY-OK            VALUE '00'.
009400 01  WS-FS-SALCART            PIC X(02) VALUE SPACE.
009500     88 FS-SALCART-OK            VALUE '00'.
009600 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
009700     88 FS-FCLIENTS-OK           VALUE '00'.
009800 01  WS-FS-SALCLIRP           PIC X(02) VALUE SPACE.
009900     88 FS-SALCLIRP-OK           VALUE '00'.
010000*
010100 01  WS-FIN-FEMPLOY           PIC X(01) VALUE 'N'.
010200     88 FIN-FEMPLOY              VALUE 'Y'.
010300 01  WS-FIN-SALCART           PIC X(01) VALUE 'N'.
010400     88 FIN-SALCART              VALUE 'Y'.
010500 01  WS-FIN-FCLIENTS          PIC X(01) VALUE 'N'.
010600     88 FIN-FCLIENTS             VALUE 'Y'.
010700*
010800 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
010900*
011000 01  WS-NB-CLI-LUS            PIC 9(07) VALUE ZERO.
011100 01  WS-NB-LIES-AUTO          PIC 9(05) VALUE ZERO.
011200 01  WS-NB-LIES-CARTE         PIC 9(05) VALUE ZERO.
011300 01  WS-NB-ECARTES            PIC 9(05) VALUE ZERO.
011400 01  WS-NB-RETIRES            PIC 9(05) VALUE ZERO.
011500 01  WS-NB-HOMONYMES          PIC 9(05) VALUE ZERO.
011600 01  WS-NB-DOUBLONS           PIC 9(05) VALUE ZERO.
011700 01  WS-NB-SALARIES           PIC 9(05) VALUE ZERO.
011800 01  WS-NB-CARTES             PIC 9(05) VALUE ZERO.
011900 01  WS-NB-CARTES-REJ         PIC 9(05) VALUE ZERO.
012000 01  WS-NB-ECRITS             PIC 9(07) VALUE ZERO.
012100 01  WS-NB-ERREURS            PIC 9(05) VALUE ZERO.
012200*
012300*    TABLE DU PERSONNEL CHARGEE DE FEMPLOY (ORDRE DE
012400*    MATRICULE) : CLIENT LIE TROUVE DANS FCLIENTS, CLIENT
012500*    IMPOSE PAR CARTE ET CLIENTS HOMONYMES CANDIDATS
012600 01  WS-MAX-EMP               PIC S9(4) COMP VALUE 3000.
012700 01  WS-NB-EMP                PIC S9(4) COMP VALUE ZERO.
012800 01  WS-IND-EMP               PIC S9(4) COMP.
012900 01  WS-TAB-EMPLOYES.
013000     05 WS-EMP OCCURS 3000.
013100        10 WS-EMP-ID          PIC 9(07).
013200        10 WS-EMP-NOM         PIC X(10).
013300        10 WS-EMP-PRENOM      PIC X(10).
013400        10 WS-EMP-STATUT      PIC X(01).
013500           88 WS-EMP-SORTI       VALUE 'T'.
013600        10 WS-EMP-CLIENT      PIC 9(08).
013700        10 WS-EMP-CARTE-CLI   PIC 9(08).
013800        10 WS-EMP-NB-CAND     PIC 9(05).
013900        10 WS-EMP-CAND        PIC 9(08).
014000*
014100*    RECHERCHE D'UN MATRICULE DANS LA TABLE
014200 01  WS-MATRICULE-CHERCHE     PIC 9(07).
014300 01  WS-IND-TROUVE            PIC S9(4) COMP.
014400 01  WS-EMP-TROUVE            PIC X(01).
014500     88 EMP-TROUVE               VALUE 'O'.
014600*
014700*    CARTES SALCART VALIDES, APPLIQUEES AU PASSAGE DU
014800*    CLIENT DANS FCLIENTS
014900 01  WS-NB-CAR                PIC S9(4) COMP VALUE ZERO.
015000 01  WS-IND-CAR               PIC S9(4) COMP.
015100 01  WS-TAB-CARTES.
015200     05 WS-CAR OCCURS 200.
015300        10 WS-CAR-EMP-ID      PIC 9(07).
015400        10 WS-CAR-NUMERO      PIC 9(08).
015500        10 WS-CAR-ACTION      PIC X(01).
015600           88 WS-CAR-LIER        VALUE 'L'.
015700        10 WS-CAR-APPLIQUEE   PIC X(01).
015800           88 CAR-APPLIQUEE      VALUE 'O'.
015900        10 WS-CAR-IMAGE       PIC X(18).
016000 01  WS-CAR-TROUVEE           PIC X(01).
016100     88 CAR-TROUVEE              VALUE 'O'.
016200 01  WS-IND-CAR-TROUVE        PIC S9(4) COMP.
016300 01  WS-NUMERO-CHERCHE        PIC 9(08).
016400*
016500 01  WS-MOTIF                 PIC X(40).
016600 01  WS-MOTIF-REJET           PIC X(40).
016700 01  WS-NB-CAND-ED            PIC ZZZ9.
016800*
016900*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
017000 01  RL-COMMUN.
017100     05 RL-FONCTION    PIC X(01).
017200     05 RL-PROG        PIC X(08).
017300     05 RL-LUS         PIC 9(09).
017400     05 RL-ECRITS      PIC 9(09).
017500     05 RL-REJETES     PIC 9(09).
017600     05 RL-RC          PIC 9(02).
017700*
017800*------------------------------------------------------*
017900*   LIGNES DE L'ETAT DES CLIENTS SALARIES              *
018000*------------------------------------------------------*
018100 01  LIGNE-TITRE.
018200     05 FILLER                PIC X(44) VALUE
018300        'CLIENTS SALARIES - MISE A JOUR DU           '.
018400     05 LT-DATE               PIC 9(08).
018500     05 FILLER                PIC X(28) VALUE SPACE.
018600*
018700 01  LIGNE-DETAIL.
018800     05 LD-NUMERO             PIC X(08).
018900     05 FILLER                PIC X(01) VALUE SPACE.
019000     05 LD-NOM                PIC X(20).
019100     05 FILLER                PIC X(01) VALUE SPACE.
019200     05 LD-EMP-ID             PIC X(07).
019300     05 FILLER                PIC X(01) VALUE SPACE.
019400     05 LD-MOTIF              PIC X(40).
019500     05 FILLER                PIC X(02) VALUE SPACE.
019600*
019700 01  LIGNE-CARTE.
019800     05 FILLER                PIC X(16) VALUE
019900        'CARTE REJETEE : '.
020000     05 LCA-CARTE             PIC X(18).
020100     05 FILLER                PIC X(03) VALUE ' - '.
020200     05 LCA-MOTIF             PIC X(40).
020300     05 FILLER                PIC X(03) VALUE SPACE.
020400*
020500 01  LIGNE-TOTAL.
020600     05 LTO-LIBELLE           PIC X(30).
020700     05 LTO-NB                PIC ZZZZ9.
020800     05 FILLER                PIC X(45) VALUE SPACE.
020900*
021000*======================================================*
021100*     P R O C E D U R E     D I V I S I O N            *
021200*======================================================*
021300 PROCEDURE DIVISION.
021400*----------------------*
021500 0000-MAINLINE.
021600*----------------------*
021700     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
021800     IF RETURN-CODE NOT < 8
021900        GOBACK
022000     END-IF
022100     PERFORM 1100-CHARGER-EMPLOYE THRU 1100-CHARGER-EXIT
022200         UNTIL FIN-FEMPLOY
022300     IF RETURN-CODE NOT < 8
022400        PERFORM 9000-TERMINAISON
022500        GOBACK
022600     END-IF
022700     PERFORM 1200-LIRE-CARTE THRU 1200-LIRE-EXIT
022800         UNTIL FIN-SALCART

022900*    PREMIER PASSAGE : LIENS EXISTANTS, CARTES ET HOMONYMES
023000     PERFORM 2000-TRAITER-CLIENT THRU 2000-TRAITER-EXIT
023100         UNTIL FIN-FCLIENTS
023200     PERFORM 2900-CARTE-NON-APPLIQUEE
023300         VARYING WS-IND-CAR FROM 1 BY 1
023400         UNTIL WS-IND-CAR > WS-NB-CAR

023500*    SECOND PASSAGE : RATTACHEMENT DES HOMONYMES UNIQUES
023600     PERFORM 3000-RATTACHER THRU 3000-RATTACHER-EXIT
023700         VARYING WS-IND-EMP FROM 1 BY 1
023800         UNTIL WS-IND-EMP > WS-NB-EMP

023900     PERFORM 9000-TERMINAISON
024000     GOBACK
024100     .
024200*----------------------*
024300 1000-INITIALISATION.
024400*----------------------*
024500     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

024600     MOVE 'D' TO RL-FONCTION
024700     MOVE 'SALCLI' TO RL-PROG
024800     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
024900     CALL 'pgrunlog' USING RL-COMMUN

025000     OPEN INPUT FEMPLOY
025100     IF NOT FS-FEMPLOY-OK
025200        DISPLAY 'SALCLI - ERREUR OPEN FEMPLOY - FS='
025300                WS-FS-FEMPLOY
025400        MOVE 12 TO RETURN-CODE
025500        GO TO 1000-INITIALISATION-EXIT
025600     END-IF

025700     OPEN INPUT SALCART
025800     IF NOT FS-SALCART-OK
025900        DISPLAY 'SALCLI - ERREUR OPEN SALCART - FS='
026000                WS-FS-SALCART
026100        MOVE 12 TO RETURN-CODE
026200        CLOSE FEMPLOY
026300        GO TO 1000-INITIALISATION-EXIT
026400     END-IF

026500     OPEN I-O FCLIENTS
026600     IF NOT FS-FCLIENTS-OK
026700        DISPLAY 'SALCLI - ERREUR OPEN FCLIENTS - FS='
026800                WS-FS-FCLIENTS
026900        MOVE 12 TO RETURN-CODE
027000        CLOSE FEMPLOY SALCART
027100        GO TO 1000-INITIALISATION-EXIT
027200     END-IF

027300     OPEN OUTPUT SALCLIRP
027400     IF NOT FS-SALCLIRP-OK
027500        DISPLAY 'SALCLI - ERREUR OPEN SALCLIRP - FS='
027600                WS-FS-SALCLIRP
027700        MOVE 12 TO RETURN-CODE
027800        CLOSE FEMPLOY SALCART FCLIENTS
027900        GO TO 1000-INITIALISATION-EXIT
028000     END-IF

028100     MOVE WS-DATE-JOUR TO LT-DATE
028200     MOVE LIGNE-TITRE  TO REC-SALCLIRP
028300     WRITE REC-SALCLIRP
028400     .
028500 1000-INITIALISATION-EXIT.
028600     EXIT.
028700*----------------------*
028800 1100-CHARGER-EMPLOYE.
028900*----------------------*
029000     READ FEMPLOY NEXT RECORD
029100         AT END
029200            MOVE 'Y' TO WS-FIN-FEMPLOY
029300            GO TO 1100-CHARGER-EXIT
029400     END-READ

029500     IF WS-NB-EMP NOT < WS-MAX-EMP
029600        DISPLAY 'SALCLI - TABLE DU PERSONNEL PLEINE A '
029700                WS-MAX-EMP ' EMPLOYES'
029800        MOVE 12 TO RETURN-CODE
029900        MOVE 'Y' TO WS-FIN-FEMPLOY
030000        GO TO 1100-CHARGER-EXIT
030100     END-IF

030200     ADD 1 TO WS-NB-EMP
030300     MOVE EMP-ID         TO WS-EMP-ID(WS-NB-EMP)
030400     MOVE EMP-LASTNAME   TO WS-EMP-NOM(WS-NB-EMP)
030500     MOVE EMP-FIRSTNAME  TO WS-EMP-PRENOM(WS-NB-EMP)
030600     MOVE EMP-STATUS     TO WS-EMP-STATUT(WS-NB-EMP)
030700     MOVE ZERO           TO WS-EMP-CLIENT(WS-NB-EMP)
030800                            WS-EMP-CARTE-CLI(WS-NB-EMP)
030900                            WS-EMP-NB-CAND(WS-NB-EMP)
031000                            WS-EMP-CAND(WS-NB-EMP)
031100     .
031200 1100-CHARGER-EXIT.
031300     EXIT.
031400*----------------------*
031500 1200-LIRE-CARTE.
031600*----------------------*
031700*    CONTROLE D'UNE CARTE : POUR UN LIEN, EMPLOYE EN
031800*    POSTE ET PAS DEJA IMPOSE PAR UNE AUTRE CARTE ; UNE
031900*    SEULE CARTE PAR CLIENT
032000*----------------------*
032100     READ SALCART
032200         AT END
032300            MOVE 'Y' TO WS-FIN-SALCART
032400            GO TO 1200-LIRE-EXIT
032500     END-READ

032600     ADD 1 TO WS-NB-CARTES
032700     MOVE SPACE TO WS-MOTIF-REJET

032800     IF SCA-EMP-ID NOT NUMERIC OR SCA-NUMERO NOT NUMERIC
032900        MOVE 'MATRICULE OU NUMERO CLIENT NON NUMERIQUE'
033000          TO WS-MOTIF-REJET
033100        GO TO 1200-REJETER
033200     END-IF
033300     IF NOT SCA-LIER AND NOT SCA-ECARTER
033400        MOVE 'ACTION INCONNUE (L OU E)' TO WS-MOTIF-REJET
033500        GO TO 1200-REJETER
033600     END-IF

033700     MOVE SCA-NUMERO TO WS-NUMERO-CHERCHE
033800     PERFORM 7100-CHERCHER-CARTE
033900     IF CAR-TROUVEE
034000        MOVE 'CLIENT DEJA PRESENT SUR UNE AUTRE CARTE'
034100          TO WS-MOTIF-REJET
034200        GO TO 1200-REJETER
034300     END-IF

034400     IF SCA-LIER
034500        MOVE SCA-EMP-ID TO WS-MATRICULE-CHERCHE
034600        PERFORM 7000-CHERCHER-EMPLOYE
034700        IF NOT EMP-TROUVE
034800           MOVE 'EMPLOYE INCONNU DU PERSONNEL'
034900             TO WS-MOTIF-REJET
035000           GO TO 1200-REJETER
035100        END-IF
035200        IF WS-EMP-SORTI(WS-IND-TROUVE)
035300           MOVE 'EMPLOYE SORTI DES EFFECTIFS'
035400             TO WS-MOTIF-REJET
035500           GO TO 1200-REJETER
035600        END-IF
035700        IF WS-EMP-CARTE-CLI(WS-IND-TROUVE) NOT = ZERO
035800           MOVE 'EMPLOYE DEJA LIE PAR UNE AUTRE CARTE'
035900             TO WS-MOTIF-REJET
036000           GO TO 1200-REJETER
036100        END-IF
036200     END-IF

036300     IF WS-NB-CAR NOT < 200
036400        MOVE 'PLUS DE 200 CARTES VALIDES' TO WS-MOTIF-REJET
036500        GO TO 1200-REJETER
036600     END-IF

036700     ADD 1 TO WS-NB-CAR
036800     MOVE SCA-EMP-ID  TO WS-CAR-EMP-ID(WS-NB-CAR)
036900     MOVE SCA-NUMERO  TO WS-CAR-NUMERO(WS-NB-CAR)
037000     MOVE SCA-ACTION  TO WS-CAR-ACTION(WS-NB-CAR)
037100     MOVE 'N'         TO WS-CAR-APPLIQUEE(WS-NB-CAR)
037200     MOVE REC-SALCART(1:18) TO WS-CAR-IMAGE(WS-NB-CAR)
037300     IF SCA-LIER
037400        MOVE SCA-NUMERO TO WS-EMP-CARTE-CLI(WS-IND-TROUVE)
037500     END-IF
037600     GO TO 1200-LIRE-EXIT
037700     .
037800 1200-REJETER.
037900     MOVE REC-SALCART(1:18) TO LCA-CARTE
038000     MOVE WS-MOTIF-REJET    TO LCA-MOTIF
038100     PERFORM 8100-EDITER-REJET
038200     .
038300 1200-LIRE-EXIT.
038400     EXIT.
038500*----------------------*
038600 2000-TRAITER-CLIENT.
038700*----------------------*
038800     READ FCLIENTS NEXT RECORD
038900         AT END
039000            MOVE 'Y' TO WS-FIN-FCLIENTS
039100            GO TO 2000-TRAITER-EXIT
039200     END-READ

039300     ADD 1 TO WS-NB-CLI-LUS

039400*    UNE CARTE SUR CE CLIENT PREVAUT SUR TOUT LE RESTE
039500     MOVE E-NUMERO TO WS-NUMERO-CHERCHE
039600     PERFORM 7100-CHERCHER-CARTE
039700     IF CAR-TROUVEE
039800        PERFORM 2100-APPLIQUER-CARTE
039900           THRU 2100-APPLIQUER-EXIT
040000        GO TO 2000-TRAITER-EXIT
040100     END-IF

040200     IF E-SALARIE-ID NUMERIC AND E-SALARIE-ID NOT = ZERO
040300        PERFORM 2200-CONTROLER-LIEN THRU 2200-CONTROLER-EXIT
040400        GO TO 2000-TRAITER-EXIT
040500     END-IF

040600*    CLIENT NON LIE : CANDIDAT AU RAPPROCHEMENT SUR LE NOM
040700     IF E-CLI-ACTIF AND E-CLI-PARTICULIER
040800        AND NOT E-CLI-DECEDE AND NOT E-SAL-ECARTE
040900        AND E-NOM-CLI NOT = SPACE
041000        PERFORM 2300-COMPARER-NOM
041100            VARYING WS-IND-EMP FROM 1 BY 1
041200            UNTIL WS-IND-EMP > WS-NB-EMP
041300     END-IF
041400     .
041500 2000-TRAITER-EXIT.
041600     EXIT.
041700*----------------------*
041800 2100-APPLIQUER-CARTE.
041900*----------------------*
042000     MOVE 'O' TO WS-CAR-APPLIQUEE(WS-IND-CAR-TROUVE)
042100     MOVE WS-CAR-IMAGE(WS-IND-CAR-TROUVE) TO LCA-CARTE

042200     IF NOT WS-CAR-LIER(WS-IND-CAR-TROUVE)
042300        GO TO 2150-ECARTER
042400     END-IF

042500     IF NOT E-CLI-ACTIF OR NOT E-CLI-PARTICULIER
042600        MOVE 'CLIENT SUPPRIME OU PERSONNE MORALE'
042700          TO LCA-MOTIF
042800        PERFORM 8100-EDITER-REJET
042900        GO TO 2100-APPLIQUER-EXIT
043000     END-IF

043100     MOVE WS-CAR-EMP-ID(WS-IND-CAR-TROUVE)
043200       TO WS-MATRICULE-CHERCHE
043300     PERFORM 7000-CHERCHER-EMPLOYE
043400     MOVE E-NUMERO TO WS-EMP-CLIENT(WS-IND-TROUVE)
043500     ADD 1 TO WS-NB-SALARIES

043600     IF E-SALARIE-ID NUMERIC
043700        AND E-SALARIE-ID = WS-CAR-EMP-ID(WS-IND-CAR-TROUVE)
043800        AND E-SAL-MANUEL
043900        GO TO 2100-APPLIQUER-EXIT
044000     END-IF

044100     MOVE WS-CAR-EMP-ID(WS-IND-CAR-TROUVE) TO E-SALARIE-ID
044200     SET E-SAL-MANUEL TO TRUE
044300     MOVE 'LIE PAR CARTE' TO WS-MOTIF
044400     PERFORM 2800-REECRIRE-CLIENT
044500     IF FS-FCLIENTS-OK
044600        ADD 1 TO WS-NB-LIES-CARTE
044700     END-IF
044800     GO TO 2100-APPLIQUER-EXIT
044900     .
045000 2150-ECARTER.
045100     IF E-SALARIE-ID NUMERIC AND E-SALARIE-ID NOT = ZERO
045200        AND E-SALARIE-ID NOT = WS-CAR-EMP-ID(WS-IND-CAR-TROUVE)
045300        MOVE 'CLIENT LIE A UN AUTRE EMPLOYE' TO LCA-MOTIF
045400        PERFORM 8100-EDITER-REJET
045500        GO TO 2100-APPLIQUER-EXIT
045600     END-IF
045700     IF E-SAL-ECARTE
045800        GO TO 2100-APPLIQUER-EXIT
045900     END-IF

046000     MOVE ZERO TO E-SALARIE-ID
046100     SET E-SAL-ECARTE TO TRUE
046200     MOVE SPACE TO WS-MOTIF
046300     STRING 'HOMONYME DE ' WS-CAR-EMP-ID(WS-IND-CAR-TROUVE)
046400         ' ECARTE PAR CARTE'
046500         DELIMITED BY SIZE INTO WS-MOTIF
046600     END-STRING
046700     PERFORM 2800-REECRIRE-CLIENT
046800     IF FS-FCLIENTS-OK
046900        ADD 1 TO WS-NB-ECARTES
047000     END-IF
047100     .
047200 2100-APPLIQUER-EXIT.
047300     EXIT.
047400*----------------------*
047500 2200-CONTROLER-LIEN.
047600*----------------------*
047700*    LIEN EXISTANT : RETIRE SI L'EMPLOYE EST SORTI OU
047800*    ABSENT DE FEMPLOY, OU SI UNE CARTE LE DEPLACE SUR UN
047900*    AUTRE CLIENT
048000*----------------------*
048100     MOVE E-SALARIE-ID TO WS-MATRICULE-CHERCHE
048200     PERFORM 7000-CHERCHER-EMPLOYE
048300     EVALUATE TRUE
048400         WHEN NOT EMP-TROUVE
048500            MOVE 'EMPLOYE ABSENT DU PERSONNEL - LIEN RETIRE'
048600              TO WS-MOTIF
048700         WHEN WS-EMP-SORTI(WS-IND-TROUVE)
048800            MOVE 'EMPLOYE SORTI - LIEN RETIRE' TO WS-MOTIF
048900         WHEN WS-EMP-CARTE-CLI(WS-IND-TROUVE) NOT = ZERO
049000            MOVE 'LIEN DEPLACE PAR CARTE - LIEN RETIRE'
049100              TO WS-MOTIF
049200         WHEN OTHER
049300            GO TO 2250-LIEN-CONSERVE
049400     END-EVALUATE

049500     MOVE ZERO  TO E-SALARIE-ID
049600     MOVE SPACE TO E-SALARIE-ORIG
049700     PERFORM 2800-REECRIRE-CLIENT
049800     IF FS-FCLIENTS-OK
049900        ADD 1 TO WS-NB-RETIRES
050000     END-IF
050100     GO TO 2200-CONTROLER-EXIT
050200     .
050300 2250-LIEN-CONSERVE.
050400*    UN MEME EMPLOYE NE PEUT ETRE QU'UN SEUL CLIENT : LE
050500*    SECOND LIEN EST SIGNALE (DOUBLON DE FICHE A FUSIONNER)
050600     IF WS-EMP-CLIENT(WS-IND-TROUVE) NOT = ZERO
050700        ADD 1 TO WS-NB-DOUBLONS
050800        MOVE SPACE TO WS-MOTIF
050900        STRING 'EMPLOYE DEJA LIE AU CLIENT '
051000            WS-EMP-CLIENT(WS-IND-TROUVE)
051100            DELIMITED BY SIZE INTO WS-MOTIF
051200        END-STRING
051300        PERFORM 8000-EDITER-LIGNE
051400        GO TO 2200-CONTROLER-EXIT
051500     END-IF
051600     MOVE E-NUMERO TO WS-EMP-CLIENT(WS-IND-TROUVE)
051700     ADD 1 TO WS-NB-SALARIES
051800     .
051900 2200-CONTROLER-EXIT.
052000     EXIT.
052100*----------------------*
052200 2300-COMPARER-NOM.
052300*----------------------*
052400*    NOM ET PRENOM DE FEMPLOY SUR 10 POSITIONS : LA
052500*    COMPARAISON PORTE SUR LES 10 PREMIERES DU CLIENT
052600     IF WS-EMP-SORTI(WS-IND-EMP)
052700        OR WS-EMP-CARTE-CLI(WS-IND-EMP) NOT = ZERO
052800        OR WS-EMP-NOM(WS-IND-EMP) = SPACE
052900        CONTINUE
053000     ELSE
053100        IF E-NOM-CLI(1:10) = WS-EMP-NOM(WS-IND-EMP)
053200           AND E-PNM-CLI(1:10) = WS-EMP-PRENOM(WS-IND-EMP)
053300           ADD 1 TO WS-EMP-NB-CAND(WS-IND-EMP)
053400           IF WS-EMP-NB-CAND(WS-IND-EMP) = 1
053500              MOVE E-NUMERO TO WS-EMP-CAND(WS-IND-EMP)
053600           END-IF
053700        END-IF
053800     END-IF
053900     .
054000*----------------------*
054100 2800-REECRIRE-CLIENT.
054200*----------------------*
054300     REWRITE E-CLIENT
054400     IF NOT FS-FCLIENTS-OK
054500        DISPLAY 'SALCLI - ERREUR REWRITE FCLIENTS - FS='
054600                WS-FS-FCLIENTS ' - CLIENT ' E-NUMERO
054700        ADD 1 TO WS-NB-ERREURS
054800        MOVE 12 TO RETURN-CODE
054900     ELSE
055000        ADD 1 TO WS-NB-ECRITS
055100        PERFORM 8000-EDITER-LIGNE
055200     END-IF
055300     .
055400*----------------------*
055500 2900-CARTE-NON-APPLIQUEE.
055600*----------------------*
055700     IF NOT CAR-APPLIQUEE(WS-IND-CAR)
055800        MOVE WS-CAR-IMAGE(WS-IND-CAR) TO LCA-CARTE
055900        MOVE 'CLIENT INCONNU DE FCLIENTS' TO LCA-MOTIF
056000        PERFORM 8100-EDITER-REJET
056100     END-IF
056200     .
056300*----------------------*
056400 3000-RATTACHER.
056500*----------------------*
056600*    EMPLOYE EN POSTE SANS LIEN : RATTACHE S'IL N'A QU'UN
056700*    HOMONYME, SIGNALE S'IL EN A PLUSIEURS
056800*----------------------*
056900     IF WS-EMP-SORTI(WS-IND-EMP)
057000        OR WS-EMP-CLIENT(WS-IND-EMP) NOT = ZERO
057100        OR WS-EMP-CARTE-CLI(WS-IND-EMP) NOT = ZERO
057200        OR WS-EMP-NB-CAND(WS-IND-EMP) = ZERO
057300        GO TO 3000-RATTACHER-EXIT
057400     END-IF

057500     IF WS-EMP-NB-CAND(WS-IND-EMP) > 1
057600        ADD 1 TO WS-NB-HOMONYMES
057700        MOVE WS-EMP-NB-CAND(WS-IND-EMP) TO WS-NB-CAND-ED
057800        MOVE SPACE TO WS-MOTIF
057900        STRING WS-NB-CAND-ED ' HOMONYMES - CARTE SALCART A'
058000            ' FOURNIR'
058100            DELIMITED BY SIZE INTO WS-MOTIF
058200        END-STRING
058300        MOVE SPACE TO LD-NUMERO
058400        MOVE WS-EMP-NOM(WS-IND-EMP) TO LD-NOM
058500        MOVE WS-EMP-ID(WS-IND-EMP)  TO LD-EMP-ID
058600        MOVE WS-MOTIF               TO LD-MOTIF
058700        MOVE LIGNE-DETAIL           TO REC-SALCLIRP
058800        WRITE REC-SALCLIRP
058900        GO TO 3000-RATTACHER-EXIT
059000     END-IF

059100     MOVE WS-EMP-CAND(WS-IND-EMP) TO E-NUMERO
059200     READ FCLIENTS
059300         INVALID KEY
059400            DISPLAY 'SALCLI - CLIENT ' E-NUMERO
059500                    ' DISPARU ENTRE LES DEUX PASSAGES'
059600            ADD 1 TO WS-NB-ERREURS
059700            GO TO 3000-RATTACHER-EXIT
059800     END-READ

059900     MOVE WS-EMP-ID(WS-IND-EMP) TO E-SALARIE-ID
060000     SET E-SAL-AUTO TO TRUE
060100     MOVE 'LIE AUTOMATIQUEMENT (NOM ET PRENOM)' TO WS-MOTIF
060200     PERFORM 2800-REECRIRE-CLIENT
060300     IF FS-FCLIENTS-OK
060400        MOVE E-NUMERO TO WS-EMP-CLIENT(WS-IND-EMP)
060500        ADD 1 TO WS-NB-LIES-AUTO
060600        ADD 1 TO WS-NB-SALARIES
060700     END-IF
060800     .
060900 3000-RATTACHER-EXIT.
061000     EXIT.
061100*----------------------*
061200 7000-CHERCHER-EMPLOYE.
061300*----------------------*
061400     MOVE 'N' TO WS-EMP-TROUVE
061500     MOVE ZERO TO WS-IND-TROUVE
061600     PERFORM 7010-COMPARER-EMPLOYE
061700         VARYING WS-IND-EMP FROM 1 BY 1
061800         UNTIL WS-IND-EMP > WS-NB-EMP OR EMP-TROUVE
061900     .
062000*----------------------*
062100 7010-COMPARER-EMPLOYE.
062200*----------------------*
062300     IF WS-EMP-ID(WS-IND-EMP) = WS-MATRICULE-CHERCHE
062400        MOVE 'O' TO WS-EMP-TROUVE
062500        MOVE WS-IND-EMP TO WS-IND-TROUVE
062600     END-IF
062700     .
062800*----------------------*
062900 7100-CHERCHER-CARTE.
063000*----------------------*
063100     MOVE 'N' TO WS-CAR-TROUVEE
063200     MOVE ZERO TO WS-IND-CAR-TROUVE
063300     PERFORM 7110-COMPARER-CARTE
063400         VARYING WS-IND-CAR FROM 1 BY 1
063500         UNTIL WS-IND-CAR > WS-NB-CAR OR CAR-TROUVEE
063600     .
063700*----------------------*
063800 7110-COMPARER-CARTE.
063900*----------------------*
064000     IF WS-CAR-NUMERO(WS-IND-CAR) = WS-NUMERO-CHERCHE
064100        MOVE 'O' TO WS-CAR-TROUVEE
064200        MOVE WS-IND-CAR TO WS-IND-CAR-TROUVE
064300     END-IF
064400     .
064500*----------------------*
064600 8000-EDITER-LIGNE.
064700*----------------------*
064800     MOVE E-NUMERO     TO LD-NUMERO
064900     MOVE E-NOM-CLI    TO LD-NOM
065000     IF E-SALARIE-ID NUMERIC AND E-SALARIE-ID NOT = ZERO
065100        MOVE E-SALARIE-ID TO LD-EMP-ID
065200     ELSE
065300        MOVE SPACE        TO LD-EMP-ID
065400     END-IF
065500     MOVE WS-MOTIF     TO LD-MOTIF
065600     MOVE LIGNE-DETAIL TO REC-SALCLIRP
065700     WRITE REC-SALCLIRP
065800     .
065900*----------------------*
066000 8100-EDITER-REJET.
066100*----------------------*
066200     ADD 1 TO WS-NB-CARTES-REJ
066300     MOVE LIGNE-CARTE TO REC-SALCLIRP
066400     WRITE REC-SALCLIRP
066500     .
066600*----------------------*
066700 9000-TERMINAISON.
066800*----------------------*
066900     MOVE 'CLIENTS LUS                   ' TO LTO-LIBELLE
067000     MOVE WS-NB-CLI-LUS TO LTO-NB
067100     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
067200     WRITE REC-SALCLIRP
067300     MOVE 'CLIENTS SALARIES              ' TO LTO-LIBELLE
067400     MOVE WS-NB-SALARIES TO LTO-NB
067500     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
067600     WRITE REC-SALCLIRP
067700     MOVE 'LIENS POSES AUTOMATIQUEMENT   ' TO LTO-LIBELLE
067800     MOVE WS-NB-LIES-AUTO TO LTO-NB
067900     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
068000     WRITE REC-SALCLIRP
068100     MOVE 'LIENS POSES PAR CARTE         ' TO LTO-LIBELLE
068200     MOVE WS-NB-LIES-CARTE TO LTO-NB
068300     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
068400     WRITE REC-SALCLIRP
068500     MOVE 'HOMONYMES ECARTES PAR CARTE   ' TO LTO-LIBELLE
068600     MOVE WS-NB-ECARTES TO LTO-NB
068700     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
068800     WRITE REC-SALCLIRP
068900     MOVE 'LIENS RETIRES                 ' TO LTO-LIBELLE
069000     MOVE WS-NB-RETIRES TO LTO-NB
069100     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
069200     WRITE REC-SALCLIRP
069300     MOVE 'EMPLOYES A HOMONYMES MULTIPLES' TO LTO-LIBELLE
069400     MOVE WS-NB-HOMONYMES TO LTO-NB
069500     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
069600     WRITE REC-SALCLIRP
069700     MOVE 'EMPLOYES LIES A 2 CLIENTS     ' TO LTO-LIBELLE
069800     MOVE WS-NB-DOUBLONS TO LTO-NB
069900     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
070000     WRITE REC-SALCLIRP
070100     MOVE 'CARTES REJETEES               ' TO LTO-LIBELLE
070200     MOVE WS-NB-CARTES-REJ TO LTO-NB
070300     MOVE LIGNE-TOTAL  TO REC-SALCLIRP
070400     WRITE REC-SALCLIRP

070500     CLOSE FEMPLOY
070600     CLOSE SALCART
070700     CLOSE FCLIENTS
070800     CLOSE SALCLIRP

070900     DISPLAY 'SALCLI - EMPLOYES CHARGES    : ' WS-NB-EMP
071000     DISPLAY 'SALCLI - CLIENTS LUS         : ' WS-NB-CLI-LUS
071100     DISPLAY 'SALCLI - CLIENTS SALARIES    : ' WS-NB-SALARIES
071200     DISPLAY 'SALCLI - LIENS AUTOMATIQUES  : ' WS-NB-LIES-AUTO
071300     DISPLAY 'SALCLI - LIENS PAR CARTE     : ' WS-NB-LIES-CARTE
071400     DISPLAY 'SALCLI - LIENS RETIRES       : ' WS-NB-RETIRES
071500     DISPLAY 'SALCLI - HOMONYMES MULTIPLES : ' WS-NB-HOMONYMES
071600     DISPLAY 'SALCLI - CARTES LUES         : ' WS-NB-CARTES
071700     DISPLAY 'SALCLI - CARTES REJETEES     : ' WS-NB-CARTES-REJ
071800     DISPLAY 'SALCLI - ANOMALIES           : ' WS-NB-ERREURS

071900     IF RETURN-CODE < 4
072000        IF WS-NB-HOMONYMES > ZERO
072100           OR WS-NB-DOUBLONS > ZERO
072200           OR WS-NB-CARTES-REJ > ZERO
072300           OR WS-NB-ERREURS > ZERO
072400           MOVE 4 TO RETURN-CODE
072500        END-IF
072600     END-IF

072700     MOVE 'F' TO RL-FONCTION
072800     MOVE 'SALCLI' TO RL-PROG
072900     MOVE WS-NB-CLI-LUS TO RL-LUS
073000     MOVE WS-NB-ECRITS TO RL-ECRITS
073100     MOVE WS-NB-CARTES-REJ TO RL-REJETES
073200     MOVE RETURN-CODE TO RL-RC
073300     CALL 'pgrunlog' USING RL-COMMUN
073400     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    GRPCLI.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - POSITION CONSOLIDEE DES
001400*                   GROUPES DE CLIENTS (BATCH MENSUEL).
001500*                   LES LIENS EN COURS DE FLIENCLI (ECRAN
001600*                   GESLIEN : CONJOINTS, PARENTS, DIRIGEANTS,
001700*                   SOCIETES D'UN MEME GROUPE) REUNISSENT
001800*                   LES CLIENTS EN GROUPES, DE PROCHE EN
001900*                   PROCHE. PAR GROUPE : SOLDES DES COMPTES,
002000*                   DECOUVERTS AUTORISES (DEC-CLT) ET CAPITAL
002100*                   RESTANT DU DES PRETS (FPRETSCH), CONTRE-
002200*                   VALORISES AUX COURS FTXDEV. LES GROUPES
002300*                   DONT L'ENGAGEMENT DEPASSE LE SEUIL DE
002400*                   CONCENTRATION (PARM) SONT REPRIS SUR
002500*                   L'ETAT DU COMITE DES RISQUES GRPRISK.
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
003700     SELECT FLIENCLI   ASSIGN TO FLIENCLI
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS LNK-CLE
004100         FILE STATUS IS WS-FS-FLIENCLI.

004200     SELECT FCLI       ASSIGN TO FCLI
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS E-NUMERO
004600         FILE STATUS IS WS-FS-FCLI.

004700     SELECT FXREF      ASSIGN TO FXREF
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS XRF-CLE
005100         ALTERNATE RECORD KEY IS XRF-ID-CPTE
005200         FILE STATUS IS WS-FS-FXREF.

005300     SELECT FCLT       ASSIGN TO FCLT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ID-CPTE
005700         FILE STATUS IS WS-FS-FCLT.

005800     SELECT FPRETSCH   ASSIGN TO FPRETSCH
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS PSH-CLE
006200         FILE STATUS IS WS-FS-FPRETSCH.

006300     SELECT FTXDEV     ASSIGN TO FTXDEV
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS TXD-CLE
006700         FILE STATUS IS WS-FS-FTXDEV.

006800     SELECT GRPPOS     ASSIGN TO GRPPOS
006900         ORGANIZATION IS SEQUENTIAL
007000         FILE STATUS IS WS-FS-GRPPOS.

007100     SELECT GRPRISK    ASSIGN TO GRPRISK
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-FS-GRPRISK.
007400*
007500*======================================================*
007600*           D A T A         D I V I S I O N            *
007700*======================================================*
007800 DATA DIVISION.
007900 FILE SECTION.
008000*
008100 FD  FLIENCLI
008200     RECORD CONTAINS 80 CHARACTERS.
008300     COPY FLIENCLI.
008400*
008500 FD  FCLI
008600     RECORD CONTAINS 400 CHARACTERS.
008700     COPY FCLIENTS.
008800*
008900 FD  FXREF
009000     RECORD CONTAINS 80 CHARACTERS.
009100     COPY FCLICPT.
009200*
009300 FD  FCLT
009400     RECORD CONTAINS 80 CHARACTERS.
009500 01  REC-CLT.
009600     05  ID-CPTE    PIC X(08).
009700     05  ID-REGION  PIC X(02).
009800     05  NAT-CPTE   PIC 9(02).
009900     05  NOM-CLT    PIC X(10).
010000     05  PRN-CLT    PIC X(10).
010100     05  DTN-CLT    PIC 9(08).
010200     05  SEX-CLT    PIC X(01).
010300     05  ACP-CLT    PIC X(02).
010400     05  STS-CLT    PIC X(01).
010500         88 STS-CLT-ACTIF  VALUE 'O' 'C'.
010600     05  ADR-CLT    PIC X(10).
010700     05  SLD-CLT    PIC S9(08)V99.
010800     05  PST-CLT    PIC X(02).
010900     05  PIN-CLT    PIC 9(04).
011000     05  DEC-CLT    PIC 9(06).
011100     05  DEV-CLT    PIC X(02).
011200     05  AGC-CLT    PIC X(02).
011300*
011400 FD  FPRETSCH
011500     RECORD CONTAINS 80 CHARACTERS.
011600     COPY FPRETSCH.
011700*
011800 FD  FTXDEV
011900     RECORD CONTAINS 80 CHARACTERS.
012000     COPY FTXDEV.
012100*
012200 FD  GRPPOS
012300     RECORD CONTAINS 132 CHARACTERS.
012400 01  REC-GRPPOS               PIC X(132).
012500*
012600 FD  GRPRISK
012700     RECORD CONTAINS 132 CHARACTERS.
012800 01  REC-GRPRISK              PIC X(132).
012900*
013000*------------------------------------------------------*
013100 WORKING-STORAGE SECTION.
013200*------------------------------------------------------*
013300*
013400 01  WS-FS-FLIENCLI           PIC X(02) VALUE SPACE.
013500     88 FS-FLIENCLI-OK           VALUE '00'.
013600 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
013700     88 FS-FCLI-OK               VALUE '00'.
013800 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
013900     88 FS-FXREF-OK              VALUE '00'.
014000 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
014100     88 FS-FCLT-OK               VALUE '00'.
014200 01  WS-FS-FPRETSCH           PIC X(02) VALUE SPACE.
014300     88 FS-FPRETSCH-OK           VALUE '00'.
014400 01  WS-FS-FTXDEV             PIC X(02) VALUE SPACE.
014500     88 FS-FTXDEV-OK             VALUE '00'.
014600 01  WS-FS-GRPPOS             PIC X(02) VALUE SPACE.
014700     88 FS-GRPPOS-OK             VALUE '00'.
014800 01  WS-FS-GRPRISK            PIC X(02) VALUE SPACE.
014900     88 FS-GRPRISK-OK            VALUE '00'.
015000*
015100 01  WS-FIN-FLIENCLI          PIC X(01) VALUE 'N'.
015200     88 FIN-FLIENCLI             VALUE 'Y'.
015300 01  WS-FIN-FTXDEV            PIC X(01) VALUE 'N'.
015400     88 FIN-FTXDEV               VALUE 'Y'.
015500 01  WS-FIN-XREF              PIC X(01) VALUE 'N'.
015600     88 FIN-XREF                 VALUE 'Y'.
015700 01  WS-FIN-BALAYAGE          PIC X(01) VALUE 'N'.
015800     88 FIN-BALAYAGE             VALUE 'Y'.
015900*
016000*------------------------------------------------------*
016100*   SEUIL DE CONCENTRATION : ENGAGEMENT D'UN GROUPE    *
016200*   (DECOUVERTS AUTORISES + CAPITAL RESTANT DU DES     *
016300*   PRETS) AU-DELA DUQUEL LE GROUPE EST PRESENTE AU    *
016400*   COMITE DES RISQUES. EN UNITES ENTIERES, PARM SUR   *
016500*   10 CHIFFRES ; SANS PARM, VALEUR CI-DESSOUS.        *
016600*------------------------------------------------------*
016700 01  WS-SEUIL                 PIC 9(10) VALUE 0000500000.
016800*
016900 01  WS-DATE-JOUR             PIC 9(08).
017000*
017100*    COURS EN VIGUEUR PAR DEVISE (REGLE FTAUXNAT : LA
017200*    DERNIERE DATE D'EFFET QUI NE DEPASSE PAS LE JOUR)
017300 01  WS-NB-DEV                PIC S9(4) COMP VALUE ZERO.
017400 01  WS-IND-DEV               PIC S9(4) COMP.
017500 01  WS-TAB-DEV.
017600     05 WS-DEV OCCURS 20.
017700        10 WS-DEV-CODE        PIC X(02).
017800        10 WS-DEV-COURS       PIC 9(03)V9(06).
017900 01  WS-COURS-TROUVE          PIC X(01) VALUE 'N'.
018000     88 COURS-TROUVE             VALUE 'O'.
018100 01  WS-DEV-CHERCHE           PIC X(02).
018200 01  WS-CV-SOLDE              PIC S9(11)V99.
018300 01  WS-CV-DECOUVERT          PIC S9(11)V99.
018400*
018500*------------------------------------------------------*
018600*   TABLE DES CLIENTS LIES. CHAQUE CLIENT POINTE SUR   *
018700*   UN CLIENT DE SON GROUPE (TCL-PERE) ; LE CLIENT QUI *
018800*   POINTE SUR LUI-MEME EST LA TETE DU GROUPE ET SON   *
018900*   NUMERO, LE PLUS PETIT DU GROUPE, LE NUMERO DU      *
019000*   GROUPE. DEUX CLIENTS LIES VOIENT LEURS GROUPES     *
019100*   REUNIS SOUS LA TETE DE PLUS PETIT NUMERO.          *
019200*------------------------------------------------------*
019300 01  WS-NB-TCL                PIC S9(4) COMP VALUE ZERO.
019400 01  WS-MAX-TCL               PIC S9(4) COMP VALUE +5000.
019500 01  WS-TAB-TCL.
019600     05 WS-TCL OCCURS 5000.
019700        10 TCL-NUMERO         PIC 9(08).
019800        10 TCL-PERE           PIC S9(4) COMP.
019900        10 TCL-RACINE         PIC S9(4) COMP.
020000        10 TCL-NOM            PIC X(20).
020100        10 TCL-NB-CPT         PIC 9(03).
020200        10 TCL-SOLDE          PIC S9(11)V99.
020300        10 TCL-DECOUVERT      PIC S9(11)V99.
020400        10 TCL-CAPITAL        PIC S9(11)V99.
020500 01  WS-IND-TCL               PIC S9(4) COMP.
020600 01  WS-IND-MBR               PIC S9(4) COMP.
020700 01  WS-IND-1                 PIC S9(4) COMP.
020800 01  WS-IND-2                 PIC S9(4) COMP.
020900 01  WS-IND-R                 PIC S9(4) COMP.
021000 01  WS-RACINE-1              PIC S9(4) COMP.
021100 01  WS-RACINE-2              PIC S9(4) COMP.
021200 01  WS-TCL-CHERCHE           PIC 9(08).
021300 01  WS-TCL-TROUVE            PIC X(01) VALUE 'N'.
021400     88 TCL-TROUVE               VALUE 'O'.
021500 01  WS-TABLE-SATUREE         PIC X(01) VALUE 'N'.
021600     88 TABLE-SATUREE            VALUE 'O'.
021700*
021800*    GROUPE EN COURS D'EDITION
021900 01  WS-GRP-NB-MEMBRES        PIC 9(05).
022000 01  WS-GRP-NB-CPT            PIC 9(05).
022100 01  WS-GRP-SOLDE             PIC S9(13)V99.
022200 01  WS-GRP-DECOUVERT         PIC S9(13)V99.
022300 01  WS-GRP-CAPITAL           PIC S9(13)V99.
022400 01  WS-GRP-ENGAGEMENT        PIC S9(13)V99.
022500 01  WS-GRP-AU-SEUIL          PIC X(01).
022600     88 GRP-AU-DESSUS-SEUIL      VALUE 'O'.
022700 01  WS-ENGAGEMENT            PIC S9(13)V99.
022800*
022900*    COMPTEURS
023000 01  WS-NB-LIENS-LUS          PIC 9(07) VALUE ZERO.
023100 01  WS-NB-LIENS-EN-COURS     PIC 9(07) VALUE ZERO.
023200 01  WS-NB-GROUPES            PIC 9(07) VALUE ZERO.
023300 01  WS-NB-GROUPES-SEUIL      PIC 9(07) VALUE ZERO.
023400 01  WS-NB-COMPTES            PIC 9(07) VALUE ZERO.
023500 01  WS-NB-SANS-COURS         PIC 9(07) VALUE ZERO.
023600 01  WS-NB-ANOMALIES          PIC 9(07) VALUE ZERO.
023700 01  WS-TOT-ENGAGEMENT        PIC S9(13)V99 VALUE ZERO.
023800 01  WS-TOT-ENGAGEMENT-SEUIL  PIC S9(13)V99 VALUE ZERO.
023900*
024000*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
024100 01  RL-COMMUN.
024200     05 RL-FONCTION    PIC X(01).
024300     05 RL-PROG        PIC X(08).
024400     05 RL-LUS         PIC 9(09).
024500     05 RL-ECRITS      PIC 9(09).
024600     05 RL-REJETES     PIC 9(09).
024700     05 RL-RC          PIC 9(02).
024800*
024900*------------------------------------------------------*
025000*   LIGNES DES ETATS GRPPOS ET GRPRISK                 *
025100*------------------------------------------------------*
025200 01  LIGNE-TITRE.
025300     05 LT-LIBELLE            PIC X(45).
025400     05 LT-DATE               PIC 9(08).
025500     05 FILLER                PIC X(09) VALUE ' - SEUIL '.
025600     05 LT-SEUIL              PIC Z(9)9.
025700     05 FILLER                PIC X(60) VALUE SPACE.
025800*
025900 01  LIGNE-ENTETE.
026000     05 FILLER                PIC X(50) VALUE
026100        'GROUPE   CLIENT   NOM                  NBCPT      '.
026200     05 FILLER                PIC X(50) VALUE
026300        '      SOLDES    DECOUVERT AUT.   CAPITAL RESTANT  '.
026400     05 FILLER                PIC X(32) VALUE
026500        '      ENGAGEMENT'.
026600*
026700 01  LIGNE-DETAIL.
026800     05 LD-GROUPE             PIC X(08).
026900     05 FILLER                PIC X(01) VALUE SPACE.
027000     05 LD-CLIENT             PIC 9(08).
027100     05 FILLER                PIC X(01) VALUE SPACE.
027200     05 LD-NOM                PIC X(20).
027300     05 FILLER                PIC X(01) VALUE SPACE.
027400     05 LD-NB-CPT             PIC ZZZZ9.
027500     05 FILLER                PIC X(01) VALUE SPACE.
027600     05 LD-SOLDE              PIC -Z(12)9.99.
027700     05 FILLER                PIC X(01) VALUE SPACE.
027800     05 LD-DECOUVERT          PIC Z(13)9.99.
027900     05 FILLER                PIC X(01) VALUE SPACE.
028000     05 LD-CAPITAL            PIC Z(13)9.99.
028100     05 FILLER                PIC X(01) VALUE SPACE.
028200     05 LD-ENGAGEMENT         PIC Z(13)9.99.
028300     05 FILLER                PIC X(01) VALUE SPACE.
028400     05 LD-COMMENTAIRE        PIC X(10).
028500*
028600 01  LIGNE-TOTAL.
028700     05 LTO-LIBELLE           PIC X(40).
028800     05 LTO-NB                PIC Z(6)9.
028900     05 FILLER                PIC X(85) VALUE SPACE.
029000*
029100 01  LIGNE-MONTANT.
029200     05 LTM-LIBELLE           PIC X(40).
029300     05 LTM-MONTANT           PIC -Z(12)9.99.
029400     05 FILLER                PIC X(75) VALUE SPACE.
029500*
029600*======================================================*
029700*          L I N K A G E     S E C T I O N             *
029800*======================================================*
029900 LINKAGE SECTION.
030000 01  LK-PARM.
030100     05 LK-PARM-LEN           PIC S9(4) COMP.
030200     05 LK-PARM-SEUIL         PIC X(10).
030300*
030400*======================================================*
030500*     P R O C E D U R E     D I V I S I O N            *
030600*======================================================*
030700 PROCEDURE DIVISION USING LK-PARM.
030800*----------------------*
030900 0000-MAINLINE.
031000*----------------------*
031100     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
031200     IF RETURN-CODE NOT < 8
031300        GOBACK
031400     END-IF
031500     PERFORM 2000-CHARGER-UN-LIEN THRU 2000-CHARGER-EXIT
031600         UNTIL FIN-FLIENCLI
031700     PERFORM 3000-EVALUER-UN-CLIENT THRU 3000-EVALUER-EXIT
031800         VARYING WS-IND-TCL FROM 1 BY 1
031900         UNTIL WS-IND-TCL > WS-NB-TCL
032000     PERFORM 4000-EDITER-UN-GROUPE THRU 4000-EDITER-EXIT
032100         VARYING WS-IND-TCL FROM 1 BY 1
032200         UNTIL WS-IND-TCL > WS-NB-TCL
032300     PERFORM 9000-TERMINAISON
032400     GOBACK
032500     .
032600*----------------------*
032700 1000-INITIALISATION.
032800*----------------------*
032900     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

033000     MOVE 'D' TO RL-FONCTION
033100     MOVE 'GRPCLI' TO RL-PROG
033200     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
033300     CALL 'pgrunlog' USING RL-COMMUN

033400     IF LK-PARM-LEN >= 10
033500        IF LK-PARM-SEUIL NOT NUMERIC
033600           DISPLAY 'GRPCLI - SEUIL DE CONCENTRATION NON '
033700                   'NUMERIQUE : ' LK-PARM-SEUIL
033800           MOVE 8 TO RETURN-CODE
033900           GO TO 1000-INITIALISATION-EXIT
034000        END-IF
034100        MOVE LK-PARM-SEUIL TO WS-SEUIL
034200     END-IF

034300     OPEN INPUT FLIENCLI
034400     IF NOT FS-FLIENCLI-OK
034500        DISPLAY 'GRPCLI - ERREUR OPEN FLIENCLI - FS='
034600                WS-FS-FLIENCLI
034700        MOVE 12 TO RETURN-CODE
034800        GO TO 1000-INITIALISATION-EXIT
034900     END-IF

035000     OPEN INPUT FCLI
035100     IF NOT FS-FCLI-OK
035200        DISPLAY 'GRPCLI - ERREUR OPEN FCLI - FS='
035300                WS-FS-FCLI
035400        MOVE 12 TO RETURN-CODE
035500        CLOSE FLIENCLI
035600        GO TO 1000-INITIALISATION-EXIT
035700     END-IF

035800     OPEN INPUT FXREF
035900     IF NOT FS-FXREF-OK
036000        DISPLAY 'GRPCLI - ERREUR OPEN FXREF - FS='
036100                WS-FS-FXREF
036200        MOVE 12 TO RETURN-CODE
036300        CLOSE FLIENCLI FCLI
036400        GO TO 1000-INITIALISATION-EXIT
036500     END-IF

036600     OPEN INPUT FCLT
036700     IF NOT FS-FCLT-OK
036800        DISPLAY 'GRPCLI - ERREUR OPEN FCLT - FS='
036900                WS-FS-FCLT
037000        MOVE 12 TO RETURN-CODE
037100        CLOSE FLIENCLI FCLI FXREF
037200        GO TO 1000-INITIALISATION-EXIT
037300     END-IF

037400     OPEN INPUT FPRETSCH
037500     IF NOT FS-FPRETSCH-OK
037600        DISPLAY 'GRPCLI - ERREUR OPEN FPRETSCH - FS='
037700                WS-FS-FPRETSCH
037800        MOVE 12 TO RETURN-CODE
037900        CLOSE FLIENCLI FCLI FXREF FCLT
038000        GO TO 1000-INITIALISATION-EXIT
038100     END-IF

038200     OPEN INPUT FTXDEV
038300     IF NOT FS-FTXDEV-OK
038400        DISPLAY 'GRPCLI - ERREUR OPEN FTXDEV - FS='
038500                WS-FS-FTXDEV
038600        MOVE 12 TO RETURN-CODE
038700        CLOSE FLIENCLI FCLI FXREF FCLT FPRETSCH
038800        GO TO 1000-INITIALISATION-EXIT
038900     END-IF

039000     OPEN OUTPUT GRPPOS
039100     IF NOT FS-GRPPOS-OK
039200        DISPLAY 'GRPCLI - ERREUR OPEN GRPPOS - FS='
039300                WS-FS-GRPPOS
039400        MOVE 12 TO RETURN-CODE
039500        CLOSE FLIENCLI FCLI FXREF FCLT FPRETSCH FTXDEV
039600        GO TO 1000-INITIALISATION-EXIT
039700     END-IF

039800     OPEN OUTPUT GRPRISK
039900     IF NOT FS-GRPRISK-OK
040000        DISPLAY 'GRPCLI - ERREUR OPEN GRPRISK - FS='
040100                WS-FS-GRPRISK
040200        MOVE 12 TO RETURN-CODE
040300        CLOSE FLIENCLI FCLI FXREF FCLT FPRETSCH FTXDEV
040400              GRPPOS
040500        GO TO 1000-INITIALISATION-EXIT
040600     END-IF

040700     PERFORM 1500-CHARGER-UN-COURS THRU 1500-CHARGER-EXIT
040800         UNTIL FIN-FTXDEV
040900     CLOSE FTXDEV

041000     MOVE WS-DATE-JOUR  TO LT-DATE
041100     MOVE WS-SEUIL      TO LT-SEUIL
041200     MOVE 'POSITION CONSOLIDEE DES GROUPES DE CLIENTS AU '
041300       TO LT-LIBELLE
041400     MOVE LIGNE-TITRE   TO REC-GRPPOS
041500     WRITE REC-GRPPOS
041600     MOVE LIGNE-ENTETE  TO REC-GRPPOS
041700     WRITE REC-GRPPOS
041800     MOVE 'COMITE DES RISQUES - GROUPES AU-DELA DU SEUIL '
041900       TO LT-LIBELLE
042000     MOVE LIGNE-TITRE   TO REC-GRPRISK
042100     WRITE REC-GRPRISK
042200     MOVE LIGNE-ENTETE  TO REC-GRPRISK
042300     WRITE REC-GRPRISK
042400     .
042500 1000-INITIALISATION-EXIT.
042600     EXIT.
042700*----------------------*
042800 1500-CHARGER-UN-COURS.
042900*----------------------*
043000*    LE FICHIER EST TRIE PAR DEVISE + DATE CROISSANTES :
043100*    CHAQUE COURS DONT LA DATE NE DEPASSE PAS LE JOUR
043200*    ECRASE LE PRECEDENT DE SA DEVISE
043300     READ FTXDEV
043400         AT END
043500            MOVE 'Y' TO WS-FIN-FTXDEV
043600            GO TO 1500-CHARGER-EXIT
043700     END-READ

043800     IF TXD-DATE-EFFET > WS-DATE-JOUR
043900        GO TO 1500-CHARGER-EXIT
044000     END-IF

044100     MOVE TXD-DEVISE TO WS-DEV-CHERCHE
044200     PERFORM 7000-CHERCHER-COURS
044300     IF COURS-TROUVE
044400        MOVE TXD-COURS TO WS-DEV-COURS(WS-IND-DEV)
044500     ELSE
044600        IF WS-NB-DEV < 20
044700           ADD 1 TO WS-NB-DEV
044800           MOVE TXD-DEVISE TO WS-DEV-CODE(WS-NB-DEV)
044900           MOVE TXD-COURS  TO WS-DEV-COURS(WS-NB-DEV)
045000        ELSE
045100           DISPLAY 'GRPCLI - TABLE DES DEVISES SATUREE - '
045200                   'DEVISE ' TXD-DEVISE ' IGNOREE'
045300           MOVE 4 TO RETURN-CODE
045400        END-IF
045500     END-IF
045600     .
045700 1500-CHARGER-EXIT.
045800     EXIT.
045900*======================================================*
046000*   CONSTITUTION DES GROUPES : CHAQUE LIEN EN COURS    *
046100*   REUNIT LES GROUPES DE SES DEUX CLIENTS. LES DEUX   *
046200*   SENS D'UN LIEN SONT LUS ; LE SECOND NE CHANGE RIEN *
046300*======================================================*
046400*----------------------*
046500 2000-CHARGER-UN-LIEN.
046600*----------------------*
046700     READ FLIENCLI
046800         AT END
046900            MOVE 'Y' TO WS-FIN-FLIENCLI
047000            GO TO 2000-CHARGER-EXIT
047100     END-READ
047200     ADD 1 TO WS-NB-LIENS-LUS

047300     IF LNK-DATE-DEBUT > WS-DATE-JOUR
047400        GO TO 2000-CHARGER-EXIT
047500     END-IF
047600     IF NOT LNK-SANS-FIN AND LNK-DATE-FIN < WS-DATE-JOUR
047700        GO TO 2000-CHARGER-EXIT
047800     END-IF
047900     IF LNK-NUMERO < LNK-NUMERO-LIE
048000        ADD 1 TO WS-NB-LIENS-EN-COURS
048100     END-IF

048200     MOVE LNK-NUMERO TO WS-TCL-CHERCHE
048300     PERFORM 2100-AJOUTER-CLIENT THRU 2100-AJOUTER-EXIT
048400     IF NOT TCL-TROUVE
048500        GO TO 2000-CHARGER-EXIT
048600     END-IF
048700     MOVE WS-IND-TCL TO WS-IND-1

048800     MOVE LNK-NUMERO-LIE TO WS-TCL-CHERCHE
048900     PERFORM 2100-AJOUTER-CLIENT THRU 2100-AJOUTER-EXIT
049000     IF NOT TCL-TROUVE
049100        GO TO 2000-CHARGER-EXIT
049200     END-IF
049300     MOVE WS-IND-TCL TO WS-IND-2

049400     MOVE WS-IND-1 TO WS-IND-R
049500     PERFORM 7200-TROUVER-TETE
049600     MOVE WS-IND-R TO WS-RACINE-1
049700     MOVE WS-IND-2 TO WS-IND-R
049800     PERFORM 7200-TROUVER-TETE
049900     MOVE WS-IND-R TO WS-RACINE-2

050000     IF WS-RACINE-1 = WS-RACINE-2
050100        GO TO 2000-CHARGER-EXIT
050200     END-IF
050300     IF TCL-NUMERO(WS-RACINE-1) < TCL-NUMERO(WS-RACINE-2)
050400        MOVE WS-RACINE-1 TO TCL-PERE(WS-RACINE-2)
050500     ELSE
050600        MOVE WS-RACINE-2 TO TCL-PERE(WS-RACINE-1)
050700     END-IF
050800     .
050900 2000-CHARGER-EXIT.
051000     EXIT.
051100*----------------------*
051200 2100-AJOUTER-CLIENT.
051300*----------------------*
051400*    CLIENT DEJA EN TABLE, SINON AJOUTE COMME TETE D'UN
051500*    GROUPE A LUI SEUL. TABLE PLEINE : LE LIEN EST
051600*    IGNORE ET LE RUN FINIT EN RC 8 (GROUPES INCOMPLETS)
051700     PERFORM 7100-CHERCHER-CLIENT
051800     IF TCL-TROUVE
051900        GO TO 2100-AJOUTER-EXIT
052000     END-IF
052100     IF WS-NB-TCL >= WS-MAX-TCL
052200        IF NOT TABLE-SATUREE
052300           DISPLAY 'GRPCLI - TABLE DES CLIENTS LIES SATUREE ('
052400                   WS-MAX-TCL ') : GROUPES INCOMPLETS'
052500           MOVE 'O' TO WS-TABLE-SATUREE
052600        END-IF
052700        ADD 1 TO WS-NB-ANOMALIES
052800        MOVE 8 TO RETURN-CODE
052900        GO TO 2100-AJOUTER-EXIT
053000     END-IF
053100     ADD 1 TO WS-NB-TCL
053200     MOVE WS-NB-TCL      TO WS-IND-TCL
053300     MOVE WS-TCL-CHERCHE TO TCL-NUMERO(WS-IND-TCL)
053400     MOVE WS-IND-TCL     TO TCL-PERE(WS-IND-TCL)
053500     MOVE WS-IND-TCL     TO TCL-RACINE(WS-IND-TCL)
053600     MOVE SPACE          TO TCL-NOM(WS-IND-TCL)
053700     MOVE ZERO           TO TCL-NB-CPT(WS-IND-TCL)
053800                            TCL-SOLDE(WS-IND-TCL)
053900                            TCL-DECOUVERT(WS-IND-TCL)
054000                            TCL-CAPITAL(WS-IND-TCL)
054100     MOVE 'O'            TO WS-TCL-TROUVE
054200     .
054300 2100-AJOUTER-EXIT.
054400     EXIT.
054500*======================================================*
054600*   POSITION DE CHAQUE CLIENT LIE : SES COMPTES        *
054700*   (FCLICPT) LUS DANS CLIENT.DAT ; PRETS (NATURE 20)  *
054800*   PAR LEUR PLAN FPRETSCH                             *
054900*======================================================*
055000*----------------------*
055100 3000-EVALUER-UN-CLIENT.
055200*----------------------*
055300     MOVE WS-IND-TCL TO WS-IND-R
055400     PERFORM 7200-TROUVER-TETE
055500     MOVE WS-IND-R TO TCL-RACINE(WS-IND-TCL)

055600     MOVE TCL-NUMERO(WS-IND-TCL) TO E-NUMERO
055700     READ FCLI
055800         INVALID KEY
055900            MOVE '** CLIENT INCONNU **' TO TCL-NOM(WS-IND-TCL)
056000            DISPLAY 'GRPCLI - CLIENT LIE ABSENT DE FCLIENTS : '
056100                    TCL-NUMERO(WS-IND-TCL)
056200            ADD 1 TO WS-NB-ANOMALIES
056300            GO TO 3000-EVALUER-EXIT
056400     END-READ
056500     MOVE E-NOM-CLI TO TCL-NOM(WS-IND-TCL)

056600     MOVE TCL-NUMERO(WS-IND-TCL) TO XRF-NUMERO
056700     MOVE ZERO                   TO XRF-SUFFIXE
056800     MOVE 'N'                    TO WS-FIN-XREF
056900     START FXREF KEY IS NOT LESS THAN XRF-CLE
057000         INVALID KEY
057100            GO TO 3000-EVALUER-EXIT
057200     END-START
057300     PERFORM 3100-EVALUER-COMPTE THRU 3100-EVALUER-EXIT
057400         UNTIL FIN-XREF
057500     .
057600 3000-EVALUER-EXIT.
057700     EXIT.
057800*----------------------*
057900 3100-EVALUER-COMPTE.
058000*----------------------*
058100     READ FXREF NEXT RECORD
058200         AT END
058300            MOVE 'Y' TO WS-FIN-XREF
058400            GO TO 3100-EVALUER-EXIT
058500     END-READ
058600     IF XRF-NUMERO NOT = TCL-NUMERO(WS-IND-TCL)
058700        MOVE 'Y' TO WS-FIN-XREF
058800        GO TO 3100-EVALUER-EXIT
058900     END-IF

059000     MOVE XRF-ID-CPTE TO ID-CPTE
059100     READ FCLT
059200         INVALID KEY
059300            DISPLAY 'GRPCLI - COMPTE FCLICPT ABSENT DE '
059400                    'CLIENT.DAT : ' XRF-ID-CPTE
059500            ADD 1 TO WS-NB-ANOMALIES
059600            GO TO 3100-EVALUER-EXIT
059700     END-READ
059800     ADD 1 TO WS-NB-COMPTES
059900     ADD 1 TO TCL-NB-CPT(WS-IND-TCL)

060000*    PRET : LE CAPITAL RESTANT DU REMPLACE LE SOLDE
060100     IF NAT-CPTE = 20
060200        PERFORM 3200-CAPITAL-RESTANT THRU 3200-CAPITAL-EXIT
060300        GO TO 3100-EVALUER-EXIT
060400     END-IF

060500*    CONTRE-VALEUR EN MONNAIE DE TENUE (REGLE PARTI22 :
060600*    SANS COURS, LE MONTANT EST REPRIS AU NOMINAL)
060700     MOVE SLD-CLT TO WS-CV-SOLDE
060800     MOVE DEC-CLT TO WS-CV-DECOUVERT
060900     IF DEV-CLT NOT = SPACE
061000        MOVE DEV-CLT TO WS-DEV-CHERCHE
061100        PERFORM 7000-CHERCHER-COURS
061200        IF COURS-TROUVE
061300           COMPUTE WS-CV-SOLDE ROUNDED =
061400                   SLD-CLT * WS-DEV-COURS(WS-IND-DEV)
061500           COMPUTE WS-CV-DECOUVERT ROUNDED =
061600                   DEC-CLT * WS-DEV-COURS(WS-IND-DEV)
061700        ELSE
061800           DISPLAY 'GRPCLI - COURS ABSENT POUR LA DEVISE '
061900                   DEV-CLT ' - COMPTE ' ID-CPTE
062000                   ' REPRIS AU NOMINAL'
062100           ADD 1 TO WS-NB-SANS-COURS
062200           IF RETURN-CODE < 4
062300              MOVE 4 TO RETURN-CODE
062400           END-IF
062500        END-IF
062600     END-IF
062700     ADD WS-CV-SOLDE     TO TCL-SOLDE(WS-IND-TCL)
062800     ADD WS-CV-DECOUVERT TO TCL-DECOUVERT(WS-IND-TCL)
062900     .
063000 3100-EVALUER-EXIT.
063100     EXIT.
063200*----------------------*
063300 3200-CAPITAL-RESTANT.
063400*----------------------*
063500*    PART CAPITAL DES ECHEANCES NON ENCORE PRELEVEES ;
063600*    LES LIGNES REMPLACEES (PRETANT) NE COMPTENT PAS
063700     MOVE ID-CPTE TO PSH-ID-CPTE
063800     MOVE ZERO    TO PSH-NUM-ECH
063900     START FPRETSCH KEY IS NOT LESS THAN PSH-CLE
064000         INVALID KEY
064100            GO TO 3200-CAPITAL-EXIT
064200     END-START
064300     MOVE 'N' TO WS-FIN-BALAYAGE
064400     PERFORM 3210-LIRE-UNE-ECHEANCE
064500         UNTIL FIN-BALAYAGE
064600     .
064700 3200-CAPITAL-EXIT.
064800     EXIT.
064900*----------------------*
065000 3210-LIRE-UNE-ECHEANCE.
065100*----------------------*
065200     READ FPRETSCH NEXT RECORD
065300         AT END
065400            MOVE 'Y' TO WS-FIN-BALAYAGE
065500     END-READ
065600     IF NOT FIN-BALAYAGE
065700        IF PSH-ID-CPTE NOT = ID-CPTE
065800           MOVE 'Y' TO WS-FIN-BALAYAGE
065900        ELSE
066000           IF PSH-A-PRELEVER
066100              ADD PSH-PART-CAPITAL TO TCL-CAPITAL(WS-IND-TCL)
066200           END-IF
066300        END-IF
066400     END-IF
066500     .
066600*======================================================*
066700*   EDITION : UN BLOC PAR GROUPE (TETE DE GROUPE DE    *
066800*   DEUX MEMBRES AU MOINS), REPRIS SUR GRPRISK QUAND   *
066900*   SON ENGAGEMENT DEPASSE LE SEUIL                    *
067000*======================================================*
067100*----------------------*
067200 4000-EDITER-UN-GROUPE.
067300*----------------------*
067400     IF TCL-RACINE(WS-IND-TCL) NOT = WS-IND-TCL
067500        GO TO 4000-EDITER-EXIT
067600     END-IF

067700     MOVE ZERO TO WS-GRP-NB-MEMBRES WS-GRP-NB-CPT
067800                  WS-GRP-SOLDE WS-GRP-DECOUVERT
067900                  WS-GRP-CAPITAL
068000     PERFORM 4100-CUMULER-MEMBRE
068100         VARYING WS-IND-MBR FROM 1 BY 1
068200         UNTIL WS-IND-MBR > WS-NB-TCL
068300     IF WS-GRP-NB-MEMBRES < 2
068400        GO TO 4000-EDITER-EXIT
068500     END-IF

068600     COMPUTE WS-GRP-ENGAGEMENT =
068700             WS-GRP-DECOUVERT + WS-GRP-CAPITAL
068800     ADD 1 TO WS-NB-GROUPES
068900     ADD WS-GRP-ENGAGEMENT TO WS-TOT-ENGAGEMENT
069000     MOVE 'N' TO WS-GRP-AU-SEUIL
069100     IF WS-GRP-ENGAGEMENT > WS-SEUIL
069200        MOVE 'O' TO WS-GRP-AU-SEUIL
069300        ADD 1 TO WS-NB-GROUPES-SEUIL
069400        ADD WS-GRP-ENGAGEMENT TO WS-TOT-ENGAGEMENT-SEUIL
069500     END-IF

069600     MOVE SPACE TO REC-GRPPOS
069700     WRITE REC-GRPPOS
069800     IF GRP-AU-DESSUS-SEUIL
069900        MOVE SPACE TO REC-GRPRISK
070000        WRITE REC-GRPRISK
070100     END-IF
070200     PERFORM 4200-EDITER-MEMBRE
070300         VARYING WS-IND-MBR FROM 1 BY 1
070400         UNTIL WS-IND-MBR > WS-NB-TCL
070500     PERFORM 4300-EDITER-TOTAL-GROUPE
070600     .
070700 4000-EDITER-EXIT.
070800     EXIT.
070900*----------------------*
071000 4100-CUMULER-MEMBRE.
071100*----------------------*
071200     IF TCL-RACINE(WS-IND-MBR) = WS-IND-TCL
071300        ADD 1                       TO WS-GRP-NB-MEMBRES
071400        ADD TCL-NB-CPT(WS-IND-MBR)    TO WS-GRP-NB-CPT
071500        ADD TCL-SOLDE(WS-IND-MBR)     TO WS-GRP-SOLDE
071600        ADD TCL-DECOUVERT(WS-IND-MBR) TO WS-GRP-DECOUVERT
071700        ADD TCL-CAPITAL(WS-IND-MBR)   TO WS-GRP-CAPITAL
071800     END-IF
071900     .
072000*----------------------*
072100 4200-EDITER-MEMBRE.
072200*----------------------*
072300     IF TCL-RACINE(WS-IND-MBR) NOT = WS-IND-TCL
072400        GO TO 4200-EDITER-EXIT
072500     END-IF
072600     MOVE SPACE TO LIGNE-DETAIL
072700     IF WS-IND-MBR = WS-IND-TCL
072800        MOVE TCL-NUMERO(WS-IND-TCL) TO LD-GROUPE
072900     END-IF
073000     MOVE TCL-NUMERO(WS-IND-MBR)    TO LD-CLIENT
073100     MOVE TCL-NOM(WS-IND-MBR)       TO LD-NOM
073200     MOVE TCL-NB-CPT(WS-IND-MBR)    TO LD-NB-CPT
073300     MOVE TCL-SOLDE(WS-IND-MBR)     TO LD-SOLDE
073400     MOVE TCL-DECOUVERT(WS-IND-MBR) TO LD-DECOUVERT
073500     MOVE TCL-CAPITAL(WS-IND-MBR)   TO LD-CAPITAL
073600     COMPUTE WS-ENGAGEMENT = TCL-DECOUVERT(WS-IND-MBR)
073700                           + TCL-CAPITAL(WS-IND-MBR)
073800     MOVE WS-ENGAGEMENT             TO LD-ENGAGEMENT
073900     MOVE LIGNE-DETAIL TO REC-GRPPOS
074000     WRITE REC-GRPPOS
074100     IF GRP-AU-DESSUS-SEUIL
074200        MOVE LIGNE-DETAIL TO REC-GRPRISK
074300        WRITE REC-GRPRISK
074400     END-IF
074500     .
074600 4200-EDITER-EXIT.
074700     EXIT.
074800*----------------------*
074900 4300-EDITER-TOTAL-GROUPE.
075000*----------------------*
075100     MOVE SPACE                  TO LIGNE-DETAIL
075200     MOVE 'TOTAL'                TO LD-GROUPE
075300     MOVE TCL-NUMERO(WS-IND-TCL) TO LD-CLIENT
075400     STRING WS-GRP-NB-MEMBRES ' MEMBRES'
075500         DELIMITED BY SIZE INTO LD-NOM
075600     END-STRING
075700     MOVE WS-GRP-NB-CPT          TO LD-NB-CPT
075800     MOVE WS-GRP-SOLDE           TO LD-SOLDE
075900     MOVE WS-GRP-DECOUVERT       TO LD-DECOUVERT
076000     MOVE WS-GRP-CAPITAL         TO LD-CAPITAL
076100     MOVE WS-GRP-ENGAGEMENT      TO LD-ENGAGEMENT
076200     IF GRP-AU-DESSUS-SEUIL
076300        MOVE '** SEUIL'          TO LD-COMMENTAIRE
076400     END-IF
076500     MOVE LIGNE-DETAIL TO REC-GRPPOS
076600     WRITE REC-GRPPOS
076700     IF GRP-AU-DESSUS-SEUIL
076800        MOVE LIGNE-DETAIL TO REC-GRPRISK
076900        WRITE REC-GRPRISK
077000     END-IF
077100     .
077200*----------------------*
077300 7000-CHERCHER-COURS.
077400*----------------------*
077500     MOVE 'N' TO WS-COURS-TROUVE
077600     MOVE 1   TO WS-IND-DEV
077700     PERFORM 7010-COMPARER-COURS
077800         UNTIL COURS-TROUVE OR WS-IND-DEV > WS-NB-DEV
077900     .
078000*----------------------*
078100 7010-COMPARER-COURS.
078200*----------------------*
078300     IF WS-DEV-CODE(WS-IND-DEV) = WS-DEV-CHERCHE
078400        MOVE 'O' TO WS-COURS-TROUVE
078500     ELSE
078600        ADD 1 TO WS-IND-DEV
078700     END-IF
078800     .
078900*----------------------*
079000 7100-CHERCHER-CLIENT.
079100*----------------------*
079200     MOVE 'N' TO WS-TCL-TROUVE
079300     MOVE 1   TO WS-IND-TCL
079400     PERFORM 7110-COMPARER-CLIENT
079500         UNTIL TCL-TROUVE OR WS-IND-TCL > WS-NB-TCL
079600     .
079700*----------------------*
079800 7110-COMPARER-CLIENT.
079900*----------------------*
080000     IF TCL-NUMERO(WS-IND-TCL) = WS-TCL-CHERCHE
080100        MOVE 'O' TO WS-TCL-TROUVE
080200     ELSE
080300        ADD 1 TO WS-IND-TCL
080400     END-IF
080500     .
080600*----------------------*
080700 7200-TROUVER-TETE.
080800*----------------------*
080900*    REMONTE DE WS-IND-R JUSQU'A LA TETE DE SON GROUPE
081000     PERFORM 7210-REMONTER
081100         UNTIL TCL-PERE(WS-IND-R) = WS-IND-R
081200     .
081300*----------------------*
081400 7210-REMONTER.
081500*----------------------*
081600     MOVE TCL-PERE(WS-IND-R) TO WS-IND-R
081700     .
081800*----------------------*
081900 8100-ECRIRE-TOTAUX.
082000*----------------------*
082100     MOVE 'LIENS LUS (DEUX SENS)                  '
082200       TO LTO-LIBELLE
082300     MOVE WS-NB-LIENS-LUS TO LTO-NB
082400     MOVE LIGNE-TOTAL TO REC-GRPPOS
082500     WRITE REC-GRPPOS AFTER ADVANCING PAGE
082600     MOVE 'LIENS EN COURS                         '
082700       TO LTO-LIBELLE
082800     MOVE WS-NB-LIENS-EN-COURS TO LTO-NB
082900     MOVE LIGNE-TOTAL TO REC-GRPPOS
083000     WRITE REC-GRPPOS
083100     MOVE 'CLIENTS LIES                           '
083200       TO LTO-LIBELLE
083300     MOVE WS-NB-TCL TO LTO-NB
083400     MOVE LIGNE-TOTAL TO REC-GRPPOS
083500     WRITE REC-GRPPOS
083600     MOVE 'GROUPES                                '
083700       TO LTO-LIBELLE
083800     MOVE WS-NB-GROUPES TO LTO-NB
083900     MOVE LIGNE-TOTAL TO REC-GRPPOS
084000     WRITE REC-GRPPOS
084100     MOVE 'ENGAGEMENT DES GROUPES                 '
084200       TO LTM-LIBELLE
084300     MOVE WS-TOT-ENGAGEMENT TO LTM-MONTANT
084400     MOVE LIGNE-MONTANT TO REC-GRPPOS
084500     WRITE REC-GRPPOS
084600     MOVE 'GROUPES AU-DELA DU SEUIL               '
084700       TO LTO-LIBELLE
084800     MOVE WS-NB-GROUPES-SEUIL TO LTO-NB
084900     MOVE LIGNE-TOTAL TO REC-GRPPOS
085000     WRITE REC-GRPPOS
085100     MOVE LIGNE-TOTAL TO REC-GRPRISK
085200     WRITE REC-GRPRISK AFTER ADVANCING PAGE
085300     MOVE 'ENGAGEMENT DES GROUPES AU-DELA DU SEUIL'
085400       TO LTM-LIBELLE
085500     MOVE WS-TOT-ENGAGEMENT-SEUIL TO LTM-MONTANT
085600     MOVE LIGNE-MONTANT TO REC-GRPPOS
085700     WRITE REC-GRPPOS
085800     MOVE LIGNE-MONTANT TO REC-GRPRISK
085900     WRITE REC-GRPRISK
086000     MOVE 'COMPTES SANS COURS (AU NOMINAL)        '
086100       TO LTO-LIBELLE
086200     MOVE WS-NB-SANS-COURS TO LTO-NB
086300     MOVE LIGNE-TOTAL TO REC-GRPPOS
086400     WRITE REC-GRPPOS
086500     MOVE 'ANOMALIES (VOIR SYSOUT)                '
086600       TO LTO-LIBELLE
086700     MOVE WS-NB-ANOMALIES TO LTO-NB
086800     MOVE LIGNE-TOTAL TO REC-GRPPOS
086900     WRITE REC-GRPPOS
087000     .
087100*----------------------*
087200 9000-TERMINAISON.
087300*----------------------*
087400     PERFORM 8100-ECRIRE-TOTAUX

087500     CLOSE FLIENCLI
087600     CLOSE FCLI
087700     CLOSE FXREF
087800     CLOSE FCLT
087900     CLOSE FPRETSCH
088000     CLOSE GRPPOS
088100     CLOSE GRPRISK

088200     DISPLAY 'GRPCLI - LIENS LUS            : ' WS-NB-LIENS-LUS
088300     DISPLAY 'GRPCLI - LIENS EN COURS       : '
088400             WS-NB-LIENS-EN-COURS
088500     DISPLAY 'GRPCLI - CLIENTS LIES         : ' WS-NB-TCL
088600     DISPLAY 'GRPCLI - COMPTES EVALUES      : ' WS-NB-COMPTES
088700     DISPLAY 'GRPCLI - GROUPES              : ' WS-NB-GROUPES
088800     DISPLAY 'GRPCLI - GROUPES AU-DELA SEUIL: '
088900             WS-NB-GROUPES-SEUIL
089000     DISPLAY 'GRPCLI - ANOMALIES            : '
089100             WS-NB-ANOMALIES

089200     IF WS-NB-ANOMALIES > ZERO AND RETURN-CODE < 4
089300        MOVE 4 TO RETURN-CODE
089400     END-IF

089500     MOVE 'F' TO RL-FONCTION
089600     MOVE 'GRPCLI' TO RL-PROG
089700     MOVE WS-NB-LIENS-LUS TO RL-LUS
089800     MOVE WS-NB-GROUPES TO RL-ECRITS
089900     MOVE WS-NB-ANOMALIES TO RL-REJETES
090000     MOVE RETURN-CODE TO RL-RC
090100     CALL 'pgrunlog' USING RL-COMMUN
090200     .

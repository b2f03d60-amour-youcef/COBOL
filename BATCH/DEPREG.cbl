000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    DEPREG.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - DECLARATION MENSUELLE DES
001400*                   DEPOTS A LA BANQUE CENTRALE (JCL
001500*                   MOISCLI, APRES L'ARRETE DE FIN DE MOIS
001600*                   ET LA BALANCE PARTI22 DE L'ARRETE).
001700*                   LES SOLDES CREDITEURS DE CLIENT.DAT SONT
001800*                   VENTILES PAR NATURE (DV = DEPOTS A VUE,
001900*                   NATURES 01-04 ; ER = EPARGNE
002000*                   REGLEMENTEE, 05-09 ; DT = DEPOTS A
002100*                   TERME, 10), REGION, DEVISE ET TYPE DE
002200*                   TITULAIRE (E-TYPE-CLI DE FCLIENTS VIA
002300*                   FCLICPT), CONTRE-VALORISES AUX COURS
002400*                   FTXDEV DE L'ARRETE. FICHIER DECLARATIF
002500*                   DEPDECL A LONGUEUR FIXE (ENTETE ET FIN
002600*                   pgctlfic). LE TOTAL GENERAL, AUGMENTE
002700*                   DES SOLDES DEBITEURS, DES PRETS (NATURE
002800*                   20) ET DES NATURES HORS DEPOTS, EST
002900*                   RAPPROCHE DE LA LIGNE BALHIST (PARTI22)
003000*                   DE LA DATE D'ARRETE : RC 8 SI ECART OU
003100*                   SI LA LIGNE EST ABSENTE.
003200*--------------------------------------------------------
003300*
003400*======================================================*
003500*   E N V I R O N M E N T       D I V I S I O N        *
003600*======================================================*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-390.
004000 OBJECT-COMPUTER. IBM-390.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT FCLT       ASSIGN TO FCLT
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS ID-CPTE
004700         FILE STATUS IS WS-FS-FCLT.

004800     SELECT FXREF      ASSIGN TO FXREF
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS XRF-CLE
005200         ALTERNATE RECORD KEY IS XRF-ID-CPTE
005300         FILE STATUS IS WS-FS-FXREF.

005400     SELECT FCLI       ASSIGN TO FCLI
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS E-NUMERO
005800         FILE STATUS IS WS-FS-FCLI.

005900     SELECT FTXDEV     ASSIGN TO FTXDEV
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS TXD-CLE
006300         FILE STATUS IS WS-FS-FTXDEV.

006400     SELECT FBALH      ASSIGN TO FBALH
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-FS-FBALH.

006700     SELECT DEPDECL    ASSIGN TO DEPDECL
006800         ORGANIZATION IS SEQUENTIAL
006900         FILE STATUS IS WS-FS-DEPDECL.

007000     SELECT DEPRAP     ASSIGN TO DEPRAP
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-FS-DEPRAP.

007300     SELECT SRTDEP     ASSIGN TO SRTDEP.
007400*
007500*======================================================*
007600*           D A T A         D I V I S I O N            *
007700*======================================================*
007800 DATA DIVISION.
007900 FILE SECTION.
008000*
008100 FD  FCLT
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  REC-CLT.
008400     05  ID-CPTE    PIC X(08).
008500     05  ID-REGION  PIC X(02).
008600     05  NAT-CPTE   PIC 9(02).
008700     05  FILLER     PIC X(31).
008800     05  STS-CLT    PIC X(01).
008900     05  FILLER     PIC X(10).
009000     05  SLD-CLT    PIC S9(08)V99.
009100     05  FILLER     PIC X(12).
009200*    DEVISE DU COMPTE (BLANC = MONNAIE DE TENUE)
009300     05  DEV-CLT    PIC X(02).
009400     05  AGC-CLT    PIC X(02).
009500*
009600 FD  FXREF
009700     RECORD CONTAINS 80 CHARACTERS.
009800     COPY FCLICPT.
009900*
010000 FD  FCLI
010100     RECORD CONTAINS 400 CHARACTERS.
010200     COPY FCLIENTS.
010300*
010400 FD  FTXDEV
010500     RECORD CONTAINS 80 CHARACTERS.
010600     COPY FTXDEV.
010700*
010800*    HISTORIQUE DES BALANCES PARTI22 (UNE LIGNE PAR RUN)
010900 FD  FBALH
011000     RECORD CONTAINS 80 CHARACTERS.
011100 01  REC-BALH.
011200     05  BH-DATE        PIC 9(08).
011300     05  BH-NB-COMPTES  PIC 9(07).
011400     05  BH-TOTAL       PIC S9(11)V99.
011500     05  FILLER         PIC X(52).
011600*
011700*    FICHIER DECLARATIF : ENTETE pgctlfic, UNE LIGNE PAR
011800*    NATURE + REGION + DEVISE + TYPE DE TITULAIRE, FIN
011900*    pgctlfic (NOMBRE DE LIGNES, TOTAL DES CONTRE-VALEURS)
012000 FD  DEPDECL
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  REC-DEPDECL.
012300     05  DCL-TYPE-ENREG   PIC X(01).
012400     05  DCL-DATE-ARRETE  PIC 9(08).
012500     05  DCL-NATURE       PIC X(02).
012600     05  DCL-REGION       PIC X(02).
012700     05  DCL-DEVISE       PIC X(02).
012800     05  DCL-TITULAIRE    PIC X(01).
012900     05  DCL-NB-COMPTES   PIC 9(07).
013000     05  DCL-MT-DEVISE    PIC 9(13)V99.
013100     05  DCL-COURS        PIC 9(03)V9(06).
013200     05  DCL-CONTRE-VAL   PIC 9(13)V99.
013300     05  FILLER           PIC X(18).
013400*
013500 FD  DEPRAP
013600     RECORD CONTAINS 132 CHARACTERS.
013700 01  REC-DEPRAP               PIC X(132).
013800*
013900 SD  SRTDEP.
014000 01  SRT-DEPOT.
014100     05  SRT-NATURE       PIC X(02).
014200     05  SRT-REGION       PIC X(02).
014300     05  SRT-DEVISE       PIC X(02).
014400     05  SRT-TITULAIRE    PIC X(01).
014500     05  SRT-SOLDE        PIC 9(08)V99.
014600     05  SRT-CONTRE-VAL   PIC 9(11)V99.
014700*
014800*------------------------------------------------------*
014900 WORKING-STORAGE SECTION.
015000*------------------------------------------------------*
015100*
015200 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
015300     88 FS-FCLT-OK               VALUE '00'.
015400 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
015500     88 FS-FXREF-OK              VALUE '00'.
015600 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
015700     88 FS-FCLI-OK               VALUE '00'.
015800 01  WS-FS-FTXDEV             PIC X(02) VALUE SPACE.
015900     88 FS-FTXDEV-OK             VALUE '00'.
016000 01  WS-FS-FBALH              PIC X(02) VALUE SPACE.
016100     88 FS-FBALH-OK              VALUE '00'.
016200 01  WS-FS-DEPDECL            PIC X(02) VALUE SPACE.
016300     88 FS-DEPDECL-OK            VALUE '00'.
016400 01  WS-FS-DEPRAP             PIC X(02) VALUE SPACE.
016500     88 FS-DEPRAP-OK             VALUE '00'.
016600*
016700 01  WS-FIN-FCLT              PIC X(01) VALUE 'N'.
016800     88 FIN-FCLT                 VALUE 'Y'.
016900 01  WS-FIN-FTXDEV            PIC X(01) VALUE 'N'.
017000     88 FIN-FTXDEV               VALUE 'Y'.
017100 01  WS-FIN-FBALH             PIC X(01) VALUE 'N'.
017200     88 FIN-FBALH                VALUE 'Y'.
017300 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
017400     88 FIN-TRI                  VALUE 'Y'.
017500*
017600*    DATE D'ARRETE = DATE DU RUN (FIN DE MOIS MOISCLI)
017700 01  WS-DATE-ARRETE           PIC 9(08).
017800*
017900*    COURS EN VIGUEUR PAR DEVISE (REGLE FTAUXNAT : LA
018000*    DERNIERE DATE D'EFFET QUI NE DEPASSE PAS L'ARRETE)
018100 01  WS-NB-DEV                PIC S9(4) COMP VALUE ZERO.
018200 01  WS-IND-DEV               PIC S9(4) COMP.
018300 01  WS-TAB-DEV.
018400     05 WS-DEV OCCURS 20.
018500        10 WS-DEV-CODE        PIC X(02).
018600        10 WS-DEV-COURS       PIC 9(03)V9(06).
018700 01  WS-COURS-TROUVE          PIC X(01) VALUE 'N'.
018800     88 COURS-TROUVE             VALUE 'O'.
018900 01  WS-DEV-CHERCHE           PIC X(02).
019000 01  WS-CONTRE-VALEUR         PIC S9(11)V99.
019100*
019200*    COMPTE EN COURS
019300 01  WS-NATURE                PIC X(02).
019400     88 NATURE-DEPOT             VALUE 'DV' 'ER' 'DT'.
019500 01  WS-TITULAIRE             PIC X(01).
019600*
019700*    COMPTEURS ET CUMULS DU RAPPROCHEMENT (MONNAIE DE
019800*    TENUE) : DEPOTS DECLARES + ELEMENTS HORS DECLARATION
019900*    = BALANCE PARTI22 DE L'ARRETE
020000 01  WS-NB-COMPTES-LUS        PIC 9(07) VALUE ZERO.
020100 01  WS-NB-DEPOTS             PIC 9(07) VALUE ZERO.
020200 01  WS-NB-DEBITEURS          PIC 9(07) VALUE ZERO.
020300 01  WS-NB-PRETS              PIC 9(07) VALUE ZERO.
020400 01  WS-NB-HORS-NATURE        PIC 9(07) VALUE ZERO.
020500 01  WS-NB-SANS-COURS         PIC 9(07) VALUE ZERO.
020600 01  WS-NB-NON-RATTACHES      PIC 9(07) VALUE ZERO.
020700 01  WS-NB-LIGNES             PIC 9(07) VALUE ZERO.
020800 01  WS-TOT-DEPOTS            PIC S9(13)V99 VALUE ZERO.
020900 01  WS-TOT-DEBITEURS         PIC S9(13)V99 VALUE ZERO.
021000 01  WS-TOT-PRETS             PIC S9(13)V99 VALUE ZERO.
021100 01  WS-TOT-HORS-NATURE       PIC S9(13)V99 VALUE ZERO.
021200 01  WS-TOT-GENERAL           PIC S9(13)V99 VALUE ZERO.
021300 01  WS-HASH-DECL             PIC 9(13)V99 VALUE ZERO.
021400*
021500*    LIGNE BALHIST DE L'ARRETE (LA DERNIERE DE LA DATE)
021600 01  WS-BALH-TROUVEE          PIC X(01) VALUE 'N'.
021700     88 BALH-TROUVEE             VALUE 'O'.
021800 01  WS-BALH-NB               PIC 9(07) VALUE ZERO.
021900 01  WS-BALH-TOTAL            PIC S9(11)V99 VALUE ZERO.
022000*
022100*    RUPTURE DE LA PROCEDURE DE SORTIE DU TRI
022200 01  WS-PREMIER               PIC X(01) VALUE 'O'.
022300     88 PREMIERE-LIGNE           VALUE 'O'.
022400 01  WS-CLE-COURANTE.
022500     05 WS-CLE-NATURE         PIC X(02).
022600     05 WS-CLE-REGION         PIC X(02).
022700     05 WS-CLE-DEVISE         PIC X(02).
022800     05 WS-CLE-TITULAIRE      PIC X(01).
022900 01  WS-CLE-LUE.
023000     05 WS-LUE-NATURE         PIC X(02).
023100     05 WS-LUE-REGION         PIC X(02).
023200     05 WS-LUE-DEVISE         PIC X(02).
023300     05 WS-LUE-TITULAIRE      PIC X(01).
023400 01  WS-GRP-NB                PIC 9(07).
023500 01  WS-GRP-DEVISE            PIC 9(13)V99.
023600 01  WS-GRP-CONTRE-VAL        PIC 9(13)V99.
023700*
023800*    CONTROLE DU FICHIER PRODUIT (MODULE pgctlfic)
023900 01  CTL-COMMUN.
024000     05 CTL-FONCTION          PIC X(01).
024100     05 CTL-PROG              PIC X(08).
024200     05 CTL-DATE              PIC 9(08).
024300     05 CTL-COMPTEUR          PIC 9(09).
024400     05 CTL-HASH              PIC 9(13)V99.
024500     05 CTL-RC                PIC X(01).
024600     05 CTL-ENREG             PIC X(53).
024700*
024800*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
024900 01  RL-COMMUN.
025000     05 RL-FONCTION    PIC X(01).
025100     05 RL-PROG        PIC X(08).
025200     05 RL-LUS         PIC 9(09).
025300     05 RL-ECRITS      PIC 9(09).
025400     05 RL-REJETES     PIC 9(09).
025500     05 RL-RC          PIC 9(02).
025600*
025700*------------------------------------------------------*
025800*   LIGNES DE L'ETAT DE CONTROLE DEPRAP                *
025900*------------------------------------------------------*
026000 01  LIGNE-TITRE.
026100     05 FILLER                PIC X(45) VALUE
026200        'DECLARATION DES DEPOTS - ARRETE DU           '.
026300     05 LT-DATE               PIC 9(08).
026400     05 FILLER                PIC X(79) VALUE SPACE.
026500*
026600 01  LIGNE-ENTETE.
026700     05 FILLER                PIC X(50) VALUE
026800        'NAT REG DEV TIT  NB COMPTES     MONTANT EN DEVISE'.
026900     05 FILLER                PIC X(30) VALUE
027000        '       COURS    CONTRE-VALEUR'.
027100     05 FILLER                PIC X(52) VALUE SPACE.
027200*
027300 01  LIGNE-DETAIL.
027400     05 LD-NATURE             PIC X(02).
027500     05 FILLER                PIC X(02) VALUE SPACE.
027600     05 LD-REGION             PIC X(02).
027700     05 FILLER                PIC X(02) VALUE SPACE.
027800     05 LD-DEVISE             PIC X(02).
027900     05 FILLER                PIC X(03) VALUE SPACE.
028000     05 LD-TITULAIRE          PIC X(01).
028100     05 FILLER                PIC X(04) VALUE SPACE.
028200     05 LD-NB                 PIC ZZZZZZ9.
028300     05 FILLER                PIC X(02) VALUE SPACE.
028400     05 LD-MT-DEVISE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028500     05 FILLER                PIC X(02) VALUE SPACE.
028600     05 LD-COURS              PIC ZZ9.999999.
028700     05 FILLER                PIC X(02) VALUE SPACE.
028800     05 LD-CONTRE-VAL         PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
028900     05 FILLER                PIC X(55) VALUE SPACE.
029000*
029100 01  LIGNE-RAPPRO.
029200     05 LR-LIBELLE            PIC X(44).
029300     05 LR-NB                 PIC ZZZZZZ9.
029400     05 FILLER                PIC X(02) VALUE SPACE.
029500     05 LR-MONTANT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
029600     05 FILLER                PIC X(60) VALUE SPACE.
029700*
029800*======================================================*
029900*     P R O C E D U R E     D I V I S I O N            *
030000*======================================================*
030100 PROCEDURE DIVISION.
030200*----------------------*
030300 0000-MAINLINE.
030400*----------------------*
030500     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
030600     IF RETURN-CODE NOT < 12
030700        GOBACK
030800     END-IF

030900*    TRI DES DEPOTS PAR NATURE, REGION, DEVISE, TITULAIRE
031000     SORT SRTDEP
031100         ON ASCENDING KEY SRT-NATURE SRT-REGION
031200                          SRT-DEVISE SRT-TITULAIRE
031300         INPUT PROCEDURE IS 2000-VENTILER-COMPTES
031400             THRU 2000-VENTILER-EXIT
031500         OUTPUT PROCEDURE IS 3000-ECRIRE-DECLARATION
031600             THRU 3000-ECRIRE-EXIT
031700     IF SORT-RETURN NOT = ZERO
031800        DISPLAY 'DEPREG - ECHEC DU TRI DES DEPOTS - RC='
031900                SORT-RETURN
032000        MOVE 12 TO RETURN-CODE
032100     END-IF

032200     PERFORM 8000-ECRIRE-TRAILER
032300     PERFORM 8500-RAPPROCHER-BALHIST
032400     PERFORM 9000-TERMINAISON
032500     GOBACK
032600     .
032700*----------------------*
032800 1000-INITIALISATION.
032900*----------------------*
033000     ACCEPT WS-DATE-ARRETE FROM DATE YYYYMMDD

033100     MOVE 'D' TO RL-FONCTION
033200     MOVE 'DEPREG' TO RL-PROG
033300     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
033400     CALL 'pgrunlog' USING RL-COMMUN

033500     OPEN INPUT FTXDEV
033600     IF NOT FS-FTXDEV-OK
033700        DISPLAY 'DEPREG - ERREUR OPEN FTXDEV - FS='
033800                WS-FS-FTXDEV
033900        MOVE 12 TO RETURN-CODE
034000        GO TO 1000-INITIALISATION-EXIT
034100     END-IF
034200     PERFORM 1500-CHARGER-UN-COURS THRU 1500-CHARGER-EXIT
034300         UNTIL FIN-FTXDEV
034400     CLOSE FTXDEV

034500     OPEN INPUT FCLT
034600     IF NOT FS-FCLT-OK
034700        DISPLAY 'DEPREG - ERREUR OPEN FCLT - FS='
034800                WS-FS-FCLT
034900        MOVE 12 TO RETURN-CODE
035000        GO TO 1000-INITIALISATION-EXIT
035100     END-IF

035200     OPEN INPUT FXREF
035300     IF NOT FS-FXREF-OK
035400        DISPLAY 'DEPREG - ERREUR OPEN FXREF - FS='
035500                WS-FS-FXREF
035600        MOVE 12 TO RETURN-CODE
035700        CLOSE FCLT
035800        GO TO 1000-INITIALISATION-EXIT
035900     END-IF

036000     OPEN INPUT FCLI
036100     IF NOT FS-FCLI-OK
036200        DISPLAY 'DEPREG - ERREUR OPEN FCLI - FS='
036300                WS-FS-FCLI
036400        MOVE 12 TO RETURN-CODE
036500        CLOSE FCLT FXREF
036600        GO TO 1000-INITIALISATION-EXIT
036700     END-IF

036800     OPEN OUTPUT DEPDECL
036900     IF NOT FS-DEPDECL-OK
037000        DISPLAY 'DEPREG - ERREUR OPEN DEPDECL - FS='
037100                WS-FS-DEPDECL
037200        MOVE 12 TO RETURN-CODE
037300        CLOSE FCLT FXREF FCLI
037400        GO TO 1000-INITIALISATION-EXIT
037500     END-IF

037600     OPEN OUTPUT DEPRAP
037700     IF NOT FS-DEPRAP-OK
037800        DISPLAY 'DEPREG - ERREUR OPEN DEPRAP - FS='
037900                WS-FS-DEPRAP
038000        MOVE 12 TO RETURN-CODE
038100        CLOSE FCLT FXREF FCLI DEPDECL
038200        GO TO 1000-INITIALISATION-EXIT
038300     END-IF

038400*    ENTETE DE CONTROLE DU FICHIER DECLARATIF
038500     MOVE 'E'            TO CTL-FONCTION
038600     MOVE 'DEPREG'       TO CTL-PROG
038700     MOVE WS-DATE-ARRETE TO CTL-DATE
038800     CALL 'pgctlfic' USING CTL-COMMUN
038900     MOVE SPACE     TO REC-DEPDECL
039000     MOVE CTL-ENREG TO REC-DEPDECL(1:53)
039100     WRITE REC-DEPDECL

039200     MOVE WS-DATE-ARRETE TO LT-DATE
039300     MOVE LIGNE-TITRE    TO REC-DEPRAP
039400     WRITE REC-DEPRAP
039500     MOVE LIGNE-ENTETE   TO REC-DEPRAP
039600     WRITE REC-DEPRAP AFTER ADVANCING 2 LINES
039700     .
039800 1000-INITIALISATION-EXIT.
039900     EXIT.
040000*----------------------*
040100 1500-CHARGER-UN-COURS.
040200*----------------------*
040300*    LE FICHIER EST TRIE PAR DEVISE + DATE CROISSANTES :
040400*    CHAQUE COURS DONT LA DATE NE DEPASSE PAS L'ARRETE
040500*    ECRASE LE PRECEDENT DE SA DEVISE
040600     READ FTXDEV
040700         AT END
040800            MOVE 'Y' TO WS-FIN-FTXDEV
040900            GO TO 1500-CHARGER-EXIT
041000     END-READ

041100     IF TXD-DATE-EFFET > WS-DATE-ARRETE
041200        GO TO 1500-CHARGER-EXIT
041300     END-IF

041400     MOVE TXD-DEVISE TO WS-DEV-CHERCHE
041500     PERFORM 7000-CHERCHER-COURS
041600     IF COURS-TROUVE
041700        MOVE TXD-COURS TO WS-DEV-COURS(WS-IND-DEV)
041800     ELSE
041900        IF WS-NB-DEV < 20
042000           ADD 1 TO WS-NB-DEV
042100           MOVE TXD-DEVISE TO WS-DEV-CODE(WS-NB-DEV)
042200           MOVE TXD-COURS  TO WS-DEV-COURS(WS-NB-DEV)
042300        ELSE
042400           DISPLAY 'DEPREG - TABLE DES DEVISES SATUREE'
042500           MOVE 8 TO RETURN-CODE
042600        END-IF
042700     END-IF
042800     .
042900 1500-CHARGER-EXIT.
043000     EXIT.
043100*======================================================*
043200*   PROCEDURE D'ENTREE DU TRI : UN ENREGISTREMENT PAR    *
043300*   COMPTE DE DEPOT CREDITEUR, LE RESTE VA AU            *
043400*   RAPPROCHEMENT                                        *
043500*======================================================*
043600*----------------------*
043700 2000-VENTILER-COMPTES.
043800*----------------------*
043900     PERFORM 2100-VENTILER-UN-COMPTE THRU 2100-VENTILER-EXIT
044000         UNTIL FIN-FCLT
044100     .
044200 2000-VENTILER-EXIT.
044300     EXIT.
044400*----------------------*
044500 2100-VENTILER-UN-COMPTE.
044600*----------------------*
044700     READ FCLT NEXT RECORD
044800         AT END
044900            MOVE 'Y' TO WS-FIN-FCLT
045000            GO TO 2100-VENTILER-EXIT
045100     END-READ

045200     ADD 1 TO WS-NB-COMPTES-LUS

045300*    CONTRE-VALEUR EN MONNAIE DE TENUE (REGLE PARTI22 :
045400*    SANS COURS, LE SOLDE EST REPRIS AU NOMINAL)
045500     IF DEV-CLT = SPACE
045600        MOVE SLD-CLT TO WS-CONTRE-VALEUR
045700     ELSE
045800        MOVE DEV-CLT TO WS-DEV-CHERCHE
045900        PERFORM 7000-CHERCHER-COURS
046000        IF COURS-TROUVE
046100           COMPUTE WS-CONTRE-VALEUR ROUNDED =
046200                   SLD-CLT * WS-DEV-COURS(WS-IND-DEV)
046300        ELSE
046400           DISPLAY 'DEPREG - COURS ABSENT POUR LA DEVISE '
046500                   DEV-CLT ' - COMPTE ' ID-CPTE
046600                   ' REPRIS AU NOMINAL'
046700           MOVE SLD-CLT TO WS-CONTRE-VALEUR
046800           ADD 1 TO WS-NB-SANS-COURS
046900           IF RETURN-CODE < 4
047000              MOVE 4 TO RETURN-CODE
047100           END-IF
047200        END-IF
047300     END-IF
047400     ADD WS-CONTRE-VALEUR TO WS-TOT-GENERAL

047500     EVALUATE NAT-CPTE
047600        WHEN 01 THRU 04
047700           MOVE 'DV' TO WS-NATURE
047800        WHEN 05 THRU 09
047900           MOVE 'ER' TO WS-NATURE
048000        WHEN 10
048100           MOVE 'DT' TO WS-NATURE
048200        WHEN 20
048300           MOVE 'PR' TO WS-NATURE
048400        WHEN OTHER
048500           MOVE 'HN' TO WS-NATURE
048600     END-EVALUATE

048700*    HORS DECLARATION : PRETS, NATURES INCONNUES ET
048800*    SOLDES DEBITEURS DES COMPTES DE DEPOT
048900     IF WS-NATURE = 'PR'
049000        ADD 1 TO WS-NB-PRETS
049100        ADD WS-CONTRE-VALEUR TO WS-TOT-PRETS
049200        GO TO 2100-VENTILER-EXIT
049300     END-IF
049400     IF WS-NATURE = 'HN'
049500        ADD 1 TO WS-NB-HORS-NATURE
049600        ADD WS-CONTRE-VALEUR TO WS-TOT-HORS-NATURE
049700        GO TO 2100-VENTILER-EXIT
049800     END-IF
049900     IF SLD-CLT < ZERO
050000        ADD 1 TO WS-NB-DEBITEURS
050100        ADD WS-CONTRE-VALEUR TO WS-TOT-DEBITEURS
050200        GO TO 2100-VENTILER-EXIT
050300     END-IF

050400     PERFORM 2200-TYPE-TITULAIRE THRU 2200-TYPE-TITULAIRE-EXIT

050500     ADD 1 TO WS-NB-DEPOTS
050600     ADD WS-CONTRE-VALEUR TO WS-TOT-DEPOTS

050700     MOVE WS-NATURE        TO SRT-NATURE
050800     MOVE ID-REGION        TO SRT-REGION
050900     MOVE DEV-CLT          TO SRT-DEVISE
051000     MOVE WS-TITULAIRE     TO SRT-TITULAIRE
051100     MOVE SLD-CLT          TO SRT-SOLDE
051200     MOVE WS-CONTRE-VALEUR TO SRT-CONTRE-VAL
051300     RELEASE SRT-DEPOT
051400     .
051500 2100-VENTILER-EXIT.
051600     EXIT.
051700*----------------------*
051800 2200-TYPE-TITULAIRE.
051900*----------------------*
052000*    COMPTE -> CLIENT PAR LA CLE SECONDAIRE DE FCLICPT ;
052100*    UN COMPTE NON RATTACHE EST DECLARE PERSONNE PHYSIQUE
052200     MOVE 'P' TO WS-TITULAIRE
052300     MOVE ID-CPTE TO XRF-ID-CPTE
052400     READ FXREF KEY IS XRF-ID-CPTE
052500         INVALID KEY
052600            ADD 1 TO WS-NB-NON-RATTACHES
052700            GO TO 2200-TYPE-TITULAIRE-EXIT
052800     END-READ

052900     MOVE XRF-NUMERO TO E-NUMERO
053000     READ FCLI
053100         INVALID KEY
053200            ADD 1 TO WS-NB-NON-RATTACHES
053300            GO TO 2200-TYPE-TITULAIRE-EXIT
053400     END-READ

053500     IF E-CLI-ENTREPRISE
053600        MOVE 'M' TO WS-TITULAIRE
053700     END-IF
053800     .
053900 2200-TYPE-TITULAIRE-EXIT.
054000     EXIT.
054100*======================================================*
054200*   PROCEDURE DE SORTIE DU TRI : UNE LIGNE DECLARATIVE   *
054300*   PAR RUPTURE NATURE / REGION / DEVISE / TITULAIRE     *
054400*======================================================*
054500*----------------------*
054600 3000-ECRIRE-DECLARATION.
054700*----------------------*
054800     MOVE 'N' TO WS-FIN-TRI
054900     PERFORM 3100-CUMULER-UN-DEPOT THRU 3100-CUMULER-EXIT
055000         UNTIL FIN-TRI
055100     IF NOT PREMIERE-LIGNE
055200        PERFORM 3200-ECRIRE-LIGNE
055300     END-IF
055400     .
055500 3000-ECRIRE-EXIT.
055600     EXIT.
055700*----------------------*
055800 3100-CUMULER-UN-DEPOT.
055900*----------------------*
056000     RETURN SRTDEP
056100         AT END
056200            MOVE 'Y' TO WS-FIN-TRI
056300            GO TO 3100-CUMULER-EXIT
056400     END-RETURN

056500     MOVE SRT-NATURE    TO WS-LUE-NATURE
056600     MOVE SRT-REGION    TO WS-LUE-REGION
056700     MOVE SRT-DEVISE    TO WS-LUE-DEVISE
056800     MOVE SRT-TITULAIRE TO WS-LUE-TITULAIRE

056900     IF PREMIERE-LIGNE
057000        MOVE 'N' TO WS-PREMIER
057100        PERFORM 3300-OUVRIR-GROUPE
057200     ELSE
057300        IF WS-CLE-LUE NOT = WS-CLE-COURANTE
057400           PERFORM 3200-ECRIRE-LIGNE
057500           PERFORM 3300-OUVRIR-GROUPE
057600        END-IF
057700     END-IF

057800     ADD 1              TO WS-GRP-NB
057900     ADD SRT-SOLDE      TO WS-GRP-DEVISE
058000     ADD SRT-CONTRE-VAL TO WS-GRP-CONTRE-VAL
058100     .
058200 3100-CUMULER-EXIT.
058300     EXIT.
058400*----------------------*
058500 3200-ECRIRE-LIGNE.
058600*----------------------*
058700     MOVE SPACE             TO REC-DEPDECL
058800     MOVE 'D'               TO DCL-TYPE-ENREG
058900     MOVE WS-DATE-ARRETE    TO DCL-DATE-ARRETE
059000     MOVE WS-CLE-NATURE     TO DCL-NATURE
059100     MOVE WS-CLE-REGION     TO DCL-REGION
059200     MOVE WS-CLE-DEVISE     TO DCL-DEVISE
059300     MOVE WS-CLE-TITULAIRE  TO DCL-TITULAIRE
059400     MOVE WS-GRP-NB         TO DCL-NB-COMPTES
059500     MOVE WS-GRP-DEVISE     TO DCL-MT-DEVISE
059600     MOVE WS-GRP-CONTRE-VAL TO DCL-CONTRE-VAL

059700*    COURS APPLIQUE (1 POUR LA MONNAIE DE TENUE, ZERO SI
059800*    LA DEVISE N'A PAS DE COURS ET EST DECLAREE AU NOMINAL)
059900     IF WS-CLE-DEVISE = SPACE
060000        MOVE 1 TO DCL-COURS
060100     ELSE
060200        MOVE WS-CLE-DEVISE TO WS-DEV-CHERCHE
060300        PERFORM 7000-CHERCHER-COURS
060400        IF COURS-TROUVE
060500           MOVE WS-DEV-COURS(WS-IND-DEV) TO DCL-COURS
060600        ELSE
060700           MOVE ZERO TO DCL-COURS
060800        END-IF
060900     END-IF
061000     WRITE REC-DEPDECL

061100     ADD 1 TO WS-NB-LIGNES
061200     ADD WS-GRP-CONTRE-VAL TO WS-HASH-DECL

061300     MOVE WS-CLE-NATURE     TO LD-NATURE
061400     MOVE WS-CLE-REGION     TO LD-REGION
061500     MOVE WS-CLE-DEVISE     TO LD-DEVISE
061600     MOVE WS-CLE-TITULAIRE  TO LD-TITULAIRE
061700     MOVE WS-GRP-NB         TO LD-NB
061800     MOVE WS-GRP-DEVISE     TO LD-MT-DEVISE
061900     MOVE DCL-COURS         TO LD-COURS
062000     MOVE WS-GRP-CONTRE-VAL TO LD-CONTRE-VAL
062100     MOVE LIGNE-DETAIL      TO REC-DEPRAP
062200     WRITE REC-DEPRAP
062300     .
062400*----------------------*
062500 3300-OUVRIR-GROUPE.
062600*----------------------*
062700     MOVE WS-CLE-LUE TO WS-CLE-COURANTE
062800     MOVE ZERO TO WS-GRP-NB WS-GRP-DEVISE WS-GRP-CONTRE-VAL
062900     .
063000*----------------------*
063100 7000-CHERCHER-COURS.
063200*----------------------*
063300     MOVE 'N' TO WS-COURS-TROUVE
063400     MOVE 1   TO WS-IND-DEV
063500     PERFORM 7100-COMPARER-COURS
063600         UNTIL COURS-TROUVE OR WS-IND-DEV > WS-NB-DEV
063700     .
063800*----------------------*
063900 7100-COMPARER-COURS.
064000*----------------------*
064100     IF WS-IND-DEV <= WS-NB-DEV
064200        AND WS-DEV-CODE(WS-IND-DEV) = WS-DEV-CHERCHE
064300        MOVE 'O' TO WS-COURS-TROUVE
064400     ELSE
064500        ADD 1 TO WS-IND-DEV
064600     END-IF
064700     .
064800*----------------------*
064900 8000-ECRIRE-TRAILER.
065000*----------------------*
065100     MOVE 'T'          TO CTL-FONCTION
065200     MOVE WS-NB-LIGNES TO CTL-COMPTEUR
065300     MOVE WS-HASH-DECL TO CTL-HASH
065400     CALL 'pgctlfic' USING CTL-COMMUN
065500     MOVE SPACE     TO REC-DEPDECL
065600     MOVE CTL-ENREG TO REC-DEPDECL(1:53)
065700     WRITE REC-DEPDECL
065800     .
065900*----------------------*
066000 8500-RAPPROCHER-BALHIST.
066100*----------------------*
066200*    LE TOTAL DECLARE, AUGMENTE DES ELEMENTS HORS
066300*    DECLARATION, DOIT RETROUVER LA BALANCE PARTI22 DE LA
066400*    DATE D'ARRETE (DERNIERE LIGNE BALHIST DE LA DATE)
066500     OPEN INPUT FBALH
066600     IF FS-FBALH-OK
066700        PERFORM 8600-LIRE-UNE-BALH
066800            UNTIL FIN-FBALH
066900        CLOSE FBALH
067000     ELSE
067100        DISPLAY 'DEPREG - PAS DE FICHIER BALHIST - FS='
067200                WS-FS-FBALH
067300     END-IF

067400     MOVE 'DEPOTS DECLARES                     :'
067500       TO LR-LIBELLE
067600     MOVE WS-NB-DEPOTS  TO LR-NB
067700     MOVE WS-TOT-DEPOTS TO LR-MONTANT
067800     MOVE LIGNE-RAPPRO  TO REC-DEPRAP
067900     WRITE REC-DEPRAP AFTER ADVANCING 2 LINES

068000     MOVE 'SOLDES DEBITEURS DES COMPTES DE DEPOT :'
068100       TO LR-LIBELLE
068200     MOVE WS-NB-DEBITEURS  TO LR-NB
068300     MOVE WS-TOT-DEBITEURS TO LR-MONTANT
068400     MOVE LIGNE-RAPPRO     TO REC-DEPRAP
068500     WRITE REC-DEPRAP

068600     MOVE 'COMPTES DE PRET (NATURE 20)          :'
068700       TO LR-LIBELLE
068800     MOVE WS-NB-PRETS  TO LR-NB
068900     MOVE WS-TOT-PRETS TO LR-MONTANT
069000     MOVE LIGNE-RAPPRO TO REC-DEPRAP
069100     WRITE REC-DEPRAP

069200     MOVE 'NATURES HORS NOMENCLATURE            :'
069300       TO LR-LIBELLE
069400     MOVE WS-NB-HORS-NATURE  TO LR-NB
069500     MOVE WS-TOT-HORS-NATURE TO LR-MONTANT
069600     MOVE LIGNE-RAPPRO       TO REC-DEPRAP
069700     WRITE REC-DEPRAP

069800     MOVE 'TOTAL GENERAL CLIENT.DAT             :'
069900       TO LR-LIBELLE
070000     MOVE WS-NB-COMPTES-LUS TO LR-NB
070100     MOVE WS-TOT-GENERAL    TO LR-MONTANT
070200     MOVE LIGNE-RAPPRO      TO REC-DEPRAP
070300     WRITE REC-DEPRAP

070400     IF NOT BALH-TROUVEE
070500        MOVE 'AUCUNE BALANCE PARTI22 A LA DATE      :'
070600          TO LR-LIBELLE
070700        MOVE ZERO TO LR-NB LR-MONTANT
070800        MOVE LIGNE-RAPPRO TO REC-DEPRAP
070900        WRITE REC-DEPRAP
071000        DISPLAY 'DEPREG - AUCUNE LIGNE BALHIST AU '
071100                WS-DATE-ARRETE
071200        MOVE 8 TO RETURN-CODE
071300        GO TO 8500-RAPPROCHER-EXIT
071400     END-IF

071500     MOVE 'BALANCE PARTI22 DE L''ARRETE          :'
071600       TO LR-LIBELLE
071700     MOVE WS-BALH-NB    TO LR-NB
071800     MOVE WS-BALH-TOTAL TO LR-MONTANT
071900     MOVE LIGNE-RAPPRO  TO REC-DEPRAP
072000     WRITE REC-DEPRAP

072100     IF WS-TOT-GENERAL = WS-BALH-TOTAL
072200        AND WS-NB-COMPTES-LUS = WS-BALH-NB
072300        MOVE 'RAPPROCHEMENT CONFORME                :'
072400          TO LR-LIBELLE
072500        MOVE ZERO TO LR-NB LR-MONTANT
072600        MOVE LIGNE-RAPPRO TO REC-DEPRAP
072700        WRITE REC-DEPRAP
072800     ELSE
072900        MOVE 'ECART AVEC LA BALANCE - NE PAS DECLARER:'
073000          TO LR-LIBELLE
073100        COMPUTE LR-NB = WS-NB-COMPTES-LUS - WS-BALH-NB
073200        COMPUTE LR-MONTANT = WS-TOT-GENERAL - WS-BALH-TOTAL
073300        MOVE LIGNE-RAPPRO TO REC-DEPRAP
073400        WRITE REC-DEPRAP
073500        DISPLAY 'DEPREG - ECART AVEC LA BALANCE PARTI22 - '
073600                'DECLARATION A NE PAS TRANSMETTRE'
073700        MOVE 8 TO RETURN-CODE
073800     END-IF
073900     .
074000 8500-RAPPROCHER-EXIT.
074100     EXIT.
074200*----------------------*
074300 8600-LIRE-UNE-BALH.
074400*----------------------*
074500     READ FBALH
074600         AT END
074700            MOVE 'Y' TO WS-FIN-FBALH
074800         NOT AT END
074900            IF BH-DATE = WS-DATE-ARRETE
075000               MOVE BH-NB-COMPTES TO WS-BALH-NB
075100               MOVE BH-TOTAL      TO WS-BALH-TOTAL
075200               MOVE 'O'           TO WS-BALH-TROUVEE
075300            END-IF
075400     END-READ
075500     .
075600*----------------------*
075700 9000-TERMINAISON.
075800*----------------------*
075900     CLOSE FCLT
076000     CLOSE FXREF
076100     CLOSE FCLI
076200     CLOSE DEPDECL
076300     CLOSE DEPRAP

076400     DISPLAY 'DEPREG - COMPTES LUS          : '
076500             WS-NB-COMPTES-LUS
076600     DISPLAY 'DEPREG - COMPTES DECLARES     : ' WS-NB-DEPOTS
076700     DISPLAY 'DEPREG - LIGNES DECLARATIVES  : ' WS-NB-LIGNES
076800     DISPLAY 'DEPREG - COMPTES SANS COURS   : '
076900             WS-NB-SANS-COURS
077000     DISPLAY 'DEPREG - COMPTES NON RATTACHES: '
077100             WS-NB-NON-RATTACHES

077200     MOVE 'F' TO RL-FONCTION
077300     MOVE 'DEPREG' TO RL-PROG
077400     MOVE WS-NB-COMPTES-LUS TO RL-LUS
077500     MOVE WS-NB-LIGNES TO RL-ECRITS
077600     MOVE WS-NB-SANS-COURS TO RL-REJETES
077700     MOVE RETURN-CODE TO RL-RC
077800     CALL 'pgrunlog' USING RL-COMMUN
077900     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CARTIN.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - TRANSACTIONS CARTE DE LA
001400*                   NUIT : LE FICHIER DES TRANSACTIONS
001500*                   AUTORISEES RECU DU PROCESSEUR CARTES
001600*                   (CARTRECU, ENTETE ET FIN CONTROLEES
001700*                   PAR pgctlfic) EST TRADUIT EN
001800*                   MOUVEMENTS MVTCLT AVANT LE PASSAGE
001900*                   PARTI15 : CODE K, SOURCE CART, NOM DU
002000*                   COMMERCANT OU DU DAB EN CONTREPARTIE
002100*                   POUR LE RELEVE. CHAQUE TRANSACTION EST
002200*                   CONTROLEE SUR LE FICHIER DES CARTES
002300*                   (FCARTE, ECRAN GESCART) : CARTE
002400*                   CONNUE, ACTIVE, NON EXPIREE, PLAFOND
002500*                   JOURNALIER DU TYPE (RETRAIT DAB OU
002600*                   PAIEMENT) RESPECTE. LES REFUS
002700*                   REPARTENT AU PROCESSEUR SUR CARTRET.
002800*--------------------------------------------------------
002900*
003000*======================================================*
003100*   E N V I R O N M E N T       D I V I S I O N        *
003200*======================================================*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-390.
003600 OBJECT-COMPUTER. IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CARTRECU   ASSIGN TO CARTRECU
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FS-CARTRECU.
004200
004300     SELECT FMVT       ASSIGN TO FMVT
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-FS-FMVT.
004600
004700     SELECT FCARTE     ASSIGN TO FCARTE
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS CRT-NUMERO
005100         FILE STATUS IS WS-FS-FCARTE.
005200
005300     SELECT CARTRET    ASSIGN TO CARTRET
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-FS-CARTRET.
005600*
005700*======================================================*
005800*           D A T A         D I V I S I O N            *
005900*======================================================*
006000 DATA DIVISION.
006100 FILE SECTION.
006200*
006300*    TRANSACTIONS AUTORISEES PAR LE PROCESSEUR CARTES :
006400*    TYPE A = PAIEMENT CHEZ UN COMMERCANT, TYPE R =
006500*    RETRAIT AU DAB (LIBELLE = EMPLACEMENT DU DAB)
006600 FD  CARTRECU
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  REC-CTR.
006900     05  CTR-TYPE      PIC X(01).
007000     05  CTR-DATE      PIC 9(08).
007100     05  CTR-NUM-CARTE PIC X(16).
007200     05  CTR-MONTANT   PIC 9(08)V99.
007300     05  CTR-COMMERCANT PIC X(22).
007400     05  CTR-AUTORIS   PIC X(06).
007500     05  CTR-HEURE     PIC 9(06).
007600     05  FILLER        PIC X(11).
007700*
007800 FD  FMVT
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  REC-MVT.
008100     05  MVT-ID-CPTE     PIC X(08).
008200     05  MVT-CODE        PIC X(01).
008300     05  MVT-MONTANT     PIC 9(08)V99.
008400     05  MVT-PIN         PIC 9(04).
008500     05  MVT-CPTE-CIBLE  PIC X(08).
008600     05  MVT-DATE-VALEUR PIC 9(08).
008700     05  MVT-SEQ         PIC 9(04).
008800     05  MVT-SOURCE      PIC X(04).
008900*    TRANSACTION CARTE (CODE K, SOURCE CART) : LIBELLE DU
009000*    COMMERCANT OU DU DAB, FIN DU NUMERO DE CARTE ET TYPE
009100     05  MVT-CARTE.
009200        10  MVT-COMMERCANT  PIC X(18).
009300        10  MVT-CARTE-FIN   PIC X(04).
009400        10  MVT-TYPE-CARTE  PIC X(01).
009500        10  FILLER          PIC X(03).
009600     05  MVT-DEVISE      PIC X(02).
009700     05  FILLER          PIC X(05).
009800*
009900 FD  FCARTE
010000     RECORD CONTAINS 80 CHARACTERS.
010100     COPY FCARTE.
010200*
010300*    RETOUR DES TRANSACTIONS REFUSEES AU PROCESSEUR
010400*    CARTES (CONTESTATION AUPRES DU RESEAU)
010500 FD  CARTRET
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  REC-CRR.
010800     05  CRR-TYPE      PIC X(01).
010900     05  CRR-DATE      PIC 9(08).
011000     05  CRR-NUM-CARTE PIC X(16).
011100     05  CRR-MONTANT   PIC 9(08)V99.
011200     05  CRR-AUTORIS   PIC X(06).
011300     05  CRR-MOTIF     PIC X(04).
011400     05  FILLER        PIC X(35).
011500*
011600*------------------------------------------------------*
011700 WORKING-STORAGE SECTION.
011800*------------------------------------------------------*
011900*
012000 01  WS-FS-CARTRECU           PIC X(02) VALUE SPACE.
012100     88 FS-CARTRECU-OK           VALUE '00'.
012200 01  WS-FS-FMVT               PIC X(02) VALUE SPACE.
012300     88 FS-FMVT-OK               VALUE '00'.
012400 01  WS-FS-FCARTE             PIC X(02) VALUE SPACE.
012500     88 FS-FCARTE-OK             VALUE '00'.
012600 01  WS-FS-CARTRET            PIC X(02) VALUE SPACE.
012700     88 FS-CARTRET-OK            VALUE '00'.
012800*
012900 01  WS-FIN-CARTRECU          PIC X(01) VALUE 'N'.
013000     88 FIN-CARTRECU             VALUE 'Y'.
013100*
013200 01  WS-DATE-JOUR             PIC 9(08).
013300*
013400 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
013500 01  WS-NB-ACHATS             PIC 9(07) VALUE ZERO.
013600 01  WS-NB-RETRAITS           PIC 9(07) VALUE ZERO.
013700 01  WS-NB-RENVOYES           PIC 9(07) VALUE ZERO.
013800 01  WS-NB-REJETS             PIC 9(07) VALUE ZERO.
013900 01  WS-NB-DONNEES            PIC 9(09) VALUE ZERO.
014000 01  WS-HASH-MONTANTS         PIC 9(13)V99 VALUE ZERO.
014100 01  WS-ENTETE-VUE            PIC X(01) VALUE 'N'.
014200 01  WS-TRAILER-VU            PIC X(01) VALUE 'N'.
014300*
014400*    MOTIF DE REFUS DE LA TRANSACTION (BLANC = ACCEPTEE)
014500 01  WS-MOTIF-REFUS           PIC X(04).
014600     88 TRANSACTION-ACCEPTEE     VALUE SPACE.
014700*
014800*    CONTROLE DU FICHIER RECU (MODULE pgctlfic)
014900 01  CTL-COMMUN.
015000     05 CTL-FONCTION          PIC X(01).
015100     05 CTL-PROG              PIC X(08).
015200     05 CTL-DATE              PIC 9(08).
015300     05 CTL-COMPTEUR          PIC 9(09).
015400     05 CTL-HASH              PIC 9(13)V99.
015500     05 CTL-RC                PIC X(01).
015600     05 CTL-ENREG             PIC X(53).
015700*
015800*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
015900 01  RL-COMMUN.
016000     05 RL-FONCTION    PIC X(01).
016100     05 RL-PROG        PIC X(08).
016200     05 RL-LUS         PIC 9(09).
016300     05 RL-ECRITS      PIC 9(09).
016400     05 RL-REJETES     PIC 9(09).
016500     05 RL-RC          PIC 9(02).
016600*
016700*======================================================*
016800*     P R O C E D U R E     D I V I S I O N            *
016900*======================================================*
017000 PROCEDURE DIVISION.
017100*----------------------*
017200 0000-MAINLINE.
017300*----------------------*
017400     PERFORM 1000-INITIALISATION
017500     PERFORM 2000-TRAITER-LIGNE THRU 2000-TRAITER-EXIT
017600         UNTIL FIN-CARTRECU
017700     PERFORM 9000-TERMINAISON
017800     GOBACK
017900     .
018000*----------------------*
018100 1000-INITIALISATION.
018200*----------------------*
018300     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
018400
018500     MOVE 'D' TO RL-FONCTION
018600     MOVE 'CARTIN' TO RL-PROG
018700     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
018800     CALL 'pgrunlog' USING RL-COMMUN
018900
019000     OPEN INPUT CARTRECU
019100     IF NOT FS-CARTRECU-OK
019200        DISPLAY 'CARTIN - PAS DE FICHIER RECU CE JOUR - FS='
019300                WS-FS-CARTRECU
019400        MOVE 'Y' TO WS-FIN-CARTRECU
019500        MOVE 'O' TO WS-ENTETE-VUE
019600        MOVE 'O' TO WS-TRAILER-VU
019700     END-IF
019800
019900     OPEN EXTEND FMVT
020000     IF NOT FS-FMVT-OK
020100        DISPLAY 'CARTIN - ERREUR OPEN FMVT - FS='
020200                WS-FS-FMVT
020300        MOVE 12 TO RETURN-CODE
020400        CLOSE CARTRECU
020500        GOBACK
020600     END-IF
020700
020800*    LES CUMULS DU JOUR SONT TENUS SUR LA CARTE
020900     OPEN I-O FCARTE
021000     IF NOT FS-FCARTE-OK
021100        DISPLAY 'CARTIN - ERREUR OPEN FCARTE - FS='
021200                WS-FS-FCARTE
021300        MOVE 12 TO RETURN-CODE
021400        CLOSE CARTRECU
021500        CLOSE FMVT
021600        GOBACK
021700     END-IF
021800
021900     OPEN OUTPUT CARTRET
022000     IF NOT FS-CARTRET-OK
022100        DISPLAY 'CARTIN - ERREUR OPEN CARTRET - FS='
022200                WS-FS-CARTRET
022300        MOVE 12 TO RETURN-CODE
022400        CLOSE CARTRECU
022500        CLOSE FMVT
022600        CLOSE FCARTE
022700        GOBACK
022800     END-IF
022900     .
023000*----------------------*
023100 2000-TRAITER-LIGNE.
023200*----------------------*
023300     READ CARTRECU
023400         AT END
023500            MOVE 'Y' TO WS-FIN-CARTRECU
023600            GO TO 2000-TRAITER-EXIT
023700     END-READ
023800
023900     ADD 1 TO WS-NB-LUS
024000
024100*    ENREGISTREMENTS DE CONTROLE POSES PAR L'EMETTEUR
024200     IF REC-CTR(1:8) = '*ENTETE*'
024300        MOVE REC-CTR(1:53) TO CTL-ENREG
024400        MOVE 'H' TO CTL-FONCTION
024500        CALL 'pgctlfic' USING CTL-COMMUN
024600        IF CTL-RC = 'O'
024700           MOVE 'O' TO WS-ENTETE-VUE
024800        END-IF
024900        GO TO 2000-TRAITER-EXIT
025000     END-IF
025100     IF REC-CTR(1:8) = '*FIN*   '
025200        MOVE REC-CTR(1:53) TO CTL-ENREG
025300        MOVE 'V' TO CTL-FONCTION
025400        MOVE WS-NB-DONNEES TO CTL-COMPTEUR
025500        MOVE WS-HASH-MONTANTS TO CTL-HASH
025600        CALL 'pgctlfic' USING CTL-COMMUN
025700        IF CTL-RC = 'O'
025800           MOVE 'O' TO WS-TRAILER-VU
025900        ELSE
026000           DISPLAY 'CARTIN - TRAILER EN DESACCORD AVEC LES '
026100                   'LIGNES LUES - FICHIER SUSPECT'
026200           MOVE 8 TO RETURN-CODE
026300        END-IF
026400        GO TO 2000-TRAITER-EXIT
026500     END-IF
026600
026700     ADD 1 TO WS-NB-DONNEES
026800     ADD CTR-MONTANT TO WS-HASH-MONTANTS
026900
027000     IF CTR-TYPE NOT = 'A' AND CTR-TYPE NOT = 'R'
027100        DISPLAY 'CARTIN - TYPE INCONNU (A/R) : ' CTR-TYPE
027200                ' CARTE ' CTR-NUM-CARTE
027300        ADD 1 TO WS-NB-REJETS
027400        GO TO 2000-TRAITER-EXIT
027500     END-IF
027600
027700     PERFORM 3000-CONTROLER-CARTE THRU 3000-CONTROLER-EXIT
027800     IF NOT TRANSACTION-ACCEPTEE
027900        DISPLAY 'CARTIN - TRANSACTION REFUSEE ' WS-MOTIF-REFUS
028000                ' : CARTE ' CTR-NUM-CARTE ' MONTANT '
028100                CTR-MONTANT
028200        PERFORM 5000-ECRIRE-RETOUR
028300        GO TO 2000-TRAITER-EXIT
028400     END-IF
028500
028600     PERFORM 4000-GENERER-MVT
028700     WRITE REC-MVT
028800     IF CTR-TYPE = 'A'
028900        ADD 1 TO WS-NB-ACHATS
029000     ELSE
029100        ADD 1 TO WS-NB-RETRAITS
029200     END-IF
029300     .
029400 2000-TRAITER-EXIT.
029500     EXIT.
029600*----------------------*
029700 3000-CONTROLER-CARTE.
029800*----------------------*
029900*    CARTE CONNUE (INCO), NI EN OPPOSITION (OPPO), NI
030000*    COMMANDEE OU REMPLACEE (NACT), VALIDE A LA DATE DE
030100*    LA TRANSACTION (EXPI), DANS LE PLAFOND JOURNALIER
030200*    DE SON TYPE (PLAF). LE CUMUL DU JOUR N'EST PORTE SUR
030300*    LA CARTE QUE POUR UNE TRANSACTION ACCEPTEE
030400     MOVE SPACE         TO WS-MOTIF-REFUS
030500     MOVE CTR-NUM-CARTE TO CRT-NUMERO
030600     READ FCARTE
030700         INVALID KEY
030800            MOVE 'INCO' TO WS-MOTIF-REFUS
030900            GO TO 3000-CONTROLER-EXIT
031000     END-READ
031100
031200     IF CRT-BLOQUEE
031300        MOVE 'OPPO' TO WS-MOTIF-REFUS
031400        GO TO 3000-CONTROLER-EXIT
031500     END-IF
031600     IF NOT CRT-ACTIVE
031700        MOVE 'NACT' TO WS-MOTIF-REFUS
031800        GO TO 3000-CONTROLER-EXIT
031900     END-IF
032000     IF CRT-EXPIRATION < CTR-DATE(1:6)
032100        MOVE 'EXPI' TO WS-MOTIF-REFUS
032200        GO TO 3000-CONTROLER-EXIT
032300     END-IF
032400
032500     IF CRT-CUMUL-DATE NOT = CTR-DATE
032600        MOVE CTR-DATE TO CRT-CUMUL-DATE
032700        MOVE ZERO     TO CRT-CUMUL-RETRAIT CRT-CUMUL-ACHAT
032800     END-IF
032900     IF CTR-TYPE = 'R'
033000        IF CRT-CUMUL-RETRAIT + CTR-MONTANT > CRT-PLF-RETRAIT
033100           MOVE 'PLAF' TO WS-MOTIF-REFUS
033200           GO TO 3000-CONTROLER-EXIT
033300        END-IF
033400        ADD CTR-MONTANT TO CRT-CUMUL-RETRAIT
033500     ELSE
033600        IF CRT-CUMUL-ACHAT + CTR-MONTANT > CRT-PLF-ACHAT
033700           MOVE 'PLAF' TO WS-MOTIF-REFUS
033800           GO TO 3000-CONTROLER-EXIT
033900        END-IF
034000        ADD CTR-MONTANT TO CRT-CUMUL-ACHAT
034100     END-IF
034200
034300     REWRITE CRT-CARTE
034400         INVALID KEY
034500            DISPLAY 'CARTIN - REWRITE FCARTE IMPOSSIBLE : '
034600                    CRT-NUMERO
034700     END-REWRITE
034800     .
034900 3000-CONTROLER-EXIT.
035000     EXIT.
035100*----------------------*
035200 4000-GENERER-MVT.
035300*----------------------*
035400*    RETRAIT SUR LE COMPTE DE LA CARTE, SANS PIN (LE PIN
035500*    OU LA PUCE ONT ETE CONTROLES A L'AUTORISATION)
035600     MOVE SPACE                TO REC-MVT
035700     MOVE CRT-ID-CPTE          TO MVT-ID-CPTE
035800     MOVE 'K'                  TO MVT-CODE
035900     MOVE CTR-MONTANT          TO MVT-MONTANT
036000     MOVE ZERO                 TO MVT-PIN
036100     MOVE WS-DATE-JOUR         TO MVT-DATE-VALEUR
036200     MOVE ZERO                 TO MVT-SEQ
036300     MOVE 'CART'               TO MVT-SOURCE
036400     MOVE CTR-COMMERCANT       TO MVT-COMMERCANT
036500     MOVE CTR-NUM-CARTE(13:4)  TO MVT-CARTE-FIN
036600     MOVE CTR-TYPE             TO MVT-TYPE-CARTE
036700     .
036800*----------------------*
036900 5000-ECRIRE-RETOUR.
037000*----------------------*
037100     MOVE SPACE          TO REC-CRR
037200     MOVE CTR-TYPE       TO CRR-TYPE
037300     MOVE CTR-DATE       TO CRR-DATE
037400     MOVE CTR-NUM-CARTE  TO CRR-NUM-CARTE
037500     MOVE CTR-MONTANT    TO CRR-MONTANT
037600     MOVE CTR-AUTORIS    TO CRR-AUTORIS
037700     MOVE WS-MOTIF-REFUS TO CRR-MOTIF
037800     WRITE REC-CRR
037900     ADD 1 TO WS-NB-RENVOYES
038000     .
038100*----------------------*
038200 9000-TERMINAISON.
038300*----------------------*
038400     CLOSE CARTRECU
038500     CLOSE FMVT
038600     CLOSE FCARTE
038700     CLOSE CARTRET
038800
038900     IF WS-ENTETE-VUE NOT = 'O' OR WS-TRAILER-VU NOT = 'O'
039000        DISPLAY 'CARTIN - FICHIER RECU SANS ENTETE OU SANS '
039100                'ENREGISTREMENT DE FIN - FICHIER INCOMPLET'
039200        MOVE 8 TO RETURN-CODE
039300     END-IF
039400
039500     DISPLAY 'CARTIN - LIGNES LUES           : ' WS-NB-LUS
039600     DISPLAY 'CARTIN - PAIEMENTS A POSTER    : ' WS-NB-ACHATS
039700     DISPLAY 'CARTIN - RETRAITS DAB A POSTER : ' WS-NB-RETRAITS
039800     DISPLAY 'CARTIN - RENVOYES AU PROCESSEUR: ' WS-NB-RENVOYES
039900     DISPLAY 'CARTIN - LIGNES REJETEES       : ' WS-NB-REJETS
040000
040100     MOVE 'F' TO RL-FONCTION
040200     MOVE 'CARTIN' TO RL-PROG
040300     MOVE WS-NB-LUS TO RL-LUS
040400     COMPUTE RL-ECRITS = WS-NB-ACHATS + WS-NB-RETRAITS
040500     COMPUTE RL-REJETES = WS-NB-REJETS + WS-NB-RENVOYES
040600     MOVE RETURN-CODE TO RL-RC
040700     CALL 'pgrunlog' USING RL-COMMUN
040800     .

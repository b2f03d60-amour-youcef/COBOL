000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    BENCAR.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - ETAT DES VIREMENTS EXTERNES
001400*                   EN ATTENTE DE RAPPEL : UN VIREMENT
001500*                   (CODE E) VERS UN BENEFICIAIRE AJOUTE
001600*                   DEPUIS MOINS QUE LE DELAI DE CARENCE
001700*                   PART EN SUSPENS AVEC LE MOTIF 'BC'
001800*                   (PARTI15). CET ETAT LES RESTITUE AVEC
001900*                   L'IBAN, LE NOM DU BENEFICIAIRE (FBENEF)
002000*                   ET LA DATE DE FIN DE CARENCE POUR QUE
002100*                   LE SUPERVISEUR APPELLE LE CLIENT AVANT
002200*                   LE DEPART DES FONDS ; UN BENEFICIAIRE
002300*                   CONTESTE SE SUPPRIME PAR GESBENF.
002400*--------------------------------------------------------
002500*
002600*======================================================*
002700*   E N V I R O N M E N T       D I V I S I O N        *
002800*======================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-390.
003200 OBJECT-COMPUTER. IBM-390.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FSUS       ASSIGN TO FSUS
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-FS-FSUS.
003800
003900     SELECT FBENEF     ASSIGN TO FBENEF
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS BEN-CLE
004300         FILE STATUS IS WS-FS-FBENEF.
004400
004500     SELECT BENCARRP   ASSIGN TO BENCARRP
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-FS-BENCARRP.
004800*
004900*======================================================*
005000*           D A T A         D I V I S I O N            *
005100*======================================================*
005200 DATA DIVISION.
005300 FILE SECTION.
005400*
005500 FD  FSUS
005600     RECORD CONTAINS 90 CHARACTERS.
005700 01  REC-SUS.
005800     05  SUS-MOTIF       PIC X(02).
005900     05  SUS-DATE-ENTREE PIC 9(08).
006000     05  SUS-MVT.
006100        10  SUS-ID-CPTE     PIC X(08).
006200        10  SUS-CODE        PIC X(01).
006300        10  SUS-MONTANT     PIC 9(08)V99.
006400        10  SUS-PIN         PIC 9(04).
006500        10  SUS-CPTE-CIBLE  PIC X(08).
006600        10  SUS-DATE-VALEUR PIC 9(08).
006700        10  SUS-SEQ         PIC 9(04).
006800        10  SUS-SOURCE      PIC X(04).
006900*       IBAN DU BENEFICIAIRE SANS LE CODE PAYS 'FR'
007000        10  SUS-IBAN-CLE    PIC X(02).
007100        10  SUS-IBAN-BBAN   PIC X(23).
007200        10  FILLER          PIC X(08).
007300*
007400 FD  FBENEF
007500     RECORD CONTAINS 80 CHARACTERS.
007600     COPY FBENEF.
007700*
007800 FD  BENCARRP
007900     RECORD CONTAINS 80 CHARACTERS.
008000 01  REC-BENCARRP             PIC X(80).
008100*
008200*------------------------------------------------------*
008300 WORKING-STORAGE SECTION.
008400*------------------------------------------------------*
008500*
008600 01  WS-FS-FSUS               PIC X(02) VALUE SPACE.
008700     88 FS-FSUS-OK               VALUE '00'.
008800 01  WS-FS-FBENEF             PIC X(02) VALUE SPACE.
008900     88 FS-FBENEF-OK             VALUE '00'.
009000 01  WS-FS-BENCARRP           PIC X(02) VALUE SPACE.
009100     88 FS-BENCARRP-OK           VALUE '00'.
009200*
009300 01  WS-FIN-FSUS              PIC X(01) VALUE 'N'.
009400     88 FIN-FSUS                 VALUE 'Y'.
009500*
009600 01  WS-DATE-JOUR             PIC 9(08).
009700*
009800 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
009900 01  WS-NB-ATTENTE            PIC 9(07) VALUE ZERO.
010000 01  WS-TOT-ATTENTE           PIC 9(11)V99 VALUE ZERO.
010100*
010200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
010300 01  RL-COMMUN.
010400     05 RL-FONCTION    PIC X(01).
010500     05 RL-PROG        PIC X(08).
010600     05 RL-LUS         PIC 9(09).
010700     05 RL-ECRITS      PIC 9(09).
010800     05 RL-REJETES     PIC 9(09).
010900     05 RL-RC          PIC 9(02).
011000*
011100 01  LIGNE-TITRE.
011200     05 FILLER                PIC X(44) VALUE
011300        'VIREMENTS EN ATTENTE DE RAPPEL - ARRETE A '.
011400     05 LT-DATE               PIC 9(08).
011500     05 FILLER                PIC X(28) VALUE SPACE.
011600*
011700 01  LIGNE-ENTETE-1.
011800     05 FILLER                PIC X(10) VALUE 'COMPTE'.
011900     05 FILLER                PIC X(13) VALUE '     MONTANT'.
012000     05 FILLER                PIC X(09) VALUE 'SAISI LE'.
012100     05 FILLER                PIC X(09) VALUE 'AJOUT'.
012200     05 FILLER                PIC X(09) VALUE 'LIBRE LE'.
012300     05 FILLER                PIC X(30) VALUE 'BENEFICIAIRE'.
012400*
012500 01  LIGNE-DETAIL.
012600     05 LD-CPTE               PIC X(08).
012700     05 FILLER                PIC X(02) VALUE SPACE.
012800     05 LD-MONTANT            PIC ZZZZZZZ9.99.
012900     05 FILLER                PIC X(02) VALUE SPACE.
013000     05 LD-ENTREE             PIC 9(08).
013100     05 FILLER                PIC X(01) VALUE SPACE.
013200     05 LD-AJOUT              PIC 9(08).
013300     05 FILLER                PIC X(01) VALUE SPACE.
013400     05 LD-DISPO              PIC 9(08).
013500     05 FILLER                PIC X(01) VALUE SPACE.
013600     05 LD-NOM                PIC X(20).
013700     05 FILLER                PIC X(10) VALUE SPACE.
013800*
013900 01  LIGNE-IBAN.
014000     05 FILLER                PIC X(10) VALUE SPACE.
014100     05 FILLER                PIC X(06) VALUE 'IBAN :'.
014200     05 LI-IBAN               PIC X(27).
014300     05 FILLER                PIC X(37) VALUE SPACE.
014400*
014500 01  LIGNE-TOTAL.
014600     05 FILLER                PIC X(24) VALUE
014700        'VIREMENTS EN ATTENTE : '.
014800     05 LT-NB                 PIC ZZZZZZ9.
014900     05 FILLER                PIC X(12) VALUE
015000        '  MONTANT : '.
015100     05 LT-TOTAL              PIC ZZZZZZZZZZ9.99.
015200     05 FILLER                PIC X(23) VALUE SPACE.
015300*
015400*======================================================*
015500*     P R O C E D U R E     D I V I S I O N            *
015600*======================================================*
015700 PROCEDURE DIVISION.
015800*----------------------*
015900 0000-MAINLINE.
016000*----------------------*
016100     PERFORM 1000-INITIALISATION
016200     PERFORM 2000-TRAITER-SUSPENS THRU 2000-TRAITER-EXIT
016300         UNTIL FIN-FSUS
016400     PERFORM 8000-ECRIRE-TOTAL
016500     PERFORM 9000-TERMINAISON
016600     GOBACK
016700     .
016800*----------------------*
016900 1000-INITIALISATION.
017000*----------------------*
017100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
017200
017300     MOVE 'D' TO RL-FONCTION
017400     MOVE 'BENCAR' TO RL-PROG
017500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
017600     CALL 'pgrunlog' USING RL-COMMUN
017700
017800     OPEN INPUT FSUS
017900     IF NOT FS-FSUS-OK
018000        DISPLAY 'BENCAR - ERREUR OPEN FSUS - FS='
018100                WS-FS-FSUS
018200        MOVE 12 TO RETURN-CODE
018300        GOBACK
018400     END-IF
018500
018600     OPEN INPUT FBENEF
018700     IF NOT FS-FBENEF-OK
018800        DISPLAY 'BENCAR - ERREUR OPEN FBENEF - FS='
018900                WS-FS-FBENEF
019000        MOVE 12 TO RETURN-CODE
019100        CLOSE FSUS
019200        GOBACK
019300     END-IF
019400
019500     OPEN OUTPUT BENCARRP
019600     IF NOT FS-BENCARRP-OK
019700        DISPLAY 'BENCAR - ERREUR OPEN BENCARRP - FS='
019800                WS-FS-BENCARRP
019900        MOVE 12 TO RETURN-CODE
020000        CLOSE FSUS
020100        CLOSE FBENEF
020200        GOBACK
020300     END-IF
020400
020500     MOVE WS-DATE-JOUR   TO LT-DATE
020600     MOVE LIGNE-TITRE    TO REC-BENCARRP
020700     WRITE REC-BENCARRP
020800     MOVE LIGNE-ENTETE-1 TO REC-BENCARRP
020900     WRITE REC-BENCARRP
021000     .
021100*----------------------*
021200 2000-TRAITER-SUSPENS.
021300*----------------------*
021400     READ FSUS
021500         AT END
021600            MOVE 'Y' TO WS-FIN-FSUS
021700            GO TO 2000-TRAITER-EXIT
021800     END-READ
021900
022000     ADD 1 TO WS-NB-LUS
022100
022200     IF SUS-MOTIF NOT = 'BC'
022300        GO TO 2000-TRAITER-EXIT
022400     END-IF
022500
022600*    LE BENEFICIAIRE A PU ETRE SUPPRIME DEPUIS LE REJET :
022700*    LA LIGNE SORT QUAND MEME, SANS NOM NI DATES
022800     MOVE SUS-ID-CPTE TO BEN-ID-CPTE
022900     MOVE SPACE       TO BEN-IBAN
023000     STRING 'FR' SUS-IBAN-CLE SUS-IBAN-BBAN
023100            DELIMITED BY SIZE INTO BEN-IBAN
023200     READ FBENEF
023300         INVALID KEY
023400            MOVE '** INCONNU **' TO BEN-NOM
023500            MOVE SPACE           TO BEN-STATUT
023600            MOVE ZERO            TO BEN-DATE-AJOUT
023700                                    BEN-DATE-DISPO
023800     END-READ
023900     IF BEN-REVOQUE
024000        MOVE '** SUPPRIME **' TO BEN-NOM
024100     END-IF
024200
024300     MOVE SUS-ID-CPTE     TO LD-CPTE
024400     MOVE SUS-MONTANT     TO LD-MONTANT
024500     MOVE SUS-DATE-ENTREE TO LD-ENTREE
024600     MOVE BEN-DATE-AJOUT  TO LD-AJOUT
024700     MOVE BEN-DATE-DISPO  TO LD-DISPO
024800     MOVE BEN-NOM         TO LD-NOM
024900     MOVE LIGNE-DETAIL    TO REC-BENCARRP
025000     WRITE REC-BENCARRP
025100     MOVE BEN-IBAN        TO LI-IBAN
025200     MOVE LIGNE-IBAN      TO REC-BENCARRP
025300     WRITE REC-BENCARRP
025400     ADD 1 TO WS-NB-ATTENTE
025500     ADD SUS-MONTANT TO WS-TOT-ATTENTE
025600     .
025700 2000-TRAITER-EXIT.
025800     EXIT.
025900*----------------------*
026000 8000-ECRIRE-TOTAL.
026100*----------------------*
026200     MOVE WS-NB-ATTENTE  TO LT-NB
026300     MOVE WS-TOT-ATTENTE TO LT-TOTAL
026400     MOVE LIGNE-TOTAL    TO REC-BENCARRP
026500     WRITE REC-BENCARRP
026600     .
026700*----------------------*
026800 9000-TERMINAISON.
026900*----------------------*
027000     CLOSE FSUS
027100     CLOSE FBENEF
027200     CLOSE BENCARRP
027300
027400     DISPLAY 'BENCAR - SUSPENS LUS          : ' WS-NB-LUS
027500     DISPLAY 'BENCAR - VIREMENTS EN ATTENTE : ' WS-NB-ATTENTE
027600
027700     MOVE 'F' TO RL-FONCTION
027800     MOVE 'BENCAR' TO RL-PROG
027900     MOVE WS-NB-LUS TO RL-LUS
028000     MOVE WS-NB-ATTENTE TO RL-ECRITS
028100     MOVE ZERO TO RL-REJETES
028200     MOVE RETURN-CODE TO RL-RC
028300     CALL 'pgrunlog' USING RL-COMMUN
028400     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    PROPCLI.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - REPRISE NOCTURNE DE
001400*                   L'IDENTITE DES CLIENTS SUR LEURS
001500*                   COMPTES. MODIFCLI NE MET A JOUR QUE
001600*                   FCLIENTS : NOM-CLT, PRN-CLT, ADR-CLT ET
001700*                   PST-CLT DE CHAQUE COMPTE CLIENT.DAT
001800*                   RATTACHE AU CLIENT (CROSS-REFERENCE
001900*                   FCLICPT, SINON CLE DIRECTE DU COMPTE
002000*                   HISTORIQUE) SONT ALIGNES SUR LA FICHE.
002100*                   CHAQUE COMPTE MODIFIE LAISSE UNE LIGNE
002200*                   AVANT / APRES DANS LE JOURNAL JRNIDENT.
002300*--------------------------------------------------------
002400*
002500*======================================================*
002600*   E N V I R O N M E N T       D I V I S I O N        *
002700*======================================================*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER. IBM-390.
003100 OBJECT-COMPUTER. IBM-390.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT FCLIENTS   ASSIGN TO FCLIENT
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS SEQUENTIAL
003700         RECORD KEY IS E-NUMERO
003800         FILE STATUS IS WS-FS-FCLIENTS.

003900     SELECT FXREF      ASSIGN TO FXREF
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS XRF-CLE
004300         ALTERNATE RECORD KEY IS XRF-ID-CPTE
004400         FILE STATUS IS WS-FS-FXREF.

004500     SELECT FCLT       ASSIGN TO FCLT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS ID-CPTE
004900         FILE STATUS IS WS-FS-FCLT.

005000     SELECT FJRNID     ASSIGN TO FJRNID
005100         ORGANIZATION IS SEQUENTIAL
005200         ACCESS MODE IS SEQUENTIAL
005300         FILE STATUS IS WS-FS-FJRNID.
005400*
005500*======================================================*
005600*           D A T A         D I V I S I O N            *
005700*======================================================*
005800 DATA DIVISION.
005900 FILE SECTION.
006000*
006100 FD  FCLIENTS
006200     RECORD CONTAINS 400 CHARACTERS.
006300     COPY FCLIENTS.
006400*
006500 FD  FXREF
006600     RECORD CONTAINS 80 CHARACTERS.
006700     COPY FCLICPT.
006800*
006900 FD  FCLT
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  REC-CLT.
007200     05  ID-CPTE    PIC X(08).
007300     05  ID-REGION  PIC X(02).
007400     05  NAT-CPTE   PIC 9(02).
007500     05  NOM-CLT    PIC X(10).
007600     05  PRN-CLT    PIC X(10).
007700     05  DTN-CLT    PIC 9(08).
007800     05  SEX-CLT    PIC X(01).
007900     05  ACP-CLT    PIC X(02).
008000     05  STS-CLT    PIC X(01).
008100     05  ADR-CLT    PIC X(10).
008200     05  SLD-CLT    PIC S9(08)V99.
008300     05  PST-CLT    PIC X(02).
008400*    LE PIN (NON UTILISE ICI) PRECEDE LE DECOUVERT
008500*    AUTORISE DANS LE DESSIN PHYSIQUE
008600     05  FILLER     PIC X(04).
008700     05  DEC-CLT    PIC 9(06).
008800     05  FILLER     PIC X(04).
008900*
009000 FD  FJRNID
009100     RECORD CONTAINS 100 CHARACTERS.
009200     COPY FJRNIDT.
009300*
009400*------------------------------------------------------*
009500 WORKING-STORAGE SECTION.
009600*------------------------------------------------------*
009700*
009800 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
009900     88 FS-FCLIENTS-OK           VALUE '00'.
010000*
010100 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
010200     88 FS-FXREF-OK              VALUE '00'.
010300*
010400 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
010500     88 FS-FCLT-OK               VALUE '00'.
010600*
010700 01  WS-FS-FJRNID             PIC X(02) VALUE SPACE.
010800     88 FS-FJRNID-OK             VALUE '00'.
010900*
011000 01  WS-FIN-FCLIENTS          PIC X(01) VALUE 'N'.
011100     88 FIN-FCLIENTS             VALUE 'Y'.
011200*
011300 01  WS-FIN-XREF              PIC X(01) VALUE 'N'.
011400     88 FIN-XREF                 VALUE 'Y'.
011500*
011600 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
011700 01  WS-CLE-LONGUE            PIC 9(08).
011800 01  WS-NB-CPTES-CLIENT       PIC 9(03) VALUE ZERO.
011900*
012000*    IDENTITE QUE LES COMPTES DOIVENT PORTER, TIREE DE LA
012100*    FICHE FCLIENTS COMME A L'OUVERTURE (OUVRCPT) : NOM ET
012200*    PRENOM TRONQUES A 10, RAISON SOCIALE SUR NOM + PRENOM
012300*    POUR UNE PERSONNE MORALE, ADRESSE TRONQUEE A 10 ET
012400*    DEPARTEMENT DU CODE POSTAL
012500 01  WS-IDENTITE.
012600     05 WS-NOM-ATTENDU        PIC X(10).
012700     05 WS-PRN-ATTENDU        PIC X(10).
012800     05 WS-ADR-ATTENDU        PIC X(10).
012900     05 WS-PST-ATTENDU        PIC X(02).
013000*
013100*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
013200 01  RL-COMMUN.
013300     05 RL-FONCTION    PIC X(01).
013400     05 RL-PROG        PIC X(08).
013500     05 RL-LUS         PIC 9(09).
013600     05 RL-ECRITS      PIC 9(09).
013700     05 RL-REJETES     PIC 9(09).
013800     05 RL-RC          PIC 9(02).
013900*
014000 01  WS-COMPTEURS.
014100     05 WS-NB-CLIENTS-LUS      PIC 9(07) VALUE ZERO.
014200     05 WS-NB-CLIENTS-SUPPR    PIC 9(07) VALUE ZERO.
014300     05 WS-NB-COMPTES-VUS      PIC 9(07) VALUE ZERO.
014400     05 WS-NB-COMPTES-MAJ      PIC 9(07) VALUE ZERO.
014500     05 WS-NB-ANOMALIES        PIC 9(07) VALUE ZERO.
014600*
014700*======================================================*
014800*     P R O C E D U R E     D I V I S I O N            *
014900*======================================================*
015000 PROCEDURE DIVISION.
015100*----------------------*
015200 0000-MAINLINE.
015300*----------------------*
015400     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
015500     IF RETURN-CODE NOT < 8
015600        GOBACK
015700     END-IF
015800     PERFORM 2000-TRAITER-UN-CLIENT THRU 2000-TRAITER-EXIT
015900         UNTIL FIN-FCLIENTS
016000     PERFORM 9000-TERMINAISON
016100     GOBACK
016200     .
016300*----------------------*
016400 1000-INITIALISATION.
016500*----------------------*
016600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

016700     MOVE 'D' TO RL-FONCTION
016800     MOVE 'PROPCLI' TO RL-PROG
016900     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
017000     CALL 'pgrunlog' USING RL-COMMUN

017100     OPEN INPUT FCLIENTS
017200     IF NOT FS-FCLIENTS-OK
017300        DISPLAY 'PROPCLI - ERREUR OPEN FCLIENTS - FS='
017400                WS-FS-FCLIENTS
017500        MOVE 12 TO RETURN-CODE
017600        GO TO 1000-INITIALISATION-EXIT
017700     END-IF

017800     OPEN INPUT FXREF
017900     IF NOT FS-FXREF-OK
018000        DISPLAY 'PROPCLI - ERREUR OPEN FXREF - FS='
018100                WS-FS-FXREF
018200        MOVE 12 TO RETURN-CODE
018300        CLOSE FCLIENTS
018400        GO TO 1000-INITIALISATION-EXIT
018500     END-IF

018600     OPEN I-O FCLT
018700     IF NOT FS-FCLT-OK
018800        DISPLAY 'PROPCLI - ERREUR OPEN FCLT - FS='
018900                WS-FS-FCLT
019000        MOVE 12 TO RETURN-CODE
019100        CLOSE FCLIENTS FXREF
019200        GO TO 1000-INITIALISATION-EXIT
019300     END-IF

019400     OPEN EXTEND FJRNID
019500     IF NOT FS-FJRNID-OK
019600        DISPLAY 'PROPCLI - ERREUR OPEN FJRNID - FS='
019700                WS-FS-FJRNID
019800        MOVE 12 TO RETURN-CODE
019900        CLOSE FCLIENTS FXREF FCLT
020000        GO TO 1000-INITIALISATION-EXIT
020100     END-IF
020200     .
020300 1000-INITIALISATION-EXIT.
020400     EXIT.
020500*----------------------*
020600 2000-TRAITER-UN-CLIENT.
020700*----------------------*
020800*    UN CLIENT SUPPRIME N'EST PLUS REPRIS : SES COMPTES
020900*    GARDENT LA DERNIERE IDENTITE CONNUE
021000     READ FCLIENTS NEXT RECORD
021100         AT END
021200            MOVE 'Y' TO WS-FIN-FCLIENTS
021300            GO TO 2000-TRAITER-EXIT
021400     END-READ

021500     ADD 1 TO WS-NB-CLIENTS-LUS

021600     IF E-CLI-SUPPRIME
021700        ADD 1 TO WS-NB-CLIENTS-SUPPR
021800        GO TO 2000-TRAITER-EXIT
021900     END-IF

022000     PERFORM 2100-IDENTITE-ATTENDUE

022100*    TOUS LES SUFFIXES DU CLIENT DANS LA CROSS-REFERENCE
022200     MOVE ZERO     TO WS-NB-CPTES-CLIENT
022300     MOVE 'N'      TO WS-FIN-XREF
022400     MOVE E-NUMERO TO XRF-NUMERO
022500     MOVE ZERO     TO XRF-SUFFIXE
022600     START FXREF KEY IS NOT LESS THAN XRF-CLE
022700         INVALID KEY
022800            MOVE 'Y' TO WS-FIN-XREF
022900     END-START
023000     PERFORM 2200-LIRE-UN-SUFFIXE THRU 2200-LIRE-EXIT
023100         UNTIL FIN-XREF
023200     IF WS-NB-CPTES-CLIENT > ZERO
023300        GO TO 2000-TRAITER-EXIT
023400     END-IF

023500*    CLIENT ABSENT DE LA CROSS-REFERENCE : COMPTE
023600*    HISTORIQUE PAR LA CLE DIRECTE (MEME REGLE QUE RECFCLI)
023700     MOVE E-NUMERO      TO WS-CLE-LONGUE
023800     MOVE WS-CLE-LONGUE TO ID-CPTE
023900     READ FCLT
024000         INVALID KEY
024100            GO TO 2000-TRAITER-EXIT
024200     END-READ
024300     PERFORM 2300-ALIGNER-COMPTE THRU 2300-ALIGNER-EXIT
024400     .
024500 2000-TRAITER-EXIT.
024600     EXIT.
024700*----------------------*
024800 2100-IDENTITE-ATTENDUE.
024900*----------------------*
025000     MOVE E-NOM-CLI     TO WS-NOM-ATTENDU
025100     MOVE E-PNM-CLI     TO WS-PRN-ATTENDU
025200     IF E-CLI-ENTREPRISE
025300        MOVE E-RAISON-SOC(1:10)  TO WS-NOM-ATTENDU
025400        MOVE E-RAISON-SOC(11:10) TO WS-PRN-ATTENDU
025500     END-IF
025600     MOVE E-ADR-CLI     TO WS-ADR-ATTENDU
025700     MOVE E-DEP-CLI     TO WS-PST-ATTENDU
025800     .
025900*----------------------*
026000 2200-LIRE-UN-SUFFIXE.
026100*----------------------*
026200     READ FXREF NEXT RECORD
026300         AT END
026400            MOVE 'Y' TO WS-FIN-XREF
026500            GO TO 2200-LIRE-EXIT
026600     END-READ

026700     IF XRF-NUMERO NOT = E-NUMERO
026800        MOVE 'Y' TO WS-FIN-XREF
026900        GO TO 2200-LIRE-EXIT
027000     END-IF

027100*    UN COMPTE INSCRIT MAIS ABSENT DE CLIENT.DAT EST UNE
027200*    ANOMALIE DE RAPPROCHEMENT : RECFCLI LA SIGNALE
027300     MOVE XRF-ID-CPTE TO ID-CPTE
027400     READ FCLT
027500         INVALID KEY
027600            GO TO 2200-LIRE-EXIT
027700     END-READ
027800     ADD 1 TO WS-NB-CPTES-CLIENT
027900     PERFORM 2300-ALIGNER-COMPTE THRU 2300-ALIGNER-EXIT
028000     .
028100 2200-LIRE-EXIT.
028200     EXIT.
028300*----------------------*
028400 2300-ALIGNER-COMPTE.
028500*----------------------*
028600     ADD 1 TO WS-NB-COMPTES-VUS

028700     IF NOM-CLT = WS-NOM-ATTENDU
028800        AND PRN-CLT = WS-PRN-ATTENDU
028900        AND ADR-CLT = WS-ADR-ATTENDU
029000        AND PST-CLT = WS-PST-ATTENDU
029100        GO TO 2300-ALIGNER-EXIT
029200     END-IF

029300     MOVE SPACE         TO JID-LIGNE
029400     MOVE WS-DATE-JOUR  TO JID-DATE
029500     MOVE 'PROPCLI'     TO JID-PROG
029600     MOVE ID-CPTE       TO JID-ID-CPTE
029700     MOVE E-NUMERO      TO JID-NUMERO
029800     MOVE NOM-CLT       TO JID-NOM-AVANT
029900     MOVE PRN-CLT       TO JID-PRN-AVANT
030000     MOVE ADR-CLT       TO JID-ADR-AVANT
030100     MOVE PST-CLT       TO JID-PST-AVANT

030200     MOVE WS-NOM-ATTENDU TO NOM-CLT
030300     MOVE WS-PRN-ATTENDU TO PRN-CLT
030400     MOVE WS-ADR-ATTENDU TO ADR-CLT
030500     MOVE WS-PST-ATTENDU TO PST-CLT
030600     REWRITE REC-CLT
030700         INVALID KEY
030800            DISPLAY 'PROPCLI - REWRITE FCLT IMPOSSIBLE - '
030900                    'ID-CPTE=' ID-CPTE ' FS=' WS-FS-FCLT
031000            ADD 1 TO WS-NB-ANOMALIES
031100            GO TO 2300-ALIGNER-EXIT
031200     END-REWRITE

031300     MOVE NOM-CLT       TO JID-NOM-APRES
031400     MOVE PRN-CLT       TO JID-PRN-APRES
031500     MOVE ADR-CLT       TO JID-ADR-APRES
031600     MOVE PST-CLT       TO JID-PST-APRES
031700     WRITE JID-LIGNE
031800     IF NOT FS-FJRNID-OK
031900        DISPLAY 'PROPCLI - ERREUR WRITE FJRNID - FS='
032000                WS-FS-FJRNID
032100        MOVE 12 TO RETURN-CODE
032200        PERFORM 9000-TERMINAISON
032300        GOBACK
032400     END-IF
032500     ADD 1 TO WS-NB-COMPTES-MAJ
032600     .
032700 2300-ALIGNER-EXIT.
032800     EXIT.
032900*----------------------*
033000 9000-TERMINAISON.
033100*----------------------*
033200     CLOSE FCLIENTS
033300     CLOSE FXREF
033400     CLOSE FCLT
033500     CLOSE FJRNID

033600     DISPLAY 'PROPCLI - CLIENTS LUS         : '
033700             WS-NB-CLIENTS-LUS
033800     DISPLAY 'PROPCLI - CLIENTS SUPPRIMES   : '
033900             WS-NB-CLIENTS-SUPPR
034000     DISPLAY 'PROPCLI - COMPTES EXAMINES    : '
034100             WS-NB-COMPTES-VUS
034200     DISPLAY 'PROPCLI - COMPTES MIS A JOUR  : '
034300             WS-NB-COMPTES-MAJ
034400     DISPLAY 'PROPCLI - ANOMALIES           : '
034500             WS-NB-ANOMALIES

034600     IF WS-NB-ANOMALIES > ZERO AND RETURN-CODE < 4
034700        MOVE 4 TO RETURN-CODE
034800     END-IF

034900     MOVE 'F' TO RL-FONCTION
035000     MOVE 'PROPCLI' TO RL-PROG
035100     MOVE WS-NB-CLIENTS-LUS TO RL-LUS
035200     MOVE WS-NB-COMPTES-MAJ TO RL-ECRITS
035300     MOVE WS-NB-ANOMALIES TO RL-REJETES
035400     MOVE RETURN-CODE TO RL-RC
035500     CALL 'pgrunlog' USING RL-COMMUN
035600     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LCBCHG.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - CHARGEMENT DES ALERTES DE
001400*                   CONFORMITE DE LA NUIT DANS LE FICHIER
001500*                   DES DOSSIERS LCB-FT (FDOSLCB) : ETAT
001600*                   SURVMVT DE PARTI24 (GROS MOUVEMENTS,
001700*                   MOUVEMENTS MULTIPLES, DEPOT SUIVI DE
001800*                   RETRAIT), ETAT STRUCMVT DE STRUCDET
001900*                   (FRACTIONNEMENT) ET ETAT DES DOUBLONS
002000*                   INTER-NUITS DE DUPMVT. UNE ALERTE EST
002100*                   RATTACHEE AU DOSSIER EN COURS DU
002200*                   COMPTE (OUVERT OU SOUS SURVEILLANCE) ;
002300*                   SANS DOSSIER EN COURS, LE DOSSIER
002400*                   SUIVANT DU COMPTE EST OUVERT AVEC UNE
002500*                   ECHEANCE INTERNE A N JOURS (PARM,
002600*                   DEFAUT 30). UNE ALERTE DEJA RATTACHEE
002700*                   (MEME DATE, SOURCE, MOTIF ET MONTANT)
002800*                   N'EST PAS RATTACHEE UNE SECONDE FOIS.
002900*--------------------------------------------------------
003000*
003100*======================================================*
003200*   E N V I R O N M E N T       D I V I S I O N        *
003300*======================================================*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-390.
003700 OBJECT-COMPUTER. IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FDOSLCB    ASSIGN TO FDOSLCB
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS DOS-CLE
004400         FILE STATUS IS WS-FS-FDOSLCB.

004500     SELECT FCLT       ASSIGN TO FCLT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS ID-CPTE
004900         FILE STATUS IS WS-FS-FCLT.

005000     SELECT FSURV      ASSIGN TO FSURV
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-FS-FSURV.

005300     SELECT FSTRUC     ASSIGN TO FSTRUC
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-FS-FSTRUC.

005600     SELECT FDOUBL     ASSIGN TO FDOUBL
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-FS-FDOUBL.

005900     SELECT LCBCHGRP   ASSIGN TO LCBCHGRP
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-FS-LCBCHGRP.
006200*
006300*======================================================*
006400*           D A T A         D I V I S I O N            *
006500*======================================================*
006600 DATA DIVISION.
006700 FILE SECTION.
006800*
006900 FD  FDOSLCB
007000     RECORD CONTAINS 700 CHARACTERS.
007100     COPY FDOSLCB.
007200*
007300 FD  FCLT
007400     RECORD CONTAINS 80 CHARACTERS.
007500 01  REC-CLT.
007600     05  ID-CPTE    PIC X(08).
007700     05  ID-REGION  PIC X(02).
007800     05  NAT-CPTE   PIC 9(02).
007900     05  NOM-CLT    PIC X(10).
008000     05  PRN-CLT    PIC X(10).
008100     05  FILLER     PIC X(48).
008200*
008300*    ETAT SURVMVT DE PARTI24 : UNE LIGNE DE TITRE DATEE
008400*    PUIS UNE LIGNE PAR ALERTE
008500 FD  FSURV
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  REC-SURV                 PIC X(80).
008800 01  SURV-TITRE.
008900     05  FILLER               PIC X(42).
009000     05  SV-TIT-DATE          PIC X(08).
009100     05  FILLER               PIC X(30).
009200 01  SURV-ALERTE.
009300     05  SV-CPTE              PIC X(08).
009400     05  FILLER               PIC X(02).
009500     05  SV-NOM               PIC X(10).
009600     05  FILLER               PIC X(01).
009700     05  SV-PRN               PIC X(10).
009800     05  FILLER               PIC X(02).
009900     05  SV-REGION            PIC X(02).
010000     05  FILLER               PIC X(02).
010100     05  SV-MOTIF             PIC X(26).
010200     05  FILLER               PIC X(02).
010300     05  SV-MONTANT           PIC ZZZZZZZ9.99.
010400     05  FILLER               PIC X(04).
010500*
010600*    ETAT STRUCMVT DE STRUCDET : TITRE DATE, LIGNE
010700*    D'ENTETE, UNE LIGNE PAR COMPTE SIGNALE, TOTAL
010800 FD  FSTRUC
010900     RECORD CONTAINS 100 CHARACTERS.
011000 01  REC-STRUC                PIC X(100).
011100 01  STRUC-TITRE.
011200     05  FILLER               PIC X(58).
011300     05  ST-TIT-DATE          PIC X(08).
011400     05  FILLER               PIC X(34).
011500 01  STRUC-ALERTE.
011600     05  ST-CPTE              PIC X(08).
011700     05  FILLER               PIC X(02).
011800     05  ST-NOM               PIC X(10).
011900     05  FILLER               PIC X(01).
012000     05  ST-PRN               PIC X(10).
012100     05  FILLER               PIC X(02).
012200     05  ST-DEPOTS            PIC ZZZZZZZZZ9.99.
012300     05  FILLER               PIC X(01).
012400     05  ST-RETRAITS          PIC ZZZZZZZZZ9.99.
012500     05  FILLER               PIC X(02).
012600     05  ST-PLUS-GROS         PIC ZZZZZZZ9.99.
012700     05  FILLER               PIC X(02).
012800     05  ST-NB-MVTS           PIC ZZZZ9.
012900     05  FILLER               PIC X(19).
013000*
013100*    ETAT DES DOUBLONS INTER-NUITS DE DUPMVT : TITRE
013200*    DATE, UNE LIGNE PAR PAIRE SUSPECTE, TOTAL
013300 FD  FDOUBL
013400     RECORD CONTAINS 100 CHARACTERS.
013500 01  REC-DOUBL                PIC X(100).
013600 01  DOUBL-TITRE.
013700     05  FILLER               PIC X(58).
013800     05  DB-TIT-DATE          PIC X(08).
013900     05  FILLER               PIC X(34).
014000 01  DOUBL-ALERTE.
014100     05  DB-CPTE              PIC X(08).
014200     05  FILLER               PIC X(01).
014300     05  DB-CODE              PIC X(01).
014400     05  FILLER               PIC X(01).
014500     05  DB-SOURCE            PIC X(04).
014600     05  FILLER               PIC X(01).
014700     05  DB-MONTANT           PIC ZZZZZZZ9.99.
014800     05  FILLER               PIC X(01).
014900     05  DB-DATE-1            PIC X(08).
015000     05  FILLER               PIC X(05).
015100     05  DB-SOLDE-1           PIC X(12).
015200     05  FILLER               PIC X(01).
015300     05  DB-DATE-2            PIC X(08).
015400     05  FILLER               PIC X(05).
015500     05  DB-SOLDE-2           PIC X(12).
015600     05  FILLER               PIC X(28).
015700*
015800 FD  LCBCHGRP
015900     RECORD CONTAINS 100 CHARACTERS.
016000 01  REC-LCBCHGRP             PIC X(100).
016100*
016200*------------------------------------------------------*
016300 WORKING-STORAGE SECTION.
016400*------------------------------------------------------*
016500*
016600 01  WS-FS-FDOSLCB            PIC X(02) VALUE SPACE.
016700     88 FS-FDOSLCB-OK            VALUE '00'.
016800 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
016900     88 FS-FCLT-OK               VALUE '00'.
017000 01  WS-FS-FSURV              PIC X(02) VALUE SPACE.
017100     88 FS-FSURV-OK              VALUE '00'.
017200 01  WS-FS-FSTRUC             PIC X(02) VALUE SPACE.
017300     88 FS-FSTRUC-OK             VALUE '00'.
017400 01  WS-FS-FDOUBL             PIC X(02) VALUE SPACE.
017500     88 FS-FDOUBL-OK             VALUE '00'.
017600 01  WS-FS-LCBCHGRP           PIC X(02) VALUE SPACE.
017700     88 FS-LCBCHGRP-OK           VALUE '00'.
017800*
017900 01  WS-FIN-FSURV             PIC X(01) VALUE 'N'.
018000     88 FIN-FSURV                VALUE 'Y'.
018100 01  WS-FIN-FSTRUC            PIC X(01) VALUE 'N'.
018200     88 FIN-FSTRUC               VALUE 'Y'.
018300 01  WS-FIN-FDOUBL            PIC X(01) VALUE 'N'.
018400     88 FIN-FDOUBL               VALUE 'Y'.
018500 01  WS-FIN-DOSSIERS          PIC X(01) VALUE 'N'.
018600     88 FIN-DOSSIERS             VALUE 'Y'.
018700*
018800 01  WS-DATE-JOUR             PIC 9(08).
018900 01  WS-JOUR-ENTIER           PIC 9(07).
019000*    DELAI DE TRAITEMENT D'UN NOUVEAU DOSSIER (JOURS)
019100 01  WS-DELAI-JOURS           PIC 9(03) VALUE 030.
019200*
019300*    DATE DE L'ETAT EN COURS DE LECTURE (LIGNE DE TITRE)
019400 01  WS-DATE-ETAT             PIC 9(08).
019500*
019600*    ALERTE A RATTACHER
019700 01  WS-ALERTE.
019800     05 WS-ALR-CPTE           PIC X(08).
019900     05 WS-ALR-NOM            PIC X(10).
020000     05 WS-ALR-PRN            PIC X(10).
020100     05 WS-ALR-REGION         PIC X(02).
020200     05 WS-ALR-DATE           PIC 9(08).
020300     05 WS-ALR-SOURCE         PIC X(01).
020400     05 WS-ALR-MOTIF          PIC X(26).
020500     05 WS-ALR-MONTANT        PIC 9(11)V99.
020600 01  WS-DEPOTS                PIC 9(11)V99.
020700 01  WS-RETRAITS              PIC 9(11)V99.
020800*
020900*    RECHERCHE DU DOSSIER EN COURS DU COMPTE : DERNIER
021000*    NUMERO DE DOSSIER LU ET SON STATUT
021100 01  WS-DERNIER-NO            PIC 9(03).
021200 01  WS-DERNIER-STATUT        PIC X(01).
021300     88 DERNIER-EN-COURS         VALUE 'O' 'S'.
021400 01  WS-DEJA-RATTACHEE        PIC X(01).
021500     88 DEJA-RATTACHEE           VALUE 'O'.
021600 01  WS-IND-ALR               PIC S9(4) COMP.
021700*
021800 01  WS-NB-LIGNES-LUES        PIC 9(07) VALUE ZERO.
021900 01  WS-NB-ALERTES            PIC 9(07) VALUE ZERO.
022000 01  WS-NB-CREES              PIC 9(07) VALUE ZERO.
022100 01  WS-NB-RATTACHEES         PIC 9(07) VALUE ZERO.
022200 01  WS-NB-DEJA-VUES          PIC 9(07) VALUE ZERO.
022300 01  WS-NB-CPTE-INCONNU       PIC 9(07) VALUE ZERO.
022400 01  WS-NB-PLEINS             PIC 9(07) VALUE ZERO.
022500*
022600*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
022700 01  RL-COMMUN.
022800     05 RL-FONCTION    PIC X(01).
022900     05 RL-PROG        PIC X(08).
023000     05 RL-LUS         PIC 9(09).
023100     05 RL-ECRITS      PIC 9(09).
023200     05 RL-REJETES     PIC 9(09).
023300     05 RL-RC          PIC 9(02).
023400*
023500 01  LIGNE-TITRE.
023600     05 FILLER                PIC X(44) VALUE
023700        'CHARGEMENT DES ALERTES LCB-FT - NUIT DU     '.
023800     05 LT-DATE               PIC 9(08).
023900     05 FILLER                PIC X(48) VALUE SPACE.
024000*
024100 01  LIGNE-ENTETE.
024200     05 FILLER                PIC X(10) VALUE 'COMPTE'.
024300     05 FILLER                PIC X(05) VALUE 'DOS'.
024400     05 FILLER                PIC X(10) VALUE 'ACTION'.
024500     05 FILLER                PIC X(09) VALUE 'DATE'.
024600     05 FILLER                PIC X(02) VALUE 'S'.
024700     05 FILLER                PIC X(28) VALUE 'MOTIF'.
024800     05 FILLER                PIC X(15) VALUE '        MONTANT'.
024900     05 FILLER                PIC X(21) VALUE SPACE.
025000*
025100 01  LIGNE-DETAIL.
025200     05 LD-CPTE               PIC X(08).
025300     05 FILLER                PIC X(02) VALUE SPACE.
025400     05 LD-NO                 PIC 9(03).
025500     05 FILLER                PIC X(02) VALUE SPACE.
025600     05 LD-ACTION             PIC X(08).
025700     05 FILLER                PIC X(02) VALUE SPACE.
025800     05 LD-DATE               PIC 9(08).
025900     05 FILLER                PIC X(01) VALUE SPACE.
026000     05 LD-SOURCE             PIC X(01).
026100     05 FILLER                PIC X(01) VALUE SPACE.
026200     05 LD-MOTIF              PIC X(26).
026300     05 FILLER                PIC X(02) VALUE SPACE.
026400     05 LD-MONTANT            PIC ZZZZZZZZZZ9.99.
026500     05 FILLER                PIC X(22) VALUE SPACE.
026600*
026700 01  LIGNE-TOTAL.
026800     05 LT-LIBELLE            PIC X(30).
026900     05 LT-NB                 PIC ZZZZZZ9.
027000     05 FILLER                PIC X(63) VALUE SPACE.
027100*
027200*======================================================*
027300*          L I N K A G E     S E C T I O N             *
027400*======================================================*
027500 LINKAGE SECTION.
027600 01  LK-PARM-DELAI.
027700     05 LK-PARM-LEN           PIC S9(4) COMP.
027800     05 LK-PARM-VALUE         PIC X(03).
027900*
028000*======================================================*
028100*     P R O C E D U R E     D I V I S I O N            *
028200*======================================================*
028300 PROCEDURE DIVISION USING LK-PARM-DELAI.
028400*----------------------*
028500 0000-MAINLINE.
028600*----------------------*
028700     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
028800     IF RETURN-CODE NOT < 8
028900        GOBACK
029000     END-IF
029100     PERFORM 2000-LIRE-SURV THRU 2000-LIRE-SURV-EXIT
029200         UNTIL FIN-FSURV
029300     PERFORM 3000-LIRE-STRUC THRU 3000-LIRE-STRUC-EXIT
029400         UNTIL FIN-FSTRUC
029500     PERFORM 4000-LIRE-DOUBL THRU 4000-LIRE-DOUBL-EXIT
029600         UNTIL FIN-FDOUBL
029700     PERFORM 9000-TERMINAISON
029800     GOBACK
029900     .
030000*----------------------*
030100 1000-INITIALISATION.
030200*----------------------*
030300     IF LK-PARM-LEN > ZERO
030400        IF LK-PARM-VALUE(1:LK-PARM-LEN) NOT NUMERIC
030500           DISPLAY 'LCBCHG - PARM DELAI NON NUMERIQUE : '
030600                   LK-PARM-VALUE
030700           MOVE 8 TO RETURN-CODE
030800           GO TO 1000-INITIALISATION-EXIT
030900        END-IF
031000        MOVE LK-PARM-VALUE(1:LK-PARM-LEN)
031100          TO WS-DELAI-JOURS
031200     END-IF

031300     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

031400     MOVE 'D' TO RL-FONCTION
031500     MOVE 'LCBCHG' TO RL-PROG
031600     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
031700     CALL 'pgrunlog' USING RL-COMMUN

031800     OPEN I-O FDOSLCB
031900     IF NOT FS-FDOSLCB-OK
032000        DISPLAY 'LCBCHG - ERREUR OPEN FDOSLCB - FS='
032100                WS-FS-FDOSLCB
032200        MOVE 12 TO RETURN-CODE
032300        GO TO 1000-INITIALISATION-EXIT
032400     END-IF

032500     OPEN INPUT FCLT
032600     IF NOT FS-FCLT-OK
032700        DISPLAY 'LCBCHG - ERREUR OPEN FCLT - FS='
032800                WS-FS-FCLT
032900        MOVE 12 TO RETURN-CODE
033000        CLOSE FDOSLCB
033100        GO TO 1000-INITIALISATION-EXIT
033200     END-IF

033300     OPEN INPUT FSURV
033400     IF NOT FS-FSURV-OK
033500        DISPLAY 'LCBCHG - ERREUR OPEN FSURV - FS='
033600                WS-FS-FSURV
033700        MOVE 12 TO RETURN-CODE
033800        CLOSE FDOSLCB FCLT
033900        GO TO 1000-INITIALISATION-EXIT
034000     END-IF

034100     OPEN INPUT FSTRUC
034200     IF NOT FS-FSTRUC-OK
034300        DISPLAY 'LCBCHG - ERREUR OPEN FSTRUC - FS='
034400                WS-FS-FSTRUC
034500        MOVE 12 TO RETURN-CODE
034600        CLOSE FDOSLCB FCLT FSURV
034700        GO TO 1000-INITIALISATION-EXIT
034800     END-IF

034900     OPEN INPUT FDOUBL
035000     IF NOT FS-FDOUBL-OK
035100        DISPLAY 'LCBCHG - ERREUR OPEN FDOUBL - FS='
035200                WS-FS-FDOUBL
035300        MOVE 12 TO RETURN-CODE
035400        CLOSE FDOSLCB FCLT FSURV FSTRUC
035500        GO TO 1000-INITIALISATION-EXIT
035600     END-IF

035700     OPEN OUTPUT LCBCHGRP
035800     IF NOT FS-LCBCHGRP-OK
035900        DISPLAY 'LCBCHG - ERREUR OPEN LCBCHGRP - FS='
036000                WS-FS-LCBCHGRP
036100        MOVE 12 TO RETURN-CODE
036200        CLOSE FDOSLCB FCLT FSURV FSTRUC FDOUBL
036300        GO TO 1000-INITIALISATION-EXIT
036400     END-IF

036500     MOVE WS-DATE-JOUR TO LT-DATE
036600     MOVE LIGNE-TITRE  TO REC-LCBCHGRP
036700     WRITE REC-LCBCHGRP
036800     MOVE LIGNE-ENTETE TO REC-LCBCHGRP
036900     WRITE REC-LCBCHGRP
037000     .
037100 1000-INITIALISATION-EXIT.
037200     EXIT.
037300*----------------------*
037400 2000-LIRE-SURV.
037500*----------------------*
037600*    PARTI24 : LA LIGNE DE TITRE DONNE LA DATE DES
037700*    MOUVEMENTS SURVEILLES ; LES LIGNES SUIVANTES SONT
037800*    DES ALERTES (MOTIF ET MONTANT EN CLAIR)
037900     READ FSURV
038000         AT END
038100            MOVE 'Y' TO WS-FIN-FSURV
038200            GO TO 2000-LIRE-SURV-EXIT
038300     END-READ
038400     ADD 1 TO WS-NB-LIGNES-LUES

038500     IF REC-SURV(1:12) = 'SURVEILLANCE'
038600        MOVE SV-TIT-DATE TO WS-DATE-ETAT
038700        PERFORM 5950-CONTROLER-DATE-ETAT
038800        GO TO 2000-LIRE-SURV-EXIT
038900     END-IF
039000     IF SV-CPTE = SPACE
039100        GO TO 2000-LIRE-SURV-EXIT
039200     END-IF

039300     MOVE SV-CPTE      TO WS-ALR-CPTE
039400     MOVE SV-NOM       TO WS-ALR-NOM
039500     MOVE SV-PRN       TO WS-ALR-PRN
039600     MOVE SV-REGION    TO WS-ALR-REGION
039700     MOVE WS-DATE-ETAT TO WS-ALR-DATE
039800     MOVE 'S'          TO WS-ALR-SOURCE
039900     MOVE SV-MOTIF     TO WS-ALR-MOTIF
040000     MOVE SV-MONTANT   TO WS-ALR-MONTANT
040100     PERFORM 5000-RATTACHER-ALERTE THRU 5000-RATTACHER-EXIT
040200     .
040300 2000-LIRE-SURV-EXIT.
040400     EXIT.
040500*----------------------*
040600 3000-LIRE-STRUC.
040700*----------------------*
040800*    STRUCDET : TITRE, ENTETE 'COMPTE', LIGNES DE COMPTES
040900*    SIGNALES, TOTAL 'COMPTES SIGNALES'. LE MONTANT
041000*    RETENU EST LE PLUS FORT DES DEUX CUMULS
041100     READ FSTRUC
041200         AT END
041300            MOVE 'Y' TO WS-FIN-FSTRUC
041400            GO TO 3000-LIRE-STRUC-EXIT
041500     END-READ
041600     ADD 1 TO WS-NB-LIGNES-LUES

041700     IF REC-STRUC(1:10) = 'DETECTION '
041800        MOVE ST-TIT-DATE TO WS-DATE-ETAT
041900        PERFORM 5950-CONTROLER-DATE-ETAT
042000        GO TO 3000-LIRE-STRUC-EXIT
042100     END-IF
042200     IF REC-STRUC(1:10) = 'COMPTE    '
042300        OR REC-STRUC(1:10) = 'COMPTES SI'
042400        OR ST-CPTE = SPACE
042500        GO TO 3000-LIRE-STRUC-EXIT
042600     END-IF

042700     MOVE ST-CPTE      TO WS-ALR-CPTE
042800     MOVE ST-NOM       TO WS-ALR-NOM
042900     MOVE ST-PRN       TO WS-ALR-PRN
043000     MOVE SPACE        TO WS-ALR-REGION
043100     MOVE WS-DATE-ETAT TO WS-ALR-DATE
043200     MOVE 'F'          TO WS-ALR-SOURCE
043300     MOVE ST-DEPOTS    TO WS-DEPOTS
043400     MOVE ST-RETRAITS  TO WS-RETRAITS
043500     IF WS-DEPOTS NOT < WS-RETRAITS
043600        MOVE 'FRACTIONNEMENT - DEPOTS   ' TO WS-ALR-MOTIF
043700        MOVE WS-DEPOTS   TO WS-ALR-MONTANT
043800     ELSE
043900        MOVE 'FRACTIONNEMENT - RETRAITS ' TO WS-ALR-MOTIF
044000        MOVE WS-RETRAITS TO WS-ALR-MONTANT
044100     END-IF
044200     PERFORM 5000-RATTACHER-ALERTE THRU 5000-RATTACHER-EXIT
044300     .
044400 3000-LIRE-STRUC-EXIT.
044500     EXIT.
044600*----------------------*
044700 4000-LIRE-DOUBL.
044800*----------------------*
044900*    DUPMVT : UNE PAIRE RESTE DANS LA FENETRE PLUSIEURS
045000*    NUITS ; DATEE DU SECOND MOUVEMENT, ELLE N'EST
045100*    RATTACHEE QU'UNE FOIS
045200     READ FDOUBL
045300         AT END
045400            MOVE 'Y' TO WS-FIN-FDOUBL
045500            GO TO 4000-LIRE-DOUBL-EXIT
045600     END-READ
045700     ADD 1 TO WS-NB-LIGNES-LUES

045800     IF REC-DOUBL(1:9) = 'DOUBLONS '
045900        MOVE DB-TIT-DATE TO WS-DATE-ETAT
046000        PERFORM 5950-CONTROLER-DATE-ETAT
046100        GO TO 4000-LIRE-DOUBL-EXIT
046200     END-IF
046300     IF REC-DOUBL(1:7) = 'PAIRES '
046400        OR DB-CPTE = SPACE
046500        GO TO 4000-LIRE-DOUBL-EXIT
046600     END-IF

046700     MOVE DB-CPTE      TO WS-ALR-CPTE
046800     MOVE SPACE        TO WS-ALR-NOM WS-ALR-PRN WS-ALR-REGION
046900     IF DB-DATE-2 NUMERIC
047000        MOVE DB-DATE-2    TO WS-ALR-DATE
047100     ELSE
047200        MOVE WS-DATE-ETAT TO WS-ALR-DATE
047300     END-IF
047400     MOVE 'D'          TO WS-ALR-SOURCE
047500     MOVE SPACE        TO WS-ALR-MOTIF
047600     STRING 'DOUBLON INTER-NUITS CODE ' DB-CODE
047700            DELIMITED BY SIZE INTO WS-ALR-MOTIF
047800     MOVE DB-MONTANT   TO WS-ALR-MONTANT
047900     PERFORM 5000-RATTACHER-ALERTE THRU 5000-RATTACHER-EXIT
048000     .
048100 4000-LIRE-DOUBL-EXIT.
048200     EXIT.
048300*----------------------*
048400 5000-RATTACHER-ALERTE.
048500*----------------------*
048600*    DOSSIERS DU COMPTE PARCOURUS DANS L'ORDRE DES
048700*    NUMEROS : LE DERNIER EST LE DOSSIER EN COURS S'IL
048800*    EST OUVERT OU SOUS SURVEILLANCE
048900     ADD 1 TO WS-NB-ALERTES
049000     MOVE ZERO  TO WS-DERNIER-NO
049100     MOVE SPACE TO WS-DERNIER-STATUT
049200     MOVE 'N'   TO WS-FIN-DOSSIERS
049300     MOVE WS-ALR-CPTE TO DOS-ID-CPTE
049400     MOVE ZERO        TO DOS-NO
049500     START FDOSLCB KEY IS NOT LESS THAN DOS-CLE
049600         INVALID KEY
049700            MOVE 'Y' TO WS-FIN-DOSSIERS
049800     END-START
049900     PERFORM 5100-LIRE-DOSSIER-SUIVANT
050000         UNTIL FIN-DOSSIERS

050100     IF DERNIER-EN-COURS
050200        PERFORM 5200-COMPLETER-DOSSIER
050300            THRU 5200-COMPLETER-EXIT
050400     ELSE
050500        PERFORM 5300-OUVRIR-DOSSIER
050600            THRU 5300-OUVRIR-EXIT
050700     END-IF
050800     .
050900 5000-RATTACHER-EXIT.
051000     EXIT.
051100*----------------------*
051200 5100-LIRE-DOSSIER-SUIVANT.
051300*----------------------*
051400     READ FDOSLCB NEXT RECORD
051500         AT END
051600            MOVE 'Y' TO WS-FIN-DOSSIERS
051700         NOT AT END
051800            IF DOS-ID-CPTE NOT = WS-ALR-CPTE
051900               MOVE 'Y' TO WS-FIN-DOSSIERS
052000            ELSE
052100               MOVE DOS-NO     TO WS-DERNIER-NO
052200               MOVE DOS-STATUT TO WS-DERNIER-STATUT
052300            END-IF
052400     END-READ
052500     .
052600*----------------------*
052700 5200-COMPLETER-DOSSIER.
052800*----------------------*
052900     MOVE WS-ALR-CPTE   TO DOS-ID-CPTE
053000     MOVE WS-DERNIER-NO TO DOS-NO
053100     READ FDOSLCB
053200         INVALID KEY
053300            DISPLAY 'LCBCHG - DOSSIER ILLISIBLE : '
053400                    WS-ALR-CPTE ' ' WS-DERNIER-NO
053500            MOVE 12 TO RETURN-CODE
053600            GO TO 5200-COMPLETER-EXIT
053700     END-READ

053800     MOVE 'N' TO WS-DEJA-RATTACHEE
053900     PERFORM 5210-COMPARER-ALERTE
054000         VARYING WS-IND-ALR FROM 1 BY 1
054100         UNTIL WS-IND-ALR > 10 OR DEJA-RATTACHEE
054200     IF DEJA-RATTACHEE
054300        ADD 1 TO WS-NB-DEJA-VUES
054400        GO TO 5200-COMPLETER-EXIT
054500     END-IF

054600     PERFORM 5400-AJOUTER-ALERTE
054700     REWRITE DOS-DOSSIER
054800     IF NOT FS-FDOSLCB-OK
054900        DISPLAY 'LCBCHG - REWRITE FDOSLCB IMPOSSIBLE : '
055000                DOS-ID-CPTE ' ' DOS-NO ' FS=' WS-FS-FDOSLCB
055100        MOVE 12 TO RETURN-CODE
055200        GO TO 5200-COMPLETER-EXIT
055300     END-IF
055400     ADD 1 TO WS-NB-RATTACHEES
055500     MOVE 'RATTACHE' TO LD-ACTION
055600     PERFORM 7000-ECRIRE-DETAIL
055700     .
055800 5200-COMPLETER-EXIT.
055900     EXIT.
056000*----------------------*
056100 5210-COMPARER-ALERTE.
056200*----------------------*
056300     IF DOS-ALR-DATE(WS-IND-ALR)    = WS-ALR-DATE
056400        AND DOS-ALR-SOURCE(WS-IND-ALR) = WS-ALR-SOURCE
056500        AND DOS-ALR-MOTIF(WS-IND-ALR)  = WS-ALR-MOTIF
056600        AND DOS-ALR-MONTANT(WS-IND-ALR) = WS-ALR-MONTANT
056700        MOVE 'O' TO WS-DEJA-RATTACHEE
056800     END-IF
056900     .
057000*----------------------*
057100 5300-OUVRIR-DOSSIER.
057200*----------------------*
057300*    NOUVEAU DOSSIER : NUMERO SUIVANT DU COMPTE, IDENTITE
057400*    DU TITULAIRE PRISE DANS LE FICHIER DES COMPTES
057500     IF WS-DERNIER-NO = 999
057600        DISPLAY 'LCBCHG - PLUS DE NUMERO DE DOSSIER : '
057700                WS-ALR-CPTE
057800        ADD 1 TO WS-NB-PLEINS
057900        GO TO 5300-OUVRIR-EXIT
058000     END-IF

058100     MOVE WS-ALR-CPTE TO ID-CPTE
058200     READ FCLT
058300         INVALID KEY
058400            DISPLAY 'LCBCHG - COMPTE INCONNU : ' WS-ALR-CPTE
058500            ADD 1 TO WS-NB-CPTE-INCONNU
058600         NOT INVALID KEY
058700            MOVE NOM-CLT   TO WS-ALR-NOM
058800            MOVE PRN-CLT   TO WS-ALR-PRN
058900            MOVE ID-REGION TO WS-ALR-REGION
059000     END-READ

059100     MOVE SPACE TO DOS-DOSSIER
059200     INITIALIZE DOS-DOSSIER
059300     MOVE WS-ALR-CPTE   TO DOS-ID-CPTE
059400     COMPUTE DOS-NO = WS-DERNIER-NO + 1
059500     MOVE WS-ALR-NOM    TO DOS-NOM-CLT
059600     MOVE WS-ALR-PRN    TO DOS-PRN-CLT
059700     MOVE WS-ALR-REGION TO DOS-REGION
059800     SET DOS-OUVERT     TO TRUE
059900     MOVE WS-DATE-JOUR  TO DOS-DATE-OUVERTURE
060000     COMPUTE WS-JOUR-ENTIER =
060100             FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
060200             + WS-DELAI-JOURS
060300     COMPUTE DOS-DATE-ECHEANCE =
060400             FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)

060500     PERFORM 5400-AJOUTER-ALERTE
060600     WRITE DOS-DOSSIER
060700     IF NOT FS-FDOSLCB-OK
060800        DISPLAY 'LCBCHG - WRITE FDOSLCB IMPOSSIBLE : '
060900                DOS-ID-CPTE ' ' DOS-NO ' FS=' WS-FS-FDOSLCB
061000        MOVE 12 TO RETURN-CODE
061100        GO TO 5300-OUVRIR-EXIT
061200     END-IF
061300     ADD 1 TO WS-NB-CREES
061400     MOVE 'NOUVEAU' TO LD-ACTION
061500     PERFORM 7000-ECRIRE-DETAIL
061600     .
061700 5300-OUVRIR-EXIT.
061800     EXIT.
061900*----------------------*
062000 5400-AJOUTER-ALERTE.
062100*----------------------*
062200*    LA NOUVELLE ALERTE PREND LA TETE DE LA TABLE, LA
062300*    PLUS ANCIENNE DES DIX EN SORT
062400     PERFORM 5410-DECALER-ALERTE
062500         VARYING WS-IND-ALR FROM 10 BY -1
062600         UNTIL WS-IND-ALR < 2
062700     MOVE WS-ALR-DATE    TO DOS-ALR-DATE(1)
062800     MOVE WS-ALR-SOURCE  TO DOS-ALR-SOURCE(1)
062900     MOVE WS-ALR-MOTIF   TO DOS-ALR-MOTIF(1)
063000     MOVE WS-ALR-MONTANT TO DOS-ALR-MONTANT(1)

063100     ADD 1 TO DOS-NB-ALERTES
063200     EVALUATE WS-ALR-SOURCE
063300        WHEN 'S'
063400           ADD 1 TO DOS-NB-SEUIL
063500        WHEN 'F'
063600           ADD 1 TO DOS-NB-FRACT
063700        WHEN 'D'
063800           ADD 1 TO DOS-NB-DOUBLON
063900     END-EVALUATE
064000     ADD WS-ALR-MONTANT TO DOS-CUMUL-MONTANT
064100     IF WS-ALR-DATE > DOS-DATE-DERN-ALERTE
064200        MOVE WS-ALR-DATE TO DOS-DATE-DERN-ALERTE
064300     END-IF
064400     .
064500*----------------------*
064600 5410-DECALER-ALERTE.
064700*----------------------*
064800     MOVE DOS-ALERTE(WS-IND-ALR - 1) TO DOS-ALERTE(WS-IND-ALR)
064900     .
065000*----------------------*
065100 5950-CONTROLER-DATE-ETAT.
065200*----------------------*
065300*    ETAT SANS DATE LISIBLE : ALERTES DATEES DU JOUR
065400     IF WS-DATE-ETAT NOT NUMERIC
065500        OR WS-DATE-ETAT = ZERO
065600        MOVE WS-DATE-JOUR TO WS-DATE-ETAT
065700     END-IF
065800     .
065900*----------------------*
066000 7000-ECRIRE-DETAIL.
066100*----------------------*
066200     MOVE DOS-ID-CPTE    TO LD-CPTE
066300     MOVE DOS-NO         TO LD-NO
066400     MOVE WS-ALR-DATE    TO LD-DATE
066500     MOVE WS-ALR-SOURCE  TO LD-SOURCE
066600     MOVE WS-ALR-MOTIF   TO LD-MOTIF
066700     MOVE WS-ALR-MONTANT TO LD-MONTANT
066800     MOVE LIGNE-DETAIL   TO REC-LCBCHGRP
066900     WRITE REC-LCBCHGRP
067000     .
067100*----------------------*
067200 8000-ECRIRE-TOTAL.
067300*----------------------*
067400     MOVE LIGNE-TOTAL TO REC-LCBCHGRP
067500     WRITE REC-LCBCHGRP
067600     .
067700*----------------------*
067800 9000-TERMINAISON.
067900*----------------------*
068000     MOVE SPACE TO REC-LCBCHGRP
068100     WRITE REC-LCBCHGRP
068200     MOVE 'ALERTES LUES               : ' TO LT-LIBELLE
068300     MOVE WS-NB-ALERTES TO LT-NB
068400     PERFORM 8000-ECRIRE-TOTAL
068500     MOVE 'DOSSIERS OUVERTS           : ' TO LT-LIBELLE
068600     MOVE WS-NB-CREES TO LT-NB
068700     PERFORM 8000-ECRIRE-TOTAL
068800     MOVE 'ALERTES RATTACHEES         : ' TO LT-LIBELLE
068900     MOVE WS-NB-RATTACHEES TO LT-NB
069000     PERFORM 8000-ECRIRE-TOTAL
069100     MOVE 'ALERTES DEJA RATTACHEES    : ' TO LT-LIBELLE
069200     MOVE WS-NB-DEJA-VUES TO LT-NB
069300     PERFORM 8000-ECRIRE-TOTAL
069400     MOVE 'COMPTES INCONNUS           : ' TO LT-LIBELLE
069500     MOVE WS-NB-CPTE-INCONNU TO LT-NB
069600     PERFORM 8000-ECRIRE-TOTAL

069700     CLOSE FDOSLCB
069800     CLOSE FCLT
069900     CLOSE FSURV
070000     CLOSE FSTRUC
070100     CLOSE FDOUBL
070200     CLOSE LCBCHGRP

070300     DISPLAY 'LCBCHG - LIGNES D''ETATS LUES : ' WS-NB-LIGNES-LUES
070400     DISPLAY 'LCBCHG - ALERTES             : ' WS-NB-ALERTES
070500     DISPLAY 'LCBCHG - DOSSIERS OUVERTS    : ' WS-NB-CREES
070600     DISPLAY 'LCBCHG - ALERTES RATTACHEES  : ' WS-NB-RATTACHEES
070700     DISPLAY 'LCBCHG - DEJA RATTACHEES     : ' WS-NB-DEJA-VUES
070800     DISPLAY 'LCBCHG - COMPTES INCONNUS    : '
070900             WS-NB-CPTE-INCONNU
071000     DISPLAY 'LCBCHG - COMPTES SATURES     : ' WS-NB-PLEINS

071100     IF RETURN-CODE < 4
071200        AND (WS-NB-CPTE-INCONNU > ZERO OR WS-NB-PLEINS > ZERO)
071300        MOVE 4 TO RETURN-CODE
071400     END-IF

071500     MOVE 'F' TO RL-FONCTION
071600     MOVE 'LCBCHG' TO RL-PROG
071700     MOVE WS-NB-ALERTES TO RL-LUS
071800     COMPUTE RL-ECRITS = WS-NB-CREES + WS-NB-RATTACHEES
071900     COMPUTE RL-REJETES = WS-NB-PLEINS
072000     MOVE RETURN-CODE TO RL-RC
072100     CALL 'pgrunlog' USING RL-COMMUN
072200     .

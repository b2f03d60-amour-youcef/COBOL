000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    SALACC.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - REVUE QUOTIDIENNE POUR LA
001400*                   CONFORMITE DES ACCES D'UN OPERATEUR A
001500*                   SON PROPRE DOSSIER OU A CELUI D'UN
001600*                   CLIENT LIE (FLIENCLI EN VIGUEUR) :
001700*                   CONSULTATIONS DU JOUR (FACCLOG) ET
001800*                   OPERATIONS GUICHET DU JOUR (HISTCLT,
001900*                   TERMINAL HST-SOURCE RAPPORTE A
002000*                   L'OPERATEUR PAR SA CAISSE FCAISSE).
002100*                   L'OPERATEUR EST RAPPROCHE DU CLIENT
002200*                   PAR O-EMP-ID (FOPERAT) ET E-SALARIE-ID
002300*                   (FCLIENTS). RC 4 SI UN ACCES EST
002400*                   SIGNALE.
002430*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002460*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
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
003600     SELECT FCLIENTS   ASSIGN TO FCLIENT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS E-NUMERO
004000         FILE STATUS IS WS-FS-FCLIENTS.

004100     SELECT FLIENCLI   ASSIGN TO FLIENCLI
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS LNK-CLE
004500         FILE STATUS IS WS-FS-FLIENCLI.

004600     SELECT FOPERAT    ASSIGN TO FOPERAT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS O-OPID
005000         FILE STATUS IS WS-FS-FOPERAT.

005100     SELECT FCAISSE    ASSIGN TO FCAISSE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS CAI-OPID
005500         FILE STATUS IS WS-FS-FCAISSE.

005600     SELECT FACCLOG    ASSIGN TO FACCLOG
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-FS-FACCLOG.

005900     SELECT FHST       ASSIGN TO FHST
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS SEQUENTIAL
006200         RECORD KEY IS HST-CLE
006300         FILE STATUS IS WS-FS-FHST.

006400     SELECT FXREF      ASSIGN TO FXREF
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS DYNAMIC
006700         RECORD KEY IS XRF-CLE
006800         ALTERNATE RECORD KEY IS XRF-ID-CPTE
006900         FILE STATUS IS WS-FS-FXREF.

007000     SELECT SALACCRP   ASSIGN TO SALACCRP
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS WS-FS-SALACCRP.
007300*
007400*======================================================*
007500*           D A T A         D I V I S I O N            *
007600*======================================================*
007700 DATA DIVISION.
007800 FILE SECTION.
007900*
008000 FD  FCLIENTS
008100     RECORD CONTAINS 400 CHARACTERS.
008200     COPY FCLIENTS.
008300*
008400 FD  FLIENCLI
008500     RECORD CONTAINS 80 CHARACTERS.
008600     COPY FLIENCLI.
008700*
008800 FD  FOPERAT
008900     RECORD CONTAINS 100 CHARACTERS.
009000     COPY FOPERAT.
009100*
009200 FD  FCAISSE
009300     RECORD CONTAINS 80 CHARACTERS.
009400     COPY FCAISSE.
009500*
009600 FD  FACCLOG
009700     RECORD CONTAINS 80 CHARACTERS.
009800     COPY FACCLOG.
009900*
010000 FD  FHST
010100     RECORD CONTAINS 100 CHARACTERS.
010200 01  REC-HST.
010300     05  HST-CLE.
010400        10  HST-ID-CPTE   PIC X(08).
010500        10  HST-SEQ       PIC 9(05).
010600     05  HST-DATE      PIC 9(08).
010700     05  HST-CODE      PIC X(01).
010800     05  HST-MONTANT   PIC 9(08)V99.
010900     05  HST-SLD-APRES PIC S9(08)V99.
011000     05  HST-SOURCE    PIC X(04).
011100     05  HST-ANNUL-STATUT PIC X(01).
011200     05  HST-ANNUL-SEQ    PIC X(05).
011300     05  HST-ANNUL-DATE   PIC X(08).
011400     05  HST-ANNUL-CODE   PIC X(01).
011500     05  FILLER        PIC X(39).
011600*
011700 FD  FXREF
011800     RECORD CONTAINS 80 CHARACTERS.
011900     COPY FCLICPT.
012000*
012100 FD  SALACCRP
012200     RECORD CONTAINS 132 CHARACTERS.
012300 01  REC-SALACCRP             PIC X(132).
012400*
012500*------------------------------------------------------*
012600 WORKING-STORAGE SECTION.
012700*------------------------------------------------------*
012800*
012900 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
013000     88 FS-FCLIENTS-OK           VALUE '00'.
013100 01  WS-FS-FLIENCLI           PIC X(02) VALUE SPACE.
013200     88 FS-FLIENCLI-OK           VALUE '00'.
013300 01  WS-FS-FOPERAT            PIC X(02) VALUE SPACE.
013400     88 FS-FOPERAT-OK            VALUE '00'.
013500 01  WS-FS-FCAISSE            PIC X(02) VALUE SPACE.
013600     88 FS-FCAISSE-OK            VALUE '00'.
013700 01  WS-FS-FACCLOG            PIC X(02) VALUE SPACE.
013800     88 FS-FACCLOG-OK            VALUE '00'.
013900 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
014000     88 FS-FHST-OK               VALUE '00'.
014100 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
014200     88 FS-FXREF-OK              VALUE '00'.
014300 01  WS-FS-SALACCRP           PIC X(02) VALUE SPACE.
014400     88 FS-SALACCRP-OK           VALUE '00'.
014500*
014600 01  WS-FIN-FCLIENTS          PIC X(01) VALUE 'N'.
014700     88 FIN-FCLIENTS             VALUE 'Y'.
014800 01  WS-FIN-FLIENCLI          PIC X(01) VALUE 'N'.
014900     88 FIN-FLIENCLI             VALUE 'Y'.
015000 01  WS-FIN-FOPERAT           PIC X(01) VALUE 'N'.
015100     88 FIN-FOPERAT              VALUE 'Y'.
015200 01  WS-FIN-FCAISSE           PIC X(01) VALUE 'N'.
015300     88 FIN-FCAISSE              VALUE 'Y'.
015400 01  WS-FIN-FACCLOG           PIC X(01) VALUE 'N'.
015500     88 FIN-FACCLOG              VALUE 'Y'.
015600 01  WS-FIN-FHST              PIC X(01) VALUE 'N'.
015700     88 FIN-FHST                 VALUE 'Y'.
015800*
015900 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
016000 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
016100     05 WS-DJ-SS              PIC X(02).
016200     05 WS-DJ-AA              PIC X(02).
016300     05 WS-DJ-MM              PIC X(02).
016400     05 WS-DJ-JJ              PIC X(02).
016500 01  WS-JOUR-COURT            PIC X(08) VALUE SPACE.
016600*
016800 01  WS-NB-CONSULT-LUES       PIC 9(07) VALUE ZERO.
016900 01  WS-NB-OPER-LUES          PIC 9(07) VALUE ZERO.
017000 01  WS-NB-CONSULT-PROPRE     PIC 9(05) VALUE ZERO.
017100 01  WS-NB-CONSULT-LIE        PIC 9(05) VALUE ZERO.
017200 01  WS-NB-OPER-PROPRE        PIC 9(05) VALUE ZERO.
017300 01  WS-NB-OPER-LIE           PIC 9(05) VALUE ZERO.
017400 01  WS-NB-SIGNALES           PIC 9(07) VALUE ZERO.
017500*
017600*    CLIENTS SALARIES (E-SALARIE-ID RENSEIGNE)
017700 01  WS-MAX-SAL               PIC S9(4) COMP VALUE 3000.
017800 01  WS-NB-SAL                PIC S9(4) COMP VALUE ZERO.
017900 01  WS-IND-SAL               PIC S9(4) COMP.
018000 01  WS-TAB-SALARIES.
018100     05 WS-SAL OCCURS 3000.
018200        10 WS-SAL-EMP-ID      PIC 9(07).
018300        10 WS-SAL-NUMERO      PIC 9(08).
018400*
018500*    LIENS EN VIGUEUR DES CLIENTS SALARIES (FLIENCLI)
018600 01  WS-MAX-LNS               PIC S9(4) COMP VALUE 9000.
018700 01  WS-NB-LNS                PIC S9(4) COMP VALUE ZERO.
018800 01  WS-IND-LNS               PIC S9(4) COMP.
018900 01  WS-TAB-LIENS.
019000     05 WS-LNS OCCURS 9000.
019100        10 WS-LNS-SAL         PIC S9(4) COMP.
019200        10 WS-LNS-NUMERO-LIE  PIC 9(08).
019300        10 WS-LNS-TYPE        PIC X(02).
019400*
019500*    OPERATEURS TITULAIRES D'UN DOSSIER CLIENT (O-EMP-ID
019600*    D'UN CLIENT SALARIE) AVEC LE RANG DU SALARIE
019700 01  WS-MAX-OPS               PIC S9(4) COMP VALUE 2000.
019800 01  WS-NB-OPS                PIC S9(4) COMP VALUE ZERO.
019900 01  WS-IND-OPS               PIC S9(4) COMP.
020000 01  WS-TAB-OPERATEURS.
020100     05 WS-OPS OCCURS 2000.
020200        10 WS-OPS-OPID        PIC X(03).
020300        10 WS-OPS-NOM         PIC X(20).
020400        10 WS-OPS-SAL         PIC S9(4) COMP.
020500*
020600*    CAISSES DU JOUR DE CES OPERATEURS : TERMINAL -> RANG
020700*    DE L'OPERATEUR
020800 01  WS-MAX-TRM               PIC S9(4) COMP VALUE 2000.
020900 01  WS-NB-TRM                PIC S9(4) COMP VALUE ZERO.
021000 01  WS-IND-TRM               PIC S9(4) COMP.
021100 01  WS-TAB-TERMINAUX.
021200     05 WS-TRM OCCURS 2000.
021300        10 WS-TRM-ID          PIC X(04).
021400        10 WS-TRM-OPS         PIC S9(4) COMP.
021500*
021600*    ZONES DE RECHERCHE ET DE CONTROLE D'UN ACCES
021700 01  WS-IND-TROUVE            PIC S9(4) COMP.
021800 01  WS-TROUVE                PIC X(01).
021900     88 TROUVE                   VALUE 'O'.
022000 01  WS-EMP-CHERCHE           PIC 9(07).
022100 01  WS-OPID-CHERCHE          PIC X(03).
022200 01  WS-TERM-CHERCHE          PIC X(04).
022300 01  WS-CLIENT-ACCEDE         PIC 9(08).
022400 01  WS-OPS-COURANT           PIC S9(4) COMP.
022500 01  WS-SAL-COURANT           PIC S9(4) COMP.
022600 01  WS-RESULTAT              PIC X(01).
022700     88 ACCES-NORMAL             VALUE ' '.
022800     88 ACCES-PROPRE             VALUE 'P'.
022900     88 ACCES-LIE                VALUE 'L'.
023000 01  WS-TYPE-LIEN             PIC X(02).
023100*
023200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
023300 01  RL-COMMUN.
023400     05 RL-FONCTION    PIC X(01).
023500     05 RL-PROG        PIC X(08).
023600     05 RL-LUS         PIC 9(09).
023700     05 RL-ECRITS      PIC 9(09).
023800     05 RL-REJETES     PIC 9(09).
023900     05 RL-RC          PIC 9(02).
024000*
024100*------------------------------------------------------*
024200*   LIGNES DE L'ETAT DE REVUE                          *
024300*------------------------------------------------------*
024400 01  LIGNE-TITRE.
024500     05 FILLER                PIC X(44) VALUE
024600        'ACCES DES OPERATEURS A LEUR DOSSIER - DATE  '.
024700     05 LT-DATE               PIC 9(08).
024800     05 FILLER                PIC X(80) VALUE SPACE.
024900*
025000 01  LIGNE-ENTETE.
025100     05 FILLER                PIC X(50) VALUE
025200        'ORIGINE      OPE NOM OPERATEUR        HEURE    PRO'.
025300     05 FILLER                PIC X(50) VALUE
025400        'G     CLIENT   COMPTE   C     MONTANT MOTIF       '.
025500     05 FILLER                PIC X(32) VALUE SPACE.
025600*
025700 01  LIGNE-DETAIL.
025800     05 LD-ORIGINE            PIC X(12).
025900     05 FILLER                PIC X(01) VALUE SPACE.
026000     05 LD-OPID               PIC X(03).
026100     05 FILLER                PIC X(01) VALUE SPACE.
026200     05 LD-NOM-OPER           PIC X(20).
026300     05 FILLER                PIC X(01) VALUE SPACE.
026400     05 LD-HEURE              PIC X(08).
026500     05 FILLER                PIC X(01) VALUE SPACE.
026600     05 LD-PROG               PIC X(08).
026700     05 FILLER                PIC X(01) VALUE SPACE.
026800     05 LD-NUMERO             PIC 9(08).
026900     05 FILLER                PIC X(01) VALUE SPACE.
027000     05 LD-COMPTE             PIC X(08).
027100     05 FILLER                PIC X(01) VALUE SPACE.
027200     05 LD-CODE               PIC X(01).
027300     05 FILLER                PIC X(01) VALUE SPACE.
027400     05 LD-MONTANT            PIC ZZZZZZZ9.99 BLANK WHEN ZERO.
027500     05 FILLER                PIC X(01) VALUE SPACE.
027600     05 LD-MOTIF              PIC X(30).
027700     05 FILLER                PIC X(14) VALUE SPACE.
027800*
027900 01  LIGNE-TOTAL.
028000     05 LTO-LIBELLE           PIC X(30).
028100     05 LTO-NB                PIC ZZZZZZ9.
028200     05 FILLER                PIC X(95) VALUE SPACE.
028300*
028400*======================================================*
028500*     P R O C E D U R E     D I V I S I O N            *
028600*======================================================*
028700 PROCEDURE DIVISION.
028800*----------------------*
028900 0000-MAINLINE.
029000*----------------------*
029100     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
029200     IF RETURN-CODE NOT < 8
029300        GOBACK
029400     END-IF

029500     PERFORM 1100-CHARGER-SALARIE THRU 1100-CHARGER-EXIT
029600         UNTIL FIN-FCLIENTS
029700     PERFORM 1200-CHARGER-LIENS THRU 1200-CHARGER-EXIT
029800         VARYING WS-IND-SAL FROM 1 BY 1
029900         UNTIL WS-IND-SAL > WS-NB-SAL
030000     PERFORM 1300-CHARGER-OPERATEUR THRU 1300-CHARGER-EXIT
030100         UNTIL FIN-FOPERAT
030200     PERFORM 1400-CHARGER-CAISSE THRU 1400-CHARGER-EXIT
030300         UNTIL FIN-FCAISSE
030400     IF RETURN-CODE NOT < 8
030500        PERFORM 9000-TERMINAISON
030600        GOBACK
030700     END-IF

030800     PERFORM 2000-TRAITER-CONSULTATION
030900         THRU 2000-TRAITER-EXIT
031000         UNTIL FIN-FACCLOG
031100     PERFORM 3000-TRAITER-OPERATION
031200         THRU 3000-TRAITER-EXIT
031300         UNTIL FIN-FHST

031400     PERFORM 9000-TERMINAISON
031500     GOBACK
031600     .
031700*----------------------*
031800 1000-INITIALISATION.
031900*----------------------*
032000     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
032100     STRING WS-DJ-JJ '/' WS-DJ-MM '/' WS-DJ-AA
032200         DELIMITED BY SIZE INTO WS-JOUR-COURT
032300     END-STRING

032400     MOVE 'D' TO RL-FONCTION
032500     MOVE 'SALACC' TO RL-PROG
032600     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
032700     CALL 'pgrunlog' USING RL-COMMUN

032800     OPEN INPUT FCLIENTS
032900     IF NOT FS-FCLIENTS-OK
033000        DISPLAY 'SALACC - ERREUR OPEN FCLIENTS - FS='
033100                WS-FS-FCLIENTS
033200        MOVE 12 TO RETURN-CODE
033300        GO TO 1000-INITIALISATION-EXIT
033400     END-IF

033500     OPEN INPUT FLIENCLI
033600     IF NOT FS-FLIENCLI-OK
033700        DISPLAY 'SALACC - ERREUR OPEN FLIENCLI - FS='
033800                WS-FS-FLIENCLI
033900        MOVE 12 TO RETURN-CODE
034000        CLOSE FCLIENTS
034100        GO TO 1000-INITIALISATION-EXIT
034200     END-IF

034300     OPEN INPUT FOPERAT
034400     IF NOT FS-FOPERAT-OK
034500        DISPLAY 'SALACC - ERREUR OPEN FOPERAT - FS='
034600                WS-FS-FOPERAT
034700        MOVE 12 TO RETURN-CODE
034800        CLOSE FCLIENTS FLIENCLI
034900        GO TO 1000-INITIALISATION-EXIT
035000     END-IF

035100     OPEN INPUT FCAISSE
035200     IF NOT FS-FCAISSE-OK
035300        DISPLAY 'SALACC - ERREUR OPEN FCAISSE - FS='
035400                WS-FS-FCAISSE
035500        MOVE 12 TO RETURN-CODE
035600        CLOSE FCLIENTS FLIENCLI FOPERAT
035700        GO TO 1000-INITIALISATION-EXIT
035800     END-IF

035900     OPEN INPUT FACCLOG
036000     IF NOT FS-FACCLOG-OK
036100        DISPLAY 'SALACC - ERREUR OPEN FACCLOG - FS='
036200                WS-FS-FACCLOG
036300        MOVE 12 TO RETURN-CODE
036400        CLOSE FCLIENTS FLIENCLI FOPERAT FCAISSE
036500        GO TO 1000-INITIALISATION-EXIT
036600     END-IF

036700     OPEN INPUT FHST
036800     IF NOT FS-FHST-OK
036900        DISPLAY 'SALACC - ERREUR OPEN FHST - FS='
037000                WS-FS-FHST
037100        MOVE 12 TO RETURN-CODE
037200        CLOSE FCLIENTS FLIENCLI FOPERAT FCAISSE FACCLOG
037300        GO TO 1000-INITIALISATION-EXIT
037400     END-IF

037500     OPEN INPUT FXREF
037600     IF NOT FS-FXREF-OK
037700        DISPLAY 'SALACC - ERREUR OPEN FXREF - FS='
037800                WS-FS-FXREF
037900        MOVE 12 TO RETURN-CODE
038000        CLOSE FCLIENTS FLIENCLI FOPERAT FCAISSE FACCLOG
038100              FHST
038200        GO TO 1000-INITIALISATION-EXIT
038300     END-IF

038400     OPEN OUTPUT SALACCRP
038500     IF NOT FS-SALACCRP-OK
038600        DISPLAY 'SALACC - ERREUR OPEN SALACCRP - FS='
038700                WS-FS-SALACCRP
038800        MOVE 12 TO RETURN-CODE
038900        CLOSE FCLIENTS FLIENCLI FOPERAT FCAISSE FACCLOG
039000              FHST FXREF
039100        GO TO 1000-INITIALISATION-EXIT
039200     END-IF

039300     MOVE WS-DATE-JOUR TO LT-DATE
039400     MOVE LIGNE-TITRE  TO REC-SALACCRP
039500     WRITE REC-SALACCRP
039600     MOVE LIGNE-ENTETE TO REC-SALACCRP
039700     WRITE REC-SALACCRP AFTER ADVANCING 2 LINES
039800     .
039900 1000-INITIALISATION-EXIT.
040000     EXIT.
040100*----------------------*
040200 1100-CHARGER-SALARIE.
040300*----------------------*
040400     READ FCLIENTS NEXT RECORD
040500         AT END
040600            MOVE 'Y' TO WS-FIN-FCLIENTS
040700            GO TO 1100-CHARGER-EXIT
040800     END-READ

040900     IF E-SALARIE-ID NOT NUMERIC OR E-SALARIE-ID = ZERO
041000        GO TO 1100-CHARGER-EXIT
041100     END-IF

041200     IF WS-NB-SAL NOT < WS-MAX-SAL
041300        DISPLAY 'SALACC - TABLE DES SALARIES PLEINE A '
041400                WS-MAX-SAL ' CLIENTS'
041500        MOVE 12 TO RETURN-CODE
041600        MOVE 'Y' TO WS-FIN-FCLIENTS
041700        GO TO 1100-CHARGER-EXIT
041800     END-IF

041900     ADD 1 TO WS-NB-SAL
042000     MOVE E-SALARIE-ID TO WS-SAL-EMP-ID(WS-NB-SAL)
042100     MOVE E-NUMERO     TO WS-SAL-NUMERO(WS-NB-SAL)
042200     .
042300 1100-CHARGER-EXIT.
042400     EXIT.
042500*----------------------*
042600 1200-CHARGER-LIENS.
042700*----------------------*
042800*    LIENS DU CLIENT SALARIE : CLE PARTIELLE SUR SON NUMERO
042900     MOVE WS-SAL-NUMERO(WS-IND-SAL) TO LNK-NUMERO
043000     MOVE ZERO                      TO LNK-NUMERO-LIE
043100     MOVE LOW-VALUE                 TO LNK-TYPE
043200     MOVE 'N'                       TO WS-FIN-FLIENCLI
043300     START FLIENCLI KEY IS NOT LESS THAN LNK-CLE
043400         INVALID KEY
043500            GO TO 1200-CHARGER-EXIT
043600     END-START
043700     PERFORM 1210-LIRE-LIEN THRU 1210-LIRE-EXIT
043800         UNTIL FIN-FLIENCLI
043900     .
044000 1200-CHARGER-EXIT.
044100     EXIT.
044200*----------------------*
044300 1210-LIRE-LIEN.
044400*----------------------*
044500     READ FLIENCLI NEXT RECORD
044600         AT END
044700            MOVE 'Y' TO WS-FIN-FLIENCLI
044800            GO TO 1210-LIRE-EXIT
044900     END-READ

045000     IF LNK-NUMERO NOT = WS-SAL-NUMERO(WS-IND-SAL)
045100        MOVE 'Y' TO WS-FIN-FLIENCLI
045200        GO TO 1210-LIRE-EXIT
045300     END-IF

045400*    SEULS LES LIENS EN VIGUEUR CE JOUR SONT RETENUS
045500     IF LNK-DATE-DEBUT > WS-DATE-JOUR
045600        GO TO 1210-LIRE-EXIT
045700     END-IF
045800     IF NOT LNK-SANS-FIN AND LNK-DATE-FIN < WS-DATE-JOUR
045900        GO TO 1210-LIRE-EXIT
046000     END-IF

046100     IF WS-NB-LNS NOT < WS-MAX-LNS
046200        DISPLAY 'SALACC - TABLE DES LIENS PLEINE A '
046300                WS-MAX-LNS ' LIENS'
046400        MOVE 12 TO RETURN-CODE
046500        MOVE 'Y' TO WS-FIN-FLIENCLI
046600        GO TO 1210-LIRE-EXIT
046700     END-IF

046800     ADD 1 TO WS-NB-LNS
046900     MOVE WS-IND-SAL     TO WS-LNS-SAL(WS-NB-LNS)
047000     MOVE LNK-NUMERO-LIE TO WS-LNS-NUMERO-LIE(WS-NB-LNS)
047100     MOVE LNK-TYPE       TO WS-LNS-TYPE(WS-NB-LNS)
047200     .
047300 1210-LIRE-EXIT.
047400     EXIT.
047500*----------------------*
047600 1300-CHARGER-OPERATEUR.
047700*----------------------*
047800*    SEULS LES OPERATEURS DONT L'EMPLOYE EST CLIENT SONT
047900*    GARDES : LES AUTRES NE PEUVENT RIEN DECLENCHER
048000*----------------------*
048100     READ FOPERAT NEXT RECORD
048200         AT END
048300            MOVE 'Y' TO WS-FIN-FOPERAT
048400            GO TO 1300-CHARGER-EXIT
048500     END-READ

048600     IF O-EMP-ID NOT NUMERIC OR O-EMP-ID = ZERO
048700        GO TO 1300-CHARGER-EXIT
048800     END-IF

048900     MOVE O-EMP-ID TO WS-EMP-CHERCHE
049000     MOVE 'N'  TO WS-TROUVE
049100     MOVE ZERO TO WS-IND-TROUVE
049200     PERFORM 7000-COMPARER-SALARIE
049300         VARYING WS-IND-SAL FROM 1 BY 1
049400         UNTIL WS-IND-SAL > WS-NB-SAL OR TROUVE
049500     IF NOT TROUVE
049600        GO TO 1300-CHARGER-EXIT
049700     END-IF

049800     IF WS-NB-OPS NOT < WS-MAX-OPS
049900        DISPLAY 'SALACC - TABLE DES OPERATEURS PLEINE A '
050000                WS-MAX-OPS ' PROFILS'
050100        MOVE 12 TO RETURN-CODE
050200        MOVE 'Y' TO WS-FIN-FOPERAT
050300        GO TO 1300-CHARGER-EXIT
050400     END-IF

050500     ADD 1 TO WS-NB-OPS
050600     MOVE O-OPID        TO WS-OPS-OPID(WS-NB-OPS)
050700     MOVE O-NOM-OPER    TO WS-OPS-NOM(WS-NB-OPS)
050800     MOVE WS-IND-TROUVE TO WS-OPS-SAL(WS-NB-OPS)
050900     .
051000 1300-CHARGER-EXIT.
051100     EXIT.
051200*----------------------*
051300 1400-CHARGER-CAISSE.
051400*----------------------*
051500*    CAISSE OUVERTE CE JOUR PAR UN DE CES OPERATEURS : LE
051600*    TERMINAL DE LA CAISSE DESIGNE L'OPERATEUR DES LIGNES
051700*    HISTCLT ESTAMPILLEES DE CE TERMINAL
051800*----------------------*
051900     READ FCAISSE NEXT RECORD
052000         AT END
052100            MOVE 'Y' TO WS-FIN-FCAISSE
052200            GO TO 1400-CHARGER-EXIT
052300     END-READ

052400     IF CAI-DATE NOT = WS-DATE-JOUR OR CAI-TERM = SPACE
052500        GO TO 1400-CHARGER-EXIT
052600     END-IF

052700     MOVE CAI-OPID TO WS-OPID-CHERCHE
052800     PERFORM 7100-CHERCHER-OPERATEUR
052900     IF NOT TROUVE
053000        GO TO 1400-CHARGER-EXIT
053100     END-IF

053200     IF WS-NB-TRM NOT < WS-MAX-TRM
053300        DISPLAY 'SALACC - TABLE DES TERMINAUX PLEINE A '
053400                WS-MAX-TRM ' CAISSES'
053500        MOVE 12 TO RETURN-CODE
053600        MOVE 'Y' TO WS-FIN-FCAISSE
053700        GO TO 1400-CHARGER-EXIT
053800     END-IF

053900     ADD 1 TO WS-NB-TRM
054000     MOVE CAI-TERM      TO WS-TRM-ID(WS-NB-TRM)
054100     MOVE WS-IND-TROUVE TO WS-TRM-OPS(WS-NB-TRM)
054200     .
054300 1400-CHARGER-EXIT.
054400     EXIT.
054500*----------------------*
054600 2000-TRAITER-CONSULTATION.
054700*----------------------*
054800     READ FACCLOG
054900         AT END
055000            MOVE 'Y' TO WS-FIN-FACCLOG
055100            GO TO 2000-TRAITER-EXIT
055200     END-READ

055300     IF ACC-DATE NOT = WS-JOUR-COURT
055400        GO TO 2000-TRAITER-EXIT
055500     END-IF
055600     ADD 1 TO WS-NB-CONSULT-LUES

055700*    LES RECHERCHES PAR NOM ET LES LISTES NE DESIGNENT PAS
055800*    UN CLIENT (NUMERO A ZERO)
055900     IF ACC-NUMERO NOT NUMERIC OR ACC-NUMERO = ZERO
056000        GO TO 2000-TRAITER-EXIT
056100     END-IF

056200     MOVE ACC-OPID TO WS-OPID-CHERCHE
056300     PERFORM 7100-CHERCHER-OPERATEUR
056400     IF NOT TROUVE
056500        GO TO 2000-TRAITER-EXIT
056600     END-IF
056700     MOVE WS-IND-TROUVE TO WS-OPS-COURANT
056800     MOVE ACC-NUMERO    TO WS-CLIENT-ACCEDE
056900     PERFORM 5000-CONTROLER-ACCES THRU 5000-CONTROLER-EXIT
057000     IF ACCES-NORMAL
057100        GO TO 2000-TRAITER-EXIT
057200     END-IF

057300     IF ACCES-PROPRE
057400        ADD 1 TO WS-NB-CONSULT-PROPRE
057500     ELSE
057600        ADD 1 TO WS-NB-CONSULT-LIE
057700     END-IF
057800     MOVE 'CONSULTATION' TO LD-ORIGINE
057900     MOVE ACC-HEURE      TO LD-HEURE
058000     MOVE ACC-PROG       TO LD-PROG
058100     MOVE SPACE          TO LD-COMPTE LD-CODE
058200     MOVE ZERO           TO LD-MONTANT
058300     PERFORM 8000-EDITER-LIGNE
058400     .
058500 2000-TRAITER-EXIT.
058600     EXIT.
058700*----------------------*
058800 3000-TRAITER-OPERATION.
058900*----------------------*
059000     READ FHST NEXT RECORD
059100         AT END
059200            MOVE 'Y' TO WS-FIN-FHST
059300            GO TO 3000-TRAITER-EXIT
059400     END-READ

059500*    LIGNES DU JOUR PASSEES AU GUICHET (TERMINAL RENSEIGNE)
059600     IF HST-DATE NOT = WS-DATE-JOUR OR HST-SOURCE = SPACE
059700        GO TO 3000-TRAITER-EXIT
059800     END-IF
059900     ADD 1 TO WS-NB-OPER-LUES

060000     MOVE HST-SOURCE TO WS-TERM-CHERCHE
060100     MOVE 'N'  TO WS-TROUVE
060200     MOVE ZERO TO WS-IND-TROUVE
060300     PERFORM 7200-COMPARER-TERMINAL
060400         VARYING WS-IND-TRM FROM 1 BY 1
060500         UNTIL WS-IND-TRM > WS-NB-TRM OR TROUVE
060600     IF NOT TROUVE
060700        GO TO 3000-TRAITER-EXIT
060800     END-IF
060900     MOVE WS-TRM-OPS(WS-IND-TROUVE) TO WS-OPS-COURANT

061000*    COMPTE -> CLIENT TITULAIRE PAR LA CROSS-REFERENCE
061100     MOVE HST-ID-CPTE TO XRF-ID-CPTE
061200     READ FXREF KEY IS XRF-ID-CPTE
061300         INVALID KEY
061400            GO TO 3000-TRAITER-EXIT
061500     END-READ
061600     MOVE XRF-NUMERO TO WS-CLIENT-ACCEDE
061700     PERFORM 5000-CONTROLER-ACCES THRU 5000-CONTROLER-EXIT
061800     IF ACCES-NORMAL
061900        GO TO 3000-TRAITER-EXIT
062000     END-IF

062100     IF ACCES-PROPRE
062200        ADD 1 TO WS-NB-OPER-PROPRE
062300     ELSE
062400        ADD 1 TO WS-NB-OPER-LIE
062500     END-IF
062600     MOVE 'OPERATION'    TO LD-ORIGINE
062700     MOVE SPACE          TO LD-HEURE
062800     MOVE 'GUICHET'      TO LD-PROG
062900     MOVE HST-ID-CPTE    TO LD-COMPTE
063000     MOVE HST-CODE       TO LD-CODE
063100     MOVE HST-MONTANT    TO LD-MONTANT
063200     PERFORM 8000-EDITER-LIGNE
063300     .
063400 3000-TRAITER-EXIT.
063500     EXIT.
063600*----------------------*
063700 5000-CONTROLER-ACCES.
063800*----------------------*
063900*    L'OPERATEUR WS-OPS-COURANT A-T-IL ACCEDE A SON PROPRE
064000*    DOSSIER OU A CELUI D'UN CLIENT QUI LUI EST LIE ?
064100*----------------------*
064200     MOVE SPACE TO WS-RESULTAT
064300     MOVE WS-OPS-SAL(WS-OPS-COURANT) TO WS-SAL-COURANT

064400     IF WS-CLIENT-ACCEDE = WS-SAL-NUMERO(WS-SAL-COURANT)
064500        SET ACCES-PROPRE TO TRUE
064600        GO TO 5000-CONTROLER-EXIT
064700     END-IF

064800     MOVE 'N'  TO WS-TROUVE
064900     MOVE ZERO TO WS-IND-TROUVE
065000     PERFORM 7300-COMPARER-LIEN
065100         VARYING WS-IND-LNS FROM 1 BY 1
065200         UNTIL WS-IND-LNS > WS-NB-LNS OR TROUVE
065300     IF TROUVE
065400        SET ACCES-LIE TO TRUE
065500        MOVE WS-LNS-TYPE(WS-IND-TROUVE) TO WS-TYPE-LIEN
065600     END-IF
065700     .
065800 5000-CONTROLER-EXIT.
065900     EXIT.
066000*----------------------*
066100 7000-COMPARER-SALARIE.
066200*----------------------*
066300     IF WS-SAL-EMP-ID(WS-IND-SAL) = WS-EMP-CHERCHE
066400        MOVE 'O' TO WS-TROUVE
066500        MOVE WS-IND-SAL TO WS-IND-TROUVE
066600     END-IF
066700     .
066800*----------------------*
066900 7100-CHERCHER-OPERATEUR.
067000*----------------------*
067100     MOVE 'N'  TO WS-TROUVE
067200     MOVE ZERO TO WS-IND-TROUVE
067300     PERFORM 7110-COMPARER-OPERATEUR
067400         VARYING WS-IND-OPS FROM 1 BY 1
067500         UNTIL WS-IND-OPS > WS-NB-OPS OR TROUVE
067600     .
067700*----------------------*
067800 7110-COMPARER-OPERATEUR.
067900*----------------------*
068000     IF WS-OPS-OPID(WS-IND-OPS) = WS-OPID-CHERCHE
068100        MOVE 'O' TO WS-TROUVE
068200        MOVE WS-IND-OPS TO WS-IND-TROUVE
068300     END-IF
068400     .
068500*----------------------*
068600 7200-COMPARER-TERMINAL.
068700*----------------------*
068800     IF WS-TRM-ID(WS-IND-TRM) = WS-TERM-CHERCHE
068900        MOVE 'O' TO WS-TROUVE
069000        MOVE WS-IND-TRM TO WS-IND-TROUVE
069100     END-IF
069200     .
069300*----------------------*
069400 7300-COMPARER-LIEN.
069500*----------------------*
069600     IF WS-LNS-SAL(WS-IND-LNS) = WS-SAL-COURANT
069700        AND WS-LNS-NUMERO-LIE(WS-IND-LNS) = WS-CLIENT-ACCEDE
069800        MOVE 'O' TO WS-TROUVE
069900        MOVE WS-IND-LNS TO WS-IND-TROUVE
070000     END-IF
070100     .
070200*----------------------*
070300 8000-EDITER-LIGNE.
070400*----------------------*
070500*    LE TYPE DE LIEN SE LIT 'LE SALARIE EST ... DU CLIENT' :
070600*    LE MOTIF DONNE LA QUALITE DU CLIENT ACCEDE
070700     ADD 1 TO WS-NB-SIGNALES
070800     MOVE WS-OPS-OPID(WS-OPS-COURANT) TO LD-OPID
070900     MOVE WS-OPS-NOM(WS-OPS-COURANT)  TO LD-NOM-OPER
071000     MOVE WS-CLIENT-ACCEDE            TO LD-NUMERO
071100     IF ACCES-PROPRE
071200        MOVE 'PROPRE DOSSIER DE L''OPERATEUR' TO LD-MOTIF
071300     ELSE
071400        EVALUATE WS-TYPE-LIEN
071500            WHEN 'CJ'
071600               MOVE 'CLIENT LIE : CONJOINT' TO LD-MOTIF
071700            WHEN 'PA'
071800               MOVE 'CLIENT LIE : ENFANT MINEUR' TO LD-MOTIF
071900            WHEN 'EN'
072000               MOVE 'CLIENT LIE : PARENT' TO LD-MOTIF
072100            WHEN 'DI'
072200               MOVE 'CLIENT LIE : SOCIETE DIRIGEE' TO LD-MOTIF
072300            WHEN 'SD'
072400               MOVE 'CLIENT LIE : DIRIGEANT' TO LD-MOTIF
072500            WHEN 'GR'
072600               MOVE 'CLIENT LIE : MEME GROUPE' TO LD-MOTIF
072700            WHEN OTHER
072800               MOVE SPACE TO LD-MOTIF
072900               STRING 'CLIENT LIE : TYPE ' WS-TYPE-LIEN
073000                   DELIMITED BY SIZE INTO LD-MOTIF
073100               END-STRING
073200        END-EVALUATE
073300     END-IF
073400     MOVE LIGNE-DETAIL TO REC-SALACCRP
073500     WRITE REC-SALACCRP
073600     .
073700*----------------------*
073800 9000-TERMINAISON.
073900*----------------------*
074000     MOVE 'CLIENTS SALARIES              ' TO LTO-LIBELLE
074100     MOVE WS-NB-SAL TO LTO-NB
074200     MOVE LIGNE-TOTAL  TO REC-SALACCRP
074300     WRITE REC-SALACCRP AFTER ADVANCING 2 LINES
074400     MOVE 'OPERATEURS CLIENTS           ' TO LTO-LIBELLE
074500     MOVE WS-NB-OPS TO LTO-NB
074600     MOVE LIGNE-TOTAL  TO REC-SALACCRP
074700     WRITE REC-SALACCRP
074800     MOVE 'CONSULTATIONS DU JOUR         ' TO LTO-LIBELLE
074900     MOVE WS-NB-CONSULT-LUES TO LTO-NB
075000     MOVE LIGNE-TOTAL  TO REC-SALACCRP
075100     WRITE REC-SALACCRP
075200     MOVE 'OPERATIONS GUICHET DU JOUR    ' TO LTO-LIBELLE
075300     MOVE WS-NB-OPER-LUES TO LTO-NB
075400     MOVE LIGNE-TOTAL  TO REC-SALACCRP
075500     WRITE REC-SALACCRP
075600     MOVE 'CONSULTATIONS PROPRE DOSSIER  ' TO LTO-LIBELLE
075700     MOVE WS-NB-CONSULT-PROPRE TO LTO-NB
075800     MOVE LIGNE-TOTAL  TO REC-SALACCRP
075900     WRITE REC-SALACCRP
076000     MOVE 'CONSULTATIONS CLIENT LIE      ' TO LTO-LIBELLE
076100     MOVE WS-NB-CONSULT-LIE TO LTO-NB
076200     MOVE LIGNE-TOTAL  TO REC-SALACCRP
076300     WRITE REC-SALACCRP
076400     MOVE 'OPERATIONS PROPRE DOSSIER     ' TO LTO-LIBELLE
076500     MOVE WS-NB-OPER-PROPRE TO LTO-NB
076600     MOVE LIGNE-TOTAL  TO REC-SALACCRP
076700     WRITE REC-SALACCRP
076800     MOVE 'OPERATIONS CLIENT LIE         ' TO LTO-LIBELLE
076900     MOVE WS-NB-OPER-LIE TO LTO-NB
077000     MOVE LIGNE-TOTAL  TO REC-SALACCRP
077100     WRITE REC-SALACCRP

077200     CLOSE FCLIENTS
077300     CLOSE FLIENCLI
077400     CLOSE FOPERAT
077500     CLOSE FCAISSE
077600     CLOSE FACCLOG
077700     CLOSE FHST
077800     CLOSE FXREF
077900     CLOSE SALACCRP

078000     DISPLAY 'SALACC - CLIENTS SALARIES     : ' WS-NB-SAL
078100     DISPLAY 'SALACC - LIENS EN VIGUEUR     : ' WS-NB-LNS
078200     DISPLAY 'SALACC - OPERATEURS CLIENTS   : ' WS-NB-OPS
078300     DISPLAY 'SALACC - CONSULTATIONS LUES   : '
078400             WS-NB-CONSULT-LUES
078500     DISPLAY 'SALACC - OPERATIONS LUES      : ' WS-NB-OPER-LUES
078600     DISPLAY 'SALACC - ACCES SIGNALES       : ' WS-NB-SIGNALES

078700     IF RETURN-CODE < 4
078800        IF WS-NB-SIGNALES > ZERO
078900           MOVE 4 TO RETURN-CODE
079000        END-IF
079100     END-IF

079200     MOVE 'F' TO RL-FONCTION
079300     MOVE 'SALACC' TO RL-PROG
079400     ADD WS-NB-CONSULT-LUES WS-NB-OPER-LUES GIVING RL-LUS
079500     MOVE WS-NB-SIGNALES TO RL-ECRITS
079600     MOVE ZERO TO RL-REJETES
079700     MOVE RETURN-CODE TO RL-RC
079800     CALL 'pgrunlog' USING RL-COMMUN
079900     .

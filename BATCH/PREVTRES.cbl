000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    PREVTRES.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - PREVISION HEBDOMADAIRE DE
001400*                   TRESORERIE SUR 30, 60 ET 90 JOURS A
001500*                   PARTIR DES ECHEANCES CONNUES :
001600*                   - SORTIES : ORDRES PERMANENTS VERS UNE
001700*                     AUTRE BANQUE (FORDPERM, OCCURRENCES
001800*                     PROJETEES SELON LA FREQUENCE ; UN
001900*                     ORDRE INTERNE NE SORT PAS DE LA
002000*                     MAISON), DEPOTS A TERME ARRIVANT A
002100*                     ECHEANCE EN REGLEMENT (FTERME, SOLDE
002200*                     + INTERETS ; UNE RECONDUCTION NE FAIT
002300*                     PAS DE FLUX ET N'EST QUE DENOMBREE),
002400*                     SALAIRES NETS (DERNIER SALMVT DE LA
002500*                     PAIE, REPETE AU DERNIER JOUR OUVRE DE
002600*                     CHAQUE MOIS) ;
002700*                   - ENTREES : ECHEANCES DE PRETS A
002800*                     PRELEVER (FPRETSCH).
002900*                   CHAQUE FLUX EST PORTE AU PREMIER JOUR
003000*                   OUVRE QUI NE PRECEDE PAS SA DATE
003100*                   (pgcalend 'P'). ETAT PAR JOUR OUVRE,
003200*                   PAR AGENCE DU COMPTE (TROIS HORIZONS)
003300*                   ET EN TOTAL, AVEC LES PLUS GROS FLUX ;
003400*                   FICHIER CSV DES FLUX POUR LA TRESORERIE.
003500*--------------------------------------------------------
003600*
003700*======================================================*
003800*   E N V I R O N M E N T       D I V I S I O N        *
003900*======================================================*
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-390.
004300 OBJECT-COMPUTER. IBM-390.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT FORDPERM   ASSIGN TO FORDPERM
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS SEQUENTIAL
004900         RECORD KEY IS OP-CLE
005000         FILE STATUS IS WS-FS-FORDPERM.

005100     SELECT FPRETSCH   ASSIGN TO FPRETSCH
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS PSH-CLE
005500         FILE STATUS IS WS-FS-FPRETSCH.

005600     SELECT FTERME     ASSIGN TO FTERME
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS TRM-ID-CPTE
006000         FILE STATUS IS WS-FS-FTERME.

006100     SELECT SALMVT     ASSIGN TO SALMVT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-FS-SALMVT.

006400     SELECT FCLT       ASSIGN TO FCLT
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS ID-CPTE
006800         FILE STATUS IS WS-FS-FCLT.

006900     SELECT FAGENCE    ASSIGN TO FAGENCE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS AG-CLE
007300         FILE STATUS IS WS-FS-FAGENCE.

007400     SELECT SRTPRV     ASSIGN TO SRTPRV.

007500     SELECT PREVTRRP   ASSIGN TO PREVTRRP
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS WS-FS-PREVTRRP.

007800     SELECT PREVCSV    ASSIGN TO PREVCSV
007900         ORGANIZATION IS SEQUENTIAL
008000         FILE STATUS IS WS-FS-PREVCSV.
008100*
008200*======================================================*
008300*           D A T A         D I V I S I O N            *
008400*======================================================*
008500 DATA DIVISION.
008600 FILE SECTION.
008700*
008800 FD  FORDPERM
008900     RECORD CONTAINS 80 CHARACTERS.
009000     COPY FORDPERM.
009100*
009200 FD  FPRETSCH
009300     RECORD CONTAINS 80 CHARACTERS.
009400     COPY FPRETSCH.
009500*
009600 FD  FTERME
009700     RECORD CONTAINS 80 CHARACTERS.
009800     COPY FTERME.
009900*
010000*    CREDITS DE SALAIRE NETS DE LA DERNIERE PAIE (DESSIN
010100*    MVTCLT, CODE S, SOURCE PAIE, DATE DE VALEUR A ZERO)
010200 FD  SALMVT
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  REC-SALMVT.
010500     05  SM-ID-CPTE      PIC X(08).
010600     05  SM-CODE         PIC X(01).
010700     05  SM-MONTANT      PIC 9(08)V99.
010800     05  FILLER          PIC X(61).
010900*
011000 FD  FCLT
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  REC-CLT.
011300     05  ID-CPTE    PIC X(08).
011400     05  ID-REGION  PIC X(02).
011500     05  NAT-CPTE   PIC 9(02).
011600     05  NOM-CLT    PIC X(10).
011700     05  PRN-CLT    PIC X(10).
011800     05  DTN-CLT    PIC 9(08).
011900     05  SEX-CLT    PIC X(01).
012000     05  ACP-CLT    PIC X(02).
012100     05  STS-CLT    PIC X(01).
012200     05  ADR-CLT    PIC X(10).
012300     05  SLD-CLT    PIC S9(08)V99.
012400     05  PST-CLT    PIC X(02).
012500     05  PIN-CLT    PIC 9(04).
012600     05  DEC-CLT    PIC 9(06).
012700     05  DEV-CLT    PIC X(02).
012800     05  AGC-CLT    PIC X(02).
012900*
013000 FD  FAGENCE
013100     RECORD CONTAINS 80 CHARACTERS.
013200     COPY FAGENCE.
013300*
013400*    FLUX PROJETES, TRIES DU PLUS GROS AU PLUS PETIT
013500 SD  SRTPRV.
013600 01  SRT-FLUX.
013700     05  SRT-MONTANT          PIC 9(10)V99.
013800     05  SRT-SENS             PIC X(01).
013900     05  SRT-NATURE           PIC X(03).
014000     05  SRT-DATE-CONTRAT     PIC 9(08).
014100     05  SRT-JOUR-OUVRE       PIC 9(08).
014200     05  SRT-DELAI            PIC 9(03).
014300     05  SRT-ID-CPTE          PIC X(08).
014400     05  SRT-AGENCE           PIC X(04).
014500*
014600 FD  PREVTRRP
014700     RECORD CONTAINS 100 CHARACTERS.
014800 01  REC-PREVTRRP             PIC X(100).
014900*
015000 FD  PREVCSV
015100     RECORD CONTAINS 100 CHARACTERS.
015200 01  REC-PREVCSV              PIC X(100).
015300*
015400*------------------------------------------------------*
015500 WORKING-STORAGE SECTION.
015600*------------------------------------------------------*
015700*
015800 01  WS-FS-FORDPERM           PIC X(02) VALUE SPACE.
015900     88 FS-FORDPERM-OK           VALUE '00'.
016000 01  WS-FS-FPRETSCH           PIC X(02) VALUE SPACE.
016100     88 FS-FPRETSCH-OK           VALUE '00'.
016200 01  WS-FS-FTERME             PIC X(02) VALUE SPACE.
016300     88 FS-FTERME-OK             VALUE '00'.
016400 01  WS-FS-SALMVT             PIC X(02) VALUE SPACE.
016500     88 FS-SALMVT-OK             VALUE '00'.
016600 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
016700     88 FS-FCLT-OK               VALUE '00'.
016800 01  WS-FS-FAGENCE            PIC X(02) VALUE SPACE.
016900     88 FS-FAGENCE-OK            VALUE '00'.
017000 01  WS-FS-PREVTRRP           PIC X(02) VALUE SPACE.
017100     88 FS-PREVTRRP-OK           VALUE '00'.
017200 01  WS-FS-PREVCSV            PIC X(02) VALUE SPACE.
017300     88 FS-PREVCSV-OK            VALUE '00'.
017400*
017500 01  WS-FIN-FICHIER           PIC X(01) VALUE 'N'.
017600     88 FIN-FICHIER              VALUE 'Y'.
017700 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
017800     88 FIN-TRI                  VALUE 'Y'.
017900 01  WS-SALMVT-PRESENT        PIC X(01) VALUE 'N'.
018000     88 SALMVT-PRESENT           VALUE 'O'.
018100*
018200 01  WS-DATE-JOUR             PIC 9(08).
018300 01  WS-INT-JOUR              PIC S9(09) COMP.
018400 01  WS-INT-DATE              PIC S9(09) COMP.
018500 01  WS-DELAI                 PIC S9(05) COMP.
018600 01  WS-DATE-FLUX             PIC 9(08).
018700 01  WS-DATE-FLUX-R REDEFINES WS-DATE-FLUX.
018800     05 WS-FLUX-AAAA          PIC 9(04).
018900     05 WS-FLUX-MM            PIC 9(02).
019000     05 WS-FLUX-JJ            PIC 9(02).
019100 01  WS-DATE-MOIS             PIC 9(08).
019200 01  WS-DATE-MOIS-R REDEFINES WS-DATE-MOIS.
019300     05 WS-MOIS-AAAA          PIC 9(04).
019400     05 WS-MOIS-MM            PIC 9(02).
019500     05 WS-MOIS-JJ            PIC 9(02).
019600 01  WS-JOUR-CONVENU          PIC 9(02).
019700 01  WS-FIN-DE-MOIS           PIC 9(02).
019800 01  WS-MONTANT-FLUX          PIC 9(10)V99.
019900 01  WS-INTERETS              PIC 9(10)V99.
020000*
020100*    HORIZONS DE LA PREVISION (JOURS CALENDAIRES)
020200 01  WS-HORIZON-MAX           PIC S9(04) COMP VALUE 90.
020300 01  WS-NB-PLUS-GROS          PIC 9(03) VALUE 20.
020400*
020500*    INTERFACE DU MODULE COMMUN pgcalend
020600 01  WS-CAL-FONCTION          PIC X(01).
020700 01  WS-CAL-DATE              PIC 9(08).
020800 01  WS-CAL-RESULTAT          PIC X(01).
020900*
021000*    POUR CHAQUE JOUR CALENDAIRE J+1 A J+90 : LE JOUR OUVRE
021100*    OU LE FLUX SE DENOUE ET SON RANG DANS LA TABLE DES
021200*    JOURS OUVRES
021300 01  WS-IND-CAL               PIC S9(4) COMP.
021400 01  WS-TAB-CAL.
021500     05 WS-CAL OCCURS 90.
021600        10 WS-CAL-JOUR        PIC 9(08).
021700        10 WS-CAL-IND         PIC S9(4) COMP.
021800*
021900 01  WS-NB-JRS                PIC S9(4) COMP VALUE ZERO.
022000 01  WS-IND-JRS               PIC S9(4) COMP.
022100 01  WS-TAB-JRS.
022200     05 WS-JRS OCCURS 91.
022300        10 WS-JRS-DATE        PIC 9(08).
022400        10 WS-JRS-ENTREES     PIC 9(11)V99.
022500        10 WS-JRS-SORTIES     PIC 9(11)V99.
022600*
022700*    AGENCES (REGION + CODE AGENCE DU COMPTE), CUMULS PAR
022800*    HORIZON : 1 = 30 JOURS, 2 = 60 JOURS, 3 = 90 JOURS
022900 01  WS-NB-AGC                PIC S9(4) COMP VALUE ZERO.
023000 01  WS-IND-AGC               PIC S9(4) COMP.
023100 01  WS-IND-HOR               PIC S9(4) COMP.
023200 01  WS-HOR-DEBUT             PIC S9(4) COMP.
023300 01  WS-AGC-TROUVE            PIC X(01).
023400     88 AGC-TROUVE               VALUE 'O'.
023500 01  WS-TAB-AGC.
023600     05 WS-AGC OCCURS 300.
023700        10 WS-AGC-CLE         PIC X(04).
023800        10 WS-AGC-HOR OCCURS 3.
023900           15 WS-AGC-ENTREES  PIC 9(11)V99.
024000           15 WS-AGC-SORTIES  PIC 9(11)V99.
024100 01  WS-TAB-TOTAL.
024200     05 WS-TOT-HOR OCCURS 3.
024300        10 WS-TOT-ENTREES     PIC 9(11)V99.
024400        10 WS-TOT-SORTIES     PIC 9(11)V99.
024500 01  WS-AGENCE-FLUX           PIC X(04).
024600 01  WS-NET                   PIC S9(11)V99.
024700 01  WS-CUMUL-NET             PIC S9(11)V99 VALUE ZERO.
024800*
024900*    DATES DE PAIE PROJETEES (DERNIER JOUR OUVRE DU MOIS)
025000 01  WS-NB-PAIES              PIC S9(4) COMP VALUE ZERO.
025100 01  WS-IND-PAIE              PIC S9(4) COMP.
025200 01  WS-TAB-PAIE.
025300     05 WS-PAIE OCCURS 4.
025400        10 WS-PAIE-DATE       PIC 9(08).
025500        10 WS-PAIE-DELAI      PIC S9(05) COMP.
025600*
025700 01  WS-NB-ORDRES             PIC 9(07) VALUE ZERO.
025800 01  WS-NB-ORDRES-INTERNES    PIC 9(07) VALUE ZERO.
025900 01  WS-NB-ECHEANCES          PIC 9(07) VALUE ZERO.
026000 01  WS-NB-TERMES             PIC 9(07) VALUE ZERO.
026100 01  WS-NB-RECONDUCTIONS      PIC 9(07) VALUE ZERO.
026200 01  WS-MT-RECONDUCTIONS      PIC 9(11)V99 VALUE ZERO.
026300 01  WS-NB-SALAIRES           PIC 9(07) VALUE ZERO.
026400 01  WS-NB-LUS                PIC 9(09) VALUE ZERO.
026500 01  WS-NB-FLUX               PIC 9(09) VALUE ZERO.
026600 01  WS-NB-EDITES             PIC 9(03) VALUE ZERO.
026700 01  WS-NB-SANS-COMPTE        PIC 9(07) VALUE ZERO.
026800*
026900*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
027000 01  RL-COMMUN.
027100     05 RL-FONCTION    PIC X(01).
027200     05 RL-PROG        PIC X(08).
027300     05 RL-LUS         PIC 9(09).
027400     05 RL-ECRITS      PIC 9(09).
027500     05 RL-REJETES     PIC 9(09).
027600     05 RL-RC          PIC 9(02).
027700*
027800*------------------------------------------------------*
027900*   LIGNES DE L'ETAT                                   *
028000*------------------------------------------------------*
028100 01  LIGNE-TITRE.
028200     05 FILLER                PIC X(46) VALUE
028300        'PREVISION DE TRESORERIE A 30/60/90 JOURS AU '.
028400     05 LT-DATE               PIC 9(08).
028500     05 FILLER                PIC X(46) VALUE SPACE.
028600*
028700 01  LIGNE-SECTION.
028800     05 LS-TEXTE              PIC X(100).
028900*
029000 01  LIGNE-ENTETE-FLUX.
029100     05 FILLER                PIC X(16) VALUE
029200        'MONTANT'.
029300     05 FILLER                PIC X(10) VALUE 'SENS'.
029400     05 FILLER                PIC X(10) VALUE 'ECHEANCE'.
029500     05 FILLER                PIC X(10) VALUE 'JOUR OUV'.
029600     05 FILLER                PIC X(06) VALUE 'DELAI'.
029700     05 FILLER                PIC X(10) VALUE 'COMPTE'.
029800     05 FILLER                PIC X(38) VALUE 'AGENCE'.
029900*
030000 01  LIGNE-FLUX.
030100     05 LF-MONTANT            PIC ZZZZZZZZZ9.99.
030200     05 FILLER                PIC X(03) VALUE SPACE.
030300     05 LF-SENS               PIC X(07).
030400     05 LF-NATURE             PIC X(03).
030500     05 FILLER                PIC X(02) VALUE SPACE.
030600     05 LF-DATE-CONTRAT       PIC 9(08).
030700     05 FILLER                PIC X(02) VALUE SPACE.
030800     05 LF-JOUR-OUVRE         PIC 9(08).
030900     05 FILLER                PIC X(02) VALUE SPACE.
031000     05 LF-DELAI              PIC ZZ9.
031100     05 FILLER                PIC X(03) VALUE SPACE.
031200     05 LF-ID-CPTE            PIC X(08).
031300     05 FILLER                PIC X(02) VALUE SPACE.
031400     05 LF-AGENCE             PIC X(04).
031500     05 FILLER                PIC X(32) VALUE SPACE.
031600*
031700 01  LIGNE-ENTETE-JOUR.
031800     05 FILLER                PIC X(12) VALUE 'JOUR OUVRE'.
031900     05 FILLER                PIC X(17) VALUE
032000        '         ENTREES'.
032100     05 FILLER                PIC X(17) VALUE
032200        '         SORTIES'.
032300     05 FILLER                PIC X(17) VALUE
032400        '             NET'.
032500     05 FILLER                PIC X(37) VALUE
032600        '      NET CUMULE'.
032700*
032800 01  LIGNE-JOUR.
032900     05 LJ-DATE               PIC 9(08).
033000     05 FILLER                PIC X(02) VALUE SPACE.
033100     05 LJ-ENTREES            PIC ZZZZZZZZZZZZ9.99.
033200     05 FILLER                PIC X(01) VALUE SPACE.
033300     05 LJ-SORTIES            PIC ZZZZZZZZZZZZ9.99.
033400     05 FILLER                PIC X(01) VALUE SPACE.
033500     05 LJ-NET                PIC -ZZZZZZZZZZZ9.99.
033600     05 FILLER                PIC X(01) VALUE SPACE.
033700     05 LJ-CUMUL              PIC -ZZZZZZZZZZZ9.99.
033800     05 FILLER                PIC X(23) VALUE SPACE.
033900*
034000 01  LIGNE-AGENCE.
034100     05 LA-REGION             PIC X(02).
034200     05 FILLER                PIC X(01) VALUE '/'.
034300     05 LA-CODE               PIC X(02).
034400     05 FILLER                PIC X(01) VALUE SPACE.
034500     05 LA-NOM                PIC X(20).
034600     05 FILLER                PIC X(01) VALUE SPACE.
034700     05 LA-HORIZON            PIC X(06).
034800     05 LA-ENTREES            PIC ZZZZZZZZZZZZ9.99.
034900     05 FILLER                PIC X(01) VALUE SPACE.
035000     05 LA-SORTIES            PIC ZZZZZZZZZZZZ9.99.
035100     05 FILLER                PIC X(01) VALUE SPACE.
035200     05 LA-NET                PIC -ZZZZZZZZZZZ9.99.
035300     05 FILLER                PIC X(01) VALUE SPACE.
035400*
035500 01  LIGNE-TOTAL.
035600     05 LT-LIBELLE            PIC X(40).
035700     05 LT-NB                 PIC ZZZZZZ9.
035800     05 FILLER                PIC X(02) VALUE SPACE.
035900     05 LT-MONTANT            PIC ZZZZZZZZZZZZ9.99.
036000     05 FILLER                PIC X(35) VALUE SPACE.
036100*
036200 01  LIGNE-LEGENDE.
036300     05 FILLER                PIC X(50) VALUE
036400        'ORD = ORDRE PERMANENT EXTERNE  PRT = ECHEANCE DE P'.
036500     05 FILLER                PIC X(50) VALUE
036600        'RET  DAT = DEPOT A TERME  SAL = SALAIRE NET'.
036700*
036800 01  ENTETE-CSV.
036900     05 FILLER                PIC X(50) VALUE
037000        'JOUR_OUVRE,ECHEANCE,DELAI,SENS,NATURE,COMPTE,REGIO'.
037100     05 FILLER                PIC X(50) VALUE
037200        'N,AGENCE,MONTANT'.
037300*
037400*    LIGNE DU FICHIER CSV (SEPARATEUR VIRGULE, POINT
037500*    DECIMAL, MONTANTS CADRES A ZERO)
037600 01  LIGNE-CSV.
037700     05 LC-JOUR-OUVRE         PIC 9(08).
037800     05 FILLER                PIC X(01) VALUE ','.
037900     05 LC-DATE-CONTRAT       PIC 9(08).
038000     05 FILLER                PIC X(01) VALUE ','.
038100     05 LC-DELAI              PIC 9(03).
038200     05 FILLER                PIC X(01) VALUE ','.
038300     05 LC-SENS               PIC X(01).
038400     05 FILLER                PIC X(01) VALUE ','.
038500     05 LC-NATURE             PIC X(03).
038600     05 FILLER                PIC X(01) VALUE ','.
038700     05 LC-ID-CPTE            PIC X(08).
038800     05 FILLER                PIC X(01) VALUE ','.
038900     05 LC-REGION             PIC X(02).
039000     05 FILLER                PIC X(01) VALUE ','.
039100     05 LC-CODE               PIC X(02).
039200     05 FILLER                PIC X(01) VALUE ','.
039300     05 LC-MONTANT            PIC 9(10).99.
039400     05 FILLER                PIC X(44) VALUE SPACE.
039500*
039600*======================================================*
039700*     P R O C E D U R E     D I V I S I O N            *
039800*======================================================*
039900 PROCEDURE DIVISION.
040000*----------------------*
040100 0000-MAINLINE.
040200*----------------------*
040300     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
040400     IF RETURN-CODE NOT < 8
040500        GOBACK
040600     END-IF

040700     SORT SRTPRV
040800         ON DESCENDING KEY SRT-MONTANT
040900         ON ASCENDING KEY SRT-JOUR-OUVRE SRT-ID-CPTE
041000         INPUT PROCEDURE 2000-PROJETER
041100             THRU 2000-PROJETER-EXIT
041200         OUTPUT PROCEDURE 3000-CUMULER
041300             THRU 3000-CUMULER-EXIT
041400     IF SORT-RETURN NOT = ZERO
041500        DISPLAY 'PREVTRES - ERREUR TRI SRTPRV'
041600        MOVE 12 TO RETURN-CODE
041700     END-IF

041800     PERFORM 4000-EDITER-JOURS
041900     PERFORM 5000-EDITER-AGENCES
042000     PERFORM 9000-TERMINAISON
042100     GOBACK
042200     .
042300*----------------------*
042400 1000-INITIALISATION.
042500*----------------------*
042600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
042700     COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)

042800     MOVE 'D' TO RL-FONCTION
042900     MOVE 'PREVTRES' TO RL-PROG
043000     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
043100     CALL 'pgrunlog' USING RL-COMMUN

043200     OPEN INPUT FORDPERM
043300     IF NOT FS-FORDPERM-OK
043400        DISPLAY 'PREVTRES - ERREUR OPEN FORDPERM - FS='
043500                WS-FS-FORDPERM
043600        MOVE 12 TO RETURN-CODE
043700        GO TO 1000-INITIALISATION-EXIT
043800     END-IF
043900     OPEN INPUT FPRETSCH
044000     IF NOT FS-FPRETSCH-OK
044100        DISPLAY 'PREVTRES - ERREUR OPEN FPRETSCH - FS='
044200                WS-FS-FPRETSCH
044300        MOVE 12 TO RETURN-CODE
044400        CLOSE FORDPERM
044500        GO TO 1000-INITIALISATION-EXIT
044600     END-IF
044700     OPEN INPUT FTERME
044800     IF NOT FS-FTERME-OK
044900        DISPLAY 'PREVTRES - ERREUR OPEN FTERME - FS='
045000                WS-FS-FTERME
045100        MOVE 12 TO RETURN-CODE
045200        CLOSE FORDPERM FPRETSCH
045300        GO TO 1000-INITIALISATION-EXIT
045400     END-IF
045500     OPEN INPUT FCLT
045600     IF NOT FS-FCLT-OK
045700        DISPLAY 'PREVTRES - ERREUR OPEN FCLT - FS='
045800                WS-FS-FCLT
045900        MOVE 12 TO RETURN-CODE
046000        CLOSE FORDPERM FPRETSCH FTERME
046100        GO TO 1000-INITIALISATION-EXIT
046200     END-IF
046300     OPEN INPUT FAGENCE
046400     IF NOT FS-FAGENCE-OK
046500        DISPLAY 'PREVTRES - ERREUR OPEN FAGENCE - FS='
046600                WS-FS-FAGENCE
046700        MOVE 12 TO RETURN-CODE
046800        CLOSE FORDPERM FPRETSCH FTERME FCLT
046900        GO TO 1000-INITIALISATION-EXIT
047000     END-IF

047100*    PAS ENCORE DE PAIE PASSEE : PAS DE SALAIRES PROJETES
047200     OPEN INPUT SALMVT
047300     IF FS-SALMVT-OK
047400        MOVE 'O' TO WS-SALMVT-PRESENT
047500     ELSE
047600        DISPLAY 'PREVTRES - PAS DE FICHIER SALMVT - FS='
047700                WS-FS-SALMVT ' - SALAIRES NON PROJETES'
047800     END-IF

047900     OPEN OUTPUT PREVTRRP
048000     IF NOT FS-PREVTRRP-OK
048100        DISPLAY 'PREVTRES - ERREUR OPEN PREVTRRP - FS='
048200                WS-FS-PREVTRRP
048300        MOVE 12 TO RETURN-CODE
048400        CLOSE FORDPERM FPRETSCH FTERME FCLT FAGENCE
048500        GO TO 1000-INITIALISATION-EXIT
048600     END-IF
048700     OPEN OUTPUT PREVCSV
048800     IF NOT FS-PREVCSV-OK
048900        DISPLAY 'PREVTRES - ERREUR OPEN PREVCSV - FS='
049000                WS-FS-PREVCSV
049100        MOVE 12 TO RETURN-CODE
049200        CLOSE FORDPERM FPRETSCH FTERME FCLT FAGENCE PREVTRRP
049300        GO TO 1000-INITIALISATION-EXIT
049400     END-IF

049500     MOVE ENTETE-CSV TO REC-PREVCSV
049600     WRITE REC-PREVCSV

049700     MOVE WS-DATE-JOUR TO LT-DATE
049800     MOVE LIGNE-TITRE  TO REC-PREVTRRP
049900     WRITE REC-PREVTRRP

050000     PERFORM 1100-CHARGER-CALENDRIER
050100         VARYING WS-IND-CAL FROM 1 BY 1
050200         UNTIL WS-IND-CAL > WS-HORIZON-MAX
050300     PERFORM 1200-DATES-DE-PAIE
050400         VARYING WS-IND-PAIE FROM 0 BY 1
050500         UNTIL WS-IND-PAIE > 3
050600     .
050700 1000-INITIALISATION-EXIT.
050800     EXIT.
050900*----------------------*
051000 1100-CHARGER-CALENDRIER.
051100*----------------------*
051200*    LE JOUR OUVRE D'UN JOUR CALENDAIRE EST LE PREMIER QUI
051300*    NE LE PRECEDE PAS ; LES JOURS OUVRES SE SUIVENT DONC
051400*    DANS L'ORDRE ET UN NOUVEAU RANG EST OUVERT A CHAQUE
051500*    CHANGEMENT
051600     COMPUTE WS-CAL-DATE =
051700             FUNCTION DATE-OF-INTEGER(WS-INT-JOUR + WS-IND-CAL)
051800     MOVE 'P' TO WS-CAL-FONCTION
051900     CALL 'pgcalend' USING WS-CAL-FONCTION WS-CAL-DATE
052000                           WS-CAL-RESULTAT
052100     MOVE WS-CAL-DATE TO WS-CAL-JOUR(WS-IND-CAL)

052200     IF WS-NB-JRS = ZERO
052300        OR WS-JRS-DATE(WS-NB-JRS) NOT = WS-CAL-DATE
052400        ADD 1 TO WS-NB-JRS
052500        MOVE WS-CAL-DATE TO WS-JRS-DATE(WS-NB-JRS)
052600        MOVE ZERO        TO WS-JRS-ENTREES(WS-NB-JRS)
052700                            WS-JRS-SORTIES(WS-NB-JRS)
052800     END-IF
052900     MOVE WS-NB-JRS TO WS-CAL-IND(WS-IND-CAL)
053000     .
053100*----------------------*
053200 1200-DATES-DE-PAIE.
053300*----------------------*
053400*    DERNIER JOUR DU MOIS COURANT + N = VEILLE DU PREMIER
053500*    DU MOIS SUIVANT, RAMENE AU DERNIER JOUR OUVRE
053600     MOVE WS-DATE-JOUR TO WS-DATE-MOIS
053700     MOVE 01 TO WS-MOIS-JJ
053800     ADD WS-IND-PAIE 1 TO WS-MOIS-MM
053900     IF WS-MOIS-MM > 12
054000        SUBTRACT 12 FROM WS-MOIS-MM
054100        ADD 1 TO WS-MOIS-AAAA
054200     END-IF
054300     COMPUTE WS-CAL-DATE = FUNCTION DATE-OF-INTEGER
054400             (FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS) - 1)
054500     MOVE 'D' TO WS-CAL-FONCTION
054600     CALL 'pgcalend' USING WS-CAL-FONCTION WS-CAL-DATE
054700                           WS-CAL-RESULTAT

054800     COMPUTE WS-DELAI =
054900             FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) - WS-INT-JOUR
055000     IF WS-DELAI > ZERO AND WS-DELAI NOT > WS-HORIZON-MAX
055100        ADD 1 TO WS-NB-PAIES
055200        MOVE WS-CAL-DATE TO WS-PAIE-DATE(WS-NB-PAIES)
055300        MOVE WS-DELAI    TO WS-PAIE-DELAI(WS-NB-PAIES)
055400     END-IF
055500     .
055600*----------------------*
055700 2000-PROJETER.
055800*----------------------*
055900     MOVE 'N' TO WS-FIN-FICHIER
056000     PERFORM 2100-LIRE-ORDRE THRU 2100-LIRE-ORDRE-EXIT
056100         UNTIL FIN-FICHIER
056200     MOVE 'N' TO WS-FIN-FICHIER
056300     PERFORM 2200-LIRE-ECHEANCE THRU 2200-LIRE-ECHEANCE-EXIT
056400         UNTIL FIN-FICHIER
056500     MOVE 'N' TO WS-FIN-FICHIER
056600     PERFORM 2300-LIRE-TERME THRU 2300-LIRE-TERME-EXIT
056700         UNTIL FIN-FICHIER
056800     IF SALMVT-PRESENT
056900        MOVE 'N' TO WS-FIN-FICHIER
057000        PERFORM 2400-LIRE-SALAIRE THRU 2400-LIRE-SALAIRE-EXIT
057100            UNTIL FIN-FICHIER
057200     END-IF
057300     .
057400 2000-PROJETER-EXIT.
057500     EXIT.
057600*----------------------*
057700 2100-LIRE-ORDRE.
057800*----------------------*
057900     READ FORDPERM NEXT RECORD
058000         AT END
058100            MOVE 'Y' TO WS-FIN-FICHIER
058200            GO TO 2100-LIRE-ORDRE-EXIT
058300     END-READ
058400     ADD 1 TO WS-NB-LUS

058500     IF NOT OP-ACTIF OR OP-DATE-PROCH NOT NUMERIC
058600        OR OP-DATE-PROCH < 16010101
058700        GO TO 2100-LIRE-ORDRE-EXIT
058800     END-IF
058900     IF OP-IBAN-EXT = SPACE
059000        ADD 1 TO WS-NB-ORDRES-INTERNES
059100        GO TO 2100-LIRE-ORDRE-EXIT
059200     END-IF
059300     ADD 1 TO WS-NB-ORDRES

059400     MOVE OP-ID-CPTE TO ID-CPTE
059500     PERFORM 7000-AGENCE-DU-COMPTE
059600     MOVE OP-MONTANT     TO WS-MONTANT-FLUX
059700     MOVE OP-DATE-PROCH  TO WS-DATE-FLUX
059800     MOVE OP-JOUR-CONVENU TO WS-JOUR-CONVENU
059900     IF WS-JOUR-CONVENU NOT NUMERIC OR WS-JOUR-CONVENU = ZERO
060000        MOVE WS-FLUX-JJ TO WS-JOUR-CONVENU
060100     END-IF

060200*    UNE ECHEANCE DEJA ATTEINTE PART A LA NUIT QUI VIENT
060300     COMPUTE WS-DELAI =
060400             FUNCTION INTEGER-OF-DATE(WS-DATE-FLUX) - WS-INT-JOUR
060500     IF WS-DELAI < 1
060600        MOVE 1 TO WS-DELAI
060700     END-IF
060800     PERFORM 2150-OCCURRENCE-ORDRE
060900         UNTIL WS-DELAI > WS-HORIZON-MAX
061000     .
061100 2100-LIRE-ORDRE-EXIT.
061200     EXIT.
061300*----------------------*
061400 2150-OCCURRENCE-ORDRE.
061500*----------------------*
061600     MOVE 'S'   TO SRT-SENS
061700     MOVE 'ORD' TO SRT-NATURE
061800     PERFORM 7500-LIBERER-FLUX

061900     IF OP-FREQ-HEBDO
062000        COMPUTE WS-INT-DATE =
062100                FUNCTION INTEGER-OF-DATE(WS-DATE-FLUX) + 7
062200        COMPUTE WS-DATE-FLUX =
062300                FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
062400     ELSE
062500*       MOIS SUIVANT AU JOUR CONVENU, RAMENE A LA FIN D'UN
062600*       MOIS PLUS COURT
062700        ADD 1 TO WS-FLUX-MM
062800        IF WS-FLUX-MM > 12
062900           MOVE 1 TO WS-FLUX-MM
063000           ADD 1 TO WS-FLUX-AAAA
063100        END-IF
063200        MOVE WS-DATE-FLUX TO WS-DATE-MOIS
063300        MOVE 01 TO WS-MOIS-JJ
063400        ADD 1 TO WS-MOIS-MM
063500        IF WS-MOIS-MM > 12
063600           MOVE 1 TO WS-MOIS-MM
063700           ADD 1 TO WS-MOIS-AAAA
063800        END-IF
063900        COMPUTE WS-INT-DATE =
064000                FUNCTION INTEGER-OF-DATE(WS-DATE-MOIS) - 1
064100        COMPUTE WS-DATE-MOIS =
064200                FUNCTION DATE-OF-INTEGER(WS-INT-DATE)
064300        MOVE WS-MOIS-JJ TO WS-FIN-DE-MOIS
064400        IF WS-JOUR-CONVENU > WS-FIN-DE-MOIS
064500           MOVE WS-FIN-DE-MOIS TO WS-FLUX-JJ
064600        ELSE
064700           MOVE WS-JOUR-CONVENU TO WS-FLUX-JJ
064800        END-IF
064900     END-IF
065000     COMPUTE WS-DELAI =
065100             FUNCTION INTEGER-OF-DATE(WS-DATE-FLUX) - WS-INT-JOUR
065200     .
065300*----------------------*
065400 2200-LIRE-ECHEANCE.
065500*----------------------*
065600     READ FPRETSCH NEXT RECORD
065700         AT END
065800            MOVE 'Y' TO WS-FIN-FICHIER
065900            GO TO 2200-LIRE-ECHEANCE-EXIT
066000     END-READ
066100     ADD 1 TO WS-NB-LUS

066200     IF NOT PSH-A-PRELEVER OR PSH-DATE-ECHEANCE NOT NUMERIC
066300        OR PSH-DATE-ECHEANCE NOT > WS-DATE-JOUR
066400        GO TO 2200-LIRE-ECHEANCE-EXIT
066500     END-IF
066600     COMPUTE WS-DELAI =
066700             FUNCTION INTEGER-OF-DATE(PSH-DATE-ECHEANCE)
066800           - WS-INT-JOUR
066900     IF WS-DELAI > WS-HORIZON-MAX
067000        GO TO 2200-LIRE-ECHEANCE-EXIT
067100     END-IF
067200     ADD 1 TO WS-NB-ECHEANCES

067300     MOVE PSH-ID-CPTE       TO ID-CPTE
067400     PERFORM 7000-AGENCE-DU-COMPTE
067500     MOVE PSH-MONTANT       TO WS-MONTANT-FLUX
067600     MOVE PSH-DATE-ECHEANCE TO WS-DATE-FLUX
067700     MOVE 'E'               TO SRT-SENS
067800     MOVE 'PRT'             TO SRT-NATURE
067900     PERFORM 7500-LIBERER-FLUX
068000     .
068100 2200-LIRE-ECHEANCE-EXIT.
068200     EXIT.
068300*----------------------*
068400 2300-LIRE-TERME.
068500*----------------------*
068600     READ FTERME NEXT RECORD
068700         AT END
068800            MOVE 'Y' TO WS-FIN-FICHIER
068900            GO TO 2300-LIRE-TERME-EXIT
069000     END-READ
069100     ADD 1 TO WS-NB-LUS

069200     IF NOT TRM-EN-COURS OR TRM-DATE-ECHEANCE NOT NUMERIC
069300        OR TRM-DATE-ECHEANCE NOT > WS-DATE-JOUR
069400        GO TO 2300-LIRE-TERME-EXIT
069500     END-IF
069600     COMPUTE WS-DELAI =
069700             FUNCTION INTEGER-OF-DATE(TRM-DATE-ECHEANCE)
069800           - WS-INT-JOUR
069900     IF WS-DELAI > WS-HORIZON-MAX
070000        GO TO 2300-LIRE-TERME-EXIT
070100     END-IF

070200     MOVE TRM-ID-CPTE TO ID-CPTE
070300     PERFORM 7000-AGENCE-DU-COMPTE
070400     IF NOT FS-FCLT-OK OR SLD-CLT NOT > ZERO
070500        GO TO 2300-LIRE-TERME-EXIT
070600     END-IF

070700*    INTERETS DU PLACEMENT CALCULES COMME ECHTERM
070800     COMPUTE WS-INTERETS ROUNDED =
070900             SLD-CLT * TRM-TAUX-BP / 10000
071000     COMPUTE WS-MONTANT-FLUX = SLD-CLT + WS-INTERETS

071100     IF TRM-RECONDUCTION
071200        ADD 1 TO WS-NB-RECONDUCTIONS
071300        ADD WS-MONTANT-FLUX TO WS-MT-RECONDUCTIONS
071400        GO TO 2300-LIRE-TERME-EXIT
071500     END-IF
071600     ADD 1 TO WS-NB-TERMES

071700     MOVE TRM-DATE-ECHEANCE TO WS-DATE-FLUX
071800     MOVE 'S'               TO SRT-SENS
071900     MOVE 'DAT'             TO SRT-NATURE
072000     PERFORM 7500-LIBERER-FLUX
072100     .
072200 2300-LIRE-TERME-EXIT.
072300     EXIT.
072400*----------------------*
072500 2400-LIRE-SALAIRE.
072600*----------------------*
072700     READ SALMVT
072800         AT END
072900            MOVE 'Y' TO WS-FIN-FICHIER
073000            GO TO 2400-LIRE-SALAIRE-EXIT
073100     END-READ
073200     ADD 1 TO WS-NB-LUS
073300     IF SM-CODE NOT = 'S' OR SM-MONTANT NOT NUMERIC
073400        GO TO 2400-LIRE-SALAIRE-EXIT
073500     END-IF
073600     ADD 1 TO WS-NB-SALAIRES

073700     MOVE SM-ID-CPTE  TO ID-CPTE
073800     PERFORM 7000-AGENCE-DU-COMPTE
073900     MOVE SM-MONTANT  TO WS-MONTANT-FLUX
074000     PERFORM 2450-SALAIRE-DU-MOIS
074100         VARYING WS-IND-PAIE FROM 1 BY 1
074200         UNTIL WS-IND-PAIE > WS-NB-PAIES
074300     .
074400 2400-LIRE-SALAIRE-EXIT.
074500     EXIT.
074600*----------------------*
074700 2450-SALAIRE-DU-MOIS.
074800*----------------------*
074900     MOVE WS-PAIE-DATE(WS-IND-PAIE)  TO WS-DATE-FLUX
075000     MOVE WS-PAIE-DELAI(WS-IND-PAIE) TO WS-DELAI
075100     MOVE 'S'   TO SRT-SENS
075200     MOVE 'SAL' TO SRT-NATURE
075300     PERFORM 7500-LIBERER-FLUX
075400     .
075500*----------------------*
075600 3000-CUMULER.
075700*----------------------*
075800     MOVE 'LES PLUS GROS FLUX PREVUS' TO LS-TEXTE
075900     PERFORM 8900-ECRIRE-SECTION
076000     MOVE LIGNE-LEGENDE TO REC-PREVTRRP
076100     WRITE REC-PREVTRRP
076200     MOVE LIGNE-ENTETE-FLUX TO REC-PREVTRRP
076300     WRITE REC-PREVTRRP

076400     PERFORM 3100-CUMULER-FLUX THRU 3100-CUMULER-FLUX-EXIT
076500         UNTIL FIN-TRI
076600     .
076700 3000-CUMULER-EXIT.
076800     EXIT.
076900*----------------------*
077000 3100-CUMULER-FLUX.
077100*----------------------*
077200     RETURN SRTPRV
077300         AT END
077400            MOVE 'Y' TO WS-FIN-TRI
077500            GO TO 3100-CUMULER-FLUX-EXIT
077600     END-RETURN

077700*    JOUR OUVRE
077800     MOVE WS-CAL-IND(SRT-DELAI) TO WS-IND-JRS
077900     IF SRT-SENS = 'E'
078000        ADD SRT-MONTANT TO WS-JRS-ENTREES(WS-IND-JRS)
078100     ELSE
078200        ADD SRT-MONTANT TO WS-JRS-SORTIES(WS-IND-JRS)
078300     END-IF

078400*    AGENCE ET TOTAL, DANS CHAQUE HORIZON QUI COUVRE LE FLUX
078500     MOVE SRT-AGENCE TO WS-AGENCE-FLUX
078600     PERFORM 7100-RANG-AGENCE
078700     COMPUTE WS-HOR-DEBUT = (SRT-DELAI + 29) / 30
078800     PERFORM 3150-CUMULER-HORIZON
078900         VARYING WS-IND-HOR FROM WS-HOR-DEBUT BY 1
079000         UNTIL WS-IND-HOR > 3

079100     MOVE SRT-JOUR-OUVRE   TO LC-JOUR-OUVRE
079200     MOVE SRT-DATE-CONTRAT TO LC-DATE-CONTRAT
079300     MOVE SRT-DELAI        TO LC-DELAI
079400     MOVE SRT-SENS         TO LC-SENS
079500     MOVE SRT-NATURE       TO LC-NATURE
079600     MOVE SRT-ID-CPTE      TO LC-ID-CPTE
079700     MOVE SRT-AGENCE(1:2)  TO LC-REGION
079800     MOVE SRT-AGENCE(3:2)  TO LC-CODE
079900     MOVE SRT-MONTANT      TO LC-MONTANT
080000     MOVE LIGNE-CSV TO REC-PREVCSV
080100     WRITE REC-PREVCSV

080200     IF WS-NB-EDITES < WS-NB-PLUS-GROS
080300        ADD 1 TO WS-NB-EDITES
080400        MOVE SRT-MONTANT      TO LF-MONTANT
080500        IF SRT-SENS = 'E'
080600           MOVE 'ENTREE' TO LF-SENS
080700        ELSE
080800           MOVE 'SORTIE' TO LF-SENS
080900        END-IF
081000        MOVE SRT-NATURE       TO LF-NATURE
081100        MOVE SRT-DATE-CONTRAT TO LF-DATE-CONTRAT
081200        MOVE SRT-JOUR-OUVRE   TO LF-JOUR-OUVRE
081300        MOVE SRT-DELAI        TO LF-DELAI
081400        MOVE SRT-ID-CPTE      TO LF-ID-CPTE
081500        MOVE SRT-AGENCE       TO LF-AGENCE
081600        MOVE LIGNE-FLUX TO REC-PREVTRRP
081700        WRITE REC-PREVTRRP
081800     END-IF
081900     .
082000 3100-CUMULER-FLUX-EXIT.
082100     EXIT.
082200*----------------------*
082300 3150-CUMULER-HORIZON.
082400*----------------------*
082500     IF SRT-SENS = 'E'
082600        ADD SRT-MONTANT
082700          TO WS-AGC-ENTREES(WS-IND-AGC, WS-IND-HOR)
082800             WS-TOT-ENTREES(WS-IND-HOR)
082900     ELSE
083000        ADD SRT-MONTANT
083100          TO WS-AGC-SORTIES(WS-IND-AGC, WS-IND-HOR)
083200             WS-TOT-SORTIES(WS-IND-HOR)
083300     END-IF
083400     .
083500*----------------------*
083600 4000-EDITER-JOURS.
083700*----------------------*
083800     MOVE 'FLUX PAR JOUR OUVRE' TO LS-TEXTE
083900     PERFORM 8900-ECRIRE-SECTION
084000     MOVE LIGNE-ENTETE-JOUR TO REC-PREVTRRP
084100     WRITE REC-PREVTRRP

084200     PERFORM 4100-EDITER-UN-JOUR
084300         VARYING WS-IND-JRS FROM 1 BY 1
084400         UNTIL WS-IND-JRS > WS-NB-JRS
084500     .
084600*----------------------*
084700 4100-EDITER-UN-JOUR.
084800*----------------------*
084900     COMPUTE WS-NET = WS-JRS-ENTREES(WS-IND-JRS)
085000                    - WS-JRS-SORTIES(WS-IND-JRS)
085100     ADD WS-NET TO WS-CUMUL-NET
085200     MOVE WS-JRS-DATE(WS-IND-JRS)    TO LJ-DATE
085300     MOVE WS-JRS-ENTREES(WS-IND-JRS) TO LJ-ENTREES
085400     MOVE WS-JRS-SORTIES(WS-IND-JRS) TO LJ-SORTIES
085500     MOVE WS-NET                     TO LJ-NET
085600     MOVE WS-CUMUL-NET               TO LJ-CUMUL
085700     MOVE LIGNE-JOUR TO REC-PREVTRRP
085800     WRITE REC-PREVTRRP
085900     .
086000*----------------------*
086100 5000-EDITER-AGENCES.
086200*----------------------*
086300     MOVE 'FLUX PAR AGENCE ET HORIZON' TO LS-TEXTE
086400     PERFORM 8900-ECRIRE-SECTION

086500     PERFORM 5100-EDITER-UNE-AGENCE
086600         VARYING WS-IND-AGC FROM 1 BY 1
086700         UNTIL WS-IND-AGC > WS-NB-AGC

086800     MOVE 'TOTAL BANQUE' TO LS-TEXTE
086900     PERFORM 8900-ECRIRE-SECTION
087000     MOVE SPACE TO LA-REGION LA-CODE LA-NOM
087100     PERFORM 5300-EDITER-TOTAL
087200         VARYING WS-IND-HOR FROM 1 BY 1
087300         UNTIL WS-IND-HOR > 3
087400     .
087500*----------------------*
087600 5100-EDITER-UNE-AGENCE.
087700*----------------------*
087800     MOVE WS-AGC-CLE(WS-IND-AGC)(1:2) TO LA-REGION AG-ID-REGION
087900     MOVE WS-AGC-CLE(WS-IND-AGC)(3:2) TO LA-CODE AG-CODE
088000     READ FAGENCE
088100     IF FS-FAGENCE-OK
088200        MOVE AG-NOM TO LA-NOM
088300     ELSE
088400        MOVE 'AGENCE INCONNUE' TO LA-NOM
088500     END-IF
088600     PERFORM 5200-EDITER-HORIZON
088700         VARYING WS-IND-HOR FROM 1 BY 1
088800         UNTIL WS-IND-HOR > 3
088900     .
089000*----------------------*
089100 5200-EDITER-HORIZON.
089200*----------------------*
089300     PERFORM 5900-LIBELLE-HORIZON
089400     MOVE WS-AGC-ENTREES(WS-IND-AGC, WS-IND-HOR) TO LA-ENTREES
089500     MOVE WS-AGC-SORTIES(WS-IND-AGC, WS-IND-HOR) TO LA-SORTIES
089600     COMPUTE WS-NET = WS-AGC-ENTREES(WS-IND-AGC, WS-IND-HOR)
089700                    - WS-AGC-SORTIES(WS-IND-AGC, WS-IND-HOR)
089800     MOVE WS-NET TO LA-NET
089900     MOVE LIGNE-AGENCE TO REC-PREVTRRP
090000     WRITE REC-PREVTRRP
090100     MOVE SPACE TO LA-REGION LA-CODE LA-NOM
090200     .
090300*----------------------*
090400 5300-EDITER-TOTAL.
090500*----------------------*
090600     PERFORM 5900-LIBELLE-HORIZON
090700     MOVE WS-TOT-ENTREES(WS-IND-HOR) TO LA-ENTREES
090800     MOVE WS-TOT-SORTIES(WS-IND-HOR) TO LA-SORTIES
090900     COMPUTE WS-NET = WS-TOT-ENTREES(WS-IND-HOR)
091000                    - WS-TOT-SORTIES(WS-IND-HOR)
091100     MOVE WS-NET TO LA-NET
091200     MOVE LIGNE-AGENCE TO REC-PREVTRRP
091300     WRITE REC-PREVTRRP
091400     .
091500*----------------------*
091600 5900-LIBELLE-HORIZON.
091700*----------------------*
091800     EVALUATE WS-IND-HOR
091900        WHEN 1     MOVE 'J+30' TO LA-HORIZON
092000        WHEN 2     MOVE 'J+60' TO LA-HORIZON
092100        WHEN OTHER MOVE 'J+90' TO LA-HORIZON
092200     END-EVALUATE
092300     .
092400*----------------------*
092500 7000-AGENCE-DU-COMPTE.
092600*----------------------*
092700*    AGENCE DE RATTACHEMENT DU COMPTE (REGION + AGC-CLT) ;
092800*    COMPTE ABSENT DU FICHIER MAITRE : AGENCE '????'
092900     READ FCLT
093000     IF FS-FCLT-OK
093100        MOVE ID-REGION TO WS-AGENCE-FLUX(1:2)
093200        MOVE AGC-CLT   TO WS-AGENCE-FLUX(3:2)
093300     ELSE
093400        MOVE '????'    TO WS-AGENCE-FLUX
093500        ADD 1 TO WS-NB-SANS-COMPTE
093600     END-IF
093700     .
093800*----------------------*
093900 7100-RANG-AGENCE.
094000*----------------------*
094100     MOVE 'N' TO WS-AGC-TROUVE
094200     MOVE 1   TO WS-IND-AGC
094300     PERFORM 7150-COMPARER-AGENCE
094400         UNTIL AGC-TROUVE OR WS-IND-AGC > WS-NB-AGC
094500     IF AGC-TROUVE
094600        GO TO 7100-RANG-AGENCE-EXIT
094700     END-IF

094800     IF WS-NB-AGC NOT < 300
094900        DISPLAY 'PREVTRES - TABLE DES AGENCES SATUREE'
095000        MOVE 12 TO RETURN-CODE
095100        CLOSE FORDPERM FPRETSCH FTERME FCLT FAGENCE
095200              PREVTRRP PREVCSV
095300        GOBACK
095400     END-IF
095500     ADD 1 TO WS-NB-AGC
095600     MOVE WS-NB-AGC TO WS-IND-AGC
095700     MOVE WS-AGENCE-FLUX TO WS-AGC-CLE(WS-IND-AGC)
095800     PERFORM 7160-RAZ-HORIZON
095900         VARYING WS-IND-HOR FROM 1 BY 1
096000         UNTIL WS-IND-HOR > 3
096100     .
096200 7100-RANG-AGENCE-EXIT.
096300     EXIT.
096400*----------------------*
096500 7150-COMPARER-AGENCE.
096600*----------------------*
096700     IF WS-AGC-CLE(WS-IND-AGC) = WS-AGENCE-FLUX
096800        MOVE 'O' TO WS-AGC-TROUVE
096900     ELSE
097000        ADD 1 TO WS-IND-AGC
097100     END-IF
097200     .
097300*----------------------*
097400 7160-RAZ-HORIZON.
097500*----------------------*
097600     MOVE ZERO TO WS-AGC-ENTREES(WS-IND-AGC, WS-IND-HOR)
097700                  WS-AGC-SORTIES(WS-IND-AGC, WS-IND-HOR)
097800     .
097900*----------------------*
098000 7500-LIBERER-FLUX.
098100*----------------------*
098200*    WS-DELAI (1 A 90) DONNE LE JOUR OUVRE DU FLUX
098300     MOVE WS-MONTANT-FLUX          TO SRT-MONTANT
098400     MOVE WS-DATE-FLUX             TO SRT-DATE-CONTRAT
098500     MOVE WS-DELAI                 TO SRT-DELAI
098600     MOVE WS-CAL-JOUR(WS-DELAI)    TO SRT-JOUR-OUVRE
098700     MOVE ID-CPTE                  TO SRT-ID-CPTE
098800     MOVE WS-AGENCE-FLUX           TO SRT-AGENCE
098900     RELEASE SRT-FLUX
099000     ADD 1 TO WS-NB-FLUX
099100     .
099200*----------------------*
099300 8000-ECRIRE-TOTAL.
099400*----------------------*
099500     MOVE LIGNE-TOTAL TO REC-PREVTRRP
099600     WRITE REC-PREVTRRP
099700     .
099800*----------------------*
099900 8900-ECRIRE-SECTION.
100000*----------------------*
100100     MOVE LIGNE-SECTION TO REC-PREVTRRP
100200     WRITE REC-PREVTRRP AFTER ADVANCING 2 LINES
100300     .
100400*----------------------*
100500 9000-TERMINAISON.
100600*----------------------*
100700     MOVE SPACE TO REC-PREVTRRP
100800     WRITE REC-PREVTRRP
100900     MOVE 'ORDRES PERMANENTS EXTERNES PROJETES  : '
101000       TO LT-LIBELLE
101100     MOVE WS-NB-ORDRES TO LT-NB
101200     MOVE ZERO TO LT-MONTANT
101300     PERFORM 8000-ECRIRE-TOTAL
101400     MOVE 'ORDRES INTERNES (SANS FLUX)          : '
101500       TO LT-LIBELLE
101600     MOVE WS-NB-ORDRES-INTERNES TO LT-NB
101700     PERFORM 8000-ECRIRE-TOTAL
101800     MOVE 'ECHEANCES DE PRETS                   : '
101900       TO LT-LIBELLE
102000     MOVE WS-NB-ECHEANCES TO LT-NB
102100     PERFORM 8000-ECRIRE-TOTAL
102200     MOVE 'DEPOTS A TERME REGLES A ECHEANCE     : '
102300       TO LT-LIBELLE
102400     MOVE WS-NB-TERMES TO LT-NB
102500     PERFORM 8000-ECRIRE-TOTAL
102600     MOVE 'DEPOTS A TERME RECONDUITS (SANS FLUX): '
102700       TO LT-LIBELLE
102800     MOVE WS-NB-RECONDUCTIONS TO LT-NB
102900     MOVE WS-MT-RECONDUCTIONS TO LT-MONTANT
103000     PERFORM 8000-ECRIRE-TOTAL
103100     MOVE 'SALAIRES NETS PAR PAIE               : '
103200       TO LT-LIBELLE
103300     MOVE WS-NB-SALAIRES TO LT-NB
103400     MOVE ZERO TO LT-MONTANT
103500     PERFORM 8000-ECRIRE-TOTAL
103600     MOVE 'PAIES DANS L''HORIZON                 : '
103700       TO LT-LIBELLE
103800     MOVE WS-NB-PAIES TO LT-NB
103900     PERFORM 8000-ECRIRE-TOTAL

104000     CLOSE FORDPERM FPRETSCH FTERME FCLT FAGENCE
104100     IF SALMVT-PRESENT
104200        CLOSE SALMVT
104300     END-IF
104400     CLOSE PREVTRRP PREVCSV

104500     DISPLAY 'PREVTRES - ENREGISTREMENTS LUS   : ' WS-NB-LUS
104600     DISPLAY 'PREVTRES - FLUX PROJETES         : ' WS-NB-FLUX
104700     DISPLAY 'PREVTRES - COMPTES SANS MAITRE   : '
104800             WS-NB-SANS-COMPTE

104900     IF RETURN-CODE < 4 AND WS-NB-SANS-COMPTE > ZERO
105000        MOVE 4 TO RETURN-CODE
105100     END-IF

105200     MOVE 'F' TO RL-FONCTION
105300     MOVE 'PREVTRES' TO RL-PROG
105400     MOVE WS-NB-LUS TO RL-LUS
105500     MOVE WS-NB-FLUX TO RL-ECRITS
105600     MOVE WS-NB-SANS-COMPTE TO RL-REJETES
105700     MOVE RETURN-CODE TO RL-RC
105800     CALL 'pgrunlog' USING RL-COMMUN
105900     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    RENTAB.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - RENTABILITE MENSUELLE PAR
001400*                   CLIENT (PARM = AAAAMM, 000000 = MOIS DU
001500*                   RUN, SUIVI DU TAUX DE REFINANCEMENT DES
001600*                   PRETS EN POINTS DE BASE). LES COMPTES DE
001700*                   CHAQUE CLIENT (CROSS-REFERENCE FCLICPT)
001800*                   SONT PARCOURUS DANS HISTCLT : PRODUIT =
001900*                   FORFAIT MENSUEL F (PARTI18) + FACTURATION
002000*                   A L'OPERATION F (SOURCE FACT) + AGIOS A
002100*                   - REMBOURSEMENTS DE FRAIS G + MARGE
002200*                   D'INTERET DES PRETS (NATURE 20 : PART
002300*                   INTERET DES ECHEANCES PRELEVEES DU MOIS
002400*                   DANS FPRETSCH MOINS LE COUT DE
002500*                   REFINANCEMENT DU CAPITAL RESTANT DU) ;
002600*                   CHARGE = INTERETS VERSES I (EPARGNE ET
002700*                   DEPOTS A TERME). LES CLIENTS SONT CLASSES
002800*                   PAR RESULTAT NET DECROISSANT (RENTCLI),
002900*                   CUMULES PAR AGENCE ET REGION (RENTAGR),
003000*                   ET LE DECILE LE MOINS RENTABLE DE CHAQUE
003100*                   AGENCE EST EDITE POUR L'AGENCE (RENTDEC).
003120*   15/10/2026  SE  CAPITAL RESTANT DU DES PRETS : SEULES LES
003140*                   ECHEANCES A PRELEVER SONT CUMULEES (LES
003160*                   ECHEANCES REMPLACEES PAR UN REMBOURSEMENT
003180*                   ANTICIPE NE COMPTENT PLUS)
003186*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
003192*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
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
004300     SELECT FXREF      ASSIGN TO FXREF
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS XRF-CLE
004700         ALTERNATE RECORD KEY IS XRF-ID-CPTE
004800         FILE STATUS IS WS-FS-FXREF.
004900
005000     SELECT FCLI       ASSIGN TO FCLI
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS E-NUMERO
005400         FILE STATUS IS WS-FS-FCLI.
005500
005600     SELECT FCLT       ASSIGN TO FCLT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS ID-CPTE
006000         FILE STATUS IS WS-FS-FCLT.
006100
006200     SELECT FHST       ASSIGN TO FHST
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS DYNAMIC
006500         RECORD KEY IS HST-CLE
006600         FILE STATUS IS WS-FS-FHST.
006700
006800     SELECT FPRET      ASSIGN TO FPRET
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PSH-CLE
007200         FILE STATUS IS WS-FS-FPRET.
007300
007400     SELECT FAGENCE    ASSIGN TO FAGENCE
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS AG-CLE
007800         FILE STATUS IS WS-FS-FAGENCE.
007900
008000     SELECT RENTWRK    ASSIGN TO RENTWRK
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-FS-RENTWRK.
008300
008400     SELECT RENTCLI    ASSIGN TO RENTCLI
008500         ORGANIZATION IS SEQUENTIAL
008600         FILE STATUS IS WS-FS-RENTCLI.
008700
008800     SELECT RENTAGR    ASSIGN TO RENTAGR
008900         ORGANIZATION IS SEQUENTIAL
009000         FILE STATUS IS WS-FS-RENTAGR.
009100
009200     SELECT RENTDEC    ASSIGN TO RENTDEC
009300         ORGANIZATION IS SEQUENTIAL
009400         FILE STATUS IS WS-FS-RENTDEC.
009500
009600     SELECT SRTCLI     ASSIGN TO SRTCLI.
009700
009800     SELECT SRTDEC     ASSIGN TO SRTDEC.
009900*
010000*======================================================*
010100*           D A T A         D I V I S I O N            *
010200*======================================================*
010300 DATA DIVISION.
010400 FILE SECTION.
010500*
010600 FD  FXREF
010700     RECORD CONTAINS 80 CHARACTERS.
010800     COPY FCLICPT.
010900*
011000 FD  FCLI.
011100     COPY FCLIENTS.
011200*
011300 FD  FCLT
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  REC-CLT.
011600     05  ID-CPTE    PIC X(08).
011700     05  ID-REGION  PIC X(02).
011800     05  NAT-CPTE   PIC 9(02).
011900     05  FILLER     PIC X(31).
012000     05  STS-CLT    PIC X(01).
012100         88 STS-CLT-FERME  VALUE 'F'.
012200     05  FILLER     PIC X(10).
012300     05  SLD-CLT    PIC S9(08)V99.
012400     05  FILLER     PIC X(12).
012500     05  DEV-CLT    PIC X(02).
012600     05  AGC-CLT    PIC X(02).
012700*
012800 FD  FHST
012900     RECORD CONTAINS 100 CHARACTERS.
013000 01  REC-HST.
013100     05  HST-CLE.
013200         10  HST-ID-CPTE   PIC X(08).
013300         10  HST-SEQ       PIC 9(05).
013400     05  HST-DATE      PIC 9(08).
013500     05  HST-DATE-X REDEFINES HST-DATE.
013600         10  HST-AAAAMM PIC 9(06).
013700         10  FILLER     PIC X(02).
013800     05  HST-CODE      PIC X(01).
013900     05  HST-MONTANT   PIC 9(08)V99.
014000     05  HST-SLD-APRES PIC S9(08)V99.
014100     05  HST-SOURCE    PIC X(04).
014200*    LIGNE ANNULEE PAR UNE CONTREPASSATION (CODE X)
014300     05  HST-ANNUL-STATUT PIC X(01).
014400         88  HST-ANNULEE     VALUE 'A'.
014500     05  FILLER        PIC X(53).
014600*
014700 FD  FPRET
014800     RECORD CONTAINS 80 CHARACTERS.
014900     COPY FPRETSCH.
015000*
015100 FD  FAGENCE
015200     RECORD CONTAINS 80 CHARACTERS.
015300     COPY FAGENCE.
015400*
015500*    RESULTAT D'UN CLIENT, CLASSE PAR RANG GENERAL, REPRIS
015600*    PAR LE SECOND TRI (AGENCE + RESULTAT CROISSANT)
015700 FD  RENTWRK
015800     RECORD CONTAINS 140 CHARACTERS.
015900 01  WRK-CLIENT.
016000     05  WRK-NUMERO       PIC 9(08).
016100     05  WRK-REGION       PIC X(02).
016200     05  WRK-AGENCE       PIC X(02).
016300     05  WRK-NOM          PIC X(20).
016400     05  WRK-PNM          PIC X(20).
016500     05  WRK-NB-CPTES     PIC 9(03).
016600     05  WRK-FORFAIT      PIC 9(09)V99.
016700     05  WRK-FACTUR       PIC 9(09)V99.
016800     05  WRK-AGIOS        PIC 9(09)V99.
016900     05  WRK-REMB         PIC 9(09)V99.
017000     05  WRK-MARGE        PIC S9(09)V99.
017100     05  WRK-INTERETS     PIC 9(09)V99.
017200     05  WRK-NET          PIC S9(09)V99.
017300     05  WRK-RANG         PIC 9(07).
017400     05  FILLER           PIC X(01).
017500*
017600 FD  RENTCLI
017700     RECORD CONTAINS 132 CHARACTERS.
017800 01  REC-RENTCLI              PIC X(132).
017900*
018000 FD  RENTAGR
018100     RECORD CONTAINS 132 CHARACTERS.
018200 01  REC-RENTAGR              PIC X(132).
018300*
018400 FD  RENTDEC
018500     RECORD CONTAINS 132 CHARACTERS.
018600 01  REC-RENTDEC              PIC X(132).
018700*
018800 SD  SRTCLI.
018900 01  SRT-CLIENT.
019000     05  SRT-NUMERO       PIC 9(08).
019100     05  SRT-REGION       PIC X(02).
019200     05  SRT-AGENCE       PIC X(02).
019300     05  SRT-NOM          PIC X(20).
019400     05  SRT-PNM          PIC X(20).
019500     05  SRT-NB-CPTES     PIC 9(03).
019600     05  SRT-FORFAIT      PIC 9(09)V99.
019700     05  SRT-FACTUR       PIC 9(09)V99.
019800     05  SRT-AGIOS        PIC 9(09)V99.
019900     05  SRT-REMB         PIC 9(09)V99.
020000     05  SRT-MARGE        PIC S9(09)V99.
020100     05  SRT-INTERETS     PIC 9(09)V99.
020200     05  SRT-NET          PIC S9(09)V99.
020300     05  SRT-RANG         PIC 9(07).
020400     05  FILLER           PIC X(01).
020500*
020600 SD  SRTDEC.
020700 01  SDC-CLIENT.
020800     05  SDC-NUMERO       PIC 9(08).
020900     05  SDC-REGION       PIC X(02).
021000     05  SDC-AGENCE       PIC X(02).
021100     05  SDC-NOM          PIC X(20).
021200     05  SDC-PNM          PIC X(20).
021300     05  SDC-NB-CPTES     PIC 9(03).
021400     05  SDC-FORFAIT      PIC 9(09)V99.
021500     05  SDC-FACTUR       PIC 9(09)V99.
021600     05  SDC-AGIOS        PIC 9(09)V99.
021700     05  SDC-REMB         PIC 9(09)V99.
021800     05  SDC-MARGE        PIC S9(09)V99.
021900     05  SDC-INTERETS     PIC 9(09)V99.
022000     05  SDC-NET          PIC S9(09)V99.
022100     05  SDC-RANG         PIC 9(07).
022200     05  FILLER           PIC X(01).
022300*
022400*------------------------------------------------------*
022500 WORKING-STORAGE SECTION.
022600*------------------------------------------------------*
022700*
022800 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
022900     88 FS-FXREF-OK              VALUE '00'.
023000 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
023100     88 FS-FCLI-OK               VALUE '00'.
023200 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
023300     88 FS-FCLT-OK               VALUE '00'.
023400 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
023500     88 FS-FHST-OK               VALUE '00'.
023600 01  WS-FS-FPRET              PIC X(02) VALUE SPACE.
023700     88 FS-FPRET-OK              VALUE '00'.
023800 01  WS-FS-FAGENCE            PIC X(02) VALUE SPACE.
023900     88 FS-FAGENCE-OK            VALUE '00'.
024000 01  WS-FS-RENTWRK            PIC X(02) VALUE SPACE.
024100     88 FS-RENTWRK-OK            VALUE '00'.
024200 01  WS-FS-RENTCLI            PIC X(02) VALUE SPACE.
024300     88 FS-RENTCLI-OK            VALUE '00'.
024400 01  WS-FS-RENTAGR            PIC X(02) VALUE SPACE.
024500     88 FS-RENTAGR-OK            VALUE '00'.
024600 01  WS-FS-RENTDEC            PIC X(02) VALUE SPACE.
024700     88 FS-RENTDEC-OK            VALUE '00'.
024800*
024900 01  WS-FIN-FXREF             PIC X(01) VALUE 'N'.
025000     88 FIN-FXREF                VALUE 'Y'.
025100 01  WS-FIN-FHST              PIC X(01) VALUE 'N'.
025200     88 FIN-FHST                 VALUE 'Y'.
025300 01  WS-FIN-FPRET             PIC X(01) VALUE 'N'.
025400     88 FIN-FPRET                VALUE 'Y'.
025500 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
025600     88 FIN-TRI                  VALUE 'Y'.
025700*
025800 01  WS-DATE-JOUR             PIC 9(08).
025900 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
026000     05 WS-JOUR-AAAAMM        PIC 9(06).
026100     05 FILLER                PIC X(02).
026200*
026300*    PARAMETRE : MOIS ANALYSE (AAAAMM, 000000 = MOIS DU
026400*    RUN) ET TAUX ANNUEL DE REFINANCEMENT DES PRETS EN
026500*    POINTS DE BASE (ABSENT = ZERO, MARGE = INTERETS)
026600 01  WS-MOIS-ANALYSE          PIC 9(06).
026700 01  WS-MOIS-ANALYSE-X REDEFINES WS-MOIS-ANALYSE.
026800     05 WS-MOIS-AAAA          PIC 9(04).
026900     05 WS-MOIS-MM            PIC 9(02).
027000 01  WS-TAUX-REFI-BP          PIC 9(04) VALUE ZERO.
027100*
027200*    CLIENT EN COURS (FXREF EN ORDRE CLIENT + SUFFIXE)
027300 01  WS-CLIENT-COURANT        PIC 9(08) VALUE ZERO.
027400 01  WS-CLIENT-ACTIF          PIC X(01) VALUE 'N'.
027500     88 CLIENT-ACTIF             VALUE 'O'.
027600 01  WS-CLIENT-RATTACHE       PIC X(01) VALUE 'N'.
027700     88 CLIENT-RATTACHE          VALUE 'O'.
027800 01  WS-CLI-REGION            PIC X(02).
027900 01  WS-CLI-AGENCE            PIC X(02).
028000 01  WS-CLI-NB-CPTES          PIC 9(03).
028100 01  WS-CLI-FORFAIT           PIC 9(09)V99.
028200 01  WS-CLI-FACTUR            PIC 9(09)V99.
028300 01  WS-CLI-AGIOS             PIC 9(09)V99.
028400 01  WS-CLI-REMB              PIC 9(09)V99.
028500 01  WS-CLI-MARGE             PIC S9(09)V99.
028600 01  WS-CLI-INTERETS          PIC 9(09)V99.
028700 01  WS-CLI-NET               PIC S9(09)V99.
028800*
028900*    PRET EN COURS : INTERETS PERCUS DU MOIS ET CAPITAL
029000*    RESTANT DU (ECHEANCES NON PRELEVEES)
029100 01  WS-PRET-INTERETS         PIC 9(09)V99.
029200 01  WS-PRET-CRD              PIC 9(09)V99.
029300 01  WS-PRET-COUT             PIC 9(09)V99.
029400 01  WS-ECH-AAAAMM            PIC 9(06).
029500*
029600 01  WS-NB-XREF-LUES          PIC 9(07) VALUE ZERO.
029700 01  WS-NB-SANS-COMPTE        PIC 9(07) VALUE ZERO.
029800 01  WS-NB-CLIENTS            PIC 9(07) VALUE ZERO.
029900 01  WS-NB-DECILE             PIC 9(07) VALUE ZERO.
030000 01  WS-RANG                  PIC 9(07) VALUE ZERO.
030100*
030200*    CUMULS PAR AGENCE (REGION + AGENCE DU PREMIER COMPTE
030300*    DU CLIENT) ET PAR REGION
030400 01  WS-NB-AGC                PIC S9(4) COMP VALUE ZERO.
030500 01  WS-IND-AGC               PIC S9(4) COMP.
030600 01  WS-AGC-TROUVE            PIC X(01).
030700     88 AGC-TROUVEE              VALUE 'O'.
030800 01  WS-TAB-AGENCES.
030900     05 WS-AGC OCCURS 500.
031000        10 WS-AGC-REGION      PIC X(02).
031100        10 WS-AGC-CODE        PIC X(02).
031200        10 WS-AGC-NB-CLI      PIC 9(07).
031300        10 WS-AGC-PRODUIT     PIC S9(11)V99.
031400        10 WS-AGC-INTERETS    PIC 9(11)V99.
031500        10 WS-AGC-NET         PIC S9(11)V99.
031600 01  WS-NB-REG                PIC S9(4) COMP VALUE ZERO.
031700 01  WS-IND-REG               PIC S9(4) COMP.
031800 01  WS-REG-TROUVE            PIC X(01).
031900     88 REG-TROUVEE              VALUE 'O'.
032000 01  WS-TAB-REGIONS.
032100     05 WS-REG OCCURS 99.
032200        10 WS-REG-ID          PIC X(02).
032300        10 WS-REG-NB-CLI      PIC 9(07).
032400        10 WS-REG-PRODUIT     PIC S9(11)V99.
032500        10 WS-REG-INTERETS    PIC 9(11)V99.
032600        10 WS-REG-NET         PIC S9(11)V99.
032700 01  WS-TOT-PRODUIT           PIC S9(11)V99 VALUE ZERO.
032800 01  WS-TOT-INTERETS          PIC 9(11)V99 VALUE ZERO.
032900 01  WS-TOT-NET               PIC S9(11)V99 VALUE ZERO.
033000*
033100*    DECILE DE L'AGENCE EN COURS DANS LE SECOND TRI
033200 01  WS-DEC-REGION            PIC X(02) VALUE SPACE.
033300 01  WS-DEC-AGENCE            PIC X(02) VALUE SPACE.
033400 01  WS-DEC-TAILLE            PIC 9(07).
033500 01  WS-DEC-RANG              PIC 9(07).
033600 01  WS-REGION-CHERCHEE       PIC X(02).
033700 01  WS-AGENCE-CHERCHEE       PIC X(02).
033800*
033900*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
034000 01  RL-COMMUN.
034100     05 RL-FONCTION    PIC X(01).
034200     05 RL-PROG        PIC X(08).
034300     05 RL-LUS         PIC 9(09).
034400     05 RL-ECRITS      PIC 9(09).
034500     05 RL-REJETES     PIC 9(09).
034600     05 RL-RC          PIC 9(02).
034700*
034800 01  LIGNE-TITRE-CLI.
034900     05 FILLER                PIC X(44) VALUE
035000        'RENTABILITE CLIENTS - CLASSEMENT - MOIS     '.
035100     05 LTC-MOIS              PIC 9(06).
035200     05 FILLER                PIC X(82) VALUE SPACE.
035300 01  LIGNE-ENTETE-CLI.
035400     05 FILLER                PIC X(50) VALUE
035500        '   RANG CLIENT   NOM                  REG/AG  NB  '.
035600     05 FILLER                PIC X(50) VALUE
035700        '     PRODUIT  INT. VERSES     RESULTAT NET        '.
035800     05 FILLER                PIC X(32) VALUE SPACE.
035900 01  LIGNE-CLI.
036000     05 LC-RANG               PIC ZZZZZZ9.
036100     05 FILLER                PIC X(01) VALUE SPACE.
036200     05 LC-NUMERO             PIC 9(08).
036300     05 FILLER                PIC X(01) VALUE SPACE.
036400     05 LC-NOM                PIC X(20).
036500     05 FILLER                PIC X(01) VALUE SPACE.
036600     05 LC-REGION             PIC X(02).
036700     05 FILLER                PIC X(01) VALUE '/'.
036800     05 LC-AGENCE             PIC X(02).
036900     05 FILLER                PIC X(01) VALUE SPACE.
037000     05 LC-NB-CPTES           PIC ZZ9.
037100     05 FILLER                PIC X(01) VALUE SPACE.
037200     05 LC-PRODUIT            PIC -ZZZZZZZZ9.99.
037300     05 FILLER                PIC X(01) VALUE SPACE.
037400     05 LC-INTERETS           PIC ZZZZZZZZ9.99.
037500     05 FILLER                PIC X(01) VALUE SPACE.
037600     05 LC-NET                PIC -ZZZZZZZZ9.99.
037700     05 FILLER                PIC X(44) VALUE SPACE.
037800*
037900 01  LIGNE-TITRE-AGR.
038000     05 FILLER                PIC X(44) VALUE
038100        'RENTABILITE PAR AGENCE ET REGION - MOIS     '.
038200     05 LTA-MOIS              PIC 9(06).
038300     05 FILLER                PIC X(82) VALUE SPACE.
038400 01  LIGNE-AGR.
038500     05 LA-TYPE               PIC X(08).
038600     05 FILLER                PIC X(01) VALUE SPACE.
038700     05 LA-REGION             PIC X(02).
038800     05 FILLER                PIC X(01) VALUE SPACE.
038900     05 LA-AGENCE             PIC X(02).
039000     05 FILLER                PIC X(01) VALUE SPACE.
039100     05 LA-NOM                PIC X(20).
039200     05 FILLER                PIC X(06) VALUE ' CLI: '.
039300     05 LA-NB-CLI             PIC ZZZZZZ9.
039400     05 FILLER                PIC X(07) VALUE ' PROD: '.
039500     05 LA-PRODUIT            PIC -ZZZZZZZZZZ9.99.
039600     05 FILLER                PIC X(06) VALUE ' INT: '.
039700     05 LA-INTERETS           PIC ZZZZZZZZZZ9.99.
039800     05 FILLER                PIC X(06) VALUE ' NET: '.
039900     05 LA-NET                PIC -ZZZZZZZZZZ9.99.
040000     05 FILLER                PIC X(16) VALUE SPACE.
040100*
040200 01  LIGNE-TITRE-DEC.
040300     05 FILLER                PIC X(44) VALUE
040400        'CLIENTS LES MOINS RENTABLES (DECILE) - MOIS '.
040500     05 LTD-MOIS              PIC 9(06).
040600     05 FILLER                PIC X(10) VALUE ' AGENCE : '.
040700     05 LTD-REGION            PIC X(02).
040800     05 FILLER                PIC X(01) VALUE '/'.
040900     05 LTD-AGENCE            PIC X(02).
041000     05 FILLER                PIC X(01) VALUE SPACE.
041100     05 LTD-NOM               PIC X(20).
041200     05 FILLER                PIC X(12) VALUE ' CLIENTS : '.
041300     05 LTD-NB-CLI            PIC ZZZZZZ9.
041400     05 FILLER                PIC X(27) VALUE SPACE.
041500 01  LIGNE-ENTETE-DEC.
041600     05 FILLER                PIC X(50) VALUE
041700        ' RANG CLIENT   NOM                      FORFAIT FA'.
041800     05 FILLER                PIC X(50) VALUE
041900        'CTURATION        AGIOS   REMBOURS.    MARGE PRET  '.
042000     05 FILLER                PIC X(32) VALUE
042100        'INT. VERSES     RESULTAT NET    '.
042200 01  LIGNE-DEC.
042300     05 LD-RANG               PIC ZZZZ9.
042400     05 FILLER                PIC X(01) VALUE SPACE.
042500     05 LD-NUMERO             PIC 9(08).
042600     05 FILLER                PIC X(01) VALUE SPACE.
042700     05 LD-NOM                PIC X(20).
042800     05 FILLER                PIC X(01) VALUE SPACE.
042900     05 LD-FORFAIT            PIC ZZZZZZZZ9.99.
043000     05 FILLER                PIC X(01) VALUE SPACE.
043100     05 LD-FACTUR             PIC ZZZZZZZZ9.99.
043200     05 FILLER                PIC X(01) VALUE SPACE.
043300     05 LD-AGIOS              PIC ZZZZZZZZ9.99.
043400     05 FILLER                PIC X(01) VALUE SPACE.
043500     05 LD-REMB               PIC ZZZZZZZZ9.99.
043600     05 FILLER                PIC X(01) VALUE SPACE.
043700     05 LD-MARGE              PIC -ZZZZZZZZ9.99.
043800     05 FILLER                PIC X(01) VALUE SPACE.
043900     05 LD-INTERETS           PIC ZZZZZZZZ9.99.
044000     05 FILLER                PIC X(01) VALUE SPACE.
044100     05 LD-NET                PIC -ZZZZZZZZ9.99.
044200     05 FILLER                PIC X(04) VALUE SPACE.
044300*
044400*======================================================*
044500*          L I N K A G E     S E C T I O N             *
044600*======================================================*
044700 LINKAGE SECTION.
044800 01  LK-PARM.
044900     05 LK-PARM-LEN           PIC S9(4) COMP.
045000     05 LK-PARM-MOIS          PIC X(06).
045100     05 LK-PARM-TAUX          PIC X(04).
045200*
045300*======================================================*
045400*     P R O C E D U R E     D I V I S I O N            *
045500*======================================================*
045600 PROCEDURE DIVISION USING LK-PARM.
045700*----------------------*
045800 0000-MAINLINE.
045900*----------------------*
046000     PERFORM 1000-INITIALISATION
046100
046200*    PREMIER TRI : RESULTAT NET DECROISSANT = RANG GENERAL
046300     SORT SRTCLI
046400         ON DESCENDING KEY SRT-NET
046500         ON ASCENDING KEY SRT-NUMERO
046600         INPUT PROCEDURE IS 2000-CALCULER-CLIENTS
046700             THRU 2000-CALCULER-EXIT
046800         OUTPUT PROCEDURE IS 3000-CLASSER-CLIENTS
046900             THRU 3000-CLASSER-EXIT
047000     IF SORT-RETURN NOT = ZERO
047100        DISPLAY 'RENTAB - ECHEC DU TRI DES CLIENTS - RC='
047200                SORT-RETURN
047300        MOVE 12 TO RETURN-CODE
047400        PERFORM 9000-TERMINAISON
047500        GOBACK
047600     END-IF
047700
047800*    SECOND TRI : AGENCE + RESULTAT CROISSANT = DECILE LE
047900*    MOINS RENTABLE EN TETE DE CHAQUE AGENCE
048000     SORT SRTDEC
048100         ON ASCENDING KEY SDC-REGION SDC-AGENCE
048200         ON ASCENDING KEY SDC-NET SDC-NUMERO
048300         USING RENTWRK
048400         OUTPUT PROCEDURE IS 4000-EDITER-DECILES
048500             THRU 4000-EDITER-EXIT
048600     IF SORT-RETURN NOT = ZERO
048700        DISPLAY 'RENTAB - ECHEC DU TRI PAR AGENCE - RC='
048800                SORT-RETURN
048900        MOVE 12 TO RETURN-CODE
049000        PERFORM 9000-TERMINAISON
049100        GOBACK
049200     END-IF
049300
049400     PERFORM 5000-EDITER-CUMULS
049500     PERFORM 9000-TERMINAISON
049600     GOBACK
049700     .
049800*----------------------*
049900 1000-INITIALISATION.
050000*----------------------*
050100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
050200
050300     MOVE 'D' TO RL-FONCTION
050400     MOVE 'RENTAB' TO RL-PROG
050500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
050600     CALL 'pgrunlog' USING RL-COMMUN
050700
050800     IF LK-PARM-LEN < 6
050900        OR LK-PARM-MOIS NOT NUMERIC
051000        DISPLAY 'RENTAB - PARM MOIS (AAAAMM) OBLIGATOIRE'
051100        MOVE 8 TO RETURN-CODE
051200        GOBACK
051300     END-IF
051400     MOVE LK-PARM-MOIS TO WS-MOIS-ANALYSE
051500     IF WS-MOIS-ANALYSE = ZERO
051600        MOVE WS-JOUR-AAAAMM TO WS-MOIS-ANALYSE
051700     END-IF
051800     IF WS-MOIS-MM < 1 OR WS-MOIS-MM > 12
051900        DISPLAY 'RENTAB - MOIS INVALIDE : ' WS-MOIS-ANALYSE
052000        MOVE 8 TO RETURN-CODE
052100        GOBACK
052200     END-IF
052300     IF LK-PARM-LEN >= 10
052400        IF LK-PARM-TAUX NOT NUMERIC
052500           DISPLAY 'RENTAB - TAUX DE REFINANCEMENT NON '
052600                   'NUMERIQUE : ' LK-PARM-TAUX
052700           MOVE 8 TO RETURN-CODE
052800           GOBACK
052900        END-IF
053000        MOVE LK-PARM-TAUX TO WS-TAUX-REFI-BP
053100     END-IF
053200
053300     OPEN INPUT FXREF
053400     IF NOT FS-FXREF-OK
053500        DISPLAY 'RENTAB - ERREUR OPEN FXREF - FS='
053600                WS-FS-FXREF
053700        MOVE 12 TO RETURN-CODE
053800        GOBACK
053900     END-IF
054000
054100     OPEN INPUT FCLI
054200     IF NOT FS-FCLI-OK
054300        DISPLAY 'RENTAB - ERREUR OPEN FCLI - FS='
054400                WS-FS-FCLI
054500        MOVE 12 TO RETURN-CODE
054600        CLOSE FXREF
054700        GOBACK
054800     END-IF
054900
055000     OPEN INPUT FCLT
055100     IF NOT FS-FCLT-OK
055200        DISPLAY 'RENTAB - ERREUR OPEN FCLT - FS='
055300                WS-FS-FCLT
055400        MOVE 12 TO RETURN-CODE
055500        CLOSE FXREF FCLI
055600        GOBACK
055700     END-IF
055800
055900     OPEN INPUT FHST
056000     IF NOT FS-FHST-OK
056100        DISPLAY 'RENTAB - ERREUR OPEN FHST - FS='
056200                WS-FS-FHST
056300        MOVE 12 TO RETURN-CODE
056400        CLOSE FXREF FCLI FCLT
056500        GOBACK
056600     END-IF
056700
056800     OPEN INPUT FPRET
056900     IF NOT FS-FPRET-OK
057000        DISPLAY 'RENTAB - ERREUR OPEN FPRET - FS='
057100                WS-FS-FPRET
057200        MOVE 12 TO RETURN-CODE
057300        CLOSE FXREF FCLI FCLT FHST
057400        GOBACK
057500     END-IF
057600
057700     OPEN INPUT FAGENCE
057800     IF NOT FS-FAGENCE-OK
057900        DISPLAY 'RENTAB - ERREUR OPEN FAGENCE - FS='
058000                WS-FS-FAGENCE
058100        MOVE 12 TO RETURN-CODE
058200        CLOSE FXREF FCLI FCLT FHST FPRET
058300        GOBACK
058400     END-IF
058500
058600     OPEN OUTPUT RENTCLI
058700     IF NOT FS-RENTCLI-OK
058800        DISPLAY 'RENTAB - ERREUR OPEN RENTCLI - FS='
058900                WS-FS-RENTCLI
059000        MOVE 12 TO RETURN-CODE
059100        CLOSE FXREF FCLI FCLT FHST FPRET FAGENCE
059200        GOBACK
059300     END-IF
059400
059500     OPEN OUTPUT RENTAGR
059600     IF NOT FS-RENTAGR-OK
059700        DISPLAY 'RENTAB - ERREUR OPEN RENTAGR - FS='
059800                WS-FS-RENTAGR
059900        MOVE 12 TO RETURN-CODE
060000        CLOSE FXREF FCLI FCLT FHST FPRET FAGENCE RENTCLI
060100        GOBACK
060200     END-IF
060300
060400     OPEN OUTPUT RENTDEC
060500     IF NOT FS-RENTDEC-OK
060600        DISPLAY 'RENTAB - ERREUR OPEN RENTDEC - FS='
060700                WS-FS-RENTDEC
060800        MOVE 12 TO RETURN-CODE
060900        CLOSE FXREF FCLI FCLT FHST FPRET FAGENCE RENTCLI
061000              RENTAGR
061100        GOBACK
061200     END-IF
061300
061400     MOVE WS-MOIS-ANALYSE  TO LTC-MOIS LTA-MOIS LTD-MOIS
061500     MOVE LIGNE-TITRE-CLI  TO REC-RENTCLI
061600     WRITE REC-RENTCLI
061700     MOVE LIGNE-ENTETE-CLI TO REC-RENTCLI
061800     WRITE REC-RENTCLI
061900     MOVE LIGNE-TITRE-AGR  TO REC-RENTAGR
062000     WRITE REC-RENTAGR
062100     .
062200*======================================================*
062300*   PROCEDURE D'ENTREE DU PREMIER TRI : UN ENREGISTREMENT *
062400*   PAR CLIENT AYANT AU MOINS UN COMPTE NON CLOS          *
062500*======================================================*
062600*----------------------*
062700 2000-CALCULER-CLIENTS.
062800*----------------------*
062900     PERFORM 2100-LIRE-XREF THRU 2100-LIRE-EXIT
063000         UNTIL FIN-FXREF
063100     PERFORM 2500-LIBERER-CLIENT THRU 2500-LIBERER-EXIT
063200     .
063300 2000-CALCULER-EXIT.
063400     EXIT.
063500*----------------------*
063600 2100-LIRE-XREF.
063700*----------------------*
063800     READ FXREF NEXT RECORD
063900         AT END
064000            MOVE 'Y' TO WS-FIN-FXREF
064100            GO TO 2100-LIRE-EXIT
064200     END-READ
064300
064400     ADD 1 TO WS-NB-XREF-LUES
064500
064600*    RUPTURE CLIENT : LES COMPTES D'UN CLIENT SONT
064700*    CONTIGUS DANS L'ORDRE DE CLE (CLIENT + SUFFIXE)
064800     IF XRF-NUMERO NOT = WS-CLIENT-COURANT
064900        PERFORM 2500-LIBERER-CLIENT THRU 2500-LIBERER-EXIT
065000        PERFORM 2200-RAZ-CLIENT
065100     END-IF
065200
065300     MOVE XRF-ID-CPTE TO ID-CPTE
065400     READ FCLT
065500         INVALID KEY
065600*           ENTREE DE CROSS-REFERENCE SANS COMPTE : LE
065700*           RAPPROCHEMENT NOCTURNE RECFCLI FAIT FOI
065800            ADD 1 TO WS-NB-SANS-COMPTE
065900            GO TO 2100-LIRE-EXIT
066000     END-READ
066100
066200*    LE CLIENT EST RATTACHE A L'AGENCE DE SON PREMIER
066300*    COMPTE (SUFFIXE LE PLUS BAS)
066400     IF NOT CLIENT-RATTACHE
066500        MOVE ID-REGION TO WS-CLI-REGION
066600        MOVE AGC-CLT   TO WS-CLI-AGENCE
066700        MOVE 'O'       TO WS-CLIENT-RATTACHE
066800     END-IF
066900     IF NOT STS-CLT-FERME
067000        MOVE 'O' TO WS-CLIENT-ACTIF
067100     END-IF
067200     ADD 1 TO WS-CLI-NB-CPTES
067300
067400     PERFORM 2300-PARCOURIR-HISTORIQUE
067500     IF NAT-CPTE = 20
067600        PERFORM 2400-VALORISER-PRET
067700     END-IF
067800     .
067900 2100-LIRE-EXIT.
068000     EXIT.
068100*----------------------*
068200 2200-RAZ-CLIENT.
068300*----------------------*
068400     MOVE XRF-NUMERO TO WS-CLIENT-COURANT
068500     MOVE 'N'   TO WS-CLIENT-ACTIF WS-CLIENT-RATTACHE
068600     MOVE SPACE TO WS-CLI-REGION WS-CLI-AGENCE
068700     MOVE ZERO  TO WS-CLI-NB-CPTES WS-CLI-FORFAIT
068800                   WS-CLI-FACTUR WS-CLI-AGIOS WS-CLI-REMB
068900                   WS-CLI-MARGE WS-CLI-INTERETS
069000     .
069100*----------------------*
069200 2300-PARCOURIR-HISTORIQUE.
069300*----------------------*
069400     MOVE 'N'     TO WS-FIN-FHST
069500     MOVE ID-CPTE TO HST-ID-CPTE
069600     MOVE ZERO    TO HST-SEQ
069700     START FHST KEY IS NOT LESS THAN HST-CLE
069800         INVALID KEY
069900            MOVE 'Y' TO WS-FIN-FHST
070000     END-START
070100     PERFORM 2310-CUMULER-LIGNE THRU 2310-CUMULER-EXIT
070200         UNTIL FIN-FHST
070300     .
070400*----------------------*
070500 2310-CUMULER-LIGNE.
070600*----------------------*
070700     READ FHST NEXT RECORD
070800         AT END
070900            MOVE 'Y' TO WS-FIN-FHST
071000            GO TO 2310-CUMULER-EXIT
071100     END-READ
071200     IF HST-ID-CPTE NOT = ID-CPTE
071300        MOVE 'Y' TO WS-FIN-FHST
071400        GO TO 2310-CUMULER-EXIT
071500     END-IF
071600     IF HST-AAAAMM NOT = WS-MOIS-ANALYSE
071700        GO TO 2310-CUMULER-EXIT
071800     END-IF
071900*    UNE LIGNE CONTREPASSEE N'A RIEN RAPPORTE NI COUTE
072000     IF HST-ANNULEE
072100        GO TO 2310-CUMULER-EXIT
072200     END-IF
072300
072400     EVALUATE HST-CODE
072500        WHEN 'F'
072600           IF HST-SOURCE = 'FACT'
072700              ADD HST-MONTANT TO WS-CLI-FACTUR
072800           ELSE
072900              ADD HST-MONTANT TO WS-CLI-FORFAIT
073000           END-IF
073100        WHEN 'A'
073200           ADD HST-MONTANT TO WS-CLI-AGIOS
073300        WHEN 'G'
073400           ADD HST-MONTANT TO WS-CLI-REMB
073500        WHEN 'I'
073600           ADD HST-MONTANT TO WS-CLI-INTERETS
073700        WHEN OTHER
073800           CONTINUE
073900     END-EVALUATE
074000     .
074100 2310-CUMULER-EXIT.
074200     EXIT.
074300*----------------------*
074400 2400-VALORISER-PRET.
074500*----------------------*
074600*    MARGE D'INTERET DU PRET : PART INTERET DES ECHEANCES
074700*    DU MOIS DEJA PRELEVEES, MOINS LE COUT MENSUEL DE
074800*    REFINANCEMENT DU CAPITAL RESTANT DU
074900*----------------------*
075000     MOVE ZERO    TO WS-PRET-INTERETS WS-PRET-CRD
075100     MOVE 'N'     TO WS-FIN-FPRET
075200     MOVE ID-CPTE TO PSH-ID-CPTE
075300     MOVE ZERO    TO PSH-NUM-ECH
075400     START FPRET KEY IS NOT LESS THAN PSH-CLE
075500         INVALID KEY
075600            MOVE 'Y' TO WS-FIN-FPRET
075700     END-START
075800     PERFORM 2410-LIRE-ECHEANCE THRU 2410-LIRE-EXIT
075900         UNTIL FIN-FPRET
076000
076100     COMPUTE WS-PRET-COUT ROUNDED =
076200             WS-PRET-CRD * WS-TAUX-REFI-BP / 10000 / 12
076300     COMPUTE WS-CLI-MARGE = WS-CLI-MARGE + WS-PRET-INTERETS
076400                            - WS-PRET-COUT
076500     .
076600*----------------------*
076700 2410-LIRE-ECHEANCE.
076800*----------------------*
076900     READ FPRET NEXT RECORD
077000         AT END
077100            MOVE 'Y' TO WS-FIN-FPRET
077200            GO TO 2410-LIRE-EXIT
077300     END-READ
077400     IF PSH-ID-CPTE NOT = ID-CPTE
077500        MOVE 'Y' TO WS-FIN-FPRET
077600        GO TO 2410-LIRE-EXIT
077700     END-IF
077800
077900     IF PSH-PRELEVEE
078000        MOVE PSH-DATE-ECHEANCE(1:6) TO WS-ECH-AAAAMM
078100        IF WS-ECH-AAAAMM = WS-MOIS-ANALYSE
078200           ADD PSH-PART-INTERET TO WS-PRET-INTERETS
078300        END-IF
078400     END-IF
078450     IF PSH-A-PRELEVER
078500        ADD PSH-PART-CAPITAL TO WS-PRET-CRD
078600     END-IF
078700     .
078800 2410-LIRE-EXIT.
078900     EXIT.
079000*----------------------*
079100 2500-LIBERER-CLIENT.
079200*----------------------*
079300*    LE CLIENT PRECEDENT PART AU TRI S'IL A ENCORE UN
079400*    COMPTE NON CLOS ; SES CUMULS ALIMENTENT SON AGENCE
079500*    ET SA REGION
079600*----------------------*
079700     IF WS-CLIENT-COURANT = ZERO OR NOT CLIENT-ACTIF
079800        GO TO 2500-LIBERER-EXIT
079900     END-IF
080000
080100     COMPUTE WS-CLI-NET = WS-CLI-FORFAIT + WS-CLI-FACTUR
080200                        + WS-CLI-AGIOS - WS-CLI-REMB
080300                        + WS-CLI-MARGE - WS-CLI-INTERETS
080400
080500     MOVE SPACE             TO SRT-CLIENT
080600     MOVE WS-CLIENT-COURANT TO SRT-NUMERO
080700     MOVE WS-CLI-REGION     TO SRT-REGION
080800     MOVE WS-CLI-AGENCE     TO SRT-AGENCE
080900     MOVE WS-CLIENT-COURANT TO E-NUMERO
081000     READ FCLI
081100         INVALID KEY
081200            MOVE SPACE TO E-NOM-CLI E-PNM-CLI
081300     END-READ
081400     MOVE E-NOM-CLI         TO SRT-NOM
081500     MOVE E-PNM-CLI         TO SRT-PNM
081600     MOVE WS-CLI-NB-CPTES   TO SRT-NB-CPTES
081700     MOVE WS-CLI-FORFAIT    TO SRT-FORFAIT
081800     MOVE WS-CLI-FACTUR     TO SRT-FACTUR
081900     MOVE WS-CLI-AGIOS      TO SRT-AGIOS
082000     MOVE WS-CLI-REMB       TO SRT-REMB
082100     MOVE WS-CLI-MARGE      TO SRT-MARGE
082200     MOVE WS-CLI-INTERETS   TO SRT-INTERETS
082300     MOVE WS-CLI-NET        TO SRT-NET
082400     MOVE ZERO              TO SRT-RANG
082500     RELEASE SRT-CLIENT
082600     ADD 1 TO WS-NB-CLIENTS
082700
082800     PERFORM 2600-CUMULER-AGENCE
082900     .
083000 2500-LIBERER-EXIT.
083100     EXIT.
083200*----------------------*
083300 2600-CUMULER-AGENCE.
083400*----------------------*
083500     MOVE WS-CLI-REGION TO WS-REGION-CHERCHEE
083600     MOVE WS-CLI-AGENCE TO WS-AGENCE-CHERCHEE
083700     PERFORM 2700-CHERCHER-AGENCE
083800     IF NOT AGC-TROUVEE
083900        IF WS-NB-AGC < 500
084000           ADD 1 TO WS-NB-AGC
084100           MOVE WS-NB-AGC     TO WS-IND-AGC
084200           MOVE WS-CLI-REGION TO WS-AGC-REGION(WS-IND-AGC)
084300           MOVE WS-CLI-AGENCE TO WS-AGC-CODE(WS-IND-AGC)
084400           MOVE ZERO TO WS-AGC-NB-CLI(WS-IND-AGC)
084500                        WS-AGC-PRODUIT(WS-IND-AGC)
084600                        WS-AGC-INTERETS(WS-IND-AGC)
084700                        WS-AGC-NET(WS-IND-AGC)
084800           MOVE 'O' TO WS-AGC-TROUVE
084900        ELSE
085000           DISPLAY 'RENTAB - TABLE DES AGENCES SATUREE'
085100           MOVE 8 TO RETURN-CODE
085200        END-IF
085300     END-IF
085400     IF AGC-TROUVEE
085500        ADD 1 TO WS-AGC-NB-CLI(WS-IND-AGC)
085600        COMPUTE WS-AGC-PRODUIT(WS-IND-AGC) =
085700                WS-AGC-PRODUIT(WS-IND-AGC)
085800                + WS-CLI-NET + WS-CLI-INTERETS
085900        ADD WS-CLI-INTERETS TO WS-AGC-INTERETS(WS-IND-AGC)
086000        ADD WS-CLI-NET      TO WS-AGC-NET(WS-IND-AGC)
086100     END-IF
086200
086300     MOVE 'N' TO WS-REG-TROUVE
086400     MOVE 1   TO WS-IND-REG
086500     PERFORM 2720-COMPARER-REGION
086600         UNTIL REG-TROUVEE OR WS-IND-REG > WS-NB-REG
086700     IF NOT REG-TROUVEE
086800        IF WS-NB-REG < 99
086900           ADD 1 TO WS-NB-REG
087000           MOVE WS-NB-REG     TO WS-IND-REG
087100           MOVE WS-CLI-REGION TO WS-REG-ID(WS-IND-REG)
087200           MOVE ZERO TO WS-REG-NB-CLI(WS-IND-REG)
087300                        WS-REG-PRODUIT(WS-IND-REG)
087400                        WS-REG-INTERETS(WS-IND-REG)
087500                        WS-REG-NET(WS-IND-REG)
087600           MOVE 'O' TO WS-REG-TROUVE
087700        ELSE
087800           DISPLAY 'RENTAB - TABLE DES REGIONS SATUREE'
087900           MOVE 8 TO RETURN-CODE
088000        END-IF
088100     END-IF
088200     IF REG-TROUVEE
088300        ADD 1 TO WS-REG-NB-CLI(WS-IND-REG)
088400        COMPUTE WS-REG-PRODUIT(WS-IND-REG) =
088500                WS-REG-PRODUIT(WS-IND-REG)
088600                + WS-CLI-NET + WS-CLI-INTERETS
088700        ADD WS-CLI-INTERETS TO WS-REG-INTERETS(WS-IND-REG)
088800        ADD WS-CLI-NET      TO WS-REG-NET(WS-IND-REG)
088900     END-IF
089000
089100     COMPUTE WS-TOT-PRODUIT = WS-TOT-PRODUIT
089200                            + WS-CLI-NET + WS-CLI-INTERETS
089300     ADD WS-CLI-INTERETS TO WS-TOT-INTERETS
089400     ADD WS-CLI-NET      TO WS-TOT-NET
089500     .
089600*----------------------*
089700 2700-CHERCHER-AGENCE.
089800*----------------------*
089900     MOVE 'N' TO WS-AGC-TROUVE
090000     MOVE 1   TO WS-IND-AGC
090100     PERFORM 2710-COMPARER-AGENCE
090200         UNTIL AGC-TROUVEE OR WS-IND-AGC > WS-NB-AGC
090300     .
090400*----------------------*
090500 2710-COMPARER-AGENCE.
090600*----------------------*
090700     IF WS-AGC-REGION(WS-IND-AGC) = WS-REGION-CHERCHEE
090800        AND WS-AGC-CODE(WS-IND-AGC) = WS-AGENCE-CHERCHEE
090900        MOVE 'O' TO WS-AGC-TROUVE
091000     ELSE
091100        ADD 1 TO WS-IND-AGC
091200     END-IF
091300     .
091400*----------------------*
091500 2720-COMPARER-REGION.
091600*----------------------*
091700     IF WS-REG-ID(WS-IND-REG) = WS-CLI-REGION
091800        MOVE 'O' TO WS-REG-TROUVE
091900     ELSE
092000        ADD 1 TO WS-IND-REG
092100     END-IF
092200     .
092300*======================================================*
092400*   PROCEDURE DE SORTIE DU PREMIER TRI : RANG GENERAL,   *
092500*   CLASSEMENT EDITE ET FICHIER DE TRAVAIL DU SECOND TRI *
092600*======================================================*
092700*----------------------*
092800 3000-CLASSER-CLIENTS.
092900*----------------------*
093000     OPEN OUTPUT RENTWRK
093100     IF NOT FS-RENTWRK-OK
093200        DISPLAY 'RENTAB - ERREUR OPEN RENTWRK - FS='
093300                WS-FS-RENTWRK
093400        MOVE 12 TO RETURN-CODE
093500        GO TO 3000-CLASSER-EXIT
093600     END-IF
093700     MOVE 'N' TO WS-FIN-TRI
093800     PERFORM 3100-CLASSER-UN-CLIENT THRU 3100-CLASSER-EXIT
093900         UNTIL FIN-TRI
094000     CLOSE RENTWRK
094100     .
094200 3000-CLASSER-EXIT.
094300     EXIT.
094400*----------------------*
094500 3100-CLASSER-UN-CLIENT.
094600*----------------------*
094700     RETURN SRTCLI
094800         AT END
094900            MOVE 'Y' TO WS-FIN-TRI
095000            GO TO 3100-CLASSER-EXIT
095100     END-RETURN
095200
095300     ADD 1 TO WS-RANG
095400     MOVE WS-RANG TO SRT-RANG
095500
095600     MOVE SRT-RANG     TO LC-RANG
095700     MOVE SRT-NUMERO   TO LC-NUMERO
095800     MOVE SRT-NOM      TO LC-NOM
095900     MOVE SRT-REGION   TO LC-REGION
096000     MOVE SRT-AGENCE   TO LC-AGENCE
096100     MOVE SRT-NB-CPTES TO LC-NB-CPTES
096200     COMPUTE LC-PRODUIT = SRT-NET + SRT-INTERETS
096300     MOVE SRT-INTERETS TO LC-INTERETS
096400     MOVE SRT-NET      TO LC-NET
096500     MOVE LIGNE-CLI    TO REC-RENTCLI
096600     WRITE REC-RENTCLI
096700
096800     MOVE SRT-CLIENT   TO WRK-CLIENT
096900     WRITE WRK-CLIENT
097000     .
097100 3100-CLASSER-EXIT.
097200     EXIT.
097300*======================================================*
097400*   PROCEDURE DE SORTIE DU SECOND TRI : PAR AGENCE, LES  *
097500*   CLIENTS DU DECILE INFERIEUR (DIXIEME DE L'EFFECTIF   *
097600*   ARRONDI A L'UNITE SUPERIEURE), SUR UNE PAGE PROPRE   *
097700*======================================================*
097800*----------------------*
097900 4000-EDITER-DECILES.
098000*----------------------*
098100     MOVE 'N' TO WS-FIN-TRI
098200     PERFORM 4100-EDITER-UN-CLIENT THRU 4100-EDITER-EXIT
098300         UNTIL FIN-TRI
098400     .
098500 4000-EDITER-EXIT.
098600     EXIT.
098700*----------------------*
098800 4100-EDITER-UN-CLIENT.
098900*----------------------*
099000     RETURN SRTDEC
099100         AT END
099200            MOVE 'Y' TO WS-FIN-TRI
099300            GO TO 4100-EDITER-EXIT
099400     END-RETURN
099500
099600     IF SDC-REGION NOT = WS-DEC-REGION
099700        OR SDC-AGENCE NOT = WS-DEC-AGENCE
099800        PERFORM 4200-ENTETE-AGENCE
099900     END-IF
100000
100100     ADD 1 TO WS-DEC-RANG
100200     IF WS-DEC-RANG > WS-DEC-TAILLE
100300        GO TO 4100-EDITER-EXIT
100400     END-IF
100500
100600     MOVE WS-DEC-RANG  TO LD-RANG
100700     MOVE SDC-NUMERO   TO LD-NUMERO
100800     MOVE SDC-NOM      TO LD-NOM
100900     MOVE SDC-FORFAIT  TO LD-FORFAIT
101000     MOVE SDC-FACTUR   TO LD-FACTUR
101100     MOVE SDC-AGIOS    TO LD-AGIOS
101200     MOVE SDC-REMB     TO LD-REMB
101300     MOVE SDC-MARGE    TO LD-MARGE
101400     MOVE SDC-INTERETS TO LD-INTERETS
101500     MOVE SDC-NET      TO LD-NET
101600     MOVE LIGNE-DEC    TO REC-RENTDEC
101700     WRITE REC-RENTDEC
101800     ADD 1 TO WS-NB-DECILE
101900     .
102000 4100-EDITER-EXIT.
102100     EXIT.
102200*----------------------*
102300 4200-ENTETE-AGENCE.
102400*----------------------*
102500     MOVE SDC-REGION TO WS-DEC-REGION WS-REGION-CHERCHEE
102600     MOVE SDC-AGENCE TO WS-DEC-AGENCE WS-AGENCE-CHERCHEE
102700     MOVE ZERO TO WS-DEC-RANG WS-DEC-TAILLE
102800     PERFORM 2700-CHERCHER-AGENCE
102900     IF AGC-TROUVEE
103000        COMPUTE WS-DEC-TAILLE =
103100                (WS-AGC-NB-CLI(WS-IND-AGC) + 9) / 10
103200        MOVE WS-AGC-NB-CLI(WS-IND-AGC) TO LTD-NB-CLI
103300     ELSE
103400        MOVE ZERO TO LTD-NB-CLI
103500     END-IF
103600
103700     MOVE SDC-REGION TO LTD-REGION AG-ID-REGION
103800     MOVE SDC-AGENCE TO LTD-AGENCE AG-CODE
103900     PERFORM 5300-LIRE-AGENCE
104000     MOVE AG-NOM     TO LTD-NOM
104100
104200     MOVE LIGNE-TITRE-DEC  TO REC-RENTDEC
104300     WRITE REC-RENTDEC AFTER ADVANCING PAGE
104400     MOVE LIGNE-ENTETE-DEC TO REC-RENTDEC
104500     WRITE REC-RENTDEC
104600     .
104700*======================================================*
104800*   CUMULS PAR AGENCE, PAR REGION ET TOTAL BANQUE        *
104900*======================================================*
105000*----------------------*
105100 5000-EDITER-CUMULS.
105200*----------------------*
105300     PERFORM 5100-EDITER-UNE-AGENCE
105400         VARYING WS-IND-AGC FROM 1 BY 1
105500         UNTIL WS-IND-AGC > WS-NB-AGC
105600     PERFORM 5200-EDITER-UNE-REGION
105700         VARYING WS-IND-REG FROM 1 BY 1
105800         UNTIL WS-IND-REG > WS-NB-REG
105900
106000     MOVE SPACE           TO LIGNE-AGR
106100     MOVE 'BANQUE'        TO LA-TYPE
106200     MOVE WS-NB-CLIENTS   TO LA-NB-CLI
106300     MOVE WS-TOT-PRODUIT  TO LA-PRODUIT
106400     MOVE WS-TOT-INTERETS TO LA-INTERETS
106500     MOVE WS-TOT-NET      TO LA-NET
106600     MOVE LIGNE-AGR       TO REC-RENTAGR
106700     WRITE REC-RENTAGR
106800     .
106900*----------------------*
107000 5100-EDITER-UNE-AGENCE.
107100*----------------------*
107200     MOVE 'AGENCE'                   TO LA-TYPE
107300     MOVE WS-AGC-REGION(WS-IND-AGC)  TO LA-REGION
107400                                        AG-ID-REGION
107500     MOVE WS-AGC-CODE(WS-IND-AGC)    TO LA-AGENCE AG-CODE
107600     PERFORM 5300-LIRE-AGENCE
107700     MOVE AG-NOM                     TO LA-NOM
107800     MOVE WS-AGC-NB-CLI(WS-IND-AGC)  TO LA-NB-CLI
107900     MOVE WS-AGC-PRODUIT(WS-IND-AGC) TO LA-PRODUIT
108000     MOVE WS-AGC-INTERETS(WS-IND-AGC) TO LA-INTERETS
108100     MOVE WS-AGC-NET(WS-IND-AGC)     TO LA-NET
108200     MOVE LIGNE-AGR                  TO REC-RENTAGR
108300     WRITE REC-RENTAGR
108400     .
108500*----------------------*
108600 5200-EDITER-UNE-REGION.
108700*----------------------*
108800     MOVE 'REGION'                   TO LA-TYPE
108900     MOVE WS-REG-ID(WS-IND-REG)      TO LA-REGION
109000     MOVE SPACE                      TO LA-AGENCE LA-NOM
109100     MOVE WS-REG-NB-CLI(WS-IND-REG)  TO LA-NB-CLI
109200     MOVE WS-REG-PRODUIT(WS-IND-REG) TO LA-PRODUIT
109300     MOVE WS-REG-INTERETS(WS-IND-REG) TO LA-INTERETS
109400     MOVE WS-REG-NET(WS-IND-REG)     TO LA-NET
109500     MOVE LIGNE-AGR                  TO REC-RENTAGR
109600     WRITE REC-RENTAGR
109700     .
109800*----------------------*
109900 5300-LIRE-AGENCE.
110000*----------------------*
110100*    NOM DE L'AGENCE (REFERENTIEL AGENCE.DAT) ; UN COMPTE
110200*    SANS AGENCE OU D'UNE AGENCE INCONNUE EST EDITE SANS NOM
110300     READ FAGENCE
110400         INVALID KEY
110500            MOVE SPACE TO AG-NOM
110600     END-READ
110700     .
110800*----------------------*
110900 9000-TERMINAISON.
111000*----------------------*
111100     CLOSE FXREF
111200     CLOSE FCLI
111300     CLOSE FCLT
111400     CLOSE FHST
111500     CLOSE FPRET
111600     CLOSE FAGENCE
111700     CLOSE RENTCLI
111800     CLOSE RENTAGR
111900     CLOSE RENTDEC
112000
112100     DISPLAY 'RENTAB - MOIS ANALYSE          : '
112200             WS-MOIS-ANALYSE
112300     DISPLAY 'RENTAB - ENTREES XREF LUES     : '
112400             WS-NB-XREF-LUES
112500     DISPLAY 'RENTAB - CLIENTS CLASSES       : ' WS-NB-CLIENTS
112600     DISPLAY 'RENTAB - CLIENTS EN DECILE BAS : ' WS-NB-DECILE
112700     DISPLAY 'RENTAB - XREF SANS COMPTE      : '
112800             WS-NB-SANS-COMPTE
112900
113000     IF WS-NB-SANS-COMPTE > ZERO AND RETURN-CODE < 4
113100        MOVE 4 TO RETURN-CODE
113200     END-IF
113300
113400     MOVE 'F' TO RL-FONCTION
113500     MOVE 'RENTAB' TO RL-PROG
113600     MOVE WS-NB-XREF-LUES TO RL-LUS
113700     MOVE WS-NB-CLIENTS TO RL-ECRITS
113800     MOVE WS-NB-SANS-COMPTE TO RL-REJETES
113900     MOVE RETURN-CODE TO RL-RC
114000     CALL 'pgrunlog' USING RL-COMMUN
114100     .

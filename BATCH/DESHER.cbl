000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    DESHER.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - TRAITEMENT ANNUEL DES
001400*                   AVOIRS EN DESHERENCE (JCL DESHER).
001500*                   PARM = MODE + DUREES LEGALES EN ANNEES
001600*                   (COMPTE INACTIF, TITULAIRE DECEDE).
001700*                   MODE A : POUR CHAQUE COMPTE SUSPENDU
001800*                   (S) OU DECEDE (D), DATE DE DEPART =
001900*                   DERNIER MOUVEMENT DU CLIENT (REGLE DE
002000*                   PARTI35) OU DATE DU DECES (FCLIENTS) ;
002100*                   ECHEANCE = DEPART + DUREE. AVIS AU
002200*                   TITULAIRE (IMAGE LETDESH POUR MAILCLI)
002300*                   DES QUE L'ECHEANCE TOMBE DANS LES 12
002400*                   MOIS ; A L'ECHEANCE, ET AU MOINS SIX
002500*                   MOIS APRES L'AVIS, CARTE DE CLOTURE
002600*                   STSCLT (F, MOTIF DE, DISPOSITION E)
002700*                   APPLIQUEE PAR PARTI16. REGISTRE
002800*                   PERMANENT PROD.CLI.DESHER (FDESHER).
002900*                   MODE T : APRES PARTI16, LES LIGNES
003000*                   TRFETAT.DAT PASSENT LE REGISTRE A
003100*                   'VERSE' ET FORMENT LE FICHIER DE
003200*                   VERSEMENT AU FONDS (ENTETE ET FIN
003300*                   pgctlfic, TOTAL DE CONTROLE).
003400*--------------------------------------------------------
003500*
003600*======================================================*
003700*   E N V I R O N M E N T       D I V I S I O N        *
003800*======================================================*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-390.
004200 OBJECT-COMPUTER. IBM-390.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT FCLT       ASSIGN TO FCLT
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ID-CPTE
004900         FILE STATUS IS WS-FS-FCLT.

005000     SELECT FHST       ASSIGN TO FHST
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS HST-CLE
005400         FILE STATUS IS WS-FS-FHST.

005500     SELECT FXREF      ASSIGN TO FXREF
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS XRF-CLE
005900         ALTERNATE RECORD KEY IS XRF-ID-CPTE
006000         FILE STATUS IS WS-FS-FXREF.

006100     SELECT FCLI       ASSIGN TO FCLI
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS E-NUMERO
006500         FILE STATUS IS WS-FS-FCLI.

006600     SELECT FDESHER    ASSIGN TO FDESHER
006700         ORGANIZATION IS INDEXED
006800         ACCESS MODE IS DYNAMIC
006900         RECORD KEY IS DSH-ID-CPTE
007000         FILE STATUS IS WS-FS-FDESHER.

007100     SELECT FSTC       ASSIGN TO FSTC
007200         ORGANIZATION IS SEQUENTIAL
007300         FILE STATUS IS WS-FS-FSTC.

007400     SELECT LETDESH    ASSIGN TO LETDESH
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-FS-LETDESH.

007700     SELECT FTRFETAT   ASSIGN TO FTRFETAT
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-FS-FTRFETAT.

008000     SELECT FVERSEM    ASSIGN TO FVERSEM
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-FS-FVERSEM.

008300     SELECT DESHERRP   ASSIGN TO DESHERRP
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-FS-DESHERRP.
008600*
008700*======================================================*
008800*           D A T A         D I V I S I O N            *
008900*======================================================*
009000 DATA DIVISION.
009100 FILE SECTION.
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
010500         88 STS-CLT-SUSPENDU VALUE 'S'.
010600         88 STS-CLT-DECEDE   VALUE 'D'.
010700         88 STS-CLT-FERME    VALUE 'F'.
010800     05  ADR-CLT    PIC X(10).
010900     05  SLD-CLT    PIC S9(08)V99.
011000     05  PST-CLT    PIC X(02).
011100*    LE PIN (NON UTILISE ICI) PRECEDE LE DECOUVERT
011200*    AUTORISE DANS LE DESSIN PHYSIQUE
011300     05  FILLER     PIC X(04).
011400     05  DEC-CLT    PIC 9(06).
011500     05  DEV-CLT    PIC X(02).
011600     05  AGC-CLT    PIC X(02).
011700*
011800 FD  FHST
011900     RECORD CONTAINS 100 CHARACTERS.
012000 01  REC-HST.
012100     05  HST-CLE.
012200        10  HST-ID-CPTE   PIC X(08).
012300        10  HST-SEQ       PIC 9(05).
012400     05  HST-DATE      PIC 9(08).
012500     05  HST-CODE      PIC X(01).
012600     05  HST-MONTANT   PIC 9(08)V99.
012700     05  HST-SLD-APRES PIC S9(08)V99.
012800     05  HST-SOURCE    PIC X(04).
012900     05  HST-ANNUL-STATUT PIC X(01).
013000         88  HST-ANNULEE     VALUE 'A'.
013100     05  FILLER        PIC X(53).
013200*
013300 FD  FXREF
013400     RECORD CONTAINS 80 CHARACTERS.
013500     COPY FCLICPT.
013600*
013700 FD  FCLI
013800     RECORD CONTAINS 400 CHARACTERS.
013900     COPY FCLIENTS.
014000*
014100 FD  FDESHER
014200     RECORD CONTAINS 200 CHARACTERS.
014300     COPY FDESHER.
014400*
014500*    CARTES DE CHANGEMENT DE STATUT AJOUTEES A STSCLT.DAT
014600*    (DESSIN DE PARTI16)
014700 FD  FSTC
014800     RECORD CONTAINS 80 CHARACTERS.
014900 01  REC-STC.
015000     05  STC-ID-CPTE     PIC X(08).
015100     05  STC-NOUV-STS    PIC X(01).
015200     05  STC-CODE-MOTIF  PIC X(02).
015300     05  STC-DATE-EFFET  PIC 9(08).
015400     05  STC-DISPOSITION PIC X(01).
015500     05  STC-CPTE-CIBLE  PIC X(08).
015600     05  STC-DATE-DEPART PIC 9(08).
015700     05  STC-TYPE-DESH   PIC X(01).
015800     05  FILLER          PIC X(43).
015900*
016000*    IMAGES CLIENT AU FORMAT FEXTRAIT POUR MAILCLI
016100 FD  LETDESH
016200     RECORD CONTAINS 400 CHARACTERS.
016300 01  REC-LETDESH              PIC X(400).
016400*
016500*    SOLDES VERSES PAR PARTI16 (DISPOSITION E)
016600 FD  FTRFETAT
016700     RECORD CONTAINS 80 CHARACTERS.
016800 01  REC-TRFETAT.
016900     05  TRE-ID-CPTE     PIC X(08).
017000     05  TRE-MONTANT     PIC 9(08)V99.
017100     05  TRE-DEVISE      PIC X(02).
017200     05  TRE-DATE        PIC 9(08).
017300     05  TRE-NOM         PIC X(10).
017400     05  TRE-PRN         PIC X(10).
017500     05  TRE-DTN         PIC 9(08).
017600     05  TRE-TYPE        PIC X(01).
017700     05  TRE-DATE-DEPART PIC 9(08).
017800     05  FILLER          PIC X(15).
017900*
018000*    FICHIER DE VERSEMENT AU FONDS : LIGNES TRFETAT
018100*    ENTRE UNE ENTETE ET UNE FIN DE CONTROLE
018200 FD  FVERSEM
018300     RECORD CONTAINS 80 CHARACTERS.
018400 01  REC-FVERSEM              PIC X(80).
018500*
018600 FD  DESHERRP
018700     RECORD CONTAINS 80 CHARACTERS.
018800 01  REC-DESHERRP             PIC X(80).
018900*
019000*------------------------------------------------------*
019100 WORKING-STORAGE SECTION.
019200*------------------------------------------------------*
019300*
019400 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
019500     88 FS-FCLT-OK               VALUE '00'.
019600 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
019700     88 FS-FHST-OK               VALUE '00'.
019800 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
019900     88 FS-FXREF-OK              VALUE '00'.
020000 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
020100     88 FS-FCLI-OK               VALUE '00'.
020200 01  WS-FS-FDESHER            PIC X(02) VALUE SPACE.
020300     88 FS-FDESHER-OK            VALUE '00'.
020400     88 FS-FDESHER-ABSENT        VALUE '35'.
020500 01  WS-FS-FSTC               PIC X(02) VALUE SPACE.
020600     88 FS-FSTC-OK               VALUE '00'.
020700 01  WS-FS-LETDESH            PIC X(02) VALUE SPACE.
020800     88 FS-LETDESH-OK            VALUE '00'.
020900 01  WS-FS-FTRFETAT           PIC X(02) VALUE SPACE.
021000     88 FS-FTRFETAT-OK           VALUE '00'.
021100 01  WS-FS-FVERSEM            PIC X(02) VALUE SPACE.
021200     88 FS-FVERSEM-OK            VALUE '00'.
021300 01  WS-FS-DESHERRP           PIC X(02) VALUE SPACE.
021400     88 FS-DESHERRP-OK           VALUE '00'.
021500*
021600 01  WS-FIN-FCLT              PIC X(01) VALUE 'N'.
021700     88 FIN-FCLT                 VALUE 'Y'.
021800 01  WS-FIN-FHST              PIC X(01) VALUE 'N'.
021900     88 FIN-FHST                 VALUE 'Y'.
022000 01  WS-FIN-FDESHER           PIC X(01) VALUE 'N'.
022100     88 FIN-FDESHER              VALUE 'Y'.
022200 01  WS-FIN-FTRFETAT          PIC X(01) VALUE 'N'.
022300     88 FIN-FTRFETAT             VALUE 'Y'.
022400*
022500*    MODE DU PASSAGE (PARM) : A = AVIS ET DEMANDES DE
022600*    CLOTURE, T = VERSEMENT APRES PARTI16
022700 01  WS-MODE                  PIC X(01) VALUE 'A'.
022800     88 MODE-AVIS                VALUE 'A'.
022900     88 MODE-VERSEMENT           VALUE 'T'.
023000*    DUREES LEGALES EN ANNEES (PARM, SINON VALEURS
023100*    PAR DEFAUT CI-DESSOUS)
023200 01  WS-DUREE-ORDINAIRE       PIC 9(02) VALUE 10.
023300 01  WS-DUREE-DECES           PIC 9(02) VALUE 20.
023400*
023500 01  WS-DATE-JOUR             PIC 9(08).
023600 01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
023700     05 WS-DJ-AAAA            PIC 9(04).
023800     05 WS-DJ-MM              PIC 9(02).
023900     05 WS-DJ-JJ              PIC 9(02).
024000*    ZONE DE CALCUL DES DATES (AAAAMMJJ)
024100 01  WS-DATE-CALC             PIC 9(08).
024200 01  WS-DATE-CALC-R REDEFINES WS-DATE-CALC.
024300     05 WS-DC-AAAA            PIC 9(04).
024400     05 WS-DC-MM              PIC 9(02).
024500     05 WS-DC-JJ              PIC 9(02).
024600*    ECHEANCE AU PLUS TARD DANS LES 12 MOIS : AVIS
024700 01  WS-DATE-LIMITE-AVIS      PIC 9(08).
024800*    AVIS ENVOYE AU PLUS TARD A CETTE DATE : LE DELAI
024900*    DE SIX MOIS EST ECOULE, LA CLOTURE PEUT SUIVRE
025000 01  WS-DATE-AVIS-MUR         PIC 9(08).
025100*    PREMIERE DATE DE CLOTURE POSSIBLE D'UN AVIS DU JOUR
025200 01  WS-DATE-PLUS-6M          PIC 9(08).
025300*
025400 01  WS-DATE-DEPART           PIC 9(08).
025500 01  WS-DATE-ECHEANCE         PIC 9(08).
025600 01  WS-DATE-CLOTURE-PREVUE   PIC 9(08).
025700 01  WS-DATE-OUVERTURE        PIC 9(08).
025800 01  WS-DERNIER-MVT           PIC 9(08).
025900 01  WS-TYPE-DESH             PIC X(01).
026000 01  WS-CLIENT-TROUVE         PIC X(01).
026100     88 CLIENT-TROUVE            VALUE 'O'.
026200 01  WS-DSH-EXISTE            PIC X(01).
026300     88 DSH-EXISTE               VALUE 'O'.
026400 01  WS-MOTIF-ANO             PIC X(40).
026500 01  WS-ACTION                PIC X(24).
026600*
026700 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
026800 01  WS-NB-EXAMINES           PIC 9(07) VALUE ZERO.
026900 01  WS-NB-AVIS               PIC 9(05) VALUE ZERO.
027000 01  WS-NB-LETTRES            PIC 9(05) VALUE ZERO.
027100 01  WS-NB-SANS-ADRESSE       PIC 9(05) VALUE ZERO.
027200 01  WS-NB-EN-ATTENTE         PIC 9(05) VALUE ZERO.
027300 01  WS-NB-CLOTURES           PIC 9(05) VALUE ZERO.
027400 01  WS-NB-RECLAMES           PIC 9(05) VALUE ZERO.
027500 01  WS-NB-ANOMALIES          PIC 9(05) VALUE ZERO.
027600 01  WS-NB-VERSES             PIC 9(05) VALUE ZERO.
027700 01  WS-NB-SANS-SOLDE         PIC 9(05) VALUE ZERO.
027800 01  WS-TOTAL-CLOTURES        PIC 9(11)V99 VALUE ZERO.
027900 01  WS-TOTAL-VERSE           PIC 9(13)V99 VALUE ZERO.
028000*
028100*    DATE JJ/MM/AAAA POUR LA LETTRE
028200 01  WS-DATE-LETTRE.
028300     05 WS-DL-JJ              PIC 9(02).
028400     05 FILLER                PIC X(01) VALUE '/'.
028500     05 WS-DL-MM              PIC 9(02).
028600     05 FILLER                PIC X(01) VALUE '/'.
028700     05 WS-DL-AAAA            PIC 9(04).
028800*
028900*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
029000 01  RL-COMMUN.
029100     05 RL-FONCTION    PIC X(01).
029200     05 RL-PROG        PIC X(08).
029300     05 RL-LUS         PIC 9(09).
029400     05 RL-ECRITS      PIC 9(09).
029500     05 RL-REJETES     PIC 9(09).
029600     05 RL-RC          PIC 9(02).
029700*
029800*    ENTETE / FIN DE CONTROLE (MODULE pgctlfic)
029900 01  CTL-COMMUN.
030000     05 CTL-FONCTION          PIC X(01).
030100     05 CTL-PROG              PIC X(08).
030200     05 CTL-DATE              PIC 9(08).
030300     05 CTL-COMPTEUR          PIC 9(09).
030400     05 CTL-HASH              PIC 9(13)V99.
030500     05 CTL-RC                PIC X(01).
030600     05 CTL-ENREG             PIC X(53).
030700*
030800 01  LIGNE-TITRE.
030900     05 FILLER                PIC X(35) VALUE
031000        'AVOIRS EN DESHERENCE - MODE '.
031100     05 LT-MODE               PIC X(01).
031200     05 FILLER                PIC X(09) VALUE '  DATE : '.
031300     05 LT-DATE               PIC 9(08).
031400     05 FILLER                PIC X(10) VALUE '  DUREES '.
031500     05 LT-DUREE-ORD          PIC Z9.
031600     05 FILLER                PIC X(01) VALUE '/'.
031700     05 LT-DUREE-DEC          PIC Z9.
031800     05 FILLER                PIC X(12) VALUE ' ANS'.
031900*
032000 01  LIGNE-DETAIL.
032100     05 FILLER                PIC X(09) VALUE 'COMPTE : '.
032200     05 LD-CPTE               PIC X(08).
032300     05 FILLER                PIC X(01) VALUE SPACE.
032400     05 LD-TYPE               PIC X(01).
032500     05 FILLER                PIC X(01) VALUE SPACE.
032600     05 LD-ACTION             PIC X(24).
032700     05 FILLER                PIC X(05) VALUE ' ECH '.
032800     05 LD-ECHEANCE           PIC 9(08).
032900     05 FILLER                PIC X(01) VALUE SPACE.
033000     05 LD-MONTANT            PIC ZZZZZZZ9.99-.
033100     05 FILLER                PIC X(01) VALUE SPACE.
033200     05 LD-DEVISE             PIC X(02).
033300     05 FILLER                PIC X(07) VALUE SPACE.
033400*
033500 01  LIGNE-ANOMALIE.
033600     05 FILLER                PIC X(09) VALUE 'COMPTE : '.
033700     05 LA-CPTE               PIC X(08).
033800     05 FILLER                PIC X(13) VALUE
033900        '  ANOMALIE : '.
034000     05 LA-MOTIF              PIC X(40).
034100     05 FILLER                PIC X(10) VALUE SPACE.
034200*
034300 01  LIGNE-TOTAL.
034400     05 LTO-LIBELLE           PIC X(30).
034500     05 LTO-NB                PIC ZZZZZZ9.
034600     05 FILLER                PIC X(43) VALUE SPACE.
034700*
034800 01  LIGNE-MONTANT.
034900     05 LTM-LIBELLE           PIC X(30).
035000     05 LTM-MONTANT           PIC ZZZZZZZZZZZZ9.99.
035100     05 FILLER                PIC X(34) VALUE SPACE.
035200*
035300*------------------------------------------------------*
035400 LINKAGE SECTION.
035500*------------------------------------------------------*
035600*    PARM : MODE (A/T), DUREE COMPTE INACTIF (AA),
035700*    DUREE TITULAIRE DECEDE (AA). EX. PARM='A1020'
035800 01  LK-PARM.
035900     05 LK-PARM-LEN           PIC S9(4) COMP.
036000     05 LK-PARM-MODE          PIC X(01).
036100     05 LK-PARM-DUREE-ORD     PIC X(02).
036200     05 LK-PARM-DUREE-DEC     PIC X(02).
036300*
036400*======================================================*
036500*     P R O C E D U R E     D I V I S I O N            *
036600*======================================================*
036700 PROCEDURE DIVISION USING LK-PARM.
036800*----------------------*
036900 0000-MAINLINE.
037000*----------------------*
037100     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
037200     IF RETURN-CODE NOT < 8
037300        GOBACK
037400     END-IF
037500     IF MODE-AVIS
037600        PERFORM 2000-TRAITER-COMPTE THRU 2000-TRAITER-EXIT
037700            UNTIL FIN-FCLT
037800        PERFORM 5000-BALAYER-REGISTRE
037900        PERFORM 5100-CONTROLER-AVIS THRU 5100-CONTROLER-EXIT
038000            UNTIL FIN-FDESHER
038100        PERFORM 8000-TERMINER-AVIS
038200     ELSE
038300        PERFORM 6000-TRAITER-VERSEMENT THRU 6000-TRAITER-EXIT
038400            UNTIL FIN-FTRFETAT
038500        PERFORM 5000-BALAYER-REGISTRE
038600        PERFORM 6500-CONTROLER-CLOTURE
038700           THRU 6500-CONTROLER-EXIT
038800            UNTIL FIN-FDESHER
038900        PERFORM 8500-TERMINER-VERSEMENT
039000     END-IF
039100     GOBACK
039200     .
039300*----------------------*
039400 1000-INITIALISATION.
039500*----------------------*
039600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

039700     MOVE 'D' TO RL-FONCTION
039800     MOVE 'DESHER' TO RL-PROG
039900     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
040000     CALL 'pgrunlog' USING RL-COMMUN

040100     IF LK-PARM-LEN > ZERO
040200        MOVE LK-PARM-MODE TO WS-MODE
040300     END-IF
040400     IF NOT MODE-AVIS AND NOT MODE-VERSEMENT
040500        DISPLAY 'DESHER - MODE INVALIDE (A/T) : ' WS-MODE
040600        MOVE 12 TO RETURN-CODE
040700        GO TO 1000-INITIALISATION-EXIT
040800     END-IF
040900     IF LK-PARM-LEN >= 5
041000        IF LK-PARM-DUREE-ORD NOT NUMERIC
041100           OR LK-PARM-DUREE-DEC NOT NUMERIC
041200           DISPLAY 'DESHER - DUREES NON NUMERIQUES : '
041300                   LK-PARM-DUREE-ORD ' ' LK-PARM-DUREE-DEC
041400           MOVE 12 TO RETURN-CODE
041500           GO TO 1000-INITIALISATION-EXIT
041600        END-IF
041700        MOVE LK-PARM-DUREE-ORD TO WS-DUREE-ORDINAIRE
041800        MOVE LK-PARM-DUREE-DEC TO WS-DUREE-DECES
041900     END-IF
042000*    LE DELAI APRES DECES NE PEUT ETRE PLUS COURT QUE
042100*    CELUI D'UN COMPTE INACTIF
042200     IF WS-DUREE-ORDINAIRE = ZERO
042300        OR WS-DUREE-DECES < WS-DUREE-ORDINAIRE
042400        DISPLAY 'DESHER - DUREES INCOHERENTES : '
042500                WS-DUREE-ORDINAIRE ' ' WS-DUREE-DECES
042600        MOVE 12 TO RETURN-CODE
042700        GO TO 1000-INITIALISATION-EXIT
042800     END-IF

042900     PERFORM 1100-CALCULER-BORNES

043000     OPEN INPUT FCLT
043100     IF NOT FS-FCLT-OK
043200        DISPLAY 'DESHER - ERREUR OPEN FCLT - FS='
043300                WS-FS-FCLT
043400        MOVE 12 TO RETURN-CODE
043500        GO TO 1000-INITIALISATION-EXIT
043600     END-IF

043700*    PREMIER PASSAGE : LE REGISTRE VIENT D'ETRE DEFINI
043800*    ET N'A JAMAIS ETE CHARGE
043900     OPEN I-O FDESHER
044000     IF FS-FDESHER-ABSENT
044100        OPEN OUTPUT FDESHER
044200        CLOSE FDESHER
044300        OPEN I-O FDESHER
044400     END-IF
044500     IF NOT FS-FDESHER-OK
044600        DISPLAY 'DESHER - ERREUR OPEN FDESHER - FS='
044700                WS-FS-FDESHER
044800        MOVE 12 TO RETURN-CODE
044900        CLOSE FCLT
045000        GO TO 1000-INITIALISATION-EXIT
045100     END-IF

045200     OPEN OUTPUT DESHERRP
045300     IF NOT FS-DESHERRP-OK
045400        DISPLAY 'DESHER - ERREUR OPEN DESHERRP - FS='
045500                WS-FS-DESHERRP
045600        MOVE 12 TO RETURN-CODE
045700        CLOSE FCLT FDESHER
045800        GO TO 1000-INITIALISATION-EXIT
045900     END-IF

046000     IF MODE-AVIS
046100        PERFORM 1200-OUVRIR-AVIS THRU 1200-OUVRIR-AVIS-EXIT
046200     ELSE
046300        PERFORM 1300-OUVRIR-VERSEMENT
046400           THRU 1300-OUVRIR-VERSEMENT-EXIT
046500     END-IF
046600     IF RETURN-CODE NOT < 8
046700        GO TO 1000-INITIALISATION-EXIT
046800     END-IF

046900     MOVE WS-MODE            TO LT-MODE
047000     MOVE WS-DATE-JOUR       TO LT-DATE
047100     MOVE WS-DUREE-ORDINAIRE TO LT-DUREE-ORD
047200     MOVE WS-DUREE-DECES     TO LT-DUREE-DEC
047300     MOVE LIGNE-TITRE        TO REC-DESHERRP
047400     WRITE REC-DESHERRP
047500     .
047600 1000-INITIALISATION-EXIT.
047700     EXIT.
047800*----------------------*
047900 1100-CALCULER-BORNES.
048000*----------------------*
048100*    ECHEANCES A AVISER : JUSQU'A UN AN DEVANT
048200     MOVE WS-DATE-JOUR TO WS-DATE-CALC
048300     ADD 1 TO WS-DC-AAAA
048400     PERFORM 7000-AJUSTER-FIN-MOIS
048500     MOVE WS-DATE-CALC TO WS-DATE-LIMITE-AVIS

048600*    AVIS DATANT D'AU MOINS SIX MOIS
048700     MOVE WS-DATE-JOUR TO WS-DATE-CALC
048800     IF WS-DC-MM > 6
048900        SUBTRACT 6 FROM WS-DC-MM
049000     ELSE
049100        ADD 6 TO WS-DC-MM
049200        SUBTRACT 1 FROM WS-DC-AAAA
049300     END-IF
049400     PERFORM 7000-AJUSTER-FIN-MOIS
049500     MOVE WS-DATE-CALC TO WS-DATE-AVIS-MUR

049600*    SIX MOIS APRES UN AVIS DU JOUR
049700     MOVE WS-DATE-JOUR TO WS-DATE-CALC
049800     IF WS-DC-MM > 6
049900        SUBTRACT 6 FROM WS-DC-MM
050000        ADD 1 TO WS-DC-AAAA
050100     ELSE
050200        ADD 6 TO WS-DC-MM
050300     END-IF
050400     PERFORM 7000-AJUSTER-FIN-MOIS
050500     MOVE WS-DATE-CALC TO WS-DATE-PLUS-6M
050600     .
050700*----------------------*
050800 1200-OUVRIR-AVIS.
050900*----------------------*
051000     OPEN INPUT FHST
051100     IF NOT FS-FHST-OK
051200        DISPLAY 'DESHER - ERREUR OPEN FHST - FS='
051300                WS-FS-FHST
051400        MOVE 12 TO RETURN-CODE
051500        CLOSE FCLT FDESHER DESHERRP
051600        GO TO 1200-OUVRIR-AVIS-EXIT
051700     END-IF

051800     OPEN INPUT FXREF
051900     IF NOT FS-FXREF-OK
052000        DISPLAY 'DESHER - ERREUR OPEN FXREF - FS='
052100                WS-FS-FXREF
052200        MOVE 12 TO RETURN-CODE
052300        CLOSE FCLT FDESHER DESHERRP FHST
052400        GO TO 1200-OUVRIR-AVIS-EXIT
052500     END-IF

052600     OPEN INPUT FCLI
052700     IF NOT FS-FCLI-OK
052800        DISPLAY 'DESHER - ERREUR OPEN FCLI - FS='
052900                WS-FS-FCLI
053000        MOVE 12 TO RETURN-CODE
053100        CLOSE FCLT FDESHER DESHERRP FHST FXREF
053200        GO TO 1200-OUVRIR-AVIS-EXIT
053300     END-IF

053400     OPEN EXTEND FSTC
053500     IF NOT FS-FSTC-OK
053600        DISPLAY 'DESHER - ERREUR OPEN FSTC - FS='
053700                WS-FS-FSTC
053800        MOVE 12 TO RETURN-CODE
053900        CLOSE FCLT FDESHER DESHERRP FHST FXREF FCLI
054000        GO TO 1200-OUVRIR-AVIS-EXIT
054100     END-IF

054200     OPEN OUTPUT LETDESH
054300     IF NOT FS-LETDESH-OK
054400        DISPLAY 'DESHER - ERREUR OPEN LETDESH - FS='
054500                WS-FS-LETDESH
054600        MOVE 12 TO RETURN-CODE
054700        CLOSE FCLT FDESHER DESHERRP FHST FXREF FCLI FSTC
054800        GO TO 1200-OUVRIR-AVIS-EXIT
054900     END-IF

055000*    ENTETE DE CONTROLE DES IMAGES (MODULE pgctlfic)
055100     MOVE 'E'      TO CTL-FONCTION
055200     MOVE 'DESHER' TO CTL-PROG
055300     MOVE WS-DATE-JOUR TO CTL-DATE
055400     CALL 'pgctlfic' USING CTL-COMMUN
055500     MOVE SPACE     TO REC-LETDESH
055600     MOVE CTL-ENREG TO REC-LETDESH(1:53)
055700     WRITE REC-LETDESH
055800     .
055900 1200-OUVRIR-AVIS-EXIT.
056000     EXIT.
056100*----------------------*
056200 1300-OUVRIR-VERSEMENT.
056300*----------------------*
056400     OPEN INPUT FTRFETAT
056500     IF NOT FS-FTRFETAT-OK
056600        DISPLAY 'DESHER - ERREUR OPEN FTRFETAT - FS='
056700                WS-FS-FTRFETAT
056800        MOVE 12 TO RETURN-CODE
056900        CLOSE FCLT FDESHER DESHERRP
057000        GO TO 1300-OUVRIR-VERSEMENT-EXIT
057100     END-IF

057200     OPEN OUTPUT FVERSEM
057300     IF NOT FS-FVERSEM-OK
057400        DISPLAY 'DESHER - ERREUR OPEN FVERSEM - FS='
057500                WS-FS-FVERSEM
057600        MOVE 12 TO RETURN-CODE
057700        CLOSE FCLT FDESHER DESHERRP FTRFETAT
057800        GO TO 1300-OUVRIR-VERSEMENT-EXIT
057900     END-IF

058000     MOVE 'E'      TO CTL-FONCTION
058100     MOVE 'DESHER' TO CTL-PROG
058200     MOVE WS-DATE-JOUR TO CTL-DATE
058300     CALL 'pgctlfic' USING CTL-COMMUN
058400     MOVE SPACE     TO REC-FVERSEM
058500     MOVE CTL-ENREG TO REC-FVERSEM(1:53)
058600     WRITE REC-FVERSEM
058700     .
058800 1300-OUVRIR-VERSEMENT-EXIT.
058900     EXIT.
059000*----------------------*
059100 2000-TRAITER-COMPTE.
059200*----------------------*
059300     READ FCLT NEXT RECORD
059400         AT END
059500            MOVE 'Y' TO WS-FIN-FCLT
059600            GO TO 2000-TRAITER-EXIT
059700     END-READ
059800     ADD 1 TO WS-NB-LUS

059900     IF NOT STS-CLT-SUSPENDU AND NOT STS-CLT-DECEDE
060000        GO TO 2000-TRAITER-EXIT
060100     END-IF
060200     ADD 1 TO WS-NB-EXAMINES

060300     PERFORM 2100-DATE-DEPART THRU 2100-DATE-DEPART-EXIT
060400     IF WS-DATE-DEPART = ZERO
060500        MOVE 'DATE DE DEPART INTROUVABLE' TO WS-MOTIF-ANO
060600        PERFORM 2900-ANOMALIE
060700        GO TO 2000-TRAITER-EXIT
060800     END-IF

060900     MOVE WS-DATE-DEPART TO WS-DATE-CALC
061000     IF WS-TYPE-DESH = 'D'
061100        ADD WS-DUREE-DECES TO WS-DC-AAAA
061200     ELSE
061300        ADD WS-DUREE-ORDINAIRE TO WS-DC-AAAA
061400     END-IF
061500     PERFORM 7000-AJUSTER-FIN-MOIS
061600     MOVE WS-DATE-CALC TO WS-DATE-ECHEANCE

061700     MOVE ID-CPTE TO DSH-ID-CPTE
061800     MOVE 'O' TO WS-DSH-EXISTE
061900     READ FDESHER
062000         INVALID KEY
062100            MOVE 'N' TO WS-DSH-EXISTE
062200     END-READ

062300*    CLOTURE DEJA DEMANDEE OU SOLDE DEJA VERSE : LE
062400*    PASSAGE T ET PARTI16 EN ONT LA CHARGE
062500     IF DSH-EXISTE
062600        AND (DSH-CLOTURE-DEMANDEE OR DSH-VERSE)
062700        GO TO 2000-TRAITER-EXIT
062800     END-IF

062900     IF DSH-EXISTE AND DSH-AVISE
063000*       UN MOUVEMENT DU CLIENT DEPUIS L'AVIS DEPLACE LA
063100*       DATE DE DEPART : LE COMPTE EST RECLAME
063200        IF WS-DATE-DEPART NOT = DSH-DATE-DEPART
063300           PERFORM 3300-RECLAMER
063400        ELSE
063500           IF WS-DATE-ECHEANCE > WS-DATE-JOUR
063600              OR DSH-DATE-AVIS > WS-DATE-AVIS-MUR
063700              ADD 1 TO WS-NB-EN-ATTENTE
063800           ELSE
063900              PERFORM 3200-DEMANDER-CLOTURE
064000                 THRU 3200-DEMANDER-CLOTURE-EXIT
064100           END-IF
064200           GO TO 2000-TRAITER-EXIT
064300        END-IF
064400     END-IF

064500     IF WS-DATE-ECHEANCE > WS-DATE-LIMITE-AVIS
064600        GO TO 2000-TRAITER-EXIT
064700     END-IF
064800     PERFORM 3100-AVISER THRU 3100-AVISER-EXIT
064900     .
065000 2000-TRAITER-EXIT.
065100     EXIT.
065200*----------------------*
065300 2100-DATE-DEPART.
065400*----------------------*
065500*    CLIENT RATTACHE PAR LA CLE SECONDAIRE DE FCLICPT :
065600*    ADRESSE DE L'AVIS, DATE DU DECES, DATE D'OUVERTURE
065700     MOVE ZERO TO WS-DATE-DEPART
065800     MOVE ZERO TO WS-DATE-OUVERTURE
065900     MOVE 'N'  TO WS-CLIENT-TROUVE
066000     MOVE ID-CPTE TO XRF-ID-CPTE
066100     READ FXREF KEY IS XRF-ID-CPTE
066200         INVALID KEY
066300            MOVE ZERO TO XRF-NUMERO
066400         NOT INVALID KEY
066500            MOVE XRF-DATE-OUVERTURE TO WS-DATE-OUVERTURE
066600            MOVE XRF-NUMERO TO E-NUMERO
066700            READ FCLI
066800                NOT INVALID KEY
066900                   MOVE 'O' TO WS-CLIENT-TROUVE
067000            END-READ
067100     END-READ

067200*    TITULAIRE DECEDE : LE DELAI COURT DU DECES
067300     IF STS-CLT-DECEDE
067400        MOVE 'D' TO WS-TYPE-DESH
067500        IF CLIENT-TROUVE
067600           AND E-DATE-DECES NUMERIC
067700           MOVE E-DATE-DECES TO WS-DATE-DEPART
067800        END-IF
067900        GO TO 2100-DATE-DEPART-EXIT
068000     END-IF

068100*    COMPTE INACTIF : DERNIER MOUVEMENT A L'INITIATIVE
068200*    DU CLIENT, COMME POUR LA MISE EN DORMANCE (PARTI35) ;
068300*    SANS MOUVEMENT, LA DATE D'OUVERTURE DU COMPTE
068400     MOVE 'O' TO WS-TYPE-DESH
068500     PERFORM 2200-DERNIER-MVT
068600     IF WS-DERNIER-MVT > ZERO
068700        MOVE WS-DERNIER-MVT TO WS-DATE-DEPART
068800     ELSE
068900        MOVE WS-DATE-OUVERTURE TO WS-DATE-DEPART
069000     END-IF
069100     .
069200 2100-DATE-DEPART-EXIT.
069300     EXIT.
069400*----------------------*
069500 2200-DERNIER-MVT.
069600*----------------------*
069700*    LES ECRITURES DE FIN DE MOIS (I/F), LES
069800*    REMBOURSEMENTS DE FRAIS (G) ET LES MOUVEMENTS
069900*    ANNULES NE COMPTENT PAS
070000     MOVE ZERO TO WS-DERNIER-MVT
070100     MOVE 'N'  TO WS-FIN-FHST
070200     MOVE ID-CPTE TO HST-ID-CPTE
070300     MOVE ZERO    TO HST-SEQ
070400     START FHST KEY IS NOT LESS THAN HST-CLE
070500         INVALID KEY
070600            MOVE 'Y' TO WS-FIN-FHST
070700     END-START
070800     PERFORM 2210-LIRE-MVT
070900         UNTIL FIN-FHST
071000     .
071100*----------------------*
071200 2210-LIRE-MVT.
071300*----------------------*
071400     READ FHST NEXT RECORD
071500         AT END
071600            MOVE 'Y' TO WS-FIN-FHST
071700     END-READ
071800     IF FIN-FHST
071900        CONTINUE
072000     ELSE
072100        IF HST-ID-CPTE NOT = ID-CPTE
072200           MOVE 'Y' TO WS-FIN-FHST
072300        ELSE
072400           IF HST-CODE NOT = 'I' AND NOT = 'F'
072500                           AND NOT = 'G'
072600              AND NOT HST-ANNULEE
072700              AND HST-DATE > WS-DERNIER-MVT
072800              MOVE HST-DATE TO WS-DERNIER-MVT
072900           END-IF
073000        END-IF
073100     END-IF
073200     .
073300*----------------------*
073400 2900-ANOMALIE.
073500*----------------------*
073600     ADD 1 TO WS-NB-ANOMALIES
073700     MOVE ID-CPTE        TO LA-CPTE
073800     MOVE WS-MOTIF-ANO   TO LA-MOTIF
073900     MOVE LIGNE-ANOMALIE TO REC-DESHERRP
074000     WRITE REC-DESHERRP
074100     .
074200*----------------------*
074300 2950-LIGNE-DETAIL.
074400*----------------------*
074500     MOVE DSH-ID-CPTE    TO LD-CPTE
074600     MOVE DSH-TYPE       TO LD-TYPE
074700     MOVE WS-ACTION      TO LD-ACTION
074800     MOVE DSH-DATE-ECHEANCE TO LD-ECHEANCE
074900     MOVE DSH-MONTANT    TO LD-MONTANT
075000     MOVE DSH-DEVISE     TO LD-DEVISE
075100     MOVE LIGNE-DETAIL   TO REC-DESHERRP
075200     WRITE REC-DESHERRP
075300     .
075400*----------------------*
075500 3100-AVISER.
075600*----------------------*
075700*    ENTREE DU REGISTRE (NOUVELLE, OU COMPTE RECLAME
075800*    PUIS RETOMBE EN DESHERENCE) : IDENTITE DU TITULAIRE
075900*    PRISE DE FCLIENTS, A DEFAUT DE CLIENT.DAT
076000     MOVE ID-CPTE TO DSH-ID-CPTE
076100     IF CLIENT-TROUVE
076200        MOVE E-NUMERO    TO DSH-NUMERO
076300        MOVE E-NOM-CLI   TO DSH-NOM
076400        MOVE E-PNM-CLI   TO DSH-PRN
076500        MOVE E-ADR-CLI   TO DSH-ADR
076600        MOVE E-CODEP-CLI TO DSH-CODEP
076700        MOVE E-VILLE-CLI TO DSH-VILLE
076800     ELSE
076900        MOVE ZERO        TO DSH-NUMERO
077000        MOVE NOM-CLT     TO DSH-NOM
077100        MOVE PRN-CLT     TO DSH-PRN
077200        MOVE ADR-CLT     TO DSH-ADR
077300        MOVE SPACE       TO DSH-CODEP
077400        MOVE SPACE       TO DSH-VILLE
077500     END-IF
077600     MOVE DTN-CLT          TO DSH-DTN
077700     MOVE WS-TYPE-DESH     TO DSH-TYPE
077800     MOVE WS-DATE-DEPART   TO DSH-DATE-DEPART
077900     MOVE WS-DATE-ECHEANCE TO DSH-DATE-ECHEANCE
078000     MOVE WS-DATE-JOUR     TO DSH-DATE-AVIS
078100     MOVE ZERO             TO DSH-DATE-CLOTURE
078200     MOVE ZERO             TO DSH-DATE-VERSEMENT
078300     IF SLD-CLT > ZERO
078400        MOVE SLD-CLT       TO DSH-MONTANT
078500     ELSE
078600        MOVE ZERO          TO DSH-MONTANT
078700     END-IF
078800     MOVE DEV-CLT          TO DSH-DEVISE
078900     MOVE 'A'              TO DSH-STATUT
079000     MOVE 'N'              TO DSH-AVIS-NPAI
079100     MOVE SPACE            TO DSH-REGISTRE(170:31)

079200*    SANS ADRESSE EXPLOITABLE, L'AVIS EST TENU POUR
079300*    ENVOYE MAIS L'AGENCE DOIT RECHERCHER LE TITULAIRE
079400     IF NOT CLIENT-TROUVE
079500        OR E-COURRIER-RETOURNE
079600        MOVE 'O' TO DSH-AVIS-NPAI
079700        ADD 1 TO WS-NB-SANS-ADRESSE
079800        MOVE 'AVIS SANS ADRESSE      ' TO WS-ACTION
079900     ELSE
080000        PERFORM 3110-ECRIRE-LETTRE
080100        MOVE 'AVIS ENVOYE            ' TO WS-ACTION
080200     END-IF

080300     IF DSH-EXISTE
080400        REWRITE DSH-REGISTRE
080500            INVALID KEY
080600               MOVE 'REWRITE FDESHER IMPOSSIBLE'
080700                 TO WS-MOTIF-ANO
080800               PERFORM 2900-ANOMALIE
080900               GO TO 3100-AVISER-EXIT
081000        END-REWRITE
081100     ELSE
081200        WRITE DSH-REGISTRE
081300            INVALID KEY
081400               MOVE 'WRITE FDESHER IMPOSSIBLE'
081500                 TO WS-MOTIF-ANO
081600               PERFORM 2900-ANOMALIE
081700               GO TO 3100-AVISER-EXIT
081800        END-WRITE
081900     END-IF
082000     ADD 1 TO WS-NB-AVIS
082100     PERFORM 2950-LIGNE-DETAIL
082200     .
082300 3100-AVISER-EXIT.
082400     EXIT.
082500*----------------------*
082600 3110-ECRIRE-LETTRE.
082700*----------------------*
082800*    DATE A PARTIR DE LAQUELLE LE SOLDE PEUT ETRE VERSE :
082900*    L'ECHEANCE LEGALE, MAIS JAMAIS MOINS DE SIX MOIS
083000*    APRES L'AVIS
083100     IF WS-DATE-ECHEANCE > WS-DATE-PLUS-6M
083200        MOVE WS-DATE-ECHEANCE TO WS-DATE-CLOTURE-PREVUE
083300     ELSE
083400        MOVE WS-DATE-PLUS-6M  TO WS-DATE-CLOTURE-PREVUE
083500     END-IF
083600     MOVE WS-DATE-CLOTURE-PREVUE TO WS-DATE-CALC
083700     MOVE WS-DC-JJ   TO WS-DL-JJ
083800     MOVE WS-DC-MM   TO WS-DL-MM
083900     MOVE WS-DC-AAAA TO WS-DL-AAAA

084000     MOVE ID-CPTE        TO E-FUS-COMPTE
084100     MOVE SPACE          TO E-FUS-VALEUR
084200     MOVE WS-DATE-LETTRE TO E-FUS-VALEUR

084300     MOVE SPACE    TO REC-LETDESH
084400     MOVE E-CLIENT TO REC-LETDESH
084500     WRITE REC-LETDESH
084600     ADD 1 TO WS-NB-LETTRES
084700     .
084800*----------------------*
084900 3200-DEMANDER-CLOTURE.
085000*----------------------*
085100*    UN SOLDE DEBITEUR NE SE VERSE PAS AU FONDS : LE
085200*    COMPTE DOIT ETRE REGULARISE PAR L'AGENCE
085300     IF SLD-CLT < ZERO
085400        MOVE 'SOLDE DEBITEUR - CLOTURE NON DEMANDEE'
085500          TO WS-MOTIF-ANO
085600        PERFORM 2900-ANOMALIE
085700        GO TO 3200-DEMANDER-CLOTURE-EXIT
085800     END-IF

085900*    CLOTURE PAR LE CIRCUIT AUDITE DE PARTI16 : LE SOLDE
086000*    PART SUR TRFETAT.DAT (DISPOSITION E)
086100     MOVE SPACE          TO REC-STC
086200     MOVE ID-CPTE        TO STC-ID-CPTE
086300     MOVE 'F'            TO STC-NOUV-STS
086400     MOVE 'DE'           TO STC-CODE-MOTIF
086500     MOVE WS-DATE-JOUR   TO STC-DATE-EFFET
086600     MOVE 'E'            TO STC-DISPOSITION
086700     MOVE SPACE          TO STC-CPTE-CIBLE
086800     MOVE WS-DATE-DEPART TO STC-DATE-DEPART
086900     MOVE DSH-TYPE       TO STC-TYPE-DESH
087000     WRITE REC-STC

087100     MOVE WS-DATE-JOUR TO DSH-DATE-CLOTURE
087200     MOVE SLD-CLT      TO DSH-MONTANT
087300     MOVE DEV-CLT      TO DSH-DEVISE
087400     MOVE 'C'          TO DSH-STATUT
087500     REWRITE DSH-REGISTRE
087600         INVALID KEY
087700            MOVE 'REWRITE FDESHER IMPOSSIBLE' TO WS-MOTIF-ANO
087800            PERFORM 2900-ANOMALIE
087900            GO TO 3200-DEMANDER-CLOTURE-EXIT
088000     END-REWRITE
088100     ADD 1 TO WS-NB-CLOTURES
088200     ADD SLD-CLT TO WS-TOTAL-CLOTURES
088300     MOVE 'CLOTURE DEMANDEE       ' TO WS-ACTION
088400     PERFORM 2950-LIGNE-DETAIL
088500     .
088600 3200-DEMANDER-CLOTURE-EXIT.
088700     EXIT.
088800*----------------------*
088900 3300-RECLAMER.
089000*----------------------*
089100     MOVE 'R' TO DSH-STATUT
089200     REWRITE DSH-REGISTRE
089300         INVALID KEY
089400            MOVE 'REWRITE FDESHER IMPOSSIBLE' TO WS-MOTIF-ANO
089500            PERFORM 2900-ANOMALIE
089600     END-REWRITE
089700     ADD 1 TO WS-NB-RECLAMES
089800     MOVE 'RECLAME                ' TO WS-ACTION
089900     PERFORM 2950-LIGNE-DETAIL
090000     .
090100*----------------------*
090200 5000-BALAYER-REGISTRE.
090300*----------------------*
090400*    RELECTURE COMPLETE DU REGISTRE APRES LE PASSAGE
090500*    PRINCIPAL
090600     MOVE 'N' TO WS-FIN-FDESHER
090700     MOVE LOW-VALUE TO DSH-ID-CPTE
090800     START FDESHER KEY IS NOT LESS THAN DSH-ID-CPTE
090900         INVALID KEY
091000            MOVE 'Y' TO WS-FIN-FDESHER
091100     END-START
091200     .
091300*----------------------*
091400 5100-CONTROLER-AVIS.
091500*----------------------*
091600*    UN COMPTE AVISE QUI N'EST PLUS SUSPENDU NI DECEDE
091700*    (REACTIVE, OU CLOS PAR SON TITULAIRE) EST RECLAME
091800     READ FDESHER NEXT RECORD
091900         AT END
092000            MOVE 'Y' TO WS-FIN-FDESHER
092100            GO TO 5100-CONTROLER-EXIT
092200     END-READ
092300     IF NOT DSH-AVISE
092400        GO TO 5100-CONTROLER-EXIT
092500     END-IF
092600     MOVE DSH-ID-CPTE TO ID-CPTE
092700     READ FCLT KEY IS ID-CPTE
092800         INVALID KEY
092900            MOVE 'COMPTE DU REGISTRE INCONNU' TO WS-MOTIF-ANO
093000            PERFORM 2900-ANOMALIE
093100            GO TO 5100-CONTROLER-EXIT
093200     END-READ
093300     IF NOT STS-CLT-SUSPENDU AND NOT STS-CLT-DECEDE
093400        PERFORM 3300-RECLAMER
093500     END-IF
093600     .
093700 5100-CONTROLER-EXIT.
093800     EXIT.
093900*----------------------*
094000 6000-TRAITER-VERSEMENT.
094100*----------------------*
094200     READ FTRFETAT
094300         AT END
094400            MOVE 'Y' TO WS-FIN-FTRFETAT
094500            GO TO 6000-TRAITER-EXIT
094600     END-READ
094700     IF REC-TRFETAT = SPACE
094800        GO TO 6000-TRAITER-EXIT
094900     END-IF
095000     ADD 1 TO WS-NB-LUS

095100*    LE SOLDE A QUITTE LE COMPTE : LA LIGNE PART AU FONDS
095200*    MEME SI LE REGISTRE NE LA CONNAIT PAS (ANOMALIE,
095300*    L'ENTREE EST ALORS CREEE)
095400     MOVE TRE-ID-CPTE TO DSH-ID-CPTE
095500     MOVE 'O' TO WS-DSH-EXISTE
095600     READ FDESHER
095700         INVALID KEY
095800            MOVE 'N' TO WS-DSH-EXISTE
095900     END-READ
096000     IF NOT DSH-EXISTE
096100        MOVE TRE-ID-CPTE TO ID-CPTE
096200        MOVE 'VERSEMENT HORS REGISTRE' TO WS-MOTIF-ANO
096300        PERFORM 2900-ANOMALIE
096400        MOVE SPACE           TO DSH-REGISTRE
096500        MOVE TRE-ID-CPTE     TO DSH-ID-CPTE
096600        MOVE ZERO            TO DSH-NUMERO
096700        MOVE TRE-NOM         TO DSH-NOM
096800        MOVE TRE-PRN         TO DSH-PRN
096900        MOVE TRE-DTN         TO DSH-DTN
097000        MOVE TRE-TYPE        TO DSH-TYPE
097100        MOVE TRE-DATE-DEPART TO DSH-DATE-DEPART
097200        MOVE ZERO            TO DSH-DATE-ECHEANCE
097300        MOVE ZERO            TO DSH-DATE-AVIS
097400        MOVE TRE-DATE        TO DSH-DATE-CLOTURE
097500        MOVE 'N'             TO DSH-AVIS-NPAI
097600     END-IF
097700     MOVE TRE-DATE    TO DSH-DATE-VERSEMENT
097800     MOVE TRE-MONTANT TO DSH-MONTANT
097900     MOVE TRE-DEVISE  TO DSH-DEVISE
098000     MOVE 'T'         TO DSH-STATUT
098100     IF DSH-EXISTE
098200        REWRITE DSH-REGISTRE
098300            INVALID KEY
098400               MOVE 'REWRITE FDESHER IMPOSSIBLE'
098500                 TO WS-MOTIF-ANO
098600               PERFORM 2900-ANOMALIE
098700        END-REWRITE
098800     ELSE
098900        WRITE DSH-REGISTRE
099000            INVALID KEY
099100               MOVE 'WRITE FDESHER IMPOSSIBLE'
099200                 TO WS-MOTIF-ANO
099300               PERFORM 2900-ANOMALIE
099400        END-WRITE
099500     END-IF

099600     MOVE REC-TRFETAT TO REC-FVERSEM
099700     WRITE REC-FVERSEM
099800     ADD 1 TO WS-NB-VERSES
099900     ADD TRE-MONTANT TO WS-TOTAL-VERSE
100000     MOVE 'VERSE AU FONDS         ' TO WS-ACTION
100100     PERFORM 2950-LIGNE-DETAIL
100200     .
100300 6000-TRAITER-EXIT.
100400     EXIT.
100500*----------------------*
100600 6500-CONTROLER-CLOTURE.
100700*----------------------*
100800*    CLOTURE DEMANDEE SANS LIGNE DE VERSEMENT : COMPTE
100900*    CLOS A SOLDE NUL (RIEN A VERSER), SINON PARTI16 A
101000*    REFUSE LA CARTE ET L'AGENCE DOIT INTERVENIR
101100     READ FDESHER NEXT RECORD
101200         AT END
101300            MOVE 'Y' TO WS-FIN-FDESHER
101400            GO TO 6500-CONTROLER-EXIT
101500     END-READ
101600     IF NOT DSH-CLOTURE-DEMANDEE
101700        GO TO 6500-CONTROLER-EXIT
101800     END-IF
101900     MOVE DSH-ID-CPTE TO ID-CPTE
102000     READ FCLT KEY IS ID-CPTE
102100         INVALID KEY
102200            MOVE 'COMPTE DU REGISTRE INCONNU' TO WS-MOTIF-ANO
102300            PERFORM 2900-ANOMALIE
102400            GO TO 6500-CONTROLER-EXIT
102500     END-READ
102600     IF NOT STS-CLT-FERME OR SLD-CLT NOT = ZERO
102700        MOVE 'CLOTURE NON APPLIQUEE PAR PARTI16'
102800          TO WS-MOTIF-ANO
102900        PERFORM 2900-ANOMALIE
103000        GO TO 6500-CONTROLER-EXIT
103100     END-IF
103200     MOVE WS-DATE-JOUR TO DSH-DATE-VERSEMENT
103300     MOVE ZERO         TO DSH-MONTANT
103400     MOVE 'T'          TO DSH-STATUT
103500     REWRITE DSH-REGISTRE
103600         INVALID KEY
103700            MOVE 'REWRITE FDESHER IMPOSSIBLE' TO WS-MOTIF-ANO
103800            PERFORM 2900-ANOMALIE
103900            GO TO 6500-CONTROLER-EXIT
104000     END-REWRITE
104100     ADD 1 TO WS-NB-SANS-SOLDE
104200     MOVE 'CLOS SANS SOLDE        ' TO WS-ACTION
104300     PERFORM 2950-LIGNE-DETAIL
104400     .
104500 6500-CONTROLER-EXIT.
104600     EXIT.
104700*----------------------*
104800 7000-AJUSTER-FIN-MOIS.
104900*----------------------*
105000*    JOUR RAMENE AU DERNIER JOUR DU MOIS CALCULE (LE
105100*    29/02 DONNE LE 28/02 D'UNE ANNEE ORDINAIRE)
105200     EVALUATE WS-DC-MM
105300        WHEN 2
105400           IF WS-DC-JJ > 28
105500              MOVE 28 TO WS-DC-JJ
105600           END-IF
105700        WHEN 4
105800        WHEN 6
105900        WHEN 9
106000        WHEN 11
106100           IF WS-DC-JJ > 30
106200              MOVE 30 TO WS-DC-JJ
106300           END-IF
106400        WHEN OTHER
106500           CONTINUE
106600     END-EVALUATE
106700     .
106800*----------------------*
106900 8000-TERMINER-AVIS.
107000*----------------------*
107100*    FIN DE CONTROLE : NOMBRE D'IMAGES ECRITES
107200     MOVE 'T'           TO CTL-FONCTION
107300     MOVE WS-NB-LETTRES TO CTL-COMPTEUR
107400     MOVE ZERO          TO CTL-HASH
107500     CALL 'pgctlfic' USING CTL-COMMUN
107600     MOVE SPACE     TO REC-LETDESH
107700     MOVE CTL-ENREG TO REC-LETDESH(1:53)
107800     WRITE REC-LETDESH

107900     MOVE 'COMPTES LUS                   ' TO LTO-LIBELLE
108000     MOVE WS-NB-LUS TO LTO-NB
108100     PERFORM 8900-LIGNE-TOTAL
108200     MOVE 'COMPTES SUSPENDUS OU DECEDES  ' TO LTO-LIBELLE
108300     MOVE WS-NB-EXAMINES TO LTO-NB
108400     PERFORM 8900-LIGNE-TOTAL
108500     MOVE 'AVIS                          ' TO LTO-LIBELLE
108600     MOVE WS-NB-AVIS TO LTO-NB
108700     PERFORM 8900-LIGNE-TOTAL
108800     MOVE '  DONT LETTRES A EDITER       ' TO LTO-LIBELLE
108900     MOVE WS-NB-LETTRES TO LTO-NB
109000     PERFORM 8900-LIGNE-TOTAL
109100     MOVE '  DONT SANS ADRESSE (AGENCE)  ' TO LTO-LIBELLE
109200     MOVE WS-NB-SANS-ADRESSE TO LTO-NB
109300     PERFORM 8900-LIGNE-TOTAL
109400     MOVE 'AVIS EN COURS DE DELAI        ' TO LTO-LIBELLE
109500     MOVE WS-NB-EN-ATTENTE TO LTO-NB
109600     PERFORM 8900-LIGNE-TOTAL
109700     MOVE 'CLOTURES DEMANDEES            ' TO LTO-LIBELLE
109800     MOVE WS-NB-CLOTURES TO LTO-NB
109900     PERFORM 8900-LIGNE-TOTAL
110000     MOVE 'COMPTES RECLAMES              ' TO LTO-LIBELLE
110100     MOVE WS-NB-RECLAMES TO LTO-NB
110200     PERFORM 8900-LIGNE-TOTAL
110300     MOVE 'ANOMALIES                     ' TO LTO-LIBELLE
110400     MOVE WS-NB-ANOMALIES TO LTO-NB
110500     PERFORM 8900-LIGNE-TOTAL
110600     MOVE 'SOLDES A VERSER               ' TO LTM-LIBELLE
110700     MOVE WS-TOTAL-CLOTURES TO LTM-MONTANT
110800     MOVE LIGNE-MONTANT TO REC-DESHERRP
110900     WRITE REC-DESHERRP

111000     CLOSE FCLT
111100     CLOSE FHST
111200     CLOSE FXREF
111300     CLOSE FCLI
111400     CLOSE FDESHER
111500     CLOSE FSTC
111600     CLOSE LETDESH
111700     CLOSE DESHERRP

111800     DISPLAY 'DESHER - COMPTES EXAMINES     : ' WS-NB-EXAMINES
111900     DISPLAY 'DESHER - AVIS                 : ' WS-NB-AVIS
112000     DISPLAY 'DESHER - CLOTURES DEMANDEES   : ' WS-NB-CLOTURES
112100     DISPLAY 'DESHER - COMPTES RECLAMES     : ' WS-NB-RECLAMES
112200     DISPLAY 'DESHER - ANOMALIES            : ' WS-NB-ANOMALIES

112300     IF WS-NB-ANOMALIES > ZERO OR WS-NB-SANS-ADRESSE > ZERO
112400        MOVE 4 TO RETURN-CODE
112500     END-IF

112600     MOVE 'F' TO RL-FONCTION
112700     MOVE 'DESHER' TO RL-PROG
112800     MOVE WS-NB-LUS TO RL-LUS
112900     COMPUTE RL-ECRITS = WS-NB-AVIS + WS-NB-CLOTURES
113000     MOVE WS-NB-ANOMALIES TO RL-REJETES
113100     MOVE RETURN-CODE TO RL-RC
113200     CALL 'pgrunlog' USING RL-COMMUN
113300     .
113400*----------------------*
113500 8500-TERMINER-VERSEMENT.
113600*----------------------*
113700*    FIN DE CONTROLE : NOMBRE DE LIGNES ET TOTAL VERSE
113800     MOVE 'T'            TO CTL-FONCTION
113900     MOVE WS-NB-VERSES   TO CTL-COMPTEUR
114000     MOVE WS-TOTAL-VERSE TO CTL-HASH
114100     CALL 'pgctlfic' USING CTL-COMMUN
114200     MOVE SPACE     TO REC-FVERSEM
114300     MOVE CTL-ENREG TO REC-FVERSEM(1:53)
114400     WRITE REC-FVERSEM

114500     MOVE 'LIGNES DE VERSEMENT           ' TO LTO-LIBELLE
114600     MOVE WS-NB-VERSES TO LTO-NB
114700     PERFORM 8900-LIGNE-TOTAL
114800     MOVE 'COMPTES CLOS SANS SOLDE       ' TO LTO-LIBELLE
114900     MOVE WS-NB-SANS-SOLDE TO LTO-NB
115000     PERFORM 8900-LIGNE-TOTAL
115100     MOVE 'ANOMALIES                     ' TO LTO-LIBELLE
115200     MOVE WS-NB-ANOMALIES TO LTO-NB
115300     PERFORM 8900-LIGNE-TOTAL
115400     MOVE 'TOTAL VERSE AU FONDS          ' TO LTM-LIBELLE
115500     MOVE WS-TOTAL-VERSE TO LTM-MONTANT
115600     MOVE LIGNE-MONTANT TO REC-DESHERRP
115700     WRITE REC-DESHERRP

115800     CLOSE FCLT
115900     CLOSE FDESHER
116000     CLOSE FTRFETAT
116100     CLOSE FVERSEM
116200     CLOSE DESHERRP

116300     DISPLAY 'DESHER - LIGNES VERSEES       : ' WS-NB-VERSES
116400     DISPLAY 'DESHER - TOTAL VERSE          : ' WS-TOTAL-VERSE
116500     DISPLAY 'DESHER - ANOMALIES            : ' WS-NB-ANOMALIES

116600     IF WS-NB-ANOMALIES > ZERO
116700        MOVE 4 TO RETURN-CODE
116800     END-IF

116900     MOVE 'F' TO RL-FONCTION
117000     MOVE 'DESHER' TO RL-PROG
117100     MOVE WS-NB-LUS TO RL-LUS
117200     COMPUTE RL-ECRITS = WS-NB-VERSES + WS-NB-SANS-SOLDE
117300     MOVE WS-NB-ANOMALIES TO RL-REJETES
117400     MOVE RETURN-CODE TO RL-RC
117500     CALL 'pgrunlog' USING RL-COMMUN
117600     .
117700*----------------------*
117800 8900-LIGNE-TOTAL.
117900*----------------------*
118000     MOVE LIGNE-TOTAL TO REC-DESHERRP
118100     WRITE REC-DESHERRP
118200     .

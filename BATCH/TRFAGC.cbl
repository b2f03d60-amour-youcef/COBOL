000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    TRFAGC.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - TRANSFERT DU PORTEFEUILLE
001400*                   D'UNE AGENCE QUI FERME (JCL TRFAGC,
001500*                   AVANT LA CARTE F D'AGENCE). LA CARTE T
001600*                   DONNE LA REGION, L'AGENCE CEDANTE ET
001700*                   L'AGENCE PRENEUSE PAR DEFAUT ; EN CAS
001800*                   DE PARTAGE, LES CARTES C (COMPTE) ET O
001900*                   (OPERATEUR) DESIGNENT UNE AUTRE
002000*                   PRENEUSE DE LA MEME REGION. SONT
002100*                   TRANSFERES : LE CODE AGENCE DES
002200*                   COMPTES (JOURNAL JRNBATCH, AGENCE
002300*                   AVANT/APRES REJOUEE PAR ROLLFWD), LES
002400*                   PROFILS OPERATEURS RATTACHES - LEUR
002500*                   TIROIR ET LEUR PORTEFEUILLE DE
002600*                   CONSEILLER LES SUIVENT (AUDIT FAUDOPE
002700*                   EVENEMENT A) - ET L'ENCAISSE DU COFFRE
002800*                   (REMISE DU COFFRE CEDANT, LIVRAISON
002900*                   DU COFFRE PRENEUR, PISTE FMVTCOF).
003000*                   REFUS COMPLET (RC 8) SI UN TIROIR DE
003100*                   L'AGENCE EST OUVERT OU SI LE COFFRE N'A
003200*                   PAS ETE ARRETE PAR COFEOD. L'ETAT DE
003300*                   PASSATION LISTE LES COMPTES, LES
003400*                   SOLDES, LES OPERATEURS ET LES SUSPENS
003500*                   EN COURS (SUSPMVT) POUR LES DIRECTEURS
003600*                   DES AGENCES CEDANTE ET PRENEUSE(S).
003700*                   RC 4 SI UNE CARTE C OU O EST REJETEE.
003800*--------------------------------------------------------
003900*
004000*======================================================*
004100*   E N V I R O N M E N T       D I V I S I O N        *
004200*======================================================*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-390.
004600 OBJECT-COMPUTER. IBM-390.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT FAGENCE    ASSIGN TO FAGENCE
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS AG-CLE
005300         FILE STATUS IS WS-FS-FAGENCE.

005400     SELECT FCLT       ASSIGN TO FCLT
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS ID-CPTE
005800         FILE STATUS IS WS-FS-FCLT.

005900     SELECT FOPERAT    ASSIGN TO FOPERAT
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS O-OPID
006300         FILE STATUS IS WS-FS-FOPERAT.

006400     SELECT FCAISSE    ASSIGN TO FCAISSE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS CAI-OPID
006800         FILE STATUS IS WS-FS-FCAISSE.

006900     SELECT FCOFFRE    ASSIGN TO FCOFFRE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS CF-CLE
007300         FILE STATUS IS WS-FS-FCOFFRE.

007400     SELECT FMVTCOF    ASSIGN TO FMVTCOF
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS WS-FS-FMVTCOF.

007700     SELECT FJRN       ASSIGN TO FJRN
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS WS-FS-FJRN.

008000     SELECT FAUDOPE    ASSIGN TO FAUDOPE
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS WS-FS-FAUDOPE.

008300     SELECT FSUS       ASSIGN TO FSUS
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS WS-FS-FSUS.

008600     SELECT TRFCARTE   ASSIGN TO TRFCARTE
008700         ORGANIZATION IS SEQUENTIAL
008800         FILE STATUS IS WS-FS-TRFCARTE.

008900     SELECT TRFAGCRP   ASSIGN TO TRFAGCRP
009000         ORGANIZATION IS SEQUENTIAL
009100         FILE STATUS IS WS-FS-TRFAGCRP.
009200*
009300*======================================================*
009400*           D A T A         D I V I S I O N            *
009500*======================================================*
009600 DATA DIVISION.
009700 FILE SECTION.
009800*
009900 FD  FAGENCE
010000     RECORD CONTAINS 80 CHARACTERS.
010100     COPY FAGENCE.
010200*
010300 FD  FCLT
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  REC-CLT.
010600     05  ID-CPTE    PIC X(08).
010700     05  ID-REGION  PIC X(02).
010800     05  NAT-CPTE   PIC 9(02).
010900     05  NOM-CLT    PIC X(10).
011000     05  PRN-CLT    PIC X(10).
011100     05  DTN-CLT    PIC 9(08).
011200     05  SEX-CLT    PIC X(01).
011300     05  ACP-CLT    PIC X(02).
011400     05  STS-CLT    PIC X(01).
011500     05  ADR-CLT    PIC X(10).
011600     05  SLD-CLT    PIC S9(08)V99.
011700     05  PST-CLT    PIC X(02).
011800*    LE PIN (NON UTILISE ICI) PRECEDE LE DECOUVERT
011900*    AUTORISE DANS LE DESSIN PHYSIQUE
012000     05  FILLER     PIC X(04).
012100     05  DEC-CLT    PIC 9(06).
012200     05  DEV-CLT    PIC X(02).
012300     05  AGC-CLT    PIC X(02).
012400*
012500 FD  FOPERAT
012600     RECORD CONTAINS 100 CHARACTERS.
012700     COPY FOPERAT.
012800*
012900 FD  FCAISSE
013000     RECORD CONTAINS 80 CHARACTERS.
013100     COPY FCAISSE.
013200*
013300 FD  FCOFFRE
013400     RECORD CONTAINS 400 CHARACTERS.
013500     COPY FCOFFRE.
013600*
013700 FD  FMVTCOF
013800     RECORD CONTAINS 80 CHARACTERS.
013900     COPY FMVTCOF.
014000*
014100 FD  FJRN
014200     RECORD CONTAINS 80 CHARACTERS.
014300 01  REC-JRN.
014400     05  JRN-DATE      PIC 9(08).
014500     05  JRN-PROG      PIC X(08).
014600     05  JRN-ID-CPTE   PIC X(08).
014700     05  JRN-SLD-AVANT PIC S9(08)V99.
014800     05  JRN-SLD-APRES PIC S9(08)V99.
014900     05  JRN-STS-AVANT PIC X(01).
015000     05  JRN-STS-APRES PIC X(01).
015100     05  JRN-DEC-AVANT PIC 9(06).
015200     05  JRN-DEC-APRES PIC 9(06).
015300*    CODE AGENCE AVANT/APRES : SEUL LE TRANSFERT DE
015400*    PORTEFEUILLE (TRFAGC) LES RENSEIGNE
015500     05  JRN-AGC-AVANT PIC X(02).
015600     05  JRN-AGC-APRES PIC X(02).
015700     05  FILLER        PIC X(18).
015800*
015900 FD  FAUDOPE
016000     RECORD CONTAINS 60 CHARACTERS.
016100     COPY FAUDOPE.
016200*
016300 FD  FSUS
016400     RECORD CONTAINS 90 CHARACTERS.
016500 01  REC-SUS.
016600     05  SUS-MOTIF       PIC X(02).
016700     05  SUS-DATE-ENTREE PIC 9(08).
016800     05  SUS-MVT.
016900        10  SUS-ID-CPTE     PIC X(08).
017000        10  SUS-CODE        PIC X(01).
017100        10  SUS-MONTANT     PIC 9(08)V99.
017200        10  FILLER          PIC X(61).
017300*
017400*    CARTE T : REGION (2-3), AGENCE CEDANTE (4-5), AGENCE
017500*    PRENEUSE PAR DEFAUT (6-7). CARTES C ET O (PARTAGE) :
017600*    AGENCE PRENEUSE (6-7) ET COMPTE OU OPERATEUR (8-15)
017700 FD  TRFCARTE
017800     RECORD CONTAINS 80 CHARACTERS.
017900 01  REC-CARTE.
018000     05  CAR-TYPE        PIC X(01).
018100         88 CAR-TRANSFERT   VALUE 'T'.
018200         88 CAR-COMPTE      VALUE 'C'.
018300         88 CAR-OPERATEUR   VALUE 'O'.
018400     05  CAR-ID-REGION   PIC X(02).
018500     05  CAR-CEDANTE     PIC X(02).
018600     05  CAR-PRENEUSE    PIC X(02).
018700     05  CAR-OBJET       PIC X(08).
018800     05  FILLER          PIC X(65).
018900*
019000 FD  TRFAGCRP
019100     RECORD CONTAINS 132 CHARACTERS.
019200 01  REC-TRFAGCRP             PIC X(132).
019300*
019400*------------------------------------------------------*
019500 WORKING-STORAGE SECTION.
019600*------------------------------------------------------*
019700*
019800 01  WS-FS-FAGENCE            PIC X(02) VALUE SPACE.
019900     88 FS-FAGENCE-OK            VALUE '00'.
020000 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
020100     88 FS-FCLT-OK               VALUE '00'.
020200 01  WS-FS-FOPERAT            PIC X(02) VALUE SPACE.
020300     88 FS-FOPERAT-OK            VALUE '00'.
020400 01  WS-FS-FCAISSE            PIC X(02) VALUE SPACE.
020500     88 FS-FCAISSE-OK            VALUE '00'.
020600 01  WS-FS-FCOFFRE            PIC X(02) VALUE SPACE.
020700     88 FS-FCOFFRE-OK            VALUE '00'.
020800 01  WS-FS-FMVTCOF            PIC X(02) VALUE SPACE.
020900     88 FS-FMVTCOF-OK            VALUE '00'.
021000 01  WS-FS-FJRN               PIC X(02) VALUE SPACE.
021100     88 FS-FJRN-OK               VALUE '00'.
021200 01  WS-FS-FAUDOPE            PIC X(02) VALUE SPACE.
021300     88 FS-FAUDOPE-OK            VALUE '00'.
021400 01  WS-FS-FSUS               PIC X(02) VALUE SPACE.
021500     88 FS-FSUS-OK               VALUE '00'.
021600 01  WS-FS-TRFCARTE           PIC X(02) VALUE SPACE.
021700     88 FS-TRFCARTE-OK           VALUE '00'.
021800 01  WS-FS-TRFAGCRP           PIC X(02) VALUE SPACE.
021900     88 FS-TRFAGCRP-OK           VALUE '00'.
022000*
022100 01  WS-FIN-TRFCARTE          PIC X(01) VALUE 'N'.
022200     88 FIN-TRFCARTE             VALUE 'Y'.
022300 01  WS-FIN-FCLT              PIC X(01) VALUE 'N'.
022400     88 FIN-FCLT                 VALUE 'Y'.
022500 01  WS-FIN-FOPERAT           PIC X(01) VALUE 'N'.
022600     88 FIN-FOPERAT              VALUE 'Y'.
022700 01  WS-FIN-FSUS              PIC X(01) VALUE 'N'.
022800     88 FIN-FSUS                 VALUE 'Y'.
022900*
023000 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
023100 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
023200     05 WS-DJ-SS              PIC X(02).
023300     05 WS-DJ-AA              PIC X(02).
023400     05 WS-DJ-MM              PIC X(02).
023500     05 WS-DJ-JJ              PIC X(02).
023600 01  WS-JOUR-COURT            PIC X(08) VALUE SPACE.
023700 01  WS-HEURE-SYS             PIC 9(08) VALUE ZERO.
023800 01  WS-HEURE-SYS-X REDEFINES WS-HEURE-SYS.
023900     05 WS-HS-HH              PIC X(02).
024000     05 WS-HS-MM              PIC X(02).
024100     05 WS-HS-SS              PIC X(02).
024200     05 WS-HS-CC              PIC X(02).
024300 01  WS-HEURE-COURT           PIC X(08) VALUE SPACE.
024400 01  WS-HEURE-MVT             PIC 9(06) VALUE ZERO.
024500*
024600*    CARTE T : AGENCE CEDANTE ET PRENEUSE PAR DEFAUT
024700 01  WS-NB-CARTES-T           PIC 9(03) VALUE ZERO.
024800 01  WS-ID-REGION             PIC X(02) VALUE SPACE.
024900 01  WS-CEDANTE               PIC X(02) VALUE SPACE.
025000 01  WS-CEDANTE-NOM           PIC X(20) VALUE SPACE.
025100 01  WS-PRENEUSE-DEFAUT       PIC X(02) VALUE SPACE.
025200 01  WS-PRENEUSE              PIC X(02).
025300 01  WS-TRANSFERT-OK          PIC X(01) VALUE 'O'.
025400     88 TRANSFERT-OK             VALUE 'O'.
025500 01  WS-MOTIF-REJET           PIC X(50).
025600*
025700 01  WS-NB-CARTES             PIC 9(05) VALUE ZERO.
025800 01  WS-NB-CARTES-REJ         PIC 9(05) VALUE ZERO.
025900 01  WS-NB-COMPTES            PIC 9(07) VALUE ZERO.
026000 01  WS-NB-OPERATEURS         PIC 9(05) VALUE ZERO.
026100 01  WS-NB-SUSPENS            PIC 9(05) VALUE ZERO.
026200 01  WS-NB-JOURNAL            PIC 9(07) VALUE ZERO.
026300 01  WS-NB-ERREURS            PIC 9(05) VALUE ZERO.
026400*
026500*    AGENCES PRENEUSES (LA PREMIERE EST CELLE DE LA CARTE
026600*    T) ET CUMULS DE LA PASSATION PAR PRENEUSE
026700 01  WS-NB-PRE                PIC S9(4) COMP VALUE ZERO.
026800 01  WS-IND-PRE               PIC S9(4) COMP.
026900 01  WS-IND-PRE-TROUVE        PIC S9(4) COMP.
027000 01  WS-TAB-PRENEUSES.
027100     05 WS-PRE OCCURS 20.
027200        10 WS-PRE-CODE        PIC X(02).
027300        10 WS-PRE-NOM         PIC X(20).
027400        10 WS-PRE-NB-CPTE     PIC 9(07).
027500        10 WS-PRE-NB-DEV      PIC 9(07).
027600        10 WS-PRE-SOLDES      PIC S9(11)V99.
027700        10 WS-PRE-NB-OPER     PIC 9(05).
027800        10 WS-PRE-NB-SUS      PIC 9(05).
027900*
028000*    CARTES C (COMPTE) ET O (OPERATEUR) RETENUES : UNE
028100*    CARTE NON UTILISEE EN FIN DE TRAITEMENT EST SIGNALEE
028200 01  WS-NB-AFF                PIC S9(4) COMP VALUE ZERO.
028300 01  WS-IND-AFF               PIC S9(4) COMP.
028400 01  WS-TAB-AFFECTATIONS.
028500     05 WS-AFF OCCURS 500.
028600        10 WS-AFF-TYPE        PIC X(01).
028700        10 WS-AFF-OBJET       PIC X(08).
028800        10 WS-AFF-PRENEUSE    PIC X(02).
028900        10 WS-AFF-UTILISEE    PIC X(01).
029000           88 AFF-UTILISEE       VALUE 'O'.
029100 01  WS-AFF-TYPE-CHERCHE      PIC X(01).
029200 01  WS-AFF-OBJET-CHERCHE     PIC X(08).
029300 01  WS-AFF-TROUVE            PIC X(01).
029400     88 AFF-TROUVEE              VALUE 'O'.
029500*
029600*    OPERATEURS RATTACHES A L'AGENCE CEDANTE
029700 01  WS-NB-OPE                PIC S9(4) COMP VALUE ZERO.
029800 01  WS-IND-OPE               PIC S9(4) COMP.
029900 01  WS-TAB-OPERATEURS.
030000     05 WS-OPE-OPID OCCURS 200 PIC X(03).
030100*
030200*    COMPTES TRANSFERES (RAPPROCHEMENT DES SUSPENS)
030300 01  WS-NB-TRF                PIC S9(8) COMP VALUE ZERO.
030400 01  WS-MAX-TRF               PIC S9(8) COMP VALUE 5000.
030500 01  WS-IND-TRF               PIC S9(8) COMP.
030600 01  WS-TAB-TRANSFERES.
030700     05 WS-TRF OCCURS 5000.
030800        10 WS-TRF-ID-CPTE     PIC X(08).
030900        10 WS-TRF-PRENEUSE    PIC X(02).
031000 01  WS-TRF-TROUVE            PIC X(01).
031100     88 TRF-TROUVE               VALUE 'O'.
031200*
031300 01  WS-SLD-AVANT             PIC S9(08)V99.
031400 01  WS-AGC-AVANT             PIC X(02).
031500 01  WS-ENCAISSE              PIC 9(10)V99 VALUE ZERO.
031600 01  WS-COFFRE-PRESENT        PIC X(01) VALUE 'N'.
031700     88 COFFRE-PRESENT           VALUE 'O'.
031800 01  WS-ANCIENNE-AGENCE.
031900     05 WS-AA-REGION          PIC X(02).
032000     05 WS-AA-CODE            PIC X(02).
032100*
032200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
032300 01  RL-COMMUN.
032400     05 RL-FONCTION    PIC X(01).
032500     05 RL-PROG        PIC X(08).
032600     05 RL-LUS         PIC 9(09).
032700     05 RL-ECRITS      PIC 9(09).
032800     05 RL-REJETES     PIC 9(09).
032900     05 RL-RC          PIC 9(02).
033000*
033100*------------------------------------------------------*
033200*   LIGNES DE L'ETAT DE PASSATION                      *
033300*------------------------------------------------------*
033400 01  LIGNE-TITRE.
033500     05 FILLER                PIC X(44) VALUE
033600        'PASSATION DE PORTEFEUILLE - AGENCE CEDANTE  '.
033700     05 LT-REGION             PIC X(02).
033800     05 FILLER                PIC X(01) VALUE '/'.
033900     05 LT-CEDANTE            PIC X(02).
034000     05 FILLER                PIC X(01) VALUE SPACE.
034100     05 LT-NOM                PIC X(20).
034200     05 FILLER                PIC X(04) VALUE ' LE '.
034300     05 LT-DATE               PIC 9(08).
034400     05 FILLER                PIC X(50) VALUE SPACE.
034500*
034600 01  LIGNE-SECTION.
034700     05 LS-LIBELLE            PIC X(60).
034800     05 FILLER                PIC X(72) VALUE SPACE.
034900*
035000 01  LIGNE-CARTE.
035100     05 FILLER                PIC X(18) VALUE
035200        'CARTE REJETEE :  '.
035300     05 LCA-CARTE             PIC X(15).
035400     05 FILLER                PIC X(03) VALUE ' - '.
035500     05 LCA-MOTIF             PIC X(50).
035600     05 FILLER                PIC X(46) VALUE SPACE.
035700*
035800 01  LIGNE-ENTETE-CPTE.
035900     05 FILLER                PIC X(40) VALUE
036000        '  COMPTE    NOM        PRENOM     ST DV '.
036100     05 FILLER                PIC X(26) VALUE
036200        '        SOLDE     PRENEUSE'.
036300     05 FILLER                PIC X(66) VALUE SPACE.
036400*
036500 01  LIGNE-COMPTE.
036600     05 FILLER                PIC X(02) VALUE SPACE.
036700     05 LC-CPTE               PIC X(08).
036800     05 FILLER                PIC X(02) VALUE SPACE.
036900     05 LC-NOM                PIC X(10).
037000     05 FILLER                PIC X(01) VALUE SPACE.
037100     05 LC-PRN                PIC X(10).
037200     05 FILLER                PIC X(01) VALUE SPACE.
037300     05 LC-STATUT             PIC X(01).
037400     05 FILLER                PIC X(02) VALUE SPACE.
037500     05 LC-DEVISE             PIC X(02).
037600     05 FILLER                PIC X(01) VALUE SPACE.
037700     05 LC-SOLDE              PIC -ZZZZZZZZ9.99.
037800     05 FILLER                PIC X(11) VALUE SPACE.
037900     05 LC-PRENEUSE           PIC X(02).
038000     05 FILLER                PIC X(66) VALUE SPACE.
038100*
038200 01  LIGNE-OPERATEUR.
038300     05 FILLER                PIC X(02) VALUE SPACE.
038400     05 LO-OPID               PIC X(03).
038500     05 FILLER                PIC X(02) VALUE SPACE.
038600     05 LO-NOM                PIC X(20).
038700     05 FILLER                PIC X(12) VALUE
038800        '  MATRICULE '.
038900     05 LO-MATRICULE          PIC 9(07).
039000     05 FILLER                PIC X(12) VALUE
039100        '  PRENEUSE  '.
039200     05 LO-PRENEUSE           PIC X(02).
039300     05 FILLER                PIC X(72) VALUE SPACE.
039400*
039500 01  LIGNE-COFFRE.
039600     05 FILLER                PIC X(02) VALUE SPACE.
039700     05 LCF-LIBELLE           PIC X(40).
039800     05 LCF-MONTANT           PIC ZZZZZZZZZ9.99.
039900     05 FILLER                PIC X(12) VALUE
040000        '  PRENEUSE  '.
040100     05 LCF-PRENEUSE          PIC X(02).
040200     05 FILLER                PIC X(63) VALUE SPACE.
040300*
040400 01  LIGNE-SUSPENS.
040500     05 FILLER                PIC X(02) VALUE SPACE.
040600     05 LSU-CPTE              PIC X(08).
040700     05 FILLER                PIC X(02) VALUE SPACE.
040800     05 LSU-CODE              PIC X(01).
040900     05 FILLER                PIC X(01) VALUE SPACE.
041000     05 LSU-MONTANT           PIC ZZZZZZZ9.99.
041100     05 FILLER                PIC X(09) VALUE '  MOTIF '.
041200     05 LSU-MOTIF             PIC X(02).
041300     05 FILLER                PIC X(11) VALUE
041400        '  ENTRE LE '.
041500     05 LSU-DATE              PIC 9(08).
041600     05 FILLER                PIC X(12) VALUE
041700        '  PRENEUSE  '.
041800     05 LSU-PRENEUSE          PIC X(02).
041900     05 FILLER                PIC X(63) VALUE SPACE.
042000*
042100 01  LIGNE-ENTETE-RECAP.
042200     05 FILLER                PIC X(29) VALUE
042300        '  AGENCE PRENEUSE'.
042400     05 FILLER                PIC X(07) VALUE 'COMPTES'.
042500     05 FILLER                PIC X(18) VALUE
042600        '      SOLDES TENUE'.
042700     05 FILLER                PIC X(11) VALUE '     DEVISE'.
042800     05 FILLER                PIC X(10) VALUE '     OPER.'.
042900     05 FILLER                PIC X(09) VALUE '    SUSP.'.
043000     05 FILLER                PIC X(48) VALUE SPACE.
043100*
043200 01  LIGNE-RECAP.
043300     05 FILLER                PIC X(02) VALUE SPACE.
043400     05 LR-REGION             PIC X(02).
043500     05 FILLER                PIC X(01) VALUE '/'.
043600     05 LR-CODE               PIC X(02).
043700     05 FILLER                PIC X(01) VALUE SPACE.
043800     05 LR-NOM                PIC X(20).
043900     05 FILLER                PIC X(01) VALUE SPACE.
044000     05 LR-NB-CPTE            PIC ZZZZZZ9.
044100     05 FILLER                PIC X(03) VALUE SPACE.
044200     05 LR-SOLDES             PIC -ZZZZZZZZZZ9.99.
044300     05 FILLER                PIC X(04) VALUE SPACE.
044400     05 LR-NB-DEV             PIC ZZZZZZ9.
044500     05 FILLER                PIC X(05) VALUE SPACE.
044600     05 LR-NB-OPER            PIC ZZZZ9.
044700     05 FILLER                PIC X(04) VALUE SPACE.
044800     05 LR-NB-SUS             PIC ZZZZ9.
044900     05 FILLER                PIC X(48) VALUE SPACE.
045000*
045100 01  LIGNE-VISA.
045200     05 LV-LIBELLE            PIC X(50).
045300     05 LV-AGENCE             PIC X(02).
045400     05 FILLER                PIC X(04) VALUE ' :  '.
045500     05 FILLER                PIC X(30) VALUE ALL '.'.
045600     05 FILLER                PIC X(46) VALUE SPACE.
045700*
045800 01  LIGNE-VIDE               PIC X(132) VALUE SPACE.
045900*
046000*======================================================*
046100*     P R O C E D U R E     D I V I S I O N            *
046200*======================================================*
046300 PROCEDURE DIVISION.
046400*----------------------*
046500 0000-MAINLINE.
046600*----------------------*
046700     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
046800     IF RETURN-CODE NOT < 8
046900        GOBACK
047000     END-IF

047100     PERFORM 1100-LIRE-CARTE THRU 1100-LIRE-EXIT
047200         UNTIL FIN-TRFCARTE
047300     PERFORM 1500-CONTROLER-TRANSFERT
047400         THRU 1500-CONTROLER-EXIT
047500     IF NOT TRANSFERT-OK
047600        MOVE 8 TO RETURN-CODE
047700        PERFORM 9000-TERMINAISON
047800        GOBACK
047900     END-IF

048000     PERFORM 2000-TRANSFERER-COMPTES
048100     PERFORM 3000-TRANSFERER-OPERATEURS
048200     PERFORM 4000-TRANSFERER-COFFRE THRU 4000-COFFRE-EXIT
048300     PERFORM 5000-EDITER-SUSPENS THRU 5000-SUSPENS-EXIT
048400     PERFORM 6000-CARTES-INUTILISEES
048500     PERFORM 8000-EDITER-RECAPITULATIF
048600     PERFORM 9000-TERMINAISON
048700     GOBACK
048800     .
048900*----------------------*
049000 1000-INITIALISATION.
049100*----------------------*
049200     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
049300     STRING WS-DJ-JJ '/' WS-DJ-MM '/' WS-DJ-AA
049400         DELIMITED BY SIZE INTO WS-JOUR-COURT
049500     END-STRING
049600     ACCEPT WS-HEURE-SYS FROM TIME
049700     STRING WS-HS-HH ':' WS-HS-MM ':' WS-HS-SS
049800         DELIMITED BY SIZE INTO WS-HEURE-COURT
049900     END-STRING
050000     MOVE WS-HEURE-SYS(1:6) TO WS-HEURE-MVT

050100     MOVE 'D' TO RL-FONCTION
050200     MOVE 'TRFAGC' TO RL-PROG
050300     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
050400     CALL 'pgrunlog' USING RL-COMMUN

050500     OPEN INPUT FAGENCE
050600     IF NOT FS-FAGENCE-OK
050700        DISPLAY 'TRFAGC - ERREUR OPEN FAGENCE - FS='
050800                WS-FS-FAGENCE
050900        MOVE 12 TO RETURN-CODE
051000        GO TO 1000-INITIALISATION-EXIT
051100     END-IF

051200     OPEN INPUT TRFCARTE
051300     IF NOT FS-TRFCARTE-OK
051400        DISPLAY 'TRFAGC - ERREUR OPEN TRFCARTE - FS='
051500                WS-FS-TRFCARTE
051600        MOVE 12 TO RETURN-CODE
051700        CLOSE FAGENCE
051800        GO TO 1000-INITIALISATION-EXIT
051900     END-IF

052000     OPEN I-O FCLT
052100     IF NOT FS-FCLT-OK
052200        DISPLAY 'TRFAGC - ERREUR OPEN FCLT - FS='
052300                WS-FS-FCLT
052400        MOVE 12 TO RETURN-CODE
052500        CLOSE FAGENCE TRFCARTE
052600        GO TO 1000-INITIALISATION-EXIT
052700     END-IF

052800     OPEN I-O FOPERAT
052900     IF NOT FS-FOPERAT-OK
053000        DISPLAY 'TRFAGC - ERREUR OPEN FOPERAT - FS='
053100                WS-FS-FOPERAT
053200        MOVE 12 TO RETURN-CODE
053300        CLOSE FAGENCE TRFCARTE FCLT
053400        GO TO 1000-INITIALISATION-EXIT
053500     END-IF

053600     OPEN INPUT FCAISSE
053700     IF NOT FS-FCAISSE-OK
053800        DISPLAY 'TRFAGC - ERREUR OPEN FCAISSE - FS='
053900                WS-FS-FCAISSE
054000        MOVE 12 TO RETURN-CODE
054100        CLOSE FAGENCE TRFCARTE FCLT FOPERAT
054200        GO TO 1000-INITIALISATION-EXIT
054300     END-IF

054400     OPEN I-O FCOFFRE
054500     IF NOT FS-FCOFFRE-OK
054600        DISPLAY 'TRFAGC - ERREUR OPEN FCOFFRE - FS='
054700                WS-FS-FCOFFRE
054800        MOVE 12 TO RETURN-CODE
054900        CLOSE FAGENCE TRFCARTE FCLT FOPERAT FCAISSE
055000        GO TO 1000-INITIALISATION-EXIT
055100     END-IF

055200     OPEN EXTEND FMVTCOF
055300     IF NOT FS-FMVTCOF-OK
055400        DISPLAY 'TRFAGC - ERREUR OPEN FMVTCOF - FS='
055500                WS-FS-FMVTCOF
055600        MOVE 12 TO RETURN-CODE
055700        CLOSE FAGENCE TRFCARTE FCLT FOPERAT FCAISSE
055800              FCOFFRE
055900        GO TO 1000-INITIALISATION-EXIT
056000     END-IF

056100     OPEN EXTEND FJRN
056200     IF NOT FS-FJRN-OK
056300        DISPLAY 'TRFAGC - ERREUR OPEN FJRN - FS='
056400                WS-FS-FJRN
056500        MOVE 12 TO RETURN-CODE
056600        CLOSE FAGENCE TRFCARTE FCLT FOPERAT FCAISSE
056700              FCOFFRE FMVTCOF
056800        GO TO 1000-INITIALISATION-EXIT
056900     END-IF

057000     OPEN EXTEND FAUDOPE
057100     IF NOT FS-FAUDOPE-OK
057200        DISPLAY 'TRFAGC - ERREUR OPEN FAUDOPE - FS='
057300                WS-FS-FAUDOPE
057400        MOVE 12 TO RETURN-CODE
057500        CLOSE FAGENCE TRFCARTE FCLT FOPERAT FCAISSE
057600              FCOFFRE FMVTCOF FJRN
057700        GO TO 1000-INITIALISATION-EXIT
057800     END-IF

057900     OPEN OUTPUT TRFAGCRP
058000     IF NOT FS-TRFAGCRP-OK
058100        DISPLAY 'TRFAGC - ERREUR OPEN TRFAGCRP - FS='
058200                WS-FS-TRFAGCRP
058300        MOVE 12 TO RETURN-CODE
058400        CLOSE FAGENCE TRFCARTE FCLT FOPERAT FCAISSE
058500              FCOFFRE FMVTCOF FJRN FAUDOPE
058600        GO TO 1000-INITIALISATION-EXIT
058700     END-IF
058800     .
058900 1000-INITIALISATION-EXIT.
059000     EXIT.
059100*----------------------*
059200 1100-LIRE-CARTE.
059300*----------------------*
059400*    LA CARTE T FIXE LE TRANSFERT ; LES CARTES C ET O
059500*    SONT CONTROLEES APRES LECTURE DE TOUTES LES CARTES
059600*    (LA CARTE T PEUT VENIR APRES ELLES)
059700*----------------------*
059800     READ TRFCARTE
059900         AT END
060000            MOVE 'Y' TO WS-FIN-TRFCARTE
060100            GO TO 1100-LIRE-EXIT
060200     END-READ

060300     ADD 1 TO WS-NB-CARTES
060400     MOVE SPACE TO WS-MOTIF-REJET

060500     EVALUATE TRUE
060600        WHEN CAR-TRANSFERT
060700           ADD 1 TO WS-NB-CARTES-T
060800           MOVE CAR-ID-REGION TO WS-ID-REGION
060900           MOVE CAR-CEDANTE   TO WS-CEDANTE
061000           MOVE CAR-PRENEUSE  TO WS-PRENEUSE-DEFAUT
061100        WHEN CAR-COMPTE
061200        WHEN CAR-OPERATEUR
061300           IF CAR-OBJET = SPACE OR CAR-PRENEUSE = SPACE
061400              MOVE 'COMPTE/OPERATEUR OU PRENEUSE ABSENT'
061500                TO WS-MOTIF-REJET
061600              GO TO 1100-REJETER
061700           END-IF
061800           MOVE CAR-TYPE  TO WS-AFF-TYPE-CHERCHE
061900           MOVE CAR-OBJET TO WS-AFF-OBJET-CHERCHE
062000           PERFORM 7100-CHERCHER-AFFECTATION
062100           IF AFF-TROUVEE
062200              MOVE 'COMPTE/OPERATEUR DEJA AFFECTE PAR UNE CARTE'
062300                TO WS-MOTIF-REJET
062400              GO TO 1100-REJETER
062500           END-IF
062600           IF WS-NB-AFF NOT < 500
062700              MOVE 'PLUS DE 500 CARTES DE PARTAGE'
062800                TO WS-MOTIF-REJET
062900              GO TO 1100-REJETER
063000           END-IF
063100           ADD 1 TO WS-NB-AFF
063200           MOVE CAR-TYPE     TO WS-AFF-TYPE(WS-NB-AFF)
063300           MOVE CAR-OBJET    TO WS-AFF-OBJET(WS-NB-AFF)
063400           MOVE CAR-PRENEUSE TO WS-AFF-PRENEUSE(WS-NB-AFF)
063500           MOVE 'N'          TO WS-AFF-UTILISEE(WS-NB-AFF)
063600        WHEN OTHER
063700           MOVE 'TYPE DE CARTE INVALIDE (T/C/O)'
063800             TO WS-MOTIF-REJET
063900           GO TO 1100-REJETER
064000     END-EVALUATE
064100     GO TO 1100-LIRE-EXIT
064200     .
064300 1100-REJETER.
064400     ADD 1 TO WS-NB-CARTES-REJ
064500     MOVE REC-CARTE(1:15) TO LCA-CARTE
064600     MOVE WS-MOTIF-REJET  TO LCA-MOTIF
064700     MOVE LIGNE-CARTE     TO REC-TRFAGCRP
064800     WRITE REC-TRFAGCRP
064900     .
065000 1100-LIRE-EXIT.
065100     EXIT.
065200*----------------------*
065300 1500-CONTROLER-TRANSFERT.
065400*----------------------*
065500*    UNE SEULE CARTE T, AGENCE CEDANTE ACTIVE, PRENEUSES
065600*    ACTIVES DANS LA MEME REGION, TIROIRS DE L'AGENCE
065700*    FERMES ET COFFRE ARRETE : SINON RIEN N'EST TRANSFERE
065800*----------------------*
065900     IF WS-NB-CARTES-T NOT = 1
066000        DISPLAY 'TRFAGC - UNE ET UNE SEULE CARTE T ATTENDUE, '
066100                'LUES : ' WS-NB-CARTES-T
066200        MOVE 'N' TO WS-TRANSFERT-OK
066300        GO TO 1500-CONTROLER-EXIT
066400     END-IF

066500     MOVE WS-ID-REGION TO AG-ID-REGION
066600     MOVE WS-CEDANTE   TO AG-CODE
066700     READ FAGENCE
066800         INVALID KEY
066900            DISPLAY 'TRFAGC - AGENCE CEDANTE INCONNUE : '
067000                    WS-ID-REGION '/' WS-CEDANTE
067100            MOVE 'N' TO WS-TRANSFERT-OK
067200            GO TO 1500-CONTROLER-EXIT
067300     END-READ
067400     IF NOT AG-ACTIVE
067500        DISPLAY 'TRFAGC - AGENCE CEDANTE DEJA FERMEE : '
067600                WS-ID-REGION '/' WS-CEDANTE
067700        MOVE 'N' TO WS-TRANSFERT-OK
067800        GO TO 1500-CONTROLER-EXIT
067900     END-IF
068000     MOVE AG-NOM TO WS-CEDANTE-NOM

068100     MOVE WS-ID-REGION   TO LT-REGION
068200     MOVE WS-CEDANTE     TO LT-CEDANTE
068300     MOVE WS-CEDANTE-NOM TO LT-NOM
068400     MOVE WS-DATE-JOUR   TO LT-DATE
068500     MOVE LIGNE-TITRE    TO REC-TRFAGCRP
068600     WRITE REC-TRFAGCRP AFTER ADVANCING 2 LINES

068700*    LA PRENEUSE PAR DEFAUT OCCUPE LE PREMIER POSTE
068800     MOVE WS-PRENEUSE-DEFAUT TO WS-PRENEUSE
068900     PERFORM 7000-CHERCHER-PRENEUSE THRU 7000-CHERCHER-EXIT
069000     IF WS-IND-PRE-TROUVE = ZERO
069100        DISPLAY 'TRFAGC - AGENCE PRENEUSE REFUSEE : '
069200                WS-ID-REGION '/' WS-PRENEUSE-DEFAUT ' - '
069300                WS-MOTIF-REJET
069400        MOVE 'N' TO WS-TRANSFERT-OK
069500        GO TO 1500-CONTROLER-EXIT
069600     END-IF

069700*    PRENEUSES DES CARTES DE PARTAGE : UNE CARTE VERS UNE
069800*    AGENCE REFUSEE EST ECARTEE (LE COMPTE OU L'OPERATEUR
069900*    SUIT ALORS LA PRENEUSE PAR DEFAUT)
070000     PERFORM 1600-CONTROLER-AFFECTATION
070100         VARYING WS-IND-AFF FROM 1 BY 1
070200         UNTIL WS-IND-AFF > WS-NB-AFF

070300*    OPERATEURS DE L'AGENCE ET ETAT DE LEUR TIROIR
070400     MOVE LOW-VALUE TO O-OPID
070500     START FOPERAT KEY IS NOT LESS THAN O-OPID
070600         INVALID KEY
070700            MOVE 'Y' TO WS-FIN-FOPERAT
070800     END-START
070900     PERFORM 1700-CHARGER-OPERATEUR THRU 1700-CHARGER-EXIT
071000         UNTIL FIN-FOPERAT
071100     IF NOT TRANSFERT-OK
071200        GO TO 1500-CONTROLER-EXIT
071300     END-IF

071400*    COFFRE ARRETE PAR COFEOD DEPUIS SON DERNIER
071500*    MOUVEMENT : L'ENCAISSE TRANSFEREE EST ALORS LE SOLDE
071600*    D'OUVERTURE, SANS TIROIR NI LIVRAISON EN COURS
071700     MOVE WS-ID-REGION TO CF-ID-REGION
071800     MOVE WS-CEDANTE   TO CF-CODE-AG
071900     READ FCOFFRE
072000         INVALID KEY
072100            MOVE 'N' TO WS-COFFRE-PRESENT
072200         NOT INVALID KEY
072300            MOVE 'O' TO WS-COFFRE-PRESENT
072400     END-READ
072500     IF COFFRE-PRESENT
072600        IF CF-TOTAL-VERS-TIROIRS NOT = ZERO
072700           OR CF-TOTAL-DES-TIROIRS NOT = ZERO
072800           OR CF-TOTAL-LIVRAISONS  NOT = ZERO
072900           OR CF-TOTAL-REMISES     NOT = ZERO
073000           DISPLAY 'TRFAGC - COFFRE ' WS-ID-REGION '/'
073100                   WS-CEDANTE ' NON ARRETE PAR COFEOD'
073200           MOVE 'N' TO WS-TRANSFERT-OK
073300           GO TO 1500-CONTROLER-EXIT
073400        END-IF
073500        MOVE CF-SOLDE-OUVERTURE TO WS-ENCAISSE
073600     END-IF
073700     .
073800 1500-CONTROLER-EXIT.
073900     EXIT.
074000*----------------------*
074100 1600-CONTROLER-AFFECTATION.
074200*----------------------*
074300     MOVE WS-AFF-PRENEUSE(WS-IND-AFF) TO WS-PRENEUSE
074400     PERFORM 7000-CHERCHER-PRENEUSE THRU 7000-CHERCHER-EXIT
074500     IF WS-IND-PRE-TROUVE = ZERO
074600        ADD 1 TO WS-NB-CARTES-REJ
074700        MOVE WS-AFF-TYPE(WS-IND-AFF)     TO LCA-CARTE
074800        MOVE WS-AFF-OBJET(WS-IND-AFF)    TO LCA-CARTE(8:8)
074900        MOVE WS-AFF-PRENEUSE(WS-IND-AFF) TO LCA-CARTE(6:2)
075000        MOVE WS-MOTIF-REJET              TO LCA-MOTIF
075100        MOVE LIGNE-CARTE                 TO REC-TRFAGCRP
075200        WRITE REC-TRFAGCRP
075300*       CARTE NEUTRALISEE : NI UTILISEE NI SIGNALEE DEUX FOIS
075400        MOVE SPACE TO WS-AFF-TYPE(WS-IND-AFF)
075500        MOVE 'O'   TO WS-AFF-UTILISEE(WS-IND-AFF)
075600     END-IF
075700     .
075800*----------------------*
075900 1700-CHARGER-OPERATEUR.
076000*----------------------*
076100     READ FOPERAT NEXT RECORD
076200         AT END
076300            MOVE 'Y' TO WS-FIN-FOPERAT
076400            GO TO 1700-CHARGER-EXIT
076500     END-READ

076600     IF O-AG-REGION NOT = WS-ID-REGION
076700        OR O-AG-CODE NOT = WS-CEDANTE
076800        GO TO 1700-CHARGER-EXIT
076900     END-IF

077000     MOVE O-OPID TO CAI-OPID
077100     READ FCAISSE
077200         INVALID KEY
077300            CONTINUE
077400         NOT INVALID KEY
077500            IF CAI-OUVERTE
077600               DISPLAY 'TRFAGC - TIROIR OUVERT : OPERATEUR '
077700                       O-OPID
077800               MOVE 'N' TO WS-TRANSFERT-OK
077900            END-IF
078000     END-READ

078100     IF WS-NB-OPE NOT < 200
078200        DISPLAY 'TRFAGC - PLUS DE 200 OPERATEURS DANS '
078300                'L''AGENCE'
078400        MOVE 'N' TO WS-TRANSFERT-OK
078500        MOVE 'Y' TO WS-FIN-FOPERAT
078600        GO TO 1700-CHARGER-EXIT
078700     END-IF
078800     ADD 1 TO WS-NB-OPE
078900     MOVE O-OPID TO WS-OPE-OPID(WS-NB-OPE)
079000     .
079100 1700-CHARGER-EXIT.
079200     EXIT.
079300*======================================================*
079400*   TRANSFERT DES COMPTES : PASSAGE SEQUENTIEL SUR       *
079500*   CLIENT.DAT, JOURNAL AVANT/APRES DU CODE AGENCE       *
079600*======================================================*
079700*----------------------*
079800 2000-TRANSFERER-COMPTES.
079900*----------------------*
080000     MOVE 'COMPTES TRANSFERES' TO LS-LIBELLE
080100     MOVE LIGNE-SECTION        TO REC-TRFAGCRP
080200     WRITE REC-TRFAGCRP AFTER ADVANCING 2 LINES
080300     MOVE LIGNE-ENTETE-CPTE    TO REC-TRFAGCRP
080400     WRITE REC-TRFAGCRP

080500     PERFORM 2100-TRANSFERER-UN-COMPTE
080600         THRU 2100-TRANSFERER-EXIT
080700         UNTIL FIN-FCLT
080800     .
080900*----------------------*
081000 2100-TRANSFERER-UN-COMPTE.
081100*----------------------*
081200     READ FCLT NEXT RECORD
081300         AT END
081400            MOVE 'Y' TO WS-FIN-FCLT
081500            GO TO 2100-TRANSFERER-EXIT
081600     END-READ

081700     IF ID-REGION NOT = WS-ID-REGION
081800        OR AGC-CLT NOT = WS-CEDANTE
081900        GO TO 2100-TRANSFERER-EXIT
082000     END-IF

082100*    PRENEUSE DU PARTAGE (CARTE C), SINON PAR DEFAUT
082200     MOVE WS-PRENEUSE-DEFAUT TO WS-PRENEUSE
082300     MOVE 'C'                TO WS-AFF-TYPE-CHERCHE
082400     MOVE ID-CPTE            TO WS-AFF-OBJET-CHERCHE
082500     PERFORM 7100-CHERCHER-AFFECTATION
082600     IF AFF-TROUVEE
082700        MOVE WS-AFF-PRENEUSE(WS-IND-AFF) TO WS-PRENEUSE
082800        MOVE 'O' TO WS-AFF-UTILISEE(WS-IND-AFF)
082900     END-IF

083000     MOVE SLD-CLT     TO WS-SLD-AVANT
083100     MOVE AGC-CLT     TO WS-AGC-AVANT
083200     MOVE WS-PRENEUSE TO AGC-CLT
083300     REWRITE REC-CLT
083400     IF NOT FS-FCLT-OK
083500        DISPLAY 'TRFAGC - ERREUR REWRITE FCLT - FS='
083600                WS-FS-FCLT ' - COMPTE ' ID-CPTE
083700        ADD 1 TO WS-NB-ERREURS
083800        GO TO 2100-TRANSFERER-EXIT
083900     END-IF

084000*    JOURNAL AVANT/APRES, COMME LES AUTRES METTEURS A JOUR
084100*    BATCH DE CLIENT.DAT (SOLDE ET STATUT INCHANGES)
084200     MOVE SPACE        TO REC-JRN
084300     MOVE WS-DATE-JOUR TO JRN-DATE
084400     MOVE 'TRFAGC'     TO JRN-PROG
084500     MOVE ID-CPTE      TO JRN-ID-CPTE
084600     MOVE WS-SLD-AVANT TO JRN-SLD-AVANT
084700     MOVE SLD-CLT      TO JRN-SLD-APRES
084800     MOVE STS-CLT      TO JRN-STS-AVANT
084900     MOVE STS-CLT      TO JRN-STS-APRES
085000     MOVE WS-AGC-AVANT TO JRN-AGC-AVANT
085100     MOVE AGC-CLT      TO JRN-AGC-APRES
085200     WRITE REC-JRN
085300     ADD 1 TO WS-NB-JOURNAL

085400     ADD 1 TO WS-NB-COMPTES
085500     PERFORM 7000-CHERCHER-PRENEUSE THRU 7000-CHERCHER-EXIT
085600     MOVE WS-IND-PRE-TROUVE TO WS-IND-PRE
085700     ADD 1 TO WS-PRE-NB-CPTE(WS-IND-PRE)
085800     IF DEV-CLT = SPACE
085900        ADD SLD-CLT TO WS-PRE-SOLDES(WS-IND-PRE)
086000     ELSE
086100        ADD 1 TO WS-PRE-NB-DEV(WS-IND-PRE)
086200     END-IF

086300     IF WS-NB-TRF < WS-MAX-TRF
086400        ADD 1 TO WS-NB-TRF
086500        MOVE ID-CPTE     TO WS-TRF-ID-CPTE(WS-NB-TRF)
086600        MOVE WS-PRENEUSE TO WS-TRF-PRENEUSE(WS-NB-TRF)
086700     ELSE
086800        DISPLAY 'TRFAGC - TABLE DES COMPTES PLEINE, SUSPENS '
086900                'NON RAPPROCHES : ' ID-CPTE
087000        ADD 1 TO WS-NB-ERREURS
087100     END-IF

087200     MOVE ID-CPTE      TO LC-CPTE
087300     MOVE NOM-CLT      TO LC-NOM
087400     MOVE PRN-CLT      TO LC-PRN
087500     MOVE STS-CLT      TO LC-STATUT
087600     MOVE DEV-CLT      TO LC-DEVISE
087700     MOVE SLD-CLT      TO LC-SOLDE
087800     MOVE AGC-CLT      TO LC-PRENEUSE
087900     MOVE LIGNE-COMPTE TO REC-TRFAGCRP
088000     WRITE REC-TRFAGCRP
088100     .
088200 2100-TRANSFERER-EXIT.
088300     EXIT.
088400*======================================================*
088500*   TRANSFERT DES OPERATEURS : LE TIROIR (FCAISSE, CLE   *
088600*   OPERATEUR) ET LE PORTEFEUILLE DU CONSEILLER          *
088700*   (O-EMP-ID) SUIVENT LE PROFIL                         *
088800*======================================================*
088900*----------------------*
089000 3000-TRANSFERER-OPERATEURS.
089100*----------------------*
089200     MOVE 'OPERATEURS, TIROIRS ET CONSEILLERS RATTACHES'
089300       TO LS-LIBELLE
089400     MOVE LIGNE-SECTION TO REC-TRFAGCRP
089500     WRITE REC-TRFAGCRP AFTER ADVANCING 2 LINES

089600     PERFORM 3100-TRANSFERER-UN-OPERATEUR
089700         THRU 3100-TRANSFERER-EXIT
089800         VARYING WS-IND-OPE FROM 1 BY 1
089900         UNTIL WS-IND-OPE > WS-NB-OPE
090000     .
090100*----------------------*
090200 3100-TRANSFERER-UN-OPERATEUR.
090300*----------------------*
090400     MOVE WS-OPE-OPID(WS-IND-OPE) TO O-OPID
090500     READ FOPERAT
090600         INVALID KEY
090700            DISPLAY 'TRFAGC - OPERATEUR DISPARU : ' O-OPID
090800            ADD 1 TO WS-NB-ERREURS
090900            GO TO 3100-TRANSFERER-EXIT
091000     END-READ

091100     MOVE WS-PRENEUSE-DEFAUT TO WS-PRENEUSE
091200     MOVE 'O'                TO WS-AFF-TYPE-CHERCHE
091300     MOVE O-OPID             TO WS-AFF-OBJET-CHERCHE
091400     PERFORM 7100-CHERCHER-AFFECTATION
091500     IF AFF-TROUVEE
091600        MOVE WS-AFF-PRENEUSE(WS-IND-AFF) TO WS-PRENEUSE
091700        MOVE 'O' TO WS-AFF-UTILISEE(WS-IND-AFF)
091800     END-IF

091900     MOVE O-AGENCE    TO WS-ANCIENNE-AGENCE
092000     MOVE WS-PRENEUSE TO O-AG-CODE
092100     REWRITE O-OPERATEUR
092200     IF NOT FS-FOPERAT-OK
092300        DISPLAY 'TRFAGC - ERREUR REWRITE FOPERAT - FS='
092400                WS-FS-FOPERAT ' - OPERATEUR ' O-OPID
092500        ADD 1 TO WS-NB-ERREURS
092600        GO TO 3100-TRANSFERER-EXIT
092700     END-IF

092800     MOVE SPACE          TO E-AUDOPE
092900     MOVE O-OPID         TO E-AOP-CIBLE
093000     SET E-AOP-AGENCE    TO TRUE
093100     MOVE 'TRFAGC'       TO E-AOP-PROG
093200     MOVE WS-JOUR-COURT  TO E-AOP-DATE
093300     MOVE WS-HEURE-COURT TO E-AOP-HEURE
093400     STRING 'AGENCE ' WS-AA-REGION WS-AA-CODE ' > '
093500            O-AG-REGION O-AG-CODE
093600         DELIMITED BY SIZE INTO E-AOP-MOTIF
093700     END-STRING
093800     WRITE E-AUDOPE
093900     IF NOT FS-FAUDOPE-OK
094000        DISPLAY 'TRFAGC - ERREUR WRITE FAUDOPE - FS='
094100                WS-FS-FAUDOPE ' - OPERATEUR ' O-OPID
094200        ADD 1 TO WS-NB-ERREURS
094300     END-IF

094400     ADD 1 TO WS-NB-OPERATEURS
094500     PERFORM 7000-CHERCHER-PRENEUSE THRU 7000-CHERCHER-EXIT
094600     ADD 1 TO WS-PRE-NB-OPER(WS-IND-PRE-TROUVE)

094700     MOVE O-OPID       TO LO-OPID
094800     MOVE O-NOM-OPER   TO LO-NOM
094900     IF O-EMP-ID NUMERIC
095000        MOVE O-EMP-ID  TO LO-MATRICULE
095100     ELSE
095200        MOVE ZERO      TO LO-MATRICULE
095300     END-IF
095400     MOVE O-AG-CODE    TO LO-PRENEUSE
095500     MOVE LIGNE-OPERATEUR TO REC-TRFAGCRP
095600     WRITE REC-TRFAGCRP
095700     .
095800 3100-TRANSFERER-EXIT.
095900     EXIT.
096000*======================================================*
096100*   TRANSFERT DE L'ENCAISSE : REMISE DU COFFRE CEDANT,   *
096200*   LIVRAISON DU COFFRE DE LA PRENEUSE PAR DEFAUT ;      *
096300*   COFEOD ARRETE LES DEUX COFFRES LE SOIR MEME          *
096400*======================================================*
096500*----------------------*
096600 4000-TRANSFERER-COFFRE.
096700*----------------------*
096800     MOVE 'COFFRE DE L''AGENCE' TO LS-LIBELLE
096900     MOVE LIGNE-SECTION         TO REC-TRFAGCRP
097000     WRITE REC-TRFAGCRP AFTER ADVANCING 2 LINES

097100     MOVE WS-PRENEUSE-DEFAUT TO LCF-PRENEUSE
097200     MOVE WS-ENCAISSE        TO LCF-MONTANT
097300     IF NOT COFFRE-PRESENT OR WS-ENCAISSE = ZERO
097400        MOVE 'PAS D''ENCAISSE A TRANSFERER'  TO LCF-LIBELLE
097500        MOVE LIGNE-COFFRE TO REC-TRFAGCRP
097600        WRITE REC-TRFAGCRP
097700        GO TO 4000-COFFRE-EXIT
097800     END-IF

097900     MOVE WS-ID-REGION       TO CF-ID-REGION
098000     MOVE WS-PRENEUSE-DEFAUT TO CF-CODE-AG
098100     READ FCOFFRE
098200         INVALID KEY
098300            DISPLAY 'TRFAGC - PAS DE COFFRE POUR LA PRENEUSE '
098400                    WS-ID-REGION '/' WS-PRENEUSE-DEFAUT
098500                    ' - ENCAISSE NON TRANSFEREE'
098600            ADD 1 TO WS-NB-ERREURS
098700            MOVE 'ENCAISSE NON TRANSFEREE (PAS DE COFFRE)'
098800              TO LCF-LIBELLE
098900            MOVE LIGNE-COFFRE TO REC-TRFAGCRP
099000            WRITE REC-TRFAGCRP
099100            GO TO 4000-COFFRE-EXIT
099200     END-READ
099300     ADD WS-ENCAISSE TO CF-TOTAL-LIVRAISONS
099400     REWRITE CF-COFFRE
099500     IF NOT FS-FCOFFRE-OK
099600        DISPLAY 'TRFAGC - ERREUR REWRITE FCOFFRE - FS='
099700                WS-FS-FCOFFRE
099800        ADD 1 TO WS-NB-ERREURS
099900        GO TO 4000-COFFRE-EXIT
100000     END-IF
100100     MOVE SPACE  TO MCF-MOUVEMENT
100200     MOVE CF-CLE TO MCF-AGENCE
100300     SET MCF-LIVRAISON TO TRUE
100400     PERFORM 4100-ECRIRE-MOUVEMENT

100500     MOVE WS-ID-REGION TO CF-ID-REGION
100600     MOVE WS-CEDANTE   TO CF-CODE-AG
100700     READ FCOFFRE
100800         INVALID KEY
100900            DISPLAY 'TRFAGC - COFFRE CEDANT DISPARU'
101000            ADD 1 TO WS-NB-ERREURS
101100            GO TO 4000-COFFRE-EXIT
101200     END-READ
101300     ADD WS-ENCAISSE TO CF-TOTAL-REMISES
101400     REWRITE CF-COFFRE
101500     IF NOT FS-FCOFFRE-OK
101600        DISPLAY 'TRFAGC - ERREUR REWRITE FCOFFRE - FS='
101700                WS-FS-FCOFFRE
101800        ADD 1 TO WS-NB-ERREURS
101900        GO TO 4000-COFFRE-EXIT
102000     END-IF
102100     MOVE SPACE  TO MCF-MOUVEMENT
102200     MOVE CF-CLE TO MCF-AGENCE
102300     SET MCF-REMISE TO TRUE
102400     PERFORM 4100-ECRIRE-MOUVEMENT

102500     MOVE 'ENCAISSE TRANSFEREE AU COFFRE PRENEUR  :'
102600       TO LCF-LIBELLE
102700     MOVE LIGNE-COFFRE TO REC-TRFAGCRP
102800     WRITE REC-TRFAGCRP
102900     .
103000 4000-COFFRE-EXIT.
103100     EXIT.
103200*----------------------*
103300 4100-ECRIRE-MOUVEMENT.
103400*----------------------*
103500     MOVE WS-DATE-JOUR TO MCF-DATE
103600     MOVE WS-HEURE-MVT TO MCF-HEURE
103700     MOVE WS-ENCAISSE  TO MCF-MONTANT
103800     STRING 'TRFAGC ' WS-ID-REGION WS-CEDANTE
103900         DELIMITED BY SIZE INTO MCF-REFERENCE
104000     END-STRING
104100     WRITE MCF-MOUVEMENT
104200     IF NOT FS-FMVTCOF-OK
104300        DISPLAY 'TRFAGC - ERREUR WRITE FMVTCOF - FS='
104400                WS-FS-FMVTCOF
104500        ADD 1 TO WS-NB-ERREURS
104600     END-IF
104700     .
104800*======================================================*
104900*   SUSPENS EN COURS SUR LES COMPTES TRANSFERES          *
105000*======================================================*
105100*----------------------*
105200 5000-EDITER-SUSPENS.
105300*----------------------*
105400     MOVE 'SUSPENS EN COURS SUR LES COMPTES TRANSFERES'
105500       TO LS-LIBELLE
105600     MOVE LIGNE-SECTION TO REC-TRFAGCRP
105700     WRITE REC-TRFAGCRP AFTER ADVANCING 2 LINES

105800     OPEN INPUT FSUS
105900     IF NOT FS-FSUS-OK
106000        DISPLAY 'TRFAGC - PAS DE FICHIER SUSPMVT - FS='
106100                WS-FS-FSUS
106200        GO TO 5000-SUSPENS-EXIT
106300     END-IF
106400     PERFORM 5100-LIRE-UN-SUSPENS THRU 5100-LIRE-EXIT
106500         UNTIL FIN-FSUS
106600     CLOSE FSUS
106700     .
106800 5000-SUSPENS-EXIT.
106900     EXIT.
107000*----------------------*
107100 5100-LIRE-UN-SUSPENS.
107200*----------------------*
107300     READ FSUS
107400         AT END
107500            MOVE 'Y' TO WS-FIN-FSUS
107600            GO TO 5100-LIRE-EXIT
107700     END-READ

107800     MOVE 'N' TO WS-TRF-TROUVE
107900     PERFORM 5200-COMPARER-SUSPENS
108000         VARYING WS-IND-TRF FROM 1 BY 1
108100         UNTIL WS-IND-TRF > WS-NB-TRF OR TRF-TROUVE
108200     IF NOT TRF-TROUVE
108300        GO TO 5100-LIRE-EXIT
108400     END-IF
108500     SUBTRACT 1 FROM WS-IND-TRF

108600     ADD 1 TO WS-NB-SUSPENS
108700     MOVE WS-TRF-PRENEUSE(WS-IND-TRF) TO WS-PRENEUSE
108800     PERFORM 7000-CHERCHER-PRENEUSE THRU 7000-CHERCHER-EXIT
108900     ADD 1 TO WS-PRE-NB-SUS(WS-IND-PRE-TROUVE)

109000     MOVE SUS-ID-CPTE     TO LSU-CPTE
109100     MOVE SUS-CODE        TO LSU-CODE
109200     MOVE SUS-MONTANT     TO LSU-MONTANT
109300     MOVE SUS-MOTIF       TO LSU-MOTIF
109400     MOVE SUS-DATE-ENTREE TO LSU-DATE
109500     MOVE WS-PRENEUSE     TO LSU-PRENEUSE
109600     MOVE LIGNE-SUSPENS   TO REC-TRFAGCRP
109700     WRITE REC-TRFAGCRP
109800     .
109900 5100-LIRE-EXIT.
110000     EXIT.
110100*----------------------*
110200 5200-COMPARER-SUSPENS.
110300*----------------------*
110400     IF WS-TRF-ID-CPTE(WS-IND-TRF) = SUS-ID-CPTE
110500        MOVE 'O' TO WS-TRF-TROUVE
110600     END-IF
110700     .
110800*----------------------*
110900 6000-CARTES-INUTILISEES.
111000*----------------------*
111100*    UNE CARTE C OU O QUI NE DESIGNE NI UN COMPTE NI UN
111200*    OPERATEUR DE L'AGENCE CEDANTE EST SIGNALEE
111300*----------------------*
111400     PERFORM 6100-CONTROLER-UNE-CARTE
111500         VARYING WS-IND-AFF FROM 1 BY 1
111600         UNTIL WS-IND-AFF > WS-NB-AFF
111700     .
111800*----------------------*
111900 6100-CONTROLER-UNE-CARTE.
112000*----------------------*
112100     IF NOT AFF-UTILISEE(WS-IND-AFF)
112200        ADD 1 TO WS-NB-CARTES-REJ
112300        MOVE SPACE                       TO LCA-CARTE
112400        MOVE WS-AFF-TYPE(WS-IND-AFF)     TO LCA-CARTE(1:1)
112500        MOVE WS-AFF-PRENEUSE(WS-IND-AFF) TO LCA-CARTE(6:2)
112600        MOVE WS-AFF-OBJET(WS-IND-AFF)    TO LCA-CARTE(8:8)
112700        MOVE 'COMPTE/OPERATEUR ABSENT DE L''AGENCE CEDANTE'
112800          TO LCA-MOTIF
112900        MOVE LIGNE-CARTE TO REC-TRFAGCRP
113000        WRITE REC-TRFAGCRP
113100     END-IF
113200     .
113300*----------------------*
113400 7000-CHERCHER-PRENEUSE.
113500*----------------------*
113600*    RECHERCHE (OU ADMISSION APRES CONTROLE FAGENCE) DE
113700*    WS-PRENEUSE DANS LA TABLE ; ZERO SI REFUSEE AVEC LE
113800*    MOTIF DANS WS-MOTIF-REJET
113900*----------------------*
114000     MOVE ZERO TO WS-IND-PRE-TROUVE
114100     PERFORM 7010-COMPARER-PRENEUSE
114200         VARYING WS-IND-PRE FROM 1 BY 1
114300         UNTIL WS-IND-PRE > WS-NB-PRE
114400            OR WS-IND-PRE-TROUVE > ZERO
114500     IF WS-IND-PRE-TROUVE > ZERO
114600        GO TO 7000-CHERCHER-EXIT
114700     END-IF

114800     IF WS-PRENEUSE = WS-CEDANTE
114900        MOVE 'PRENEUSE IDENTIQUE A LA CEDANTE'
115000          TO WS-MOTIF-REJET
115100        GO TO 7000-CHERCHER-EXIT
115200     END-IF
115300     MOVE WS-ID-REGION TO AG-ID-REGION
115400     MOVE WS-PRENEUSE  TO AG-CODE
115500     READ FAGENCE
115600         INVALID KEY
115700            MOVE 'PRENEUSE INCONNUE DANS LA REGION'
115800              TO WS-MOTIF-REJET
115900            GO TO 7000-CHERCHER-EXIT
116000     END-READ
116100     IF NOT AG-ACTIVE
116200        MOVE 'PRENEUSE FERMEE' TO WS-MOTIF-REJET
116300        GO TO 7000-CHERCHER-EXIT
116400     END-IF
116500     IF WS-NB-PRE NOT < 20
116600        MOVE 'PLUS DE 20 AGENCES PRENEUSES'
116700          TO WS-MOTIF-REJET
116800        GO TO 7000-CHERCHER-EXIT
116900     END-IF

117000     ADD 1 TO WS-NB-PRE
117100     MOVE WS-PRENEUSE TO WS-PRE-CODE(WS-NB-PRE)
117200     MOVE AG-NOM      TO WS-PRE-NOM(WS-NB-PRE)
117300     MOVE ZERO        TO WS-PRE-NB-CPTE(WS-NB-PRE)
117400                         WS-PRE-NB-DEV(WS-NB-PRE)
117500                         WS-PRE-SOLDES(WS-NB-PRE)
117600                         WS-PRE-NB-OPER(WS-NB-PRE)
117700                         WS-PRE-NB-SUS(WS-NB-PRE)
117800     MOVE WS-NB-PRE   TO WS-IND-PRE-TROUVE
117900     .
118000 7000-CHERCHER-EXIT.
118100     EXIT.
118200*----------------------*
118300 7010-COMPARER-PRENEUSE.
118400*----------------------*
118500     IF WS-PRE-CODE(WS-IND-PRE) = WS-PRENEUSE
118600        MOVE WS-IND-PRE TO WS-IND-PRE-TROUVE
118700     END-IF
118800     .
118900*----------------------*
119000 7100-CHERCHER-AFFECTATION.
119100*----------------------*
119200     MOVE 'N' TO WS-AFF-TROUVE
119300     PERFORM 7110-COMPARER-AFFECTATION
119400         VARYING WS-IND-AFF FROM 1 BY 1
119500         UNTIL WS-IND-AFF > WS-NB-AFF OR AFF-TROUVEE
119600     IF AFF-TROUVEE
119700        SUBTRACT 1 FROM WS-IND-AFF
119800     END-IF
119900     .
120000*----------------------*
120100 7110-COMPARER-AFFECTATION.
120200*----------------------*
120300     IF WS-AFF-TYPE(WS-IND-AFF) = WS-AFF-TYPE-CHERCHE
120400        AND WS-AFF-OBJET(WS-IND-AFF) = WS-AFF-OBJET-CHERCHE
120500        MOVE 'O' TO WS-AFF-TROUVE
120600     END-IF
120700     .
120800*======================================================*
120900*   RECAPITULATIF PAR AGENCE PRENEUSE ET VISAS DES       *
121000*   DIRECTEURS (UN EXEMPLAIRE PAR AGENCE)                *
121100*======================================================*
121200*----------------------*
121300 8000-EDITER-RECAPITULATIF.
121400*----------------------*
121500     MOVE 'RECAPITULATIF PAR AGENCE PRENEUSE' TO LS-LIBELLE
121600     MOVE LIGNE-SECTION      TO REC-TRFAGCRP
121700     WRITE REC-TRFAGCRP AFTER ADVANCING 2 LINES
121800     MOVE LIGNE-ENTETE-RECAP TO REC-TRFAGCRP
121900     WRITE REC-TRFAGCRP

122000     PERFORM 8100-EDITER-UNE-PRENEUSE
122100         VARYING WS-IND-PRE FROM 1 BY 1
122200         UNTIL WS-IND-PRE > WS-NB-PRE

122300     MOVE LIGNE-VIDE TO REC-TRFAGCRP
122400     WRITE REC-TRFAGCRP
122500     MOVE 'VISA DU DIRECTEUR DE L''AGENCE CEDANTE    '
122600       TO LV-LIBELLE
122700     MOVE WS-CEDANTE TO LV-AGENCE
122800     MOVE LIGNE-VISA TO REC-TRFAGCRP
122900     WRITE REC-TRFAGCRP AFTER ADVANCING 2 LINES
123000     PERFORM 8200-EDITER-UN-VISA
123100         VARYING WS-IND-PRE FROM 1 BY 1
123200         UNTIL WS-IND-PRE > WS-NB-PRE
123300     .
123400*----------------------*
123500 8100-EDITER-UNE-PRENEUSE.
123600*----------------------*
123700     MOVE WS-ID-REGION               TO LR-REGION
123800     MOVE WS-PRE-CODE(WS-IND-PRE)    TO LR-CODE
123900     MOVE WS-PRE-NOM(WS-IND-PRE)     TO LR-NOM
124000     MOVE WS-PRE-NB-CPTE(WS-IND-PRE) TO LR-NB-CPTE
124100     MOVE WS-PRE-SOLDES(WS-IND-PRE)  TO LR-SOLDES
124200     MOVE WS-PRE-NB-DEV(WS-IND-PRE)  TO LR-NB-DEV
124300     MOVE WS-PRE-NB-OPER(WS-IND-PRE) TO LR-NB-OPER
124400     MOVE WS-PRE-NB-SUS(WS-IND-PRE)  TO LR-NB-SUS
124500     MOVE LIGNE-RECAP                TO REC-TRFAGCRP
124600     WRITE REC-TRFAGCRP
124700     .
124800*----------------------*
124900 8200-EDITER-UN-VISA.
125000*----------------------*
125100     MOVE 'VISA DU DIRECTEUR DE L''AGENCE PRENEUSE   '
125200       TO LV-LIBELLE
125300     MOVE WS-PRE-CODE(WS-IND-PRE) TO LV-AGENCE
125400     MOVE LIGNE-VISA TO REC-TRFAGCRP
125500     WRITE REC-TRFAGCRP AFTER ADVANCING 2 LINES
125600     .
125700*----------------------*
125800 9000-TERMINAISON.
125900*----------------------*
126000     CLOSE FAGENCE
126100     CLOSE TRFCARTE
126200     CLOSE FCLT
126300     CLOSE FOPERAT
126400     CLOSE FCAISSE
126500     CLOSE FCOFFRE
126600     CLOSE FMVTCOF
126700     CLOSE FJRN
126800     CLOSE FAUDOPE
126900     CLOSE TRFAGCRP

127000     DISPLAY 'TRFAGC - CARTES LUES           : ' WS-NB-CARTES
127100     DISPLAY 'TRFAGC - CARTES REJETEES       : '
127200             WS-NB-CARTES-REJ
127300     DISPLAY 'TRFAGC - COMPTES TRANSFERES    : ' WS-NB-COMPTES
127400     DISPLAY 'TRFAGC - OPERATEURS TRANSFERES : '
127500             WS-NB-OPERATEURS
127600     DISPLAY 'TRFAGC - ENCAISSE TRANSFEREE   : ' WS-ENCAISSE
127700     DISPLAY 'TRFAGC - SUSPENS EN COURS      : ' WS-NB-SUSPENS
127800     DISPLAY 'TRFAGC - LIGNES JOURNALISEES   : ' WS-NB-JOURNAL

127900     IF WS-NB-ERREURS > ZERO AND RETURN-CODE < 8
128000        MOVE 8 TO RETURN-CODE
128100     END-IF
128200     IF WS-NB-CARTES-REJ > ZERO AND RETURN-CODE < 4
128300        MOVE 4 TO RETURN-CODE
128400     END-IF

128500     MOVE 'F' TO RL-FONCTION
128600     MOVE 'TRFAGC' TO RL-PROG
128700     MOVE WS-NB-CARTES TO RL-LUS
128800     MOVE WS-NB-JOURNAL TO RL-ECRITS
128900     MOVE WS-NB-CARTES-REJ TO RL-REJETES
129000     MOVE RETURN-CODE TO RL-RC
129100     CALL 'pgrunlog' USING RL-COMMUN
129200     .

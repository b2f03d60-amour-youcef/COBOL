000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    MASQCLI.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - COPIE MASQUEE DES FICHIERS
001400*                   CLIENTS DE PRODUCTION POUR LES TESTS ET
001500*                   LA RECETTE (JCL MASQCLI). MEMES ZONES
001600*                   QUE L'EFFACEMENT RGPDCLI (NOM, PRENOM,
001700*                   ADRESSE, CODE POSTAL, VILLE, TELEPHONE,
001800*                   EMAIL), REMPLACEES PAR DES VALEURS
001900*                   VRAISEMBLABLES TIREES DE TABLES DE
002000*                   SUBSTITUTION ; RAISON SOCIALE DES
002100*                   ENTREPRISES ET PIN DES COMPTES ET DES
002200*                   CO-TITULAIRES EN PLUS, TEXTE LIBRE DES
002300*                   NOTES DE CONTACT NEUTRALISE. CLES,
002400*                   CROSS-REFERENCE, SOLDES ET DATES
002500*                   INCHANGES ; LES COMPTES CLIENT.DAT
002600*                   PRENNENT L'IDENTITE MASQUEE DE LEUR
002700*                   TITULAIRE (REGLE PROPCLI) POUR QUE
002800*                   RECFCLI PASSE SUR LA COPIE. UNE
002900*                   RELECTURE DE CONTROLE COMPARE CHAQUE
003000*                   FICHE COPIEE A SON ORIGINAL : UN NOM,
003100*                   PRENOM, RAISON SOCIALE, TELEPHONE OU
003200*                   EMAIL D'ORIGINE RETROUVE, UN EMAIL HORS
003300*                   DU DOMAINE DE TEST OU UN ECART LUS /
003400*                   ECRITS DONNE RC 8 (COPIE A NE PAS
003500*                   LIVRER, LE JCL LA SUPPRIME).
003520*   15/10/2026  SE  PIN EN CLAIR A ZERO ; LA COPIE RECOIT UNE
003540*                   EMPREINTE DU PIN DE TEST 1234 (SEL NOUVEAU)
003560*                   POUR LES CO-TITULAIRES ET DANS LA COPIE
003580*                   TPINCTL DU CONTROLE DES PIN FPINCTL
003600*--------------------------------------------------------
003700*
003800*======================================================*
003900*   E N V I R O N M E N T       D I V I S I O N        *
004000*======================================================*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-390.
004400 OBJECT-COMPUTER. IBM-390.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700*    FICHIERS DE PRODUCTION (LECTURE SEULE)
004800     SELECT FCLIENTS   ASSIGN TO FCLIENT
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS E-NUMERO
005200         FILE STATUS IS WS-FS-FCLIENTS.

005300     SELECT FCLT       ASSIGN TO FCLT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS ID-CPTE
005700         FILE STATUS IS WS-FS-FCLT.

005800     SELECT FXREF      ASSIGN TO FXREF
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS XRF-CLE
006200         ALTERNATE RECORD KEY IS XRF-ID-CPTE
006300         FILE STATUS IS WS-FS-FXREF.

006400     SELECT FCOT       ASSIGN TO FCOT
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS CT-ID-CPTE
006800         FILE STATUS IS WS-FS-FCOT.
006810     SELECT FPINCTL    ASSIGN TO FPINCTL
006820         ORGANIZATION IS INDEXED
006830         ACCESS MODE IS SEQUENTIAL
006840         RECORD KEY IS PIN-ID-CPTE
006850         FILE STATUS IS WS-FS-FPINCTL.

006900     SELECT FNOTES     ASSIGN TO FNOTES
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS NT-CLE
007300         FILE STATUS IS WS-FS-FNOTES.

007400     SELECT FADRHIST   ASSIGN TO FADRHIST
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS SEQUENTIAL
007700         RECORD KEY IS AH-CLE
007800         FILE STATUS IS WS-FS-FADRHIST.

007900*    COPIES MASQUEES (CLUSTERS DE TEST DEFINIS VIDES PAR
008000*    LE JCL, CHARGES DANS L'ORDRE DES CLES)
008100     SELECT TCLIENT    ASSIGN TO TCLIENT
008200         ORGANIZATION IS INDEXED
008300         ACCESS MODE IS DYNAMIC
008400         RECORD KEY IS TCL-NUMERO
008500         FILE STATUS IS WS-FS-TCLIENT.

008600     SELECT TCLT       ASSIGN TO TCLT
008700         ORGANIZATION IS INDEXED
008800         ACCESS MODE IS SEQUENTIAL
008900         RECORD KEY IS TCT-ID-CPTE
009000         FILE STATUS IS WS-FS-TCLT.

009100     SELECT TCOT       ASSIGN TO TCOT
009200         ORGANIZATION IS INDEXED
009300         ACCESS MODE IS SEQUENTIAL
009400         RECORD KEY IS TCO-ID-CPTE
009500         FILE STATUS IS WS-FS-TCOT.
009510     SELECT TPINCTL    ASSIGN TO TPINCTL
009520         ORGANIZATION IS INDEXED
009530         ACCESS MODE IS SEQUENTIAL
009540         RECORD KEY IS TPN-ID-CPTE
009550         FILE STATUS IS WS-FS-TPINCTL.

009600     SELECT TNOTES     ASSIGN TO TNOTES
009700         ORGANIZATION IS INDEXED
009800         ACCESS MODE IS SEQUENTIAL
009900         RECORD KEY IS TNT-CLE
010000         FILE STATUS IS WS-FS-TNOTES.

010100     SELECT TADRHIST   ASSIGN TO TADRHIST
010200         ORGANIZATION IS INDEXED
010300         ACCESS MODE IS SEQUENTIAL
010400         RECORD KEY IS TAH-CLE
010500         FILE STATUS IS WS-FS-TADRHIST.

010600     SELECT MASQRP     ASSIGN TO MASQRP
010700         ORGANIZATION IS SEQUENTIAL
010800         FILE STATUS IS WS-FS-MASQRP.
010900*
011000*======================================================*
011100*           D A T A         D I V I S I O N            *
011200*======================================================*
011300 DATA DIVISION.
011400 FILE SECTION.
011500*
011600 FD  FCLIENTS
011700     RECORD CONTAINS 400 CHARACTERS.
011800     COPY FCLIENTS.
011900*
012000 FD  FCLT
012100     RECORD CONTAINS 80 CHARACTERS.
012200 01  REC-CLT.
012300     05  ID-CPTE    PIC X(08).
012400     05  ID-REGION  PIC X(02).
012500     05  NAT-CPTE   PIC 9(02).
012600     05  NOM-CLT    PIC X(10).
012700     05  PRN-CLT    PIC X(10).
012800     05  DTN-CLT    PIC 9(08).
012900     05  SEX-CLT    PIC X(01).
013000     05  ACP-CLT    PIC X(02).
013100     05  STS-CLT    PIC X(01).
013200     05  ADR-CLT    PIC X(10).
013300     05  SLD-CLT    PIC S9(08)V99.
013400     05  PST-CLT    PIC X(02).
013500     05  PIN-CLT    PIC 9(04).
013600     05  DEC-CLT    PIC 9(06).
013700     05  DEV-CLT    PIC X(02).
013800     05  FILLER     PIC X(02).
013900*
014000 FD  FXREF
014100     RECORD CONTAINS 80 CHARACTERS.
014200     COPY FCLICPT.
014300*
014400 FD  FCOT
014500     RECORD CONTAINS 80 CHARACTERS.
014600 01  REC-COT.
014700     05  CT-ID-CPTE   PIC X(08).
014800     05  CT-NOM       PIC X(10).
014900     05  CT-PRN       PIC X(10).
015000     05  CT-DTN       PIC 9(08).
015100     05  CT-SEX       PIC X(01).
015130*    PIN EN CLAIR : PLUS UTILISE, TOUJOURS A ZERO
015160     05  CT-PIN       PIC 9(04).
015190     05  CT-SEL       PIC X(08).
015220     05  CT-EMPREINTE PIC X(16).
015250     05  FILLER       PIC X(15).
015280*
015310 FD  FPINCTL
015340     RECORD CONTAINS 80 CHARACTERS.
015370     COPY FPINCTL.
015400*
015500 FD  FNOTES
015600     RECORD CONTAINS 80 CHARACTERS.
015700     COPY FNOTES.
015800*
015900 FD  FADRHIST
016000     RECORD CONTAINS 80 CHARACTERS.
016100     COPY FADRHIST.
016200*
016300*    LES COPIES ONT LE DESSIN DE LEUR ORIGINAL : L'ENREGIS-
016400*    TREMENT EST PREPARE DANS LA ZONE DU FICHIER D'ORIGINE
016500*    ET RELU DANS CETTE ZONE (READ ... INTO) AU CONTROLE
016600 FD  TCLIENT
016700     RECORD CONTAINS 400 CHARACTERS.
016800 01  REC-TCLIENT.
016900     05  TCL-NUMERO           PIC 9(08).
017000     05  FILLER               PIC X(392).
017100*
017200 FD  TCLT
017300     RECORD CONTAINS 80 CHARACTERS.
017400 01  REC-TCLT.
017500     05  TCT-ID-CPTE          PIC X(08).
017600     05  FILLER               PIC X(72).
017700*
017800 FD  TCOT
017900     RECORD CONTAINS 80 CHARACTERS.
018000 01  REC-TCOT.
018100     05  TCO-ID-CPTE          PIC X(08).
018200     05  FILLER               PIC X(72).
018210*
018220 FD  TPINCTL
018230     RECORD CONTAINS 80 CHARACTERS.
018240 01  REC-TPINCTL.
018250     05  TPN-ID-CPTE          PIC X(08).
018260     05  FILLER               PIC X(72).
018300*
018400 FD  TNOTES
018500     RECORD CONTAINS 80 CHARACTERS.
018600 01  REC-TNOTES.
018700     05  TNT-CLE              PIC X(11).
018800     05  FILLER               PIC X(69).
018900*
019000 FD  TADRHIST
019100     RECORD CONTAINS 80 CHARACTERS.
019200 01  REC-TADRHIST.
019300     05  TAH-CLE              PIC X(18).
019400     05  FILLER               PIC X(62).
019500*
019600 FD  MASQRP
019700     RECORD CONTAINS 80 CHARACTERS.
019800 01  REC-MASQRP               PIC X(80).
019900*
020000*------------------------------------------------------*
020100 WORKING-STORAGE SECTION.
020200*------------------------------------------------------*
020300*
020400 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
020500     88 FS-FCLIENTS-OK           VALUE '00'.
020600 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
020700     88 FS-FCLT-OK               VALUE '00'.
020800 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
020900     88 FS-FXREF-OK              VALUE '00'.
021000 01  WS-FS-FCOT               PIC X(02) VALUE SPACE.
021100     88 FS-FCOT-OK               VALUE '00'.
021130 01  WS-FS-FPINCTL            PIC X(02) VALUE SPACE.
021160     88 FS-FPINCTL-OK            VALUE '00'.
021200 01  WS-FS-FNOTES             PIC X(02) VALUE SPACE.
021300     88 FS-FNOTES-OK             VALUE '00'.
021400 01  WS-FS-FADRHIST           PIC X(02) VALUE SPACE.
021500     88 FS-FADRHIST-OK           VALUE '00'.
021600 01  WS-FS-TCLIENT            PIC X(02) VALUE SPACE.
021700     88 FS-TCLIENT-OK            VALUE '00'.
021800 01  WS-FS-TCLT               PIC X(02) VALUE SPACE.
021900     88 FS-TCLT-OK               VALUE '00'.
022000 01  WS-FS-TCOT               PIC X(02) VALUE SPACE.
022100     88 FS-TCOT-OK               VALUE '00'.
022130 01  WS-FS-TPINCTL            PIC X(02) VALUE SPACE.
022160     88 FS-TPINCTL-OK            VALUE '00'.
022200 01  WS-FS-TNOTES             PIC X(02) VALUE SPACE.
022300     88 FS-TNOTES-OK             VALUE '00'.
022400 01  WS-FS-TADRHIST           PIC X(02) VALUE SPACE.
022500     88 FS-TADRHIST-OK           VALUE '00'.
022600 01  WS-FS-MASQRP             PIC X(02) VALUE SPACE.
022700     88 FS-MASQRP-OK             VALUE '00'.
022800*
022900 01  WS-XREF-DISPO            PIC X(01) VALUE 'N'.
023000     88 XREF-DISPO               VALUE 'O'.
023100 01  WS-FIN-FCLIENTS          PIC X(01) VALUE 'N'.
023200     88 FIN-FCLIENTS             VALUE 'Y'.
023300 01  WS-FIN-FCLT              PIC X(01) VALUE 'N'.
023400     88 FIN-FCLT                 VALUE 'Y'.
023500 01  WS-FIN-FCOT              PIC X(01) VALUE 'N'.
023600     88 FIN-FCOT                 VALUE 'Y'.
023630 01  WS-FIN-FPINCTL           PIC X(01) VALUE 'N'.
023660     88 FIN-FPINCTL              VALUE 'Y'.
023700 01  WS-FIN-FNOTES            PIC X(01) VALUE 'N'.
023800     88 FIN-FNOTES               VALUE 'Y'.
023900 01  WS-FIN-FADRHIST          PIC X(01) VALUE 'N'.
024000     88 FIN-FADRHIST             VALUE 'Y'.
024100 01  WS-TITULAIRE-TROUVE      PIC X(01) VALUE 'N'.
024200     88 TITULAIRE-TROUVE         VALUE 'O'.
024300*
024400 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
024500 01  WS-CLE-LONGUE            PIC 9(08).
024600*
024700*    COMPTEURS PAR FICHIER : LUS, ECRITS, REJETES
024800 01  WS-COMPTEURS.
024900     05 WS-NB-CLI-LUS         PIC 9(07) VALUE ZERO.
025000     05 WS-NB-CLI-ECRITS      PIC 9(07) VALUE ZERO.
025100     05 WS-NB-CLI-REJETS      PIC 9(07) VALUE ZERO.
025200     05 WS-NB-CPT-LUS         PIC 9(07) VALUE ZERO.
025300     05 WS-NB-CPT-ECRITS      PIC 9(07) VALUE ZERO.
025400     05 WS-NB-CPT-REJETS      PIC 9(07) VALUE ZERO.
025500     05 WS-NB-COT-LUS         PIC 9(07) VALUE ZERO.
025600     05 WS-NB-COT-ECRITS      PIC 9(07) VALUE ZERO.
025700     05 WS-NB-COT-REJETS      PIC 9(07) VALUE ZERO.
025720     05 WS-NB-PIN-LUS         PIC 9(07) VALUE ZERO.
025740     05 WS-NB-PIN-ECRITS      PIC 9(07) VALUE ZERO.
025760     05 WS-NB-PIN-REJETS      PIC 9(07) VALUE ZERO.
025800     05 WS-NB-NOT-LUS         PIC 9(07) VALUE ZERO.
025900     05 WS-NB-NOT-ECRITS      PIC 9(07) VALUE ZERO.
026000     05 WS-NB-NOT-REJETS      PIC 9(07) VALUE ZERO.
026100     05 WS-NB-ADR-LUS         PIC 9(07) VALUE ZERO.
026200     05 WS-NB-ADR-ECRITS      PIC 9(07) VALUE ZERO.
026300     05 WS-NB-ADR-REJETS      PIC 9(07) VALUE ZERO.
026400     05 WS-NB-ORPHELINS       PIC 9(07) VALUE ZERO.
026500*
026600*    RELECTURE DE CONTROLE : ZONES D'ORIGINE RETROUVEES
026700*    DANS LA COPIE ET FICHES COPIEES ABSENTES
026800 01  WS-CONTROLES.
026900     05 WS-NB-CTL-FICHES      PIC 9(07) VALUE ZERO.
027000     05 WS-NB-SURV-NOM        PIC 9(07) VALUE ZERO.
027100     05 WS-NB-SURV-PNM        PIC 9(07) VALUE ZERO.
027200     05 WS-NB-SURV-RAISON     PIC 9(07) VALUE ZERO.
027300     05 WS-NB-SURV-TEL        PIC 9(07) VALUE ZERO.
027400     05 WS-NB-SURV-EMAIL      PIC 9(07) VALUE ZERO.
027500     05 WS-NB-HORS-DOMAINE    PIC 9(07) VALUE ZERO.
027600     05 WS-NB-CTL-ABSENTS     PIC 9(07) VALUE ZERO.
027700 01  WS-NB-SURVIVANTS         PIC 9(07) VALUE ZERO.
027800 01  WS-NB-DOMAINE            PIC 9(03) VALUE ZERO.
027900*
028000*    ZONES D'ORIGINE GARDEES LE TEMPS DE LA COMPARAISON
028100 01  WS-ORIGINE.
028200     05 WS-ORG-NOM            PIC X(20).
028300     05 WS-ORG-PNM            PIC X(20).
028400     05 WS-ORG-ADR            PIC X(20).
028500     05 WS-ORG-TELF           PIC X(10).
028600     05 WS-ORG-EMAIL          PIC X(60).
028700     05 WS-ORG-RAISON         PIC X(60).
028800     05 WS-ORG-CLE            PIC X(08).
028900*
029000*------------------------------------------------------*
029100*   TABLES DE SUBSTITUTION                             *
029200*   TAILLES PREMIERES ENTRE ELLES : LE NUMERO CLIENT   *
029300*   DONNE UNE COMBINAISON STABLE D'UN PASSAGE A L'AUTRE*
029400*------------------------------------------------------*
029500 01  WS-NOMS-VALEURS.
029600     05 FILLER PIC X(10) VALUE 'MARTIN'.
029700     05 FILLER PIC X(10) VALUE 'BERNARD'.
029800     05 FILLER PIC X(10) VALUE 'THOMAS'.
029900     05 FILLER PIC X(10) VALUE 'PETIT'.
030000     05 FILLER PIC X(10) VALUE 'ROBERT'.
030100     05 FILLER PIC X(10) VALUE 'RICHARD'.
030200     05 FILLER PIC X(10) VALUE 'DURAND'.
030300     05 FILLER PIC X(10) VALUE 'DUBOIS'.
030400     05 FILLER PIC X(10) VALUE 'MOREAU'.
030500     05 FILLER PIC X(10) VALUE 'LAURENT'.
030600     05 FILLER PIC X(10) VALUE 'SIMON'.
030700     05 FILLER PIC X(10) VALUE 'MICHEL'.
030800     05 FILLER PIC X(10) VALUE 'LEFEBVRE'.
030900     05 FILLER PIC X(10) VALUE 'LEROY'.
031000     05 FILLER PIC X(10) VALUE 'ROUX'.
031100     05 FILLER PIC X(10) VALUE 'DAVID'.
031200     05 FILLER PIC X(10) VALUE 'BERTRAND'.
031300     05 FILLER PIC X(10) VALUE 'MOREL'.
031400     05 FILLER PIC X(10) VALUE 'FOURNIER'.
031500     05 FILLER PIC X(10) VALUE 'GIRARD'.
031600     05 FILLER PIC X(10) VALUE 'BONNET'.
031700     05 FILLER PIC X(10) VALUE 'DUPONT'.
031800     05 FILLER PIC X(10) VALUE 'LAMBERT'.
031900 01  FILLER REDEFINES WS-NOMS-VALEURS.
032000     05 WS-NOM-FAUX           PIC X(10) OCCURS 23.
032100 01  WS-NB-NOMS               PIC S9(4) COMP VALUE 23.
032200*
032300 01  WS-PRENOMS-VALEURS.
032400     05 FILLER PIC X(10) VALUE 'JEAN'.
032500     05 FILLER PIC X(10) VALUE 'MARIE'.
032600     05 FILLER PIC X(10) VALUE 'PIERRE'.
032700     05 FILLER PIC X(10) VALUE 'ANNE'.
032800     05 FILLER PIC X(10) VALUE 'JACQUES'.
032900     05 FILLER PIC X(10) VALUE 'SYLVIE'.
033000     05 FILLER PIC X(10) VALUE 'PHILIPPE'.
033100     05 FILLER PIC X(10) VALUE 'ISABELLE'.
033200     05 FILLER PIC X(10) VALUE 'ALAIN'.
033300     05 FILLER PIC X(10) VALUE 'NATHALIE'.
033400     05 FILLER PIC X(10) VALUE 'PATRICK'.
033500     05 FILLER PIC X(10) VALUE 'CATHERINE'.
033600     05 FILLER PIC X(10) VALUE 'NICOLAS'.
033700     05 FILLER PIC X(10) VALUE 'SOPHIE'.
033800     05 FILLER PIC X(10) VALUE 'FRANCOIS'.
033900     05 FILLER PIC X(10) VALUE 'VALERIE'.
034000     05 FILLER PIC X(10) VALUE 'ERIC'.
034100     05 FILLER PIC X(10) VALUE 'CHRISTINE'.
034200     05 FILLER PIC X(10) VALUE 'OLIVIER'.
034300 01  FILLER REDEFINES WS-PRENOMS-VALEURS.
034400     05 WS-PNM-FAUX           PIC X(10) OCCURS 19.
034500 01  WS-NB-PRENOMS            PIC S9(4) COMP VALUE 19.
034600*
034700 01  WS-RUES-VALEURS.
034800     05 FILLER PIC X(16) VALUE 'RUE DES LILAS'.
034900     05 FILLER PIC X(16) VALUE 'AVENUE FOCH'.
035000     05 FILLER PIC X(16) VALUE 'RUE DE LA PAIX'.
035100     05 FILLER PIC X(16) VALUE 'BD VOLTAIRE'.
035200     05 FILLER PIC X(16) VALUE 'RUE PASTEUR'.
035300     05 FILLER PIC X(16) VALUE 'RUE VICTOR HUGO'.
035400     05 FILLER PIC X(16) VALUE 'PLACE DU MARCHE'.
035500     05 FILLER PIC X(16) VALUE 'RUE DES ECOLES'.
035600     05 FILLER PIC X(16) VALUE 'ALLEE DES PINS'.
035700     05 FILLER PIC X(16) VALUE 'RUE DU MOULIN'.
035800     05 FILLER PIC X(16) VALUE 'CHEMIN VERT'.
035900 01  FILLER REDEFINES WS-RUES-VALEURS.
036000     05 WS-RUE-FAUSSE         PIC X(16) OCCURS 11.
036100 01  WS-NB-RUES               PIC S9(4) COMP VALUE 11.
036200*
036300 01  WS-VILLES-VALEURS.
036400     05 FILLER PIC X(05) VALUE '75011'.
036500     05 FILLER PIC X(20) VALUE 'PARIS'.
036600     05 FILLER PIC X(05) VALUE '69003'.
036700     05 FILLER PIC X(20) VALUE 'LYON'.
036800     05 FILLER PIC X(05) VALUE '13008'.
036900     05 FILLER PIC X(20) VALUE 'MARSEILLE'.
037000     05 FILLER PIC X(05) VALUE '31000'.
037100     05 FILLER PIC X(20) VALUE 'TOULOUSE'.
037200     05 FILLER PIC X(05) VALUE '33000'.
037300     05 FILLER PIC X(20) VALUE 'BORDEAUX'.
037400     05 FILLER PIC X(05) VALUE '59000'.
037500     05 FILLER PIC X(20) VALUE 'LILLE'.
037600     05 FILLER PIC X(05) VALUE '44000'.
037700     05 FILLER PIC X(20) VALUE 'NANTES'.
037800     05 FILLER PIC X(05) VALUE '67000'.
037900     05 FILLER PIC X(20) VALUE 'STRASBOURG'.
038000     05 FILLER PIC X(05) VALUE '34000'.
038100     05 FILLER PIC X(20) VALUE 'MONTPELLIER'.
038200     05 FILLER PIC X(05) VALUE '35000'.
038300     05 FILLER PIC X(20) VALUE 'RENNES'.
038400     05 FILLER PIC X(05) VALUE '06000'.
038500     05 FILLER PIC X(20) VALUE 'NICE'.
038600     05 FILLER PIC X(05) VALUE '21000'.
038700     05 FILLER PIC X(20) VALUE 'DIJON'.
038800     05 FILLER PIC X(05) VALUE '37000'.
038900     05 FILLER PIC X(20) VALUE 'TOURS'.
039000 01  FILLER REDEFINES WS-VILLES-VALEURS.
039100     05 WS-VILLE-LIGNE OCCURS 13.
039200        10 WS-VILLE-CP        PIC X(05).
039300        10 WS-VILLE-NOM       PIC X(20).
039400 01  WS-NB-VILLES             PIC S9(4) COMP VALUE 13.
039500*
039600*    TIRAGE : LA GRAINE (NUMERO CLIENT, OU RANG POUR LES
039700*    FICHES SANS CLIENT) DONNE UN INDICE PAR TABLE ; UN
039800*    TIRAGE EGAL A LA VALEUR D'ORIGINE PASSE AU SUIVANT
039900 01  WS-GRAINE                PIC 9(08).
040000 01  WS-GRAINE-X REDEFINES WS-GRAINE.
040100     05 FILLER                PIC X(02).
040200     05 WS-GRAINE-FIN         PIC X(06).
040300 01  WS-QUOTIENT              PIC 9(08).
040400 01  WS-RESTE                 PIC 9(04).
040500 01  WS-IND-NOM               PIC S9(4) COMP.
040600 01  WS-IND-PNM               PIC S9(4) COMP.
040700 01  WS-IND-RUE               PIC S9(4) COMP.
040800 01  WS-IND-VILLE             PIC S9(4) COMP.
040900 01  WS-NUM-RUE               PIC 9(02).
041000*
041100 01  WS-FAUSSE-IDENTITE.
041200     05 WS-FAUX-NOM           PIC X(20).
041300     05 WS-FAUX-PNM           PIC X(20).
041400     05 WS-FAUSSE-ADR         PIC X(20).
041500     05 WS-FAUX-CP            PIC X(05).
041600     05 WS-FAUSSE-VILLE       PIC X(25).
041700*
041800*    VALEURS FIXES DE LA COPIE : PIN UNIQUE CONNU DES
041900*    TESTEURS, DOMAINE EMAIL RESERVE (AUCUN ENVOI REEL
042000*    POSSIBLE), PREFIXE TELEPHONIQUE NON ATTRIBUE
042100 01  WS-PIN-TEST              PIC 9(04) VALUE 1234.
042110*    SEL DES EMPREINTES DU PIN DE TEST : HEURE DU
042120*    TRAITEMENT PLUS RANG DE L'ENREGISTREMENT
042130 01  WS-HEURE-SEL             PIC 9(08) VALUE ZERO.
042140 01  WS-SEL-NUM               PIC 9(08) VALUE ZERO.
042150*
042160*    ZONE DU MODULE COMMUN pgpin (EMPREINTE DES PIN)
042170     COPY WSPIN.
042200 01  WS-DOMAINE-TEST          PIC X(13) VALUE '@TEST.INVALID'.
042300 01  WS-PREFIXE-TEL           PIC X(02) VALUE '99'.
042400*
042500*------------------------------------------------------*
042600*   ETAT DE CONTROLE (MASQRP)                          *
042700*------------------------------------------------------*
042800 01  LIGNE-TITRE.
042900     05 FILLER                PIC X(40) VALUE
043000        'COPIE MASQUEE DES FICHIERS CLIENTS - LE '.
043100     05 LT-DATE               PIC 9(08).
043200     05 FILLER                PIC X(32) VALUE SPACE.
043300*
043400 01  LIGNE-ENTETE.
043500     05 FILLER                PIC X(12) VALUE 'FICHIER'.
043600     05 FILLER                PIC X(12) VALUE '         LUS'.
043700     05 FILLER                PIC X(12) VALUE '      ECRITS'.
043800     05 FILLER                PIC X(12) VALUE '     REJETES'.
043900     05 FILLER                PIC X(32) VALUE SPACE.
044000*
044100 01  LIGNE-FICHIER.
044200     05 LF-FICHIER            PIC X(12).
044300     05 FILLER                PIC X(03) VALUE SPACE.
044400     05 LF-LUS                PIC Z(08)9.
044500     05 FILLER                PIC X(03) VALUE SPACE.
044600     05 LF-ECRITS             PIC Z(08)9.
044700     05 FILLER                PIC X(03) VALUE SPACE.
044800     05 LF-REJETS             PIC Z(08)9.
044900     05 FILLER                PIC X(32) VALUE SPACE.
045000*
045100 01  LIGNE-CONTROLE.
045200     05 LC-LIBELLE            PIC X(50).
045300     05 LC-NOMBRE             PIC Z(08)9.
045400     05 FILLER                PIC X(21) VALUE SPACE.
045500*
045600 01  LIGNE-TEXTE.
045700     05 LX-TEXTE              PIC X(70).
045800     05 FILLER                PIC X(10) VALUE SPACE.
045900*
046000*======================================================*
046100*     P R O C E D U R E     D I V I S I O N            *
046200*======================================================*
046300 PROCEDURE DIVISION.
046400*----------------------*
046500 0000-MAINLINE.
046600*----------------------*
046700     PERFORM 1000-INITIALISATION
046800     PERFORM 2000-MASQUER-CLIENT THRU 2000-MASQUER-EXIT
046900         UNTIL FIN-FCLIENTS
047000     PERFORM 2500-RELIRE-TCLIENT
047100     PERFORM 3000-MASQUER-COMPTE THRU 3000-MASQUER-EXIT
047200         UNTIL FIN-FCLT
047300     PERFORM 4000-MASQUER-COTIT THRU 4000-MASQUER-EXIT
047400         UNTIL FIN-FCOT
047430     PERFORM 4500-MASQUER-PINCTL THRU 4500-MASQUER-EXIT
047460         UNTIL FIN-FPINCTL
047500     PERFORM 5000-MASQUER-NOTE THRU 5000-MASQUER-EXIT
047600         UNTIL FIN-FNOTES
047700     PERFORM 5500-MASQUER-ADRESSE THRU 5500-MASQUER-EXIT
047800         UNTIL FIN-FADRHIST
047900     PERFORM 7000-PREPARER-CONTROLE
048000     PERFORM 7100-CONTROLER-CLIENT THRU 7100-CONTROLER-EXIT
048100         UNTIL FIN-FCLIENTS
048200     PERFORM 7200-CONTROLER-COMPTE THRU 7200-CONTROLER-EXIT
048300         UNTIL FIN-FCLT
048400     PERFORM 7300-CONTROLER-COTIT THRU 7300-CONTROLER-EXIT
048500         UNTIL FIN-FCOT
048600     PERFORM 8000-EDITER-ETAT
048700     PERFORM 9000-TERMINAISON
048800     GOBACK
048900     .
049000*----------------------*
049100 1000-INITIALISATION.
049200*----------------------*
049300*    TOUS LES FICHIERS SONT OBLIGATOIRES (UNE COPIE
049400*    INCOMPLETE NE SERAIT PAS COHERENTE), SAUF LA CROSS-
049500*    REFERENCE : SANS ELLE, APPARIEMENT DIRECT (RGPDCLI)
049600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
049650     ACCEPT WS-HEURE-SEL FROM TIME

049700     OPEN INPUT FCLIENTS
049800     IF NOT FS-FCLIENTS-OK
049900        DISPLAY 'MASQCLI - ERREUR OPEN FCLIENTS - FS='
050000                WS-FS-FCLIENTS
050100        MOVE 12 TO RETURN-CODE
050200     END-IF
050300     OPEN INPUT FCLT
050400     IF NOT FS-FCLT-OK
050500        DISPLAY 'MASQCLI - ERREUR OPEN FCLT - FS='
050600                WS-FS-FCLT
050700        MOVE 12 TO RETURN-CODE
050800     END-IF
050900     OPEN INPUT FXREF
051000     IF FS-FXREF-OK
051100        MOVE 'O' TO WS-XREF-DISPO
051200     END-IF
051300     OPEN INPUT FCOT
051400     IF NOT FS-FCOT-OK
051500        DISPLAY 'MASQCLI - ERREUR OPEN FCOT - FS='
051600                WS-FS-FCOT
051700        MOVE 12 TO RETURN-CODE
051800     END-IF
051900     OPEN INPUT FNOTES
052000     IF NOT FS-FNOTES-OK
052100        DISPLAY 'MASQCLI - ERREUR OPEN FNOTES - FS='
052200                WS-FS-FNOTES
052300        MOVE 12 TO RETURN-CODE
052400     END-IF
052500     OPEN INPUT FADRHIST
052600     IF NOT FS-FADRHIST-OK
052700        DISPLAY 'MASQCLI - ERREUR OPEN FADRHIST - FS='
052800                WS-FS-FADRHIST
052900        MOVE 12 TO RETURN-CODE
053000     END-IF
053010     OPEN INPUT FPINCTL
053020     IF NOT FS-FPINCTL-OK
053030        DISPLAY 'MASQCLI - ERREUR OPEN FPINCTL - FS='
053040                WS-FS-FPINCTL
053050        MOVE 12 TO RETURN-CODE
053060     END-IF

053100     OPEN OUTPUT TCLIENT
053200     IF NOT FS-TCLIENT-OK
053300        DISPLAY 'MASQCLI - ERREUR OPEN TCLIENT - FS='
053400                WS-FS-TCLIENT
053500        MOVE 12 TO RETURN-CODE
053600     END-IF
053700     OPEN OUTPUT TCLT
053800     IF NOT FS-TCLT-OK
053900        DISPLAY 'MASQCLI - ERREUR OPEN TCLT - FS='
054000                WS-FS-TCLT
054100        MOVE 12 TO RETURN-CODE
054200     END-IF
054300     OPEN OUTPUT TCOT
054400     IF NOT FS-TCOT-OK
054500        DISPLAY 'MASQCLI - ERREUR OPEN TCOT - FS='
054600                WS-FS-TCOT
054700        MOVE 12 TO RETURN-CODE
054800     END-IF
054810     OPEN OUTPUT TPINCTL
054820     IF NOT FS-TPINCTL-OK
054830        DISPLAY 'MASQCLI - ERREUR OPEN TPINCTL - FS='
054840                WS-FS-TPINCTL
054850        MOVE 12 TO RETURN-CODE
054860     END-IF
054900     OPEN OUTPUT TNOTES
055000     IF NOT FS-TNOTES-OK
055100        DISPLAY 'MASQCLI - ERREUR OPEN TNOTES - FS='
055200                WS-FS-TNOTES
055300        MOVE 12 TO RETURN-CODE
055400     END-IF
055500     OPEN OUTPUT TADRHIST
055600     IF NOT FS-TADRHIST-OK
055700        DISPLAY 'MASQCLI - ERREUR OPEN TADRHIST - FS='
055800                WS-FS-TADRHIST
055900        MOVE 12 TO RETURN-CODE
056000     END-IF
056100     OPEN OUTPUT MASQRP
056200     IF NOT FS-MASQRP-OK
056300        DISPLAY 'MASQCLI - ERREUR OPEN MASQRP - FS='
056400                WS-FS-MASQRP
056500        MOVE 12 TO RETURN-CODE
056600     END-IF

056700     IF RETURN-CODE = 12
056800        PERFORM 9100-FERMER-FICHIERS
056900        GOBACK
057000     END-IF
057100     .
057200*----------------------*
057300 2000-MASQUER-CLIENT.
057400*----------------------*
057500*    FICHE FCLIENTS : IDENTITE TIREE DU NUMERO CLIENT.
057600*    UNE ZONE A BLANC DANS L'ORIGINAL RESTE A BLANC (LES
057700*    FICHES INCOMPLETES DE PRODUCTION LE RESTENT)
057800     READ FCLIENTS NEXT RECORD
057900         AT END
058000            MOVE 'Y' TO WS-FIN-FCLIENTS
058100            GO TO 2000-MASQUER-EXIT
058200     END-READ
058300     ADD 1 TO WS-NB-CLI-LUS

058400     MOVE E-NUMERO    TO WS-GRAINE
058500     MOVE E-NOM-CLI   TO WS-ORG-NOM
058600     MOVE E-PNM-CLI   TO WS-ORG-PNM
058700     MOVE E-ADR-CLI   TO WS-ORG-ADR
058800     PERFORM 6000-TIRER-IDENTITE

058900     MOVE WS-FAUX-NOM TO E-NOM-CLI
059000     MOVE WS-FAUX-PNM TO E-PNM-CLI
059100     IF E-ADR-CLI NOT = SPACE
059200        MOVE WS-FAUSSE-ADR TO E-ADR-CLI
059300     END-IF
059400     IF E-CODEP-CLI NOT = SPACE
059500        MOVE WS-FAUX-CP TO E-CODEP-CLI
059600     END-IF
059700     IF E-VILLE-CLI NOT = SPACE
059800        MOVE WS-FAUSSE-VILLE TO E-VILLE-CLI
059900     END-IF
060000     IF E-TELF-NUM NOT = SPACE
060100        MOVE WS-PREFIXE-TEL TO E-TELF-NUM(1:2)
060200        MOVE WS-GRAINE-FIN  TO E-TELF-NUM(3:6)
060300     END-IF
060400     IF E-EMAIL-CLI NOT = SPACE
060500        MOVE SPACE TO E-EMAIL-CLI
060600        STRING WS-FAUX-PNM     DELIMITED BY SPACE
060700               '.'             DELIMITED BY SIZE
060800               WS-FAUX-NOM     DELIMITED BY SPACE
060900               '.'             DELIMITED BY SIZE
061000               WS-GRAINE       DELIMITED BY SIZE
061100               WS-DOMAINE-TEST DELIMITED BY SIZE
061200               INTO E-EMAIL-CLI
061300     END-IF
061400*    ENTREPRISE : RAISON SOCIALE DE SUBSTITUTION, DONT LES
061500*    40 PREMIERS CARACTERES SONT LE NOM ET LE PRENOM DE LA
061600*    FICHE (REGLE PRGCREA)
061700     IF E-CLI-ENTREPRISE
061800        MOVE SPACE TO E-RAISON-SOC
061900        STRING 'ETABLISSEMENTS ' DELIMITED BY SIZE
062000               WS-FAUX-NOM       DELIMITED BY SPACE
062100               ' ET ASSOCIES'    DELIMITED BY SIZE
062200               INTO E-RAISON-SOC
062300        MOVE E-RAISON-SOC(1:20)  TO E-NOM-CLI
062400        MOVE E-RAISON-SOC(21:20) TO E-PNM-CLI
062500     END-IF

062600     MOVE E-CLIENT TO REC-TCLIENT
062700     WRITE REC-TCLIENT
062800     IF NOT FS-TCLIENT-OK
062900        DISPLAY 'MASQCLI - ERREUR WRITE TCLIENT - FS='
063000                WS-FS-TCLIENT ' - CLIENT ' E-NUMERO
063100        ADD 1 TO WS-NB-CLI-REJETS
063200        GO TO 2000-MASQUER-EXIT
063300     END-IF
063400     ADD 1 TO WS-NB-CLI-ECRITS
063500     .
063600 2000-MASQUER-EXIT.
063700     EXIT.
063800*----------------------*
063900 2500-RELIRE-TCLIENT.
064000*----------------------*
064100*    LA COPIE FCLIENTS EST RELUE EN ACCES DIRECT : LES
064200*    COMPTES Y PRENNENT L'IDENTITE DE LEUR TITULAIRE
064300     CLOSE TCLIENT
064400     OPEN INPUT TCLIENT
064500     IF NOT FS-TCLIENT-OK
064600        DISPLAY 'MASQCLI - ERREUR REOUVERTURE TCLIENT - FS='
064700                WS-FS-TCLIENT
064800        MOVE 12 TO RETURN-CODE
064900        PERFORM 9100-FERMER-FICHIERS
065000        GOBACK
065100     END-IF
065200     .
065300*----------------------*
065400 3000-MASQUER-COMPTE.
065500*----------------------*
065600*    COMPTE CLIENT.DAT : NOM, PRENOM, ADRESSE ET DEPARTE-
065700*    MENT DE LA FICHE MASQUEE DU TITULAIRE (MEME DERIVATION
065800*    QUE PROPCLI ET LE CONTROLE RECFCLI). UN COMPTE SANS
065900*    TITULAIRE RECOIT UNE IDENTITE TIREE DE SON RANG
066000     READ FCLT NEXT RECORD
066100         AT END
066200            MOVE 'Y' TO WS-FIN-FCLT
066300            GO TO 3000-MASQUER-EXIT
066400     END-READ
066500     ADD 1 TO WS-NB-CPT-LUS

066600     PERFORM 3100-CHERCHER-TITULAIRE
066700         THRU 3100-CHERCHER-EXIT
066800     IF TITULAIRE-TROUVE
066900        IF E-CLI-ENTREPRISE
067000           MOVE E-RAISON-SOC(1:10)  TO NOM-CLT
067100           MOVE E-RAISON-SOC(11:10) TO PRN-CLT
067200        ELSE
067300           MOVE E-NOM-CLI TO NOM-CLT
067400           MOVE E-PNM-CLI TO PRN-CLT
067500        END-IF
067600        MOVE E-ADR-CLI TO ADR-CLT
067700        MOVE E-DEP-CLI TO PST-CLT
067800     ELSE
067900        ADD 1 TO WS-NB-ORPHELINS
068000        MOVE WS-NB-CPT-LUS TO WS-GRAINE
068100        MOVE NOM-CLT       TO WS-ORG-NOM
068200        MOVE PRN-CLT       TO WS-ORG-PNM
068300        MOVE ADR-CLT       TO WS-ORG-ADR
068400        PERFORM 6000-TIRER-IDENTITE
068500        MOVE WS-FAUX-NOM   TO NOM-CLT
068600        MOVE WS-FAUX-PNM   TO PRN-CLT
068700        IF ADR-CLT NOT = SPACE
068800           MOVE WS-FAUSSE-ADR TO ADR-CLT
068900        END-IF
069000        IF PST-CLT NOT = SPACE
069100           MOVE WS-FAUX-CP(1:2) TO PST-CLT
069200        END-IF
069300     END-IF
069400     MOVE ZERO TO PIN-CLT

069500     MOVE REC-CLT TO REC-TCLT
069600     WRITE REC-TCLT
069700     IF NOT FS-TCLT-OK
069800        DISPLAY 'MASQCLI - ERREUR WRITE TCLT - FS='
069900                WS-FS-TCLT ' - COMPTE ' ID-CPTE
070000        ADD 1 TO WS-NB-CPT-REJETS
070100        GO TO 3000-MASQUER-EXIT
070200     END-IF
070300     ADD 1 TO WS-NB-CPT-ECRITS
070400     .
070500 3000-MASQUER-EXIT.
070600     EXIT.
070700*----------------------*
070800 3100-CHERCHER-TITULAIRE.
070900*----------------------*
071000*    CLE DIRECTE (COMPTE HISTORIQUE), SINON CLE SECONDAIRE
071100*    DE LA CROSS-REFERENCE FCLICPT - ORDRE DE RECFCLI. LA
071200*    FICHE MASQUEE EST LUE DANS LA ZONE FCLIENTS
071300     MOVE 'N' TO WS-TITULAIRE-TROUVE
071400     IF ID-CPTE IS NUMERIC
071500        MOVE ID-CPTE      TO WS-CLE-LONGUE
071600        MOVE WS-CLE-LONGUE TO TCL-NUMERO
071700        READ TCLIENT INTO E-CLIENT
071800            INVALID KEY
071900               CONTINUE
072000            NOT INVALID KEY
072100               MOVE 'O' TO WS-TITULAIRE-TROUVE
072200               GO TO 3100-CHERCHER-EXIT
072300        END-READ
072400     END-IF
072500     IF NOT XREF-DISPO
072600        GO TO 3100-CHERCHER-EXIT
072700     END-IF
072800     MOVE ID-CPTE TO XRF-ID-CPTE
072900     READ FXREF KEY IS XRF-ID-CPTE
073000         INVALID KEY
073100            GO TO 3100-CHERCHER-EXIT
073200     END-READ
073300     MOVE XRF-NUMERO TO TCL-NUMERO
073400     READ TCLIENT INTO E-CLIENT
073500         INVALID KEY
073600            CONTINUE
073700         NOT INVALID KEY
073800            MOVE 'O' TO WS-TITULAIRE-TROUVE
073900     END-READ
074000     .
074100 3100-CHERCHER-EXIT.
074200     EXIT.
074300*----------------------*
074400 4000-MASQUER-COTIT.
074500*----------------------*
074600*    CO-TITULAIRE : PERSONNE SANS FICHE FCLIENTS, IDENTITE
074700*    TIREE DE SON RANG ; DATE DE NAISSANCE ET SEXE GARDES
074800     READ FCOT NEXT RECORD
074900         AT END
075000            MOVE 'Y' TO WS-FIN-FCOT
075100            GO TO 4000-MASQUER-EXIT
075200     END-READ
075300     ADD 1 TO WS-NB-COT-LUS

075400     MOVE WS-NB-COT-LUS TO WS-GRAINE
075500     MOVE CT-NOM        TO WS-ORG-NOM
075600     MOVE CT-PRN        TO WS-ORG-PNM
075700     MOVE SPACE         TO WS-ORG-ADR
075800     PERFORM 6000-TIRER-IDENTITE
075900     MOVE WS-FAUX-NOM   TO CT-NOM
076000     MOVE WS-FAUX-PNM   TO CT-PRN
076020     MOVE ZERO          TO CT-PIN
076040     MOVE CT-ID-CPTE    TO PNH-ID-CPTE
076060     COMPUTE WS-SEL-NUM = WS-HEURE-SEL + WS-NB-COT-LUS
076080     PERFORM 4600-EMPREINTE-PIN-TEST
076100     MOVE PNH-SEL       TO CT-SEL
076120     MOVE PNH-EMPREINTE TO CT-EMPREINTE

076200     MOVE REC-COT TO REC-TCOT
076300     WRITE REC-TCOT
076400     IF NOT FS-TCOT-OK
076500        DISPLAY 'MASQCLI - ERREUR WRITE TCOT - FS='
076600                WS-FS-TCOT ' - COMPTE ' CT-ID-CPTE
076700        ADD 1 TO WS-NB-COT-REJETS
076800        GO TO 4000-MASQUER-EXIT
076900     END-IF
077000     ADD 1 TO WS-NB-COT-ECRITS
077100     .
077200 4000-MASQUER-EXIT.
077300     EXIT.
077302*----------------------*
077304 4500-MASQUER-PINCTL.
077306*----------------------*
077308*    CONTROLE DES PIN : EMPREINTE DU PIN DE TEST AVEC UN
077310*    SEL NOUVEAU ; COMPTEUR D'ESSAIS, BLOCAGE ET DATE GARDES
077312     READ FPINCTL NEXT RECORD
077314         AT END
077316            MOVE 'Y' TO WS-FIN-FPINCTL
077318            GO TO 4500-MASQUER-EXIT
077320     END-READ
077322     ADD 1 TO WS-NB-PIN-LUS
077324
077326*    COMPTE SANS EMPREINTE (COMPTE DE PRET) : RESTE SANS PIN
077328     IF PIN-EMPREINTE NOT = SPACE
077330        MOVE PIN-ID-CPTE   TO PNH-ID-CPTE
077332        COMPUTE WS-SEL-NUM = WS-HEURE-SEL + WS-NB-PIN-LUS
077334        PERFORM 4600-EMPREINTE-PIN-TEST
077336        MOVE PNH-SEL       TO PIN-SEL
077338        MOVE PNH-EMPREINTE TO PIN-EMPREINTE
077340     END-IF
077342
077344     MOVE PIN-CONTROLE TO REC-TPINCTL
077346     WRITE REC-TPINCTL
077348     IF NOT FS-TPINCTL-OK
077350        DISPLAY 'MASQCLI - ERREUR WRITE TPINCTL - FS='
077352                WS-FS-TPINCTL ' - COMPTE ' PIN-ID-CPTE
077354        ADD 1 TO WS-NB-PIN-REJETS
077356        GO TO 4500-MASQUER-EXIT
077358     END-IF
077360     ADD 1 TO WS-NB-PIN-ECRITS
077362     .
077364 4500-MASQUER-EXIT.
077366     EXIT.
077368*----------------------*
077370 4600-EMPREINTE-PIN-TEST.
077372*----------------------*
077374*    EMPREINTE DU PIN DE TEST POUR LE COMPTE PNH-ID-CPTE
077376     MOVE 'C'           TO PNH-FONCTION
077378     MOVE WS-PIN-TEST   TO PNH-PIN
077380     MOVE WS-SEL-NUM    TO PNH-SEL
077382     MOVE SPACE         TO PNH-EMPREINTE
077384     CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
077386     IF NOT PNH-OK
077388        DISPLAY 'MASQCLI - EMPREINTE PIN IMPOSSIBLE - COMPTE '
077390                PNH-ID-CPTE
077392        MOVE SPACE TO PNH-SEL
077394        MOVE SPACE TO PNH-EMPREINTE
077396     END-IF
077398     .
077400*----------------------*
077500 5000-MASQUER-NOTE.
077600*----------------------*
077700*    NOTE DE CONTACT : LE TEXTE LIBRE PEUT CITER DES NOMS,
077800*    NUMEROS OU ADRESSES ; IL EST REMPLACE PAR UN TEXTE
077900*    TYPE DE SA CATEGORIE. CLE, DATE, HEURE ET OPERATEUR
078000*    SONT GARDES (CONSCLI, NOTECLI)
078100     READ FNOTES NEXT RECORD
078200         AT END
078300            MOVE 'Y' TO WS-FIN-FNOTES
078400            GO TO 5000-MASQUER-EXIT
078500     END-READ
078600     ADD 1 TO WS-NB-NOT-LUS

078700     EVALUATE NT-CATEGORIE
078800        WHEN 'R'
078900           MOVE 'RECLAMATION DU CLIENT - TEXTE MASQUE'
079000             TO NT-TEXTE
079100        WHEN 'I'
079200           MOVE 'DEMANDE D INFORMATION - TEXTE MASQUE'
079300             TO NT-TEXTE
079400        WHEN 'C'
079500           MOVE 'CONTACT COMMERCIAL - TEXTE MASQUE'
079600             TO NT-TEXTE
079700        WHEN OTHER
079800           MOVE 'NOTE DE CONTACT - TEXTE MASQUE'
079900             TO NT-TEXTE
080000     END-EVALUATE

080100     MOVE NT-NOTE TO REC-TNOTES
080200     WRITE REC-TNOTES
080300     IF NOT FS-TNOTES-OK
080400        DISPLAY 'MASQCLI - ERREUR WRITE TNOTES - FS='
080500                WS-FS-TNOTES ' - CLIENT ' NT-NUMERO
080600        ADD 1 TO WS-NB-NOT-REJETS
080700        GO TO 5000-MASQUER-EXIT
080800     END-IF
080900     ADD 1 TO WS-NB-NOT-ECRITS
081000     .
081100 5000-MASQUER-EXIT.
081200     EXIT.
081300*----------------------*
081400 5500-MASQUER-ADRESSE.
081500*----------------------*
081600*    ANCIENNE ADRESSE : TIRAGE DECALE DU RANG DANS
081700*    L'HISTORIQUE, POUR QU'ELLE DIFFERE DE L'ADRESSE
081800*    MASQUEE EN COURS ; DATES ET NPAI GARDES
081900     READ FADRHIST NEXT RECORD
082000         AT END
082100            MOVE 'Y' TO WS-FIN-FADRHIST
082200            GO TO 5500-MASQUER-EXIT
082300     END-READ
082400     ADD 1 TO WS-NB-ADR-LUS

082500     COMPUTE WS-GRAINE = AH-NUMERO + AH-SEQ + 1
082600     MOVE SPACE  TO WS-ORG-NOM
082700     MOVE SPACE  TO WS-ORG-PNM
082800     MOVE AH-ADR TO WS-ORG-ADR
082900     PERFORM 6000-TIRER-IDENTITE
083000     IF AH-ADR NOT = SPACE
083100        MOVE WS-FAUSSE-ADR TO AH-ADR
083200     END-IF
083300     IF AH-CODEP NOT = SPACE
083400        MOVE WS-FAUX-CP TO AH-CODEP
083500     END-IF
083600     IF AH-VILLE NOT = SPACE
083700        MOVE WS-FAUSSE-VILLE TO AH-VILLE
083800     END-IF

083900     MOVE AH-ADRESSE TO REC-TADRHIST
084000     WRITE REC-TADRHIST
084100     IF NOT FS-TADRHIST-OK
084200        DISPLAY 'MASQCLI - ERREUR WRITE TADRHIST - FS='
084300                WS-FS-TADRHIST ' - CLIENT ' AH-NUMERO
084400        ADD 1 TO WS-NB-ADR-REJETS
084500        GO TO 5500-MASQUER-EXIT
084600     END-IF
084700     ADD 1 TO WS-NB-ADR-ECRITS
084800     .
084900 5500-MASQUER-EXIT.
085000     EXIT.
085100*----------------------*
085200 6000-TIRER-IDENTITE.
085300*----------------------*
085400*    UN INDICE PAR TABLE, RESTE DE LA DIVISION DE LA GRAINE
085500*    PAR LA TAILLE DE LA TABLE ; LE NOM, LE PRENOM ET
085600*    L'ADRESSE TIRES NE PEUVENT ETRE CEUX D'ORIGINE
085700     DIVIDE WS-GRAINE BY WS-NB-NOMS
085800         GIVING WS-QUOTIENT REMAINDER WS-RESTE
085900     COMPUTE WS-IND-NOM = WS-RESTE + 1
086000     IF WS-NOM-FAUX(WS-IND-NOM) = WS-ORG-NOM
086100        PERFORM 6100-NOM-SUIVANT
086200     END-IF
086300     DIVIDE WS-GRAINE BY WS-NB-PRENOMS
086400         GIVING WS-QUOTIENT REMAINDER WS-RESTE
086500     COMPUTE WS-IND-PNM = WS-RESTE + 1
086600     IF WS-PNM-FAUX(WS-IND-PNM) = WS-ORG-PNM
086700        PERFORM 6200-PRENOM-SUIVANT
086800     END-IF
086900     DIVIDE WS-GRAINE BY WS-NB-RUES
087000         GIVING WS-QUOTIENT REMAINDER WS-RESTE
087100     COMPUTE WS-IND-RUE = WS-RESTE + 1
087200     DIVIDE WS-GRAINE BY 97
087300         GIVING WS-QUOTIENT REMAINDER WS-RESTE
087400     COMPUTE WS-NUM-RUE = WS-RESTE + 1
087500     DIVIDE WS-GRAINE BY WS-NB-VILLES
087600         GIVING WS-QUOTIENT REMAINDER WS-RESTE
087700     COMPUTE WS-IND-VILLE = WS-RESTE + 1

087800     MOVE WS-NOM-FAUX(WS-IND-NOM) TO WS-FAUX-NOM
087900     MOVE WS-PNM-FAUX(WS-IND-PNM) TO WS-FAUX-PNM
088000     PERFORM 6300-COMPOSER-ADRESSE
088100     IF WS-FAUSSE-ADR = WS-ORG-ADR
088200        IF WS-IND-RUE = WS-NB-RUES
088300           MOVE 1 TO WS-IND-RUE
088400        ELSE
088500           ADD 1 TO WS-IND-RUE
088600        END-IF
088700        PERFORM 6300-COMPOSER-ADRESSE
088800     END-IF
088900     MOVE WS-VILLE-CP(WS-IND-VILLE)  TO WS-FAUX-CP
089000     MOVE WS-VILLE-NOM(WS-IND-VILLE) TO WS-FAUSSE-VILLE
089100     .
089200*----------------------*
089300 6100-NOM-SUIVANT.
089400*----------------------*
089500     IF WS-IND-NOM = WS-NB-NOMS
089600        MOVE 1 TO WS-IND-NOM
089700     ELSE
089800        ADD 1 TO WS-IND-NOM
089900     END-IF
090000     .
090100*----------------------*
090200 6200-PRENOM-SUIVANT.
090300*----------------------*
090400     IF WS-IND-PNM = WS-NB-PRENOMS
090500        MOVE 1 TO WS-IND-PNM
090600     ELSE
090700        ADD 1 TO WS-IND-PNM
090800     END-IF
090900     .
091000*----------------------*
091100 6300-COMPOSER-ADRESSE.
091200*----------------------*
091300     MOVE SPACE TO WS-FAUSSE-ADR
091400     STRING WS-NUM-RUE               DELIMITED BY SIZE
091500            ' '                      DELIMITED BY SIZE
091600            WS-RUE-FAUSSE(WS-IND-RUE) DELIMITED BY SIZE
091700            INTO WS-FAUSSE-ADR
091800     .
091900*----------------------*
092000 7000-PREPARER-CONTROLE.
092100*----------------------*
092200*    RELECTURE DE CONTROLE : CHAQUE ORIGINAL EST RELU AVEC
092300*    SA COPIE (MEMES CLES, MEME ORDRE)
092400     MOVE ZERO TO E-NUMERO
092500     MOVE 'N'  TO WS-FIN-FCLIENTS
092600     START FCLIENTS KEY IS NOT LESS THAN E-NUMERO
092700         INVALID KEY
092800            MOVE 'Y' TO WS-FIN-FCLIENTS
092900     END-START

093000     CLOSE FCLT
093100     CLOSE TCLT
093200     CLOSE FCOT
093300     CLOSE TCOT
093400     MOVE 'N' TO WS-FIN-FCLT
093500     MOVE 'N' TO WS-FIN-FCOT
093600     OPEN INPUT FCLT
093700     OPEN INPUT TCLT
093800     IF NOT FS-FCLT-OK OR NOT FS-TCLT-OK
093900        DISPLAY 'MASQCLI - REOUVERTURE FCLT/TCLT IMPOSSIBLE'
094000        MOVE 12 TO RETURN-CODE
094100        MOVE 'Y' TO WS-FIN-FCLT
094200     END-IF
094300     OPEN INPUT FCOT
094400     OPEN INPUT TCOT
094500     IF NOT FS-FCOT-OK OR NOT FS-TCOT-OK
094600        DISPLAY 'MASQCLI - REOUVERTURE FCOT/TCOT IMPOSSIBLE'
094700        MOVE 12 TO RETURN-CODE
094800        MOVE 'Y' TO WS-FIN-FCOT
094900     END-IF
095000     .
095100*----------------------*
095200 7100-CONTROLER-CLIENT.
095300*----------------------*
095400     READ FCLIENTS NEXT RECORD
095500         AT END
095600            MOVE 'Y' TO WS-FIN-FCLIENTS
095700            GO TO 7100-CONTROLER-EXIT
095800     END-READ
095900     ADD 1 TO WS-NB-CTL-FICHES
096000     MOVE E-NOM-CLI    TO WS-ORG-NOM
096100     MOVE E-PNM-CLI    TO WS-ORG-PNM
096200     MOVE E-TELF-CLI   TO WS-ORG-TELF
096300     MOVE E-EMAIL-CLI  TO WS-ORG-EMAIL
096400     MOVE E-RAISON-SOC TO WS-ORG-RAISON
096500     MOVE E-NUMERO     TO TCL-NUMERO
096600     READ TCLIENT INTO E-CLIENT
096700         INVALID KEY
096800            ADD 1 TO WS-NB-CTL-ABSENTS
096900            DISPLAY 'MASQCLI - CLIENT ABSENT DE LA COPIE : '
097000                    TCL-NUMERO
097100            GO TO 7100-CONTROLER-EXIT
097200     END-READ

097300     IF WS-ORG-NOM NOT = SPACE
097400        AND E-NOM-CLI = WS-ORG-NOM
097500        ADD 1 TO WS-NB-SURV-NOM
097600        DISPLAY 'MASQCLI - NOM D ORIGINE DANS LA COPIE - '
097700                'CLIENT ' E-NUMERO
097800     END-IF
097900     IF WS-ORG-PNM NOT = SPACE
098000        AND E-PNM-CLI = WS-ORG-PNM
098100        ADD 1 TO WS-NB-SURV-PNM
098200        DISPLAY 'MASQCLI - PRENOM D ORIGINE DANS LA COPIE - '
098300                'CLIENT ' E-NUMERO
098400     END-IF
098500     IF WS-ORG-RAISON NOT = SPACE
098600        AND E-RAISON-SOC = WS-ORG-RAISON
098700        ADD 1 TO WS-NB-SURV-RAISON
098800        DISPLAY 'MASQCLI - RAISON SOCIALE D ORIGINE DANS LA '
098900                'COPIE - CLIENT ' E-NUMERO
099000     END-IF
099100     IF WS-ORG-TELF(3:8) NOT = SPACE
099200        AND E-TELF-CLI = WS-ORG-TELF
099300        ADD 1 TO WS-NB-SURV-TEL
099400        DISPLAY 'MASQCLI - TELEPHONE D ORIGINE DANS LA COPIE'
099500                ' - CLIENT ' E-NUMERO
099600     END-IF
099700     IF WS-ORG-EMAIL NOT = SPACE
099800        AND E-EMAIL-CLI = WS-ORG-EMAIL
099900        ADD 1 TO WS-NB-SURV-EMAIL
100000        DISPLAY 'MASQCLI - EMAIL D ORIGINE DANS LA COPIE - '
100100                'CLIENT ' E-NUMERO
100200     END-IF
100300*    TOUT EMAIL DE LA COPIE EST DANS LE DOMAINE DE TEST
100400     IF E-EMAIL-CLI NOT = SPACE
100500        MOVE ZERO TO WS-NB-DOMAINE
100600        INSPECT E-EMAIL-CLI TALLYING WS-NB-DOMAINE
100700            FOR ALL WS-DOMAINE-TEST
100800        IF WS-NB-DOMAINE = ZERO
100900           ADD 1 TO WS-NB-HORS-DOMAINE
101000           DISPLAY 'MASQCLI - EMAIL HORS DOMAINE DE TEST - '
101100                   'CLIENT ' E-NUMERO
101200        END-IF
101300     END-IF
101400     .
101500 7100-CONTROLER-EXIT.
101600     EXIT.
101700*----------------------*
101800 7200-CONTROLER-COMPTE.
101900*----------------------*
102000     READ FCLT NEXT RECORD
102100         AT END
102200            MOVE 'Y' TO WS-FIN-FCLT
102300            GO TO 7200-CONTROLER-EXIT
102400     END-READ
102500     ADD 1 TO WS-NB-CTL-FICHES
102600     MOVE NOM-CLT TO WS-ORG-NOM
102700     MOVE PRN-CLT TO WS-ORG-PNM
102800     MOVE ID-CPTE TO WS-ORG-CLE
102900     READ TCLT NEXT RECORD INTO REC-CLT
103000         AT END
103100            MOVE SPACE TO REC-CLT
103200     END-READ
103300     IF ID-CPTE NOT = WS-ORG-CLE
103400        ADD 1 TO WS-NB-CTL-ABSENTS
103500        DISPLAY 'MASQCLI - COMPTE ABSENT DE LA COPIE : '
103600                WS-ORG-CLE
103700        MOVE 'Y' TO WS-FIN-FCLT
103800        GO TO 7200-CONTROLER-EXIT
103900     END-IF
104000     IF WS-ORG-NOM NOT = SPACE
104100        AND NOM-CLT = WS-ORG-NOM
104200        ADD 1 TO WS-NB-SURV-NOM
104300        DISPLAY 'MASQCLI - NOM D ORIGINE DANS LA COPIE - '
104400                'COMPTE ' ID-CPTE
104500     END-IF
104600     IF WS-ORG-PNM NOT = SPACE
104700        AND PRN-CLT = WS-ORG-PNM
104800        ADD 1 TO WS-NB-SURV-PNM
104900        DISPLAY 'MASQCLI - PRENOM D ORIGINE DANS LA COPIE - '
105000                'COMPTE ' ID-CPTE
105100     END-IF
105200     .
105300 7200-CONTROLER-EXIT.
105400     EXIT.
105500*----------------------*
105600 7300-CONTROLER-COTIT.
105700*----------------------*
105800     READ FCOT NEXT RECORD
105900         AT END
106000            MOVE 'Y' TO WS-FIN-FCOT
106100            GO TO 7300-CONTROLER-EXIT
106200     END-READ
106300     ADD 1 TO WS-NB-CTL-FICHES
106400     MOVE CT-NOM     TO WS-ORG-NOM
106500     MOVE CT-PRN     TO WS-ORG-PNM
106600     MOVE CT-ID-CPTE TO WS-ORG-CLE
106700     READ TCOT NEXT RECORD INTO REC-COT
106800         AT END
106900            MOVE SPACE TO REC-COT
107000     END-READ
107100     IF CT-ID-CPTE NOT = WS-ORG-CLE
107200        ADD 1 TO WS-NB-CTL-ABSENTS
107300        DISPLAY 'MASQCLI - CO-TITULAIRE ABSENT DE LA COPIE : '
107400                WS-ORG-CLE
107500        MOVE 'Y' TO WS-FIN-FCOT
107600        GO TO 7300-CONTROLER-EXIT
107700     END-IF
107800     IF WS-ORG-NOM NOT = SPACE
107900        AND CT-NOM = WS-ORG-NOM
108000        ADD 1 TO WS-NB-SURV-NOM
108100        DISPLAY 'MASQCLI - NOM D ORIGINE DANS LA COPIE - '
108200                'CO-TITULAIRE ' CT-ID-CPTE
108300     END-IF
108400     IF WS-ORG-PNM NOT = SPACE
108500        AND CT-PRN = WS-ORG-PNM
108600        ADD 1 TO WS-NB-SURV-PNM
108700        DISPLAY 'MASQCLI - PRENOM D ORIGINE DANS LA COPIE - '
108800                'CO-TITULAIRE ' CT-ID-CPTE
108900     END-IF
109000     .
109100 7300-CONTROLER-EXIT.
109200     EXIT.
109300*----------------------*
109400 8000-EDITER-ETAT.
109500*----------------------*
109600     MOVE WS-DATE-JOUR TO LT-DATE
109700     MOVE LIGNE-TITRE  TO REC-MASQRP
109800     WRITE REC-MASQRP
109900     MOVE SPACE TO REC-MASQRP
110000     WRITE REC-MASQRP
110100     MOVE LIGNE-ENTETE TO REC-MASQRP
110200     WRITE REC-MASQRP

110300     MOVE 'FCLIENTS'         TO LF-FICHIER
110400     MOVE WS-NB-CLI-LUS      TO LF-LUS
110500     MOVE WS-NB-CLI-ECRITS   TO LF-ECRITS
110600     MOVE WS-NB-CLI-REJETS   TO LF-REJETS
110700     PERFORM 8100-ECRIRE-LIGNE-FICHIER
110800     IF WS-NB-CLI-LUS NOT = WS-NB-CLI-ECRITS
110900        MOVE 8 TO RETURN-CODE
111000     END-IF
111100     MOVE 'CLIENT.DAT'       TO LF-FICHIER
111200     MOVE WS-NB-CPT-LUS      TO LF-LUS
111300     MOVE WS-NB-CPT-ECRITS   TO LF-ECRITS
111400     MOVE WS-NB-CPT-REJETS   TO LF-REJETS
111500     PERFORM 8100-ECRIRE-LIGNE-FICHIER
111600     IF WS-NB-CPT-LUS NOT = WS-NB-CPT-ECRITS
111700        MOVE 8 TO RETURN-CODE
111800     END-IF
111900     MOVE 'COTIT.DAT'        TO LF-FICHIER
112000     MOVE WS-NB-COT-LUS      TO LF-LUS
112100     MOVE WS-NB-COT-ECRITS   TO LF-ECRITS
112200     MOVE WS-NB-COT-REJETS   TO LF-REJETS
112300     PERFORM 8100-ECRIRE-LIGNE-FICHIER
112400     IF WS-NB-COT-LUS NOT = WS-NB-COT-ECRITS
112500        MOVE 8 TO RETURN-CODE
112600     END-IF
112610     MOVE 'FPINCTL'          TO LF-FICHIER
112620     MOVE WS-NB-PIN-LUS      TO LF-LUS
112630     MOVE WS-NB-PIN-ECRITS   TO LF-ECRITS
112640     MOVE WS-NB-PIN-REJETS   TO LF-REJETS
112650     PERFORM 8100-ECRIRE-LIGNE-FICHIER
112660     IF WS-NB-PIN-LUS NOT = WS-NB-PIN-ECRITS
112670        MOVE 8 TO RETURN-CODE
112680     END-IF
112700     MOVE 'FNOTES'           TO LF-FICHIER
112800     MOVE WS-NB-NOT-LUS      TO LF-LUS
112900     MOVE WS-NB-NOT-ECRITS   TO LF-ECRITS
113000     MOVE WS-NB-NOT-REJETS   TO LF-REJETS
113100     PERFORM 8100-ECRIRE-LIGNE-FICHIER
113200     IF WS-NB-NOT-LUS NOT = WS-NB-NOT-ECRITS
113300        MOVE 8 TO RETURN-CODE
113400     END-IF
113500     MOVE 'FADRHIST'         TO LF-FICHIER
113600     MOVE WS-NB-ADR-LUS      TO LF-LUS
113700     MOVE WS-NB-ADR-ECRITS   TO LF-ECRITS
113800     MOVE WS-NB-ADR-REJETS   TO LF-REJETS
113900     PERFORM 8100-ECRIRE-LIGNE-FICHIER
114000     IF WS-NB-ADR-LUS NOT = WS-NB-ADR-ECRITS
114100        MOVE 8 TO RETURN-CODE
114200     END-IF

114300     MOVE SPACE TO REC-MASQRP
114400     WRITE REC-MASQRP
114500     MOVE 'COMPTES SANS TITULAIRE (IDENTITE TIREE DU RANG)'
114600       TO LC-LIBELLE
114700     MOVE WS-NB-ORPHELINS TO LC-NOMBRE
114800     PERFORM 8200-ECRIRE-LIGNE-CONTROLE

114900     MOVE SPACE TO REC-MASQRP
115000     WRITE REC-MASQRP
115100     MOVE 'RELECTURE DE CONTROLE (ORIGINAL CONTRE COPIE)'
115200       TO LX-TEXTE
115300     MOVE LIGNE-TEXTE TO REC-MASQRP
115400     WRITE REC-MASQRP
115500     MOVE 'FICHES COMPAREES (FCLIENTS, COMPTES, CO-TIT.)'
115600       TO LC-LIBELLE
115700     MOVE WS-NB-CTL-FICHES TO LC-NOMBRE
115800     PERFORM 8200-ECRIRE-LIGNE-CONTROLE
115900     MOVE 'FICHES ABSENTES DE LA COPIE'
116000       TO LC-LIBELLE
116100     MOVE WS-NB-CTL-ABSENTS TO LC-NOMBRE
116200     PERFORM 8200-ECRIRE-LIGNE-CONTROLE
116300     MOVE 'NOMS D ORIGINE RETROUVES'
116400       TO LC-LIBELLE
116500     MOVE WS-NB-SURV-NOM TO LC-NOMBRE
116600     PERFORM 8200-ECRIRE-LIGNE-CONTROLE
116700     MOVE 'PRENOMS D ORIGINE RETROUVES'
116800       TO LC-LIBELLE
116900     MOVE WS-NB-SURV-PNM TO LC-NOMBRE
117000     PERFORM 8200-ECRIRE-LIGNE-CONTROLE
117100     MOVE 'RAISONS SOCIALES D ORIGINE RETROUVEES'
117200       TO LC-LIBELLE
117300     MOVE WS-NB-SURV-RAISON TO LC-NOMBRE
117400     PERFORM 8200-ECRIRE-LIGNE-CONTROLE
117500     MOVE 'TELEPHONES D ORIGINE RETROUVES'
117600       TO LC-LIBELLE
117700     MOVE WS-NB-SURV-TEL TO LC-NOMBRE
117800     PERFORM 8200-ECRIRE-LIGNE-CONTROLE
117900     MOVE 'EMAILS D ORIGINE RETROUVES'
118000       TO LC-LIBELLE
118100     MOVE WS-NB-SURV-EMAIL TO LC-NOMBRE
118200     PERFORM 8200-ECRIRE-LIGNE-CONTROLE
118300     MOVE 'EMAILS HORS DU DOMAINE DE TEST'
118400       TO LC-LIBELLE
118500     MOVE WS-NB-HORS-DOMAINE TO LC-NOMBRE
118600     PERFORM 8200-ECRIRE-LIGNE-CONTROLE

118700     COMPUTE WS-NB-SURVIVANTS = WS-NB-SURV-NOM
118800                              + WS-NB-SURV-PNM
118900                              + WS-NB-SURV-RAISON
119000                              + WS-NB-SURV-TEL
119100                              + WS-NB-SURV-EMAIL
119200                              + WS-NB-HORS-DOMAINE
119300                              + WS-NB-CTL-ABSENTS
119400     MOVE SPACE TO REC-MASQRP
119500     WRITE REC-MASQRP
119600     IF WS-NB-SURVIVANTS = ZERO AND RETURN-CODE < 8
119700        MOVE 'RESULTAT : AUCUN NOM NI EMAIL D ORIGINE DANS LA'
119800          TO LX-TEXTE
119900        MOVE LIGNE-TEXTE TO REC-MASQRP
120000        WRITE REC-MASQRP
120100        MOVE '           COPIE - COPIE LIVRABLE AUX TESTS'
120200          TO LX-TEXTE
120300     ELSE
120400        MOVE 8 TO RETURN-CODE
120500        MOVE 'RESULTAT : COPIE NON CONFORME - A NE PAS LIVRER'
120600          TO LX-TEXTE
120700     END-IF
120800     MOVE LIGNE-TEXTE TO REC-MASQRP
120900     WRITE REC-MASQRP

121000     MOVE SPACE TO REC-MASQRP
121100     WRITE REC-MASQRP
121130     MOVE 'PIN DE TOUS LES COMPTES ET CO-TITULAIRES : 1234'
121160       TO LX-TEXTE
121190     MOVE LIGNE-TEXTE TO REC-MASQRP
121220     WRITE REC-MASQRP
121250     MOVE '  (EMPREINTE SEULE, SEL NOUVEAU - AUCUN PIN EN CLAIR)'
121300       TO LX-TEXTE
121400     MOVE LIGNE-TEXTE TO REC-MASQRP
121500     WRITE REC-MASQRP
121600     MOVE 'HISTCLT, FCLICPT : COPIES TELLES QUELLES PAR LE JCL'
121700       TO LX-TEXTE
121800     MOVE LIGNE-TEXTE TO REC-MASQRP
121900     WRITE REC-MASQRP
122000     MOVE '                   (AUCUNE DONNEE NOMINATIVE)'
122100       TO LX-TEXTE
122200     MOVE LIGNE-TEXTE TO REC-MASQRP
122300     WRITE REC-MASQRP
122400     .
122500*----------------------*
122600 8100-ECRIRE-LIGNE-FICHIER.
122700*----------------------*
122800     MOVE LIGNE-FICHIER TO REC-MASQRP
122900     WRITE REC-MASQRP
123000     .
123100*----------------------*
123200 8200-ECRIRE-LIGNE-CONTROLE.
123300*----------------------*
123400     MOVE LIGNE-CONTROLE TO REC-MASQRP
123500     WRITE REC-MASQRP
123600     .
123700*----------------------*
123800 9000-TERMINAISON.
123900*----------------------*
124000     PERFORM 9100-FERMER-FICHIERS

124100     DISPLAY 'MASQCLI - FICHES FCLIENTS COPIEES : '
124200             WS-NB-CLI-ECRITS
124300     DISPLAY 'MASQCLI - COMPTES COPIES          : '
124400             WS-NB-CPT-ECRITS
124500     DISPLAY 'MASQCLI - CO-TITULAIRES COPIES    : '
124600             WS-NB-COT-ECRITS
124630     DISPLAY 'MASQCLI - CONTROLES PIN COPIES    : '
124660             WS-NB-PIN-ECRITS
124700     DISPLAY 'MASQCLI - NOTES COPIEES           : '
124800             WS-NB-NOT-ECRITS
124900     DISPLAY 'MASQCLI - ADRESSES COPIEES        : '
125000             WS-NB-ADR-ECRITS
125100     DISPLAY 'MASQCLI - ZONES D ORIGINE TROUVEES: '
125200             WS-NB-SURVIVANTS
125300     DISPLAY 'MASQCLI - TRAITEMENT TERMINE - RC ' RETURN-CODE
125400     .
125500*----------------------*
125600 9100-FERMER-FICHIERS.
125700*----------------------*
125800     CLOSE FCLIENTS
125900     CLOSE FCLT
126000     IF XREF-DISPO
126100        CLOSE FXREF
126200     END-IF
126300     CLOSE FCOT
126350     CLOSE FPINCTL
126400     CLOSE FNOTES
126500     CLOSE FADRHIST
126600     CLOSE TCLIENT
126700     CLOSE TCLT
126800     CLOSE TCOT
126850     CLOSE TPINCTL
126900     CLOSE TNOTES
127000     CLOSE TADRHIST
127100     CLOSE MASQRP
127200     .

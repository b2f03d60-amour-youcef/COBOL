000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    REVDEC.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - REVUE TRIMESTRIELLE DES
001400*                   DECOUVERTS AUTORISES (JCL TRIMCLI,
001500*                   APRES AGIOS SUR LA MEME PERIODE, PARM =
001600*                   AAAAMMJJ DEBUT + AAAAMMJJ FIN). POUR
001700*                   CHAQUE COMPTE COURANT ACTIF (NATURES
001800*                   01-04), LE DECOUVERT DEC-CLT EST
001900*                   CONFRONTE AUX SALAIRES DOMICILIES DE LA
002000*                   PERIODE (LIGNES S DE HISTCLT), AUX
002100*                   JOURS DEBITEURS ET DE DEPASSEMENT
002200*                   (AGIOJRS, PRODUIT PAR AGIOS) ET AUX
002300*                   REJETS SI / CH EN SUSPENS. UNE HAUSSE,
002400*                   UNE BAISSE OU LE MAINTIEN EST PROPOSE
002500*                   AVEC SES MOTIFS : ETAT PAR AGENCE
002600*                   (REVDECRP) ET FICHIER DES PROPOSITIONS
002700*                   (REVDECPR, DESSIN FREVDEC) DONT LES
002800*                   LIGNES ACCEPTEES REVIENNENT EN CARTES
002900*                   DECCART POUR MAJDEC.
002930*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002960*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
003000*--------------------------------------------------------
003100*
003200*======================================================*
003300*   E N V I R O N M E N T       D I V I S I O N        *
003400*======================================================*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-390.
003800 OBJECT-COMPUTER. IBM-390.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT FCLT       ASSIGN TO FCLT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS SEQUENTIAL
004400         RECORD KEY IS ID-CPTE
004500         FILE STATUS IS WS-FS-FCLT.

004600     SELECT FHST       ASSIGN TO FHST
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS HST-CLE
005000         FILE STATUS IS WS-FS-FHST.

005100     SELECT AGIOJRS    ASSIGN TO AGIOJRS
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-FS-AGIOJRS.

005400     SELECT FSUS       ASSIGN TO FSUS
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-FS-FSUS.

005700     SELECT REVDECPR   ASSIGN TO REVDECPR
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-FS-REVDECPR.

006000     SELECT REVDECRP   ASSIGN TO REVDECRP
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-FS-REVDECRP.

006300     SELECT SRTREV     ASSIGN TO SRTREV.
006400*
006500*======================================================*
006600*           D A T A         D I V I S I O N            *
006700*======================================================*
006800 DATA DIVISION.
006900 FILE SECTION.
007000*
007100 FD  FCLT
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  REC-CLT.
007400     05  ID-CPTE    PIC X(08).
007500     05  ID-REGION  PIC X(02).
007600     05  NAT-CPTE   PIC 9(02).
007700     05  NOM-CLT    PIC X(10).
007800     05  PRN-CLT    PIC X(10).
007900     05  DTN-CLT    PIC 9(08).
008000     05  SEX-CLT    PIC X(01).
008100     05  ACP-CLT    PIC X(02).
008200     05  STS-CLT    PIC X(01).
008300         88 STS-CLT-ACTIF  VALUE 'O' 'C'.
008400     05  ADR-CLT    PIC X(10).
008500     05  SLD-CLT    PIC S9(08)V99.
008600     05  PST-CLT    PIC X(02).
008700*    LE PIN (NON UTILISE ICI) PRECEDE LE DECOUVERT
008800*    AUTORISE DANS LE DESSIN PHYSIQUE
008900     05  FILLER     PIC X(04).
009000     05  DEC-CLT    PIC 9(06).
009100     05  DEV-CLT    PIC X(02).
009200     05  AGC-CLT    PIC X(02).
009300*
009400 FD  FHST
009500     RECORD CONTAINS 100 CHARACTERS.
009600 01  REC-HST.
009700     05  HST-CLE.
009800        10  HST-ID-CPTE   PIC X(08).
009900        10  HST-SEQ       PIC 9(05).
010000     05  HST-DATE      PIC 9(08).
010100     05  HST-CODE      PIC X(01).
010200     05  HST-MONTANT   PIC 9(08)V99.
010300     05  HST-SLD-APRES PIC S9(08)V99.
010400     05  HST-SOURCE    PIC X(04).
010500*    LIGNE ANNULEE PAR UNE CONTREPASSATION (CODE X)
010600     05  HST-ANNUL-STATUT PIC X(01).
010700         88  HST-ANNULEE     VALUE 'A'.
010800     05  FILLER        PIC X(53).
010900*
011000*    JOURS DEBITEURS DE LA PERIODE (AGIOS)
011100 FD  AGIOJRS
011200     RECORD CONTAINS 80 CHARACTERS.
011300     COPY FAGIOJRS.
011400*
011500*    MOUVEMENTS EN SUSPENS (SI = PROVISION INSUFFISANTE,
011600*    CH = CHEQUE IMPAYE)
011700 FD  FSUS
011800     RECORD CONTAINS 90 CHARACTERS.
011900 01  REC-SUS.
012000     05  SUS-MOTIF       PIC X(02).
012100     05  SUS-DATE-ENTREE PIC 9(08).
012200     05  SUS-ID-CPTE     PIC X(08).
012300     05  FILLER          PIC X(72).
012400*
012500 FD  REVDECPR
012600     RECORD CONTAINS 80 CHARACTERS.
012700     COPY FREVDEC.
012800*
012900 FD  REVDECRP
013000     RECORD CONTAINS 132 CHARACTERS.
013100 01  REC-REVDECRP             PIC X(132).
013200*
013300 SD  SRTREV.
013400 01  SRT-REVUE.
013500     05  SRT-AGENCE       PIC X(02).
013600     05  SRT-ID-CPTE      PIC X(08).
013700     05  SRT-REGION       PIC X(02).
013800     05  SRT-NOM          PIC X(10).
013900     05  SRT-PRENOM       PIC X(10).
014000     05  SRT-DEC-ACTUEL   PIC 9(06).
014100     05  SRT-DEC-PROPOSE  PIC 9(06).
014200     05  SRT-SENS         PIC X(01).
014300     05  SRT-MOTIFS       PIC X(06).
014400     05  SRT-NB-SALAIRES  PIC 9(03).
014500     05  SRT-SAL-MOYEN    PIC 9(08)V99.
014600     05  SRT-JOURS-DEB    PIC 9(03).
014700     05  SRT-JOURS-DEP    PIC 9(03).
014800     05  SRT-NB-SI        PIC 9(03).
014900     05  SRT-NB-CH        PIC 9(03).
015000*
015100*------------------------------------------------------*
015200 WORKING-STORAGE SECTION.
015300*------------------------------------------------------*
015400*
015500 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
015600     88 FS-FCLT-OK               VALUE '00'.
015700 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
015800     88 FS-FHST-OK               VALUE '00'.
015900 01  WS-FS-AGIOJRS            PIC X(02) VALUE SPACE.
016000     88 FS-AGIOJRS-OK            VALUE '00'.
016100 01  WS-FS-FSUS               PIC X(02) VALUE SPACE.
016200     88 FS-FSUS-OK               VALUE '00'.
016300 01  WS-FS-REVDECPR           PIC X(02) VALUE SPACE.
016400     88 FS-REVDECPR-OK           VALUE '00'.
016500 01  WS-FS-REVDECRP           PIC X(02) VALUE SPACE.
016600     88 FS-REVDECRP-OK           VALUE '00'.
016700*
016800 01  WS-FIN-FCLT              PIC X(01) VALUE 'N'.
016900     88 FIN-FCLT                 VALUE 'Y'.
017000 01  WS-FIN-HST               PIC X(01) VALUE 'N'.
017100     88 FIN-HST                  VALUE 'Y'.
017200 01  WS-FIN-AGIOJRS           PIC X(01) VALUE 'N'.
017300     88 FIN-AGIOJRS              VALUE 'Y'.
017400 01  WS-FIN-FSUS              PIC X(01) VALUE 'N'.
017500     88 FIN-FSUS                 VALUE 'Y'.
017600 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
017700     88 FIN-TRI                  VALUE 'Y'.
017800*
017900*    PERIODE REVUE (PARM) ET DATE DE LA REVUE
018000 01  WS-DATE-JOUR             PIC 9(08).
018100 01  WS-DATE-DEBUT            PIC 9(08).
018200 01  WS-DATE-FIN              PIC 9(08).
018300 01  WS-ENT-DEBUT             PIC 9(07).
018400 01  WS-ENT-FIN               PIC 9(07).
018500 01  WS-NB-JOURS-PERIODE      PIC 9(05).
018600 01  WS-NB-MOIS               PIC 9(02).
018700*
018800*------------------------------------------------------*
018900*   REGLES DE LA REVUE                                 *
019000*   CIBLE = QUOTITE DU SALAIRE MENSUEL MOYEN DOMICILIE *
019100*   ARRONDIE A LA CENTAINE INFERIEURE. HAUSSE SI LA    *
019200*   CIBLE DEPASSE LE DECOUVERT ACTUEL DE PLUS DE 25 %  *
019300*   (SALAIRE VERSE CHAQUE MOIS), BAISSE SI ELLE EST    *
019400*   INFERIEURE DE PLUS DE 25 %. UN INCIDENT (CHEQUE    *
019500*   IMPAYE, REJETS SI REPETES, DEPASSEMENTS, DEBIT     *
019600*   CHRONIQUE) INTERDIT LA HAUSSE ET PROPOSE LA MOITIE *
019700*   DU PLUS PETIT DU DECOUVERT ACTUEL ET DE LA CIBLE.  *
019800*------------------------------------------------------*
019900 01  WS-QUOTITE-SALAIRE       PIC 9(03) VALUE 050.
020000 01  WS-SEUIL-HAUSSE          PIC 9(03) VALUE 125.
020100 01  WS-SEUIL-BAISSE          PIC 9(03) VALUE 075.
020200 01  WS-SEUIL-SI              PIC 9(03) VALUE 003.
020300 01  WS-SEUIL-DEPASSEMENT     PIC 9(03) VALUE 005.
020400 01  WS-DEC-MAXIMUM           PIC 9(06) VALUE 999900.
020500*
020600*    COMPTE EN COURS DE REVUE
020700 01  WS-NB-SALAIRES           PIC 9(03).
020800 01  WS-TOT-SALAIRES          PIC 9(09)V99.
020900 01  WS-SAL-MOYEN             PIC 9(08)V99.
021000 01  WS-JOURS-DEB             PIC 9(03).
021100 01  WS-JOURS-DEP             PIC 9(03).
021200 01  WS-NB-SI                 PIC 9(03).
021300 01  WS-NB-CH                 PIC 9(03).
021400 01  WS-CIBLE                 PIC 9(08)V99.
021500 01  WS-CENTAINES             PIC 9(08).
021600 01  WS-CIBLE-ARR             PIC 9(08).
021700 01  WS-PLANCHER              PIC 9(08).
021800 01  WS-DEC-PROPOSE           PIC 9(08).
021900 01  WS-SENS                  PIC X(01).
022000     88 SENS-HAUSSE              VALUE 'H'.
022100     88 SENS-BAISSE              VALUE 'B'.
022200     88 SENS-MAINTIEN            VALUE ' '.
022300 01  WS-MOTIFS.
022400     05 WS-MOTIF              PIC X(02) OCCURS 3.
022500 01  WS-NB-MOTIFS             PIC S9(4) COMP.
022600 01  WS-MOTIF-AJOUT           PIC X(02).
022700*
022800*    REJETS SI / CH DE LA PERIODE PAR COMPTE (SUSPMVT)
022900 01  WS-NB-SUS                PIC S9(4) COMP VALUE ZERO.
023000 01  WS-MAX-SUS               PIC S9(4) COMP VALUE +2000.
023100 01  WS-IND-SUS               PIC S9(4) COMP.
023200 01  WS-TAB-SUS.
023300     05 WS-SUS OCCURS 2000.
023400        10 WS-SUS-CPTE        PIC X(08).
023500        10 WS-SUS-NB-SI       PIC 9(03).
023600        10 WS-SUS-NB-CH       PIC 9(03).
023700 01  WS-SUS-TROUVE            PIC X(01) VALUE 'N'.
023800     88 SUS-TROUVE               VALUE 'O'.
023900 01  WS-SUS-CHERCHE           PIC X(08).
024000*
024100*    COMPTEURS
024200 01  WS-NB-COMPTES-LUS        PIC 9(07) VALUE ZERO.
024300 01  WS-NB-REVUS              PIC 9(07) VALUE ZERO.
024400 01  WS-NB-MAINTIENS          PIC 9(07) VALUE ZERO.
024500 01  WS-NB-HAUSSES            PIC 9(07) VALUE ZERO.
024600 01  WS-NB-BAISSES            PIC 9(07) VALUE ZERO.
024700 01  WS-NB-SANS-JOURS         PIC 9(07) VALUE ZERO.
024800 01  WS-NB-PROPOSITIONS       PIC 9(07) VALUE ZERO.
024900*
025000*    RUPTURE PAR AGENCE DE LA PROCEDURE DE SORTIE
025100 01  WS-PREMIER               PIC X(01) VALUE 'O'.
025200     88 PREMIERE-LIGNE           VALUE 'O'.
025300 01  WS-AGENCE-COURANTE       PIC X(02).
025400 01  WS-AGC-HAUSSES           PIC 9(05).
025500 01  WS-AGC-BAISSES           PIC 9(05).
025600*
025700*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
025800 01  RL-COMMUN.
025900     05 RL-FONCTION    PIC X(01).
026000     05 RL-PROG        PIC X(08).
026100     05 RL-LUS         PIC 9(09).
026200     05 RL-ECRITS      PIC 9(09).
026300     05 RL-REJETES     PIC 9(09).
026400     05 RL-RC          PIC 9(02).
026500*
026600*------------------------------------------------------*
026700*   LIGNES DE L'ETAT REVDECRP                          *
026800*------------------------------------------------------*
026900 01  LIGNE-TITRE.
027000     05 FILLER                PIC X(44) VALUE
027100        'REVUE DES DECOUVERTS AUTORISES - PERIODE DU '.
027200     05 LT-DEBUT              PIC 9(08).
027300     05 FILLER                PIC X(04) VALUE ' AU '.
027400     05 LT-FIN                PIC 9(08).
027500     05 FILLER                PIC X(10) VALUE ' - REVUE '.
027600     05 LT-DATE               PIC 9(08).
027700     05 FILLER                PIC X(50) VALUE SPACE.
027800*
027900 01  LIGNE-AGENCE.
028000     05 FILLER                PIC X(07) VALUE 'AGENCE '.
028100     05 LA-AGENCE             PIC X(02).
028200     05 FILLER                PIC X(123) VALUE SPACE.
028300*
028400 01  LIGNE-ENTETE.
028500     05 FILLER                PIC X(50) VALUE
028600        'COMPTE   RG NOM        PRENOM     DEC.ACT NB.SAL '.
028700     05 FILLER                PIC X(49) VALUE
028800        '   SAL.MOYEN J.DEB J.DEP  SI  CH PROPOSE S MOTIFS'.
028900     05 FILLER                PIC X(33) VALUE SPACE.
029000*
029100 01  LIGNE-DETAIL.
029200     05 LD-CPTE               PIC X(08).
029300     05 FILLER                PIC X(01) VALUE SPACE.
029400     05 LD-REGION             PIC X(02).
029500     05 FILLER                PIC X(01) VALUE SPACE.
029600     05 LD-NOM                PIC X(10).
029700     05 FILLER                PIC X(01) VALUE SPACE.
029800     05 LD-PRENOM             PIC X(10).
029900     05 FILLER                PIC X(01) VALUE SPACE.
030000     05 LD-DEC-ACTUEL         PIC ZZZZZZ9.
030100     05 FILLER                PIC X(01) VALUE SPACE.
030200     05 LD-NB-SALAIRES        PIC ZZZZZ9.
030300     05 FILLER                PIC X(01) VALUE SPACE.
030400     05 LD-SAL-MOYEN          PIC ZZ,ZZZ,ZZ9.99.
030500     05 FILLER                PIC X(03) VALUE SPACE.
030600     05 LD-JOURS-DEB          PIC ZZ9.
030700     05 FILLER                PIC X(03) VALUE SPACE.
030800     05 LD-JOURS-DEP          PIC ZZ9.
030900     05 FILLER                PIC X(01) VALUE SPACE.
031000     05 LD-NB-SI              PIC ZZ9.
031100     05 FILLER                PIC X(01) VALUE SPACE.
031200     05 LD-NB-CH              PIC ZZ9.
031300     05 FILLER                PIC X(01) VALUE SPACE.
031400     05 LD-DEC-PROPOSE        PIC ZZZZZZ9.
031500     05 FILLER                PIC X(01) VALUE SPACE.
031600     05 LD-SENS               PIC X(01).
031700     05 FILLER                PIC X(01) VALUE SPACE.
031800     05 LD-MOTIF-1            PIC X(02).
031900     05 FILLER                PIC X(01) VALUE SPACE.
032000     05 LD-MOTIF-2            PIC X(02).
032100     05 FILLER                PIC X(01) VALUE SPACE.
032200     05 LD-MOTIF-3            PIC X(02).
032300     05 FILLER                PIC X(31) VALUE SPACE.
032400*
032500 01  LIGNE-TOTAL-AGENCE.
032600     05 FILLER                PIC X(14) VALUE
032700        'TOTAL AGENCE  '.
032800     05 LTA-AGENCE            PIC X(02).
032900     05 FILLER                PIC X(11) VALUE ' - HAUSSES '.
033000     05 LTA-HAUSSES           PIC ZZZZ9.
033100     05 FILLER                PIC X(10) VALUE ' BAISSES '.
033200     05 LTA-BAISSES           PIC ZZZZ9.
033300     05 FILLER                PIC X(85) VALUE SPACE.
033400*
033500 01  LIGNE-TOTAL.
033600     05 LTO-LIBELLE           PIC X(40).
033700     05 LTO-NB                PIC ZZZZZZ9.
033800     05 FILLER                PIC X(85) VALUE SPACE.
033900*
034000 01  LIGNE-LEGENDE            PIC X(132).
034100*
034200*======================================================*
034300*          L I N K A G E     S E C T I O N             *
034400*======================================================*
034500 LINKAGE SECTION.
034600 01  LK-PARM-PERIODE.
034700     05 LK-PARM-LEN           PIC S9(4) COMP.
034800     05 LK-PARM-VALUE.
034900        10 LK-PARM-DEBUT      PIC X(08).
035000        10 LK-PARM-FIN        PIC X(08).
035100*
035200*======================================================*
035300*     P R O C E D U R E     D I V I S I O N            *
035400*======================================================*
035500 PROCEDURE DIVISION USING LK-PARM-PERIODE.
035600*----------------------*
035700 0000-MAINLINE.
035800*----------------------*
035900     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
036000     IF RETURN-CODE NOT < 8
036100        GOBACK
036200     END-IF

036300*    TRI DES PROPOSITIONS PAR AGENCE PUIS COMPTE
036400     SORT SRTREV
036500         ON ASCENDING KEY SRT-AGENCE SRT-ID-CPTE
036600         INPUT PROCEDURE IS 2000-REVOIR-COMPTES
036700             THRU 2000-REVOIR-EXIT
036800         OUTPUT PROCEDURE IS 3000-EDITER-PROPOSITIONS
036900             THRU 3000-EDITER-EXIT
037000     IF SORT-RETURN NOT = ZERO
037100        DISPLAY 'REVDEC - ECHEC DU TRI DES PROPOSITIONS - RC='
037200                SORT-RETURN
037300        MOVE 12 TO RETURN-CODE
037400     END-IF

037500     PERFORM 8000-ECRIRE-TOTAUX
037600     PERFORM 9000-TERMINAISON
037700     GOBACK
037800     .
037900*----------------------*
038000 1000-INITIALISATION.
038100*----------------------*
038200     IF LK-PARM-LEN NOT = 16
038300        OR LK-PARM-DEBUT NOT NUMERIC
038400        OR LK-PARM-FIN NOT NUMERIC
038500        DISPLAY 'REVDEC - PARM PERIODE (AAAAMMJJ + AAAAMMJJ)'
038600                ' OBLIGATOIRE'
038700        MOVE 8 TO RETURN-CODE
038800        GO TO 1000-INITIALISATION-EXIT
038900     END-IF
039000     MOVE LK-PARM-DEBUT TO WS-DATE-DEBUT
039100     MOVE LK-PARM-FIN   TO WS-DATE-FIN
039200     COMPUTE WS-ENT-DEBUT =
039300             FUNCTION INTEGER-OF-DATE(WS-DATE-DEBUT)
039400     COMPUTE WS-ENT-FIN =
039500             FUNCTION INTEGER-OF-DATE(WS-DATE-FIN)
039600     COMPUTE WS-NB-JOURS-PERIODE =
039700             WS-ENT-FIN - WS-ENT-DEBUT + 1
039800*    NOMBRE DE MOIS DE LA PERIODE (3 POUR UN TRIMESTRE)
039900     COMPUTE WS-NB-MOIS = (WS-NB-JOURS-PERIODE + 15) / 30
040000     IF WS-NB-MOIS = ZERO
040100        MOVE 1 TO WS-NB-MOIS
040200     END-IF

040300     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

040400     MOVE 'D' TO RL-FONCTION
040500     MOVE 'REVDEC' TO RL-PROG
040600     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
040700     CALL 'pgrunlog' USING RL-COMMUN

040800     OPEN INPUT FSUS
040900     IF NOT FS-FSUS-OK
041000        DISPLAY 'REVDEC - ERREUR OPEN FSUS - FS='
041100                WS-FS-FSUS
041200        MOVE 12 TO RETURN-CODE
041300        GO TO 1000-INITIALISATION-EXIT
041400     END-IF
041500     PERFORM 1200-CHARGER-UN-SUSPENS THRU 1200-CHARGER-EXIT
041600         UNTIL FIN-FSUS
041700     CLOSE FSUS

041800     OPEN INPUT FCLT
041900     IF NOT FS-FCLT-OK
042000        DISPLAY 'REVDEC - ERREUR OPEN FCLT - FS='
042100                WS-FS-FCLT
042200        MOVE 12 TO RETURN-CODE
042300        GO TO 1000-INITIALISATION-EXIT
042400     END-IF

042500     OPEN INPUT FHST
042600     IF NOT FS-FHST-OK
042700        DISPLAY 'REVDEC - ERREUR OPEN FHST - FS='
042800                WS-FS-FHST
042900        MOVE 12 TO RETURN-CODE
043000        CLOSE FCLT
043100        GO TO 1000-INITIALISATION-EXIT
043200     END-IF

043300     OPEN INPUT AGIOJRS
043400     IF NOT FS-AGIOJRS-OK
043500        DISPLAY 'REVDEC - ERREUR OPEN AGIOJRS - FS='
043600                WS-FS-AGIOJRS
043700        MOVE 12 TO RETURN-CODE
043800        CLOSE FCLT FHST
043900        GO TO 1000-INITIALISATION-EXIT
044000     END-IF
044100*    LE FICHIER DES JOURS DOIT VENIR D'AGIOS SUR LA MEME
044200*    PERIODE : SINON LA REVUE MELANGERAIT DEUX TRIMESTRES
044300     PERFORM 1300-LIRE-AGIOJRS
044400     IF NOT FIN-AGIOJRS
044500        IF AJ-DATE-DEBUT NOT = WS-DATE-DEBUT
044600           OR AJ-DATE-FIN NOT = WS-DATE-FIN
044700           DISPLAY 'REVDEC - AGIOJRS PORTE SUR LA PERIODE '
044800                   AJ-DATE-DEBUT ' - ' AJ-DATE-FIN
044900                   ' ET NON SUR LE PARM'
045000           MOVE 8 TO RETURN-CODE
045100           CLOSE FCLT FHST AGIOJRS
045200           GO TO 1000-INITIALISATION-EXIT
045300        END-IF
045400     ELSE
045500        DISPLAY 'REVDEC - AGIOJRS VIDE : AUCUN JOUR DEBITEUR'
045600                ' PRIS EN COMPTE'
045700        MOVE 4 TO RETURN-CODE
045800     END-IF

045900     OPEN OUTPUT REVDECPR
046000     IF NOT FS-REVDECPR-OK
046100        DISPLAY 'REVDEC - ERREUR OPEN REVDECPR - FS='
046200                WS-FS-REVDECPR
046300        MOVE 12 TO RETURN-CODE
046400        CLOSE FCLT FHST AGIOJRS
046500        GO TO 1000-INITIALISATION-EXIT
046600     END-IF

046700     OPEN OUTPUT REVDECRP
046800     IF NOT FS-REVDECRP-OK
046900        DISPLAY 'REVDEC - ERREUR OPEN REVDECRP - FS='
047000                WS-FS-REVDECRP
047100        MOVE 12 TO RETURN-CODE
047200        CLOSE FCLT FHST AGIOJRS REVDECPR
047300        GO TO 1000-INITIALISATION-EXIT
047400     END-IF

047500     MOVE WS-DATE-DEBUT TO LT-DEBUT
047600     MOVE WS-DATE-FIN   TO LT-FIN
047700     MOVE WS-DATE-JOUR  TO LT-DATE
047800     MOVE LIGNE-TITRE   TO REC-REVDECRP
047900     WRITE REC-REVDECRP
048000     .
048100 1000-INITIALISATION-EXIT.
048200     EXIT.
048300*----------------------*
048400 1200-CHARGER-UN-SUSPENS.
048500*----------------------*
048600*    SEULS LES REJETS SI ET CH ENTRES EN SUSPENS PENDANT LA
048700*    PERIODE SONT RETENUS, CUMULES PAR COMPTE
048800     READ FSUS
048900         AT END
049000            MOVE 'Y' TO WS-FIN-FSUS
049100            GO TO 1200-CHARGER-EXIT
049200     END-READ

049300     IF SUS-MOTIF NOT = 'SI' AND SUS-MOTIF NOT = 'CH'
049400        GO TO 1200-CHARGER-EXIT
049500     END-IF
049600     IF SUS-DATE-ENTREE < WS-DATE-DEBUT
049700        OR SUS-DATE-ENTREE > WS-DATE-FIN
049800        GO TO 1200-CHARGER-EXIT
049900     END-IF

050000     MOVE SUS-ID-CPTE TO WS-SUS-CHERCHE
050100     PERFORM 7000-CHERCHER-SUSPENS
050200     IF NOT SUS-TROUVE
050300        IF WS-NB-SUS >= WS-MAX-SUS
050400           DISPLAY 'REVDEC - TABLE DES SUSPENS SATUREE : '
050500                   SUS-ID-CPTE ' NON PRIS EN COMPTE'
050600           IF RETURN-CODE < 4
050700              MOVE 4 TO RETURN-CODE
050800           END-IF
050900           GO TO 1200-CHARGER-EXIT
051000        END-IF
051100        ADD 1 TO WS-NB-SUS
051200        MOVE WS-NB-SUS   TO WS-IND-SUS
051300        MOVE SUS-ID-CPTE TO WS-SUS-CPTE(WS-IND-SUS)
051400        MOVE ZERO        TO WS-SUS-NB-SI(WS-IND-SUS)
051500        MOVE ZERO        TO WS-SUS-NB-CH(WS-IND-SUS)
051600     END-IF

051700     IF SUS-MOTIF = 'SI'
051800        ADD 1 TO WS-SUS-NB-SI(WS-IND-SUS)
051900     ELSE
052000        ADD 1 TO WS-SUS-NB-CH(WS-IND-SUS)
052100     END-IF
052200     .
052300 1200-CHARGER-EXIT.
052400     EXIT.
052500*----------------------*
052600 1300-LIRE-AGIOJRS.
052700*----------------------*
052800     READ AGIOJRS
052900         AT END
053000            MOVE 'Y' TO WS-FIN-AGIOJRS
053100            MOVE HIGH-VALUES TO AJ-ID-CPTE
053200     END-READ
053300     .
053400*======================================================*
053500*   PROCEDURE D'ENTREE DU TRI : UNE PROPOSITION PAR      *
053600*   COMPTE COURANT ACTIF DONT LE DECOUVERT DOIT BOUGER   *
053700*======================================================*
053800*----------------------*
053900 2000-REVOIR-COMPTES.
054000*----------------------*
054100     PERFORM 2100-REVOIR-UN-COMPTE THRU 2100-REVOIR-EXIT
054200         UNTIL FIN-FCLT
054300     .
054400 2000-REVOIR-EXIT.
054500     EXIT.
054600*----------------------*
054700 2100-REVOIR-UN-COMPTE.
054800*----------------------*
054900     READ FCLT NEXT RECORD
055000         AT END
055100            MOVE 'Y' TO WS-FIN-FCLT
055200            GO TO 2100-REVOIR-EXIT
055300     END-READ

055400     ADD 1 TO WS-NB-COMPTES-LUS

055500     IF NOT STS-CLT-ACTIF
055600        GO TO 2100-REVOIR-EXIT
055700     END-IF
055800     IF NAT-CPTE < 01 OR NAT-CPTE > 04
055900        GO TO 2100-REVOIR-EXIT
056000     END-IF
056100     ADD 1 TO WS-NB-REVUS

056200     PERFORM 2200-CUMULER-SALAIRES
056300     PERFORM 2300-CHERCHER-JOURS
056400     MOVE ID-CPTE TO WS-SUS-CHERCHE
056500     PERFORM 7000-CHERCHER-SUSPENS
056600     IF SUS-TROUVE
056700        MOVE WS-SUS-NB-SI(WS-IND-SUS) TO WS-NB-SI
056800        MOVE WS-SUS-NB-CH(WS-IND-SUS) TO WS-NB-CH
056900     ELSE
057000        MOVE ZERO TO WS-NB-SI
057100        MOVE ZERO TO WS-NB-CH
057200     END-IF

057300     PERFORM 2500-PROPOSER THRU 2500-PROPOSER-EXIT
057400     IF SENS-MAINTIEN
057500        ADD 1 TO WS-NB-MAINTIENS
057600        GO TO 2100-REVOIR-EXIT
057700     END-IF
057800     IF SENS-HAUSSE
057900        ADD 1 TO WS-NB-HAUSSES
058000     ELSE
058100        ADD 1 TO WS-NB-BAISSES
058200     END-IF

058300     MOVE AGC-CLT        TO SRT-AGENCE
058400     MOVE ID-CPTE        TO SRT-ID-CPTE
058500     MOVE ID-REGION      TO SRT-REGION
058600     MOVE NOM-CLT        TO SRT-NOM
058700     MOVE PRN-CLT        TO SRT-PRENOM
058800     MOVE DEC-CLT        TO SRT-DEC-ACTUEL
058900     MOVE WS-DEC-PROPOSE TO SRT-DEC-PROPOSE
059000     MOVE WS-SENS        TO SRT-SENS
059100     MOVE WS-MOTIFS      TO SRT-MOTIFS
059200     MOVE WS-NB-SALAIRES TO SRT-NB-SALAIRES
059300     MOVE WS-SAL-MOYEN   TO SRT-SAL-MOYEN
059400     MOVE WS-JOURS-DEB   TO SRT-JOURS-DEB
059500     MOVE WS-JOURS-DEP   TO SRT-JOURS-DEP
059600     MOVE WS-NB-SI       TO SRT-NB-SI
059700     MOVE WS-NB-CH       TO SRT-NB-CH
059800     RELEASE SRT-REVUE
059900     .
060000 2100-REVOIR-EXIT.
060100     EXIT.
060200*----------------------*
060300 2200-CUMULER-SALAIRES.
060400*----------------------*
060500*    SALAIRES DOMICILIES (CODE S) DE LA PERIODE, HORS
060600*    LIGNES CONTREPASSEES
060700     MOVE ZERO    TO WS-NB-SALAIRES
060800     MOVE ZERO    TO WS-TOT-SALAIRES
060900     MOVE 'N'     TO WS-FIN-HST
061000     MOVE ID-CPTE TO HST-ID-CPTE
061100     MOVE ZERO    TO HST-SEQ
061200     START FHST KEY IS NOT LESS THAN HST-CLE
061300         INVALID KEY
061400            MOVE 'Y' TO WS-FIN-HST
061500     END-START
061600     PERFORM 2210-LIRE-UN-MVT THRU 2210-LIRE-EXIT
061700         UNTIL FIN-HST
061800     .
061900*----------------------*
062000 2210-LIRE-UN-MVT.
062100*----------------------*
062200     READ FHST NEXT RECORD
062300         AT END
062400            MOVE 'Y' TO WS-FIN-HST
062500            GO TO 2210-LIRE-EXIT
062600     END-READ
062700     IF HST-ID-CPTE NOT = ID-CPTE
062800        MOVE 'Y' TO WS-FIN-HST
062900        GO TO 2210-LIRE-EXIT
063000     END-IF
063100     IF HST-CODE NOT = 'S'
063200        OR HST-ANNULEE
063300        OR HST-DATE < WS-DATE-DEBUT
063400        OR HST-DATE > WS-DATE-FIN
063500        GO TO 2210-LIRE-EXIT
063600     END-IF
063700     IF WS-NB-SALAIRES < 999
063800        ADD 1 TO WS-NB-SALAIRES
063900     END-IF
064000     ADD HST-MONTANT TO WS-TOT-SALAIRES
064100     .
064200 2210-LIRE-EXIT.
064300     EXIT.
064400*----------------------*
064500 2300-CHERCHER-JOURS.
064600*----------------------*
064700*    AGIOJRS EST EN ORDRE DE CLIENT.DAT : ON AVANCE
064800*    JUSQU'AU COMPTE ; UN COMPTE ABSENT (NATURE SANS TAUX
064900*    DEBITEUR OU RELEVE TRONQUE DANS AGIOS) COMPTE ZERO
065000*    JOUR
065100     PERFORM 1300-LIRE-AGIOJRS
065200         UNTIL AJ-ID-CPTE NOT < ID-CPTE
065300     IF AJ-ID-CPTE = ID-CPTE
065400        MOVE AJ-JOURS-DEBITEURS   TO WS-JOURS-DEB
065500        MOVE AJ-JOURS-DEPASSEMENT TO WS-JOURS-DEP
065600     ELSE
065700        MOVE ZERO TO WS-JOURS-DEB
065800        MOVE ZERO TO WS-JOURS-DEP
065900        ADD 1 TO WS-NB-SANS-JOURS
066000     END-IF
066100     .
066200*----------------------*
066300 2500-PROPOSER.
066400*----------------------*
066500     MOVE SPACE   TO WS-SENS
066600     MOVE SPACE   TO WS-MOTIFS
066700     MOVE ZERO    TO WS-NB-MOTIFS
066800     MOVE DEC-CLT TO WS-DEC-PROPOSE

066900*    CIBLE = QUOTITE DU SALAIRE MENSUEL MOYEN, A LA
067000*    CENTAINE INFERIEURE, PLAFONNEE
067100     COMPUTE WS-SAL-MOYEN ROUNDED =
067200             WS-TOT-SALAIRES / WS-NB-MOIS
067300     COMPUTE WS-CIBLE =
067400             WS-SAL-MOYEN * WS-QUOTITE-SALAIRE / 100
067500     DIVIDE WS-CIBLE BY 100 GIVING WS-CENTAINES
067600     COMPUTE WS-CIBLE-ARR = WS-CENTAINES * 100
067700     IF WS-CIBLE-ARR > WS-DEC-MAXIMUM
067800        MOVE WS-DEC-MAXIMUM TO WS-CIBLE-ARR
067900     END-IF

068000*    INCIDENTS DE LA PERIODE
068100     IF WS-NB-CH > ZERO
068200        MOVE 'CH' TO WS-MOTIF-AJOUT
068300        PERFORM 2590-AJOUTER-MOTIF
068400     END-IF
068500     IF WS-NB-SI >= WS-SEUIL-SI
068600        MOVE 'SI' TO WS-MOTIF-AJOUT
068700        PERFORM 2590-AJOUTER-MOTIF
068800     END-IF
068900     IF WS-JOURS-DEP >= WS-SEUIL-DEPASSEMENT
069000        MOVE 'DP' TO WS-MOTIF-AJOUT
069100        PERFORM 2590-AJOUTER-MOTIF
069200     END-IF
069300     IF WS-JOURS-DEB * 2 > WS-NB-JOURS-PERIODE
069400        MOVE 'DC' TO WS-MOTIF-AJOUT
069500        PERFORM 2590-AJOUTER-MOTIF
069600     END-IF

069700*    AVEC INCIDENT : BAISSE A LA MOITIE DU PLUS PETIT DU
069800*    DECOUVERT ACTUEL ET DE LA CIBLE, JAMAIS DE HAUSSE
069900     IF WS-NB-MOTIFS > ZERO
070000        MOVE DEC-CLT TO WS-PLANCHER
070100        IF WS-CIBLE-ARR < WS-PLANCHER
070200           MOVE WS-CIBLE-ARR TO WS-PLANCHER
070300        END-IF
070400        DIVIDE WS-PLANCHER BY 200 GIVING WS-CENTAINES
070500        COMPUTE WS-DEC-PROPOSE = WS-CENTAINES * 100
070600        IF WS-DEC-PROPOSE < DEC-CLT
070700           MOVE 'B' TO WS-SENS
070800        ELSE
070900           MOVE SPACE   TO WS-MOTIFS
071000           MOVE DEC-CLT TO WS-DEC-PROPOSE
071100        END-IF
071200        GO TO 2500-PROPOSER-EXIT
071300     END-IF

071400*    SANS SALAIRE DOMICILIE : LE DECOUVERT EST RETIRE
071500     IF WS-NB-SALAIRES = ZERO
071600        IF DEC-CLT > ZERO
071700           MOVE ZERO TO WS-DEC-PROPOSE
071800           MOVE 'B'  TO WS-SENS
071900           MOVE 'SN' TO WS-MOTIF-AJOUT
072000           PERFORM 2590-AJOUTER-MOTIF
072100        END-IF
072200        GO TO 2500-PROPOSER-EXIT
072300     END-IF

072400*    SANS INCIDENT : LE DECOUVERT SUIT LES SALAIRES ; LA
072500*    HAUSSE SUPPOSE UN SALAIRE VERSE CHAQUE MOIS
072600     IF WS-CIBLE-ARR * 100 > DEC-CLT * WS-SEUIL-HAUSSE
072700        AND WS-NB-SALAIRES >= WS-NB-MOIS
072800        MOVE WS-CIBLE-ARR TO WS-DEC-PROPOSE
072900        MOVE 'H'  TO WS-SENS
073000        MOVE 'SH' TO WS-MOTIF-AJOUT
073100        PERFORM 2590-AJOUTER-MOTIF
073200        GO TO 2500-PROPOSER-EXIT
073300     END-IF
073400     IF WS-CIBLE-ARR * 100 < DEC-CLT * WS-SEUIL-BAISSE
073500        MOVE WS-CIBLE-ARR TO WS-DEC-PROPOSE
073600        MOVE 'B'  TO WS-SENS
073700        MOVE 'SB' TO WS-MOTIF-AJOUT
073800        PERFORM 2590-AJOUTER-MOTIF
073900     END-IF
074000     .
074100 2500-PROPOSER-EXIT.
074200     EXIT.
074300*----------------------*
074400 2590-AJOUTER-MOTIF.
074500*----------------------*
074600     IF WS-NB-MOTIFS < 3
074700        ADD 1 TO WS-NB-MOTIFS
074800        MOVE WS-MOTIF-AJOUT TO WS-MOTIF(WS-NB-MOTIFS)
074900     END-IF
075000     .
075100*======================================================*
075200*   PROCEDURE DE SORTIE DU TRI : ETAT PAR AGENCE ET      *
075300*   FICHIER DES PROPOSITIONS                             *
075400*======================================================*
075500*----------------------*
075600 3000-EDITER-PROPOSITIONS.
075700*----------------------*
075800     MOVE 'N' TO WS-FIN-TRI
075900     PERFORM 3100-EDITER-UNE-PROPOSITION THRU 3100-EDITER-EXIT
076000         UNTIL FIN-TRI
076100     IF NOT PREMIERE-LIGNE
076200        PERFORM 3300-FERMER-AGENCE
076300     END-IF
076400     .
076500 3000-EDITER-EXIT.
076600     EXIT.
076700*----------------------*
076800 3100-EDITER-UNE-PROPOSITION.
076900*----------------------*
077000     RETURN SRTREV
077100         AT END
077200            MOVE 'Y' TO WS-FIN-TRI
077300            GO TO 3100-EDITER-EXIT
077400     END-RETURN

077500     IF PREMIERE-LIGNE
077600        MOVE 'N' TO WS-PREMIER
077700        PERFORM 3200-OUVRIR-AGENCE
077800     ELSE
077900        IF SRT-AGENCE NOT = WS-AGENCE-COURANTE
078000           PERFORM 3300-FERMER-AGENCE
078100           PERFORM 3200-OUVRIR-AGENCE
078200        END-IF
078300     END-IF

078400     IF SRT-SENS = 'H'
078500        ADD 1 TO WS-AGC-HAUSSES
078600     ELSE
078700        ADD 1 TO WS-AGC-BAISSES
078800     END-IF

078900*    PROPOSITION : SES 22 PREMIERES COLONNES FORMENT LA
079000*    CARTE DECCART QUE L'AGENCE RENVOIE SI ELLE ACCEPTE
079100     MOVE SPACE           TO RD-PROPOSITION
079200     MOVE SRT-ID-CPTE     TO RD-ID-CPTE
079300     MOVE SRT-DEC-ACTUEL  TO RD-DEC-ACTUEL
079400     MOVE SRT-DEC-PROPOSE TO RD-DEC-PROPOSE
079500     MOVE SRT-SENS        TO RD-SENS
079600     MOVE SRT-MOTIFS      TO RD-MOTIFS
079700     MOVE SRT-AGENCE      TO RD-AGENCE
079800     MOVE SRT-REGION      TO RD-REGION
079900     MOVE WS-DATE-JOUR    TO RD-DATE-REVUE
080000     WRITE RD-PROPOSITION
080100     ADD 1 TO WS-NB-PROPOSITIONS

080200     MOVE SRT-ID-CPTE     TO LD-CPTE
080300     MOVE SRT-REGION      TO LD-REGION
080400     MOVE SRT-NOM         TO LD-NOM
080500     MOVE SRT-PRENOM      TO LD-PRENOM
080600     MOVE SRT-DEC-ACTUEL  TO LD-DEC-ACTUEL
080700     MOVE SRT-NB-SALAIRES TO LD-NB-SALAIRES
080800     MOVE SRT-SAL-MOYEN   TO LD-SAL-MOYEN
080900     MOVE SRT-JOURS-DEB   TO LD-JOURS-DEB
081000     MOVE SRT-JOURS-DEP   TO LD-JOURS-DEP
081100     MOVE SRT-NB-SI       TO LD-NB-SI
081200     MOVE SRT-NB-CH       TO LD-NB-CH
081300     MOVE SRT-DEC-PROPOSE TO LD-DEC-PROPOSE
081400     MOVE SRT-SENS        TO LD-SENS
081500     MOVE SRT-MOTIFS(1:2) TO LD-MOTIF-1
081600     MOVE SRT-MOTIFS(3:2) TO LD-MOTIF-2
081700     MOVE SRT-MOTIFS(5:2) TO LD-MOTIF-3
081800     MOVE LIGNE-DETAIL    TO REC-REVDECRP
081900     WRITE REC-REVDECRP
082000     .
082100 3100-EDITER-EXIT.
082200     EXIT.
082300*----------------------*
082400 3200-OUVRIR-AGENCE.
082500*----------------------*
082600     MOVE SRT-AGENCE TO WS-AGENCE-COURANTE
082700     MOVE ZERO       TO WS-AGC-HAUSSES
082800     MOVE ZERO       TO WS-AGC-BAISSES
082900     MOVE SRT-AGENCE TO LA-AGENCE
083000     MOVE LIGNE-AGENCE TO REC-REVDECRP
083100     WRITE REC-REVDECRP AFTER ADVANCING PAGE
083200     MOVE LIGNE-ENTETE TO REC-REVDECRP
083300     WRITE REC-REVDECRP AFTER ADVANCING 2 LINES
083400     .
083500*----------------------*
083600 3300-FERMER-AGENCE.
083700*----------------------*
083800     MOVE WS-AGENCE-COURANTE TO LTA-AGENCE
083900     MOVE WS-AGC-HAUSSES     TO LTA-HAUSSES
084000     MOVE WS-AGC-BAISSES     TO LTA-BAISSES
084100     MOVE LIGNE-TOTAL-AGENCE TO REC-REVDECRP
084200     WRITE REC-REVDECRP AFTER ADVANCING 2 LINES
084300     .
084400*----------------------*
084500 7000-CHERCHER-SUSPENS.
084600*----------------------*
084700     MOVE 'N' TO WS-SUS-TROUVE
084800     MOVE 1   TO WS-IND-SUS
084900     PERFORM 7010-COMPARER-SUSPENS
085000         UNTIL SUS-TROUVE OR WS-IND-SUS > WS-NB-SUS
085100     .
085200*----------------------*
085300 7010-COMPARER-SUSPENS.
085400*----------------------*
085500     IF WS-SUS-CPTE(WS-IND-SUS) = WS-SUS-CHERCHE
085600        MOVE 'O' TO WS-SUS-TROUVE
085700     ELSE
085800        ADD 1 TO WS-IND-SUS
085900     END-IF
086000     .
086100*----------------------*
086200 8000-ECRIRE-TOTAUX.
086300*----------------------*
086400     MOVE 'COMPTES LUS                            '
086500       TO LTO-LIBELLE
086600     MOVE WS-NB-COMPTES-LUS TO LTO-NB
086700     MOVE LIGNE-TOTAL TO REC-REVDECRP
086800     WRITE REC-REVDECRP AFTER ADVANCING PAGE
086900     MOVE 'COMPTES COURANTS ACTIFS REVUS          '
087000       TO LTO-LIBELLE
087100     MOVE WS-NB-REVUS TO LTO-NB
087200     MOVE LIGNE-TOTAL TO REC-REVDECRP
087300     WRITE REC-REVDECRP
087400     MOVE 'DECOUVERTS MAINTENUS                   '
087500       TO LTO-LIBELLE
087600     MOVE WS-NB-MAINTIENS TO LTO-NB
087700     MOVE LIGNE-TOTAL TO REC-REVDECRP
087800     WRITE REC-REVDECRP
087900     MOVE 'HAUSSES PROPOSEES                      '
088000       TO LTO-LIBELLE
088100     MOVE WS-NB-HAUSSES TO LTO-NB
088200     MOVE LIGNE-TOTAL TO REC-REVDECRP
088300     WRITE REC-REVDECRP
088400     MOVE 'BAISSES PROPOSEES                      '
088500       TO LTO-LIBELLE
088600     MOVE WS-NB-BAISSES TO LTO-NB
088700     MOVE LIGNE-TOTAL TO REC-REVDECRP
088800     WRITE REC-REVDECRP
088900     MOVE 'COMPTES ABSENTS D''AGIOJRS (0 JOUR)     '
089000       TO LTO-LIBELLE
089100     MOVE WS-NB-SANS-JOURS TO LTO-NB
089200     MOVE LIGNE-TOTAL TO REC-REVDECRP
089300     WRITE REC-REVDECRP

089400     MOVE 'MOTIFS : SH/SB SALAIRES EN HAUSSE/BAISSE, SN AUCUN'
089500       TO LIGNE-LEGENDE
089600     MOVE LIGNE-LEGENDE TO REC-REVDECRP
089700     WRITE REC-REVDECRP AFTER ADVANCING 2 LINES
089800     MOVE '         SALAIRE, CH CHEQUE IMPAYE, SI REJETS PROVI'
089900       TO LIGNE-LEGENDE
090000     MOVE 'SION INSUFFISANTE,' TO LIGNE-LEGENDE(51:18)
090100     MOVE LIGNE-LEGENDE TO REC-REVDECRP
090200     WRITE REC-REVDECRP
090300     MOVE '         DP DEPASSEMENTS, DC DEBITEUR CHRONIQUE'
090400       TO LIGNE-LEGENDE
090500     MOVE LIGNE-LEGENDE TO REC-REVDECRP
090600     WRITE REC-REVDECRP
090700     .
090800*----------------------*
090900 9000-TERMINAISON.
091000*----------------------*
091100     CLOSE FCLT
091200     CLOSE FHST
091300     CLOSE AGIOJRS
091400     CLOSE REVDECPR
091500     CLOSE REVDECRP

091600     DISPLAY 'REVDEC - COMPTES LUS          : '
091700             WS-NB-COMPTES-LUS
091800     DISPLAY 'REVDEC - COMPTES REVUS        : ' WS-NB-REVUS
091900     DISPLAY 'REVDEC - HAUSSES PROPOSEES    : ' WS-NB-HAUSSES
092000     DISPLAY 'REVDEC - BAISSES PROPOSEES    : ' WS-NB-BAISSES
092100     DISPLAY 'REVDEC - DECOUVERTS MAINTENUS : '
092200             WS-NB-MAINTIENS

092300     MOVE 'F' TO RL-FONCTION
092400     MOVE 'REVDEC' TO RL-PROG
092500     MOVE WS-NB-COMPTES-LUS TO RL-LUS
092600     MOVE WS-NB-PROPOSITIONS TO RL-ECRITS
092700     MOVE ZERO TO RL-REJETES
092800     MOVE RETURN-CODE TO RL-RC
092900     CALL 'pgrunlog' USING RL-COMMUN
093000     .

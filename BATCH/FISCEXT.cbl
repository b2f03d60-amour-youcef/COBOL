000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    FISCEXT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - EXTRACTION ANNUELLE DES
001400*                   COMPTES DECLARABLES (ECHANGE AUTOMATIQUE
001500*                   CRS / FATCA), PARM = ANNEE AAAA (0000 =
001600*                   ANNEE PRECEDANT LE RUN). UN CLIENT EST
001700*                   DECLARABLE S'IL EST PERSONNE US OU SI SON
001800*                   AUTOCERTIFICATION VALIDE PORTE UNE
001900*                   RESIDENCE HORS FRANCE (FRESFIS). POUR
002000*                   CHACUN DE SES COMPTES (CROSS-REFERENCE
002100*                   FCLICPT) : SOLDE DE FIN D'ANNEE (SOLDE
002200*                   DEBITEUR DECLARE A ZERO), DEVISE, INTERETS
002300*                   VERSES DE L'ANNEE (LIGNES 'I' NON
002400*                   CONTREPASSEES DE HISTCLT, ARCHIVES
002500*                   MENSUELLES COMPRISES) ET CO-TITULAIRE
002600*                   (COTIT.DAT). FICHIER FISCDECL A LONGUEUR
002700*                   FIXE (ENTETE ET FIN pgctlfic), ETAT
002800*                   FISCRAP. RC 4 SI UN COMPTE A BOUGE APRES
002900*                   LE 31/12 (SOLDE A CONTROLER) OU SI LA
003000*                   CROSS-REFERENCE EST INCOHERENTE.
003100*--------------------------------------------------------
003200*
003300*======================================================*
003400*   E N V I R O N M E N T       D I V I S I O N        *
003500*======================================================*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-390.
003900 OBJECT-COMPUTER. IBM-390.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT FXREF      ASSIGN TO FXREF
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS XRF-CLE
004600         ALTERNATE RECORD KEY IS XRF-ID-CPTE
004700         FILE STATUS IS WS-FS-FXREF.

004800     SELECT FCLI       ASSIGN TO FCLI
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS E-NUMERO
005200         FILE STATUS IS WS-FS-FCLI.

005300     SELECT FRESFIS    ASSIGN TO FRESFIS
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS RF-NUMERO
005700         FILE STATUS IS WS-FS-FRESFIS.

005800     SELECT FCLT       ASSIGN TO FCLT
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS ID-CPTE
006200         FILE STATUS IS WS-FS-FCLT.

006300     SELECT FCOT       ASSIGN TO FCOT
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS RANDOM
006600         RECORD KEY IS CT-ID-CPTE
006700         FILE STATUS IS WS-FS-FCOT.

006800     SELECT FHST       ASSIGN TO FHST
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS HST-CLE
007200         FILE STATUS IS WS-FS-FHST.

007300     SELECT HSTARCH    ASSIGN TO HSTARCH
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS WS-FS-HSTARCH.

007600     SELECT FISCDECL   ASSIGN TO FISCDECL
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS WS-FS-FISCDECL.

007900     SELECT FISCRAP    ASSIGN TO FISCRAP
008000         ORGANIZATION IS SEQUENTIAL
008100         FILE STATUS IS WS-FS-FISCRAP.

008200     SELECT SRTFIS     ASSIGN TO SRTFIS.
008300*
008400*======================================================*
008500*           D A T A         D I V I S I O N            *
008600*======================================================*
008700 DATA DIVISION.
008800 FILE SECTION.
008900*
009000 FD  FXREF
009100     RECORD CONTAINS 80 CHARACTERS.
009200     COPY FCLICPT.
009300*
009400 FD  FCLI
009500     RECORD CONTAINS 400 CHARACTERS.
009600     COPY FCLIENTS.
009700*
009800 FD  FRESFIS
009900     RECORD CONTAINS 100 CHARACTERS.
010000     COPY FRESFIS.
010100*
010200 FD  FCLT
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  REC-CLT.
010500     05  ID-CPTE    PIC X(08).
010600     05  ID-REGION  PIC X(02).
010700     05  NAT-CPTE   PIC 9(02).
010800     05  FILLER     PIC X(31).
010900     05  STS-CLT    PIC X(01).
011000         88 STS-CLT-FERME  VALUE 'F'.
011100     05  FILLER     PIC X(10).
011200     05  SLD-CLT    PIC S9(08)V99.
011300     05  FILLER     PIC X(12).
011400*    DEVISE DU COMPTE (BLANC = MONNAIE DE TENUE)
011500     05  DEV-CLT    PIC X(02).
011600     05  AGC-CLT    PIC X(02).
011700*
011800 FD  FCOT
011900     RECORD CONTAINS 80 CHARACTERS.
012000 01  REC-COT.
012100     05  CT-ID-CPTE   PIC X(08).
012200     05  CT-NOM       PIC X(10).
012300     05  CT-PRN       PIC X(10).
012400     05  CT-DTN       PIC 9(08).
012500     05  CT-SEX       PIC X(01).
012600     05  CT-PIN       PIC 9(04).
012700     05  FILLER       PIC X(39).
012800*
012900 FD  FHST
013000     RECORD CONTAINS 100 CHARACTERS.
013100 01  REC-HST.
013200     05  HST-CLE.
013300         10  HST-ID-CPTE   PIC X(08).
013400         10  HST-SEQ       PIC 9(05).
013500     05  HST-DATE      PIC 9(08).
013600     05  HST-DATE-X REDEFINES HST-DATE.
013700         10  HST-AAAA   PIC 9(04).
013800         10  FILLER     PIC X(04).
013900     05  HST-CODE      PIC X(01).
014000     05  HST-MONTANT   PIC 9(08)V99.
014100     05  HST-SLD-APRES PIC S9(08)V99.
014200     05  HST-SOURCE    PIC X(04).
014300*    LIGNE ANNULEE PAR UNE CONTREPASSATION (CODE X)
014400     05  HST-ANNUL-STATUT PIC X(01).
014500         88  HST-ANNULEE     VALUE 'A'.
014600     05  FILLER        PIC X(53).
014700*
014800*    ARCHIVES MENSUELLES ARCHST : LES 80 PREMIERS OCTETS DE
014900*    LA LIGNE HISTCLT (MARQUE DE CONTREPASSATION COMPRISE)
015000 FD  HSTARCH
015100     RECORD CONTAINS 80 CHARACTERS.
015200 01  REC-HSA.
015300     05  HSA-CLE.
015400         10  HSA-ID-CPTE   PIC X(08).
015500         10  HSA-SEQ       PIC 9(05).
015600     05  HSA-DATE      PIC 9(08).
015700     05  HSA-DATE-X REDEFINES HSA-DATE.
015800         10  HSA-AAAA   PIC 9(04).
015900         10  FILLER     PIC X(04).
016000     05  HSA-CODE      PIC X(01).
016100     05  HSA-MONTANT   PIC 9(08)V99.
016200     05  HSA-SLD-APRES PIC S9(08)V99.
016300     05  HSA-SOURCE    PIC X(04).
016400     05  HSA-ANNUL-STATUT PIC X(01).
016500         88  HSA-ANNULEE     VALUE 'A'.
016600     05  FILLER        PIC X(33).
016700*
016800*    FICHIER DECLARATIF : ENTETE pgctlfic, UNE LIGNE PAR
016900*    COMPTE ET PAR TITULAIRE DECLARABLE, FIN pgctlfic
017000*    (NOMBRE DE LIGNES, TOTAL DES SOLDES DECLARES)
017100 FD  FISCDECL
017200     RECORD CONTAINS 250 CHARACTERS.
017300 01  REC-FISCDECL.
017400     05  FDL-TYPE-ENREG   PIC X(01).
017500     05  FDL-ANNEE        PIC 9(04).
017600     05  FDL-ID-CPTE      PIC X(08).
017700     05  FDL-STS-CPTE     PIC X(01).
017800     05  FDL-DEVISE       PIC X(02).
017900     05  FDL-SOLDE        PIC 9(11)V99.
018000     05  FDL-INTERETS     PIC 9(11)V99.
018100     05  FDL-NUMERO       PIC 9(08).
018200     05  FDL-NOM          PIC X(20).
018300     05  FDL-PNM          PIC X(20).
018400     05  FDL-TYPE-CLI     PIC X(01).
018500     05  FDL-DATE-NAIS    PIC X(08).
018600     05  FDL-ADRESSE.
018700         10  FDL-ADR      PIC X(20).
018800         10  FDL-CODEP    PIC X(05).
018900         10  FDL-VILLE    PIC X(25).
019000     05  FDL-NATIONALITE  PIC X(02).
019100     05  FDL-US-PERSON    PIC X(01).
019200     05  FDL-AUTOCERT     PIC X(01).
019300     05  FDL-RESIDENCES.
019400         10  FDL-RESIDENCE OCCURS 3.
019500             15  FDL-PAYS PIC X(02).
019600             15  FDL-NIF  PIC X(20).
019700     05  FDL-COT-NOM      PIC X(10).
019800     05  FDL-COT-PRN      PIC X(10).
019900     05  FDL-COT-DTN      PIC X(08).
020000     05  FILLER           PIC X(03).
020100*
020200 FD  FISCRAP
020300     RECORD CONTAINS 132 CHARACTERS.
020400 01  REC-FISCRAP              PIC X(132).
020500*
020600*    TRI PAR COMPTE : LES INTERETS ET MOUVEMENTS POSTERIEURS
020700*    AU 31/12 (TYPE 1) PRECEDENT LES TITULAIRES (TYPE 2)
020800 SD  SRTFIS.
020900 01  SRT-FIS.
021000     05  SF-ID-CPTE       PIC X(08).
021100     05  SF-TYPE          PIC X(01).
021200         88  SF-MOUVEMENT    VALUE '1'.
021300         88  SF-TITULAIRE    VALUE '2'.
021400     05  SF-NUMERO        PIC 9(08).
021500     05  SF-MONTANT       PIC 9(08)V99.
021600     05  SF-POSTERIEUR    PIC X(01).
021700         88  SF-APRES-FIN    VALUE 'O'.
021800     05  SF-STS-CPTE      PIC X(01).
021900     05  SF-DEVISE        PIC X(02).
022000     05  SF-SOLDE         PIC S9(08)V99.
022100     05  SF-NOM           PIC X(20).
022200     05  SF-PNM           PIC X(20).
022300     05  SF-TYPE-CLI      PIC X(01).
022400     05  SF-DATE-NAIS     PIC X(08).
022500     05  SF-ADRESSE       PIC X(50).
022600     05  SF-NATIONALITE   PIC X(02).
022700     05  SF-US-PERSON     PIC X(01).
022800     05  SF-AUTOCERT      PIC X(01).
022900     05  SF-RESIDENCES    PIC X(66).
023000     05  SF-COT-NOM       PIC X(10).
023100     05  SF-COT-PRN       PIC X(10).
023200     05  SF-COT-DTN       PIC X(08).
023300     05  FILLER           PIC X(02).
023400*
023500*------------------------------------------------------*
023600 WORKING-STORAGE SECTION.
023700*------------------------------------------------------*
023800*
023900 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
024000     88 FS-FXREF-OK              VALUE '00'.
024100 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
024200     88 FS-FCLI-OK               VALUE '00'.
024300 01  WS-FS-FRESFIS            PIC X(02) VALUE SPACE.
024400     88 FS-FRESFIS-OK            VALUE '00'.
024500 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
024600     88 FS-FCLT-OK               VALUE '00'.
024700 01  WS-FS-FCOT               PIC X(02) VALUE SPACE.
024800     88 FS-FCOT-OK               VALUE '00'.
024900 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
025000     88 FS-FHST-OK               VALUE '00'.
025100 01  WS-FS-HSTARCH            PIC X(02) VALUE SPACE.
025200     88 FS-HSTARCH-OK            VALUE '00'.
025300 01  WS-FS-FISCDECL           PIC X(02) VALUE SPACE.
025400     88 FS-FISCDECL-OK           VALUE '00'.
025500 01  WS-FS-FISCRAP            PIC X(02) VALUE SPACE.
025600     88 FS-FISCRAP-OK            VALUE '00'.
025700*
025800 01  WS-FIN-FXREF             PIC X(01) VALUE 'N'.
025900     88 FIN-FXREF                VALUE 'Y'.
026000 01  WS-FIN-FHST              PIC X(01) VALUE 'N'.
026100     88 FIN-FHST                 VALUE 'Y'.
026200 01  WS-FIN-HSTARCH           PIC X(01) VALUE 'N'.
026300     88 FIN-HSTARCH              VALUE 'Y'.
026400 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
026500     88 FIN-TRI                  VALUE 'Y'.
026600 01  WS-COTIT-DISPO           PIC X(01) VALUE 'N'.
026700     88 COTIT-DISPO              VALUE 'O'.
026800*
026900 01  WS-DATE-JOUR             PIC 9(08).
027000 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
027100     05 WS-JOUR-AAAA          PIC 9(04).
027200     05 FILLER                PIC X(04).
027300*
027400*    PARAMETRE : ANNEE DECLAREE ET SON DERNIER JOUR
027500 01  WS-ANNEE                 PIC 9(04).
027600 01  WS-FIN-ANNEE             PIC 9(08).
027700 01  WS-FIN-ANNEE-X REDEFINES WS-FIN-ANNEE.
027800     05 WS-FA-AAAA            PIC 9(04).
027900     05 WS-FA-MMJJ            PIC 9(04).
028000*
028100*    CLIENT EN COURS (FXREF EN ORDRE CLIENT + SUFFIXE)
028200 01  WS-CLIENT-COURANT        PIC 9(08) VALUE ZERO.
028300 01  WS-CLIENT-DECLARABLE     PIC X(01) VALUE 'N'.
028400     88 CLIENT-DECLARABLE        VALUE 'O'.
028500 01  WS-RESID-ETRANGERE       PIC X(01).
028600     88 RESIDENCE-ETRANGERE      VALUE 'O'.
028700 01  WS-IND-RES               PIC S9(4) COMP.
028800*
028900*    COMPTE EN COURS DANS LA PROCEDURE DE SORTIE
029000 01  WS-CPTE-COURANT          PIC X(08) VALUE SPACE.
029100 01  WS-CPT-INTERETS          PIC 9(09)V99.
029200 01  WS-CPT-POSTERIEUR        PIC X(01).
029300     88 CPT-MOUVEMENT-APRES      VALUE 'O'.
029400*
029500 01  WS-NB-ARCH-LUES          PIC 9(09) VALUE ZERO.
029600 01  WS-NB-HST-LUES           PIC 9(09) VALUE ZERO.
029700 01  WS-NB-XREF-LUES          PIC 9(07) VALUE ZERO.
029800 01  WS-NB-CLI-DECLARABLES    PIC 9(07) VALUE ZERO.
029900 01  WS-NB-CLI-INCONNUS       PIC 9(07) VALUE ZERO.
030000 01  WS-NB-SANS-COMPTE        PIC 9(07) VALUE ZERO.
030100 01  WS-NB-LIGNES             PIC 9(07) VALUE ZERO.
030200 01  WS-NB-POSTERIEURS        PIC 9(07) VALUE ZERO.
030300 01  WS-TOT-SOLDES            PIC 9(13)V99 VALUE ZERO.
030400 01  WS-TOT-INTERETS          PIC 9(13)V99 VALUE ZERO.
030500*
030600*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
030700 01  RL-COMMUN.
030800     05 RL-FONCTION    PIC X(01).
030900     05 RL-PROG        PIC X(08).
031000     05 RL-LUS         PIC 9(09).
031100     05 RL-ECRITS      PIC 9(09).
031200     05 RL-REJETES     PIC 9(09).
031300     05 RL-RC          PIC 9(02).
031400*
031500*    CONTROLE DU FICHIER PRODUIT (MODULE pgctlfic)
031600 01  CTL-COMMUN.
031700     05 CTL-FONCTION          PIC X(01).
031800     05 CTL-PROG              PIC X(08).
031900     05 CTL-DATE              PIC 9(08).
032000     05 CTL-COMPTEUR          PIC 9(09).
032100     05 CTL-HASH              PIC 9(13)V99.
032200     05 CTL-RC                PIC X(01).
032300     05 CTL-ENREG             PIC X(53).
032400*
032500 01  LIGNE-TITRE.
032600     05 FILLER                PIC X(44) VALUE
032700        'COMPTES DECLARABLES CRS / FATCA - ANNEE     '.
032800     05 LT-ANNEE              PIC 9(04).
032900     05 FILLER                PIC X(12) VALUE
033000        ' - RUN DU   '.
033100     05 LT-DATE               PIC 9(08).
033200     05 FILLER                PIC X(64) VALUE SPACE.
033300 01  LIGNE-ENTETE.
033400     05 FILLER                PIC X(44) VALUE
033500        'COMPTE   S DV         SOLDE    INTERETS CLIE'.
033600     05 FILLER                PIC X(44) VALUE
033700        'NT   NOM                 NAT US RESIDENCES C'.
033800     05 FILLER                PIC X(44) VALUE
033900        'O-TITULAIRE         M                       '.
034000 01  LIGNE-DETAIL.
034100     05 LD-CPTE               PIC X(08).
034200     05 FILLER                PIC X(01) VALUE SPACE.
034300     05 LD-STS                PIC X(01).
034400     05 FILLER                PIC X(01) VALUE SPACE.
034500     05 LD-DEVISE             PIC X(02).
034600     05 FILLER                PIC X(01) VALUE SPACE.
034700     05 LD-SOLDE              PIC ZZZZZZZZZ9.99.
034800     05 FILLER                PIC X(01) VALUE SPACE.
034900     05 LD-INTERETS           PIC ZZZZZZZ9.99.
035000     05 FILLER                PIC X(01) VALUE SPACE.
035100     05 LD-NUMERO             PIC 9(08).
035200     05 FILLER                PIC X(01) VALUE SPACE.
035300     05 LD-NOM                PIC X(20).
035400     05 FILLER                PIC X(01) VALUE SPACE.
035500     05 LD-NATIONALITE        PIC X(02).
035600     05 FILLER                PIC X(02) VALUE SPACE.
035700     05 LD-US                 PIC X(01).
035800     05 FILLER                PIC X(01) VALUE SPACE.
035900     05 LD-PAYS1              PIC X(02).
036000     05 FILLER                PIC X(01) VALUE SPACE.
036100     05 LD-PAYS2              PIC X(02).
036200     05 FILLER                PIC X(01) VALUE SPACE.
036300     05 LD-PAYS3              PIC X(02).
036400     05 FILLER                PIC X(03) VALUE SPACE.
036500     05 LD-COT-PRN            PIC X(10).
036600     05 FILLER                PIC X(01) VALUE SPACE.
036700     05 LD-COT-NOM            PIC X(10).
036800     05 FILLER                PIC X(01) VALUE SPACE.
036900     05 LD-MARQUE             PIC X(01).
037000     05 FILLER                PIC X(22) VALUE SPACE.
037100 01  LIGNE-TOTAL.
037200     05 LTO-LIBELLE           PIC X(40).
037300     05 LTO-VALEUR            PIC ZZZZZZZZZZZZ9.99.
037400     05 FILLER                PIC X(76) VALUE SPACE.
037500 01  LIGNE-RENVOI.
037600     05 FILLER                PIC X(33) VALUE
037700        'M = MOUVEMENT APRES LE 31/12 : '.
037800     05 FILLER                PIC X(33) VALUE
037900        'SOLDE DE FIN D''ANNEE A CONTROLER'.
038000     05 FILLER                PIC X(66) VALUE SPACE.
038100*
038200*======================================================*
038300*          L I N K A G E     S E C T I O N             *
038400*======================================================*
038500 LINKAGE SECTION.
038600 01  LK-PARM.
038700     05 LK-PARM-LEN           PIC S9(4) COMP.
038800     05 LK-PARM-ANNEE         PIC X(04).
038900*
039000*======================================================*
039100*     P R O C E D U R E     D I V I S I O N            *
039200*======================================================*
039300 PROCEDURE DIVISION USING LK-PARM.
039400*----------------------*
039500 0000-MAINLINE.
039600*----------------------*
039700     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
039800     IF RETURN-CODE NOT = ZERO
039900        GOBACK
040000     END-IF

040100     SORT SRTFIS
040200         ON ASCENDING KEY SF-ID-CPTE SF-TYPE SF-NUMERO
040300         INPUT PROCEDURE IS 2000-SELECTIONNER
040400             THRU 2000-SELECTIONNER-EXIT
040500         OUTPUT PROCEDURE IS 3000-EXTRAIRE
040600             THRU 3000-EXTRAIRE-EXIT
040700     IF SORT-RETURN NOT = ZERO
040800        DISPLAY 'FISCEXT - ECHEC DU TRI - RC=' SORT-RETURN
040900        MOVE 12 TO RETURN-CODE
041000        PERFORM 9000-TERMINAISON
041100        GOBACK
041200     END-IF

041300     PERFORM 8000-ECRIRE-TRAILER
041400     PERFORM 8500-ECRIRE-TOTAUX
041500     PERFORM 9000-TERMINAISON
041600     GOBACK
041700     .
041800*----------------------*
041900 1000-INITIALISATION.
042000*----------------------*
042100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

042200     MOVE 'D' TO RL-FONCTION
042300     MOVE 'FISCEXT' TO RL-PROG
042400     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
042500     CALL 'pgrunlog' USING RL-COMMUN

042600     IF LK-PARM-LEN < 4
042700        OR LK-PARM-ANNEE NOT NUMERIC
042800        DISPLAY 'FISCEXT - PARM ANNEE (AAAA) OBLIGATOIRE'
042900        MOVE 8 TO RETURN-CODE
043000        GO TO 1000-INITIALISATION-EXIT
043100     END-IF
043200     MOVE LK-PARM-ANNEE TO WS-ANNEE
043300     IF WS-ANNEE = ZERO
043400        COMPUTE WS-ANNEE = WS-JOUR-AAAA - 1
043500     END-IF
043600     IF WS-ANNEE >= WS-JOUR-AAAA
043700        DISPLAY 'FISCEXT - ANNEE NON ECOULEE : ' WS-ANNEE
043800        MOVE 8 TO RETURN-CODE
043900        GO TO 1000-INITIALISATION-EXIT
044000     END-IF
044100     MOVE WS-ANNEE TO WS-FA-AAAA
044200     MOVE 1231     TO WS-FA-MMJJ

044300     OPEN INPUT FXREF
044400     IF NOT FS-FXREF-OK
044500        DISPLAY 'FISCEXT - ERREUR OPEN FXREF - FS='
044600                WS-FS-FXREF
044700        MOVE 12 TO RETURN-CODE
044800        GO TO 1000-INITIALISATION-EXIT
044900     END-IF

045000     OPEN INPUT FCLI
045100     IF NOT FS-FCLI-OK
045200        DISPLAY 'FISCEXT - ERREUR OPEN FCLI - FS='
045300                WS-FS-FCLI
045400        MOVE 12 TO RETURN-CODE
045500        CLOSE FXREF
045600        GO TO 1000-INITIALISATION-EXIT
045700     END-IF

045800     OPEN INPUT FRESFIS
045900     IF NOT FS-FRESFIS-OK
046000        DISPLAY 'FISCEXT - ERREUR OPEN FRESFIS - FS='
046100                WS-FS-FRESFIS
046200        MOVE 12 TO RETURN-CODE
046300        CLOSE FXREF FCLI
046400        GO TO 1000-INITIALISATION-EXIT
046500     END-IF

046600     OPEN INPUT FCLT
046700     IF NOT FS-FCLT-OK
046800        DISPLAY 'FISCEXT - ERREUR OPEN FCLT - FS='
046900                WS-FS-FCLT
047000        MOVE 12 TO RETURN-CODE
047100        CLOSE FXREF FCLI FRESFIS
047200        GO TO 1000-INITIALISATION-EXIT
047300     END-IF

047400     OPEN INPUT FHST
047500     IF NOT FS-FHST-OK
047600        DISPLAY 'FISCEXT - ERREUR OPEN FHST - FS='
047700                WS-FS-FHST
047800        MOVE 12 TO RETURN-CODE
047900        CLOSE FXREF FCLI FRESFIS FCLT
048000        GO TO 1000-INITIALISATION-EXIT
048100     END-IF

048200     OPEN INPUT HSTARCH
048300     IF NOT FS-HSTARCH-OK
048400        DISPLAY 'FISCEXT - ERREUR OPEN HSTARCH - FS='
048500                WS-FS-HSTARCH
048600        MOVE 12 TO RETURN-CODE
048700        CLOSE FXREF FCLI FRESFIS FCLT FHST
048800        GO TO 1000-INITIALISATION-EXIT
048900     END-IF

049000     OPEN OUTPUT FISCDECL
049100     IF NOT FS-FISCDECL-OK
049200        DISPLAY 'FISCEXT - ERREUR OPEN FISCDECL - FS='
049300                WS-FS-FISCDECL
049400        MOVE 12 TO RETURN-CODE
049500        CLOSE FXREF FCLI FRESFIS FCLT FHST HSTARCH
049600        GO TO 1000-INITIALISATION-EXIT
049700     END-IF

049800     OPEN OUTPUT FISCRAP
049900     IF NOT FS-FISCRAP-OK
050000        DISPLAY 'FISCEXT - ERREUR OPEN FISCRAP - FS='
050100                WS-FS-FISCRAP
050200        MOVE 12 TO RETURN-CODE
050300        CLOSE FXREF FCLI FRESFIS FCLT FHST HSTARCH
050400              FISCDECL
050500        GO TO 1000-INITIALISATION-EXIT
050600     END-IF

050700*    CO-TITULAIRES : FICHIER FACULTATIF, COMME DANS DECES
050800     OPEN INPUT FCOT
050900     IF FS-FCOT-OK
051000        MOVE 'O' TO WS-COTIT-DISPO
051100     END-IF

051200*    ENTETE DE CONTROLE DU FICHIER DECLARATIF
051300     MOVE 'E'          TO CTL-FONCTION
051400     MOVE 'FISCEXT'    TO CTL-PROG
051500     MOVE WS-FIN-ANNEE TO CTL-DATE
051600     CALL 'pgctlfic' USING CTL-COMMUN
051700     MOVE SPACE     TO REC-FISCDECL
051800     MOVE CTL-ENREG TO REC-FISCDECL(1:53)
051900     WRITE REC-FISCDECL

052000     MOVE WS-ANNEE     TO LT-ANNEE
052100     MOVE WS-DATE-JOUR TO LT-DATE
052200     MOVE LIGNE-TITRE  TO REC-FISCRAP
052300     WRITE REC-FISCRAP
052400     MOVE LIGNE-ENTETE TO REC-FISCRAP
052500     WRITE REC-FISCRAP AFTER ADVANCING 2 LINES
052600     .
052700 1000-INITIALISATION-EXIT.
052800     EXIT.
052900*======================================================*
053000*   PROCEDURE D'ENTREE DU TRI : INTERETS DE L'ANNEE ET  *
053100*   MOUVEMENTS POSTERIEURS (ARCHIVES PUIS HISTCLT VIF), *
053200*   PUIS UNE LIGNE PAR COMPTE DE TITULAIRE DECLARABLE   *
053300*======================================================*
053400*----------------------*
053500 2000-SELECTIONNER.
053600*----------------------*
053700     PERFORM 2100-LIRE-ARCHIVE THRU 2100-LIRE-ARCHIVE-EXIT
053800         UNTIL FIN-HSTARCH
053900     PERFORM 2200-LIRE-HISTORIQUE THRU 2200-LIRE-HST-EXIT
054000         UNTIL FIN-FHST
054100     PERFORM 2300-LIRE-XREF THRU 2300-LIRE-XREF-EXIT
054200         UNTIL FIN-FXREF
054300     .
054400 2000-SELECTIONNER-EXIT.
054500     EXIT.
054600*----------------------*
054700 2100-LIRE-ARCHIVE.
054800*----------------------*
054900     READ HSTARCH
055000         AT END
055100            MOVE 'Y' TO WS-FIN-HSTARCH
055200            GO TO 2100-LIRE-ARCHIVE-EXIT
055300     END-READ
055400     ADD 1 TO WS-NB-ARCH-LUES

055500     IF HSA-CODE NOT = 'I' OR HSA-AAAA NOT = WS-ANNEE
055600        OR HSA-ANNULEE
055700        GO TO 2100-LIRE-ARCHIVE-EXIT
055800     END-IF

055900     MOVE SPACE       TO SRT-FIS
056000     MOVE HSA-ID-CPTE TO SF-ID-CPTE
056100     MOVE '1'         TO SF-TYPE
056200     MOVE ZERO        TO SF-NUMERO SF-SOLDE
056300     MOVE HSA-MONTANT TO SF-MONTANT
056400     MOVE 'N'         TO SF-POSTERIEUR
056500     RELEASE SRT-FIS
056600     .
056700 2100-LIRE-ARCHIVE-EXIT.
056800     EXIT.
056900*----------------------*
057000 2200-LIRE-HISTORIQUE.
057100*----------------------*
057200     READ FHST NEXT RECORD
057300         AT END
057400            MOVE 'Y' TO WS-FIN-FHST
057500            GO TO 2200-LIRE-HST-EXIT
057600     END-READ
057700     ADD 1 TO WS-NB-HST-LUES

057800     IF HST-ANNULEE
057900        GO TO 2200-LIRE-HST-EXIT
058000     END-IF

058100*    UNE LIGNE DATEE APRES LE 31/12 SIGNALE QUE LE SOLDE LU
058200*    DANS CLIENT.DAT N'EST PLUS CELUI DE LA FIN D'ANNEE
058300     IF HST-DATE > WS-FIN-ANNEE
058400        MOVE SPACE       TO SRT-FIS
058500        MOVE HST-ID-CPTE TO SF-ID-CPTE
058600        MOVE '1'         TO SF-TYPE
058700        MOVE ZERO        TO SF-NUMERO SF-MONTANT SF-SOLDE
058800        MOVE 'O'         TO SF-POSTERIEUR
058900        RELEASE SRT-FIS
059000        GO TO 2200-LIRE-HST-EXIT
059100     END-IF

059200     IF HST-CODE NOT = 'I' OR HST-AAAA NOT = WS-ANNEE
059300        GO TO 2200-LIRE-HST-EXIT
059400     END-IF

059500     MOVE SPACE       TO SRT-FIS
059600     MOVE HST-ID-CPTE TO SF-ID-CPTE
059700     MOVE '1'         TO SF-TYPE
059800     MOVE ZERO        TO SF-NUMERO SF-SOLDE
059900     MOVE HST-MONTANT TO SF-MONTANT
060000     MOVE 'N'         TO SF-POSTERIEUR
060100     RELEASE SRT-FIS
060200     .
060300 2200-LIRE-HST-EXIT.
060400     EXIT.
060500*----------------------*
060600 2300-LIRE-XREF.
060700*----------------------*
060800     READ FXREF NEXT RECORD
060900         AT END
061000            MOVE 'Y' TO WS-FIN-FXREF
061100            GO TO 2300-LIRE-XREF-EXIT
061200     END-READ
061300     ADD 1 TO WS-NB-XREF-LUES

061400*    RUPTURE CLIENT : LES COMPTES D'UN CLIENT SONT
061500*    CONTIGUS DANS L'ORDRE DE CLE (CLIENT + SUFFIXE)
061600     IF XRF-NUMERO NOT = WS-CLIENT-COURANT
061700        MOVE XRF-NUMERO TO WS-CLIENT-COURANT
061800        PERFORM 2400-EVALUER-CLIENT THRU 2400-EVALUER-EXIT
061900     END-IF

062000     IF NOT CLIENT-DECLARABLE
062100        GO TO 2300-LIRE-XREF-EXIT
062200     END-IF

062300     MOVE XRF-ID-CPTE TO ID-CPTE
062400     READ FCLT
062500         INVALID KEY
062600*           ENTREE DE CROSS-REFERENCE SANS COMPTE : LE
062700*           RAPPROCHEMENT NOCTURNE RECFCLI FAIT FOI
062800            ADD 1 TO WS-NB-SANS-COMPTE
062900            DISPLAY 'FISCEXT - COMPTE XREF INCONNU : '
063000                    XRF-ID-CPTE
063100            GO TO 2300-LIRE-XREF-EXIT
063200     END-READ

063300     PERFORM 2500-LIBERER-TITULAIRE
063400     .
063500 2300-LIRE-XREF-EXIT.
063600     EXIT.
063700*----------------------*
063800 2400-EVALUER-CLIENT.
063900*----------------------*
064000*    DECLARABLE : PERSONNE US, OU AUTOCERTIFICATION VALIDE
064100*    PORTANT AU MOINS UNE RESIDENCE HORS FRANCE
064200*----------------------*
064300     MOVE 'N' TO WS-CLIENT-DECLARABLE

064400     MOVE WS-CLIENT-COURANT TO E-NUMERO
064500     READ FCLI
064600         INVALID KEY
064700            ADD 1 TO WS-NB-CLI-INCONNUS
064800            DISPLAY 'FISCEXT - CLIENT XREF INCONNU : '
064900                    WS-CLIENT-COURANT
065000            GO TO 2400-EVALUER-EXIT
065100     END-READ

065200*    LES COMPTES D'UNE FICHE ABSORBEE SONT DECLARES SOUS
065300*    LE CLIENT SURVIVANT
065400     IF E-CLI-FUSIONNE
065500        GO TO 2400-EVALUER-EXIT
065600     END-IF

065700     MOVE 'N' TO WS-RESID-ETRANGERE
065800     MOVE WS-CLIENT-COURANT TO RF-NUMERO
065900     READ FRESFIS
066000         INVALID KEY
066100            MOVE SPACE             TO RF-RESFIS
066200            MOVE WS-CLIENT-COURANT TO RF-NUMERO
066300         NOT INVALID KEY
066400            PERFORM 2410-EXAMINER-RESIDENCE
066500                VARYING WS-IND-RES FROM 1 BY 1
066600                UNTIL WS-IND-RES > 3
066700     END-READ

066800     IF E-PERSONNE-US
066900        OR (E-AUTOCERT-VALIDE AND RESIDENCE-ETRANGERE)
067000        MOVE 'O' TO WS-CLIENT-DECLARABLE
067100        ADD 1 TO WS-NB-CLI-DECLARABLES
067200     END-IF
067300     .
067400 2400-EVALUER-EXIT.
067500     EXIT.
067600*----------------------*
067700 2410-EXAMINER-RESIDENCE.
067800*----------------------*
067900     IF RF-PAYS(WS-IND-RES) NOT = SPACE
068000        AND RF-PAYS(WS-IND-RES) NOT = 'FR'
068100        MOVE 'O' TO WS-RESID-ETRANGERE
068200     END-IF
068300     .
068400*----------------------*
068500 2500-LIBERER-TITULAIRE.
068600*----------------------*
068700     MOVE SPACE             TO SRT-FIS
068800     MOVE ID-CPTE           TO SF-ID-CPTE
068900     MOVE '2'               TO SF-TYPE
069000     MOVE E-NUMERO          TO SF-NUMERO
069100     MOVE ZERO              TO SF-MONTANT
069200     MOVE 'N'               TO SF-POSTERIEUR
069300     MOVE STS-CLT           TO SF-STS-CPTE
069400     MOVE DEV-CLT           TO SF-DEVISE
069500     MOVE SLD-CLT           TO SF-SOLDE
069600     MOVE E-NOM-CLI         TO SF-NOM
069700     MOVE E-PNM-CLI         TO SF-PNM
069800     MOVE E-TYPE-CLI        TO SF-TYPE-CLI
069900*    PERSONNE MORALE : LA DATE DE CREATION TIENT LIEU DE
070000*    DATE DE NAISSANCE
070100     IF E-CLI-ENTREPRISE
070200        MOVE E-DATE-CREA-SOC  TO SF-DATE-NAIS
070300     ELSE
070400        MOVE E-DATE-NAISSANCE TO SF-DATE-NAIS
070500     END-IF
070600     MOVE E-ADR-CLI         TO SF-ADRESSE(1:20)
070700     MOVE E-CODEP-CLI       TO SF-ADRESSE(21:5)
070800     MOVE E-VILLE-CLI       TO SF-ADRESSE(26:25)
070900     MOVE E-NATIONALITE     TO SF-NATIONALITE
071000     MOVE E-US-PERSON       TO SF-US-PERSON
071100     MOVE E-AUTOCERT-STATUT TO SF-AUTOCERT
071200     MOVE RF-RESFIS(9:66)  TO SF-RESIDENCES

071300     IF COTIT-DISPO
071400        MOVE ID-CPTE TO CT-ID-CPTE
071500        READ FCOT
071600            INVALID KEY
071700               CONTINUE
071800            NOT INVALID KEY
071900               MOVE CT-NOM TO SF-COT-NOM
072000               MOVE CT-PRN TO SF-COT-PRN
072100               MOVE CT-DTN TO SF-COT-DTN
072200        END-READ
072300     END-IF

072400     RELEASE SRT-FIS
072500     .
072600*======================================================*
072700*   PROCEDURE DE SORTIE : CUMUL DES INTERETS DU COMPTE  *
072800*   PUIS UNE LIGNE DECLARATIVE PAR TITULAIRE            *
072900*======================================================*
073000*----------------------*
073100 3000-EXTRAIRE.
073200*----------------------*
073300     PERFORM 3100-RETOURNER THRU 3100-RETOURNER-EXIT
073400         UNTIL FIN-TRI
073500     .
073600 3000-EXTRAIRE-EXIT.
073700     EXIT.
073800*----------------------*
073900 3100-RETOURNER.
074000*----------------------*
074100     RETURN SRTFIS
074200         AT END
074300            MOVE 'Y' TO WS-FIN-TRI
074400            GO TO 3100-RETOURNER-EXIT
074500     END-RETURN

074600     IF SF-ID-CPTE NOT = WS-CPTE-COURANT
074700        MOVE SF-ID-CPTE TO WS-CPTE-COURANT
074800        MOVE ZERO       TO WS-CPT-INTERETS
074900        MOVE 'N'        TO WS-CPT-POSTERIEUR
075000     END-IF

075100     IF SF-MOUVEMENT
075200        ADD SF-MONTANT TO WS-CPT-INTERETS
075300        IF SF-APRES-FIN
075400           MOVE 'O' TO WS-CPT-POSTERIEUR
075500        END-IF
075600     ELSE
075700        PERFORM 3200-ECRIRE-DECLARATION
075800     END-IF
075900     .
076000 3100-RETOURNER-EXIT.
076100     EXIT.
076200*----------------------*
076300 3200-ECRIRE-DECLARATION.
076400*----------------------*
076500     MOVE SPACE           TO REC-FISCDECL
076600     MOVE 'D'             TO FDL-TYPE-ENREG
076700     MOVE WS-ANNEE        TO FDL-ANNEE
076800     MOVE SF-ID-CPTE      TO FDL-ID-CPTE
076900     MOVE SF-STS-CPTE     TO FDL-STS-CPTE
077000     MOVE SF-DEVISE       TO FDL-DEVISE
077100*    UN SOLDE DEBITEUR EST DECLARE A ZERO
077200     IF SF-SOLDE < ZERO
077300        MOVE ZERO         TO FDL-SOLDE
077400     ELSE
077500        MOVE SF-SOLDE     TO FDL-SOLDE
077600     END-IF
077700     MOVE WS-CPT-INTERETS TO FDL-INTERETS
077800     MOVE SF-NUMERO       TO FDL-NUMERO
077900     MOVE SF-NOM          TO FDL-NOM
078000     MOVE SF-PNM          TO FDL-PNM
078100     MOVE SF-TYPE-CLI     TO FDL-TYPE-CLI
078200     MOVE SF-DATE-NAIS    TO FDL-DATE-NAIS
078300     MOVE SF-ADRESSE      TO FDL-ADRESSE
078400     MOVE SF-NATIONALITE  TO FDL-NATIONALITE
078500     MOVE SF-US-PERSON    TO FDL-US-PERSON
078600     MOVE SF-AUTOCERT     TO FDL-AUTOCERT
078700     MOVE SF-RESIDENCES   TO FDL-RESIDENCES
078800     MOVE SF-COT-NOM      TO FDL-COT-NOM
078900     MOVE SF-COT-PRN      TO FDL-COT-PRN
079000     MOVE SF-COT-DTN      TO FDL-COT-DTN
079100     WRITE REC-FISCDECL

079200     ADD 1            TO WS-NB-LIGNES
079300     ADD FDL-SOLDE    TO WS-TOT-SOLDES
079400     ADD FDL-INTERETS TO WS-TOT-INTERETS

079500     MOVE SF-ID-CPTE      TO LD-CPTE
079600     MOVE SF-STS-CPTE     TO LD-STS
079700     MOVE SF-DEVISE       TO LD-DEVISE
079800     MOVE FDL-SOLDE       TO LD-SOLDE
079900     MOVE FDL-INTERETS    TO LD-INTERETS
080000     MOVE SF-NUMERO       TO LD-NUMERO
080100     MOVE SF-NOM          TO LD-NOM
080200     MOVE SF-NATIONALITE  TO LD-NATIONALITE
080300     MOVE SF-US-PERSON    TO LD-US
080400     MOVE FDL-PAYS(1)     TO LD-PAYS1
080500     MOVE FDL-PAYS(2)     TO LD-PAYS2
080600     MOVE FDL-PAYS(3)     TO LD-PAYS3
080700     MOVE SF-COT-PRN      TO LD-COT-PRN
080800     MOVE SF-COT-NOM      TO LD-COT-NOM
080900     MOVE SPACE           TO LD-MARQUE
081000     IF CPT-MOUVEMENT-APRES
081100        MOVE 'M' TO LD-MARQUE
081200        ADD 1 TO WS-NB-POSTERIEURS
081300     END-IF
081400     MOVE LIGNE-DETAIL    TO REC-FISCRAP
081500     WRITE REC-FISCRAP
081600     .
081700*----------------------*
081800 8000-ECRIRE-TRAILER.
081900*----------------------*
082000     MOVE 'T'           TO CTL-FONCTION
082100     MOVE WS-NB-LIGNES  TO CTL-COMPTEUR
082200     MOVE WS-TOT-SOLDES TO CTL-HASH
082300     CALL 'pgctlfic' USING CTL-COMMUN
082400     MOVE SPACE     TO REC-FISCDECL
082500     MOVE CTL-ENREG TO REC-FISCDECL(1:53)
082600     WRITE REC-FISCDECL
082700     .
082800*----------------------*
082900 8500-ECRIRE-TOTAUX.
083000*----------------------*
083100     MOVE SPACE TO REC-FISCRAP
083200     WRITE REC-FISCRAP

083300     MOVE 'CLIENTS DECLARABLES                   :'
083400                                  TO LTO-LIBELLE
083500     MOVE WS-NB-CLI-DECLARABLES   TO LTO-VALEUR
083600     MOVE LIGNE-TOTAL             TO REC-FISCRAP
083700     WRITE REC-FISCRAP

083800     MOVE 'LIGNES DECLAREES (COMPTE X TITULAIRE) :'
083900                                  TO LTO-LIBELLE
084000     MOVE WS-NB-LIGNES            TO LTO-VALEUR
084100     MOVE LIGNE-TOTAL             TO REC-FISCRAP
084200     WRITE REC-FISCRAP

084300     MOVE 'TOTAL DES SOLDES DECLARES             :'
084400                                  TO LTO-LIBELLE
084500     MOVE WS-TOT-SOLDES           TO LTO-VALEUR
084600     MOVE LIGNE-TOTAL             TO REC-FISCRAP
084700     WRITE REC-FISCRAP

084800     MOVE 'TOTAL DES INTERETS VERSES             :'
084900                                  TO LTO-LIBELLE
085000     MOVE WS-TOT-INTERETS         TO LTO-VALEUR
085100     MOVE LIGNE-TOTAL             TO REC-FISCRAP
085200     WRITE REC-FISCRAP

085300     MOVE 'COMPTES AVEC MOUVEMENT APRES LE 31/12 :'
085400                                  TO LTO-LIBELLE
085500     MOVE WS-NB-POSTERIEURS       TO LTO-VALEUR
085600     MOVE LIGNE-TOTAL             TO REC-FISCRAP
085700     WRITE REC-FISCRAP

085800     MOVE 'CROSS-REFERENCE SANS COMPTE           :'
085900                                  TO LTO-LIBELLE
086000     MOVE WS-NB-SANS-COMPTE       TO LTO-VALEUR
086100     MOVE LIGNE-TOTAL             TO REC-FISCRAP
086200     WRITE REC-FISCRAP

086300     MOVE 'CROSS-REFERENCE SANS CLIENT           :'
086400                                  TO LTO-LIBELLE
086500     MOVE WS-NB-CLI-INCONNUS      TO LTO-VALEUR
086600     MOVE LIGNE-TOTAL             TO REC-FISCRAP
086700     WRITE REC-FISCRAP

086800     IF WS-NB-POSTERIEURS > ZERO
086900        MOVE LIGNE-RENVOI TO REC-FISCRAP
087000        WRITE REC-FISCRAP AFTER ADVANCING 2 LINES
087100     END-IF
087200     .
087300*----------------------*
087400 9000-TERMINAISON.
087500*----------------------*
087600     CLOSE FXREF FCLI FRESFIS FCLT FHST HSTARCH
087700           FISCDECL FISCRAP
087800     IF COTIT-DISPO
087900        CLOSE FCOT
088000     END-IF

088100     DISPLAY 'FISCEXT - ANNEE DECLAREE           : ' WS-ANNEE
088200     DISPLAY 'FISCEXT - LIGNES ARCHIVE LUES      : '
088300             WS-NB-ARCH-LUES
088400     DISPLAY 'FISCEXT - LIGNES HISTCLT LUES      : '
088500             WS-NB-HST-LUES
088600     DISPLAY 'FISCEXT - CLIENTS DECLARABLES      : '
088700             WS-NB-CLI-DECLARABLES
088800     DISPLAY 'FISCEXT - LIGNES DECLAREES         : '
088900             WS-NB-LIGNES

089000     IF RETURN-CODE = ZERO
089100        AND (WS-NB-POSTERIEURS > ZERO
089200             OR WS-NB-SANS-COMPTE > ZERO
089300             OR WS-NB-CLI-INCONNUS > ZERO)
089400        MOVE 4 TO RETURN-CODE
089500     END-IF

089600     MOVE 'F' TO RL-FONCTION
089700     MOVE 'FISCEXT' TO RL-PROG
089800     MOVE WS-NB-XREF-LUES TO RL-LUS
089900     MOVE WS-NB-LIGNES TO RL-ECRITS
090000     COMPUTE RL-REJETES = WS-NB-SANS-COMPTE
090100                        + WS-NB-CLI-INCONNUS
090200     MOVE RETURN-CODE TO RL-RC
090300     CALL 'pgrunlog' USING RL-COMMUN
090400     .

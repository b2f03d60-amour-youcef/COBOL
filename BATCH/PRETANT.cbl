000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    PRETANT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - REMBOURSEMENT ANTICIPE DES
001400*                   PRETS (NATURE 20), PARTIEL OU TOTAL,
001500*                   SUR CARTE DU BACK-OFFICE (RANCARTE) :
001600*                   LE CAPITAL EST DEBITE DU COMPTE DE
001700*                   REMBOURSEMENT PAR MVTCLT (VIREMENT
001800*                   SOURCE PRET VERS LE COMPTE DE PRET),
001900*                   L'INDEMNITE CONTRACTUELLE EST PRELEVEE
002000*                   EN LIGNE DE FRAIS F (SOURCE PRET, AVEC
002100*                   JOURNAL BATCH). LES ECHEANCES RESTANTES
002200*                   SONT MARQUEES REMPLACEES (R) ET LE PLAN
002300*                   EST RECALCULE A MENSUALITE REDUITE OU A
002400*                   DUREE REDUITE, AU CHOIX DU CLIENT ; LE
002500*                   NOUVEAU TABLEAU EST EDITE POUR LUI. LE
002600*                   PRETSCH.DAT N'EST PLUS RETOUCHE A LA
002700*                   MAIN.
002730*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002760*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002770*   15/10/2026  SE  LA LIGNE F DE L'INDEMNITE EST AUSSI ECRITE
002780*                   DANS LES MOUVEMENTS DU JOUR (MVTJBRUT) LUS
002790*                   PAR LES ETATS DE FIN DE JOURNEE.
002800*--------------------------------------------------------
002900*
003000*======================================================*
003100*   E N V I R O N M E N T       D I V I S I O N        *
003200*======================================================*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-390.
003600 OBJECT-COMPUTER. IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT RANCARTE   ASSIGN TO RANCARTE
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FS-RANCARTE.

004200     SELECT FPRETSCH   ASSIGN TO FPRETSCH
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PSH-CLE
004600         FILE STATUS IS WS-FS-FPRETSCH.

004700     SELECT FCLT       ASSIGN TO FCLT
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS ID-CPTE
005100         FILE STATUS IS WS-FS-FCLT.

005200     SELECT FHST       ASSIGN TO FHST
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS HST-CLE
005600         FILE STATUS IS WS-FS-FHST.

005700     SELECT FJRN       ASSIGN TO FJRN
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-FS-FJRN.
005920
005940     SELECT FMVJ       ASSIGN TO MVTJBRUT
005960         ORGANIZATION IS SEQUENTIAL
005980         FILE STATUS IS WS-FS-FMVJ.

006000     SELECT FMVT       ASSIGN TO FMVT
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-FS-FMVT.

006300     SELECT PRETANRP   ASSIGN TO PRETANRP
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-FS-PRETANRP.
006600*
006700*======================================================*
006800*           D A T A         D I V I S I O N            *
006900*======================================================*
007000 DATA DIVISION.
007100 FILE SECTION.
007200*
007300*    UNE CARTE PAR INSTRUCTION : TYPE P (PARTIEL, MONTANT
007400*    DE CAPITAL) OU T (TOTAL, MONTANT IGNORE) ; OPTION M
007500*    (MENSUALITE REDUITE, DUREE INCHANGEE) OU D (DUREE
007600*    REDUITE, MENSUALITE INCHANGEE) POUR UN PARTIEL. LA
007700*    DATE DE LA CARTE DOIT ETRE CELLE DU TRAITEMENT : UN
007800*    PAQUET DE CARTES PASSE DEUX FOIS EST IGNORE
007900 FD  RANCARTE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  REC-RANCARTE.
008200     05  RAN-ID-CPTE     PIC X(08).
008300     05  RAN-TYPE        PIC X(01).
008400         88 RAN-PARTIEL     VALUE 'P'.
008500         88 RAN-TOTAL       VALUE 'T'.
008600     05  RAN-OPTION      PIC X(01).
008700         88 RAN-MENSUALITE  VALUE 'M'.
008800         88 RAN-DUREE       VALUE 'D'.
008900     05  RAN-MONTANT     PIC 9(08)V99.
009000     05  RAN-DATE        PIC 9(08).
009100     05  FILLER          PIC X(52).
009200*
009300 FD  FPRETSCH
009400     RECORD CONTAINS 80 CHARACTERS.
009500     COPY FPRETSCH.
009600*
009700 FD  FCLT
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  REC-CLT.
010000     05  ID-CPTE    PIC X(08).
010100     05  ID-REGION  PIC X(02).
010200     05  NAT-CPTE   PIC 9(02).
010300     05  NOM-CLT    PIC X(10).
010400     05  PRN-CLT    PIC X(10).
010500     05  DTN-CLT    PIC 9(08).
010600     05  SEX-CLT    PIC X(01).
010700     05  ACP-CLT    PIC X(02).
010800     05  STS-CLT    PIC X(01).
010900         88 STS-CLT-ACTIF  VALUE 'O' 'C'.
011000     05  ADR-CLT    PIC X(10).
011100     05  SLD-CLT    PIC S9(08)V99.
011200     05  PST-CLT    PIC X(02).
011300*    LE PIN (NON UTILISE ICI) PRECEDE LE DECOUVERT
011400*    AUTORISE DANS LE DESSIN PHYSIQUE
011500     05  FILLER     PIC X(04).
011600     05  DEC-CLT    PIC 9(06).
011700     05  DEV-CLT    PIC X(02).
011800     05  AGC-CLT    PIC X(02).
011900*
012000 FD  FHST
012100     RECORD CONTAINS 100 CHARACTERS.
012200 01  REC-HST.
012300     05  HST-CLE.
012400        10  HST-ID-CPTE   PIC X(08).
012500        10  HST-SEQ       PIC 9(05).
012600     05  HST-DATE      PIC 9(08).
012700     05  HST-CODE      PIC X(01).
012800     05  HST-MONTANT   PIC 9(08)V99.
012900     05  HST-SLD-APRES PIC S9(08)V99.
013000     05  HST-SOURCE    PIC X(04).
013100     05  HST-ANNUL-STATUT PIC X(01).
013200     05  FILLER        PIC X(53).
013300*
013400 FD  FJRN
013500     RECORD CONTAINS 80 CHARACTERS.
013600 01  REC-JRN.
013700     05  JRN-DATE      PIC 9(08).
013800     05  JRN-PROG      PIC X(08).
013900     05  JRN-ID-CPTE   PIC X(08).
014000     05  JRN-SLD-AVANT PIC S9(08)V99.
014100     05  JRN-SLD-APRES PIC S9(08)V99.
014200     05  JRN-STS-AVANT PIC X(01).
014300     05  JRN-STS-APRES PIC X(01).
014400     05  FILLER        PIC X(34).
014420*
014440 FD  FMVJ
014460     RECORD CONTAINS 100 CHARACTERS.
014480 01  REC-MVJ           PIC X(100).
014500*
014600 FD  FMVT
014700     RECORD CONTAINS 80 CHARACTERS.
014800 01  REC-MVT.
014900     05  MVT-ID-CPTE     PIC X(08).
015000     05  MVT-CODE        PIC X(01).
015100     05  MVT-MONTANT     PIC 9(08)V99.
015200     05  MVT-PIN         PIC 9(04).
015300     05  MVT-CPTE-CIBLE  PIC X(08).
015400     05  MVT-DATE-VALEUR PIC 9(08).
015500     05  MVT-SEQ         PIC 9(04).
015600     05  MVT-SOURCE      PIC X(04).
015700     05  MVT-NUM-CHEQUE  PIC 9(07).
015800     05  MVT-BANQUE-EXT  PIC X(08).
015900     05  MVT-CPTE-EXT    PIC X(11).
016000     05  MVT-DEVISE      PIC X(02).
016100     05  FILLER          PIC X(05).
016200*
016300 FD  PRETANRP
016400     RECORD CONTAINS 132 CHARACTERS.
016500 01  REC-PRETANRP             PIC X(132).
016600*
016700*------------------------------------------------------*
016800 WORKING-STORAGE SECTION.
016900*------------------------------------------------------*
017000*
017100 01  WS-FS-RANCARTE           PIC X(02) VALUE SPACE.
017200     88 FS-RANCARTE-OK           VALUE '00'.
017300 01  WS-FS-FPRETSCH           PIC X(02) VALUE SPACE.
017400     88 FS-FPRETSCH-OK           VALUE '00'.
017500 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
017600     88 FS-FCLT-OK               VALUE '00'.
017700 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
017800     88 FS-FHST-OK               VALUE '00'.
017900 01  WS-FS-FJRN               PIC X(02) VALUE SPACE.
018000     88 FS-FJRN-OK               VALUE '00'.
018030 01  WS-FS-FMVJ               PIC X(02) VALUE SPACE.
018060     88 FS-FMVJ-OK               VALUE '00'.
018100 01  WS-FS-FMVT               PIC X(02) VALUE SPACE.
018200     88 FS-FMVT-OK               VALUE '00'.
018300 01  WS-FS-PRETANRP           PIC X(02) VALUE SPACE.
018400     88 FS-PRETANRP-OK           VALUE '00'.
018500*
018600 01  WS-FIN-RANCARTE          PIC X(01) VALUE 'N'.
018700     88 FIN-RANCARTE             VALUE 'Y'.
018800 01  WS-FIN-PLAN              PIC X(01) VALUE 'N'.
018900     88 FIN-PLAN                 VALUE 'Y'.
019000 01  WS-FIN-SEQ               PIC X(01) VALUE 'N'.
019100     88 FIN-SEQ                  VALUE 'Y'.
019200*
019300 01  WS-DATE-JOUR             PIC 9(08).
019400*
019500*------------------------------------------------------*
019600*   INDEMNITE DE REMBOURSEMENT ANTICIPE (CONTRAT) :    *
019700*   SIX MOIS D'INTERETS AU TAUX DU PRET SUR LE CAPITAL *
019800*   REMBOURSE, PLAFONNES A 3 % DE CE CAPITAL           *
019900*------------------------------------------------------*
020000 01  WS-IRA-NB-MOIS           PIC 9(02) VALUE 06.
020100 01  WS-IRA-PLAFOND-BP        PIC 9(04) VALUE 0300.
020200*
020300*    ECHEANCES RESTANT A PRELEVER DU PRET (STATUT A)
020400 01  WS-MAX-ECH               PIC S9(4) COMP VALUE +999.
020500 01  WS-NB-ECH                PIC S9(4) COMP.
020600 01  WS-IND-ECH               PIC S9(4) COMP.
020700 01  WS-TAB-ECH.
020800     05 WS-ECH OCCURS 999.
020900        10 WS-ECH-NUM         PIC 9(03).
021000        10 WS-ECH-DATE        PIC 9(08).
021100*    NOUVEAU PLAN, CALCULE EN ENTIER AVANT TOUTE ECRITURE
021200 01  WS-NB-NOUV               PIC S9(4) COMP.
021300 01  WS-IND-NOUV              PIC S9(4) COMP.
021400 01  WS-TAB-NOUV.
021500     05 WS-NOUV OCCURS 999.
021600        10 WS-NOUV-MONTANT    PIC 9(08)V99.
021700        10 WS-NOUV-CAPITAL    PIC 9(08)V99.
021800        10 WS-NOUV-INTERET    PIC 9(08)V99.
021900        10 WS-NOUV-RESTANT    PIC 9(09)V99.
022000*
022100*    ELEMENTS DU PRET EN COURS
022200 01  WS-DERNIER-NUM           PIC 9(03).
022300 01  WS-DEJA-TRAITE           PIC X(01).
022400     88 DEJA-TRAITE              VALUE 'O'.
022500 01  WS-CPTE-REMB             PIC X(08).
022600 01  WS-PREM-INTERET          PIC 9(08)V99.
022700 01  WS-ANCIENNE-MENS         PIC 9(08)V99.
022800 01  WS-CRD-AVANT             PIC 9(09)V99.
022900 01  WS-CRD-APRES             PIC 9(09)V99.
023000 01  WS-CAPITAL-REMB          PIC 9(09)V99.
023100 01  WS-INDEMNITE             PIC 9(08)V99.
023200 01  WS-IRA-PLAFOND           PIC 9(08)V99.
023400 01  WS-NOM-CLIENT            PIC X(10).
023500 01  WS-PRN-CLIENT            PIC X(10).
023600 01  WS-ADR-CLIENT            PIC X(10).
023700 01  WS-LIBELLE-REJET         PIC X(40).
023800*
023900*    CALCUL DE L'ANNUITE CONSTANTE (MEME FORMULE QUE
024000*    PRETGEN). LE TAUX MENSUEL EST CELUI DU PLAN EN
024100*    COURS : PART INTERET DE LA PREMIERE ECHEANCE A
024200*    PRELEVER RAPPORTEE AU CAPITAL RESTANT DU
024300 01  WS-TAUX-MENSUEL          PIC 9(01)V9(09).
024400 01  WS-FACTEUR               PIC 9(05)V9(09).
024500 01  WS-ANNUITE               PIC 9(08)V99.
024600 01  WS-CAPITAL-RESTANT       PIC S9(09)V99.
024700 01  WS-PART-INTERET          PIC 9(08)V99.
024800 01  WS-PART-CAPITAL          PIC 9(08)V99.
024900 01  WS-IND-FACT              PIC 9(03).
025000*
025100*    PRELEVEMENT DE L'INDEMNITE (LIGNE F)
025200 01  WS-SLD-AVANT             PIC S9(08)V99.
025300 01  WS-DERNIER-SEQ           PIC 9(05).
025400*
025500 01  WS-VALNUM-FONC           PIC X(01).
025600 01  WS-VALNUM-NUM            PIC 9(08).
025700 01  WS-VALNUM-RC             PIC X(01).
025800*
025900*    COMPTEURS
026000 01  WS-NB-CARTES-LUES        PIC 9(05) VALUE ZERO.
026100 01  WS-NB-PARTIELS           PIC 9(05) VALUE ZERO.
026200 01  WS-NB-TOTAUX             PIC 9(05) VALUE ZERO.
026300 01  WS-NB-REJETS             PIC 9(05) VALUE ZERO.
026400 01  WS-NB-ECH-REMPLACEES     PIC 9(07) VALUE ZERO.
026500 01  WS-NB-ECH-ECRITES        PIC 9(07) VALUE ZERO.
026600 01  WS-TOT-CAPITAL           PIC 9(11)V99 VALUE ZERO.
026700 01  WS-TOT-INDEMNITES        PIC 9(11)V99 VALUE ZERO.
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
027900*   TABLEAU D'AMORTISSEMENT REMIS AU CLIENT (UNE PAGE  *
028000*   PAR PRET) ET TOTAUX DU TRAITEMENT                  *
028100*------------------------------------------------------*
028200 01  LIGNE-TITRE.
028300     05 FILLER                PIC X(50) VALUE
028400        'TABLEAU D''AMORTISSEMENT APRES REMBOURSEMENT ANTICI'.
028500     05 FILLER                PIC X(09) VALUE
028600        'PE - DU  '.
028700     05 LT-DATE               PIC 9(08).
028800     05 FILLER                PIC X(65) VALUE SPACE.
028900*
029000 01  LIGNE-CLIENT.
029100     05 FILLER                PIC X(10) VALUE 'CLIENT  : '.
029200     05 LC-PRN                PIC X(10).
029300     05 FILLER                PIC X(01) VALUE SPACE.
029400     05 LC-NOM                PIC X(10).
029500     05 FILLER                PIC X(01) VALUE SPACE.
029600     05 LC-ADR                PIC X(10).
029700     05 FILLER                PIC X(16) VALUE
029800        '  PRET NUMERO : '.
029900     05 LC-CPTE-PRET          PIC X(08).
030000     05 FILLER                PIC X(24) VALUE
030100        '  COMPTE PRELEVE      : '.
030200     05 LC-CPTE-REMB          PIC X(08).
030300     05 FILLER                PIC X(34) VALUE SPACE.
030400*
030500 01  LIGNE-MONTANT.
030600     05 LM-LIBELLE            PIC X(40).
030700     05 LM-MONTANT            PIC Z(8)9.99.
030800     05 FILLER                PIC X(80) VALUE SPACE.
030900*
031000 01  LIGNE-TEXTE.
031100     05 LX-TEXTE              PIC X(80).
031200     05 FILLER                PIC X(52) VALUE SPACE.
031300*
031400 01  LIGNE-ENTETE.
031500     05 FILLER                PIC X(50) VALUE
031600        'ECH  DATE ECH.   MENSUALITE      CAPITAL     INTER'.
031700     05 FILLER                PIC X(30) VALUE
031800        'ETS  CAPITAL RESTANT DU       '.
031900     05 FILLER                PIC X(52) VALUE SPACE.
032000*
032100 01  LIGNE-ECHEANCE.
032200     05 LE-NUM                PIC ZZ9.
032300     05 FILLER                PIC X(02) VALUE SPACE.
032400     05 LE-DATE               PIC 9(08).
032500     05 FILLER                PIC X(02) VALUE SPACE.
032600     05 LE-MONTANT            PIC Z(7)9.99.
032700     05 FILLER                PIC X(02) VALUE SPACE.
032800     05 LE-CAPITAL            PIC Z(7)9.99.
032900     05 FILLER                PIC X(02) VALUE SPACE.
033000     05 LE-INTERET            PIC Z(7)9.99.
033100     05 FILLER                PIC X(02) VALUE SPACE.
033200     05 LE-RESTANT            PIC Z(8)9.99.
033300     05 FILLER                PIC X(66) VALUE SPACE.
033400*
033500 01  LIGNE-TOTAL.
033600     05 LTO-LIBELLE           PIC X(40).
033700     05 LTO-NB                PIC Z(6)9.
033800     05 FILLER                PIC X(85) VALUE SPACE.
033900*
034000*======================================================*
034100*     P R O C E D U R E     D I V I S I O N            *
034200*======================================================*
034300 PROCEDURE DIVISION.
034400*----------------------*
034500 0000-MAINLINE.
034600*----------------------*
034700     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
034800     IF RETURN-CODE NOT < 8
034900        GOBACK
035000     END-IF
035100     PERFORM 2000-TRAITER-CARTE THRU 2000-TRAITER-EXIT
035200         UNTIL FIN-RANCARTE
035300     PERFORM 9000-TERMINAISON
035400     GOBACK
035500     .
035600*----------------------*
035700 1000-INITIALISATION.
035800*----------------------*
035900     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

036000     MOVE 'D' TO RL-FONCTION
036100     MOVE 'PRETANT' TO RL-PROG
036200     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
036300     CALL 'pgrunlog' USING RL-COMMUN

036400     OPEN INPUT RANCARTE
036500     IF NOT FS-RANCARTE-OK
036600        DISPLAY 'PRETANT - ERREUR OPEN RANCARTE - FS='
036700                WS-FS-RANCARTE
036800        MOVE 12 TO RETURN-CODE
036900        GO TO 1000-INITIALISATION-EXIT
037000     END-IF

037100     OPEN I-O FPRETSCH
037200     IF NOT FS-FPRETSCH-OK
037300        DISPLAY 'PRETANT - ERREUR OPEN FPRETSCH - FS='
037400                WS-FS-FPRETSCH
037500        MOVE 12 TO RETURN-CODE
037600        CLOSE RANCARTE
037700        GO TO 1000-INITIALISATION-EXIT
037800     END-IF

037900     OPEN I-O FCLT
038000     IF NOT FS-FCLT-OK
038100        DISPLAY 'PRETANT - ERREUR OPEN FCLT - FS='
038200                WS-FS-FCLT
038300        MOVE 12 TO RETURN-CODE
038400        CLOSE RANCARTE FPRETSCH
038500        GO TO 1000-INITIALISATION-EXIT
038600     END-IF

038700     OPEN I-O FHST
038800     IF NOT FS-FHST-OK
038900        DISPLAY 'PRETANT - ERREUR OPEN FHST - FS='
039000                WS-FS-FHST
039100        MOVE 12 TO RETURN-CODE
039200        CLOSE RANCARTE FPRETSCH FCLT
039300        GO TO 1000-INITIALISATION-EXIT
039400     END-IF

039500     OPEN EXTEND FJRN
039600     IF NOT FS-FJRN-OK
039700        DISPLAY 'PRETANT - ERREUR OPEN FJRN - FS='
039800                WS-FS-FJRN
039900        MOVE 12 TO RETURN-CODE
040000        CLOSE RANCARTE FPRETSCH FCLT FHST
040100        GO TO 1000-INITIALISATION-EXIT
040200     END-IF
040210
040220     OPEN EXTEND FMVJ
040230     IF NOT FS-FMVJ-OK
040240        DISPLAY 'PRETANT - ERREUR OPEN MVTJBRUT - FS='
040250                WS-FS-FMVJ
040260        MOVE 12 TO RETURN-CODE
040270        CLOSE RANCARTE FPRETSCH FCLT FHST FJRN
040280        GO TO 1000-INITIALISATION-EXIT
040290     END-IF

040300     OPEN EXTEND FMVT
040400     IF NOT FS-FMVT-OK
040500        DISPLAY 'PRETANT - ERREUR OPEN FMVT - FS='
040600                WS-FS-FMVT
040700        MOVE 12 TO RETURN-CODE
040800        CLOSE RANCARTE FPRETSCH FCLT FHST FJRN FMVJ
040900        GO TO 1000-INITIALISATION-EXIT
041000     END-IF

041100     OPEN OUTPUT PRETANRP
041200     IF NOT FS-PRETANRP-OK
041300        DISPLAY 'PRETANT - ERREUR OPEN PRETANRP - FS='
041400                WS-FS-PRETANRP
041500        MOVE 12 TO RETURN-CODE
041600        CLOSE RANCARTE FPRETSCH FCLT FHST FJRN FMVJ FMVT
041700        GO TO 1000-INITIALISATION-EXIT
041800     END-IF
041900     .
042000 1000-INITIALISATION-EXIT.
042100     EXIT.
042200*----------------------*
042300 2000-TRAITER-CARTE.
042400*----------------------*
042500     READ RANCARTE
042600         AT END
042700            MOVE 'Y' TO WS-FIN-RANCARTE
042800            GO TO 2000-TRAITER-EXIT
042900     END-READ
043000     ADD 1 TO WS-NB-CARTES-LUES

043100*    CONTROLES DE LA CARTE
043200     IF RAN-DATE NOT = WS-DATE-JOUR
043300        MOVE 'CARTE D''UNE AUTRE DATE - IGNOREE'
043400          TO WS-LIBELLE-REJET
043500        PERFORM 2900-REJETER
043600        GO TO 2000-TRAITER-EXIT
043700     END-IF
043800     IF NOT RAN-PARTIEL AND NOT RAN-TOTAL
043900        MOVE 'TYPE DIFFERENT DE P OU T'
044000          TO WS-LIBELLE-REJET
044100        PERFORM 2900-REJETER
044200        GO TO 2000-TRAITER-EXIT
044300     END-IF
044400     IF RAN-PARTIEL
044500        IF NOT RAN-MENSUALITE AND NOT RAN-DUREE
044600           MOVE 'OPTION DIFFERENTE DE M OU D'
044700             TO WS-LIBELLE-REJET
044800           PERFORM 2900-REJETER
044900           GO TO 2000-TRAITER-EXIT
045000        END-IF
045100        IF RAN-MONTANT NOT NUMERIC OR RAN-MONTANT = ZERO
045200           MOVE 'MONTANT DU PARTIEL NUL OU INVALIDE'
045300             TO WS-LIBELLE-REJET
045400           PERFORM 2900-REJETER
045500           GO TO 2000-TRAITER-EXIT
045600        END-IF
045700     END-IF

045800*    CLE DE CONTROLE DU NUMERO (pgvalnum) PUIS COMPTE DE
045900*    PRET EN NATURE 20
046000     IF RAN-ID-CPTE NOT NUMERIC
046100        MOVE 'NUMERO INVALIDE (CLE)' TO WS-LIBELLE-REJET
046200        PERFORM 2900-REJETER
046300        GO TO 2000-TRAITER-EXIT
046400     END-IF
046500     MOVE 'V' TO WS-VALNUM-FONC
046600     MOVE RAN-ID-CPTE TO WS-VALNUM-NUM
046700     CALL 'pgvalnum' USING WS-VALNUM-FONC WS-VALNUM-NUM
046800                           WS-VALNUM-RC
046900     IF WS-VALNUM-RC NOT = 'O'
047000        MOVE 'NUMERO INVALIDE (CLE)' TO WS-LIBELLE-REJET
047100        PERFORM 2900-REJETER
047200        GO TO 2000-TRAITER-EXIT
047300     END-IF
047400     MOVE RAN-ID-CPTE TO ID-CPTE
047500     READ FCLT
047600         INVALID KEY
047700            MOVE 'COMPTE DE PRET INCONNU' TO WS-LIBELLE-REJET
047800            PERFORM 2900-REJETER
047900            GO TO 2000-TRAITER-EXIT
048000     END-READ
048100     IF NAT-CPTE NOT = 20
048200        MOVE 'COMPTE NON NATURE 20' TO WS-LIBELLE-REJET
048300        PERFORM 2900-REJETER
048400        GO TO 2000-TRAITER-EXIT
048500     END-IF

048600*    PLAN EN COURS : ECHEANCES A PRELEVER ET CAPITAL DU
048700     PERFORM 3000-CHARGER-PLAN THRU 3000-CHARGER-EXIT
048800     IF DEJA-TRAITE
048900        MOVE 'DEJA REMBOURSE PAR ANTICIPATION CE JOUR'
049000          TO WS-LIBELLE-REJET
049100        PERFORM 2900-REJETER
049200        GO TO 2000-TRAITER-EXIT
049300     END-IF
049400     IF WS-NB-ECH = ZERO
049500        MOVE 'PLUS AUCUNE ECHEANCE A PRELEVER'
049600          TO WS-LIBELLE-REJET
049700        PERFORM 2900-REJETER
049800        GO TO 2000-TRAITER-EXIT
049900     END-IF

050000     IF RAN-TOTAL
050100        MOVE WS-CRD-AVANT TO WS-CAPITAL-REMB
050200     ELSE
050300        MOVE RAN-MONTANT  TO WS-CAPITAL-REMB
050400        IF WS-CAPITAL-REMB NOT < WS-CRD-AVANT
050500           MOVE 'PARTIEL >= CAPITAL DU : CARTE TOTALE'
050600             TO WS-LIBELLE-REJET
050700           PERFORM 2900-REJETER
050800           GO TO 2000-TRAITER-EXIT
050900        END-IF
051000     END-IF
051100     COMPUTE WS-CRD-APRES = WS-CRD-AVANT - WS-CAPITAL-REMB

051200     PERFORM 3500-CALCULER-INDEMNITE

051300*    COMPTE DE REMBOURSEMENT : ACTIF ET PROVISIONNE POUR
051400*    LE CAPITAL ET L'INDEMNITE (DECOUVERT AUTORISE COMPRIS)
051500     MOVE WS-CPTE-REMB TO ID-CPTE
051600     READ FCLT
051700         INVALID KEY
051800            MOVE 'COMPTE DE REMBOURSEMENT INCONNU'
051900              TO WS-LIBELLE-REJET
052000            PERFORM 2900-REJETER
052100            GO TO 2000-TRAITER-EXIT
052200     END-READ
052300     IF NOT STS-CLT-ACTIF
052400        MOVE 'COMPTE DE REMBOURSEMENT NON ACTIF'
052500          TO WS-LIBELLE-REJET
052600        PERFORM 2900-REJETER
052700        GO TO 2000-TRAITER-EXIT
052800     END-IF
052900     IF WS-CAPITAL-REMB + WS-INDEMNITE > SLD-CLT + DEC-CLT
053000        MOVE 'PROVISION INSUFFISANTE' TO WS-LIBELLE-REJET
053100        PERFORM 2900-REJETER
053200        GO TO 2000-TRAITER-EXIT
053300     END-IF
053400     MOVE NOM-CLT TO WS-NOM-CLIENT
053500     MOVE PRN-CLT TO WS-PRN-CLIENT
053600     MOVE ADR-CLT TO WS-ADR-CLIENT

053700*    NOUVEAU PLAN (VIDE POUR UN TOTAL)
053800     MOVE ZERO TO WS-NB-NOUV
053900     IF RAN-PARTIEL
054000        PERFORM 4000-CALCULER-PLAN
054100        IF WS-DERNIER-NUM + WS-NB-NOUV > WS-MAX-ECH
054200           MOVE 'NUMEROS D''ECHEANCE EPUISES (999)'
054300             TO WS-LIBELLE-REJET
054400           PERFORM 2900-REJETER
054500           GO TO 2000-TRAITER-EXIT
054600        END-IF
054700     END-IF

054800     PERFORM 5000-REMPLACER-PLAN
054900     PERFORM 5500-PASSER-REMBOURSEMENT
055000     IF WS-INDEMNITE > ZERO
055100        PERFORM 5600-PRELEVER-INDEMNITE THRU 5600-PRELEVER-EXIT
055200     END-IF
055300     PERFORM 6000-EDITER-TABLEAU

055400     IF RAN-TOTAL
055500        ADD 1 TO WS-NB-TOTAUX
055600     ELSE
055700        ADD 1 TO WS-NB-PARTIELS
055800     END-IF
055900     ADD WS-CAPITAL-REMB TO WS-TOT-CAPITAL
056000     ADD WS-INDEMNITE    TO WS-TOT-INDEMNITES
056100     DISPLAY 'PRETANT - REMBOURSEMENT ' RAN-TYPE ' : '
056200             RAN-ID-CPTE ' CAPITAL ' WS-CAPITAL-REMB
056300             ' INDEMNITE ' WS-INDEMNITE
056400     .
056500 2000-TRAITER-EXIT.
056600     EXIT.
056700*----------------------*
056800 2900-REJETER.
056900*----------------------*
057000     DISPLAY 'PRETANT - CARTE REJETEE : ' RAN-ID-CPTE
057100             ' - ' WS-LIBELLE-REJET
057200     ADD 1 TO WS-NB-REJETS
057300     .
057400*----------------------*
057500 3000-CHARGER-PLAN.
057600*----------------------*
057700     MOVE ZERO  TO WS-NB-ECH WS-DERNIER-NUM WS-CRD-AVANT
057800     MOVE SPACE TO WS-CPTE-REMB
057900     MOVE 'N'   TO WS-DEJA-TRAITE
058000     MOVE 'N'   TO WS-FIN-PLAN
058100     MOVE RAN-ID-CPTE TO PSH-ID-CPTE
058200     MOVE ZERO        TO PSH-NUM-ECH
058300     START FPRETSCH KEY IS NOT LESS THAN PSH-CLE
058400         INVALID KEY
058500            GO TO 3000-CHARGER-EXIT
058600     END-START
058700     PERFORM 3100-LIRE-ECHEANCE
058800         UNTIL FIN-PLAN

058900     IF WS-NB-ECH > ZERO
059000        COMPUTE WS-TAUX-MENSUEL ROUNDED =
059100                WS-PREM-INTERET / WS-CRD-AVANT
059400     END-IF
059500     .
059600 3000-CHARGER-EXIT.
059700     EXIT.
059800*----------------------*
059900 3100-LIRE-ECHEANCE.
060000*----------------------*
060100     READ FPRETSCH NEXT RECORD
060200         AT END
060300            MOVE 'Y' TO WS-FIN-PLAN
060400     END-READ
060500     IF NOT FIN-PLAN
060600        IF PSH-ID-CPTE NOT = RAN-ID-CPTE
060700           MOVE 'Y' TO WS-FIN-PLAN
060800        ELSE
060900           MOVE PSH-NUM-ECH TO WS-DERNIER-NUM
061000           IF PSH-REMPLACEE AND PSH-DATE-REMPL = WS-DATE-JOUR
061100              MOVE 'O' TO WS-DEJA-TRAITE
061200           END-IF
061300           IF PSH-A-PRELEVER
061400              IF WS-NB-ECH = ZERO
061500                 MOVE PSH-CPTE-REMB     TO WS-CPTE-REMB
061600                 MOVE PSH-PART-INTERET  TO WS-PREM-INTERET
061700                 MOVE PSH-MONTANT       TO WS-ANCIENNE-MENS
061800              END-IF
061900              ADD 1 TO WS-NB-ECH
062000              MOVE PSH-NUM-ECH       TO WS-ECH-NUM(WS-NB-ECH)
062100              MOVE PSH-DATE-ECHEANCE TO WS-ECH-DATE(WS-NB-ECH)
062200              ADD PSH-PART-CAPITAL   TO WS-CRD-AVANT
062300           END-IF
062400        END-IF
062500     END-IF
062600     .
062700*----------------------*
062800 3500-CALCULER-INDEMNITE.
062900*----------------------*
063000     COMPUTE WS-INDEMNITE ROUNDED =
063100             WS-CAPITAL-REMB * WS-TAUX-MENSUEL * WS-IRA-NB-MOIS
063200     COMPUTE WS-IRA-PLAFOND ROUNDED =
063300             WS-CAPITAL-REMB * WS-IRA-PLAFOND-BP / 10000
063400     IF WS-INDEMNITE > WS-IRA-PLAFOND
063500        MOVE WS-IRA-PLAFOND TO WS-INDEMNITE
063600     END-IF
063700     .
063800*----------------------*
063900 4000-CALCULER-PLAN.
064000*----------------------*
064100*    OPTION M : NOUVELLE ANNUITE SUR LE CAPITAL RESTANT
064200*    ET LE MEME NOMBRE D'ECHEANCES. OPTION D : L'ANNUITE
064300*    EN COURS EST GARDEE ET LE PLAN S'ARRETE QUAND LE
064400*    CAPITAL EST SOLDE (DERNIERE ECHEANCE AJUSTEE)
064500     IF RAN-MENSUALITE
064600        IF WS-TAUX-MENSUEL = ZERO
064700           COMPUTE WS-ANNUITE ROUNDED =
064800                   WS-CRD-APRES / WS-NB-ECH
064900        ELSE
065000           MOVE 1 TO WS-FACTEUR
065100           PERFORM 4100-MULTIPLIER-FACTEUR
065200               VARYING WS-IND-FACT FROM 1 BY 1
065300               UNTIL WS-IND-FACT > WS-NB-ECH
065400           COMPUTE WS-ANNUITE ROUNDED =
065500                   WS-CRD-APRES * WS-TAUX-MENSUEL * WS-FACTEUR
065600                   / (WS-FACTEUR - 1)
065700        END-IF
065800     ELSE
065900        MOVE WS-ANCIENNE-MENS TO WS-ANNUITE
066000     END-IF

066100     MOVE WS-CRD-APRES TO WS-CAPITAL-RESTANT
066200     PERFORM 4200-CALCULER-ECHEANCE
066300         VARYING WS-IND-NOUV FROM 1 BY 1
066400         UNTIL WS-IND-NOUV > WS-NB-ECH
066500            OR WS-CAPITAL-RESTANT <= ZERO
066600     .
066700*----------------------*
066800 4100-MULTIPLIER-FACTEUR.
066900*----------------------*
067000     COMPUTE WS-FACTEUR ROUNDED =
067100             WS-FACTEUR * (1 + WS-TAUX-MENSUEL)
067200     .
067300*----------------------*
067400 4200-CALCULER-ECHEANCE.
067500*----------------------*
067600     COMPUTE WS-PART-INTERET ROUNDED =
067700             WS-CAPITAL-RESTANT * WS-TAUX-MENSUEL
067800     IF WS-ANNUITE > WS-PART-INTERET
067900        COMPUTE WS-PART-CAPITAL =
068000                WS-ANNUITE - WS-PART-INTERET
068100     ELSE
068200        MOVE ZERO TO WS-PART-CAPITAL
068300     END-IF

068400*    DERNIERE ECHEANCE : AJUSTEE POUR SOLDER LE CAPITAL
068500     IF WS-IND-NOUV = WS-NB-ECH
068600        OR WS-PART-CAPITAL >= WS-CAPITAL-RESTANT
068700        MOVE WS-CAPITAL-RESTANT TO WS-PART-CAPITAL
068800     END-IF

068900     MOVE WS-IND-NOUV TO WS-NB-NOUV
069000     COMPUTE WS-NOUV-MONTANT(WS-IND-NOUV) =
069100             WS-PART-CAPITAL + WS-PART-INTERET
069200     MOVE WS-PART-CAPITAL TO WS-NOUV-CAPITAL(WS-IND-NOUV)
069300     MOVE WS-PART-INTERET TO WS-NOUV-INTERET(WS-IND-NOUV)
069400     SUBTRACT WS-PART-CAPITAL FROM WS-CAPITAL-RESTANT
069500     MOVE WS-CAPITAL-RESTANT TO WS-NOUV-RESTANT(WS-IND-NOUV)
069600     .
069700*----------------------*
069800 5000-REMPLACER-PLAN.
069900*----------------------*
070000*    LES ECHEANCES A PRELEVER SONT MARQUEES REMPLACEES ;
070100*    LE NOUVEAU PLAN REPREND LEURS DATES DANS L'ORDRE,
070200*    NUMEROTE A LA SUITE DU DERNIER NUMERO DU PRET
070300     PERFORM 5100-REMPLACER-ECHEANCE
070400         VARYING WS-IND-ECH FROM 1 BY 1
070500         UNTIL WS-IND-ECH > WS-NB-ECH
070600     PERFORM 5200-ECRIRE-ECHEANCE
070700         VARYING WS-IND-NOUV FROM 1 BY 1
070800         UNTIL WS-IND-NOUV > WS-NB-NOUV
070900     .
071000*----------------------*
071100 5100-REMPLACER-ECHEANCE.
071200*----------------------*
071300     MOVE RAN-ID-CPTE             TO PSH-ID-CPTE
071400     MOVE WS-ECH-NUM(WS-IND-ECH)  TO PSH-NUM-ECH
071500     READ FPRETSCH
071600         INVALID KEY
071700            DISPLAY 'PRETANT - ECHEANCE INTROUVABLE : '
071800                    RAN-ID-CPTE '/' PSH-NUM-ECH
071900         NOT INVALID KEY
072000            MOVE 'R'          TO PSH-STATUT
072100            MOVE WS-DATE-JOUR TO PSH-DATE-REMPL
072200            REWRITE PSH-ECHEANCE
072300                INVALID KEY
072400                   DISPLAY 'PRETANT - REWRITE IMPOSSIBLE : '
072500                           PSH-ID-CPTE '/' PSH-NUM-ECH
072600            END-REWRITE
072700            ADD 1 TO WS-NB-ECH-REMPLACEES
072800     END-READ
072900     .
073000*----------------------*
073100 5200-ECRIRE-ECHEANCE.
073200*----------------------*
073300     MOVE SPACE             TO PSH-ECHEANCE
073400     MOVE RAN-ID-CPTE       TO PSH-ID-CPTE
073500     COMPUTE PSH-NUM-ECH = WS-DERNIER-NUM + WS-IND-NOUV
073600     MOVE WS-ECH-DATE(WS-IND-NOUV) TO PSH-DATE-ECHEANCE
073700     MOVE WS-NOUV-MONTANT(WS-IND-NOUV) TO PSH-MONTANT
073800     MOVE WS-NOUV-CAPITAL(WS-IND-NOUV) TO PSH-PART-CAPITAL
073900     MOVE WS-NOUV-INTERET(WS-IND-NOUV) TO PSH-PART-INTERET
074000     MOVE WS-CPTE-REMB      TO PSH-CPTE-REMB
074100     MOVE 'A'               TO PSH-STATUT
074200     MOVE ZERO              TO PSH-DATE-REMPL
074300     WRITE PSH-ECHEANCE
074400         INVALID KEY
074500            DISPLAY 'PRETANT - ECHEANCE DEJA PRESENTE : '
074600                    PSH-ID-CPTE '/' PSH-NUM-ECH
074700     END-WRITE
074800     ADD 1 TO WS-NB-ECH-ECRITES
074900     .
075000*----------------------*
075100 5500-PASSER-REMBOURSEMENT.
075200*----------------------*
075300*    VIREMENT DU CAPITAL DU COMPTE DE REMBOURSEMENT VERS
075400*    LE COMPTE DE PRET, POSTE CETTE NUIT PAR PARTI15
075500*    (SOURCE PRET : SANS PIN ; NUMERO D'ECHEANCE ZERO)
075600     MOVE SPACE            TO REC-MVT
075700     MOVE WS-CPTE-REMB     TO MVT-ID-CPTE
075800     MOVE 'V'              TO MVT-CODE
075900     MOVE WS-CAPITAL-REMB  TO MVT-MONTANT
076000     MOVE ZERO             TO MVT-PIN
076100     MOVE RAN-ID-CPTE      TO MVT-CPTE-CIBLE
076200     MOVE WS-DATE-JOUR     TO MVT-DATE-VALEUR
076300     MOVE ZERO             TO MVT-SEQ
076400     MOVE 'PRET'           TO MVT-SOURCE
076500     WRITE REC-MVT
076600     .
076700*----------------------*
076800 5600-PRELEVER-INDEMNITE.
076900*----------------------*
077000*    LIGNE DE FRAIS F SUR LE COMPTE DE REMBOURSEMENT (LU
077100*    EN 2000), AVEC SON JOURNAL, COMME LA FACTURATION
077200*    FACTMVT
077300     MOVE SLD-CLT TO WS-SLD-AVANT
077400     SUBTRACT WS-INDEMNITE FROM SLD-CLT
077500     REWRITE REC-CLT
077600         INVALID KEY
077700            DISPLAY 'PRETANT - REWRITE IMPOSSIBLE : '
077800                    ID-CPTE
077900            ADD 1 TO WS-NB-REJETS
078000            GO TO 5600-PRELEVER-EXIT
078100     END-REWRITE

078200     PERFORM 5700-CHERCHER-DERNIER-SEQ
078300     MOVE SPACE         TO REC-HST
078400     MOVE ID-CPTE       TO HST-ID-CPTE
078500     COMPUTE HST-SEQ = WS-DERNIER-SEQ + 1
078600     MOVE WS-DATE-JOUR  TO HST-DATE
078700     MOVE 'F'           TO HST-CODE
078800     MOVE WS-INDEMNITE  TO HST-MONTANT
078900     MOVE SLD-CLT       TO HST-SLD-APRES
079000     MOVE 'PRET'        TO HST-SOURCE
079100     WRITE REC-HST
079200         INVALID KEY
079300            DISPLAY 'PRETANT - ECRITURE HISTORIQUE '
079400                    'IMPOSSIBLE : ' ID-CPTE
079420         NOT INVALID KEY
079440            MOVE REC-HST TO REC-MVJ
079460            WRITE REC-MVJ
079500     END-WRITE

079600     MOVE WS-DATE-JOUR  TO JRN-DATE
079700     MOVE 'PRETANT'     TO JRN-PROG
079800     MOVE ID-CPTE       TO JRN-ID-CPTE
079900     MOVE WS-SLD-AVANT  TO JRN-SLD-AVANT
080000     MOVE SLD-CLT       TO JRN-SLD-APRES
080100     MOVE STS-CLT       TO JRN-STS-AVANT
080200     MOVE STS-CLT       TO JRN-STS-APRES
080300     MOVE SPACE         TO REC-JRN(47:34)
080400     WRITE REC-JRN
080500     .
080600 5600-PRELEVER-EXIT.
080700     EXIT.
080800*----------------------*
080900 5700-CHERCHER-DERNIER-SEQ.
081000*----------------------*
081100     MOVE ZERO    TO WS-DERNIER-SEQ
081200     MOVE 'N'     TO WS-FIN-SEQ
081300     MOVE ID-CPTE TO HST-ID-CPTE
081400     MOVE ZERO    TO HST-SEQ
081500     START FHST KEY IS NOT LESS THAN HST-CLE
081600         INVALID KEY
081700            MOVE 'Y' TO WS-FIN-SEQ
081800     END-START
081900     PERFORM 5710-LIRE-SEQ-SUIVANT
082000         UNTIL FIN-SEQ
082100     .
082200*----------------------*
082300 5710-LIRE-SEQ-SUIVANT.
082400*----------------------*
082500     READ FHST NEXT RECORD
082600         AT END
082700            MOVE 'Y' TO WS-FIN-SEQ
082800         NOT AT END
082900            IF HST-ID-CPTE = ID-CPTE
083000               MOVE HST-SEQ TO WS-DERNIER-SEQ
083100            ELSE
083200               MOVE 'Y' TO WS-FIN-SEQ
083300            END-IF
083400     END-READ
083500     .
083600*----------------------*
083700 6000-EDITER-TABLEAU.
083800*----------------------*
083900     MOVE WS-DATE-JOUR  TO LT-DATE
084000     MOVE LIGNE-TITRE   TO REC-PRETANRP
084100     WRITE REC-PRETANRP AFTER ADVANCING PAGE

084200     MOVE WS-PRN-CLIENT TO LC-PRN
084300     MOVE WS-NOM-CLIENT TO LC-NOM
084400     MOVE WS-ADR-CLIENT TO LC-ADR
084500     MOVE RAN-ID-CPTE   TO LC-CPTE-PRET
084600     MOVE WS-CPTE-REMB  TO LC-CPTE-REMB
084700     MOVE LIGNE-CLIENT  TO REC-PRETANRP
084800     WRITE REC-PRETANRP AFTER ADVANCING 2 LINES

084900     MOVE 'CAPITAL RESTANT DU AVANT REMBOURSEMENT '
085000       TO LM-LIBELLE
085100     MOVE WS-CRD-AVANT TO LM-MONTANT
085200     MOVE LIGNE-MONTANT TO REC-PRETANRP
085300     WRITE REC-PRETANRP AFTER ADVANCING 2 LINES
085400     MOVE 'CAPITAL REMBOURSE PAR ANTICIPATION     '
085500       TO LM-LIBELLE
085600     MOVE WS-CAPITAL-REMB TO LM-MONTANT
085700     MOVE LIGNE-MONTANT TO REC-PRETANRP
085800     WRITE REC-PRETANRP
085900     MOVE 'INDEMNITE DE REMBOURSEMENT ANTICIPE    '
086000       TO LM-LIBELLE
086100     MOVE WS-INDEMNITE TO LM-MONTANT
086200     MOVE LIGNE-MONTANT TO REC-PRETANRP
086300     WRITE REC-PRETANRP
086400     MOVE 'CAPITAL RESTANT DU APRES REMBOURSEMENT '
086500       TO LM-LIBELLE
086600     MOVE WS-CRD-APRES TO LM-MONTANT
086700     MOVE LIGNE-MONTANT TO REC-PRETANRP
086800     WRITE REC-PRETANRP

086900     MOVE SPACE TO LX-TEXTE
087000     EVALUATE TRUE
087100        WHEN RAN-TOTAL
087200           MOVE 'PRET SOLDE PAR ANTICIPATION.' TO LX-TEXTE
087400        WHEN RAN-MENSUALITE
087500           MOVE 'OPTION : MENSUALITE REDUITE, DUREE INCHANGEE.'
087600             TO LX-TEXTE
087700        WHEN OTHER
087800           MOVE 'OPTION : DUREE REDUITE, MENSUALITE INCHANGEE.'
087900             TO LX-TEXTE
088000     END-EVALUATE
088100     MOVE LIGNE-TEXTE TO REC-PRETANRP
088200     WRITE REC-PRETANRP AFTER ADVANCING 2 LINES

088300     IF WS-NB-NOUV > ZERO
088400        MOVE LIGNE-ENTETE TO REC-PRETANRP
088500        WRITE REC-PRETANRP AFTER ADVANCING 2 LINES
088600        PERFORM 6100-EDITER-ECHEANCE
088700            VARYING WS-IND-NOUV FROM 1 BY 1
088800            UNTIL WS-IND-NOUV > WS-NB-NOUV
088900     END-IF
089000     .
089100*----------------------*
089200 6100-EDITER-ECHEANCE.
089300*----------------------*
089400     COMPUTE LE-NUM = WS-DERNIER-NUM + WS-IND-NOUV
089500     MOVE WS-ECH-DATE(WS-IND-NOUV)     TO LE-DATE
089600     MOVE WS-NOUV-MONTANT(WS-IND-NOUV) TO LE-MONTANT
089700     MOVE WS-NOUV-CAPITAL(WS-IND-NOUV) TO LE-CAPITAL
089800     MOVE WS-NOUV-INTERET(WS-IND-NOUV) TO LE-INTERET
089900     MOVE WS-NOUV-RESTANT(WS-IND-NOUV) TO LE-RESTANT
090000     MOVE LIGNE-ECHEANCE TO REC-PRETANRP
090100     WRITE REC-PRETANRP
090200     .
090300*----------------------*
090400 9000-TERMINAISON.
090500*----------------------*
090600     MOVE 'CARTES LUES                            '
090700       TO LTO-LIBELLE
090800     MOVE WS-NB-CARTES-LUES TO LTO-NB
090900     MOVE LIGNE-TOTAL TO REC-PRETANRP
091000     WRITE REC-PRETANRP AFTER ADVANCING PAGE
091100     MOVE 'REMBOURSEMENTS PARTIELS                '
091200       TO LTO-LIBELLE
091300     MOVE WS-NB-PARTIELS TO LTO-NB
091400     MOVE LIGNE-TOTAL TO REC-PRETANRP
091500     WRITE REC-PRETANRP
091600     MOVE 'REMBOURSEMENTS TOTAUX                  '
091700       TO LTO-LIBELLE
091800     MOVE WS-NB-TOTAUX TO LTO-NB
091900     MOVE LIGNE-TOTAL TO REC-PRETANRP
092000     WRITE REC-PRETANRP
092100     MOVE 'CARTES REJETEES (VOIR SYSOUT)          '
092200       TO LTO-LIBELLE
092300     MOVE WS-NB-REJETS TO LTO-NB
092400     MOVE LIGNE-TOTAL TO REC-PRETANRP
092500     WRITE REC-PRETANRP
092600     MOVE 'CAPITAL REMBOURSE PAR ANTICIPATION     '
092700       TO LM-LIBELLE
092800     MOVE WS-TOT-CAPITAL TO LM-MONTANT
092900     MOVE LIGNE-MONTANT TO REC-PRETANRP
093000     WRITE REC-PRETANRP
093100     MOVE 'INDEMNITES PRELEVEES                   '
093200       TO LM-LIBELLE
093300     MOVE WS-TOT-INDEMNITES TO LM-MONTANT
093400     MOVE LIGNE-MONTANT TO REC-PRETANRP
093500     WRITE REC-PRETANRP

093600     CLOSE RANCARTE
093700     CLOSE FPRETSCH
093800     CLOSE FCLT
093900     CLOSE FHST
094000     CLOSE FJRN
094050     CLOSE FMVJ
094100     CLOSE FMVT
094200     CLOSE PRETANRP

094300     DISPLAY 'PRETANT - CARTES LUES         : '
094400             WS-NB-CARTES-LUES
094500     DISPLAY 'PRETANT - PARTIELS            : ' WS-NB-PARTIELS
094600     DISPLAY 'PRETANT - TOTAUX              : ' WS-NB-TOTAUX
094700     DISPLAY 'PRETANT - ECHEANCES REMPLACEES: '
094800             WS-NB-ECH-REMPLACEES
094900     DISPLAY 'PRETANT - ECHEANCES ECRITES   : '
095000             WS-NB-ECH-ECRITES
095100     DISPLAY 'PRETANT - CARTES REJETEES     : ' WS-NB-REJETS

095200     IF WS-NB-REJETS > ZERO
095300        MOVE 4 TO RETURN-CODE
095400     END-IF

095500     MOVE 'F' TO RL-FONCTION
095600     MOVE 'PRETANT' TO RL-PROG
095700     MOVE WS-NB-CARTES-LUES TO RL-LUS
095800     MOVE WS-NB-ECH-ECRITES TO RL-ECRITS
095900     MOVE WS-NB-REJETS TO RL-REJETES
096000     MOVE RETURN-CODE TO RL-RC
096100     CALL 'pgrunlog' USING RL-COMMUN
096200     .

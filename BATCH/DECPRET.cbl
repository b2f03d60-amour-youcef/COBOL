000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    DECPRET.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - DECISION DE CREDIT SUR LES
001400*                   DEMANDES DE PRET SAISIES A L'ECRAN
001500*                   GESDPRT (FDEMPRET). CHAQUE DEMANDE
001600*                   SAISIE EST NOTEE SUR LES COMPTES DU
001700*                   CLIENT : SALAIRES DOMICILIES (CODE S)
001800*                   ET SOLDE MOYEN SUR 12 MOIS (HISTCLT),
001900*                   REJETS SI / CH EN SUSPENS (SUSPMVT),
002000*                   INCIDENTS DE CHEQUES (FINCCHQ),
002100*                   ECHEANCES DES PRETS EN COURS
002200*                   (FPRETSCH) ET SAISIES ACTIVES
002300*                   (FSAISIE). ELLE EST ACCORDEE, A REVOIR
002400*                   OU REFUSEE, AVEC SES MOTIFS. UNE
002500*                   DEMANDE ACCORDEE (PAR LE BATCH OU PAR
002600*                   UN SUPERVISEUR A L'ECRAN) OUVRE LE
002700*                   COMPTE DE PRET NATURE 20 (CLIENT.DAT,
002800*                   FCLICPT AVEC RIB / IBAN) ET PRODUIT LA
002900*                   CARTE PRTCARTE DE PRETGEN : LE DOSSIER
003000*                   N'EST PLUS RESSAISI.
003030*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
003060*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
003070*   15/10/2026  SE  PIN DU COMPTE DE PRET A ZERO (PLUS DE PIN
003080*                   EN CLAIR DANS CLIENT.DAT)
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
004200     SELECT FDEMPRET   ASSIGN TO FDEMPRET
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS DPR-NUM-DEMANDE
004600         FILE STATUS IS WS-FS-FDEMPRET.

004700     SELECT FXREF      ASSIGN TO FXREF
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS XRF-CLE
005100         ALTERNATE RECORD KEY IS XRF-ID-CPTE
005200         FILE STATUS IS WS-FS-FXREF.

005300     SELECT FCLT       ASSIGN TO FCLT
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS ID-CPTE
005700         FILE STATUS IS WS-FS-FCLT.

005800     SELECT FCLI       ASSIGN TO FCLI
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS E-NUMERO
006200         FILE STATUS IS WS-FS-FCLI.

006300     SELECT FHST       ASSIGN TO FHST
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS DYNAMIC
006600         RECORD KEY IS HST-CLE
006700         FILE STATUS IS WS-FS-FHST.

006800     SELECT FPRETSCH   ASSIGN TO FPRETSCH
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS DYNAMIC
007100         RECORD KEY IS PSH-CLE
007200         FILE STATUS IS WS-FS-FPRETSCH.

007300     SELECT FSAISIE    ASSIGN TO FSAISIE
007400         ORGANIZATION IS INDEXED
007500         ACCESS MODE IS DYNAMIC
007600         RECORD KEY IS SAI-CLE
007700         FILE STATUS IS WS-FS-FSAISIE.

007800     SELECT FINCCHQ    ASSIGN TO FINCCHQ
007900         ORGANIZATION IS INDEXED
008000         ACCESS MODE IS DYNAMIC
008100         RECORD KEY IS INC-CLE
008200         FILE STATUS IS WS-FS-FINCCHQ.

008300     SELECT FTAUX      ASSIGN TO FTAUX
008400         ORGANIZATION IS INDEXED
008500         ACCESS MODE IS DYNAMIC
008600         RECORD KEY IS TX-CLE
008700         FILE STATUS IS WS-FS-FTAUX.

008800     SELECT FCTRL      ASSIGN TO FCTRL
008900         ORGANIZATION IS INDEXED
009000         ACCESS MODE IS RANDOM
009100         RECORD KEY IS C-CODE-CTRL
009200         FILE STATUS IS WS-FS-FCTRL.

009300     SELECT FSUS       ASSIGN TO FSUS
009400         ORGANIZATION IS SEQUENTIAL
009500         FILE STATUS IS WS-FS-FSUS.

009600     SELECT PRTCARTE   ASSIGN TO PRTCARTE
009700         ORGANIZATION IS SEQUENTIAL
009800         FILE STATUS IS WS-FS-PRTCARTE.

009900     SELECT DECPRTRP   ASSIGN TO DECPRTRP
010000         ORGANIZATION IS SEQUENTIAL
010100         FILE STATUS IS WS-FS-DECPRTRP.
010200*
010300*======================================================*
010400*           D A T A         D I V I S I O N            *
010500*======================================================*
010600 DATA DIVISION.
010700 FILE SECTION.
010800*
010900 FD  FDEMPRET
011000     RECORD CONTAINS 150 CHARACTERS.
011100     COPY FDEMPRET.
011200*
011300 FD  FXREF
011400     RECORD CONTAINS 80 CHARACTERS.
011500     COPY FCLICPT.
011600*
011700 FD  FCLT
011800     RECORD CONTAINS 80 CHARACTERS.
011900 01  REC-CLT.
012000     05  ID-CPTE    PIC X(08).
012100     05  ID-REGION  PIC X(02).
012200     05  NAT-CPTE   PIC 9(02).
012300     05  NOM-CLT    PIC X(10).
012400     05  PRN-CLT    PIC X(10).
012500     05  DTN-CLT    PIC 9(08).
012600     05  SEX-CLT    PIC X(01).
012700     05  ACP-CLT    PIC X(02).
012800     05  STS-CLT    PIC X(01).
012900         88 STS-CLT-ACTIF  VALUE 'O' 'C'.
013000     05  ADR-CLT    PIC X(10).
013100     05  SLD-CLT    PIC S9(08)V99.
013200     05  PST-CLT    PIC X(02).
013300     05  PIN-CLT    PIC 9(04).
013400     05  DEC-CLT    PIC 9(06).
013500     05  DEV-CLT    PIC X(02).
013600     05  AGC-CLT    PIC X(02).
013700*
013800 FD  FCLI
013900     RECORD CONTAINS 400 CHARACTERS.
014000     COPY FCLIENTS.
014100*
014200 FD  FHST
014300     RECORD CONTAINS 100 CHARACTERS.
014400 01  REC-HST.
014500     05  HST-CLE.
014600        10  HST-ID-CPTE   PIC X(08).
014700        10  HST-SEQ       PIC 9(05).
014800     05  HST-DATE      PIC 9(08).
014900     05  HST-CODE      PIC X(01).
015000     05  HST-MONTANT   PIC 9(08)V99.
015100     05  HST-SLD-APRES PIC S9(08)V99.
015200     05  HST-SOURCE    PIC X(04).
015300     05  HST-ANNUL-STATUT PIC X(01).
015400         88  HST-ANNULEE     VALUE 'A'.
015500     05  FILLER        PIC X(53).
015600*
015700 FD  FPRETSCH
015800     RECORD CONTAINS 80 CHARACTERS.
015900     COPY FPRETSCH.
016000*
016100 FD  FSAISIE
016200     RECORD CONTAINS 80 CHARACTERS.
016300     COPY FSAISIE.
016400*
016500 FD  FINCCHQ
016600     RECORD CONTAINS 80 CHARACTERS.
016700     COPY FINCCHQ.
016800*
016900 FD  FTAUX
017000     RECORD CONTAINS 40 CHARACTERS.
017100     COPY FTAUXNAT.
017200*
017300 FD  FCTRL
017400     RECORD CONTAINS 36 CHARACTERS.
017500     COPY FCTRLCLI.
017600*
017700 FD  FSUS
017800     RECORD CONTAINS 90 CHARACTERS.
017900 01  REC-SUS.
018000     05  SUS-MOTIF       PIC X(02).
018100     05  SUS-DATE-ENTREE PIC 9(08).
018200     05  SUS-ID-CPTE     PIC X(08).
018300     05  FILLER          PIC X(72).
018400*
018500*    CARTES DE PRETGEN (MEME DESSIN QUE SA CARTE
018600*    PRTCARTE)
018700 FD  PRTCARTE
018800     RECORD CONTAINS 80 CHARACTERS.
018900 01  REC-CARTE.
019000     05  CAR-ID-CPTE     PIC X(08).
019100     05  CAR-CPTE-REMB   PIC X(08).
019200     05  CAR-CAPITAL     PIC 9(08)V99.
019300     05  CAR-TAUX-BP     PIC 9(04).
019400     05  CAR-NB-ECH      PIC 9(03).
019500     05  CAR-PREM-ECH    PIC 9(08).
019600     05  FILLER          PIC X(39).
019700*
019800 FD  DECPRTRP
019900     RECORD CONTAINS 132 CHARACTERS.
020000 01  REC-DECPRTRP             PIC X(132).
020100*
020200*------------------------------------------------------*
020300 WORKING-STORAGE SECTION.
020400*------------------------------------------------------*
020500*
020600 01  WS-FS-FDEMPRET           PIC X(02) VALUE SPACE.
020700     88 FS-FDEMPRET-OK           VALUE '00'.
020800 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
020900     88 FS-FXREF-OK              VALUE '00'.
021000 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
021100     88 FS-FCLT-OK               VALUE '00'.
021200 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
021300     88 FS-FCLI-OK               VALUE '00'.
021400 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
021500     88 FS-FHST-OK               VALUE '00'.
021600 01  WS-FS-FPRETSCH           PIC X(02) VALUE SPACE.
021700     88 FS-FPRETSCH-OK           VALUE '00'.
021800 01  WS-FS-FSAISIE            PIC X(02) VALUE SPACE.
021900     88 FS-FSAISIE-OK            VALUE '00'.
022000 01  WS-FS-FINCCHQ            PIC X(02) VALUE SPACE.
022100     88 FS-FINCCHQ-OK            VALUE '00'.
022200 01  WS-FS-FTAUX              PIC X(02) VALUE SPACE.
022300     88 FS-FTAUX-OK              VALUE '00'.
022400 01  WS-FS-FCTRL              PIC X(02) VALUE SPACE.
022500     88 FS-FCTRL-OK              VALUE '00'.
022600 01  WS-FS-FSUS               PIC X(02) VALUE SPACE.
022700     88 FS-FSUS-OK               VALUE '00'.
022800 01  WS-FS-PRTCARTE           PIC X(02) VALUE SPACE.
022900     88 FS-PRTCARTE-OK           VALUE '00'.
023000 01  WS-FS-DECPRTRP           PIC X(02) VALUE SPACE.
023100     88 FS-DECPRTRP-OK           VALUE '00'.
023200*
023300 01  WS-FIN-FDEMPRET          PIC X(01) VALUE 'N'.
023400     88 FIN-FDEMPRET             VALUE 'Y'.
023500 01  WS-FIN-FSUS              PIC X(01) VALUE 'N'.
023600     88 FIN-FSUS                 VALUE 'Y'.
023700 01  WS-FIN-XREF              PIC X(01) VALUE 'N'.
023800     88 FIN-XREF                 VALUE 'Y'.
023900 01  WS-FIN-HST               PIC X(01) VALUE 'N'.
024000     88 FIN-HST                  VALUE 'Y'.
024100 01  WS-FIN-BALAYAGE          PIC X(01) VALUE 'N'.
024200     88 FIN-BALAYAGE             VALUE 'Y'.
024300*
024400*------------------------------------------------------*
024500*   REGLES DE DECISION. TAUX D'ENDETTEMENT = ECHEANCES *
024600*   DES PRETS EN COURS + MENSUALITE DEMANDEE, RAPPORTES*
024700*   AU REVENU RETENU (REVENU DECLARE, PLAFONNE AU      *
024800*   SALAIRE MOYEN DOMICILIE QUAND IL Y EN A UN).       *
024900*   REFUS  : INTERDIT BANCAIRE, SAISIE ACTIVE,         *
025000*            ENDETTEMENT > 45 %, COMPTE DE             *
025100*            REMBOURSEMENT NON RECEVABLE ;             *
025200*   REVUE  : CHEQUE IMPAYE OU REJET SI EN SUSPENS,     *
025300*            ENDETTEMENT > 33 %, MOINS DE 6 SALAIRES   *
025400*            SUR 12 MOIS, SOLDE MOYEN DEBITEUR, REVENU *
025500*            DECLARE SUPERIEUR DE 50 % AUX SALAIRES.   *
025600*   LA NOTE (100 MOINS LES PENALITES CI-DESSOUS)       *
025700*   RESUME LE DOSSIER ; SEULS LES MOTIFS DECIDENT.     *
025800*------------------------------------------------------*
025900 01  WS-ENDET-MAX             PIC 9(03) VALUE 045.
026000 01  WS-ENDET-REVUE           PIC 9(03) VALUE 033.
026100 01  WS-MIN-SALAIRES          PIC 9(03) VALUE 006.
026200 01  WS-SEUIL-REVENU          PIC 9(03) VALUE 150.
026300 01  WS-NB-MOIS               PIC 9(02) VALUE 12.
026400 01  WS-PENALITES.
026500     05 WS-PEN-REFUS          PIC 9(03) VALUE 040.
026600     05 WS-PEN-CH             PIC 9(03) VALUE 020.
026700     05 WS-PEN-SI             PIC 9(03) VALUE 010.
026800     05 WS-PEN-SI-MAX         PIC 9(03) VALUE 030.
026900     05 WS-PEN-REVUE          PIC 9(03) VALUE 015.
027000     05 WS-PEN-MINEURE        PIC 9(03) VALUE 010.
027100*
027200*    DATES : JOUR DU TRAITEMENT ET PREMIER JOUR DE LA
027300*    FENETRE DE 12 MOIS CIVILS (MOIS EN COURS INCLUS)
027400 01  WS-DATE-JOUR             PIC 9(08).
027500 01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
027600     05 WS-JOUR-AAAA          PIC 9(04).
027700     05 WS-JOUR-MM            PIC 9(02).
027800     05 WS-JOUR-JJ            PIC 9(02).
027900 01  WS-DATE-DEBUT            PIC 9(08).
028000 01  WS-DATE-DEBUT-R REDEFINES WS-DATE-DEBUT.
028100     05 WS-DEBUT-AAAA         PIC 9(04).
028200     05 WS-DEBUT-MM           PIC 9(02).
028300     05 WS-DEBUT-JJ           PIC 9(02).
028400 01  WS-MOIS-ABS-DEBUT        PIC 9(06).
028500 01  WS-MOIS-ABS              PIC 9(06).
028600 01  WS-DATE-LIGNE            PIC 9(08).
028700 01  WS-DATE-LIGNE-R REDEFINES WS-DATE-LIGNE.
028800     05 WS-LIGNE-AAAA         PIC 9(04).
028900     05 WS-LIGNE-MM           PIC 9(02).
029000     05 WS-LIGNE-JJ           PIC 9(02).
029100*
029200*    TAUX DES PRETS (FTAUXNAT NATURE 20) EN VIGUEUR
029300 01  WS-TAUX-PRET-BP          PIC 9(04) VALUE ZERO.
029400 01  WS-TAUX-TROUVE           PIC X(01) VALUE 'N'.
029500     88 TAUX-TROUVE              VALUE 'O'.
029600*
029700*    REJETS SI / CH EN SUSPENS PAR COMPTE (SUSPMVT)
029800 01  WS-NB-SUS                PIC S9(4) COMP VALUE ZERO.
029900 01  WS-MAX-SUS               PIC S9(4) COMP VALUE +2000.
030000 01  WS-IND-SUS               PIC S9(4) COMP.
030100 01  WS-TAB-SUS.
030200     05 WS-SUS OCCURS 2000.
030300        10 WS-SUS-CPTE        PIC X(08).
030400        10 WS-SUS-NB-SI       PIC 9(03).
030500        10 WS-SUS-NB-CH       PIC 9(03).
030600 01  WS-SUS-TROUVE            PIC X(01) VALUE 'N'.
030700     88 SUS-TROUVE               VALUE 'O'.
030800 01  WS-SUS-CHERCHE           PIC X(08).
030900*
031000*    DOSSIER DE LA DEMANDE EN COURS
031100 01  WS-CLIENT                PIC 9(08).
031200 01  WS-DERNIER-SUFFIXE       PIC 9(02).
031300 01  WS-REMB-RECEVABLE        PIC X(01).
031400     88 REMB-RECEVABLE           VALUE 'O'.
031500 01  WS-NB-SALAIRES           PIC 9(03).
031600 01  WS-TOT-SALAIRES          PIC 9(09)V99.
031700 01  WS-SAL-MOYEN             PIC 9(08)V99.
031800 01  WS-NB-SI                 PIC 9(03).
031900 01  WS-NB-CH                 PIC 9(03).
032000 01  WS-NB-INCIDENTS          PIC 9(03).
032100 01  WS-NB-SAISIES            PIC 9(03).
032200 01  WS-CHARGES               PIC 9(09)V99.
032300 01  WS-REVENU-RETENU         PIC 9(08)V99.
032400 01  WS-ENDETTEMENT           PIC 9(05).
032500 01  WS-SOLDE-MOYEN           PIC S9(11)V99.
032600 01  WS-SCORE                 PIC S9(03).
032700 01  WS-PEN-SI-CALC           PIC 9(03).
032800 01  WS-MOTIFS.
032900     05 WS-MOTIF              PIC X(02) OCCURS 4.
033000 01  WS-NB-MOTIFS             PIC S9(4) COMP.
033100 01  WS-MOTIF-AJOUT           PIC X(02).
033200 01  WS-DECISION              PIC X(01).
033300     88 DECISION-REFUS           VALUE 'D'.
033400     88 DECISION-REVUE           VALUE 'R'.
033500     88 DECISION-ACCORD          VALUE 'A'.
033600*
033700*    SOLDES DE FIN DE MOIS : PAR COMPTE PUIS CUMULES SUR
033800*    LES COMPTES COURANTS DU CLIENT. UN MOIS SANS
033900*    MOUVEMENT REPREND LE SOLDE DU MOIS PRECEDENT ; AVANT
034000*    LA PREMIERE LIGNE CONNUE, LE SOLDE DE CETTE LIGNE
034100 01  WS-IND-MOIS              PIC S9(4) COMP.
034200 01  WS-TAB-MOIS.
034300     05 WS-MOIS OCCURS 12.
034400        10 WS-MOIS-VU         PIC X(01).
034500        10 WS-MOIS-SLD        PIC S9(08)V99.
034600        10 WS-MOIS-CUMUL      PIC S9(11)V99.
034700 01  WS-SLD-REPORT            PIC S9(08)V99.
034800 01  WS-REPORT-CONNU          PIC X(01).
034900     88 REPORT-CONNU             VALUE 'O'.
035000*
035100*    COMPTE DE REMBOURSEMENT : REGION, AGENCE ET
035200*    DEPARTEMENT REPRIS PAR LE COMPTE DE PRET
035300 01  WS-REMB-REGION           PIC X(02).
035400 01  WS-REMB-AGENCE           PIC X(02).
035500 01  WS-REMB-PST              PIC X(02).
035600*
035700*    CALCUL DE LA MENSUALITE (MEME FORMULE QUE PRETGEN) :
035800*    A = C*i*F/(F-1), F = (1+i)**N PAR MULTIPLICATIONS
035900 01  WS-TAUX-MENSUEL          PIC 9(01)V9(09).
036000 01  WS-FACTEUR               PIC 9(05)V9(09).
036100 01  WS-MENSUALITE            PIC 9(08)V99.
036200 01  WS-IND-ECH               PIC 9(03).
036300*
036400*    OUVERTURE DU COMPTE DE PRET
036500 01  WS-ID-CPTE-NOUVEAU       PIC X(08).
036600 01  WS-NUMERO-CPT            PIC 9(08).
036700 01  WS-CPT-ABSENT            PIC X(01).
036800     88 CPT-ABSENT               VALUE 'O'.
036900 01  WS-COMPTE-ECRIT          PIC X(01).
037000     88 COMPTE-ECRIT             VALUE 'O'.
037100 01  WS-NB-ESSAIS             PIC 9(02).
037300 01  WS-VALNUM-FONC           PIC X(01).
037400 01  WS-VALNUM-NUM            PIC 9(08).
037500 01  WS-VALNUM-RC             PIC X(01).
037600*    ZONE DU MODULE COMMUN pgiban
037700     COPY WSIBAN.
037800*
037900*    PREMIERE ECHEANCE : UN MOIS APRES LA DECISION
038000 01  WS-ECHEANCE.
038100     05 WS-ECH-AAAA           PIC 9(04).
038200     05 WS-ECH-MM             PIC 9(02).
038300     05 WS-ECH-JJ             PIC 9(02).
038400 01  WS-ECHEANCE-N REDEFINES WS-ECHEANCE
038500                              PIC 9(08).
038600 01  WS-JOUR-PROBE            PIC 9(02).
038700 01  WS-VAL-VALIDE            PIC X(01).
038800*
038900*    COMPTEURS
039000 01  WS-NB-LUES               PIC 9(07) VALUE ZERO.
039100 01  WS-NB-NOTEES             PIC 9(07) VALUE ZERO.
039200 01  WS-NB-ACCORDS            PIC 9(07) VALUE ZERO.
039300 01  WS-NB-REVUES             PIC 9(07) VALUE ZERO.
039400 01  WS-NB-REFUS              PIC 9(07) VALUE ZERO.
039500 01  WS-NB-MANUELS            PIC 9(07) VALUE ZERO.
039600 01  WS-NB-OUVERTS            PIC 9(07) VALUE ZERO.
039700 01  WS-NB-ANOMALIES          PIC 9(07) VALUE ZERO.
039800 01  WS-TOT-ACCORDE           PIC 9(11)V99 VALUE ZERO.
039900*
040000*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
040100 01  RL-COMMUN.
040200     05 RL-FONCTION    PIC X(01).
040300     05 RL-PROG        PIC X(08).
040400     05 RL-LUS         PIC 9(09).
040500     05 RL-ECRITS      PIC 9(09).
040600     05 RL-REJETES     PIC 9(09).
040700     05 RL-RC          PIC 9(02).
040800*
040900*------------------------------------------------------*
041000*   LIGNES DE L'ETAT DECPRTRP                          *
041100*------------------------------------------------------*
041200 01  LIGNE-TITRE.
041300     05 FILLER                PIC X(45) VALUE
041400        'DECISIONS SUR LES DEMANDES DE PRET - DU JOUR '.
041500     05 LT-DATE               PIC 9(08).
041600     05 FILLER                PIC X(79) VALUE SPACE.
041700*
041800 01  LIGNE-ENTETE.
041900     05 FILLER                PIC X(50) VALUE
042000        'DEMANDE  CLIENT   CPTE.REMB       MONTANT DUR    M'.
042100     05 FILLER                PIC X(50) VALUE
042200        'ENSUALITE END NOTE S MOTIFS   CPTE.PRET OPID     '.
042300     05 FILLER                PIC X(32) VALUE SPACE.
042400*
042500 01  LIGNE-DETAIL.
042600     05 LD-DEMANDE            PIC 9(08).
042700     05 FILLER                PIC X(01) VALUE SPACE.
042800     05 LD-CLIENT             PIC 9(08).
042900     05 FILLER                PIC X(01) VALUE SPACE.
043000     05 LD-CPTE-REMB          PIC X(08).
043100     05 FILLER                PIC X(01) VALUE SPACE.
043200     05 LD-MONTANT            PIC Z(7)9.99.
043300     05 FILLER                PIC X(01) VALUE SPACE.
043400     05 LD-DUREE              PIC ZZ9.
043500     05 FILLER                PIC X(01) VALUE SPACE.
043600     05 LD-MENSUALITE         PIC Z(7)9.99.
043700     05 FILLER                PIC X(01) VALUE SPACE.
043800     05 LD-ENDET              PIC ZZ9.
043900     05 FILLER                PIC X(01) VALUE SPACE.
044000     05 LD-SCORE              PIC ZZZ9.
044100     05 FILLER                PIC X(01) VALUE SPACE.
044200     05 LD-STATUT             PIC X(01).
044300     05 FILLER                PIC X(01) VALUE SPACE.
044400     05 LD-MOTIFS             PIC X(08).
044500     05 FILLER                PIC X(01) VALUE SPACE.
044600     05 LD-CPTE-PRET          PIC X(08).
044700     05 FILLER                PIC X(02) VALUE SPACE.
044800     05 LD-OPID               PIC X(03).
044900     05 FILLER                PIC X(01) VALUE SPACE.
045000     05 LD-COMMENTAIRE        PIC X(35).
045100*
045200 01  LIGNE-TOTAL.
045300     05 LTO-LIBELLE           PIC X(40).
045400     05 LTO-NB                PIC Z(6)9.
045500     05 FILLER                PIC X(85) VALUE SPACE.
045600*
045700 01  LIGNE-MONTANT.
045800     05 LTM-LIBELLE           PIC X(40).
045900     05 LTM-MONTANT           PIC Z(10)9.99.
046000     05 FILLER                PIC X(78) VALUE SPACE.
046100*
046200*======================================================*
046300*     P R O C E D U R E     D I V I S I O N            *
046400*======================================================*
046500 PROCEDURE DIVISION.
046600*----------------------*
046700 0000-MAINLINE.
046800*----------------------*
046900     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
047000     IF RETURN-CODE NOT < 8
047100        GOBACK
047200     END-IF
047300     PERFORM 2000-TRAITER-DEMANDE THRU 2000-TRAITER-EXIT
047400         UNTIL FIN-FDEMPRET
047500     PERFORM 9000-TERMINAISON
047600     GOBACK
047700     .
047800*----------------------*
047900 1000-INITIALISATION.
048000*----------------------*
048100     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

048200*    FENETRE : LE MOIS EN COURS ET LES 11 PRECEDENTS
048300     COMPUTE WS-MOIS-ABS-DEBUT =
048400             WS-JOUR-AAAA * 12 + WS-JOUR-MM - 1 - 11
048500     DIVIDE WS-MOIS-ABS-DEBUT BY 12
048600            GIVING WS-DEBUT-AAAA REMAINDER WS-DEBUT-MM
048700     ADD 1 TO WS-DEBUT-MM
048800     MOVE 01 TO WS-DEBUT-JJ

048900     MOVE 'D' TO RL-FONCTION
049000     MOVE 'DECPRET' TO RL-PROG
049100     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
049200     CALL 'pgrunlog' USING RL-COMMUN

049300     OPEN I-O FDEMPRET
049400     IF NOT FS-FDEMPRET-OK
049500        DISPLAY 'DECPRET - ERREUR OPEN FDEMPRET - FS='
049600                WS-FS-FDEMPRET
049700        MOVE 12 TO RETURN-CODE
049800        GO TO 1000-INITIALISATION-EXIT
049900     END-IF

050000     OPEN I-O FXREF
050100     IF NOT FS-FXREF-OK
050200        DISPLAY 'DECPRET - ERREUR OPEN FXREF - FS='
050300                WS-FS-FXREF
050400        MOVE 12 TO RETURN-CODE
050500        CLOSE FDEMPRET
050600        GO TO 1000-INITIALISATION-EXIT
050700     END-IF

050800     OPEN I-O FCLT
050900     IF NOT FS-FCLT-OK
051000        DISPLAY 'DECPRET - ERREUR OPEN FCLT - FS='
051100                WS-FS-FCLT
051200        MOVE 12 TO RETURN-CODE
051300        CLOSE FDEMPRET FXREF
051400        GO TO 1000-INITIALISATION-EXIT
051500     END-IF

051600     OPEN INPUT FCLI
051700     IF NOT FS-FCLI-OK
051800        DISPLAY 'DECPRET - ERREUR OPEN FCLI - FS='
051900                WS-FS-FCLI
052000        MOVE 12 TO RETURN-CODE
052100        CLOSE FDEMPRET FXREF FCLT
052200        GO TO 1000-INITIALISATION-EXIT
052300     END-IF

052400     OPEN INPUT FHST
052500     IF NOT FS-FHST-OK
052600        DISPLAY 'DECPRET - ERREUR OPEN FHST - FS='
052700                WS-FS-FHST
052800        MOVE 12 TO RETURN-CODE
052900        CLOSE FDEMPRET FXREF FCLT FCLI
053000        GO TO 1000-INITIALISATION-EXIT
053100     END-IF

053200     OPEN INPUT FPRETSCH
053300     IF NOT FS-FPRETSCH-OK
053400        DISPLAY 'DECPRET - ERREUR OPEN FPRETSCH - FS='
053500                WS-FS-FPRETSCH
053600        MOVE 12 TO RETURN-CODE
053700        CLOSE FDEMPRET FXREF FCLT FCLI FHST
053800        GO TO 1000-INITIALISATION-EXIT
053900     END-IF

054000     OPEN INPUT FSAISIE
054100     IF NOT FS-FSAISIE-OK
054200        DISPLAY 'DECPRET - ERREUR OPEN FSAISIE - FS='
054300                WS-FS-FSAISIE
054400        MOVE 12 TO RETURN-CODE
054500        CLOSE FDEMPRET FXREF FCLT FCLI FHST FPRETSCH
054600        GO TO 1000-INITIALISATION-EXIT
054700     END-IF

054800     OPEN INPUT FINCCHQ
054900     IF NOT FS-FINCCHQ-OK
055000        DISPLAY 'DECPRET - ERREUR OPEN FINCCHQ - FS='
055100                WS-FS-FINCCHQ
055200        MOVE 12 TO RETURN-CODE
055300        CLOSE FDEMPRET FXREF FCLT FCLI FHST FPRETSCH
055400              FSAISIE
055500        GO TO 1000-INITIALISATION-EXIT
055600     END-IF

055700     OPEN INPUT FTAUX
055800     IF NOT FS-FTAUX-OK
055900        DISPLAY 'DECPRET - ERREUR OPEN FTAUX - FS='
056000                WS-FS-FTAUX
056100        MOVE 12 TO RETURN-CODE
056200        CLOSE FDEMPRET FXREF FCLT FCLI FHST FPRETSCH
056300              FSAISIE FINCCHQ
056400        GO TO 1000-INITIALISATION-EXIT
056500     END-IF

056600     OPEN I-O FCTRL
056700     IF NOT FS-FCTRL-OK
056800        DISPLAY 'DECPRET - ERREUR OPEN FCTRL - FS='
056900                WS-FS-FCTRL
057000        MOVE 12 TO RETURN-CODE
057100        CLOSE FDEMPRET FXREF FCLT FCLI FHST FPRETSCH
057200              FSAISIE FINCCHQ FTAUX
057300        GO TO 1000-INITIALISATION-EXIT
057400     END-IF

057500     OPEN INPUT FSUS
057600     IF NOT FS-FSUS-OK
057700        DISPLAY 'DECPRET - ERREUR OPEN FSUS - FS='
057800                WS-FS-FSUS
057900        MOVE 12 TO RETURN-CODE
058000        CLOSE FDEMPRET FXREF FCLT FCLI FHST FPRETSCH
058100              FSAISIE FINCCHQ FTAUX FCTRL
058200        GO TO 1000-INITIALISATION-EXIT
058300     END-IF

058400     OPEN OUTPUT PRTCARTE
058500     IF NOT FS-PRTCARTE-OK
058600        DISPLAY 'DECPRET - ERREUR OPEN PRTCARTE - FS='
058700                WS-FS-PRTCARTE
058800        MOVE 12 TO RETURN-CODE
058900        CLOSE FDEMPRET FXREF FCLT FCLI FHST FPRETSCH
059000              FSAISIE FINCCHQ FTAUX FCTRL FSUS
059100        GO TO 1000-INITIALISATION-EXIT
059200     END-IF

059300     OPEN OUTPUT DECPRTRP
059400     IF NOT FS-DECPRTRP-OK
059500        DISPLAY 'DECPRET - ERREUR OPEN DECPRTRP - FS='
059600                WS-FS-DECPRTRP
059700        MOVE 12 TO RETURN-CODE
059800        CLOSE FDEMPRET FXREF FCLT FCLI FHST FPRETSCH
059900              FSAISIE FINCCHQ FTAUX FCTRL FSUS PRTCARTE
060000        GO TO 1000-INITIALISATION-EXIT
060100     END-IF

060200*    TAUX DES PRETS : SANS PARAMETRE NATURE 20 EN
060300*    VIGUEUR, AUCUNE MENSUALITE NE PEUT ETRE CALCULEE
060400     PERFORM 1100-CHERCHER-TAUX THRU 1100-CHERCHER-EXIT
060500     IF NOT TAUX-TROUVE
060600        DISPLAY 'DECPRET - AUCUN TAUX NATURE 20 EN VIGUEUR '
060700                'DANS FTAUXNAT AU ' WS-DATE-JOUR
060800        MOVE 8 TO RETURN-CODE
060900        CLOSE FDEMPRET FXREF FCLT FCLI FHST FPRETSCH
061000              FSAISIE FINCCHQ FTAUX FCTRL FSUS PRTCARTE
061100              DECPRTRP
061200        GO TO 1000-INITIALISATION-EXIT
061300     END-IF

061400     PERFORM 1200-CHARGER-UN-SUSPENS THRU 1200-CHARGER-EXIT
061500         UNTIL FIN-FSUS
061600     CLOSE FSUS

061700     MOVE WS-DATE-JOUR  TO LT-DATE
061800     MOVE LIGNE-TITRE   TO REC-DECPRTRP
061900     WRITE REC-DECPRTRP
062000     MOVE LIGNE-ENTETE  TO REC-DECPRTRP
062100     WRITE REC-DECPRTRP
062200     .
062300 1000-INITIALISATION-EXIT.
062400     EXIT.
062500*----------------------*
062600 1100-CHERCHER-TAUX.
062700*----------------------*
062800*    PARAMETRE NATURE 20 DONT LA DATE D'EFFET EST LA PLUS
062900*    RECENTE SANS DEPASSER LE JOUR (REGLE DE PARTI18)
063000     MOVE 20   TO TX-NAT-CPTE
063100     MOVE ZERO TO TX-DATE-EFFET
063200     START FTAUX KEY IS NOT LESS THAN TX-CLE
063300         INVALID KEY
063400            GO TO 1100-CHERCHER-EXIT
063500     END-START
063600     MOVE 'N' TO WS-FIN-BALAYAGE
063700     PERFORM 1110-LIRE-UN-TAUX
063800         UNTIL FIN-BALAYAGE
063900     .
064000 1100-CHERCHER-EXIT.
064100     EXIT.
064200*----------------------*
064300 1110-LIRE-UN-TAUX.
064400*----------------------*
064500     READ FTAUX NEXT RECORD
064600         AT END
064700            MOVE 'Y' TO WS-FIN-BALAYAGE
064800     END-READ
064900     IF NOT FIN-BALAYAGE
065000        IF TX-NAT-CPTE NOT = 20
065100           OR TX-DATE-EFFET > WS-DATE-JOUR
065200           MOVE 'Y' TO WS-FIN-BALAYAGE
065300        ELSE
065400           MOVE TX-TAUX-BP TO WS-TAUX-PRET-BP
065500           MOVE 'O'        TO WS-TAUX-TROUVE
065600        END-IF
065700     END-IF
065800     .
065900*----------------------*
066000 1200-CHARGER-UN-SUSPENS.
066100*----------------------*
066200*    REJETS SI ET CH ENCORE EN SUSPENS, CUMULES PAR
066300*    COMPTE
066400     READ FSUS
066500         AT END
066600            MOVE 'Y' TO WS-FIN-FSUS
066700            GO TO 1200-CHARGER-EXIT
066800     END-READ

066900     IF SUS-MOTIF NOT = 'SI' AND SUS-MOTIF NOT = 'CH'
067000        GO TO 1200-CHARGER-EXIT
067100     END-IF

067200     MOVE SUS-ID-CPTE TO WS-SUS-CHERCHE
067300     PERFORM 7000-CHERCHER-SUSPENS
067400     IF NOT SUS-TROUVE
067500        IF WS-NB-SUS >= WS-MAX-SUS
067600           DISPLAY 'DECPRET - TABLE DES SUSPENS SATUREE : '
067700                   SUS-ID-CPTE ' NON PRIS EN COMPTE'
067800           IF RETURN-CODE < 4
067900              MOVE 4 TO RETURN-CODE
068000           END-IF
068100           GO TO 1200-CHARGER-EXIT
068200        END-IF
068300        ADD 1 TO WS-NB-SUS
068400        MOVE WS-NB-SUS   TO WS-IND-SUS
068500        MOVE SUS-ID-CPTE TO WS-SUS-CPTE(WS-IND-SUS)
068600        MOVE ZERO        TO WS-SUS-NB-SI(WS-IND-SUS)
068700        MOVE ZERO        TO WS-SUS-NB-CH(WS-IND-SUS)
068800     END-IF

068900     IF SUS-MOTIF = 'SI'
069000        ADD 1 TO WS-SUS-NB-SI(WS-IND-SUS)
069100     ELSE
069200        ADD 1 TO WS-SUS-NB-CH(WS-IND-SUS)
069300     END-IF
069400     .
069500 1200-CHARGER-EXIT.
069600     EXIT.
069700*----------------------*
069800 2000-TRAITER-DEMANDE.
069900*----------------------*
070000*    SEULES LES DEMANDES SAISIES (A NOTER) ET LES ACCORDS
070100*    MANUELS (A OUVRIR) SONT TRAITES ; LES AUTRES SONT
070200*    DEFINITIVES OU ATTENDENT LE SUPERVISEUR
070300     READ FDEMPRET NEXT RECORD
070400         AT END
070500            MOVE 'Y' TO WS-FIN-FDEMPRET
070600            GO TO 2000-TRAITER-EXIT
070700     END-READ
070800     ADD 1 TO WS-NB-LUES

070900     IF DPR-SAISIE
071000        PERFORM 3000-NOTER-DEMANDE THRU 3000-NOTER-EXIT
071100        GO TO 2000-TRAITER-EXIT
071200     END-IF
071300     IF DPR-ACCORD-MANUEL
071400        ADD 1 TO WS-NB-MANUELS
071500        PERFORM 5000-ACCORD-MANUEL THRU 5000-ACCORD-EXIT
071600     END-IF
071700     .
071800 2000-TRAITER-EXIT.
071900     EXIT.
072000*======================================================*
072100*   NOTATION D'UNE DEMANDE SAISIE                      *
072200*======================================================*
072300*----------------------*
072400 3000-NOTER-DEMANDE.
072500*----------------------*
072600     ADD 1 TO WS-NB-NOTEES
072700     MOVE DPR-NUMERO TO WS-CLIENT
072800     MOVE SPACE      TO WS-MOTIFS
072900     MOVE ZERO       TO WS-NB-MOTIFS
073000     MOVE 'A'        TO WS-DECISION
073100     MOVE 100        TO WS-SCORE
073200     MOVE ZERO       TO WS-NB-SALAIRES WS-TOT-SALAIRES
073300                        WS-NB-SI WS-NB-CH WS-NB-INCIDENTS
073400                        WS-NB-SAISIES WS-CHARGES
073500                        WS-DERNIER-SUFFIXE
073600     MOVE 'N'        TO WS-REMB-RECEVABLE
073800     PERFORM 3010-RAZ-CUMUL-MOIS
073900         VARYING WS-IND-MOIS FROM 1 BY 1
074000         UNTIL WS-IND-MOIS > WS-NB-MOIS

074100*    CLIENT ACTIF, PUIS TOUS SES COMPTES (FCLICPT)
074200     MOVE WS-CLIENT TO E-NUMERO
074300     READ FCLI
074400         INVALID KEY
074500            MOVE 'N' TO E-STATUT-CLI
074600     END-READ
074700     IF WS-FS-FCLI = '00' AND E-CLI-ACTIF
074800        PERFORM 3100-PARCOURIR-COMPTES THRU 3100-PARCOURIR-EXIT
074900     END-IF
075000     PERFORM 3500-CHERCHER-INCIDENTS THRU 3500-CHERCHER-EXIT
075100     PERFORM 3600-CALCULER-MENSUALITE

075200*    SALAIRE MOYEN DOMICILIE ET REVENU RETENU
075300     MOVE DPR-REVENU TO WS-REVENU-RETENU
075400     MOVE ZERO       TO WS-SAL-MOYEN
075500     IF WS-NB-SALAIRES > ZERO
075600        COMPUTE WS-SAL-MOYEN ROUNDED =
075700                WS-TOT-SALAIRES / WS-NB-SALAIRES
075800        IF WS-SAL-MOYEN < WS-REVENU-RETENU
075900           MOVE WS-SAL-MOYEN TO WS-REVENU-RETENU
076000        END-IF
076100     END-IF
076200     COMPUTE WS-ENDETTEMENT ROUNDED =
076300             (WS-CHARGES + WS-MENSUALITE) * 100
076400             / WS-REVENU-RETENU
076500         ON SIZE ERROR
076600            MOVE 999 TO WS-ENDETTEMENT
076700     END-COMPUTE
076800     IF WS-ENDETTEMENT > 999
076900        MOVE 999 TO WS-ENDETTEMENT
077000     END-IF

077100*    SOLDE MOYEN DES COMPTES COURANTS SUR 12 FINS DE MOIS
077200     MOVE ZERO TO WS-SOLDE-MOYEN
077300     PERFORM 3020-CUMULER-MOIS
077400         VARYING WS-IND-MOIS FROM 1 BY 1
077500         UNTIL WS-IND-MOIS > WS-NB-MOIS
077600     DIVIDE WS-NB-MOIS INTO WS-SOLDE-MOYEN ROUNDED

077700     PERFORM 3700-DECIDER

077800     MOVE WS-SCORE           TO DPR-SCORE
077900     MOVE WS-MOTIFS          TO DPR-MOTIFS
078000     MOVE WS-TAUX-PRET-BP    TO DPR-TAUX-BP
078100     MOVE WS-MENSUALITE      TO DPR-MENSUALITE
078200     MOVE WS-ENDETTEMENT     TO DPR-ENDETTEMENT
078300     MOVE WS-DATE-JOUR       TO DPR-DATE-DECISION
078400     MOVE 'BAT'              TO DPR-OPID-DECISION
078500     MOVE WS-DECISION        TO DPR-STATUT

078600     EVALUATE TRUE
078700        WHEN DECISION-REFUS
078800           ADD 1 TO WS-NB-REFUS
078900        WHEN DECISION-REVUE
079000           ADD 1 TO WS-NB-REVUES
079100        WHEN OTHER
079200           ADD 1 TO WS-NB-ACCORDS
079300           PERFORM 4000-OUVRIR-PRET THRU 4000-OUVRIR-EXIT
079400     END-EVALUATE

079500     PERFORM 3900-REECRIRE-DEMANDE
079600     .
079700 3000-NOTER-EXIT.
079800     EXIT.
079900*----------------------*
080000 3010-RAZ-CUMUL-MOIS.
080100*----------------------*
080200     MOVE ZERO TO WS-MOIS-CUMUL(WS-IND-MOIS)
080300     .
080400*----------------------*
080500 3020-CUMULER-MOIS.
080600*----------------------*
080700     ADD WS-MOIS-CUMUL(WS-IND-MOIS) TO WS-SOLDE-MOYEN
080800     .
080900*----------------------*
081000 3100-PARCOURIR-COMPTES.
081100*----------------------*
081200     MOVE WS-CLIENT TO XRF-NUMERO
081300     MOVE ZERO      TO XRF-SUFFIXE
081400     MOVE 'N'       TO WS-FIN-XREF
081500     START FXREF KEY IS NOT LESS THAN XRF-CLE
081600         INVALID KEY
081700            GO TO 3100-PARCOURIR-EXIT
081800     END-START
081900     PERFORM 3110-EXAMINER-COMPTE THRU 3110-EXAMINER-EXIT
082000         UNTIL FIN-XREF
082100     .
082200 3100-PARCOURIR-EXIT.
082300     EXIT.
082400*----------------------*
082500 3110-EXAMINER-COMPTE.
082600*----------------------*
082700     READ FXREF NEXT RECORD
082800         AT END
082900            MOVE 'Y' TO WS-FIN-XREF
083000            GO TO 3110-EXAMINER-EXIT
083100     END-READ
083200     IF XRF-NUMERO NOT = WS-CLIENT
083300        MOVE 'Y' TO WS-FIN-XREF
083400        GO TO 3110-EXAMINER-EXIT
083500     END-IF
083600     MOVE XRF-SUFFIXE TO WS-DERNIER-SUFFIXE

083700     MOVE XRF-ID-CPTE TO ID-CPTE
083800     READ FCLT
083900         INVALID KEY
084000            GO TO 3110-EXAMINER-EXIT
084100     END-READ

084200*    LE COMPTE DE REMBOURSEMENT DOIT ETRE UN COMPTE
084300*    COURANT ACTIF DE CE CLIENT
084400     IF ID-CPTE = DPR-CPTE-REMB
084500        AND STS-CLT-ACTIF
084600        AND NAT-CPTE NOT < 01 AND NAT-CPTE NOT > 04
084700        MOVE 'O'       TO WS-REMB-RECEVABLE
084800        MOVE ID-REGION TO WS-REMB-REGION
084900        MOVE AGC-CLT   TO WS-REMB-AGENCE
085000        MOVE PST-CLT   TO WS-REMB-PST
085100     END-IF

085200*    LES SAISIES ET LES REJETS COMPTENT SUR TOUT COMPTE
085300     PERFORM 3400-COMPTER-SAISIES THRU 3400-COMPTER-EXIT
085400     MOVE ID-CPTE TO WS-SUS-CHERCHE
085500     PERFORM 7000-CHERCHER-SUSPENS
085600     IF SUS-TROUVE
085700        ADD WS-SUS-NB-SI(WS-IND-SUS) TO WS-NB-SI
085800        ADD WS-SUS-NB-CH(WS-IND-SUS) TO WS-NB-CH
085900     END-IF

086000     IF NAT-CPTE = 20
086100        PERFORM 3300-ECHEANCE-EN-COURS THRU 3300-ECHEANCE-EXIT
086200     END-IF
086300     IF NAT-CPTE NOT < 01 AND NAT-CPTE NOT > 04
086400        AND STS-CLT-ACTIF
086500        PERFORM 3200-ANALYSER-HISTORIQUE
086600     END-IF
086700     .
086800 3110-EXAMINER-EXIT.
086900     EXIT.
087000*----------------------*
087100 3200-ANALYSER-HISTORIQUE.
087200*----------------------*
087300*    SALAIRES (CODE S, HORS LIGNES CONTREPASSEES) ET
087400*    SOLDES DE FIN DE MOIS DE LA FENETRE
087500     MOVE 'N'  TO WS-REPORT-CONNU
087600     MOVE ZERO TO WS-SLD-REPORT
087700     PERFORM 3210-RAZ-MOIS
087800         VARYING WS-IND-MOIS FROM 1 BY 1
087900         UNTIL WS-IND-MOIS > WS-NB-MOIS

088000     MOVE 'N'     TO WS-FIN-HST
088100     MOVE ID-CPTE TO HST-ID-CPTE
088200     MOVE ZERO    TO HST-SEQ
088300     START FHST KEY IS NOT LESS THAN HST-CLE
088400         INVALID KEY
088500            MOVE 'Y' TO WS-FIN-HST
088600     END-START
088700     PERFORM 3220-LIRE-UN-MVT THRU 3220-LIRE-EXIT
088800         UNTIL FIN-HST

088900*    COMPTE SANS MOUVEMENT CONNU : SOLDE ACTUEL CONSTANT
089000     IF NOT REPORT-CONNU
089100        MOVE SLD-CLT TO WS-SLD-REPORT
089200     END-IF
089300     PERFORM 3230-REPORTER-MOIS
089400         VARYING WS-IND-MOIS FROM 1 BY 1
089500         UNTIL WS-IND-MOIS > WS-NB-MOIS
089600     .
089700*----------------------*
089800 3210-RAZ-MOIS.
089900*----------------------*
090000     MOVE 'N'  TO WS-MOIS-VU(WS-IND-MOIS)
090100     MOVE ZERO TO WS-MOIS-SLD(WS-IND-MOIS)
090200     .
090300*----------------------*
090400 3220-LIRE-UN-MVT.
090500*----------------------*
090600     READ FHST NEXT RECORD
090700         AT END
090800            MOVE 'Y' TO WS-FIN-HST
090900            GO TO 3220-LIRE-EXIT
091000     END-READ
091100     IF HST-ID-CPTE NOT = ID-CPTE
091200        MOVE 'Y' TO WS-FIN-HST
091300        GO TO 3220-LIRE-EXIT
091400     END-IF
091500     IF HST-DATE > WS-DATE-JOUR
091600        GO TO 3220-LIRE-EXIT
091700     END-IF

091800*    AVANT LA FENETRE : SOLDE D'OUVERTURE DE LA FENETRE
091900     IF HST-DATE < WS-DATE-DEBUT
092000        MOVE HST-SLD-APRES TO WS-SLD-REPORT
092100        MOVE 'O'           TO WS-REPORT-CONNU
092200        GO TO 3220-LIRE-EXIT
092300     END-IF

092400     IF NOT REPORT-CONNU
092500        MOVE HST-SLD-APRES TO WS-SLD-REPORT
092600        MOVE 'O'           TO WS-REPORT-CONNU
092700     END-IF
092800     MOVE HST-DATE TO WS-DATE-LIGNE
092900     COMPUTE WS-MOIS-ABS =
093000             WS-LIGNE-AAAA * 12 + WS-LIGNE-MM - 1
093100     COMPUTE WS-IND-MOIS = WS-MOIS-ABS - WS-MOIS-ABS-DEBUT + 1
093200     MOVE 'O'           TO WS-MOIS-VU(WS-IND-MOIS)
093300     MOVE HST-SLD-APRES TO WS-MOIS-SLD(WS-IND-MOIS)

093400     IF HST-CODE = 'S' AND NOT HST-ANNULEE
093500        IF WS-NB-SALAIRES < 999
093600           ADD 1 TO WS-NB-SALAIRES
093700        END-IF
093800        ADD HST-MONTANT TO WS-TOT-SALAIRES
093900     END-IF
094000     .
094100 3220-LIRE-EXIT.
094200     EXIT.
094300*----------------------*
094400 3230-REPORTER-MOIS.
094500*----------------------*
094600     IF WS-MOIS-VU(WS-IND-MOIS) = 'O'
094700        MOVE WS-MOIS-SLD(WS-IND-MOIS) TO WS-SLD-REPORT
094800     END-IF
094900     ADD WS-SLD-REPORT TO WS-MOIS-CUMUL(WS-IND-MOIS)
095000     .
095100*----------------------*
095200 3300-ECHEANCE-EN-COURS.
095300*----------------------*
095400*    PRET EN COURS : LA PREMIERE ECHEANCE NON ENCORE
095500*    PRELEVEE DU PLAN EST LA CHARGE MENSUELLE
095600     MOVE ID-CPTE TO PSH-ID-CPTE
095700     MOVE ZERO    TO PSH-NUM-ECH
095800     START FPRETSCH KEY IS NOT LESS THAN PSH-CLE
095900         INVALID KEY
096000            GO TO 3300-ECHEANCE-EXIT
096100     END-START
096200     MOVE 'N' TO WS-FIN-BALAYAGE
096300     PERFORM 3310-LIRE-UNE-ECHEANCE
096400         UNTIL FIN-BALAYAGE
096500     .
096600 3300-ECHEANCE-EXIT.
096700     EXIT.
096800*----------------------*
096900 3310-LIRE-UNE-ECHEANCE.
097000*----------------------*
097100     READ FPRETSCH NEXT RECORD
097200         AT END
097300            MOVE 'Y' TO WS-FIN-BALAYAGE
097400     END-READ
097500     IF NOT FIN-BALAYAGE
097600        IF PSH-ID-CPTE NOT = ID-CPTE
097700           MOVE 'Y' TO WS-FIN-BALAYAGE
097800        ELSE
097900           IF PSH-A-PRELEVER
098000              ADD PSH-MONTANT TO WS-CHARGES
098100              MOVE 'Y' TO WS-FIN-BALAYAGE
098200           END-IF
098300        END-IF
098400     END-IF
098500     .
098600*----------------------*
098700 3400-COMPTER-SAISIES.
098800*----------------------*
098900     MOVE ID-CPTE TO SAI-ID-CPTE
099000     MOVE ZERO    TO SAI-SEQ
099100     START FSAISIE KEY IS NOT LESS THAN SAI-CLE
099200         INVALID KEY
099300            GO TO 3400-COMPTER-EXIT
099400     END-START
099500     MOVE 'N' TO WS-FIN-BALAYAGE
099600     PERFORM 3410-LIRE-UNE-SAISIE
099700         UNTIL FIN-BALAYAGE
099800     .
099900 3400-COMPTER-EXIT.
100000     EXIT.
100100*----------------------*
100200 3410-LIRE-UNE-SAISIE.
100300*----------------------*
100400     READ FSAISIE NEXT RECORD
100500         AT END
100600            MOVE 'Y' TO WS-FIN-BALAYAGE
100700     END-READ
100800     IF NOT FIN-BALAYAGE
100900        IF SAI-ID-CPTE NOT = ID-CPTE
101000           MOVE 'Y' TO WS-FIN-BALAYAGE
101100        ELSE
101200           IF SAI-ACTIVE
101300              ADD 1 TO WS-NB-SAISIES
101400           END-IF
101500        END-IF
101600     END-IF
101700     .
101800*----------------------*
101900 3500-CHERCHER-INCIDENTS.
102000*----------------------*
102100*    INCIDENTS DE CHEQUES ACTIFS DU CLIENT : AU MOINS UN
102200*    = INTERDIT BANCAIRE
102300     MOVE WS-CLIENT   TO INC-NUMERO
102400     MOVE LOW-VALUE   TO INC-ID-CPTE
102500     MOVE ZERO        TO INC-NUM-CHEQUE
102600     START FINCCHQ KEY IS NOT LESS THAN INC-CLE
102700         INVALID KEY
102800            GO TO 3500-CHERCHER-EXIT
102900     END-START
103000     MOVE 'N' TO WS-FIN-BALAYAGE
103100     PERFORM 3510-LIRE-UN-INCIDENT
103200         UNTIL FIN-BALAYAGE
103300     .
103400 3500-CHERCHER-EXIT.
103500     EXIT.
103600*----------------------*
103700 3510-LIRE-UN-INCIDENT.
103800*----------------------*
103900     READ FINCCHQ NEXT RECORD
104000         AT END
104100            MOVE 'Y' TO WS-FIN-BALAYAGE
104200     END-READ
104300     IF NOT FIN-BALAYAGE
104400        IF INC-NUMERO NOT = WS-CLIENT
104500           MOVE 'Y' TO WS-FIN-BALAYAGE
104600        ELSE
104700           IF INC-ACTIF
104800              ADD 1 TO WS-NB-INCIDENTS
104900           END-IF
105000        END-IF
105100     END-IF
105200     .
105300*----------------------*
105400 3600-CALCULER-MENSUALITE.
105500*----------------------*
105600     COMPUTE WS-TAUX-MENSUEL ROUNDED =
105700             WS-TAUX-PRET-BP / 10000 / 12

105800     IF WS-TAUX-MENSUEL = ZERO
105900        COMPUTE WS-MENSUALITE ROUNDED =
106000                DPR-MONTANT / DPR-DUREE
106100     ELSE
106200        MOVE 1 TO WS-FACTEUR
106300        PERFORM 3610-MULTIPLIER-FACTEUR
106400            VARYING WS-IND-ECH FROM 1 BY 1
106500            UNTIL WS-IND-ECH > DPR-DUREE
106600        COMPUTE WS-MENSUALITE ROUNDED =
106700                DPR-MONTANT * WS-TAUX-MENSUEL * WS-FACTEUR
106800                / (WS-FACTEUR - 1)
106900     END-IF
107000     .
107100*----------------------*
107200 3610-MULTIPLIER-FACTEUR.
107300*----------------------*
107400     COMPUTE WS-FACTEUR ROUNDED =
107500             WS-FACTEUR * (1 + WS-TAUX-MENSUEL)
107600     .
107700*----------------------*
107800 3700-DECIDER.
107900*----------------------*
108000*    MOTIFS DE REFUS D'ABORD, PUIS MOTIFS DE REVUE (LES
108100*    QUATRE PREMIERS SONT CONSERVES)
108200     IF NOT REMB-RECEVABLE
108300        MOVE 'CR' TO WS-MOTIF-AJOUT
108400        PERFORM 3790-AJOUTER-REFUS
108500     END-IF
108600     IF WS-NB-INCIDENTS > ZERO
108700        MOVE 'IB' TO WS-MOTIF-AJOUT
108800        PERFORM 3790-AJOUTER-REFUS
108900     END-IF
109000     IF WS-NB-SAISIES > ZERO
109100        MOVE 'SA' TO WS-MOTIF-AJOUT
109200        PERFORM 3790-AJOUTER-REFUS
109300     END-IF
109400     IF WS-ENDETTEMENT > WS-ENDET-MAX
109500        MOVE 'EN' TO WS-MOTIF-AJOUT
109600        PERFORM 3790-AJOUTER-REFUS
109700     END-IF

109800     IF WS-NB-CH > ZERO
109900        MOVE 'CH' TO WS-MOTIF-AJOUT
110000        PERFORM 3780-AJOUTER-REVUE
110100        SUBTRACT WS-PEN-CH FROM WS-SCORE
110200     END-IF
110300     IF WS-NB-SI > ZERO
110400        MOVE 'SI' TO WS-MOTIF-AJOUT
110500        PERFORM 3780-AJOUTER-REVUE
110600        COMPUTE WS-PEN-SI-CALC = WS-NB-SI * WS-PEN-SI
110700            ON SIZE ERROR
110800               MOVE WS-PEN-SI-MAX TO WS-PEN-SI-CALC
110900        END-COMPUTE
111000        IF WS-PEN-SI-CALC > WS-PEN-SI-MAX
111100           MOVE WS-PEN-SI-MAX TO WS-PEN-SI-CALC
111200        END-IF
111300        SUBTRACT WS-PEN-SI-CALC FROM WS-SCORE
111400     END-IF
111500     IF WS-ENDETTEMENT > WS-ENDET-REVUE
111600        AND WS-ENDETTEMENT NOT > WS-ENDET-MAX
111700        MOVE 'ED' TO WS-MOTIF-AJOUT
111800        PERFORM 3780-AJOUTER-REVUE
111900        SUBTRACT WS-PEN-REVUE FROM WS-SCORE
112000     END-IF
112100     IF WS-NB-SALAIRES < WS-MIN-SALAIRES
112200        MOVE 'SL' TO WS-MOTIF-AJOUT
112300        PERFORM 3780-AJOUTER-REVUE
112400        SUBTRACT WS-PEN-REVUE FROM WS-SCORE
112500     END-IF
112600     IF WS-SOLDE-MOYEN < ZERO
112700        MOVE 'SM' TO WS-MOTIF-AJOUT
112800        PERFORM 3780-AJOUTER-REVUE
112900        SUBTRACT WS-PEN-MINEURE FROM WS-SCORE
113000     END-IF
113100     IF WS-NB-SALAIRES > ZERO
113200        AND DPR-REVENU * 100 > WS-SAL-MOYEN * WS-SEUIL-REVENU
113300        MOVE 'RV' TO WS-MOTIF-AJOUT
113400        PERFORM 3780-AJOUTER-REVUE
113500        SUBTRACT WS-PEN-MINEURE FROM WS-SCORE
113600     END-IF

113700     IF WS-SCORE < ZERO
113800        MOVE ZERO TO WS-SCORE
113900     END-IF
114000     .
114100*----------------------*
114200 3780-AJOUTER-REVUE.
114300*----------------------*
114400     IF NOT DECISION-REFUS
114500        MOVE 'R' TO WS-DECISION
114600     END-IF
114700     PERFORM 3795-AJOUTER-MOTIF
114800     .
114900*----------------------*
115000 3790-AJOUTER-REFUS.
115100*----------------------*
115200     MOVE 'D' TO WS-DECISION
115300     SUBTRACT WS-PEN-REFUS FROM WS-SCORE
115400     PERFORM 3795-AJOUTER-MOTIF
115500     .
115600*----------------------*
115700 3795-AJOUTER-MOTIF.
115800*----------------------*
115900     IF WS-NB-MOTIFS < 4
116000        ADD 1 TO WS-NB-MOTIFS
116100        MOVE WS-MOTIF-AJOUT TO WS-MOTIF(WS-NB-MOTIFS)
116200     END-IF
116300     .
116400*----------------------*
116500 3900-REECRIRE-DEMANDE.
116600*----------------------*
116700     REWRITE DPR-DEMANDE
116800     IF NOT FS-FDEMPRET-OK
116900        DISPLAY 'DECPRET - ERREUR REWRITE FDEMPRET '
117000                DPR-NUM-DEMANDE ' - FS=' WS-FS-FDEMPRET
117100        ADD 1 TO WS-NB-ANOMALIES
117200     END-IF
117300     PERFORM 8000-ECRIRE-DETAIL
117400     .
117500*======================================================*
117600*   OUVERTURE DU COMPTE DE PRET ET CARTE PRETGEN       *
117700*======================================================*
117800*----------------------*
117900 4000-OUVRIR-PRET.
118000*----------------------*
118100*    NUMERO DU COMPTEUR 'CPT' DE FCTRLCLI (LE CLIENT A
118200*    DEJA SON COMPTE HISTORIQUE), MEME REGLE QU'OUVRCPT ;
118300*    UN NUMERO DEJA PRIS DANS CLIENT.DAT EST SAUTE
118400     MOVE 'CPT' TO C-CODE-CTRL
118500     MOVE 'N'   TO WS-CPT-ABSENT
118600     READ FCTRL
118700         INVALID KEY
118800            MOVE 'O'   TO WS-CPT-ABSENT
118900            MOVE SPACE TO C-CTRL-CLI
119000            MOVE 'CPT' TO C-CODE-CTRL
119100            MOVE ZERO  TO C-DERNIER-NUM
119200     END-READ

119300     MOVE SPACE              TO REC-CLT
119400     MOVE WS-REMB-REGION     TO ID-REGION
119500     MOVE 20                 TO NAT-CPTE
119600     MOVE E-NOM-CLI          TO NOM-CLT
119700     MOVE E-PNM-CLI          TO PRN-CLT
119800     MOVE ZERO               TO DTN-CLT
119900     MOVE 'O'                TO STS-CLT
120000     MOVE E-ADR-CLI          TO ADR-CLT
120100     MOVE ZERO               TO SLD-CLT
120200     MOVE WS-REMB-PST        TO PST-CLT
120320*    UN COMPTE DE PRET N'A NI PIN NI RETRAIT :
120440*    AUCUN CONTROLE FPINCTL N'EST CREE
120560     MOVE ZERO               TO PIN-CLT
120700     MOVE ZERO               TO DEC-CLT
120800     MOVE WS-REMB-AGENCE     TO AGC-CLT

120900     MOVE 'N'  TO WS-COMPTE-ECRIT
121000     MOVE ZERO TO WS-NB-ESSAIS
121100     PERFORM 4100-ECRIRE-COMPTE
121200         UNTIL COMPTE-ECRIT OR WS-NB-ESSAIS > 20
121300     IF NOT COMPTE-ECRIT
121400        DISPLAY 'DECPRET - OUVERTURE IMPOSSIBLE DU PRET DE '
121500                'LA DEMANDE ' DPR-NUM-DEMANDE
121600        ADD 1 TO WS-NB-ANOMALIES
121700        MOVE 'R' TO DPR-STATUT
121800        GO TO 4000-OUVRIR-EXIT
121900     END-IF

122000     IF CPT-ABSENT
122100        WRITE C-CTRL-CLI
122200     ELSE
122300        REWRITE C-CTRL-CLI
122400     END-IF
122500     IF NOT FS-FCTRL-OK
122600        DISPLAY 'DECPRET - ERREUR MAJ COMPTEUR CPT - FS='
122700                WS-FS-FCTRL
122800        ADD 1 TO WS-NB-ANOMALIES
122900     END-IF

123000     PERFORM 4200-INSCRIRE-XREF
123100     PERFORM 4300-ECRIRE-CARTE

123200     MOVE WS-ID-CPTE-NOUVEAU TO DPR-ID-CPTE-PRET
123300     MOVE 'A'                TO DPR-STATUT
123400     ADD 1 TO WS-NB-OUVERTS
123500     ADD DPR-MONTANT TO WS-TOT-ACCORDE
123600     .
123700 4000-OUVRIR-EXIT.
123800     EXIT.
123900*----------------------*
124000 4100-ECRIRE-COMPTE.
124100*----------------------*
124200*    LES BASES DEMARRENT A 5000001 POUR QUE TOUT NUMERO
124300*    DELIVRE TOMBE DANS LA TRANCHE A CLE DE CONTROLE
124400     ADD 1 TO WS-NB-ESSAIS
124500     ADD 1 TO C-DERNIER-NUM
124600     IF C-DERNIER-NUM < 5000001
124700        MOVE 5000001 TO C-DERNIER-NUM
124800     END-IF
124900     MOVE 'C' TO WS-VALNUM-FONC
125000     MOVE C-DERNIER-NUM TO WS-VALNUM-NUM
125100     CALL 'pgvalnum' USING WS-VALNUM-FONC WS-VALNUM-NUM
125200                           WS-VALNUM-RC
125300     MOVE WS-VALNUM-NUM TO WS-NUMERO-CPT
125400     MOVE WS-NUMERO-CPT TO WS-ID-CPTE-NOUVEAU

125500     MOVE WS-ID-CPTE-NOUVEAU TO ID-CPTE
125600     WRITE REC-CLT
125700         INVALID KEY
125800            CONTINUE
125900         NOT INVALID KEY
126000            MOVE 'O' TO WS-COMPTE-ECRIT
126100     END-WRITE
126200     .
126300*----------------------*
126400 4200-INSCRIRE-XREF.
126500*----------------------*
126600*    CROSS-REFERENCE : SUFFIXE SUIVANT DU CLIENT, RIB ET
126700*    IBAN (GUICHET = '0' + REGION + AGENCE, COMPTE =
126800*    '000' + ID-CPTE, MEME REGLE QU'OUVRCPT)
126900     MOVE SPACE              TO XRF-CLICPT
127000     MOVE WS-CLIENT          TO XRF-NUMERO
127100     COMPUTE XRF-SUFFIXE = WS-DERNIER-SUFFIXE + 1
127200     MOVE WS-ID-CPTE-NOUVEAU TO XRF-ID-CPTE
127300     MOVE WS-DATE-JOUR       TO XRF-DATE-OUVERTURE

127400     MOVE SPACE              TO IBN-ZONE
127500     MOVE '0'                TO IBN-GUICHET(1:1)
127600     MOVE WS-REMB-REGION     TO IBN-GUICHET(2:2)
127700     IF WS-REMB-AGENCE = SPACE OR LOW-VALUE
127800        MOVE '00'            TO IBN-GUICHET(4:2)
127900     ELSE
128000        MOVE WS-REMB-AGENCE  TO IBN-GUICHET(4:2)
128100     END-IF
128200     MOVE '000'              TO IBN-COMPTE(1:3)
128300     MOVE WS-ID-CPTE-NOUVEAU TO IBN-COMPTE(4:8)
128400     MOVE 'C'                TO IBN-FONCTION
128500     CALL 'pgiban' USING IBN-FONCTION IBN-ZONE IBN-RESULTAT
128600     MOVE IBN-RIB            TO XRF-RIB
128700     MOVE IBN-IBAN(1:27)     TO XRF-IBAN

128800     WRITE XRF-CLICPT
128900         INVALID KEY
129000            DISPLAY 'DECPRET - ERREUR WRITE FCLICPT '
129100                    WS-ID-CPTE-NOUVEAU ' - FS=' WS-FS-FXREF
129200            ADD 1 TO WS-NB-ANOMALIES
129300     END-WRITE
129400     .
129500*----------------------*
129600 4300-ECRIRE-CARTE.
129700*----------------------*
129800*    PREMIERE ECHEANCE UN MOIS APRES LA DECISION, RAMENEE
129900*    AU DERNIER JOUR DU MOIS SI BESOIN
130000     MOVE WS-DATE-JOUR TO WS-ECHEANCE-N
130100     IF WS-ECH-MM = 12
130200        MOVE 1 TO WS-ECH-MM
130300        ADD 1 TO WS-ECH-AAAA
130400     ELSE
130500        ADD 1 TO WS-ECH-MM
130600     END-IF
130700     MOVE 'N' TO WS-VAL-VALIDE
130800     MOVE WS-ECH-JJ TO WS-JOUR-PROBE
130900     PERFORM 4310-SONDER-JOUR
131000         UNTIL WS-VAL-VALIDE = 'O'
131100            OR WS-JOUR-PROBE < 28
131200     MOVE WS-JOUR-PROBE TO WS-ECH-JJ

131300     MOVE SPACE              TO REC-CARTE
131400     MOVE WS-ID-CPTE-NOUVEAU TO CAR-ID-CPTE
131500     MOVE DPR-CPTE-REMB      TO CAR-CPTE-REMB
131600     MOVE DPR-MONTANT        TO CAR-CAPITAL
131700     MOVE DPR-TAUX-BP        TO CAR-TAUX-BP
131800     MOVE DPR-DUREE          TO CAR-NB-ECH
131900     MOVE WS-ECHEANCE-N      TO CAR-PREM-ECH
132000     WRITE REC-CARTE
132100     .
132200*----------------------*
132300 4310-SONDER-JOUR.
132400*----------------------*
132500     CALL 'pgvaldate' USING WS-ECH-AAAA WS-ECH-MM
132600                            WS-JOUR-PROBE WS-VAL-VALIDE
132700     IF WS-VAL-VALIDE NOT = 'O'
132800        SUBTRACT 1 FROM WS-JOUR-PROBE
132900     END-IF
133000     .
133100*======================================================*
133200*   ACCORD MANUEL D'UNE DEMANDE A REVOIR               *
133300*======================================================*
133400*----------------------*
133500 5000-ACCORD-MANUEL.
133600*----------------------*
133700*    LE SUPERVISEUR A ACCORDE LA DEMANDE AU TAUX ET A LA
133800*    MENSUALITE DE LA NOTATION ; ON VERIFIE SEULEMENT QUE
133900*    LE CLIENT ET LE COMPTE DE REMBOURSEMENT SONT TOUJOURS
134000*    RECEVABLES AVANT D'OUVRIR LE PRET
134100     MOVE DPR-NUMERO TO WS-CLIENT
134200     MOVE ZERO       TO WS-DERNIER-SUFFIXE
134300     MOVE 'N'        TO WS-REMB-RECEVABLE

134400     MOVE WS-CLIENT TO E-NUMERO
134500     READ FCLI
134600         INVALID KEY
134700            MOVE 'N' TO E-STATUT-CLI
134800     END-READ
134900     IF WS-FS-FCLI = '00' AND E-CLI-ACTIF
135000        PERFORM 5100-CHERCHER-REMB THRU 5100-CHERCHER-EXIT
135100     END-IF

135200     IF NOT REMB-RECEVABLE
135300        MOVE 'D'  TO DPR-STATUT
135400        MOVE 'CR' TO DPR-MOTIF(4)
135410        MOVE WS-DATE-JOUR TO DPR-DATE-DECISION
135420        MOVE 'BAT' TO DPR-OPID-DECISION
135500        ADD 1 TO WS-NB-REFUS
135600     ELSE
135700        PERFORM 4000-OUVRIR-PRET THRU 4000-OUVRIR-EXIT
135800     END-IF
135900     PERFORM 3900-REECRIRE-DEMANDE
136000     .
136100 5000-ACCORD-EXIT.
136200     EXIT.
136300*----------------------*
136400 5100-CHERCHER-REMB.
136500*----------------------*
136600     MOVE WS-CLIENT TO XRF-NUMERO
136700     MOVE ZERO      TO XRF-SUFFIXE
136800     MOVE 'N'       TO WS-FIN-XREF
136900     START FXREF KEY IS NOT LESS THAN XRF-CLE
137000         INVALID KEY
137100            GO TO 5100-CHERCHER-EXIT
137200     END-START
137300     PERFORM 5110-LIRE-UN-COMPTE THRU 5110-LIRE-EXIT
137400         UNTIL FIN-XREF
137500     .
137600 5100-CHERCHER-EXIT.
137700     EXIT.
137800*----------------------*
137900 5110-LIRE-UN-COMPTE.
138000*----------------------*
138100     READ FXREF NEXT RECORD
138200         AT END
138300            MOVE 'Y' TO WS-FIN-XREF
138400            GO TO 5110-LIRE-EXIT
138500     END-READ
138600     IF XRF-NUMERO NOT = WS-CLIENT
138700        MOVE 'Y' TO WS-FIN-XREF
138800        GO TO 5110-LIRE-EXIT
138900     END-IF
139000     MOVE XRF-SUFFIXE TO WS-DERNIER-SUFFIXE
139100     IF XRF-ID-CPTE NOT = DPR-CPTE-REMB
139200        GO TO 5110-LIRE-EXIT
139300     END-IF

139400     MOVE XRF-ID-CPTE TO ID-CPTE
139500     READ FCLT
139600         INVALID KEY
139700            GO TO 5110-LIRE-EXIT
139800     END-READ
139900     IF STS-CLT-ACTIF
140000        AND NAT-CPTE NOT < 01 AND NAT-CPTE NOT > 04
140100        MOVE 'O'       TO WS-REMB-RECEVABLE
140200        MOVE ID-REGION TO WS-REMB-REGION
140300        MOVE AGC-CLT   TO WS-REMB-AGENCE
140400        MOVE PST-CLT   TO WS-REMB-PST
140500     END-IF
140600     .
140700 5110-LIRE-EXIT.
140800     EXIT.
140900*----------------------*
141000 7000-CHERCHER-SUSPENS.
141100*----------------------*
141200     MOVE 'N' TO WS-SUS-TROUVE
141300     MOVE 1   TO WS-IND-SUS
141400     PERFORM 7010-COMPARER-SUSPENS
141500         UNTIL SUS-TROUVE OR WS-IND-SUS > WS-NB-SUS
141600     .
141700*----------------------*
141800 7010-COMPARER-SUSPENS.
141900*----------------------*
142000     IF WS-SUS-CPTE(WS-IND-SUS) = WS-SUS-CHERCHE
142100        MOVE 'O' TO WS-SUS-TROUVE
142200     ELSE
142300        ADD 1 TO WS-IND-SUS
142400     END-IF
142500     .
142600*----------------------*
142700 8000-ECRIRE-DETAIL.
142800*----------------------*
142900     MOVE SPACE              TO LIGNE-DETAIL
143000     MOVE DPR-NUM-DEMANDE    TO LD-DEMANDE
143100     MOVE DPR-NUMERO         TO LD-CLIENT
143200     MOVE DPR-CPTE-REMB      TO LD-CPTE-REMB
143300     MOVE DPR-MONTANT        TO LD-MONTANT
143400     MOVE DPR-DUREE          TO LD-DUREE
143500     MOVE DPR-MENSUALITE     TO LD-MENSUALITE
143600     MOVE DPR-ENDETTEMENT    TO LD-ENDET
143700     MOVE DPR-SCORE          TO LD-SCORE
143800     MOVE DPR-STATUT         TO LD-STATUT
143900     MOVE DPR-MOTIFS         TO LD-MOTIFS
144000     MOVE DPR-ID-CPTE-PRET   TO LD-CPTE-PRET
144100     MOVE DPR-OPID-DECISION  TO LD-OPID
144200     EVALUATE TRUE
144300        WHEN DPR-ACCORDEE
144400           MOVE 'ACCORDEE - PRET OUVERT, CARTE EMISE'
144500             TO LD-COMMENTAIRE
144600        WHEN DPR-A-REVOIR
144700           MOVE 'A REVOIR PAR UN SUPERVISEUR (GESDPRT)'
144800             TO LD-COMMENTAIRE
144900        WHEN OTHER
145000           MOVE 'REFUSEE' TO LD-COMMENTAIRE
145100     END-EVALUATE
145200     MOVE LIGNE-DETAIL TO REC-DECPRTRP
145300     WRITE REC-DECPRTRP
145400     .
145500*----------------------*
145600 8100-ECRIRE-TOTAUX.
145700*----------------------*
145800     MOVE 'DEMANDES LUES                          '
145900       TO LTO-LIBELLE
146000     MOVE WS-NB-LUES TO LTO-NB
146100     MOVE LIGNE-TOTAL TO REC-DECPRTRP
146200     WRITE REC-DECPRTRP AFTER ADVANCING PAGE
146300     MOVE 'DEMANDES NOTEES                        '
146400       TO LTO-LIBELLE
146500     MOVE WS-NB-NOTEES TO LTO-NB
146600     MOVE LIGNE-TOTAL TO REC-DECPRTRP
146700     WRITE REC-DECPRTRP
146800     MOVE '  DONT ACCORDEES                       '
146900       TO LTO-LIBELLE
147000     MOVE WS-NB-ACCORDS TO LTO-NB
147100     MOVE LIGNE-TOTAL TO REC-DECPRTRP
147200     WRITE REC-DECPRTRP
147300     MOVE '  DONT A REVOIR                        '
147400       TO LTO-LIBELLE
147500     MOVE WS-NB-REVUES TO LTO-NB
147600     MOVE LIGNE-TOTAL TO REC-DECPRTRP
147700     WRITE REC-DECPRTRP
147800     MOVE 'DEMANDES REFUSEES                      '
147900       TO LTO-LIBELLE
148000     MOVE WS-NB-REFUS TO LTO-NB
148100     MOVE LIGNE-TOTAL TO REC-DECPRTRP
148200     WRITE REC-DECPRTRP
148300     MOVE 'ACCORDS MANUELS A OUVRIR               '
148400       TO LTO-LIBELLE
148500     MOVE WS-NB-MANUELS TO LTO-NB
148600     MOVE LIGNE-TOTAL TO REC-DECPRTRP
148700     WRITE REC-DECPRTRP
148800     MOVE 'PRETS OUVERTS (CARTES PRETGEN)         '
148900       TO LTO-LIBELLE
149000     MOVE WS-NB-OUVERTS TO LTO-NB
149100     MOVE LIGNE-TOTAL TO REC-DECPRTRP
149200     WRITE REC-DECPRTRP
149300     MOVE 'CAPITAL DES PRETS OUVERTS              '
149400       TO LTM-LIBELLE
149500     MOVE WS-TOT-ACCORDE TO LTM-MONTANT
149600     MOVE LIGNE-MONTANT TO REC-DECPRTRP
149700     WRITE REC-DECPRTRP
149800     MOVE 'ANOMALIES (VOIR SYSOUT)                '
149900       TO LTO-LIBELLE
150000     MOVE WS-NB-ANOMALIES TO LTO-NB
150100     MOVE LIGNE-TOTAL TO REC-DECPRTRP
150200     WRITE REC-DECPRTRP
150300     .
150400*----------------------*
150500 9000-TERMINAISON.
150600*----------------------*
150700     PERFORM 8100-ECRIRE-TOTAUX

150800     CLOSE FDEMPRET
150900     CLOSE FXREF
151000     CLOSE FCLT
151100     CLOSE FCLI
151200     CLOSE FHST
151300     CLOSE FPRETSCH
151400     CLOSE FSAISIE
151500     CLOSE FINCCHQ
151600     CLOSE FTAUX
151700     CLOSE FCTRL
151800     CLOSE PRTCARTE
151900     CLOSE DECPRTRP

152000     DISPLAY 'DECPRET - DEMANDES LUES       : ' WS-NB-LUES
152100     DISPLAY 'DECPRET - DEMANDES NOTEES     : ' WS-NB-NOTEES
152200     DISPLAY 'DECPRET - ACCORDEES           : ' WS-NB-ACCORDS
152300     DISPLAY 'DECPRET - A REVOIR            : ' WS-NB-REVUES
152400     DISPLAY 'DECPRET - REFUSEES            : ' WS-NB-REFUS
152500     DISPLAY 'DECPRET - ACCORDS MANUELS     : ' WS-NB-MANUELS
152600     DISPLAY 'DECPRET - PRETS OUVERTS       : ' WS-NB-OUVERTS
152700     DISPLAY 'DECPRET - ANOMALIES           : '
152800             WS-NB-ANOMALIES

152900     IF WS-NB-ANOMALIES > ZERO AND RETURN-CODE < 4
153000        MOVE 4 TO RETURN-CODE
153100     END-IF

153200     MOVE 'F' TO RL-FONCTION
153300     MOVE 'DECPRET' TO RL-PROG
153400     MOVE WS-NB-LUES TO RL-LUS
153500     MOVE WS-NB-OUVERTS TO RL-ECRITS
153600     MOVE WS-NB-ANOMALIES TO RL-REJETES
153700     MOVE RETURN-CODE TO RL-RC
153800     CALL 'pgrunlog' USING RL-COMMUN
153900     .

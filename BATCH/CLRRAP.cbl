000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CLRRAP.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - RAPPROCHEMENT DE LA
001400*                   COMPENSATION : LE RELEVE DE REGLEMENT
001500*                   DE LA CHAMBRE (CLRREGL, ENTETE ET FIN
001600*                   CONTROLEES PAR pgctlfic) EST APPARIE
001700*                   AUX LIGNES EMISES (CLRALLER, PARTI15)
001800*                   ET RECUES (CLRRECU, CLRIN) DU MEME
001900*                   JOUR D'ECHANGE. LES LIGNES NON ENCORE
002000*                   CONFIRMEES RESTENT DANS LE REGISTRE
002100*                   FCLRRAP D'UNE NUIT A L'AUTRE ET
002200*                   VIEILLISSENT JUSQU'A LEUR APPARIEMENT
002300*                   OU LEUR APUREMENT PAR CARTE (CLRCART).
002400*                   UNE LIGNE REJETEE PAR LA CHAMBRE EST
002500*                   CONTREPASSEE PAR UN MOUVEMENT MIS EN
002600*                   SUSPENS (MOTIF CJ, SOURCE CLRJ) QUE LE
002700*                   RECYCLAGE DE PARTI15 POSTE LA NUIT
002800*                   SUIVANTE. LE SOLDE NET REGLE SUR LE
002900*                   COMPTE BANQUE CENTRALE EST COMPARE AU
003000*                   NET ATTENDU DE CHAQUE JOUR D'ECHANGE.
003100*                   PARM = DELAI EN JOURS (DEFAUT 3) AU-DELA
003200*                   DUQUEL UN ECART OUVERT FAIT RC 4.
003300*--------------------------------------------------------
003400*
003500*======================================================*
003600*   E N V I R O N M E N T       D I V I S I O N        *
003700*======================================================*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-390.
004100 OBJECT-COMPUTER. IBM-390.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FRAPIN     ASSIGN TO FRAPIN
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-FS-FRAPIN.

004700     SELECT CLRALLER   ASSIGN TO CLRALLER
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS WS-FS-CLRALLER.

005000     SELECT CLRRECU    ASSIGN TO CLRRECU
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-FS-CLRRECU.

005300     SELECT CLRREGL    ASSIGN TO CLRREGL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-FS-CLRREGL.

005600     SELECT CLRCART    ASSIGN TO CLRCART
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS WS-FS-CLRCART.

005900     SELECT FSUS       ASSIGN TO FSUS
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-FS-FSUS.

006200     SELECT FRAPOUT    ASSIGN TO FRAPOUT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-FS-FRAPOUT.

006500     SELECT CLRRAPRP   ASSIGN TO CLRRAPRP
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-FS-CLRRAPRP.
006800*
006900*======================================================*
007000*           D A T A         D I V I S I O N            *
007100*======================================================*
007200 DATA DIVISION.
007300 FILE SECTION.
007400*
007500*    REGISTRE DES ECARTS DE LA VEILLE (DESSIN FCLRRAP)
007600 FD  FRAPIN
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  REC-RAPIN                PIC X(80).
007900*
008000*    FICHIER DE COMPENSATION EMIS CE SOIR PAR PARTI15
008100 FD  CLRALLER
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  REC-CLA.
008400     05  CLA-TYPE      PIC X(01).
008500     05  CLA-DATE      PIC 9(08).
008600     05  CLA-ID-CPTE   PIC X(08).
008700     05  CLA-MONTANT   PIC 9(08)V99.
008800     05  CLA-BANQUE    PIC X(08).
008900     05  CLA-CPTE-EXT  PIC X(11).
009000     05  CLA-IBAN      PIC X(27).
009100     05  FILLER        PIC X(07).
009200*
009300*    FICHIER RECU DES AUTRES BANQUES, TRADUIT PAR CLRIN
009400 FD  CLRRECU
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  REC-CLR.
009700     05  CLR-TYPE      PIC X(01).
009800     05  CLR-DATE      PIC 9(08).
009900     05  CLR-ID-CPTE   PIC X(08).
010000     05  CLR-MONTANT   PIC 9(08)V99.
010100     05  CLR-BANQUE    PIC X(08).
010200     05  CLR-CPTE-EXT  PIC X(11).
010300     05  FILLER        PIC X(34).
010400*
010500*    RELEVE DE REGLEMENT DE LA CHAMBRE DE COMPENSATION :
010600*    UNE LIGNE T PAR JOUR D'ECHANGE REGLE (TOTAUX ET SOLDE
010700*    NET PASSE SUR NOTRE COMPTE BANQUE CENTRALE), PUIS UNE
010800*    LIGNE I PAR OPERATION (SENS VU DE NOTRE BANQUE, STATUT
010900*    R = REGLEE, J = REJETEE PAR LA CHAMBRE AVEC SON MOTIF).
011000*    LE TOTAL DE CONTROLE DE FIN PORTE SUR LES MONTANTS DES
011100*    LIGNES I.
011200 FD  CLRREGL
011300     RECORD CONTAINS 80 CHARACTERS.
011400 01  REC-RGL.
011500     05  RGL-TYPE          PIC X(01).
011600         88 RGL-LIGNE-TOTAL    VALUE 'T'.
011700         88 RGL-LIGNE-ITEM     VALUE 'I'.
011800     05  RGL-DATE-ECH      PIC 9(08).
011900     05  RGL-DETAIL        PIC X(71).
012000     05  RGL-TOTAL REDEFINES RGL-DETAIL.
012100         10 RGL-NB-EMIS    PIC 9(07).
012200         10 RGL-MT-EMIS    PIC 9(11)V99.
012300         10 RGL-NB-RECUS   PIC 9(07).
012400         10 RGL-MT-RECUS   PIC 9(11)V99.
012500         10 RGL-SENS-NET   PIC X(01).
012600            88 RGL-NET-CREDIT  VALUE 'C'.
012700         10 RGL-MT-NET     PIC 9(11)V99.
012800         10 FILLER         PIC X(17).
012900     05  RGL-ITEM REDEFINES RGL-DETAIL.
013000         10 RGL-SENS       PIC X(01).
013100         10 RGL-ID-CPTE    PIC X(08).
013200         10 RGL-MONTANT    PIC 9(08)V99.
013300         10 RGL-BANQUE     PIC X(08).
013400         10 RGL-CPTE-EXT   PIC X(11).
013500         10 RGL-STATUT     PIC X(01).
013600            88 RGL-REJETEE     VALUE 'J'.
013700         10 RGL-MOTIF      PIC X(04).
013800         10 FILLER         PIC X(28).
013900*
014000*    CARTES D'APUREMENT MANUEL (SERVICE COMPTABLE) :
014100*    COL 1 'A', COL 2 ORIGINE (E/R/S), COL 3-10 JOUR
014200*    D'ECHANGE, COL 11-18 COMPTE, COL 19-28 MONTANT
014300 FD  CLRCART
014400     RECORD CONTAINS 80 CHARACTERS.
014500 01  REC-CRT.
014600     05  CRT-ACTION    PIC X(01).
014700     05  CRT-ORIGINE   PIC X(01).
014800     05  CRT-DATE-ECH  PIC 9(08).
014900     05  CRT-ID-CPTE   PIC X(08).
015000     05  CRT-MONTANT   PIC 9(08)V99.
015100     05  FILLER        PIC X(52).
015200*
015300*    SUSPENS DU POSTING (AJOUT EN FIN, RECYCLE PAR PARTI15)
015400 FD  FSUS
015500     RECORD CONTAINS 90 CHARACTERS.
015600 01  REC-SUS.
015700     05  SUS-MOTIF       PIC X(02).
015800     05  SUS-DATE-ENTREE PIC 9(08).
015900     05  SUS-MVT.
016000         10 SUS-ID-CPTE     PIC X(08).
016100         10 SUS-CODE        PIC X(01).
016200         10 SUS-MONTANT     PIC 9(08)V99.
016300         10 SUS-PIN         PIC 9(04).
016400         10 SUS-CPTE-CIBLE  PIC X(08).
016500         10 SUS-DATE-VALEUR PIC 9(08).
016600         10 SUS-SEQ         PIC 9(04).
016700         10 SUS-SOURCE      PIC X(04).
016800         10 SUS-NUM-CHEQUE  PIC 9(07).
016900         10 SUS-BANQUE-EXT  PIC X(08).
017000         10 SUS-CPTE-EXT    PIC X(11).
017100         10 FILLER          PIC X(07).
017200*
017300 FD  FRAPOUT
017400     RECORD CONTAINS 80 CHARACTERS.
017500 01  REC-RAPOUT               PIC X(80).
017600*
017700 FD  CLRRAPRP
017800     RECORD CONTAINS 80 CHARACTERS.
017900 01  REC-CLRRAPRP             PIC X(80).
018000*
018100*------------------------------------------------------*
018200 WORKING-STORAGE SECTION.
018300*------------------------------------------------------*
018400*
018500 01  WS-FS-FRAPIN             PIC X(02) VALUE SPACE.
018600     88 FS-FRAPIN-OK             VALUE '00'.
018700 01  WS-FS-CLRALLER           PIC X(02) VALUE SPACE.
018800     88 FS-CLRALLER-OK           VALUE '00'.
018900 01  WS-FS-CLRRECU            PIC X(02) VALUE SPACE.
019000     88 FS-CLRRECU-OK            VALUE '00'.
019100 01  WS-FS-CLRREGL            PIC X(02) VALUE SPACE.
019200     88 FS-CLRREGL-OK            VALUE '00'.
019300 01  WS-FS-CLRCART            PIC X(02) VALUE SPACE.
019400     88 FS-CLRCART-OK            VALUE '00'.
019500 01  WS-FS-FSUS               PIC X(02) VALUE SPACE.
019600     88 FS-FSUS-OK               VALUE '00'.
019700 01  WS-FS-FRAPOUT            PIC X(02) VALUE SPACE.
019800     88 FS-FRAPOUT-OK            VALUE '00'.
019900 01  WS-FS-CLRRAPRP           PIC X(02) VALUE SPACE.
020000     88 FS-CLRRAPRP-OK           VALUE '00'.
020100*
020200 01  WS-FIN-FICHIER           PIC X(01) VALUE 'N'.
020300     88 FIN-FICHIER              VALUE 'Y'.
020400*
020500*    RELEVE DE LA CHAMBRE : PRESENT, PUIS RECONNU COMPLET
020600*    (ENTETE ET FIN CONFORMES) AVANT TOUT APPARIEMENT
020700 01  WS-RELEVE-PRESENT        PIC X(01) VALUE 'N'.
020800     88 RELEVE-PRESENT           VALUE 'O'.
020900 01  WS-RELEVE-VALIDE         PIC X(01) VALUE 'N'.
021000     88 RELEVE-VALIDE            VALUE 'O'.
021100 01  WS-ENTETE-VUE            PIC X(01) VALUE 'N'.
021200 01  WS-TRAILER-VU            PIC X(01) VALUE 'N'.
021300 01  WS-NB-DONNEES            PIC 9(09) VALUE ZERO.
021400 01  WS-HASH-MONTANTS         PIC 9(13)V99 VALUE ZERO.
021500*
021600 01  WS-DATE-JOUR             PIC 9(08).
021700 01  WS-DELAI-JOURS           PIC 9(03) VALUE 3.
021800 01  WS-AGE                   PIC S9(07) COMP.
021900*
022000*    OPERATIONS EN COURS DE RAPPROCHEMENT : REGISTRE DE
022100*    LA VEILLE + EMIS ET RECUS DU SOIR + LIGNES DE LA
022200*    CHAMBRE SANS CONTREPARTIE. ETAT : BLANC = OUVERTE,
022300*    A = APPARIEE REGLEE, J = APPARIEE REJETEE, M = APUREE
022400*    PAR CARTE
022500 01  WS-NB-ITM                PIC S9(4) COMP VALUE ZERO.
022600 01  WS-IND-ITM               PIC S9(4) COMP.
022700 01  WS-ITM-TROUVE            PIC X(01).
022800     88 ITM-TROUVE               VALUE 'O'.
022900 01  WS-TAB-ITM.
023000     05 WS-ITM OCCURS 5000.
023100        10 WS-ITM-ORIGINE     PIC X(01).
023200        10 WS-ITM-TYPE-CLR    PIC X(01).
023300        10 WS-ITM-DATE-ECH    PIC 9(08).
023400        10 WS-ITM-ID-CPTE     PIC X(08).
023500        10 WS-ITM-MONTANT     PIC 9(08)V99.
023600        10 WS-ITM-BANQUE      PIC X(08).
023700        10 WS-ITM-CPTE-EXT    PIC X(11).
023800        10 WS-ITM-DATE-ENTREE PIC 9(08).
023900        10 WS-ITM-STATUT-CHB  PIC X(01).
024000        10 WS-ITM-MOTIF-CHB   PIC X(04).
024100        10 WS-ITM-ETAT        PIC X(01).
024200*
024300*    JOURS D'ECHANGE REGLES PAR LE RELEVE (LIGNES T)
024400 01  WS-NB-JRS                PIC S9(4) COMP VALUE ZERO.
024500 01  WS-IND-JRS               PIC S9(4) COMP.
024600 01  WS-TAB-JRS.
024700     05 WS-JRS OCCURS 31.
024800        10 WS-JRS-DATE        PIC 9(08).
024900        10 WS-JRS-CHB-NB-EMIS PIC 9(07).
025000        10 WS-JRS-CHB-EMIS    PIC 9(11)V99.
025100        10 WS-JRS-CHB-NB-RECU PIC 9(07).
025200        10 WS-JRS-CHB-RECUS   PIC 9(11)V99.
025300        10 WS-JRS-CHB-NET     PIC S9(11)V99.
025400        10 WS-JRS-NB-EMIS     PIC 9(07).
025500        10 WS-JRS-EMIS        PIC 9(11)V99.
025600        10 WS-JRS-NB-RECU     PIC 9(07).
025700        10 WS-JRS-RECUS       PIC 9(11)V99.
025800        10 WS-JRS-REJETS      PIC S9(11)V99.
025900*
026000 01  WS-NET-ATTENDU           PIC S9(11)V99.
026100 01  WS-ECART                 PIC S9(11)V99.
026200*
026300 01  WS-NB-REGISTRE           PIC 9(07) VALUE ZERO.
026400 01  WS-NB-EMIS-SOIR          PIC 9(07) VALUE ZERO.
026500 01  WS-NB-RECUS-SOIR         PIC 9(07) VALUE ZERO.
026600 01  WS-NB-APPARIES           PIC 9(07) VALUE ZERO.
026700 01  WS-NB-REJETS-CHB         PIC 9(07) VALUE ZERO.
026800 01  WS-NB-SUSPENS            PIC 9(07) VALUE ZERO.
026900 01  WS-NB-SANS-CONTREP       PIC 9(07) VALUE ZERO.
027000 01  WS-NB-APURES             PIC 9(07) VALUE ZERO.
027100 01  WS-NB-CARTES-REFUSEES    PIC 9(07) VALUE ZERO.
027200 01  WS-NB-OUVERTS            PIC 9(07) VALUE ZERO.
027300 01  WS-NB-EN-RETARD          PIC 9(07) VALUE ZERO.
027400 01  WS-NB-JRS-ECART          PIC 9(07) VALUE ZERO.
027500 01  WS-MT-OUVERTS            PIC 9(11)V99 VALUE ZERO.
027600*
027700*    ENREGISTREMENT DU REGISTRE (LU ET REECRIT)
027800     COPY FCLRRAP.
027900*
028000*    CONTROLE DU RELEVE RECU (MODULE pgctlfic)
028100 01  CTL-COMMUN.
028200     05 CTL-FONCTION          PIC X(01).
028300     05 CTL-PROG              PIC X(08).
028400     05 CTL-DATE              PIC 9(08).
028500     05 CTL-COMPTEUR          PIC 9(09).
028600     05 CTL-HASH              PIC 9(13)V99.
028700     05 CTL-RC                PIC X(01).
028800     05 CTL-ENREG             PIC X(53).
028900*
029000*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
029100 01  RL-COMMUN.
029200     05 RL-FONCTION    PIC X(01).
029300     05 RL-PROG        PIC X(08).
029400     05 RL-LUS         PIC 9(09).
029500     05 RL-ECRITS      PIC 9(09).
029600     05 RL-REJETES     PIC 9(09).
029700     05 RL-RC          PIC 9(02).
029800*
029900*------------------------------------------------------*
030000*   LIGNES DE L'ETAT                                   *
030100*------------------------------------------------------*
030200 01  LIGNE-TITRE.
030300     05 FILLER                PIC X(44) VALUE
030400        'RAPPROCHEMENT DE LA COMPENSATION - ARRETE A '.
030500     05 LT-DATE               PIC 9(08).
030600     05 FILLER                PIC X(28) VALUE SPACE.
030700*
030800 01  LIGNE-SECTION.
030900     05 LS-TEXTE              PIC X(80).
031000*
031100 01  LIGNE-JOUR.
031200     05 FILLER                PIC X(09) VALUE 'ECHANGE '.
031300     05 LJ-DATE               PIC 9(08).
031400     05 FILLER                PIC X(02) VALUE SPACE.
031500     05 LJ-LIBELLE            PIC X(12).
031600     05 FILLER                PIC X(06) VALUE ' EMIS '.
031700     05 LJ-EMIS               PIC ZZZZZZZZZZ9.99.
031800     05 FILLER                PIC X(07) VALUE ' RECUS '.
031900     05 LJ-RECUS              PIC ZZZZZZZZZZ9.99.
032000     05 FILLER                PIC X(08) VALUE SPACE.
032100*
032200 01  LIGNE-NET.
032300     05 FILLER                PIC X(19) VALUE SPACE.
032400     05 FILLER                PIC X(13) VALUE
032500        'NET ATTENDU '.
032600     05 LN-ATTENDU            PIC -ZZZZZZZZZ9.99.
032700     05 FILLER                PIC X(07) VALUE ' REGLE '.
032800     05 LN-REGLE              PIC -ZZZZZZZZZ9.99.
032900     05 FILLER                PIC X(07) VALUE ' ECART '.
033000     05 LN-ECART              PIC -ZZZZZZ9.99.
033100*
033200 01  LIGNE-DETAIL.
033300     05 LD-ORIGINE            PIC X(01).
033400     05 LD-TYPE-CLR           PIC X(01).
033500     05 FILLER                PIC X(01) VALUE SPACE.
033600     05 LD-DATE-ECH           PIC 9(08).
033700     05 FILLER                PIC X(01) VALUE SPACE.
033800     05 LD-ID-CPTE            PIC X(08).
033900     05 FILLER                PIC X(01) VALUE SPACE.
034000     05 LD-MONTANT            PIC ZZZZZZZ9.99.
034100     05 FILLER                PIC X(01) VALUE SPACE.
034200     05 LD-BANQUE             PIC X(08).
034300     05 FILLER                PIC X(01) VALUE SPACE.
034400     05 LD-CPTE-EXT           PIC X(11).
034500     05 FILLER                PIC X(01) VALUE SPACE.
034600     05 LD-COMMENTAIRE        PIC X(26).
034700*
034800 01  LIGNE-AGE.
034900     05 FILLER                PIC X(05) VALUE 'AGE '.
035000     05 LA-AGE                PIC ZZZ9.
035100     05 FILLER                PIC X(03) VALUE ' J '.
035200     05 LA-RETARD             PIC X(14).
035300*
035400 01  LIGNE-TOTAL.
035500     05 FILLER                PIC X(20) VALUE
035600        'ECARTS OUVERTS    : '.
035700     05 LT-OUVERTS            PIC ZZZZZZ9.
035800     05 FILLER                PIC X(12) VALUE
035900        '  MONTANT : '.
036000     05 LT-MT-OUVERTS         PIC ZZZZZZZZZZ9.99.
036100     05 FILLER                PIC X(14) VALUE
036200        '  EN RETARD : '.
036300     05 LT-EN-RETARD          PIC ZZZZZZ9.
036400     05 FILLER                PIC X(06) VALUE SPACE.
036500*
036600*======================================================*
036700*          L I N K A G E     S E C T I O N             *
036800*======================================================*
036900 LINKAGE SECTION.
037000 01  LK-PARM-DELAI.
037100     05 LK-PARM-LEN           PIC S9(4) COMP.
037200     05 LK-PARM-VALUE         PIC X(03).
037300*
037400*======================================================*
037500*     P R O C E D U R E     D I V I S I O N            *
037600*======================================================*
037700 PROCEDURE DIVISION USING LK-PARM-DELAI.
037800*----------------------*
037900 0000-MAINLINE.
038000*----------------------*
038100     PERFORM 1000-INITIALISATION
038200     PERFORM 2000-CHARGER-OPERATIONS
038300     PERFORM 3000-VALIDER-RELEVE
038400     IF RELEVE-VALIDE
038500        PERFORM 4000-APPARIER-RELEVE
038600     END-IF
038700     PERFORM 5000-APURER-PAR-CARTE
038800     PERFORM 6000-EDITER-JOURS
038900     PERFORM 7000-EDITER-OUVERTS
039000     PERFORM 9000-TERMINAISON
039100     GOBACK
039200     .
039300*----------------------*
039400 1000-INITIALISATION.
039500*----------------------*
039600     IF LK-PARM-LEN > ZERO
039700        IF LK-PARM-VALUE(1:LK-PARM-LEN) NOT NUMERIC
039800           DISPLAY 'CLRRAP - PARM DELAI NON NUMERIQUE'
039900           MOVE 8 TO RETURN-CODE
040000           GOBACK
040100        END-IF
040200        MOVE LK-PARM-VALUE(1:LK-PARM-LEN)
040300          TO WS-DELAI-JOURS
040400     END-IF

040500     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

040600     MOVE 'D' TO RL-FONCTION
040700     MOVE 'CLRRAP' TO RL-PROG
040800     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
040900     CALL 'pgrunlog' USING RL-COMMUN

041000     OPEN OUTPUT CLRRAPRP
041100     IF NOT FS-CLRRAPRP-OK
041200        DISPLAY 'CLRRAP - ERREUR OPEN CLRRAPRP - FS='
041300                WS-FS-CLRRAPRP
041400        MOVE 12 TO RETURN-CODE
041500        GOBACK
041600     END-IF

041700     MOVE WS-DATE-JOUR TO LT-DATE
041800     MOVE LIGNE-TITRE  TO REC-CLRRAPRP
041900     WRITE REC-CLRRAPRP
042000     .
042100*----------------------*
042200 2000-CHARGER-OPERATIONS.
042300*----------------------*
042400*    REGISTRE DE LA VEILLE : ABSENT AU PREMIER PASSAGE
042500     OPEN INPUT FRAPIN
042600     IF FS-FRAPIN-OK
042700        MOVE 'N' TO WS-FIN-FICHIER
042800        PERFORM 2100-CHARGER-REGISTRE THRU 2100-CHARGER-EXIT
042900            UNTIL FIN-FICHIER
043000        CLOSE FRAPIN
043100     ELSE
043200        DISPLAY 'CLRRAP - PAS DE REGISTRE DES ECARTS - FS='
043300                WS-FS-FRAPIN
043400     END-IF

043500*    EMIS CE SOIR : FICHIER TOUJOURS PRODUIT PAR PARTI15
043600     OPEN INPUT CLRALLER
043700     IF NOT FS-CLRALLER-OK
043800        DISPLAY 'CLRRAP - ERREUR OPEN CLRALLER - FS='
043900                WS-FS-CLRALLER
044000        MOVE 12 TO RETURN-CODE
044100        CLOSE CLRRAPRP
044200        GOBACK
044300     END-IF
044400     MOVE 'N' TO WS-FIN-FICHIER
044500     PERFORM 2200-CHARGER-EMIS THRU 2200-CHARGER-EXIT
044600         UNTIL FIN-FICHIER
044700     CLOSE CLRALLER

044800*    RECUS CE SOIR : PAS DE FICHIER = RIEN RECU (CLRIN)
044900     OPEN INPUT CLRRECU
045000     IF FS-CLRRECU-OK
045100        MOVE 'N' TO WS-FIN-FICHIER
045200        PERFORM 2300-CHARGER-RECUS THRU 2300-CHARGER-EXIT
045300            UNTIL FIN-FICHIER
045400        CLOSE CLRRECU
045500     ELSE
045600        DISPLAY 'CLRRAP - PAS DE FICHIER RECU CE JOUR - FS='
045700                WS-FS-CLRRECU
045800     END-IF
045900     .
046000*----------------------*
046100 2100-CHARGER-REGISTRE.
046200*----------------------*
046300     READ FRAPIN INTO RAP-ECART
046400         AT END
046500            MOVE 'Y' TO WS-FIN-FICHIER
046600            GO TO 2100-CHARGER-EXIT
046700     END-READ
046800     PERFORM 8000-AJOUTER-OPERATION
046900     ADD 1 TO WS-NB-REGISTRE
047000     .
047100 2100-CHARGER-EXIT.
047200     EXIT.
047300*----------------------*
047400 2200-CHARGER-EMIS.
047500*----------------------*
047600     READ CLRALLER
047700         AT END
047800            MOVE 'Y' TO WS-FIN-FICHIER
047900            GO TO 2200-CHARGER-EXIT
048000     END-READ
048100     IF REC-CLA(1:8) = '*ENTETE*' OR REC-CLA(1:8) = '*FIN*   '
048200        GO TO 2200-CHARGER-EXIT
048300     END-IF

048400     MOVE SPACE         TO RAP-ECART
048500     MOVE 'E'           TO RAP-ORIGINE
048600     MOVE CLA-TYPE      TO RAP-TYPE-CLR
048700     MOVE CLA-DATE      TO RAP-DATE-ECH
048800     MOVE CLA-ID-CPTE   TO RAP-ID-CPTE
048900     MOVE CLA-MONTANT   TO RAP-MONTANT
049000     MOVE CLA-BANQUE    TO RAP-BANQUE
049100     MOVE CLA-CPTE-EXT  TO RAP-CPTE-EXT
049200     MOVE WS-DATE-JOUR  TO RAP-DATE-ENTREE
049300     PERFORM 8000-AJOUTER-OPERATION
049400     ADD 1 TO WS-NB-EMIS-SOIR
049500     .
049600 2200-CHARGER-EXIT.
049700     EXIT.
049800*----------------------*
049900 2300-CHARGER-RECUS.
050000*----------------------*
050100     READ CLRRECU
050200         AT END
050300            MOVE 'Y' TO WS-FIN-FICHIER
050400            GO TO 2300-CHARGER-EXIT
050500     END-READ
050600     IF REC-CLR(1:8) = '*ENTETE*' OR REC-CLR(1:8) = '*FIN*   '
050700        GO TO 2300-CHARGER-EXIT
050800     END-IF

050900     MOVE SPACE         TO RAP-ECART
051000     MOVE 'R'           TO RAP-ORIGINE
051100     MOVE CLR-TYPE      TO RAP-TYPE-CLR
051200     MOVE CLR-DATE      TO RAP-DATE-ECH
051300     MOVE CLR-ID-CPTE   TO RAP-ID-CPTE
051400     MOVE CLR-MONTANT   TO RAP-MONTANT
051500     MOVE CLR-BANQUE    TO RAP-BANQUE
051600     MOVE CLR-CPTE-EXT  TO RAP-CPTE-EXT
051700     MOVE WS-DATE-JOUR  TO RAP-DATE-ENTREE
051800     PERFORM 8000-AJOUTER-OPERATION
051900     ADD 1 TO WS-NB-RECUS-SOIR
052000     .
052100 2300-CHARGER-EXIT.
052200     EXIT.
052300*----------------------*
052400 3000-VALIDER-RELEVE.
052500*----------------------*
052600*    PREMIERE LECTURE : UN RELEVE TRONQUE OU AU COMPTE
052700*    FAUX N'APPARIE RIEN ET NE MET RIEN EN SUSPENS (RC 8) ;
052800*    LES OPERATIONS DU SOIR ENTRENT QUAND MEME AU REGISTRE
052900     OPEN INPUT CLRREGL
053000     IF NOT FS-CLRREGL-OK
053100        DISPLAY 'CLRRAP - PAS DE RELEVE DE REGLEMENT CE JOUR'
053200                ' - FS=' WS-FS-CLRREGL
053300        MOVE 'RELEVE DE REGLEMENT : AUCUN RECU CE JOUR'
053400          TO LS-TEXTE
053500        PERFORM 8900-ECRIRE-SECTION
053600        GO TO 3000-VALIDER-EXIT
053700     END-IF
053800     MOVE 'O' TO WS-RELEVE-PRESENT

053900     MOVE 'N' TO WS-FIN-FICHIER
054000     PERFORM 3100-CONTROLER-LIGNE THRU 3100-CONTROLER-EXIT
054100         UNTIL FIN-FICHIER
054200     CLOSE CLRREGL

054300     IF WS-ENTETE-VUE = 'O' AND WS-TRAILER-VU = 'O'
054400        MOVE 'O' TO WS-RELEVE-VALIDE
054500     ELSE
054600        DISPLAY 'CLRRAP - RELEVE SANS ENTETE, SANS FIN OU '
054700                'AU COMPTE FAUX - RELEVE IGNORE'
054800        MOVE 'RELEVE DE REGLEMENT INCOMPLET - NON TRAITE'
054900          TO LS-TEXTE
055000        PERFORM 8900-ECRIRE-SECTION
055100        MOVE 8 TO RETURN-CODE
055200     END-IF
055300     .
055400 3000-VALIDER-EXIT.
055500     EXIT.
055600*----------------------*
055700 3100-CONTROLER-LIGNE.
055800*----------------------*
055900     READ CLRREGL
056000         AT END
056100            MOVE 'Y' TO WS-FIN-FICHIER
056200            GO TO 3100-CONTROLER-EXIT
056300     END-READ

056400     IF REC-RGL(1:8) = '*ENTETE*'
056500        MOVE REC-RGL(1:53) TO CTL-ENREG
056600        MOVE 'H' TO CTL-FONCTION
056700        CALL 'pgctlfic' USING CTL-COMMUN
056800        IF CTL-RC = 'O'
056900           MOVE 'O' TO WS-ENTETE-VUE
057000        END-IF
057100        GO TO 3100-CONTROLER-EXIT
057200     END-IF
057300     IF REC-RGL(1:8) = '*FIN*   '
057400        MOVE REC-RGL(1:53) TO CTL-ENREG
057500        MOVE 'V' TO CTL-FONCTION
057600        MOVE WS-NB-DONNEES TO CTL-COMPTEUR
057700        MOVE WS-HASH-MONTANTS TO CTL-HASH
057800        CALL 'pgctlfic' USING CTL-COMMUN
057900        IF CTL-RC = 'O'
058000           MOVE 'O' TO WS-TRAILER-VU
058100        END-IF
058200        GO TO 3100-CONTROLER-EXIT
058300     END-IF

058400     ADD 1 TO WS-NB-DONNEES
058500     IF RGL-LIGNE-ITEM
058600        ADD RGL-MONTANT TO WS-HASH-MONTANTS
058700     END-IF
058800     .
058900 3100-CONTROLER-EXIT.
059000     EXIT.
059100*----------------------*
059200 4000-APPARIER-RELEVE.
059300*----------------------*
059400     OPEN INPUT CLRREGL
059500     OPEN EXTEND FSUS
059600     IF NOT FS-FSUS-OK
059700        DISPLAY 'CLRRAP - ERREUR OPEN FSUS - FS='
059800                WS-FS-FSUS
059900        MOVE 12 TO RETURN-CODE
060000        CLOSE CLRREGL CLRRAPRP
060100        GOBACK
060200     END-IF

060300     MOVE 'REJETS DE LA CHAMBRE DE COMPENSATION' TO LS-TEXTE
060400     PERFORM 8900-ECRIRE-SECTION

060500     MOVE 'N' TO WS-FIN-FICHIER
060600     PERFORM 4100-TRAITER-LIGNE THRU 4100-TRAITER-EXIT
060700         UNTIL FIN-FICHIER

060800     CLOSE CLRREGL
060900     CLOSE FSUS
061000     .
061100*----------------------*
061200 4100-TRAITER-LIGNE.
061300*----------------------*
061400     READ CLRREGL
061500         AT END
061600            MOVE 'Y' TO WS-FIN-FICHIER
061700            GO TO 4100-TRAITER-EXIT
061800     END-READ
061900     IF REC-RGL(1:8) = '*ENTETE*' OR REC-RGL(1:8) = '*FIN*   '
062000        GO TO 4100-TRAITER-EXIT
062100     END-IF

062200     IF RGL-LIGNE-TOTAL
062300        PERFORM 4200-RANGER-JOUR
062400        GO TO 4100-TRAITER-EXIT
062500     END-IF
062600     IF NOT RGL-LIGNE-ITEM
062700        DISPLAY 'CLRRAP - LIGNE DE RELEVE INCONNUE (T/I) : '
062800                RGL-TYPE ' ' RGL-DATE-ECH
062900        GO TO 4100-TRAITER-EXIT
063000     END-IF

063100*    OPERATION DU RELEVE : CHERCHEE PARMI LES OPERATIONS
063200*    OUVERTES DE MEME SENS, JOUR D'ECHANGE, COMPTE, MONTANT
063300*    ET CONTREPARTIE
063400     MOVE 'N' TO WS-ITM-TROUVE
063500     MOVE 1   TO WS-IND-ITM
063600     PERFORM 4150-COMPARER-ITEM
063700         UNTIL ITM-TROUVE OR WS-IND-ITM > WS-NB-ITM

063800     IF NOT ITM-TROUVE
063900*       REGLEE OU REJETEE PAR LA CHAMBRE SANS CONTREPARTIE
064000*       CHEZ NOUS : ENTRE AU REGISTRE, A EXPLIQUER
064100        MOVE SPACE          TO RAP-ECART
064200        MOVE 'S'            TO RAP-ORIGINE
064300        MOVE RGL-SENS       TO RAP-TYPE-CLR
064400        MOVE RGL-DATE-ECH   TO RAP-DATE-ECH
064500        MOVE RGL-ID-CPTE    TO RAP-ID-CPTE
064600        MOVE RGL-MONTANT    TO RAP-MONTANT
064700        MOVE RGL-BANQUE     TO RAP-BANQUE
064800        MOVE RGL-CPTE-EXT   TO RAP-CPTE-EXT
064900        MOVE WS-DATE-JOUR   TO RAP-DATE-ENTREE
065000        MOVE RGL-STATUT     TO RAP-STATUT-CHB
065100        MOVE RGL-MOTIF      TO RAP-MOTIF-CHB
065200        PERFORM 8000-AJOUTER-OPERATION
065300        ADD 1 TO WS-NB-SANS-CONTREP
065400        IF RGL-REJETEE
065500           ADD 1 TO WS-NB-REJETS-CHB
065600           MOVE WS-NB-ITM TO WS-IND-ITM
065700           PERFORM 8500-PREPARER-DETAIL
065800           MOVE 'REJET SANS CTP MOTIF' TO LD-COMMENTAIRE
065900           MOVE RGL-MOTIF TO LD-COMMENTAIRE(22:4)
066000           PERFORM 8950-ECRIRE-DETAIL
066100        END-IF
066200        GO TO 4100-TRAITER-EXIT
066300     END-IF

066400     ADD 1 TO WS-NB-APPARIES
066500     MOVE RGL-STATUT TO WS-ITM-STATUT-CHB(WS-IND-ITM)
066600     MOVE RGL-MOTIF  TO WS-ITM-MOTIF-CHB(WS-IND-ITM)
066700     IF NOT RGL-REJETEE
066800        MOVE 'A' TO WS-ITM-ETAT(WS-IND-ITM)
066900        GO TO 4100-TRAITER-EXIT
067000     END-IF

067100*    REJETEE PAR LA CHAMBRE : LE MOUVEMENT DEJA PASSE SUR
067200*    LE COMPTE CLIENT EST CONTREPASSE PAR LE SUSPENS
067300     MOVE 'J' TO WS-ITM-ETAT(WS-IND-ITM)
067400     ADD 1 TO WS-NB-REJETS-CHB
067500     PERFORM 4300-METTRE-EN-SUSPENS
067600     PERFORM 8500-PREPARER-DETAIL
067700     MOVE 'CONTREPASSE EN SUSPENS CJ' TO LD-COMMENTAIRE
067800     PERFORM 8950-ECRIRE-DETAIL
067900     .
068000 4100-TRAITER-EXIT.
068100     EXIT.
068200*----------------------*
068300 4150-COMPARER-ITEM.
068400*----------------------*
068500     IF WS-ITM-ETAT(WS-IND-ITM) = SPACE
068600        AND WS-ITM-ORIGINE(WS-IND-ITM)  = RGL-SENS
068700        AND WS-ITM-DATE-ECH(WS-IND-ITM) = RGL-DATE-ECH
068800        AND WS-ITM-ID-CPTE(WS-IND-ITM)  = RGL-ID-CPTE
068900        AND WS-ITM-MONTANT(WS-IND-ITM)  = RGL-MONTANT
069000        AND WS-ITM-BANQUE(WS-IND-ITM)   = RGL-BANQUE
069100        AND WS-ITM-CPTE-EXT(WS-IND-ITM) = RGL-CPTE-EXT
069200        MOVE 'O' TO WS-ITM-TROUVE
069300     ELSE
069400        ADD 1 TO WS-IND-ITM
069500     END-IF
069600     .
069700*----------------------*
069800 4200-RANGER-JOUR.
069900*----------------------*
070000     IF WS-NB-JRS NOT < 31
070100        DISPLAY 'CLRRAP - TROP DE JOURS D''ECHANGE AU RELEVE'
070200                ' - IGNORE : ' RGL-DATE-ECH
070300        MOVE 4 TO RETURN-CODE
070400        GO TO 4200-RANGER-EXIT
070500     END-IF
070600     ADD 1 TO WS-NB-JRS
070700     MOVE RGL-DATE-ECH  TO WS-JRS-DATE(WS-NB-JRS)
070800     MOVE RGL-NB-EMIS   TO WS-JRS-CHB-NB-EMIS(WS-NB-JRS)
070900     MOVE RGL-MT-EMIS   TO WS-JRS-CHB-EMIS(WS-NB-JRS)
071000     MOVE RGL-NB-RECUS  TO WS-JRS-CHB-NB-RECU(WS-NB-JRS)
071100     MOVE RGL-MT-RECUS  TO WS-JRS-CHB-RECUS(WS-NB-JRS)
071200     IF RGL-NET-CREDIT
071300        MOVE RGL-MT-NET TO WS-JRS-CHB-NET(WS-NB-JRS)
071400     ELSE
071500        COMPUTE WS-JRS-CHB-NET(WS-NB-JRS) = ZERO - RGL-MT-NET
071600     END-IF
071700     .
071800 4200-RANGER-EXIT.
071900     EXIT.
072000*----------------------*
072100 4300-METTRE-EN-SUSPENS.
072200*----------------------*
072300*    EMIS (VIREMENT DEBITE) OU PRELEVEMENT RECU (COMPTE
072400*    DEBITE) : RECREDIT ; CREDIT OU RETOUR RECUS (COMPTE
072500*    CREDITE) : REPRISE PAR UN RETRAIT
072600     MOVE SPACE                        TO REC-SUS
072700     MOVE 'CJ'                         TO SUS-MOTIF
072800     MOVE WS-DATE-JOUR                 TO SUS-DATE-ENTREE
072900     MOVE WS-ITM-ID-CPTE(WS-IND-ITM)   TO SUS-ID-CPTE
073000     IF WS-ITM-ORIGINE(WS-IND-ITM) = 'E'
073100        OR WS-ITM-TYPE-CLR(WS-IND-ITM) = 'P'
073200        MOVE 'D'                       TO SUS-CODE
073300     ELSE
073400        MOVE 'R'                       TO SUS-CODE
073500     END-IF
073600     MOVE WS-ITM-MONTANT(WS-IND-ITM)   TO SUS-MONTANT
073700     MOVE ZERO                         TO SUS-PIN
073800     MOVE WS-DATE-JOUR                 TO SUS-DATE-VALEUR
073900     MOVE ZERO                         TO SUS-SEQ
074000     MOVE 'CLRJ'                       TO SUS-SOURCE
074100     MOVE ZERO                         TO SUS-NUM-CHEQUE
074200     MOVE WS-ITM-BANQUE(WS-IND-ITM)    TO SUS-BANQUE-EXT
074300     MOVE WS-ITM-CPTE-EXT(WS-IND-ITM)  TO SUS-CPTE-EXT
074400     WRITE REC-SUS
074500     IF NOT FS-FSUS-OK
074600        DISPLAY 'CLRRAP - ERREUR ECRITURE FSUS - FS='
074700                WS-FS-FSUS ' ' SUS-ID-CPTE
074800        MOVE 12 TO RETURN-CODE
074900     ELSE
075000        ADD 1 TO WS-NB-SUSPENS
075100     END-IF
075200     .
075300*----------------------*
075400 5000-APURER-PAR-CARTE.
075500*----------------------*
075600     OPEN INPUT CLRCART
075700     IF NOT FS-CLRCART-OK
075800        GO TO 5000-APURER-EXIT
075900     END-IF

076000     MOVE 'APUREMENTS MANUELS' TO LS-TEXTE
076100     PERFORM 8900-ECRIRE-SECTION

076200     MOVE 'N' TO WS-FIN-FICHIER
076300     PERFORM 5100-TRAITER-CARTE THRU 5100-TRAITER-EXIT
076400         UNTIL FIN-FICHIER
076500     CLOSE CLRCART
076600     .
076700 5000-APURER-EXIT.
076800     EXIT.
076900*----------------------*
077000 5100-TRAITER-CARTE.
077100*----------------------*
077200     READ CLRCART
077300         AT END
077400            MOVE 'Y' TO WS-FIN-FICHIER
077500            GO TO 5100-TRAITER-EXIT
077600     END-READ

077700     IF CRT-ACTION NOT = 'A'
077800        OR CRT-DATE-ECH NOT NUMERIC
077900        OR CRT-MONTANT NOT NUMERIC
078000        DISPLAY 'CLRRAP - CARTE D''APUREMENT INVALIDE : '
078100                REC-CRT(1:28)
078200        ADD 1 TO WS-NB-CARTES-REFUSEES
078300        MOVE 4 TO RETURN-CODE
078400        GO TO 5100-TRAITER-EXIT
078500     END-IF

078600     MOVE 'N' TO WS-ITM-TROUVE
078700     MOVE 1   TO WS-IND-ITM
078800     PERFORM 5150-COMPARER-CARTE
078900         UNTIL ITM-TROUVE OR WS-IND-ITM > WS-NB-ITM

079000     IF NOT ITM-TROUVE
079100        DISPLAY 'CLRRAP - CARTE SANS ECART OUVERT : '
079200                REC-CRT(1:28)
079300        ADD 1 TO WS-NB-CARTES-REFUSEES
079400        MOVE 4 TO RETURN-CODE
079500        GO TO 5100-TRAITER-EXIT
079600     END-IF

079700     MOVE 'M' TO WS-ITM-ETAT(WS-IND-ITM)
079800     ADD 1 TO WS-NB-APURES
079900     PERFORM 8500-PREPARER-DETAIL
080000     MOVE 'APURE PAR CARTE' TO LD-COMMENTAIRE
080100     PERFORM 8950-ECRIRE-DETAIL
080200     .
080300 5100-TRAITER-EXIT.
080400     EXIT.
080500*----------------------*
080600 5150-COMPARER-CARTE.
080700*----------------------*
080800     IF WS-ITM-ETAT(WS-IND-ITM) = SPACE
080900        AND WS-ITM-ORIGINE(WS-IND-ITM)  = CRT-ORIGINE
081000        AND WS-ITM-DATE-ECH(WS-IND-ITM) = CRT-DATE-ECH
081100        AND WS-ITM-ID-CPTE(WS-IND-ITM)  = CRT-ID-CPTE
081200        AND WS-ITM-MONTANT(WS-IND-ITM)  = CRT-MONTANT
081300        MOVE 'O' TO WS-ITM-TROUVE
081400     ELSE
081500        ADD 1 TO WS-IND-ITM
081600     END-IF
081700     .
081800*----------------------*
081900 6000-EDITER-JOURS.
082000*----------------------*
082100*    POUR CHAQUE JOUR REGLE PAR LE RELEVE : NOS TOTAUX
082200*    EMIS ET RECUS DE CE JOUR D'ECHANGE (TOUTES LES
082300*    OPERATIONS CONNUES, APPARIEES OU NON), LES REJETS DE
082400*    LA CHAMBRE EN MOINS, CONTRE LE NET REGLE SUR LE
082500*    COMPTE BANQUE CENTRALE
082600     IF WS-NB-JRS = ZERO
082700        GO TO 6000-EDITER-EXIT
082800     END-IF

082900     MOVE 'REGLEMENT NET PAR JOUR D''ECHANGE' TO LS-TEXTE
083000     PERFORM 8900-ECRIRE-SECTION

083100     PERFORM 6100-CUMULER-OPERATION
083200         VARYING WS-IND-ITM FROM 1 BY 1
083300         UNTIL WS-IND-ITM > WS-NB-ITM
083400     PERFORM 6200-EDITER-UN-JOUR
083500         VARYING WS-IND-JRS FROM 1 BY 1
083600         UNTIL WS-IND-JRS > WS-NB-JRS
083700     .
083800 6000-EDITER-EXIT.
083900     EXIT.
084000*----------------------*
084100 6100-CUMULER-OPERATION.
084200*----------------------*
084300     IF WS-ITM-ORIGINE(WS-IND-ITM) = 'S'
084400        OR WS-ITM-ETAT(WS-IND-ITM) = 'M'
084500        GO TO 6100-CUMULER-EXIT
084600     END-IF

084700     MOVE 1 TO WS-IND-JRS
084800     PERFORM 6150-CHERCHER-JOUR
084900         UNTIL WS-IND-JRS > WS-NB-JRS
085000            OR WS-JRS-DATE(WS-IND-JRS) =
085100               WS-ITM-DATE-ECH(WS-IND-ITM)
085200     IF WS-IND-JRS > WS-NB-JRS
085300        GO TO 6100-CUMULER-EXIT
085400     END-IF

085500     IF WS-ITM-ORIGINE(WS-IND-ITM) = 'E'
085600        ADD 1 TO WS-JRS-NB-EMIS(WS-IND-JRS)
085700        ADD WS-ITM-MONTANT(WS-IND-ITM)
085800          TO WS-JRS-EMIS(WS-IND-JRS)
085900        IF WS-ITM-ETAT(WS-IND-ITM) = 'J'
086000           ADD WS-ITM-MONTANT(WS-IND-ITM)
086100             TO WS-JRS-REJETS(WS-IND-JRS)
086200        END-IF
086300     ELSE
086400        ADD 1 TO WS-JRS-NB-RECU(WS-IND-JRS)
086500        ADD WS-ITM-MONTANT(WS-IND-ITM)
086600          TO WS-JRS-RECUS(WS-IND-JRS)
086700        IF WS-ITM-ETAT(WS-IND-ITM) = 'J'
086800           SUBTRACT WS-ITM-MONTANT(WS-IND-ITM)
086900             FROM WS-JRS-REJETS(WS-IND-JRS)
087000        END-IF
087100     END-IF
087200     .
087300 6100-CUMULER-EXIT.
087400     EXIT.
087500*----------------------*
087600 6150-CHERCHER-JOUR.
087700*----------------------*
087800     ADD 1 TO WS-IND-JRS
087900     .
088000*----------------------*
088100 6200-EDITER-UN-JOUR.
088200*----------------------*
088300*    LES REJETS SONT PORTES EN SENS INVERSE DE LEUR
088400*    OPERATION : EMIS REJETE = ARGENT RESTE CHEZ NOUS
088500     COMPUTE WS-NET-ATTENDU =
088600             WS-JRS-RECUS(WS-IND-JRS) - WS-JRS-EMIS(WS-IND-JRS)
088700           + WS-JRS-REJETS(WS-IND-JRS)
088800     COMPUTE WS-ECART =
088900             WS-JRS-CHB-NET(WS-IND-JRS) - WS-NET-ATTENDU

089000     MOVE WS-JRS-DATE(WS-IND-JRS)      TO LJ-DATE
089100     MOVE 'CHEZ NOUS'                  TO LJ-LIBELLE
089200     MOVE WS-JRS-EMIS(WS-IND-JRS)      TO LJ-EMIS
089300     MOVE WS-JRS-RECUS(WS-IND-JRS)     TO LJ-RECUS
089400     MOVE LIGNE-JOUR TO REC-CLRRAPRP
089500     WRITE REC-CLRRAPRP

089600     MOVE 'CHAMBRE'                    TO LJ-LIBELLE
089700     MOVE WS-JRS-CHB-EMIS(WS-IND-JRS)  TO LJ-EMIS
089800     MOVE WS-JRS-CHB-RECUS(WS-IND-JRS) TO LJ-RECUS
089900     MOVE LIGNE-JOUR TO REC-CLRRAPRP
090000     WRITE REC-CLRRAPRP

090100     MOVE WS-NET-ATTENDU               TO LN-ATTENDU
090200     MOVE WS-JRS-CHB-NET(WS-IND-JRS)   TO LN-REGLE
090300     MOVE WS-ECART                     TO LN-ECART
090400     MOVE LIGNE-NET TO REC-CLRRAPRP
090500     WRITE REC-CLRRAPRP

090600     IF WS-ECART NOT = ZERO
090700        ADD 1 TO WS-NB-JRS-ECART
090800        DISPLAY 'CLRRAP - ECART DE REGLEMENT AU '
090900                WS-JRS-DATE(WS-IND-JRS) ' : ' LN-ECART
091000     END-IF
091100     .
091200*----------------------*
091300 7000-EDITER-OUVERTS.
091400*----------------------*
091500*    LE NOUVEAU REGISTRE NE GARDE QUE LES OPERATIONS
091600*    ENCORE OUVERTES, LISTEES AVEC LEUR AGE
091700     OPEN OUTPUT FRAPOUT
091800     IF NOT FS-FRAPOUT-OK
091900        DISPLAY 'CLRRAP - ERREUR OPEN FRAPOUT - FS='
092000                WS-FS-FRAPOUT
092100        MOVE 12 TO RETURN-CODE
092200        GO TO 7000-EDITER-EXIT
092300     END-IF

092400     MOVE 'ECARTS OUVERTS (E=EMIS R=RECU S=CHAMBRE SEULE)'
092500       TO LS-TEXTE
092600     PERFORM 8900-ECRIRE-SECTION

092700     PERFORM 7100-REPORTER-OPERATION
092800         VARYING WS-IND-ITM FROM 1 BY 1
092900         UNTIL WS-IND-ITM > WS-NB-ITM

093000     CLOSE FRAPOUT

093100     MOVE WS-NB-OUVERTS    TO LT-OUVERTS
093200     MOVE WS-MT-OUVERTS    TO LT-MT-OUVERTS
093300     MOVE WS-NB-EN-RETARD  TO LT-EN-RETARD
093400     MOVE LIGNE-TOTAL TO REC-CLRRAPRP
093500     WRITE REC-CLRRAPRP AFTER ADVANCING 2 LINES
093600     .
093700 7000-EDITER-EXIT.
093800     EXIT.
093900*----------------------*
094000 7100-REPORTER-OPERATION.
094100*----------------------*
094200     IF WS-ITM-ETAT(WS-IND-ITM) NOT = SPACE
094300        GO TO 7100-REPORTER-EXIT
094400     END-IF

094500     MOVE SPACE                          TO RAP-ECART
094600     MOVE WS-ITM-ORIGINE(WS-IND-ITM)     TO RAP-ORIGINE
094700     MOVE WS-ITM-TYPE-CLR(WS-IND-ITM)    TO RAP-TYPE-CLR
094800     MOVE WS-ITM-DATE-ECH(WS-IND-ITM)    TO RAP-DATE-ECH
094900     MOVE WS-ITM-ID-CPTE(WS-IND-ITM)     TO RAP-ID-CPTE
095000     MOVE WS-ITM-MONTANT(WS-IND-ITM)     TO RAP-MONTANT
095100     MOVE WS-ITM-BANQUE(WS-IND-ITM)      TO RAP-BANQUE
095200     MOVE WS-ITM-CPTE-EXT(WS-IND-ITM)    TO RAP-CPTE-EXT
095300     MOVE WS-ITM-DATE-ENTREE(WS-IND-ITM) TO RAP-DATE-ENTREE
095400     MOVE WS-ITM-STATUT-CHB(WS-IND-ITM)  TO RAP-STATUT-CHB
095500     MOVE WS-ITM-MOTIF-CHB(WS-IND-ITM)   TO RAP-MOTIF-CHB
095600     WRITE REC-RAPOUT FROM RAP-ECART

095700     ADD 1 TO WS-NB-OUVERTS
095800     ADD WS-ITM-MONTANT(WS-IND-ITM) TO WS-MT-OUVERTS

095900*    AGE EN JOURS CALENDAIRES DEPUIS LE JOUR D'ECHANGE
096000     MOVE ZERO TO WS-AGE
096100     IF WS-ITM-DATE-ECH(WS-IND-ITM) > 16010101
096200        AND WS-ITM-DATE-ECH(WS-IND-ITM) < WS-DATE-JOUR
096300        COMPUTE WS-AGE =
096400                FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
096500              - FUNCTION INTEGER-OF-DATE
096600                   (WS-ITM-DATE-ECH(WS-IND-ITM))
096700     END-IF

096800     PERFORM 8500-PREPARER-DETAIL
096900     MOVE WS-AGE TO LA-AGE
097000     IF WS-AGE > WS-DELAI-JOURS
097100        MOVE '** EN RETARD' TO LA-RETARD
097200        ADD 1 TO WS-NB-EN-RETARD
097300     ELSE
097400        MOVE SPACE TO LA-RETARD
097500     END-IF
097600     MOVE LIGNE-AGE TO LD-COMMENTAIRE
097700     PERFORM 8950-ECRIRE-DETAIL
097800     .
097900 7100-REPORTER-EXIT.
098000     EXIT.
098100*----------------------*
098200 8000-AJOUTER-OPERATION.
098300*----------------------*
098400     IF WS-NB-ITM NOT < 5000
098500        DISPLAY 'CLRRAP - TABLE DES OPERATIONS SATUREE'
098600        MOVE 12 TO RETURN-CODE
098700        CLOSE CLRRAPRP
098800        GOBACK
098900     END-IF
099000     ADD 1 TO WS-NB-ITM
099100     MOVE RAP-ORIGINE      TO WS-ITM-ORIGINE(WS-NB-ITM)
099200     MOVE RAP-TYPE-CLR     TO WS-ITM-TYPE-CLR(WS-NB-ITM)
099300     MOVE RAP-DATE-ECH     TO WS-ITM-DATE-ECH(WS-NB-ITM)
099400     MOVE RAP-ID-CPTE      TO WS-ITM-ID-CPTE(WS-NB-ITM)
099500     MOVE RAP-MONTANT      TO WS-ITM-MONTANT(WS-NB-ITM)
099600     MOVE RAP-BANQUE       TO WS-ITM-BANQUE(WS-NB-ITM)
099700     MOVE RAP-CPTE-EXT     TO WS-ITM-CPTE-EXT(WS-NB-ITM)
099800     MOVE RAP-DATE-ENTREE  TO WS-ITM-DATE-ENTREE(WS-NB-ITM)
099900     MOVE RAP-STATUT-CHB   TO WS-ITM-STATUT-CHB(WS-NB-ITM)
100000     MOVE RAP-MOTIF-CHB    TO WS-ITM-MOTIF-CHB(WS-NB-ITM)
100100     MOVE SPACE            TO WS-ITM-ETAT(WS-NB-ITM)
100200     .
100300*----------------------*
100400 8500-PREPARER-DETAIL.
100500*----------------------*
100600     MOVE WS-ITM-ORIGINE(WS-IND-ITM)  TO LD-ORIGINE
100700     MOVE WS-ITM-TYPE-CLR(WS-IND-ITM) TO LD-TYPE-CLR
100800     MOVE WS-ITM-DATE-ECH(WS-IND-ITM) TO LD-DATE-ECH
100900     MOVE WS-ITM-ID-CPTE(WS-IND-ITM)  TO LD-ID-CPTE
101000     MOVE WS-ITM-MONTANT(WS-IND-ITM)  TO LD-MONTANT
101100     MOVE WS-ITM-BANQUE(WS-IND-ITM)   TO LD-BANQUE
101200     MOVE WS-ITM-CPTE-EXT(WS-IND-ITM) TO LD-CPTE-EXT
101300     MOVE SPACE                       TO LD-COMMENTAIRE
101400     .
101500*----------------------*
101600 8900-ECRIRE-SECTION.
101700*----------------------*
101800     MOVE LIGNE-SECTION TO REC-CLRRAPRP
101900     WRITE REC-CLRRAPRP AFTER ADVANCING 2 LINES
102000     .
102100*----------------------*
102200 8950-ECRIRE-DETAIL.
102300*----------------------*
102400     MOVE LIGNE-DETAIL TO REC-CLRRAPRP
102500     WRITE REC-CLRRAPRP
102600     .
102700*----------------------*
102800 9000-TERMINAISON.
102900*----------------------*
103000     CLOSE CLRRAPRP

103100     DISPLAY 'CLRRAP - REGISTRE DE LA VEILLE   : '
103200             WS-NB-REGISTRE
103300     DISPLAY 'CLRRAP - EMIS CE SOIR            : '
103400             WS-NB-EMIS-SOIR
103500     DISPLAY 'CLRRAP - RECUS CE SOIR           : '
103600             WS-NB-RECUS-SOIR
103700     DISPLAY 'CLRRAP - APPARIES AU RELEVE      : '
103800             WS-NB-APPARIES
103900     DISPLAY 'CLRRAP - REJETS DE LA CHAMBRE    : '
104000             WS-NB-REJETS-CHB
104100     DISPLAY 'CLRRAP - MIS EN SUSPENS (CJ)     : '
104200             WS-NB-SUSPENS
104300     DISPLAY 'CLRRAP - CHAMBRE SANS CONTREPARTIE: '
104400             WS-NB-SANS-CONTREP
104500     DISPLAY 'CLRRAP - APURES PAR CARTE        : '
104600             WS-NB-APURES
104700     DISPLAY 'CLRRAP - ECARTS OUVERTS          : '
104800             WS-NB-OUVERTS
104900     DISPLAY 'CLRRAP - DONT EN RETARD          : '
105000             WS-NB-EN-RETARD
105100     DISPLAY 'CLRRAP - JOURS EN ECART DE NET   : '
105200             WS-NB-JRS-ECART

105300     IF RETURN-CODE < 4
105400        AND (WS-NB-EN-RETARD > ZERO OR WS-NB-JRS-ECART > ZERO)
105500        MOVE 4 TO RETURN-CODE
105600     END-IF

105700     MOVE 'F' TO RL-FONCTION
105800     MOVE 'CLRRAP' TO RL-PROG
105900     COMPUTE RL-LUS = WS-NB-REGISTRE + WS-NB-EMIS-SOIR
106000                    + WS-NB-RECUS-SOIR + WS-NB-DONNEES
106100     COMPUTE RL-ECRITS = WS-NB-OUVERTS + WS-NB-SUSPENS
106200     MOVE WS-NB-CARTES-REFUSEES TO RL-REJETES
106300     MOVE RETURN-CODE TO RL-RC
106400     CALL 'pgrunlog' USING RL-COMMUN
106500     .

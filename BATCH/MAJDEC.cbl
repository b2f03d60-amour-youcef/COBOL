000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    MAJDEC.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - MISE A JOUR DES DECOUVERTS
001400*                   AUTORISES ACCEPTES PAR LES AGENCES
001500*                   APRES LA REVUE REVDEC (JCL DECMAJ).
001600*                   CHAQUE CARTE DECCART (DESSIN FREVDEC)
001700*                   EST CONTROLEE CONTRE CLIENT.DAT : LE
001800*                   DECOUVERT ACTUEL DE LA CARTE DOIT ETRE
001900*                   CELUI DU COMPTE, SINON LE COMPTE A
002000*                   CHANGE DEPUIS LA REVUE ET LA CARTE EST
002100*                   REJETEE. DEC-CLT EST REECRIT ET
002200*                   JOURNALISE DANS JRNBATCH (DECOUVERT
002300*                   AVANT/APRES, REJOUE PAR ROLLFWD) ; UNE
002400*                   IMAGE CLIENT AU FORMAT FEXTRAIT (ZONE
002500*                   DE FUSION : COMPTE ET NOUVEAU MONTANT)
002600*                   EST ECRITE DANS LETDEC POUR LA LETTRE
002700*                   D'INFORMATION EDITEE PAR MAILCLI.
002730*   15/10/2026  SE  COMPTE DE MINEUR (FCLIENTS, E-CLI-MINEUR) :
002760*                   UN DECOUVERT NON NUL EST REJETE.
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
003900     SELECT DECCART    ASSIGN TO DECCART
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FS-DECCART.

004200     SELECT FCLT       ASSIGN TO FCLT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ID-CPTE
004600         FILE STATUS IS WS-FS-FCLT.

004700     SELECT FXREF      ASSIGN TO FXREF
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS XRF-CLE
005100         ALTERNATE RECORD KEY IS XRF-ID-CPTE
005200         FILE STATUS IS WS-FS-FXREF.

005300     SELECT FCLI       ASSIGN TO FCLI
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS E-NUMERO
005700         FILE STATUS IS WS-FS-FCLI.

005800     SELECT FJRN       ASSIGN TO FJRN
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-FS-FJRN.

006100     SELECT LETDEC     ASSIGN TO LETDEC
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-FS-LETDEC.

006400     SELECT MAJDECRP   ASSIGN TO MAJDECRP
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-FS-MAJDECRP.
006700*
006800*======================================================*
006900*           D A T A         D I V I S I O N            *
007000*======================================================*
007100 DATA DIVISION.
007200 FILE SECTION.
007300*
007400*    CARTES ACCEPTEES PAR LES AGENCES (LIGNES DE REVDECPR)
007500 FD  DECCART
007600     RECORD CONTAINS 80 CHARACTERS.
007700     COPY FREVDEC.
007800*
007900 FD  FCLT
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  REC-CLT.
008200     05  ID-CPTE    PIC X(08).
008300     05  ID-REGION  PIC X(02).
008400     05  NAT-CPTE   PIC 9(02).
008500     05  NOM-CLT    PIC X(10).
008600     05  PRN-CLT    PIC X(10).
008700     05  DTN-CLT    PIC 9(08).
008800     05  SEX-CLT    PIC X(01).
008900     05  ACP-CLT    PIC X(02).
009000     05  STS-CLT    PIC X(01).
009100         88 STS-CLT-ACTIF  VALUE 'O' 'C'.
009200     05  ADR-CLT    PIC X(10).
009300     05  SLD-CLT    PIC S9(08)V99.
009400     05  PST-CLT    PIC X(02).
009500*    LE PIN (NON UTILISE ICI) PRECEDE LE DECOUVERT
009600*    AUTORISE DANS LE DESSIN PHYSIQUE
009700     05  FILLER     PIC X(04).
009800     05  DEC-CLT    PIC 9(06).
009900     05  DEV-CLT    PIC X(02).
010000     05  AGC-CLT    PIC X(02).
010100*
010200 FD  FXREF
010300     RECORD CONTAINS 80 CHARACTERS.
010400     COPY FCLICPT.
010500*
010600 FD  FCLI
010700     RECORD CONTAINS 400 CHARACTERS.
010800     COPY FCLIENTS.
010900*
011000 FD  FJRN
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  REC-JRN.
011300     05  JRN-DATE      PIC 9(08).
011400     05  JRN-PROG      PIC X(08).
011500     05  JRN-ID-CPTE   PIC X(08).
011600     05  JRN-SLD-AVANT PIC S9(08)V99.
011700     05  JRN-SLD-APRES PIC S9(08)V99.
011800     05  JRN-STS-AVANT PIC X(01).
011900     05  JRN-STS-APRES PIC X(01).
012000*    DECOUVERT AUTORISE AVANT/APRES (REJOUE PAR ROLLFWD)
012100     05  JRN-DEC-AVANT PIC 9(06).
012200     05  JRN-DEC-APRES PIC 9(06).
012300     05  FILLER        PIC X(22).
012400*
012500*    IMAGES CLIENT AU FORMAT FEXTRAIT POUR MAILCLI
012600 FD  LETDEC
012700     RECORD CONTAINS 400 CHARACTERS.
012800 01  REC-LETDEC               PIC X(400).
012900*
013000 FD  MAJDECRP
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  REC-MAJDECRP             PIC X(80).
013300*
013400*------------------------------------------------------*
013500 WORKING-STORAGE SECTION.
013600*------------------------------------------------------*
013700*
013800 01  WS-FS-DECCART            PIC X(02) VALUE SPACE.
013900     88 FS-DECCART-OK            VALUE '00'.
014000 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
014100     88 FS-FCLT-OK               VALUE '00'.
014200 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
014300     88 FS-FXREF-OK              VALUE '00'.
014400 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
014500     88 FS-FCLI-OK               VALUE '00'.
014600 01  WS-FS-FJRN               PIC X(02) VALUE SPACE.
014700     88 FS-FJRN-OK               VALUE '00'.
014800 01  WS-FS-LETDEC             PIC X(02) VALUE SPACE.
014900     88 FS-LETDEC-OK             VALUE '00'.
015000 01  WS-FS-MAJDECRP           PIC X(02) VALUE SPACE.
015100     88 FS-MAJDECRP-OK           VALUE '00'.
015200*
015300 01  WS-FIN-DECCART           PIC X(01) VALUE 'N'.
015400     88 FIN-DECCART              VALUE 'Y'.
015500*
015600 01  WS-DATE-JOUR             PIC 9(08).
015700*
015800 01  WS-NB-CARTES             PIC 9(05) VALUE ZERO.
015900 01  WS-NB-APPLIQUES          PIC 9(05) VALUE ZERO.
016000 01  WS-NB-REJETS             PIC 9(05) VALUE ZERO.
016100 01  WS-NB-LETTRES            PIC 9(05) VALUE ZERO.
016200 01  WS-NB-SANS-CLIENT        PIC 9(05) VALUE ZERO.
016230 01  WS-MINEUR               PIC X(01) VALUE 'N'.
016260     88 CLIENT-MINEUR            VALUE 'O'.
016300*
016400 01  WS-DEC-AVANT             PIC 9(06).
016500 01  WS-MOTIF-REJET           PIC X(40).
016600*
016700*    MONTANT EDITE ET CADRE A GAUCHE POUR LA LETTRE
016800 01  WS-MONTANT-EDITE         PIC ZZZZZ9.
016900 01  WS-NB-BLANCS             PIC S9(4) COMP.
017000 01  WS-LG-MONTANT            PIC S9(4) COMP.
017100*
017200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
017300 01  RL-COMMUN.
017400     05 RL-FONCTION    PIC X(01).
017500     05 RL-PROG        PIC X(08).
017600     05 RL-LUS         PIC 9(09).
017700     05 RL-ECRITS      PIC 9(09).
017800     05 RL-REJETES     PIC 9(09).
017900     05 RL-RC          PIC 9(02).
018000*
018100*    ENTETE / FIN DE CONTROLE DE LETDEC (MODULE pgctlfic)
018200 01  CTL-COMMUN.
018300     05 CTL-FONCTION          PIC X(01).
018400     05 CTL-PROG              PIC X(08).
018500     05 CTL-DATE              PIC 9(08).
018600     05 CTL-COMPTEUR          PIC 9(09).
018700     05 CTL-HASH              PIC 9(13)V99.
018800     05 CTL-RC                PIC X(01).
018900     05 CTL-ENREG             PIC X(53).
019000*
019100 01  LIGNE-TITRE.
019200     05 FILLER                PIC X(44) VALUE
019300        'MISE A JOUR DES DECOUVERTS AUTORISES - DATE '.
019400     05 LT-DATE               PIC 9(08).
019500     05 FILLER                PIC X(28) VALUE SPACE.
019600*
019700 01  LIGNE-APPLIQUE.
019800     05 FILLER                PIC X(09) VALUE 'COMPTE : '.
019900     05 LA-CPTE               PIC X(08).
020000     05 FILLER                PIC X(09) VALUE '  DEC. : '.
020100     05 LA-DEC-AVANT          PIC ZZZZZ9.
020200     05 FILLER                PIC X(04) VALUE ' -> '.
020300     05 LA-DEC-APRES          PIC ZZZZZ9.
020400     05 FILLER                PIC X(12) VALUE '  APPLIQUE'.
020500     05 FILLER                PIC X(26) VALUE SPACE.
020600*
020700 01  LIGNE-REJET.
020800     05 FILLER                PIC X(09) VALUE 'COMPTE : '.
020900     05 LR-CPTE               PIC X(08).
021000     05 FILLER                PIC X(11) VALUE '  REJET : '.
021100     05 LR-MOTIF              PIC X(40).
021200     05 FILLER                PIC X(12) VALUE SPACE.
021300*
021400 01  LIGNE-TOTAL.
021500     05 LTO-LIBELLE           PIC X(30).
021600     05 LTO-NB                PIC ZZZZ9.
021700     05 FILLER                PIC X(45) VALUE SPACE.
021800*
021900*======================================================*
022000*     P R O C E D U R E     D I V I S I O N            *
022100*======================================================*
022200 PROCEDURE DIVISION.
022300*----------------------*
022400 0000-MAINLINE.
022500*----------------------*
022600     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
022700     IF RETURN-CODE NOT < 8
022800        GOBACK
022900     END-IF
023000     PERFORM 2000-TRAITER-CARTE THRU 2000-TRAITER-EXIT
023100         UNTIL FIN-DECCART
023200     PERFORM 9000-TERMINAISON
023300     GOBACK
023400     .
023500*----------------------*
023600 1000-INITIALISATION.
023700*----------------------*
023800     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

023900     MOVE 'D' TO RL-FONCTION
024000     MOVE 'MAJDEC' TO RL-PROG
024100     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
024200     CALL 'pgrunlog' USING RL-COMMUN

024300     OPEN INPUT DECCART
024400     IF NOT FS-DECCART-OK
024500        DISPLAY 'MAJDEC - ERREUR OPEN DECCART - FS='
024600                WS-FS-DECCART
024700        MOVE 12 TO RETURN-CODE
024800        GO TO 1000-INITIALISATION-EXIT
024900     END-IF

025000     OPEN I-O FCLT
025100     IF NOT FS-FCLT-OK
025200        DISPLAY 'MAJDEC - ERREUR OPEN FCLT - FS='
025300                WS-FS-FCLT
025400        MOVE 12 TO RETURN-CODE
025500        CLOSE DECCART
025600        GO TO 1000-INITIALISATION-EXIT
025700     END-IF

025800     OPEN INPUT FXREF
025900     IF NOT FS-FXREF-OK
026000        DISPLAY 'MAJDEC - ERREUR OPEN FXREF - FS='
026100                WS-FS-FXREF
026200        MOVE 12 TO RETURN-CODE
026300        CLOSE DECCART FCLT
026400        GO TO 1000-INITIALISATION-EXIT
026500     END-IF

026600     OPEN INPUT FCLI
026700     IF NOT FS-FCLI-OK
026800        DISPLAY 'MAJDEC - ERREUR OPEN FCLI - FS='
026900                WS-FS-FCLI
027000        MOVE 12 TO RETURN-CODE
027100        CLOSE DECCART FCLT FXREF
027200        GO TO 1000-INITIALISATION-EXIT
027300     END-IF

027400     OPEN EXTEND FJRN
027500     IF NOT FS-FJRN-OK
027600        DISPLAY 'MAJDEC - ERREUR OPEN FJRN - FS='
027700                WS-FS-FJRN
027800        MOVE 12 TO RETURN-CODE
027900        CLOSE DECCART FCLT FXREF FCLI
028000        GO TO 1000-INITIALISATION-EXIT
028100     END-IF

028200     OPEN OUTPUT LETDEC
028300     IF NOT FS-LETDEC-OK
028400        DISPLAY 'MAJDEC - ERREUR OPEN LETDEC - FS='
028500                WS-FS-LETDEC
028600        MOVE 12 TO RETURN-CODE
028700        CLOSE DECCART FCLT FXREF FCLI FJRN
028800        GO TO 1000-INITIALISATION-EXIT
028900     END-IF

029000     OPEN OUTPUT MAJDECRP
029100     IF NOT FS-MAJDECRP-OK
029200        DISPLAY 'MAJDEC - ERREUR OPEN MAJDECRP - FS='
029300                WS-FS-MAJDECRP
029400        MOVE 12 TO RETURN-CODE
029500        CLOSE DECCART FCLT FXREF FCLI FJRN LETDEC
029600        GO TO 1000-INITIALISATION-EXIT
029700     END-IF

029800     MOVE WS-DATE-JOUR TO LT-DATE
029900     MOVE LIGNE-TITRE  TO REC-MAJDECRP
030000     WRITE REC-MAJDECRP

030100*    ENTETE DE CONTROLE DES IMAGES (MODULE pgctlfic)
030200     MOVE 'E'      TO CTL-FONCTION
030300     MOVE 'MAJDEC' TO CTL-PROG
030400     MOVE WS-DATE-JOUR TO CTL-DATE
030500     CALL 'pgctlfic' USING CTL-COMMUN
030600     MOVE SPACE     TO REC-LETDEC
030700     MOVE CTL-ENREG TO REC-LETDEC(1:53)
030800     WRITE REC-LETDEC
030900     .
031000 1000-INITIALISATION-EXIT.
031100     EXIT.
031200*----------------------*
031300 2000-TRAITER-CARTE.
031400*----------------------*
031500     READ DECCART
031600         AT END
031700            MOVE 'Y' TO WS-FIN-DECCART
031800            GO TO 2000-TRAITER-EXIT
031900     END-READ

032000*    LIGNES DE COMMENTAIRE ET LIGNES BLANCHES IGNOREES
032100     IF RD-PROPOSITION(1:1) = '*'
032200        OR RD-PROPOSITION(1:22) = SPACE
032300        GO TO 2000-TRAITER-EXIT
032400     END-IF

032500     ADD 1 TO WS-NB-CARTES

032600     IF RD-ID-CPTE = SPACE
032700        OR RD-DEC-ACTUEL NOT NUMERIC
032800        OR RD-DEC-PROPOSE NOT NUMERIC
032900        MOVE 'CARTE MAL FORMEE' TO WS-MOTIF-REJET
033000        PERFORM 2900-REJETER
033100        GO TO 2000-TRAITER-EXIT
033200     END-IF

033300     MOVE RD-ID-CPTE TO ID-CPTE
033400     READ FCLT
033500         INVALID KEY
033600            MOVE 'COMPTE INCONNU' TO WS-MOTIF-REJET
033700            PERFORM 2900-REJETER
033800            GO TO 2000-TRAITER-EXIT
033900     END-READ

034000     IF NOT STS-CLT-ACTIF
034100        MOVE 'COMPTE NON ACTIF' TO WS-MOTIF-REJET
034200        PERFORM 2900-REJETER
034300        GO TO 2000-TRAITER-EXIT
034400     END-IF

034500*    LE DECOUVERT A ETE MODIFIE DEPUIS LA REVUE : LA
034600*    PROPOSITION NE VAUT PLUS
034700     IF DEC-CLT NOT = RD-DEC-ACTUEL
034800        MOVE 'DECOUVERT MODIFIE DEPUIS LA REVUE'
034900          TO WS-MOTIF-REJET
035000        PERFORM 2900-REJETER
035100        GO TO 2000-TRAITER-EXIT
035200     END-IF

035300     IF RD-DEC-PROPOSE = DEC-CLT
035400        MOVE 'MONTANT INCHANGE' TO WS-MOTIF-REJET
035500        PERFORM 2900-REJETER
035600        GO TO 2000-TRAITER-EXIT
035700     END-IF

035714*    PAS DE DECOUVERT SUR LE COMPTE D'UN MINEUR
035721     IF RD-DEC-PROPOSE > ZERO
035728        PERFORM 2100-CONTROLER-MINEUR
035735           THRU 2100-CONTROLER-EXIT
035742        IF CLIENT-MINEUR
035749           MOVE 'COMPTE DE MINEUR : PAS DE DECOUVERT'
035756             TO WS-MOTIF-REJET
035763           PERFORM 2900-REJETER
035770           GO TO 2000-TRAITER-EXIT
035777        END-IF
035784     END-IF

035800     MOVE DEC-CLT        TO WS-DEC-AVANT
035900     MOVE RD-DEC-PROPOSE TO DEC-CLT
036000     REWRITE REC-CLT
036100         INVALID KEY
036200            MOVE 'REWRITE FCLT IMPOSSIBLE' TO WS-MOTIF-REJET
036300            PERFORM 2900-REJETER
036400            GO TO 2000-TRAITER-EXIT
036500     END-REWRITE

036600*    JOURNAL AVANT/APRES : SOLDE ET STATUT INCHANGES
036700     MOVE WS-DATE-JOUR TO JRN-DATE
036800     MOVE 'MAJDEC'     TO JRN-PROG
036900     MOVE ID-CPTE      TO JRN-ID-CPTE
037000     MOVE SLD-CLT      TO JRN-SLD-AVANT
037100     MOVE SLD-CLT      TO JRN-SLD-APRES
037200     MOVE STS-CLT      TO JRN-STS-AVANT
037300     MOVE STS-CLT      TO JRN-STS-APRES
037400     MOVE WS-DEC-AVANT TO JRN-DEC-AVANT
037500     MOVE DEC-CLT      TO JRN-DEC-APRES
037600     MOVE SPACE        TO REC-JRN(59:22)
037700     WRITE REC-JRN

037800     ADD 1 TO WS-NB-APPLIQUES
037900     MOVE ID-CPTE        TO LA-CPTE
038000     MOVE WS-DEC-AVANT   TO LA-DEC-AVANT
038100     MOVE DEC-CLT        TO LA-DEC-APRES
038200     MOVE LIGNE-APPLIQUE TO REC-MAJDECRP
038300     WRITE REC-MAJDECRP

038400     PERFORM 3000-PREPARER-LETTRE THRU 3000-PREPARER-EXIT
038500     .
038600 2000-TRAITER-EXIT.
038700     EXIT.
038704*----------------------*
038708 2100-CONTROLER-MINEUR.
038712*----------------------*
038716*    COMPTE -> CLIENT PAR LA CLE SECONDAIRE DE FCLICPT ;
038720*    UN COMPTE SANS CLIENT N'EST PAS CONCERNE
038724     MOVE 'N' TO WS-MINEUR
038728     MOVE ID-CPTE TO XRF-ID-CPTE
038732     READ FXREF KEY IS XRF-ID-CPTE
038736         INVALID KEY
038740            GO TO 2100-CONTROLER-EXIT
038744     END-READ
038748     MOVE XRF-NUMERO TO E-NUMERO
038752     READ FCLI
038756         INVALID KEY
038760            GO TO 2100-CONTROLER-EXIT
038764     END-READ
038768     IF E-CLI-MINEUR
038772        MOVE 'O' TO WS-MINEUR
038776     END-IF
038780     .
038784 2100-CONTROLER-EXIT.
038788     EXIT.
038800*----------------------*
038900 2900-REJETER.
039000*----------------------*
039100     ADD 1 TO WS-NB-REJETS
039200     MOVE RD-ID-CPTE     TO LR-CPTE
039300     MOVE WS-MOTIF-REJET TO LR-MOTIF
039400     MOVE LIGNE-REJET    TO REC-MAJDECRP
039500     WRITE REC-MAJDECRP
039600     .
039700*----------------------*
039800 3000-PREPARER-LETTRE.
039900*----------------------*
040000*    COMPTE -> CLIENT PAR LA CLE SECONDAIRE DE FCLICPT ;
040100*    SANS CLIENT RATTACHE, PAS DE LETTRE (RC 4)
040200     MOVE ID-CPTE TO XRF-ID-CPTE
040300     READ FXREF KEY IS XRF-ID-CPTE
040400         INVALID KEY
040500            DISPLAY 'MAJDEC - COMPTE SANS CLIENT, PAS DE '
040600                    'LETTRE : ' ID-CPTE
040700            ADD 1 TO WS-NB-SANS-CLIENT
040800            GO TO 3000-PREPARER-EXIT
040900     END-READ

041000     MOVE XRF-NUMERO TO E-NUMERO
041100     READ FCLI
041200         INVALID KEY
041300            DISPLAY 'MAJDEC - CLIENT INCONNU, PAS DE '
041400                    'LETTRE : ' ID-CPTE
041500            ADD 1 TO WS-NB-SANS-CLIENT
041600            GO TO 3000-PREPARER-EXIT
041700     END-READ

041800*    NOUVEAU MONTANT CADRE A GAUCHE, SUIVI DE LA DEVISE
041900     MOVE DEC-CLT TO WS-MONTANT-EDITE
042000     MOVE ZERO    TO WS-NB-BLANCS
042100     INSPECT WS-MONTANT-EDITE
042200         TALLYING WS-NB-BLANCS FOR LEADING SPACE
042300     COMPUTE WS-LG-MONTANT = 6 - WS-NB-BLANCS
042400     MOVE ID-CPTE TO E-FUS-COMPTE
042500     MOVE SPACE   TO E-FUS-VALEUR
042600     MOVE WS-MONTANT-EDITE(WS-NB-BLANCS + 1:WS-LG-MONTANT)
042700       TO E-FUS-VALEUR
042800     IF DEV-CLT NOT = SPACE
042900        MOVE DEV-CLT TO E-FUS-VALEUR(WS-LG-MONTANT + 2:2)
043000     END-IF

043100     MOVE SPACE    TO REC-LETDEC
043200     MOVE E-CLIENT TO REC-LETDEC
043300     WRITE REC-LETDEC
043400     ADD 1 TO WS-NB-LETTRES
043500     .
043600 3000-PREPARER-EXIT.
043700     EXIT.
043800*----------------------*
043900 9000-TERMINAISON.
044000*----------------------*
044100*    FIN DE CONTROLE : NOMBRE D'IMAGES ECRITES
044200     MOVE 'T'           TO CTL-FONCTION
044300     MOVE WS-NB-LETTRES TO CTL-COMPTEUR
044400     MOVE ZERO          TO CTL-HASH
044500     CALL 'pgctlfic' USING CTL-COMMUN
044600     MOVE SPACE     TO REC-LETDEC
044700     MOVE CTL-ENREG TO REC-LETDEC(1:53)
044800     WRITE REC-LETDEC

044900     MOVE 'CARTES LUES                   ' TO LTO-LIBELLE
045000     MOVE WS-NB-CARTES TO LTO-NB
045100     MOVE LIGNE-TOTAL  TO REC-MAJDECRP
045200     WRITE REC-MAJDECRP
045300     MOVE 'DECOUVERTS MIS A JOUR         ' TO LTO-LIBELLE
045400     MOVE WS-NB-APPLIQUES TO LTO-NB
045500     MOVE LIGNE-TOTAL  TO REC-MAJDECRP
045600     WRITE REC-MAJDECRP
045700     MOVE 'CARTES REJETEES               ' TO LTO-LIBELLE
045800     MOVE WS-NB-REJETS TO LTO-NB
045900     MOVE LIGNE-TOTAL  TO REC-MAJDECRP
046000     WRITE REC-MAJDECRP
046100     MOVE 'LETTRES A EDITER              ' TO LTO-LIBELLE
046200     MOVE WS-NB-LETTRES TO LTO-NB
046300     MOVE LIGNE-TOTAL  TO REC-MAJDECRP
046400     WRITE REC-MAJDECRP

046500     CLOSE DECCART
046600     CLOSE FCLT
046700     CLOSE FXREF
046800     CLOSE FCLI
046900     CLOSE FJRN
047000     CLOSE LETDEC
047100     CLOSE MAJDECRP

047200     DISPLAY 'MAJDEC - CARTES LUES          : ' WS-NB-CARTES
047300     DISPLAY 'MAJDEC - DECOUVERTS MODIFIES  : ' WS-NB-APPLIQUES
047400     DISPLAY 'MAJDEC - CARTES REJETEES      : ' WS-NB-REJETS
047500     DISPLAY 'MAJDEC - LETTRES A EDITER     : ' WS-NB-LETTRES

047600     IF WS-NB-REJETS > ZERO OR WS-NB-SANS-CLIENT > ZERO
047700        MOVE 4 TO RETURN-CODE
047800     END-IF

047900     MOVE 'F' TO RL-FONCTION
048000     MOVE 'MAJDEC' TO RL-PROG
048100     MOVE WS-NB-CARTES TO RL-LUS
048200     MOVE WS-NB-APPLIQUES TO RL-ECRITS
048300     MOVE WS-NB-REJETS TO RL-REJETES
048400     MOVE RETURN-CODE TO RL-RC
048500     CALL 'pgrunlog' USING RL-COMMUN
048600     .

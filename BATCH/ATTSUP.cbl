000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ATTSUP.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - ETAT QUOTIDIEN DES
001400*                   APPROBATIONS EN SOUFFRANCE : DEMANDES
001500*                   QUI ATTENDENT LE VISA D'UN SECOND
001600*                   OPERATEUR DEPUIS PLUS D'UN JOUR OUVRE
001700*                   (DATE DE LA DEMANDE ANTERIEURE AU
001800*                   DERNIER JOUR OUVRE QUI PRECEDE LE JOUR
001900*                   DU PASSAGE, pgcalend 'D') :
002000*                   - SUPPRESSIONS DE CLIENTS (FAPPSUP) ;
002100*                   - FUSIONS DE DOUBLONS (FAPPFUS) ;
002200*                   - GESTES COMMERCIAUX EN ATTENTE (FGESTE,
002300*                     STATUT D) ;
002400*                   - DEMANDES DE PRET A REVOIR (FDEMPRET,
002500*                     STATUT R, DEPUIS LA DECISION DECPRET) ;
002600*                   - CAMPAGNE DE SALAIRES EN ATTENTE DE
002700*                     LIBERATION PAR MASAPPR (MASAPP, STATUT
002800*                     P), PORTEE AU SIEGE.
002900*                   UNE PAGE PAR AGENCE DU COMPTE CONCERNE
003000*                   (REGION + AGC-CLT DE FCLT, LE COMPTE 01
003100*                   DU CLIENT POUR UNE SUPPRESSION OU UNE
003200*                   FUSION), AGE EN JOURS CALENDAIRES.
003300*                   RC 4 DES QU'UNE DEMANDE EST LISTEE.
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
004500     SELECT FAPPSUP    ASSIGN TO FAPPSUP
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS P-NUMERO
004900         FILE STATUS IS WS-FS-FAPPSUP.

005000     SELECT FAPPFUS    ASSIGN TO FAPPFUS
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS SEQUENTIAL
005300         RECORD KEY IS FU-ABSORBE
005400         FILE STATUS IS WS-FS-FAPPFUS.

005500     SELECT FGESTE     ASSIGN TO FGESTE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS SEQUENTIAL
005800         RECORD KEY IS GST-CLE
005900         FILE STATUS IS WS-FS-FGESTE.

006000     SELECT FDEMPRET   ASSIGN TO FDEMPRET
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS SEQUENTIAL
006300         RECORD KEY IS DPR-NUM-DEMANDE
006400         FILE STATUS IS WS-FS-FDEMPRET.

006500     SELECT MASAPP     ASSIGN TO MASAPP
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-FS-MASAPP.

006800     SELECT FXREF      ASSIGN TO FXREF
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS RANDOM
007100         RECORD KEY IS XRF-CLE
007200         ALTERNATE RECORD KEY IS XRF-ID-CPTE
007300         FILE STATUS IS WS-FS-FXREF.

007400     SELECT FCLT       ASSIGN TO FCLT
007500         ORGANIZATION IS INDEXED
007600         ACCESS MODE IS RANDOM
007700         RECORD KEY IS ID-CPTE
007800         FILE STATUS IS WS-FS-FCLT.

007900     SELECT FAGENCE    ASSIGN TO FAGENCE
008000         ORGANIZATION IS INDEXED
008100         ACCESS MODE IS RANDOM
008200         RECORD KEY IS AG-CLE
008300         FILE STATUS IS WS-FS-FAGENCE.

008400     SELECT SRTATT     ASSIGN TO SRTATT.

008500     SELECT ATTSUPRP   ASSIGN TO ATTSUPRP
008600         ORGANIZATION IS SEQUENTIAL
008700         FILE STATUS IS WS-FS-ATTSUPRP.
008800*
008900*======================================================*
009000*           D A T A         D I V I S I O N            *
009100*======================================================*
009200 DATA DIVISION.
009300 FILE SECTION.
009400*
009500 FD  FAPPSUP
009600     RECORD CONTAINS 40 CHARACTERS.
009700     COPY FAPPSUP.
009800*
009900 FD  FAPPFUS
010000     RECORD CONTAINS 48 CHARACTERS.
010100     COPY FAPPFUS.
010200*
010300 FD  FGESTE
010400     RECORD CONTAINS 80 CHARACTERS.
010500     COPY FGESTE.
010600*
010700 FD  FDEMPRET
010800     RECORD CONTAINS 150 CHARACTERS.
010900     COPY FDEMPRET.
011000*
011100*    DEMANDE DE CAMPAGNE DE SALAIRES DEPOSEE PAR MASSAL
011200*    (DESSIN DE MASAPPR)
011300 FD  MASAPP
011400     RECORD CONTAINS 27 CHARACTERS.
011500 01  REC-MASAPP.
011600     05  MA-STATUS       PIC X(01).
011700         88 MA-PENDING      VALUE 'P'.
011800     05  MA-REQUESTER    PIC X(03).
011900     05  MA-APPROVER     PIC X(03).
012000     05  MA-DATE         PIC 9(08).
012100     05  MA-REPORT       PIC X(12).
012200*
012300 FD  FXREF
012400     RECORD CONTAINS 80 CHARACTERS.
012500     COPY FCLICPT.
012600*
012700 FD  FCLT
012800     RECORD CONTAINS 80 CHARACTERS.
012900 01  REC-CLT.
013000     05  ID-CPTE    PIC X(08).
013100     05  ID-REGION  PIC X(02).
013200     05  NAT-CPTE   PIC 9(02).
013300     05  NOM-CLT    PIC X(10).
013400     05  PRN-CLT    PIC X(10).
013500     05  DTN-CLT    PIC 9(08).
013600     05  SEX-CLT    PIC X(01).
013700     05  ACP-CLT    PIC X(02).
013800     05  STS-CLT    PIC X(01).
013900     05  ADR-CLT    PIC X(10).
014000     05  SLD-CLT    PIC S9(08)V99.
014100     05  PST-CLT    PIC X(02).
014200     05  PIN-CLT    PIC 9(04).
014300     05  DEC-CLT    PIC 9(06).
014400     05  DEV-CLT    PIC X(02).
014500     05  AGC-CLT    PIC X(02).
014600*
014700 FD  FAGENCE
014800     RECORD CONTAINS 80 CHARACTERS.
014900     COPY FAGENCE.
015000*
015100*    DEMANDES EN SOUFFRANCE PAR AGENCE, MODULE ET DATE
015200 SD  SRTATT.
015300 01  SRT-ATTENTE.
015400     05  SRT-AGENCE           PIC X(04).
015500     05  SRT-MODULE           PIC 9(01).
015600     05  SRT-DATE             PIC 9(08).
015700     05  SRT-REFERENCE        PIC X(17).
015800     05  SRT-DEMANDEUR        PIC X(03).
015900     05  SRT-MONTANT          PIC 9(08)V99.
016000     05  SRT-AGE              PIC 9(04).
016100*
016200 FD  ATTSUPRP
016300     RECORD CONTAINS 100 CHARACTERS.
016400 01  REC-ATTSUPRP             PIC X(100).
016500*
016600*------------------------------------------------------*
016700 WORKING-STORAGE SECTION.
016800*------------------------------------------------------*
016900*
017000 01  WS-FS-FAPPSUP            PIC X(02) VALUE SPACE.
017100     88 FS-FAPPSUP-OK            VALUE '00'.
017200 01  WS-FS-FAPPFUS            PIC X(02) VALUE SPACE.
017300     88 FS-FAPPFUS-OK            VALUE '00'.
017400 01  WS-FS-FGESTE             PIC X(02) VALUE SPACE.
017500     88 FS-FGESTE-OK             VALUE '00'.
017600 01  WS-FS-FDEMPRET           PIC X(02) VALUE SPACE.
017700     88 FS-FDEMPRET-OK           VALUE '00'.
017800 01  WS-FS-MASAPP             PIC X(02) VALUE SPACE.
017900     88 FS-MASAPP-OK             VALUE '00'.
018000 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
018100     88 FS-FXREF-OK              VALUE '00'.
018200 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
018300     88 FS-FCLT-OK               VALUE '00'.
018400 01  WS-FS-FAGENCE            PIC X(02) VALUE SPACE.
018500     88 FS-FAGENCE-OK            VALUE '00'.
018600 01  WS-FS-ATTSUPRP           PIC X(02) VALUE SPACE.
018700     88 FS-ATTSUPRP-OK           VALUE '00'.
018800*
018900 01  WS-FIN-FICHIER           PIC X(01) VALUE 'N'.
019000     88 FIN-FICHIER              VALUE 'Y'.
019100 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
019200     88 FIN-TRI                  VALUE 'Y'.
019300 01  WS-MASAPP-PRESENT        PIC X(01) VALUE 'N'.
019400     88 MASAPP-PRESENT           VALUE 'O'.
019500*
019600 01  WS-DATE-JOUR             PIC 9(08).
019700 01  WS-INT-JOUR              PIC S9(09) COMP.
019800*    DATE LIMITE : UNE DEMANDE ANTERIEURE AU DERNIER JOUR
019900*    OUVRE QUI PRECEDE LE PASSAGE A ATTENDU PLUS D'UN
020000*    JOUR OUVRE
020100 01  WS-DATE-LIMITE           PIC 9(08).
020200 01  WS-AGE                   PIC S9(09) COMP.
020300*
020400*    INTERFACE DU MODULE COMMUN pgcalend
020500 01  WS-CAL-FONCTION          PIC X(01).
020600 01  WS-CAL-DATE              PIC 9(08).
020700 01  WS-CAL-RESULTAT          PIC X(01).
020800*
020900*    DEMANDE EN COURS DE CLASSEMENT
021000 01  WS-DEM-DATE              PIC 9(08).
021100 01  WS-DEM-DATE-R REDEFINES WS-DEM-DATE.
021200     05 WS-DEM-SSAA           PIC 9(04).
021300     05 WS-DEM-MM             PIC 9(02).
021400     05 WS-DEM-JJ             PIC 9(02).
021500 01  WS-DEM-MODULE            PIC 9(01).
021600 01  WS-DEM-REFERENCE         PIC X(17).
021700 01  WS-DEM-DEMANDEUR         PIC X(03).
021800 01  WS-DEM-MONTANT           PIC 9(08)V99.
021900 01  WS-AGENCE-DEM            PIC X(04).
022000 01  WS-NUM-CLIENT            PIC 9(08).
022100*
022200*    DATE JJ/MM/AA DES ECRANS SUPCLI ET FUSCLI
022300 01  WS-DATE-JJMMAA.
022400     05 WS-JMA-JJ             PIC 9(02).
022500     05 FILLER                PIC X(01).
022600     05 WS-JMA-MM             PIC 9(02).
022700     05 FILLER                PIC X(01).
022800     05 WS-JMA-AA             PIC 9(02).
022900*
023000 01  WS-REF-FUSION.
023100     05 WS-REF-ABSORBE        PIC 9(08).
023200     05 FILLER                PIC X(01) VALUE '>'.
023300     05 WS-REF-ABSORBANT      PIC 9(08).
023400 01  WS-REF-GESTE.
023500     05 WS-REF-CPTE           PIC X(08).
023600     05 FILLER                PIC X(01) VALUE '/'.
023700     05 WS-REF-SEQ            PIC 9(05).
023800     05 FILLER                PIC X(01) VALUE '-'.
023900     05 WS-REF-RANG           PIC 9(01).
024000*
024100*    AGENCE FICTIVE DU SIEGE POUR LA PAIE DU PERSONNEL ;
024200*    AGENCE INCONNUE QUAND LE COMPTE EST INTROUVABLE
024300 01  WS-AGENCE-SIEGE          PIC X(04) VALUE 'SIEG'.
024400 01  WS-AGENCE-INCONNUE       PIC X(04) VALUE '????'.
024500*
024600*    LIBELLES DES MODULES
024700 01  TB-LIBELLES.
024800     05 FILLER                PIC X(14) VALUE 'SUPPRESSION'.
024900     05 FILLER                PIC X(14) VALUE 'FUSION'.
025000     05 FILLER                PIC X(14) VALUE 'GESTE FRAIS'.
025100     05 FILLER                PIC X(14) VALUE 'PRET A REVOIR'.
025200     05 FILLER                PIC X(14) VALUE 'SALAIRES MASSE'.
025300 01  TB-LIB-MODULE REDEFINES TB-LIBELLES.
025400     05 LIB-MODULE OCCURS 5   PIC X(14).
025500*
025600*    COMPTEURS PAR MODULE : DEMANDES LUES EN ATTENTE ET
025700*    DEMANDES LISTEES (EN SOUFFRANCE)
025800 01  WS-IND-MOD               PIC S9(4) COMP.
025900 01  WS-TAB-COMPTEURS.
026000     05 WS-CPT-MOD OCCURS 5.
026100        10 WS-NB-ATTENTE      PIC 9(07).
026200        10 WS-NB-SOUFFRANCE   PIC 9(07).
026300*
026400 01  WS-AGENCE-COURANTE       PIC X(04).
026500 01  WS-NB-AGENCE             PIC 9(07) VALUE ZERO.
026600 01  WS-NB-LUS                PIC 9(09) VALUE ZERO.
026700 01  WS-NB-LISTES             PIC 9(09) VALUE ZERO.
026800 01  WS-NB-SANS-COMPTE        PIC 9(07) VALUE ZERO.
026900*
027000*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
027100 01  RL-COMMUN.
027200     05 RL-FONCTION    PIC X(01).
027300     05 RL-PROG        PIC X(08).
027400     05 RL-LUS         PIC 9(09).
027500     05 RL-ECRITS      PIC 9(09).
027600     05 RL-REJETES     PIC 9(09).
027700     05 RL-RC          PIC 9(02).
027800*
027900*------------------------------------------------------*
028000*   LIGNES DE L'ETAT                                   *
028100*------------------------------------------------------*
028200 01  LIGNE-TITRE.
028300     05 FILLER                PIC X(42) VALUE
028400        'APPROBATIONS EN SOUFFRANCE AU '.
028500     05 LT-DATE               PIC 9(08).
028600     05 FILLER                PIC X(28) VALUE
028700        '  - DEMANDES ANTERIEURES AU '.
028800     05 LT-LIMITE             PIC 9(08).
028900     05 FILLER                PIC X(14) VALUE SPACE.
029000*
029100 01  LIGNE-AGENCE.
029200     05 FILLER                PIC X(08) VALUE 'AGENCE '.
029300     05 LA-REGION             PIC X(02).
029400     05 FILLER                PIC X(01) VALUE '/'.
029500     05 LA-CODE               PIC X(02).
029600     05 FILLER                PIC X(02) VALUE SPACE.
029700     05 LA-NOM                PIC X(25).
029800     05 FILLER                PIC X(60) VALUE SPACE.
029900*
030000 01  LIGNE-ENTETE.
030100     05 FILLER                PIC X(16) VALUE 'TYPE'.
030200     05 FILLER                PIC X(19) VALUE 'REFERENCE'.
030300     05 FILLER                PIC X(06) VALUE 'DEM.'.
030400     05 FILLER                PIC X(10) VALUE 'DATE'.
030500     05 FILLER                PIC X(13) VALUE
030600        '      MONTANT'.
030700     05 FILLER                PIC X(36) VALUE
030800        '  AGE (JOURS)'.
030900*
031000 01  LIGNE-DETAIL.
031100     05 LD-TYPE               PIC X(14).
031200     05 FILLER                PIC X(02) VALUE SPACE.
031300     05 LD-REFERENCE          PIC X(17).
031400     05 FILLER                PIC X(02) VALUE SPACE.
031500     05 LD-DEMANDEUR          PIC X(03).
031600     05 FILLER                PIC X(03) VALUE SPACE.
031700     05 LD-DATE               PIC 9(08).
031800     05 FILLER                PIC X(02) VALUE SPACE.
031900     05 LD-MONTANT            PIC ZZZZZZZZZ9.99.
032000     05 FILLER                PIC X(04) VALUE SPACE.
032100     05 LD-AGE                PIC ZZZ9.
032200     05 FILLER                PIC X(28) VALUE SPACE.
032300*
032400 01  LIGNE-TOTAL.
032500     05 LT-LIBELLE            PIC X(40).
032600     05 LT-NB                 PIC ZZZZZZ9.
032700     05 FILLER                PIC X(02) VALUE SPACE.
032800     05 LT-NB-ATTENTE         PIC ZZZZZZ9.
032900     05 FILLER                PIC X(44) VALUE SPACE.
033000*
033100 01  LIGNE-TOTAL-AGENCE.
033200     05 LTA-LIBELLE           PIC X(40).
033300     05 LTA-NB                PIC ZZZZZZ9.
033400     05 FILLER                PIC X(53) VALUE SPACE.
033500*
033600*======================================================*
033700*     P R O C E D U R E     D I V I S I O N            *
033800*======================================================*
033900 PROCEDURE DIVISION.
034000*----------------------*
034100 0000-MAINLINE.
034200*----------------------*
034300     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
034400     IF RETURN-CODE NOT < 8
034500        GOBACK
034600     END-IF

034700     SORT SRTATT
034800         ON ASCENDING KEY SRT-AGENCE SRT-MODULE SRT-DATE
034900                          SRT-REFERENCE
035000         INPUT PROCEDURE 2000-SELECTIONNER
035100             THRU 2000-SELECTIONNER-EXIT
035200         OUTPUT PROCEDURE 3000-EDITER
035300             THRU 3000-EDITER-EXIT
035400     IF SORT-RETURN NOT = ZERO
035500        DISPLAY 'ATTSUP - ERREUR TRI SRTATT'
035600        MOVE 12 TO RETURN-CODE
035700     END-IF

035800     PERFORM 9000-TERMINAISON
035900     GOBACK
036000     .
036100*----------------------*
036200 1000-INITIALISATION.
036300*----------------------*
036400     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
036500     COMPUTE WS-INT-JOUR = FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)

036600     MOVE 'D' TO RL-FONCTION
036700     MOVE 'ATTSUP' TO RL-PROG
036800     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
036900     CALL 'pgrunlog' USING RL-COMMUN

037000     MOVE ZERO TO WS-TAB-COMPTEURS

037100*    DERNIER JOUR OUVRE QUI PRECEDE LE JOUR DU PASSAGE
037200     COMPUTE WS-CAL-DATE =
037300             FUNCTION DATE-OF-INTEGER(WS-INT-JOUR - 1)
037400     MOVE 'D' TO WS-CAL-FONCTION
037500     CALL 'pgcalend' USING WS-CAL-FONCTION WS-CAL-DATE
037600                           WS-CAL-RESULTAT
037700     MOVE WS-CAL-DATE TO WS-DATE-LIMITE

037800     OPEN INPUT FAPPSUP
037900     IF NOT FS-FAPPSUP-OK
038000        DISPLAY 'ATTSUP - ERREUR OPEN FAPPSUP - FS='
038100                WS-FS-FAPPSUP
038200        MOVE 12 TO RETURN-CODE
038300        GO TO 1000-INITIALISATION-EXIT
038400     END-IF
038500     OPEN INPUT FAPPFUS
038600     IF NOT FS-FAPPFUS-OK
038700        DISPLAY 'ATTSUP - ERREUR OPEN FAPPFUS - FS='
038800                WS-FS-FAPPFUS
038900        MOVE 12 TO RETURN-CODE
039000        CLOSE FAPPSUP
039100        GO TO 1000-INITIALISATION-EXIT
039200     END-IF
039300     OPEN INPUT FGESTE
039400     IF NOT FS-FGESTE-OK
039500        DISPLAY 'ATTSUP - ERREUR OPEN FGESTE - FS='
039600                WS-FS-FGESTE
039700        MOVE 12 TO RETURN-CODE
039800        CLOSE FAPPSUP FAPPFUS
039900        GO TO 1000-INITIALISATION-EXIT
040000     END-IF
040100     OPEN INPUT FDEMPRET
040200     IF NOT FS-FDEMPRET-OK
040300        DISPLAY 'ATTSUP - ERREUR OPEN FDEMPRET - FS='
040400                WS-FS-FDEMPRET
040500        MOVE 12 TO RETURN-CODE
040600        CLOSE FAPPSUP FAPPFUS FGESTE
040700        GO TO 1000-INITIALISATION-EXIT
040800     END-IF
040900     OPEN INPUT FXREF
041000     IF NOT FS-FXREF-OK
041100        DISPLAY 'ATTSUP - ERREUR OPEN FXREF - FS='
041200                WS-FS-FXREF
041300        MOVE 12 TO RETURN-CODE
041400        CLOSE FAPPSUP FAPPFUS FGESTE FDEMPRET
041500        GO TO 1000-INITIALISATION-EXIT
041600     END-IF
041700     OPEN INPUT FCLT
041800     IF NOT FS-FCLT-OK
041900        DISPLAY 'ATTSUP - ERREUR OPEN FCLT - FS='
042000                WS-FS-FCLT
042100        MOVE 12 TO RETURN-CODE
042200        CLOSE FAPPSUP FAPPFUS FGESTE FDEMPRET FXREF
042300        GO TO 1000-INITIALISATION-EXIT
042400     END-IF
042500     OPEN INPUT FAGENCE
042600     IF NOT FS-FAGENCE-OK
042700        DISPLAY 'ATTSUP - ERREUR OPEN FAGENCE - FS='
042800                WS-FS-FAGENCE
042900        MOVE 12 TO RETURN-CODE
043000        CLOSE FAPPSUP FAPPFUS FGESTE FDEMPRET FXREF FCLT
043100        GO TO 1000-INITIALISATION-EXIT
043200     END-IF

043300*    PAS DE CAMPAGNE DE SALAIRES DEPOSEE : PAS DE FICHIER
043400     OPEN INPUT MASAPP
043500     IF FS-MASAPP-OK
043600        MOVE 'O' TO WS-MASAPP-PRESENT
043700     ELSE
043800        DISPLAY 'ATTSUP - PAS DE FICHIER MASAPP - FS='
043900                WS-FS-MASAPP ' - PAIE NON CONTROLEE'
044000     END-IF

044100     OPEN OUTPUT ATTSUPRP
044200     IF NOT FS-ATTSUPRP-OK
044300        DISPLAY 'ATTSUP - ERREUR OPEN ATTSUPRP - FS='
044400                WS-FS-ATTSUPRP
044500        MOVE 12 TO RETURN-CODE
044600        CLOSE FAPPSUP FAPPFUS FGESTE FDEMPRET FXREF FCLT
044700              FAGENCE
044800        IF MASAPP-PRESENT
044900           CLOSE MASAPP
045000        END-IF
045100        GO TO 1000-INITIALISATION-EXIT
045200     END-IF

045300     MOVE WS-DATE-JOUR   TO LT-DATE
045400     MOVE WS-DATE-LIMITE TO LT-LIMITE
045500     .
045600 1000-INITIALISATION-EXIT.
045700     EXIT.
045800*----------------------*
045900 2000-SELECTIONNER.
046000*----------------------*
046100     MOVE 'N' TO WS-FIN-FICHIER
046200     PERFORM 2100-LIRE-SUPPRESSION
046300         THRU 2100-LIRE-SUPPRESSION-EXIT
046400         UNTIL FIN-FICHIER
046500     MOVE 'N' TO WS-FIN-FICHIER
046600     PERFORM 2200-LIRE-FUSION THRU 2200-LIRE-FUSION-EXIT
046700         UNTIL FIN-FICHIER
046800     MOVE 'N' TO WS-FIN-FICHIER
046900     PERFORM 2300-LIRE-GESTE THRU 2300-LIRE-GESTE-EXIT
047000         UNTIL FIN-FICHIER
047100     MOVE 'N' TO WS-FIN-FICHIER
047200     PERFORM 2400-LIRE-PRET THRU 2400-LIRE-PRET-EXIT
047300         UNTIL FIN-FICHIER
047400     IF MASAPP-PRESENT
047500        MOVE 'N' TO WS-FIN-FICHIER
047600        PERFORM 2500-LIRE-CAMPAGNE THRU 2500-LIRE-CAMPAGNE-EXIT
047700            UNTIL FIN-FICHIER
047800     END-IF
047900     .
048000 2000-SELECTIONNER-EXIT.
048100     EXIT.
048200*----------------------*
048300 2100-LIRE-SUPPRESSION.
048400*----------------------*
048500*    TOUTE DEMANDE PRESENTE DANS FAPPSUP EST EN ATTENTE
048600     READ FAPPSUP NEXT RECORD
048700         AT END
048800            MOVE 'Y' TO WS-FIN-FICHIER
048900            GO TO 2100-LIRE-SUPPRESSION-EXIT
049000     END-READ
049100     ADD 1 TO WS-NB-LUS

049200     MOVE 1 TO WS-DEM-MODULE
049300     ADD 1 TO WS-NB-ATTENTE(WS-DEM-MODULE)
049400     MOVE P-DATE-DEMANDE TO WS-DATE-JJMMAA
049500     PERFORM 7200-DATE-JJMMAA
049600     IF WS-DEM-DATE NOT < WS-DATE-LIMITE
049700        GO TO 2100-LIRE-SUPPRESSION-EXIT
049800     END-IF

049900     MOVE SPACE          TO WS-DEM-REFERENCE
050000     MOVE P-NUMERO       TO WS-DEM-REFERENCE(1:8)
050100     MOVE P-OPID-DEMANDE TO WS-DEM-DEMANDEUR
050200     MOVE ZERO           TO WS-DEM-MONTANT
050300     MOVE P-NUMERO       TO WS-NUM-CLIENT
050400     PERFORM 7100-AGENCE-DU-CLIENT
050500     PERFORM 7500-LIBERER-DEMANDE
050600     .
050700 2100-LIRE-SUPPRESSION-EXIT.
050800     EXIT.
050900*----------------------*
051000 2200-LIRE-FUSION.
051100*----------------------*
051200*    TOUTE DEMANDE PRESENTE DANS FAPPFUS EST EN ATTENTE ;
051300*    ELLE EST PORTEE A L'AGENCE DU CLIENT ABSORBANT
051400     READ FAPPFUS NEXT RECORD
051500         AT END
051600            MOVE 'Y' TO WS-FIN-FICHIER
051700            GO TO 2200-LIRE-FUSION-EXIT
051800     END-READ
051900     ADD 1 TO WS-NB-LUS

052000     MOVE 2 TO WS-DEM-MODULE
052100     ADD 1 TO WS-NB-ATTENTE(WS-DEM-MODULE)
052200     MOVE FU-DATE-DEMANDE TO WS-DATE-JJMMAA
052300     PERFORM 7200-DATE-JJMMAA
052400     IF WS-DEM-DATE NOT < WS-DATE-LIMITE
052500        GO TO 2200-LIRE-FUSION-EXIT
052600     END-IF

052700     MOVE FU-ABSORBE      TO WS-REF-ABSORBE
052800     MOVE FU-ABSORBANT    TO WS-REF-ABSORBANT
052900     MOVE WS-REF-FUSION   TO WS-DEM-REFERENCE
053000     MOVE FU-OPID-DEMANDE TO WS-DEM-DEMANDEUR
053100     MOVE ZERO            TO WS-DEM-MONTANT
053200     MOVE FU-ABSORBANT    TO WS-NUM-CLIENT
053300     PERFORM 7100-AGENCE-DU-CLIENT
053400     PERFORM 7500-LIBERER-DEMANDE
053500     .
053600 2200-LIRE-FUSION-EXIT.
053700     EXIT.
053800*----------------------*
053900 2300-LIRE-GESTE.
054000*----------------------*
054100*    LES DEMANDES TRANCHEES RESTENT DANS FGESTE : SEULES
054200*    LES DEMANDES EN ATTENTE (STATUT D) SONT RETENUES
054300     READ FGESTE NEXT RECORD
054400         AT END
054500            MOVE 'Y' TO WS-FIN-FICHIER
054600            GO TO 2300-LIRE-GESTE-EXIT
054700     END-READ
054800     ADD 1 TO WS-NB-LUS

054900     IF NOT GST-EN-ATTENTE
055000        GO TO 2300-LIRE-GESTE-EXIT
055100     END-IF
055200     MOVE 3 TO WS-DEM-MODULE
055300     ADD 1 TO WS-NB-ATTENTE(WS-DEM-MODULE)
055400     MOVE GST-DATE-DEMANDE TO WS-DEM-DATE
055500     IF WS-DEM-DATE NOT < WS-DATE-LIMITE
055600        GO TO 2300-LIRE-GESTE-EXIT
055700     END-IF

055800     MOVE GST-ID-CPTE      TO WS-REF-CPTE
055900     MOVE GST-SEQ-HST      TO WS-REF-SEQ
056000     MOVE GST-RANG         TO WS-REF-RANG
056100     MOVE WS-REF-GESTE     TO WS-DEM-REFERENCE
056200     MOVE GST-OPID-DEMANDE TO WS-DEM-DEMANDEUR
056300     MOVE GST-MONTANT      TO WS-DEM-MONTANT
056400     MOVE GST-ID-CPTE      TO ID-CPTE
056500     PERFORM 7000-AGENCE-DU-COMPTE
056600     PERFORM 7500-LIBERER-DEMANDE
056700     .
056800 2300-LIRE-GESTE-EXIT.
056900     EXIT.
057000*----------------------*
057100 2400-LIRE-PRET.
057200*----------------------*
057300*    DEMANDES A REVOIR (STATUT R) : L'ATTENTE DU
057400*    SUPERVISEUR COURT DEPUIS LA DECISION DECPRET ;
057500*    AGENCE DU COMPTE DE REMBOURSEMENT
057600     READ FDEMPRET NEXT RECORD
057700         AT END
057800            MOVE 'Y' TO WS-FIN-FICHIER
057900            GO TO 2400-LIRE-PRET-EXIT
058000     END-READ
058100     ADD 1 TO WS-NB-LUS

058200     IF NOT DPR-A-REVOIR
058300        GO TO 2400-LIRE-PRET-EXIT
058400     END-IF
058500     MOVE 4 TO WS-DEM-MODULE
058600     ADD 1 TO WS-NB-ATTENTE(WS-DEM-MODULE)
058700     IF DPR-DATE-DECISION > ZERO
058800        MOVE DPR-DATE-DECISION TO WS-DEM-DATE
058900     ELSE
059000        MOVE DPR-DATE-SAISIE   TO WS-DEM-DATE
059100     END-IF
059200     IF WS-DEM-DATE NOT < WS-DATE-LIMITE
059300        GO TO 2400-LIRE-PRET-EXIT
059400     END-IF

059500     MOVE SPACE           TO WS-DEM-REFERENCE
059600     MOVE DPR-NUM-DEMANDE TO WS-DEM-REFERENCE(1:8)
059700     MOVE DPR-OPID-SAISIE TO WS-DEM-DEMANDEUR
059800     MOVE DPR-MONTANT     TO WS-DEM-MONTANT
059900     MOVE DPR-CPTE-REMB   TO ID-CPTE
060000     PERFORM 7000-AGENCE-DU-COMPTE
060100     PERFORM 7500-LIBERER-DEMANDE
060200     .
060300 2400-LIRE-PRET-EXIT.
060400     EXIT.
060500*----------------------*
060600 2500-LIRE-CAMPAGNE.
060700*----------------------*
060800*    CAMPAGNE DEPOSEE PAR MASSAL, NON ENCORE LIBEREE PAR
060900*    MASAPPR : PORTEE AU SIEGE (PAIE DU PERSONNEL)
061000     READ MASAPP
061100         AT END
061200            MOVE 'Y' TO WS-FIN-FICHIER
061300            GO TO 2500-LIRE-CAMPAGNE-EXIT
061400     END-READ
061500     ADD 1 TO WS-NB-LUS

061600     IF NOT MA-PENDING
061700        GO TO 2500-LIRE-CAMPAGNE-EXIT
061800     END-IF
061900     MOVE 5 TO WS-DEM-MODULE
062000     ADD 1 TO WS-NB-ATTENTE(WS-DEM-MODULE)
062100     MOVE MA-DATE TO WS-DEM-DATE
062200     IF WS-DEM-DATE NOT < WS-DATE-LIMITE
062300        GO TO 2500-LIRE-CAMPAGNE-EXIT
062400     END-IF

062500     MOVE MA-REPORT       TO WS-DEM-REFERENCE
062600     MOVE MA-REQUESTER    TO WS-DEM-DEMANDEUR
062700     MOVE ZERO            TO WS-DEM-MONTANT
062800     MOVE WS-AGENCE-SIEGE TO WS-AGENCE-DEM
062900     PERFORM 7500-LIBERER-DEMANDE
063000     .
063100 2500-LIRE-CAMPAGNE-EXIT.
063200     EXIT.
063300*----------------------*
063400 3000-EDITER.
063500*----------------------*
063600     MOVE SPACE TO WS-AGENCE-COURANTE
063700     MOVE 'N' TO WS-FIN-TRI
063800     PERFORM 3100-EDITER-DEMANDE THRU 3100-EDITER-DEMANDE-EXIT
063900         UNTIL FIN-TRI
064000     IF WS-NB-LISTES > ZERO
064100        PERFORM 3300-TOTAL-AGENCE
064200     ELSE
064300        MOVE LIGNE-TITRE TO REC-ATTSUPRP
064400        WRITE REC-ATTSUPRP AFTER ADVANCING PAGE
064500        MOVE 'AUCUNE APPROBATION EN SOUFFRANCE' TO REC-ATTSUPRP
064600        WRITE REC-ATTSUPRP AFTER ADVANCING 2 LINES
064700     END-IF
064800     .
064900 3000-EDITER-EXIT.
065000     EXIT.
065100*----------------------*
065200 3100-EDITER-DEMANDE.
065300*----------------------*
065400     RETURN SRTATT
065500         AT END
065600            MOVE 'Y' TO WS-FIN-TRI
065700            GO TO 3100-EDITER-DEMANDE-EXIT
065800     END-RETURN

065900     IF SRT-AGENCE NOT = WS-AGENCE-COURANTE
066000        IF WS-NB-LISTES > ZERO
066100           PERFORM 3300-TOTAL-AGENCE
066200        END-IF
066300        PERFORM 3200-ENTETE-AGENCE
066400     END-IF

066500     MOVE LIB-MODULE(SRT-MODULE) TO LD-TYPE
066600     MOVE SRT-REFERENCE TO LD-REFERENCE
066700     MOVE SRT-DEMANDEUR TO LD-DEMANDEUR
066800     MOVE SRT-DATE      TO LD-DATE
066900     MOVE SRT-MONTANT   TO LD-MONTANT
067000     MOVE SRT-AGE       TO LD-AGE
067100     MOVE LIGNE-DETAIL  TO REC-ATTSUPRP
067200     WRITE REC-ATTSUPRP
067300     ADD 1 TO WS-NB-LISTES WS-NB-AGENCE
067400     ADD 1 TO WS-NB-SOUFFRANCE(SRT-MODULE)
067500     .
067600 3100-EDITER-DEMANDE-EXIT.
067700     EXIT.
067800*----------------------*
067900 3200-ENTETE-AGENCE.
068000*----------------------*
068100*    UNE PAGE PAR AGENCE, AVEC SON NOM DU REFERENTIEL
068200     MOVE SRT-AGENCE TO WS-AGENCE-COURANTE
068300     MOVE ZERO       TO WS-NB-AGENCE

068400     MOVE LIGNE-TITRE TO REC-ATTSUPRP
068500     WRITE REC-ATTSUPRP AFTER ADVANCING PAGE

068600     MOVE SRT-AGENCE(1:2) TO LA-REGION
068700     MOVE SRT-AGENCE(3:2) TO LA-CODE
068800     EVALUATE SRT-AGENCE
068900        WHEN WS-AGENCE-SIEGE
069000           MOVE 'SIEGE - PAIE DU PERSONNEL' TO LA-NOM
069100        WHEN WS-AGENCE-INCONNUE
069200           MOVE 'COMPTE INTROUVABLE' TO LA-NOM
069300        WHEN OTHER
069400           MOVE SRT-AGENCE TO AG-CLE
069500           READ FAGENCE
069600           IF FS-FAGENCE-OK
069700              MOVE AG-NOM TO LA-NOM
069800           ELSE
069900              MOVE SPACE  TO LA-NOM
070000           END-IF
070100     END-EVALUATE
070200     MOVE LIGNE-AGENCE TO REC-ATTSUPRP
070300     WRITE REC-ATTSUPRP AFTER ADVANCING 2 LINES

070400     MOVE LIGNE-ENTETE TO REC-ATTSUPRP
070500     WRITE REC-ATTSUPRP AFTER ADVANCING 2 LINES
070600     MOVE SPACE TO REC-ATTSUPRP
070700     WRITE REC-ATTSUPRP
070800     .
070900*----------------------*
071000 3300-TOTAL-AGENCE.
071100*----------------------*
071200     MOVE 'DEMANDES EN SOUFFRANCE DE L''AGENCE   : '
071300       TO LTA-LIBELLE
071400     MOVE WS-NB-AGENCE TO LTA-NB
071500     MOVE LIGNE-TOTAL-AGENCE TO REC-ATTSUPRP
071600     WRITE REC-ATTSUPRP AFTER ADVANCING 2 LINES
071700     .
071800*----------------------*
071900 7000-AGENCE-DU-COMPTE.
072000*----------------------*
072100*    AGENCE DE RATTACHEMENT DU COMPTE (REGION + AGC-CLT) ;
072200*    COMPTE ABSENT DU FICHIER MAITRE : AGENCE '????'
072300     READ FCLT
072400     IF FS-FCLT-OK
072500        MOVE ID-REGION TO WS-AGENCE-DEM(1:2)
072600        MOVE AGC-CLT   TO WS-AGENCE-DEM(3:2)
072700     ELSE
072800        MOVE WS-AGENCE-INCONNUE TO WS-AGENCE-DEM
072900        ADD 1 TO WS-NB-SANS-COMPTE
073000     END-IF
073100     .
073200*----------------------*
073300 7100-AGENCE-DU-CLIENT.
073400*----------------------*
073500*    AGENCE DU COMPTE HISTORIQUE DU CLIENT (SUFFIXE 01)
073600     MOVE WS-NUM-CLIENT TO XRF-NUMERO
073700     MOVE 01            TO XRF-SUFFIXE
073800     READ FXREF
073900     IF FS-FXREF-OK
074000        MOVE XRF-ID-CPTE TO ID-CPTE
074100        PERFORM 7000-AGENCE-DU-COMPTE
074200     ELSE
074300        MOVE WS-AGENCE-INCONNUE TO WS-AGENCE-DEM
074400        ADD 1 TO WS-NB-SANS-COMPTE
074500     END-IF
074600     .
074700*----------------------*
074800 7200-DATE-JJMMAA.
074900*----------------------*
075000*    DATE JJ/MM/AA DES ECRANS CICS (SIECLE 20) EN AAAAMMJJ ;
075100*    DATE ILLISIBLE : LA DEMANDE EST TENUE POUR ANCIENNE
075200     IF WS-JMA-JJ NUMERIC AND WS-JMA-MM NUMERIC
075300        AND WS-JMA-AA NUMERIC
075400        MOVE 20        TO WS-DEM-SSAA(1:2)
075500        MOVE WS-JMA-AA TO WS-DEM-SSAA(3:2)
075600        MOVE WS-JMA-MM TO WS-DEM-MM
075700        MOVE WS-JMA-JJ TO WS-DEM-JJ
075800     ELSE
075900        MOVE ZERO      TO WS-DEM-DATE
076000     END-IF
076100     .
076200*----------------------*
076300 7500-LIBERER-DEMANDE.
076400*----------------------*
076500*    AGE EN JOURS CALENDAIRES DEPUIS LA DEMANDE
076600     IF WS-DEM-DATE > 16010101
076700        COMPUTE WS-AGE = WS-INT-JOUR -
076800                FUNCTION INTEGER-OF-DATE(WS-DEM-DATE)
076900     ELSE
077000        MOVE 9999 TO WS-AGE
077100     END-IF
077200     IF WS-AGE > 9999
077300        MOVE 9999 TO WS-AGE
077400     END-IF

077500     MOVE WS-AGENCE-DEM    TO SRT-AGENCE
077600     MOVE WS-DEM-MODULE    TO SRT-MODULE
077700     MOVE WS-DEM-DATE      TO SRT-DATE
077800     MOVE WS-DEM-REFERENCE TO SRT-REFERENCE
077900     MOVE WS-DEM-DEMANDEUR TO SRT-DEMANDEUR
078000     MOVE WS-DEM-MONTANT   TO SRT-MONTANT
078100     MOVE WS-AGE           TO SRT-AGE
078200     RELEASE SRT-ATTENTE
078300     .
078400*----------------------*
078500 8000-ECRIRE-TOTAL.
078600*----------------------*
078700     MOVE LIGNE-TOTAL TO REC-ATTSUPRP
078800     WRITE REC-ATTSUPRP
078900     .
079000*----------------------*
079100 8100-TOTAL-MODULE.
079200*----------------------*
079300     MOVE SPACE TO LT-LIBELLE
079400     STRING LIB-MODULE(WS-IND-MOD) DELIMITED BY SIZE
079500            ' (SOUFFRANCE / ATTENTE) : ' DELIMITED BY SIZE
079600       INTO LT-LIBELLE
079700     MOVE WS-NB-SOUFFRANCE(WS-IND-MOD) TO LT-NB
079800     MOVE WS-NB-ATTENTE(WS-IND-MOD)    TO LT-NB-ATTENTE
079900     PERFORM 8000-ECRIRE-TOTAL
080000     .
080100*----------------------*
080200 9000-TERMINAISON.
080300*----------------------*
080400     MOVE LIGNE-TITRE TO REC-ATTSUPRP
080500     WRITE REC-ATTSUPRP AFTER ADVANCING PAGE
080600     MOVE 'RECAPITULATIF PAR TYPE DE DEMANDE' TO REC-ATTSUPRP
080700     WRITE REC-ATTSUPRP AFTER ADVANCING 2 LINES
080800     MOVE SPACE TO REC-ATTSUPRP
080900     WRITE REC-ATTSUPRP
081000     PERFORM 8100-TOTAL-MODULE
081100         VARYING WS-IND-MOD FROM 1 BY 1
081200         UNTIL WS-IND-MOD > 5
081300     IF NOT MASAPP-PRESENT
081400        MOVE 'FICHIER MASAPP ABSENT - PAIE NON CONTROLEE'
081500          TO REC-ATTSUPRP
081600        WRITE REC-ATTSUPRP AFTER ADVANCING 2 LINES
081700     END-IF

081800     CLOSE FAPPSUP FAPPFUS FGESTE FDEMPRET FXREF FCLT FAGENCE
081900     IF MASAPP-PRESENT
082000        CLOSE MASAPP
082100     END-IF
082200     CLOSE ATTSUPRP

082300     DISPLAY 'ATTSUP - ENREGISTREMENTS LUS    : ' WS-NB-LUS
082400     DISPLAY 'ATTSUP - DEMANDES EN SOUFFRANCE : ' WS-NB-LISTES
082500     DISPLAY 'ATTSUP - COMPTES SANS MAITRE    : '
082600             WS-NB-SANS-COMPTE

082700     IF RETURN-CODE < 4 AND WS-NB-LISTES > ZERO
082800        MOVE 4 TO RETURN-CODE
082900     END-IF

083000     MOVE 'F' TO RL-FONCTION
083100     MOVE 'ATTSUP' TO RL-PROG
083200     MOVE WS-NB-LUS TO RL-LUS
083300     MOVE WS-NB-LISTES TO RL-ECRITS
083400     MOVE WS-NB-SANS-COMPTE TO RL-REJETES
083500     MOVE RETURN-CODE TO RL-RC
083600     CALL 'pgrunlog' USING RL-COMMUN
083700     .

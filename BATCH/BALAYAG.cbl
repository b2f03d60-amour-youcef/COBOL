000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    BALAYAG.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - BALAYAGE AUTOMATIQUE ENTRE
001400*                   COMPTE COURANT ET COMPTE D'EPARGNE
001500*                   (CONVENTIONS FBALAY, ECRAN GESBALA).
001600*                   APRES LE POSTING, L'EXCEDENT DU COURANT
001700*                   AU-DESSUS DU SEUIL HAUT PART A
001800*                   L'EPARGNE (DANS LA LIMITE DU PLAFOND
001900*                   LEGAL DE LA NATURE), UN SOLDE SOUS LE
002000*                   PLANCHER EST RECOMPLETE DEPUIS
002100*                   L'EPARGNE (DANS LA LIMITE DU DISPONIBLE
002200*                   HORS SAISIES). LES VIREMENTS (CODE V,
002300*                   SOURCE BALA) ATTENDENT DANS LA FILE
002400*                   FVIRGUI LE POSTING SUIVANT. RC 4 SI UN
002500*                   BALAYAGE DU JOUR EST REFUSE.
002520*   15/10/2026  SE  LES CHEQUES REMIS ENCORE INDISPONIBLES
002540*                   (FINDISP) S'AJOUTENT A LA PART SAISIE :
002560*                   ILS NE SONT NI BALAYES VERS L'EPARGNE NI
002580*                   PRIS POUR COUVRIR LE COURANT.
002600*--------------------------------------------------------
002700*
002800*======================================================*
002900*   E N V I R O N M E N T       D I V I S I O N        *
003000*======================================================*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-390.
003400 OBJECT-COMPUTER. IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FBALAY     ASSIGN TO FBALAY
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS BAL-CPTE-COURANT
004100         FILE STATUS IS WS-FS-FBALAY.

004200     SELECT FCLT       ASSIGN TO FCLT
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS RANDOM
004500         RECORD KEY IS ID-CPTE
004600         FILE STATUS IS WS-FS-FCLT.

004700     SELECT FTAUX      ASSIGN TO FTAUX
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS TX-CLE
005100         FILE STATUS IS WS-FS-FTAUX.

005200     SELECT FSAISIE    ASSIGN TO FSAISIE
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS SAI-CLE
005600         FILE STATUS IS WS-FS-FSAISIE.

005620     SELECT FINDISP    ASSIGN TO FINDISP
005630         ORGANIZATION IS INDEXED
005640         ACCESS MODE IS DYNAMIC
005650         RECORD KEY IS IND-CLE
005660         FILE STATUS IS WS-FS-FINDISP.

005700     SELECT FVIRGUI    ASSIGN TO FVIRGUI
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS WS-FS-FVIRGUI.

006000     SELECT BALRAP     ASSIGN TO BALRAP
006100         ORGANIZATION IS SEQUENTIAL
006200         FILE STATUS IS WS-FS-BALRAP.
006300*
006400*======================================================*
006500*           D A T A         D I V I S I O N            *
006600*======================================================*
006700 DATA DIVISION.
006800 FILE SECTION.
006900*
007000 FD  FBALAY
007100     RECORD CONTAINS 80 CHARACTERS.
007200     COPY FBALAY.
007300*
007400 FD  FCLT
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  REC-CLT.
007700     05  ID-CPTE    PIC X(08).
007800     05  ID-REGION  PIC X(02).
007900     05  NAT-CPTE   PIC 9(02).
008000     05  NOM-CLT    PIC X(10).
008100     05  PRN-CLT    PIC X(10).
008200     05  DTN-CLT    PIC 9(08).
008300     05  SEX-CLT    PIC X(01).
008400     05  ACP-CLT    PIC X(02).
008500     05  STS-CLT    PIC X(01).
008600         88 STS-CLT-ACTIF  VALUE 'O' 'C'.
008700     05  ADR-CLT    PIC X(10).
008800     05  SLD-CLT    PIC S9(08)V99.
008900     05  PST-CLT    PIC X(02).
009000     05  PIN-CLT    PIC 9(04).
009100     05  DEC-CLT    PIC 9(06).
009200     05  DEV-CLT    PIC X(02).
009300     05  AGC-CLT    PIC X(02).
009400*
009500 FD  FTAUX
009600     RECORD CONTAINS 40 CHARACTERS.
009700     COPY FTAUXNAT.
009800*
009900 FD  FSAISIE
010000     RECORD CONTAINS 80 CHARACTERS.
010100     COPY FSAISIE.
010120*
010140 FD  FINDISP
010160     RECORD CONTAINS 80 CHARACTERS.
010180     COPY FINDISP.
010200*
010300*    FILE DES VIREMENTS DU GUICHET (ESDS), AU DESSIN MVTCLT :
010400*    DECHARGEE DANS MVTCLT AVANT LE POSTING SUIVANT
010500 FD  FVIRGUI
010600     RECORD CONTAINS 80 CHARACTERS.
010700 01  REC-MVT.
010800     05  MVT-ID-CPTE     PIC X(08).
010900     05  MVT-CODE        PIC X(01).
011000     05  MVT-MONTANT     PIC 9(08)V99.
011100     05  MVT-PIN         PIC 9(04).
011200     05  MVT-CPTE-CIBLE  PIC X(08).
011300     05  MVT-DATE-VALEUR PIC 9(08).
011400     05  MVT-SEQ         PIC 9(04).
011500     05  MVT-SOURCE      PIC X(04).
011600     05  MVT-CONTREPARTIE PIC X(26).
011700     05  MVT-DEVISE      PIC X(02).
011800*    CONTROLE DU PIN FAIT EN AMONT (O = VIREMENT AUTORISE
011900*    PAR LA CONVENTION SIGNEE) ; MVT-PIN RESTE A ZERO
012000     05  MVT-CTL-PIN     PIC X(01).
012100     05  FILLER          PIC X(04).
012200*
012300 FD  BALRAP
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  REC-BALRAP               PIC X(80).
012600*
012700*------------------------------------------------------*
012800 WORKING-STORAGE SECTION.
012900*------------------------------------------------------*
013000*
013100 01  WS-FS-FBALAY             PIC X(02) VALUE SPACE.
013200     88 FS-FBALAY-OK             VALUE '00'.
013300 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
013400     88 FS-FCLT-OK               VALUE '00'.
013500 01  WS-FS-FTAUX              PIC X(02) VALUE SPACE.
013600     88 FS-FTAUX-OK              VALUE '00'.
013700 01  WS-FS-FSAISIE            PIC X(02) VALUE SPACE.
013800     88 FS-FSAISIE-OK            VALUE '00'.
013830 01  WS-FS-FINDISP            PIC X(02) VALUE SPACE.
013860     88 FS-FINDISP-OK            VALUE '00'.
013900 01  WS-FS-FVIRGUI            PIC X(02) VALUE SPACE.
014000     88 FS-FVIRGUI-OK            VALUE '00'.
014100 01  WS-FS-BALRAP             PIC X(02) VALUE SPACE.
014200     88 FS-BALRAP-OK             VALUE '00'.
014300*
014400 01  WS-FIN-FBALAY            PIC X(01) VALUE 'N'.
014500     88 FIN-FBALAY               VALUE 'Y'.
014600 01  WS-FIN-FTAUX             PIC X(01) VALUE 'N'.
014700     88 FIN-FTAUX                VALUE 'Y'.
014800 01  WS-FIN-SAI               PIC X(01) VALUE 'N'.
014900     88 FIN-SAI                  VALUE 'Y'.
014930 01  WS-FIN-IND               PIC X(01) VALUE 'N'.
014960     88 FIN-IND                  VALUE 'Y'.
015000*
015100 01  WS-DATE-JOUR             PIC 9(08).
015200*
015300 01  WS-NB-LUES               PIC 9(07) VALUE ZERO.
015400 01  WS-NB-ECARTEES           PIC 9(07) VALUE ZERO.
015500 01  WS-NB-VERS-EPARGNE       PIC 9(07) VALUE ZERO.
015600 01  WS-NB-COUVERTURES        PIC 9(07) VALUE ZERO.
015700 01  WS-NB-REFUSES            PIC 9(07) VALUE ZERO.
015800 01  WS-NB-VIREMENTS          PIC 9(07) VALUE ZERO.
015900*
016000*    LES DEUX COMPTES DE LA CONVENTION, LUS SUR CLIENT.DAT
016100 01  WS-COURANT.
016200     05 WS-COU-NAT            PIC 9(02).
016300     05 WS-COU-STS            PIC X(01).
016400     05 WS-COU-SLD            PIC S9(08)V99.
016500     05 WS-COU-DEV            PIC X(02).
016600 01  WS-EPARGNE.
016700     05 WS-EPA-NAT            PIC 9(02).
016800     05 WS-EPA-STS            PIC X(01).
016900     05 WS-EPA-SLD            PIC S9(08)V99.
017000     05 WS-EPA-DEV            PIC X(02).
017100*
017200*    PART RESERVEE PAR LES SAISIES ACTIVES ET LES CHEQUES
017230*    REMIS INDISPONIBLES (REGLE PARTI15), CES DERNIERS
017260*    AUSSI DANS WS-INDISPO
017300 01  WS-CPTE-SAI              PIC X(08).
017400 01  WS-RESERVE               PIC 9(09)V99.
017450 01  WS-INDISPO               PIC 9(09)V99.
017500*
017600*    CALCUL DU BALAYAGE
017700 01  WS-MONTANT               PIC S9(09)V99.
017800 01  WS-LIMITE                PIC S9(09)V99.
017900 01  WS-MOTIF                 PIC X(02).
018000 01  WS-LIBELLE               PIC X(30).
018100*
018200*    PLAFONDS DE DEPOT EN VIGUEUR PAR NATURE (FTAUXNAT,
018300*    DERNIERE DATE D'EFFET <= JOUR, EN UNITES ENTIERES)
018400 01  WS-TAB-PLAFONDS.
018500     05 WS-PLF-MONTANT        PIC 9(09) OCCURS 99.
018600 01  WS-IND-PLF               PIC S9(4) COMP.
018700*
018800*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
018900 01  RL-COMMUN.
019000     05 RL-FONCTION    PIC X(01).
019100     05 RL-PROG        PIC X(08).
019200     05 RL-LUS         PIC 9(09).
019300     05 RL-ECRITS      PIC 9(09).
019400     05 RL-REJETES     PIC 9(09).
019500     05 RL-RC          PIC 9(02).
019600*
019700 01  LIGNE-TITRE.
019800     05 FILLER                PIC X(42) VALUE
019900        'BALAYAGES COURANT / EPARGNE - ARRETE AU   '.
020000     05 LT-DATE               PIC 9(08).
020100     05 FILLER                PIC X(30) VALUE SPACE.
020200*
020300 01  LIGNE-DETAIL.
020400     05 LD-COURANT            PIC X(08).
020500     05 FILLER                PIC X(02) VALUE SPACE.
020600     05 LD-EPARGNE            PIC X(08).
020700     05 FILLER                PIC X(02) VALUE SPACE.
020800     05 LD-SENS               PIC X(01).
020900     05 FILLER                PIC X(02) VALUE SPACE.
021000     05 LD-MONTANT            PIC ZZZZZZZZ9.99.
021100     05 FILLER                PIC X(02) VALUE SPACE.
021200     05 LD-MOTIF              PIC X(02).
021300     05 FILLER                PIC X(02) VALUE SPACE.
021400     05 LD-LIBELLE            PIC X(30).
021500     05 FILLER                PIC X(09) VALUE SPACE.
021600*
021700*======================================================*
021800*     P R O C E D U R E     D I V I S I O N            *
021900*======================================================*
022000 PROCEDURE DIVISION.
022100*----------------------*
022200 0000-MAINLINE.
022300*----------------------*
022400     PERFORM 1000-INITIALISATION
022500     PERFORM 2000-TRAITER-CONVENTION THRU 2000-TRAITER-EXIT
022600         UNTIL FIN-FBALAY
022700     PERFORM 9000-TERMINAISON
022800     GOBACK
022900     .
023000*----------------------*
023100 1000-INITIALISATION.
023200*----------------------*
023300     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

023400     MOVE 'D' TO RL-FONCTION
023500     MOVE 'BALAYAG' TO RL-PROG
023600     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
023700     CALL 'pgrunlog' USING RL-COMMUN

023800     OPEN I-O FBALAY
023900     IF NOT FS-FBALAY-OK
024000        DISPLAY 'BALAYAG - ERREUR OPEN FBALAY - FS='
024100                WS-FS-FBALAY
024200        MOVE 12 TO RETURN-CODE
024300        GOBACK
024400     END-IF

024500     OPEN INPUT FCLT
024600     IF NOT FS-FCLT-OK
024700        DISPLAY 'BALAYAG - ERREUR OPEN FCLT - FS='
024800                WS-FS-FCLT
024900        MOVE 12 TO RETURN-CODE
025000        CLOSE FBALAY
025100        GOBACK
025200     END-IF

025300     OPEN INPUT FSAISIE
025400     IF NOT FS-FSAISIE-OK
025500        DISPLAY 'BALAYAG - ERREUR OPEN FSAISIE - FS='
025600                WS-FS-FSAISIE
025700        MOVE 12 TO RETURN-CODE
025800        CLOSE FBALAY FCLT
025900        GOBACK
026000     END-IF

026020     OPEN INPUT FINDISP
026030     IF NOT FS-FINDISP-OK
026040        DISPLAY 'BALAYAG - ERREUR OPEN FINDISP - FS='
026050                WS-FS-FINDISP
026060        MOVE 12 TO RETURN-CODE
026070        CLOSE FBALAY FCLT FSAISIE
026080        GOBACK
026090     END-IF

026100*    LES VIREMENTS S'AJOUTENT A LA FILE DU GUICHET, VIDEE
026200*    PAR LE POSTING DE CE SOIR ET DECHARGEE DANS MVTCLT LA
026300*    NUIT PROCHAINE
026400     OPEN EXTEND FVIRGUI
026500     IF NOT FS-FVIRGUI-OK
026600        DISPLAY 'BALAYAG - ERREUR OPEN FVIRGUI - FS='
026700                WS-FS-FVIRGUI
026800        MOVE 12 TO RETURN-CODE
026900        CLOSE FBALAY FCLT FSAISIE FINDISP
027000        GOBACK
027100     END-IF

027200     OPEN OUTPUT BALRAP
027300     IF NOT FS-BALRAP-OK
027400        DISPLAY 'BALAYAG - ERREUR OPEN BALRAP - FS='
027500                WS-FS-BALRAP
027600        MOVE 12 TO RETURN-CODE
027700        CLOSE FBALAY FCLT FSAISIE FINDISP FVIRGUI
027800        GOBACK
027900     END-IF

028000*    PLAFONDS DE DEPOT : SANS FICHIER FTAUX, AUCUN PLAFOND
028100*    (LE POSTING APPLIQUE DE TOUTE FACON LE SIEN)
028200     MOVE ZERO TO WS-TAB-PLAFONDS
028300     OPEN INPUT FTAUX
028400     IF FS-FTAUX-OK
028500        PERFORM 1100-CHARGER-UN-PLAFOND
028600            UNTIL FIN-FTAUX
028700        CLOSE FTAUX
028800     ELSE
028900        DISPLAY 'BALAYAG - PAS DE FICHIER FTAUX - FS='
029000                WS-FS-FTAUX
029100     END-IF

029200     MOVE WS-DATE-JOUR TO LT-DATE
029300     MOVE LIGNE-TITRE  TO REC-BALRAP
029400     WRITE REC-BALRAP
029500     .
029600*----------------------*
029700 1100-CHARGER-UN-PLAFOND.
029800*----------------------*
029900*    FICHIER TRIE PAR NATURE + DATE D'EFFET : CHAQUE
030000*    PARAMETRE DONT LA DATE NE DEPASSE PAS LE JOUR ECRASE
030100*    LE PRECEDENT
030200     READ FTAUX
030300         AT END
030400            MOVE 'Y' TO WS-FIN-FTAUX
030500     END-READ
030600     IF NOT FIN-FTAUX
030700        IF TX-NAT-CPTE > ZERO
030800           AND TX-DATE-EFFET <= WS-DATE-JOUR
030900           MOVE TX-PLAFOND-DEPOT TO WS-PLF-MONTANT(TX-NAT-CPTE)
031000        END-IF
031100     END-IF
031200     .
031300*----------------------*
031400 2000-TRAITER-CONVENTION.
031500*----------------------*
031600     READ FBALAY
031700         AT END
031800            MOVE 'Y' TO WS-FIN-FBALAY
031900            GO TO 2000-TRAITER-EXIT
032000     END-READ

032100     ADD 1 TO WS-NB-LUES

032200     IF NOT BAL-ACTIVE
032300        ADD 1 TO WS-NB-ECARTEES
032400        GO TO 2000-TRAITER-EXIT
032500     END-IF

032600*    CONVENTION DEJA BALAYEE CE JOUR (RELANCE DU PAS) : LE
032700*    VIREMENT EST DEJA DANS LA FILE, RIEN A REFAIRE
032800     IF BAL-DATE-DERN = WS-DATE-JOUR
032900        ADD 1 TO WS-NB-ECARTEES
033000        GO TO 2000-TRAITER-EXIT
033100     END-IF

033200     MOVE SPACE TO WS-MOTIF

033300     MOVE BAL-CPTE-COURANT TO ID-CPTE
033400     PERFORM 3000-LIRE-COMPTE
033500     IF WS-MOTIF NOT = SPACE
033600        PERFORM 6000-REFUSER
033700        GO TO 2000-TRAITER-EXIT
033800     END-IF
033900     MOVE NAT-CPTE TO WS-COU-NAT
034000     MOVE STS-CLT  TO WS-COU-STS
034100     MOVE SLD-CLT  TO WS-COU-SLD
034200     MOVE DEV-CLT  TO WS-COU-DEV

034300     MOVE BAL-CPTE-EPARGNE TO ID-CPTE
034400     PERFORM 3000-LIRE-COMPTE
034500     IF WS-MOTIF NOT = SPACE
034600        PERFORM 6000-REFUSER
034700        GO TO 2000-TRAITER-EXIT
034800     END-IF
034900     MOVE NAT-CPTE TO WS-EPA-NAT
035000     MOVE STS-CLT  TO WS-EPA-STS
035100     MOVE SLD-CLT  TO WS-EPA-SLD
035200     MOVE DEV-CLT  TO WS-EPA-DEV

035300     IF WS-EPA-DEV NOT = WS-COU-DEV
035400        MOVE 'DV' TO WS-MOTIF
035500        MOVE 'DEVISES DIFFERENTES' TO WS-LIBELLE
035600        PERFORM 6000-REFUSER
035700        GO TO 2000-TRAITER-EXIT
035800     END-IF

035900     IF BAL-SENS-EPARGNE
036000        AND WS-COU-SLD > BAL-SEUIL-HAUT
036100        PERFORM 4000-VERS-EPARGNE THRU 4000-VERS-EPARGNE-EXIT
036200        GO TO 2000-TRAITER-EXIT
036300     END-IF

036400     IF BAL-SENS-COUVERTURE
036500        AND WS-COU-SLD < BAL-PLANCHER
036600        PERFORM 5000-COUVERTURE THRU 5000-COUVERTURE-EXIT
036700        GO TO 2000-TRAITER-EXIT
036800     END-IF

036900*    SOLDE ENTRE LE PLANCHER ET LE SEUIL : RIEN A BALAYER
037000     ADD 1 TO WS-NB-ECARTEES
037100     .
037200 2000-TRAITER-EXIT.
037300     EXIT.
037400*----------------------*
037500 3000-LIRE-COMPTE.
037600*----------------------*
037700     READ FCLT
037800         INVALID KEY
037900            MOVE 'CI' TO WS-MOTIF
038000            MOVE 'COMPTE INCONNU' TO WS-LIBELLE
038100     END-READ
038200     IF WS-MOTIF = SPACE AND NOT STS-CLT-ACTIF
038300        MOVE 'ST' TO WS-MOTIF
038400        MOVE 'COMPTE NON ACTIF' TO WS-LIBELLE
038500     END-IF
038600     .
038700*----------------------*
038800 3100-CALCULER-RESERVE.
038900*----------------------*
039000*    PART RESERVEE : SOMME DES SAISIES ACTIVES DU COMPTE
039100*    WS-CPTE-SAI (MEME REGLE QUE LE GUICHET ET PARTI15),
039150*    PLUS SES CHEQUES REMIS ENCORE INDISPONIBLES
039200     PERFORM 3120-CUMULER-INDISPO THRU 3120-CUMULER-EXIT
039250     MOVE WS-INDISPO  TO WS-RESERVE
039300     MOVE WS-CPTE-SAI TO SAI-ID-CPTE
039400     MOVE ZERO        TO SAI-SEQ
039500     START FSAISIE KEY IS NOT LESS THAN SAI-CLE
039600         INVALID KEY
039700            GO TO 3100-CALCULER-EXIT
039800     END-START
039900     MOVE 'N' TO WS-FIN-SAI
040000     PERFORM 3110-LIRE-UNE-SAISIE
040100         UNTIL FIN-SAI
040200     .
040300 3100-CALCULER-EXIT.
040400     EXIT.
040500*----------------------*
040600 3110-LIRE-UNE-SAISIE.
040700*----------------------*
040800     READ FSAISIE NEXT RECORD
040900         AT END
041000            MOVE 'Y' TO WS-FIN-SAI
041100     END-READ
041200     IF NOT FIN-SAI
041300        IF SAI-ID-CPTE NOT = WS-CPTE-SAI
041400           MOVE 'Y' TO WS-FIN-SAI
041500        ELSE
041600           IF SAI-ACTIVE
041700              ADD SAI-MONTANT TO WS-RESERVE
041800           END-IF
041900        END-IF
042000     END-IF
042100     .
042102*----------------------*
042104 3120-CUMULER-INDISPO.
042106*----------------------*
042108     MOVE ZERO        TO WS-INDISPO
042110     MOVE WS-CPTE-SAI TO IND-ID-CPTE
042112     MOVE ZERO        TO IND-SEQ
042114     START FINDISP KEY IS NOT LESS THAN IND-CLE
042116         INVALID KEY
042118            GO TO 3120-CUMULER-EXIT
042120     END-START
042122     MOVE 'N' TO WS-FIN-IND
042124     PERFORM 3130-LIRE-UNE-REMISE
042126         UNTIL FIN-IND
042128     .
042130 3120-CUMULER-EXIT.
042132     EXIT.
042134*----------------------*
042136 3130-LIRE-UNE-REMISE.
042138*----------------------*
042140     READ FINDISP NEXT RECORD
042142         AT END
042144            MOVE 'Y' TO WS-FIN-IND
042146     END-READ
042148     IF NOT FIN-IND
042150        IF IND-ID-CPTE NOT = WS-CPTE-SAI
042152           MOVE 'Y' TO WS-FIN-IND
042154        ELSE
042156           IF IND-ACTIVE
042158              ADD IND-MONTANT TO WS-INDISPO
042160           END-IF
042162        END-IF
042164     END-IF
042166     .
042200*----------------------*
042300 4000-VERS-EPARGNE.
042400*----------------------*
042500*    L'EXCEDENT AU-DESSUS DU SEUIL PART A L'EPARGNE, SANS
042600*    ENTAMER LA PART SAISIE DU COMPTE COURANT NI DEPASSER LE
042700*    PLAFOND LEGAL DE LA NATURE D'EPARGNE
042800     COMPUTE WS-MONTANT = WS-COU-SLD - BAL-SEUIL-HAUT

042900     MOVE BAL-CPTE-COURANT TO WS-CPTE-SAI
043000     PERFORM 3100-CALCULER-RESERVE THRU 3100-CALCULER-EXIT
043100     COMPUTE WS-LIMITE = WS-COU-SLD - WS-RESERVE
043200     IF WS-LIMITE < WS-MONTANT
043300        MOVE WS-LIMITE TO WS-MONTANT
043400     END-IF
043500     IF WS-MONTANT NOT > ZERO
043600        MOVE 'SA' TO WS-MOTIF
043700        MOVE 'SOLDE COURANT SAISI' TO WS-LIBELLE
043800        PERFORM 6000-REFUSER
043900        GO TO 4000-VERS-EPARGNE-EXIT
044000     END-IF

044100     IF WS-EPA-NAT > ZERO
044200        AND WS-PLF-MONTANT(WS-EPA-NAT) > ZERO
044300        COMPUTE WS-LIMITE = WS-PLF-MONTANT(WS-EPA-NAT)
044400                          - WS-EPA-SLD
044500        IF WS-LIMITE < WS-MONTANT
044600           MOVE WS-LIMITE TO WS-MONTANT
044700        END-IF
044800        IF WS-MONTANT NOT > ZERO
044900           MOVE 'PL' TO WS-MOTIF
045000           MOVE 'PLAFOND EPARGNE ATTEINT' TO WS-LIBELLE
045100           PERFORM 6000-REFUSER
045200           GO TO 4000-VERS-EPARGNE-EXIT
045300        END-IF
045400     END-IF

045500     MOVE BAL-CPTE-COURANT TO MVT-ID-CPTE
045600     MOVE BAL-CPTE-EPARGNE TO MVT-CPTE-CIBLE
045700     PERFORM 7000-ECRIRE-VIREMENT
045800     MOVE WS-MONTANT       TO BAL-MONTANT-DERN
045900     PERFORM 7100-MARQUER-CONVENTION
046000     ADD 1 TO WS-NB-VERS-EPARGNE

046100     MOVE 'E'              TO LD-SENS
046200     MOVE 'VERS L''EPARGNE' TO WS-LIBELLE
046300     PERFORM 8000-ECRIRE-LIGNE
046400     .
046500 4000-VERS-EPARGNE-EXIT.
046600     EXIT.
046700*----------------------*
046800 5000-COUVERTURE.
046900*----------------------*
047000*    LE COURANT EST RAMENE AU PLANCHER DEPUIS L'EPARGNE,
047100*    DANS LA LIMITE DE SON DISPONIBLE HORS SAISIES (COUVERTURE
047200*    PARTIELLE SI L'EPARGNE NE SUFFIT PAS)
047300     COMPUTE WS-MONTANT = BAL-PLANCHER - WS-COU-SLD

047400     MOVE BAL-CPTE-EPARGNE TO WS-CPTE-SAI
047500     PERFORM 3100-CALCULER-RESERVE THRU 3100-CALCULER-EXIT
047600     COMPUTE WS-LIMITE = WS-EPA-SLD - WS-RESERVE
047700     IF WS-LIMITE < WS-MONTANT
047800        MOVE WS-LIMITE TO WS-MONTANT
047900     END-IF
048000     IF WS-MONTANT NOT > ZERO
048100        IF WS-RESERVE > WS-INDISPO
048200           MOVE 'SA' TO WS-MOTIF
048300           MOVE 'EPARGNE SAISIE' TO WS-LIBELLE
048400        ELSE
048500           MOVE 'PI' TO WS-MOTIF
048600           MOVE 'EPARGNE INSUFFISANTE' TO WS-LIBELLE
048700        END-IF
048800        PERFORM 6000-REFUSER
048900        GO TO 5000-COUVERTURE-EXIT
049000     END-IF

049100     MOVE BAL-CPTE-EPARGNE TO MVT-ID-CPTE
049200     MOVE BAL-CPTE-COURANT TO MVT-CPTE-CIBLE
049300     PERFORM 7000-ECRIRE-VIREMENT
049400     COMPUTE BAL-MONTANT-DERN = ZERO - WS-MONTANT
049500     PERFORM 7100-MARQUER-CONVENTION
049600     ADD 1 TO WS-NB-COUVERTURES

049700     MOVE 'C'              TO LD-SENS
049800     MOVE 'COUVERTURE DU COURANT' TO WS-LIBELLE
049900     PERFORM 8000-ECRIRE-LIGNE
050000     .
050100 5000-COUVERTURE-EXIT.
050200     EXIT.
050300*----------------------*
050400 6000-REFUSER.
050500*----------------------*
050600*    BALAYAGE REFUSE : RIEN N'EST GENERE, LA CONVENTION
050700*    RESTE EN L'ETAT ET SERA RECALCULEE LA NUIT PROCHAINE
050800     ADD 1 TO WS-NB-REFUSES
050900     MOVE 4 TO RETURN-CODE
051000     MOVE ZERO  TO WS-MONTANT
051100     MOVE SPACE TO LD-SENS
051200     PERFORM 8000-ECRIRE-LIGNE
051300     .
051400*----------------------*
051500 7000-ECRIRE-VIREMENT.
051600*----------------------*
051700*    VIREMENT ORDINAIRE POUR PARTI15 : LA CONVENTION SIGNEE
051800*    VAUT AUTORISATION (MARQUE O, AUCUN PIN), LA SOURCE
051900*    'BALA' MARQUE L'ORIGINE SUR LE MOUVEMENT
052000     ADD 1 TO WS-NB-VIREMENTS
052100     MOVE SPACE            TO MVT-CONTREPARTIE
052200     MOVE 'V'              TO MVT-CODE
052300     MOVE WS-MONTANT       TO MVT-MONTANT
052400     MOVE ZERO             TO MVT-PIN
052500     MOVE 'O'              TO MVT-CTL-PIN
052600     MOVE WS-DATE-JOUR     TO MVT-DATE-VALEUR
052700     MOVE WS-NB-VIREMENTS  TO MVT-SEQ
052800     MOVE 'BALA'           TO MVT-SOURCE
052900     MOVE WS-COU-DEV       TO MVT-DEVISE
053000     WRITE REC-MVT
053100     .
053200*----------------------*
053300 7100-MARQUER-CONVENTION.
053400*----------------------*
053500     MOVE WS-DATE-JOUR TO BAL-DATE-DERN
053600     REWRITE BAL-CONVENTION
053700         INVALID KEY
053800            DISPLAY 'BALAYAG - REWRITE IMPOSSIBLE : '
053900                    BAL-CPTE-COURANT ' FS=' WS-FS-FBALAY
054000     END-REWRITE
054100     .
054200*----------------------*
054300 8000-ECRIRE-LIGNE.
054400*----------------------*
054500     MOVE BAL-CPTE-COURANT  TO LD-COURANT
054600     MOVE BAL-CPTE-EPARGNE  TO LD-EPARGNE
054700     MOVE WS-MONTANT        TO LD-MONTANT
054800     MOVE WS-MOTIF          TO LD-MOTIF
054900     MOVE WS-LIBELLE        TO LD-LIBELLE
055000     MOVE LIGNE-DETAIL      TO REC-BALRAP
055100     WRITE REC-BALRAP
055200     .
055300*----------------------*
055400 9000-TERMINAISON.
055500*----------------------*
055600     CLOSE FBALAY
055700     CLOSE FCLT
055800     CLOSE FSAISIE
055850     CLOSE FINDISP
055900     CLOSE FVIRGUI
056000     CLOSE BALRAP

056100     DISPLAY 'BALAYAG - CONVENTIONS LUES     : ' WS-NB-LUES
056200     DISPLAY 'BALAYAG - SANS BALAYAGE        : ' WS-NB-ECARTEES
056300     DISPLAY 'BALAYAG - VERS L''EPARGNE       : '
056400             WS-NB-VERS-EPARGNE
056500     DISPLAY 'BALAYAG - COUVERTURES          : '
056600             WS-NB-COUVERTURES
056700     DISPLAY 'BALAYAG - BALAYAGES REFUSES    : ' WS-NB-REFUSES

056800     MOVE 'F' TO RL-FONCTION
056900     MOVE 'BALAYAG' TO RL-PROG
057000     MOVE WS-NB-LUES TO RL-LUS
057100     MOVE WS-NB-VIREMENTS TO RL-ECRITS
057200     MOVE WS-NB-REFUSES TO RL-REJETES
057300     MOVE RETURN-CODE TO RL-RC
057400     CALL 'pgrunlog' USING RL-COMMUN
057500     .

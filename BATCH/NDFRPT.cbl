000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    NDFRPT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - ETAT MENSUEL DES NOTES DE
001400*                   FRAIS REMBOURSEES PAR SERVICE ET PAR
001500*                   CATEGORIE : MONTANT DU MOIS, CUMUL
001600*                   DE L'ANNEE, BUDGET ANNUEL (CARTES
001700*                   NDFBUD) ET TAUX DE CONSOMMATION.
001800*                   SOUS-TOTAL PAR SERVICE, TOTAL
001900*                   GENERAL. RC 4 SI UNE LIGNE DEPASSE
002000*                   SON BUDGET OU SI UNE CARTE EST
002100*                   REJETEE.
002200*--------------------------------------------------------
002300*
002400*======================================================*
002500*   E N V I R O N M E N T       D I V I S I O N        *
002600*======================================================*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-390.
003000 OBJECT-COMPUTER. IBM-390.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT NDFBUD     ASSIGN TO NDFBUD
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-FS-NDFBUD.

003600     SELECT FFRAIS     ASSIGN TO FFRAIS
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS NDF-NUM-NOTE
004000         FILE STATUS IS WS-FS-FFRAIS.

004100     SELECT NDFRPTRP   ASSIGN TO NDFRPTRP
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-FS-NDFRPTRP.
004400*
004500*======================================================*
004600*           D A T A         D I V I S I O N            *
004700*======================================================*
004800 DATA DIVISION.
004900 FILE SECTION.
005000*
005100*    BUDGET ANNUEL DES FRAIS PAR SERVICE ET CATEGORIE,
005200*    EN UNITES ENTIERES. '*' EN COLONNE 1 = COMMENTAIRE
005300 FD  NDFBUD
005400     RECORD CONTAINS 80 CHARACTERS.
005500 01  REC-NDFBUD.
005600     05 NBU-SERVICE           PIC X(04).
005700     05 NBU-CATEGORIE         PIC X(02).
005800     05 NBU-BUDGET            PIC 9(09).
005900     05 FILLER                PIC X(65).
006000*
006100 FD  FFRAIS
006200     RECORD CONTAINS 100 CHARACTERS.
006300     COPY FFRAIS.
006400*
006500 FD  NDFRPTRP
006600     RECORD CONTAINS 80 CHARACTERS.
006700 01  REC-NDFRPTRP             PIC X(80).
006800*
006900*------------------------------------------------------*
007000 WORKING-STORAGE SECTION.
007100*------------------------------------------------------*
007200*
007300 01  WS-FS-NDFBUD             PIC X(02) VALUE SPACE.
007400     88 FS-NDFBUD-OK             VALUE '00'.
007500 01  WS-FS-FFRAIS             PIC X(02) VALUE SPACE.
007600     88 FS-FFRAIS-OK             VALUE '00'.
007700 01  WS-FS-NDFRPTRP           PIC X(02) VALUE SPACE.
007800     88 FS-NDFRPTRP-OK           VALUE '00'.
007900*
008000 01  WS-FIN-NDFBUD            PIC X(01) VALUE 'N'.
008100     88 FIN-NDFBUD               VALUE 'Y'.
008200 01  WS-FIN-FFRAIS            PIC X(01) VALUE 'N'.
008300     88 FIN-FFRAIS               VALUE 'Y'.
008400*
008500*    PERIODE DE L'ETAT : LE MOIS DE LA PAIE, QUI TOURNE
008600*    DANS LE MEME TRAITEMENT (EMPPAYRL)
008700 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
008800 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
008900     05 WS-PERIODE            PIC 9(06).
009000     05 WS-PERIODE-X REDEFINES WS-PERIODE.
009100        10 WS-ANNEE           PIC 9(04).
009200        10 WS-MOIS            PIC 9(02).
009300     05 FILLER                PIC X(02).
009400*
009500 01  WS-NB-CARTES             PIC 9(05) VALUE ZERO.
009600 01  WS-NB-CARTES-REJ         PIC 9(05) VALUE ZERO.
009700 01  WS-NB-NOTES              PIC 9(07) VALUE ZERO.
009800 01  WS-NB-RETENUES           PIC 9(07) VALUE ZERO.
009900 01  WS-NB-DEPASSEMENTS       PIC 9(05) VALUE ZERO.
010000*
010100*    UNE LIGNE PAR SERVICE ET CATEGORIE, TENUE DANS
010200*    L'ORDRE SERVICE/CATEGORIE A L'INSERTION
010300 01  WS-NB-LIGNES             PIC S9(4) COMP VALUE ZERO.
010400 01  WS-IND                   PIC S9(4) COMP.
010500 01  WS-POS                   PIC S9(4) COMP.
010600 01  WS-TROUVE                PIC X(01).
010700     88 LIGNE-TROUVEE            VALUE 'Y'.
010800     88 LIGNE-A-INSERER          VALUE 'I'.
010900 01  WS-CLE-CHERCHEE.
011000     05 WS-CLE-SERVICE        PIC X(04).
011100     05 WS-CLE-CATEGORIE      PIC X(02).
011200 01  WS-TAB-LIGNES.
011300     05 WS-LIGNE OCCURS 500.
011400        10 TL-CLE.
011500           15 TL-SERVICE      PIC X(04).
011600           15 TL-CATEGORIE    PIC X(02).
011700        10 TL-MOIS            PIC 9(09)V99.
011800        10 TL-CUMUL           PIC 9(09)V99.
011900        10 TL-BUDGET          PIC 9(09).
012000*
012100 01  WS-CATEGORIE             PIC X(02).
012200     88 CAT-TRANSPORT            VALUE 'TR'.
012300     88 CAT-HEBERGEMENT          VALUE 'HE'.
012400     88 CAT-REPAS                VALUE 'RE'.
012500     88 CAT-KILOMETRES           VALUE 'KM'.
012600     88 CAT-DIVERS               VALUE 'DI'.
012700     88 CAT-VALIDE               VALUE 'TR' 'HE' 'RE'
012800                                       'KM' 'DI'.
012900*
013000*    CUMULS D'UNE LIGNE IMPRIMEE (DETAIL OU TOTAL)
013100 01  WS-CUMULS.
013200     05 WS-IMP-MOIS           PIC 9(11)V99.
013300     05 WS-IMP-CUMUL          PIC 9(11)V99.
013400     05 WS-IMP-BUDGET         PIC 9(11).
013500 01  WS-SERV-COURANT          PIC X(04).
013600 01  WS-SERV-CUMULS.
013700     05 WS-SRV-MOIS           PIC 9(11)V99.
013800     05 WS-SRV-CUMUL          PIC 9(11)V99.
013900     05 WS-SRV-BUDGET         PIC 9(11).
014000 01  WS-GEN-CUMULS.
014100     05 WS-GEN-MOIS           PIC 9(11)V99 VALUE ZERO.
014200     05 WS-GEN-CUMUL          PIC 9(11)V99 VALUE ZERO.
014300     05 WS-GEN-BUDGET         PIC 9(11) VALUE ZERO.
014400 01  WS-TAUX                  PIC 9(04).
014500*
014600*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
014700 01  RL-COMMUN.
014800     05 RL-FONCTION    PIC X(01).
014900     05 RL-PROG        PIC X(08).
015000     05 RL-LUS         PIC 9(09).
015100     05 RL-ECRITS      PIC 9(09).
015200     05 RL-REJETES     PIC 9(09).
015300     05 RL-RC          PIC 9(02).
015400*
015500 01  LIGNE-TITRE.
015600     05 FILLER                PIC X(44) VALUE
015700        'NOTES DE FRAIS PAR SERVICE - PERIODE        '.
015800     05 LT-PERIODE            PIC 9(06).
015900     05 FILLER                PIC X(30) VALUE SPACE.
016000*
016100 01  LIGNE-ENTETE.
016200     05 FILLER                PIC X(40) VALUE
016300        'SERV CAT                   DU MOIS  CUMU'.
016400     05 FILLER                PIC X(40) VALUE
016500        'L ANNEE    BUDGET  TAUX                 '.
016600*
016700 01  LIGNE-DETAIL.
016800     05 LD-SERVICE            PIC X(04).
016900     05 FILLER                PIC X(02) VALUE SPACE.
017000     05 LD-CATEGORIE          PIC X(02).
017100     05 FILLER                PIC X(01) VALUE SPACE.
017200     05 LD-LIBELLE            PIC X(13).
017300     05 LD-MOIS               PIC Z(8)9.99.
017400     05 FILLER                PIC X(01) VALUE SPACE.
017500     05 LD-CUMUL              PIC Z(8)9.99.
017600     05 FILLER                PIC X(01) VALUE SPACE.
017700     05 LD-BUDGET             PIC Z(8)9.
017800     05 FILLER                PIC X(01) VALUE SPACE.
017900     05 LD-TAUX               PIC ZZZ9.
018000     05 LD-POURCENT           PIC X(01) VALUE '%'.
018100     05 FILLER                PIC X(01) VALUE SPACE.
018200     05 LD-ALERTE             PIC X(11).
018300     05 FILLER                PIC X(05) VALUE SPACE.
018400*
018500 01  LIGNE-TOTAL.
018600     05 LTO-LIBELLE           PIC X(30).
018700     05 LTO-NB                PIC ZZZZ9.
018800     05 FILLER                PIC X(45) VALUE SPACE.
018900*
019000*======================================================*
019100*     P R O C E D U R E     D I V I S I O N            *
019200*======================================================*
019300 PROCEDURE DIVISION.
019400*----------------------*
019500 0000-MAINLINE.
019600*----------------------*
019700     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
019800     IF RETURN-CODE NOT < 8
019900        GOBACK
020000     END-IF
020100     PERFORM 2000-CHARGER-BUDGET THRU 2000-CHARGER-EXIT
020200         UNTIL FIN-NDFBUD
020300     PERFORM 3000-TRAITER-NOTE THRU 3000-TRAITER-EXIT
020400         UNTIL FIN-FFRAIS
020500     PERFORM 5000-EDITER-ETAT THRU 5000-EDITER-EXIT
020600     PERFORM 9000-TERMINAISON
020700     GOBACK
020800     .
020900*----------------------*
021000 1000-INITIALISATION.
021100*----------------------*
021200     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

021300     MOVE 'D' TO RL-FONCTION
021400     MOVE 'NDFRPT' TO RL-PROG
021500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
021600     CALL 'pgrunlog' USING RL-COMMUN

021700     OPEN INPUT NDFBUD
021800     IF NOT FS-NDFBUD-OK
021900        DISPLAY 'NDFRPT - ERREUR OPEN NDFBUD - FS='
022000                WS-FS-NDFBUD
022100        MOVE 12 TO RETURN-CODE
022200        GO TO 1000-INITIALISATION-EXIT
022300     END-IF

022400     OPEN INPUT FFRAIS
022500     IF NOT FS-FFRAIS-OK
022600        DISPLAY 'NDFRPT - ERREUR OPEN FFRAIS - FS='
022700                WS-FS-FFRAIS
022800        MOVE 12 TO RETURN-CODE
022900        CLOSE NDFBUD
023000        GO TO 1000-INITIALISATION-EXIT
023100     END-IF

023200     OPEN OUTPUT NDFRPTRP
023300     IF NOT FS-NDFRPTRP-OK
023400        DISPLAY 'NDFRPT - ERREUR OPEN NDFRPTRP - FS='
023500                WS-FS-NDFRPTRP
023600        MOVE 12 TO RETURN-CODE
023700        CLOSE NDFBUD FFRAIS
023800        GO TO 1000-INITIALISATION-EXIT
023900     END-IF

024000     MOVE WS-PERIODE   TO LT-PERIODE
024100     MOVE LIGNE-TITRE  TO REC-NDFRPTRP
024200     WRITE REC-NDFRPTRP
024300     MOVE LIGNE-ENTETE TO REC-NDFRPTRP
024400     WRITE REC-NDFRPTRP
024500     .
024600 1000-INITIALISATION-EXIT.
024700     EXIT.
024800*----------------------*
024900 2000-CHARGER-BUDGET.
025000*----------------------*
025100     READ NDFBUD
025200         AT END
025300            MOVE 'Y' TO WS-FIN-NDFBUD
025400            GO TO 2000-CHARGER-EXIT
025500     END-READ

025600     IF NBU-SERVICE(1:1) = '*'
025700        OR REC-NDFBUD = SPACE
025800        GO TO 2000-CHARGER-EXIT
025900     END-IF

026000     ADD 1 TO WS-NB-CARTES
026100     MOVE NBU-CATEGORIE TO WS-CATEGORIE
026200     IF NBU-SERVICE = SPACE
026300        OR NOT CAT-VALIDE
026400        OR NBU-BUDGET NOT NUMERIC
026500        ADD 1 TO WS-NB-CARTES-REJ
026600        DISPLAY 'NDFRPT - CARTE BUDGET REJETEE : '
026700                REC-NDFBUD(1:15)
026800        GO TO 2000-CHARGER-EXIT
026900     END-IF

027000     MOVE NBU-SERVICE   TO WS-CLE-SERVICE
027100     MOVE NBU-CATEGORIE TO WS-CLE-CATEGORIE
027200     PERFORM 4000-TROUVER-LIGNE THRU 4000-TROUVER-EXIT
027300     IF WS-POS > ZERO
027400        MOVE NBU-BUDGET TO TL-BUDGET(WS-POS)
027500     END-IF
027600     .
027700 2000-CHARGER-EXIT.
027800     EXIT.
027900*----------------------*
028000 3000-TRAITER-NOTE.
028100*----------------------*
028200*    SEULES LES NOTES PAYEES COMPTENT : DU MOIS SI LA
028300*    PAIE DE LA PERIODE LES A REMBOURSEES, DANS LE CUMUL
028400*    SI UNE PAIE DE L'ANNEE JUSQU'A LA PERIODE L'A FAIT
028500*----------------------*
028600     READ FFRAIS NEXT
028700         AT END
028800            MOVE 'Y' TO WS-FIN-FFRAIS
028900            GO TO 3000-TRAITER-EXIT
029000     END-READ
029100     IF NOT FS-FFRAIS-OK
029200        DISPLAY 'NDFRPT - ERREUR READ FFRAIS - FS='
029300                WS-FS-FFRAIS
029400        MOVE 12 TO RETURN-CODE
029500        MOVE 'Y' TO WS-FIN-FFRAIS
029600        GO TO 3000-TRAITER-EXIT
029700     END-IF

029800     ADD 1 TO WS-NB-NOTES
029900     IF NOT NDF-PAYEE
030000        OR NDF-PERIODE(1:4) NOT = WS-ANNEE
030100        OR NDF-PERIODE > WS-PERIODE
030200        GO TO 3000-TRAITER-EXIT
030300     END-IF

030400     ADD 1 TO WS-NB-RETENUES
030500     MOVE NDF-SERVICE   TO WS-CLE-SERVICE
030600     MOVE NDF-CATEGORIE TO WS-CLE-CATEGORIE
030700     PERFORM 4000-TROUVER-LIGNE THRU 4000-TROUVER-EXIT
030800     IF WS-POS > ZERO
030900        ADD NDF-MONTANT TO TL-CUMUL(WS-POS)
031000        IF NDF-PERIODE = WS-PERIODE
031100           ADD NDF-MONTANT TO TL-MOIS(WS-POS)
031200        END-IF
031300     END-IF
031400     .
031500 3000-TRAITER-EXIT.
031600     EXIT.
031700*----------------------*
031800 4000-TROUVER-LIGNE.
031900*----------------------*
032000*    WS-POS = LIGNE DU SERVICE/CATEGORIE CHERCHE, CREEE A
032100*    SA PLACE DANS L'ORDRE SI ELLE N'EXISTE PAS ENCORE ;
032200*    ZERO SI LA TABLE EST PLEINE
032300*----------------------*
032400     MOVE 'N' TO WS-TROUVE
032500     MOVE 1   TO WS-POS
032600     PERFORM 4100-COMPARER-LIGNE
032700         UNTIL WS-TROUVE NOT = 'N' OR WS-POS > WS-NB-LIGNES
032800     IF LIGNE-TROUVEE
032900        GO TO 4000-TROUVER-EXIT
033000     END-IF

033100     IF WS-NB-LIGNES NOT < 500
033200        DISPLAY 'NDFRPT - TABLE DES LIGNES PLEINE - '
033300                WS-CLE-CHERCHEE ' IGNORE'
033400        MOVE 8 TO RETURN-CODE
033500        MOVE ZERO TO WS-POS
033600        GO TO 4000-TROUVER-EXIT
033700     END-IF

033800     PERFORM 4200-DECALER-LIGNE
033900         VARYING WS-IND FROM WS-NB-LIGNES BY -1
034000         UNTIL WS-IND < WS-POS
034100     ADD 1 TO WS-NB-LIGNES
034200     MOVE WS-CLE-CHERCHEE TO TL-CLE(WS-POS)
034300     MOVE ZERO TO TL-MOIS(WS-POS) TL-CUMUL(WS-POS)
034400                  TL-BUDGET(WS-POS)
034500     .
034600 4000-TROUVER-EXIT.
034700     EXIT.
034800*----------------------*
034900 4100-COMPARER-LIGNE.
035000*----------------------*
035100     EVALUATE TRUE
035200        WHEN TL-CLE(WS-POS) = WS-CLE-CHERCHEE
035300           MOVE 'Y' TO WS-TROUVE
035400        WHEN TL-CLE(WS-POS) > WS-CLE-CHERCHEE
035500           MOVE 'I' TO WS-TROUVE
035600        WHEN OTHER
035700           ADD 1 TO WS-POS
035800     END-EVALUATE
035900     .
036000*----------------------*
036100 4200-DECALER-LIGNE.
036200*----------------------*
036300     MOVE WS-LIGNE(WS-IND) TO WS-LIGNE(WS-IND + 1)
036400     .
036500*----------------------*
036600 5000-EDITER-ETAT.
036700*----------------------*
036800     IF WS-NB-LIGNES = ZERO
036900        GO TO 5000-EDITER-EXIT
037000     END-IF
037100     MOVE TL-SERVICE(1) TO WS-SERV-COURANT
037200     MOVE ZERO TO WS-SRV-MOIS WS-SRV-CUMUL WS-SRV-BUDGET
037300     PERFORM 5100-EDITER-LIGNE
037400         VARYING WS-IND FROM 1 BY 1
037500         UNTIL WS-IND > WS-NB-LIGNES
037600     PERFORM 5200-EDITER-SERVICE

037700     MOVE SPACE          TO LD-SERVICE LD-CATEGORIE
037800     MOVE 'TOTAL GENERAL' TO LD-LIBELLE
037900     MOVE WS-GEN-MOIS    TO WS-IMP-MOIS
038000     MOVE WS-GEN-CUMUL   TO WS-IMP-CUMUL
038100     MOVE WS-GEN-BUDGET  TO WS-IMP-BUDGET
038200     PERFORM 5300-IMPRIMER
038300     .
038400 5000-EDITER-EXIT.
038500     EXIT.
038600*----------------------*
038700 5100-EDITER-LIGNE.
038800*----------------------*
038900     IF TL-SERVICE(WS-IND) NOT = WS-SERV-COURANT
039000        PERFORM 5200-EDITER-SERVICE
039100        MOVE TL-SERVICE(WS-IND) TO WS-SERV-COURANT
039200        MOVE ZERO TO WS-SRV-MOIS WS-SRV-CUMUL WS-SRV-BUDGET
039300     END-IF

039400     MOVE TL-CATEGORIE(WS-IND) TO WS-CATEGORIE
039500     EVALUATE TRUE
039600        WHEN CAT-TRANSPORT
039700           MOVE 'TRANSPORT'     TO LD-LIBELLE
039800        WHEN CAT-HEBERGEMENT
039900           MOVE 'HEBERGEMENT'   TO LD-LIBELLE
040000        WHEN CAT-REPAS
040100           MOVE 'REPAS'         TO LD-LIBELLE
040200        WHEN CAT-KILOMETRES
040300           MOVE 'KILOMETRES'    TO LD-LIBELLE
040400        WHEN OTHER
040500           MOVE 'DIVERS'        TO LD-LIBELLE
040600     END-EVALUATE
040700     MOVE TL-SERVICE(WS-IND)   TO LD-SERVICE
040800     MOVE TL-CATEGORIE(WS-IND) TO LD-CATEGORIE
040900     MOVE TL-MOIS(WS-IND)      TO WS-IMP-MOIS
041000     MOVE TL-CUMUL(WS-IND)     TO WS-IMP-CUMUL
041100     MOVE TL-BUDGET(WS-IND)    TO WS-IMP-BUDGET
041200     PERFORM 5300-IMPRIMER
041300     IF LD-ALERTE NOT = SPACE
041400        ADD 1 TO WS-NB-DEPASSEMENTS
041500     END-IF

041600     ADD TL-MOIS(WS-IND)   TO WS-SRV-MOIS   WS-GEN-MOIS
041700     ADD TL-CUMUL(WS-IND)  TO WS-SRV-CUMUL  WS-GEN-CUMUL
041800     ADD TL-BUDGET(WS-IND) TO WS-SRV-BUDGET WS-GEN-BUDGET
041900     .
042000*----------------------*
042100 5200-EDITER-SERVICE.
042200*----------------------*
042300     MOVE WS-SERV-COURANT TO LD-SERVICE
042400     MOVE SPACE           TO LD-CATEGORIE
042500     MOVE 'TOTAL SERVICE' TO LD-LIBELLE
042600     MOVE WS-SRV-MOIS     TO WS-IMP-MOIS
042700     MOVE WS-SRV-CUMUL    TO WS-IMP-CUMUL
042800     MOVE WS-SRV-BUDGET   TO WS-IMP-BUDGET
042900     PERFORM 5300-IMPRIMER
043000     MOVE SPACE TO REC-NDFRPTRP
043100     WRITE REC-NDFRPTRP
043200     .
043300*----------------------*
043400 5300-IMPRIMER.
043500*----------------------*
043600*    UNE DEPENSE SANS BUDGET EST SIGNALEE COMME UN
043700*    DEPASSEMENT ; LE TAUX EST PLAFONNE A 9999 %
043800*----------------------*
043900     MOVE WS-IMP-MOIS   TO LD-MOIS
044000     MOVE WS-IMP-CUMUL  TO LD-CUMUL
044100     MOVE WS-IMP-BUDGET TO LD-BUDGET
044200     MOVE SPACE         TO LD-ALERTE
044300     IF WS-IMP-BUDGET = ZERO
044400        MOVE ZERO TO WS-TAUX
044500        IF WS-IMP-CUMUL > ZERO
044600           MOVE 'HORS BUDGET' TO LD-ALERTE
044700        END-IF
044800     ELSE
044900        COMPUTE WS-TAUX ROUNDED =
045000                WS-IMP-CUMUL * 100 / WS-IMP-BUDGET
045100            ON SIZE ERROR
045200                MOVE 9999 TO WS-TAUX
045300        END-COMPUTE
045400        IF WS-IMP-CUMUL > WS-IMP-BUDGET
045500           MOVE 'DEPASSEMENT' TO LD-ALERTE
045600        END-IF
045700     END-IF
045800     MOVE WS-TAUX       TO LD-TAUX
045900     MOVE LIGNE-DETAIL  TO REC-NDFRPTRP
046000     WRITE REC-NDFRPTRP
046100     .
046200*----------------------*
046300 9000-TERMINAISON.
046400*----------------------*
046500     MOVE SPACE TO REC-NDFRPTRP
046600     WRITE REC-NDFRPTRP
046700     MOVE 'CARTES BUDGET LUES            ' TO LTO-LIBELLE
046800     MOVE WS-NB-CARTES TO LTO-NB
046900     MOVE LIGNE-TOTAL  TO REC-NDFRPTRP
047000     WRITE REC-NDFRPTRP
047100     MOVE 'CARTES BUDGET REJETEES        ' TO LTO-LIBELLE
047200     MOVE WS-NB-CARTES-REJ TO LTO-NB
047300     MOVE LIGNE-TOTAL  TO REC-NDFRPTRP
047400     WRITE REC-NDFRPTRP
047500     MOVE 'NOTES PAYEES RETENUES         ' TO LTO-LIBELLE
047600     MOVE WS-NB-RETENUES TO LTO-NB
047700     MOVE LIGNE-TOTAL  TO REC-NDFRPTRP
047800     WRITE REC-NDFRPTRP
047900     MOVE 'LIGNES EN DEPASSEMENT         ' TO LTO-LIBELLE
048000     MOVE WS-NB-DEPASSEMENTS TO LTO-NB
048100     MOVE LIGNE-TOTAL  TO REC-NDFRPTRP
048200     WRITE REC-NDFRPTRP

048300     CLOSE NDFBUD
048400     CLOSE FFRAIS
048500     CLOSE NDFRPTRP

048600     DISPLAY 'NDFRPT - NOTES LUES           : ' WS-NB-NOTES
048700     DISPLAY 'NDFRPT - NOTES PAYEES RETENUES: ' WS-NB-RETENUES
048800     DISPLAY 'NDFRPT - CARTES REJETEES      : ' WS-NB-CARTES-REJ
048900     DISPLAY 'NDFRPT - LIGNES EN DEPASSEMENT: '
049000             WS-NB-DEPASSEMENTS

049100     IF RETURN-CODE < 4
049200        AND (WS-NB-DEPASSEMENTS > ZERO
049300             OR WS-NB-CARTES-REJ > ZERO)
049400        MOVE 4 TO RETURN-CODE
049500     END-IF

049600     MOVE 'F' TO RL-FONCTION
049700     MOVE 'NDFRPT' TO RL-PROG
049800     MOVE WS-NB-NOTES TO RL-LUS
049900     MOVE WS-NB-RETENUES TO RL-ECRITS
050000     MOVE WS-NB-CARTES-REJ TO RL-REJETES
050100     MOVE RETURN-CODE TO RL-RC
050200     CALL 'pgrunlog' USING RL-COMMUN
050300     .

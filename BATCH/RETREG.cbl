000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    RETREG.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - RETOUR DES REJETS AUX
001400*                   REGIONS APRES LE POSTING PARTI15 :
001500*                   LES ENTREES DE SUSPENS DE LA NUIT
001600*                   (SUSPMVT.NEW) ET LES DOUBLONS MIS DE
001700*                   COTE PAR TRIFILE SONT RENDUS A LEUR
001800*                   REGION D'ORIGINE, UN FICHIER PAR
001900*                   REGION (RETREG1 A RETREG4, ENTETE ET
002000*                   FIN pgctlfic). LA REGION EST PRISE
002100*                   DANS LA CORRESPONDANCE FREGXRF ECRITE
002200*                   PAR TRIFILE. CHAQUE LIGNE PORTE LE
002300*                   MOUVEMENT D'ORIGINE, LE MOTIF EN
002400*                   CLAIR ET LA DATE D'ENTREE. LES
002500*                   REGIONS REPONDENT PAR DES INSTRUCTIONS
002600*                   D'ANNULATION OU DE CORRECTION
002700*                   (INSTREG.DAT) APPLIQUEES AU RECYCLAGE
002800*                   PARTI15 DE LA NUIT SUIVANTE.
002810*   15/10/2026  SE  MOTIF MN : DEBIT DU COMPTE D'UN MINEUR
002820*                   SANS SON REPRESENTANT LEGAL.
002900*--------------------------------------------------------
003000*
003100*======================================================*
003200*   E N V I R O N M E N T       D I V I S I O N        *
003300*======================================================*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER. IBM-390.
003700 OBJECT-COMPUTER. IBM-390.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT FSUSNEW    ASSIGN TO FSUSNEW
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-FS-FSUSNEW.

004300     SELECT FREGXRF    ASSIGN TO FREGXRF
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-FS-FREGXRF.

004600     SELECT RETREG1    ASSIGN TO RETREG1
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-FS-RETREG1.

004900     SELECT RETREG2    ASSIGN TO RETREG2
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-FS-RETREG2.

005200     SELECT RETREG3    ASSIGN TO RETREG3
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-FS-RETREG3.

005500     SELECT RETREG4    ASSIGN TO RETREG4
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-FS-RETREG4.

005800     SELECT SRTRET     ASSIGN TO SRTRET.
005900*
006000*======================================================*
006100*           D A T A         D I V I S I O N            *
006200*======================================================*
006300 DATA DIVISION.
006400 FILE SECTION.
006500*
006600*    SUSPENS ECRIT PAR LE POSTING DE LA NUIT : MOTIF,
006700*    DATE D'ENTREE, MOUVEMENT (DESSIN REC-MVT)
006800 FD  FSUSNEW
006900     RECORD CONTAINS 90 CHARACTERS.
007000 01  REC-SUSNEW.
007100     05  SUS-MOTIF       PIC X(02).
007200     05  SUS-DATE-ENTREE PIC 9(08).
007300     05  SUS-MVT         PIC X(80).
007400*
007500*    CORRESPONDANCE REGIONALE DE TRIFILE : P = VERSE AU
007600*    FLUX DU JOUR, D = DOUBLON MIS DE COTE, R = RATTRAPAGE
007700*    D'UNE REGION EN RETARD VERSE AU SUSPENS
007800 FD  FREGXRF
007900     RECORD CONTAINS 90 CHARACTERS.
008000 01  REC-REGXRF.
008100     05  XRF-TYPE        PIC X(01).
008200         88 XRF-DOUBLON     VALUE 'D'.
008300     05  XRF-NO-FICHIER  PIC 9(01).
008400     05  XRF-MVT         PIC X(80).
008500     05  FILLER          PIC X(08).
008600*
008700*    FICHIERS RETOURNES AUX REGIONS (LIGNE-RETOUR)
008800 FD  RETREG1
008900     RECORD CONTAINS 120 CHARACTERS.
009000 01  REC-RETREG1              PIC X(120).
009100*
009200 FD  RETREG2
009300     RECORD CONTAINS 120 CHARACTERS.
009400 01  REC-RETREG2              PIC X(120).
009500*
009600 FD  RETREG3
009700     RECORD CONTAINS 120 CHARACTERS.
009800 01  REC-RETREG3              PIC X(120).
009900*
010000 FD  RETREG4
010100     RECORD CONTAINS 120 CHARACTERS.
010200 01  REC-RETREG4              PIC X(120).
010300*
010400*    TRI PAR COMPTE + SEQUENCE (MEMES COLONNES QUE LE TRI
010500*    TRIFILE) ; A CLE EGALE, LA CORRESPONDANCE (ORIGINE 1)
010600*    PASSE AVANT LE SUSPENS (ORIGINE 2)
010700 SD  SRTRET.
010800 01  SRT-ENREG.
010900     05  SRT-MVT.
011000         10  SRT-ID-CPTE     PIC X(08).
011100         10  SRT-CODE        PIC X(01).
011200         10  SRT-MONTANT     PIC 9(08)V99.
011300         10  FILLER          PIC X(20).
011400         10  SRT-SEQ         PIC 9(04).
011500         10  FILLER          PIC X(37).
011600     05  SRT-ORIGINE         PIC X(01).
011700         88 SRT-CORRESPONDANCE  VALUE '1'.
011800         88 SRT-SUSPENS         VALUE '2'.
011900     05  SRT-TYPE            PIC X(01).
012000         88 SRT-DOUBLON         VALUE 'D'.
012100         88 SRT-RATTRAPAGE      VALUE 'R'.
012200     05  SRT-NO-FICHIER      PIC 9(01).
012300     05  SRT-MOTIF           PIC X(02).
012400     05  SRT-DATE-ENTREE     PIC 9(08).
012500*
012600*------------------------------------------------------*
012700 WORKING-STORAGE SECTION.
012800*------------------------------------------------------*
012900*
013000 01  WS-FS-FSUSNEW            PIC X(02) VALUE SPACE.
013100     88 FS-FSUSNEW-OK            VALUE '00'.
013200 01  WS-FS-FREGXRF            PIC X(02) VALUE SPACE.
013300     88 FS-FREGXRF-OK            VALUE '00'.
013400 01  WS-FS-RETREG1            PIC X(02) VALUE SPACE.
013500     88 FS-RETREG1-OK            VALUE '00'.
013600 01  WS-FS-RETREG2            PIC X(02) VALUE SPACE.
013700     88 FS-RETREG2-OK            VALUE '00'.
013800 01  WS-FS-RETREG3            PIC X(02) VALUE SPACE.
013900     88 FS-RETREG3-OK            VALUE '00'.
014000 01  WS-FS-RETREG4            PIC X(02) VALUE SPACE.
014100     88 FS-RETREG4-OK            VALUE '00'.
014200*
014300 01  WS-FIN-FSUSNEW           PIC X(01) VALUE 'N'.
014400     88 FIN-FSUSNEW              VALUE 'Y'.
014500 01  WS-FIN-FREGXRF           PIC X(01) VALUE 'N'.
014600     88 FIN-FREGXRF              VALUE 'Y'.
014700 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
014800     88 FIN-TRI                  VALUE 'Y'.
014900 01  WS-XRF-DISPO             PIC X(01) VALUE 'N'.
015000     88 XRF-DISPO                VALUE 'O'.
015100*
015200 01  WS-DATE-JOUR             PIC 9(08).
015300*
015400 01  WS-NB-SUSPENS            PIC 9(07) VALUE ZERO.
015500 01  WS-NB-XRF                PIC 9(07) VALUE ZERO.
015600 01  WS-NB-RENDUS             PIC 9(07) VALUE ZERO.
015700 01  WS-NB-DOUBLONS           PIC 9(07) VALUE ZERO.
015800 01  WS-NB-HORS-REGION        PIC 9(07) VALUE ZERO.
015900*
016000*    COMPTEURS ET TOTAUX DE CONTROLE PAR REGION
016100 01  WS-TAB-REGIONS.
016200     05 WS-REG OCCURS 4.
016300        10 WS-REG-NB          PIC 9(09).
016400        10 WS-REG-HASH        PIC 9(13)V99.
016500 01  WS-IND-REG               PIC S9(4) COMP.
016550 01  WS-REGION-ED             PIC 9(01).
016600*
016700*    LIGNES DE CORRESPONDANCE DE LA CLE COURANTE (COMPTE
016800*    + SEQUENCE) EN ATTENTE DU SUSPENS QUI LES SUIT
016900 01  WS-CLE-COURANTE.
017000     05 WS-CLE-CPTE           PIC X(08).
017100     05 WS-CLE-SEQ            PIC 9(04).
017200 01  WS-PREMIERE-CLE          PIC X(01) VALUE 'O'.
017300     88 PREMIERE-CLE             VALUE 'O'.
017400 01  WS-TAB-CLE.
017500     05 WS-CLE-LIGNE OCCURS 20.
017600        10 WS-CLE-TYPE        PIC X(01).
017700        10 WS-CLE-REGION      PIC 9(01).
017800        10 WS-CLE-CODE        PIC X(01).
017900        10 WS-CLE-MONTANT     PIC 9(08)V99.
018000        10 WS-CLE-RENDUE      PIC X(01).
018100 01  WS-NB-CLE                PIC S9(4) COMP VALUE ZERO.
018200 01  WS-IND-CLE               PIC S9(4) COMP.
018300 01  WS-CLE-TROUVEE           PIC S9(4) COMP.
018400*
018500*    LIBELLES EN CLAIR DES MOTIFS DE REJET DU POSTING
018600*    (PARTI15) ET DE TRIFILE (DB = DOUBLON, RT = RETARD)
018700 01  WS-MOTIFS-VALEURS.
018800     05 FILLER PIC X(02) VALUE 'AN'.
018900     05 FILLER PIC X(30) VALUE 'LIGNE A CONTREPASSER INCONNUE'.
019000     05 FILLER PIC X(02) VALUE 'BC'.
019100     05 FILLER PIC X(30) VALUE 'BENEFICIAIRE EN CARENCE'.
019200     05 FILLER PIC X(02) VALUE 'BN'.
019300     05 FILLER PIC X(30) VALUE 'BENEFICIAIRE NON ENREGISTRE'.
019400     05 FILLER PIC X(02) VALUE 'CD'.
019500     05 FILLER PIC X(30) VALUE 'CODE MOUVEMENT INVALIDE'.
019600     05 FILLER PIC X(02) VALUE 'CH'.
019700     05 FILLER PIC X(30) VALUE 'CHEQUE IMPAYE SANS PROVISION'.
019800     05 FILLER PIC X(02) VALUE 'CI'.
019900     05 FILLER PIC X(30) VALUE 'COMPTE INCONNU'.
020000     05 FILLER PIC X(02) VALUE 'CN'.
020100     05 FILLER PIC X(30) VALUE 'CHEQUE HORS CARNET DELIVRE'.
020200     05 FILLER PIC X(02) VALUE 'DB'.
020300     05 FILLER PIC X(30) VALUE 'DOUBLON D''UN AUTRE FICHIER'.
020400     05 FILLER PIC X(02) VALUE 'DC'.
020500     05 FILLER PIC X(30) VALUE 'TITULAIRE DECEDE-DEBIT BLOQUE'.
020600     05 FILLER PIC X(02) VALUE 'DT'.
020700     05 FILLER PIC X(30) VALUE 'DATE DE VALEUR HORS JOUR'.
020800     05 FILLER PIC X(02) VALUE 'DV'.
020900     05 FILLER PIC X(30) VALUE 'DEVISE AUTRE QUE CELLE DU CPTE'.
021000     05 FILLER PIC X(02) VALUE 'IB'.
021100     05 FILLER PIC X(30) VALUE 'IBAN BENEFICIAIRE INVALIDE'.
021110     05 FILLER PIC X(02) VALUE 'MN'.
021120     05 FILLER PIC X(30) VALUE 'MINEUR - DEBIT SANS TUTEUR'.
021200     05 FILLER PIC X(02) VALUE 'OP'.
021300     05 FILLER PIC X(30) VALUE 'CHEQUE FRAPPE D''OPPOSITION'.
021400     05 FILLER PIC X(02) VALUE 'PI'.
021500     05 FILLER PIC X(30) VALUE 'CODE PIN INVALIDE'.
021600     05 FILLER PIC X(02) VALUE 'PL'.
021700     05 FILLER PIC X(30) VALUE 'PLAFOND LEGAL DE DEPOT ATTEINT'.
021800     05 FILLER PIC X(02) VALUE 'RF'.
021900     05 FILLER PIC X(30) VALUE 'REMBOURSEMENT FRAIS REFUSE'.
022000     05 FILLER PIC X(02) VALUE 'RT'.
022100     05 FILLER PIC X(30) VALUE 'FICHIER REGIONAL EN RETARD'.
022200     05 FILLER PIC X(02) VALUE 'SA'.
022300     05 FILLER PIC X(30) VALUE 'SAISIE EN COURS SUR LE COMPTE'.
022400     05 FILLER PIC X(02) VALUE 'SI'.
022500     05 FILLER PIC X(30) VALUE 'SOLDE INSUFFISANT'.
022600     05 FILLER PIC X(02) VALUE 'ST'.
022700     05 FILLER PIC X(30) VALUE 'COMPTE SUSPENDU OU FERME'.
022800     05 FILLER PIC X(02) VALUE 'VI'.
022900     05 FILLER PIC X(30) VALUE 'VIREMENT REFUSE'.
023000 01  FILLER REDEFINES WS-MOTIFS-VALEURS.
023100     05 WS-MOTIF-LIGNE OCCURS 22.
023200        10 WS-MOTIF-CODE      PIC X(02).
023300        10 WS-MOTIF-LIBELLE   PIC X(30).
023400 01  WS-NB-MOTIFS             PIC S9(4) COMP VALUE 22.
023500 01  WS-IND-MOTIF             PIC S9(4) COMP.
023600*
023700*    LIGNE RENDUE A LA REGION : LE MOUVEMENT TEL QU'ELLE
023800*    L'A ENVOYE, LE MOTIF (CODE ET CLAIR), LA DATE
023900*    D'ENTREE EN SUSPENS
024000 01  LIGNE-RETOUR.
024100     05 RR-MVT.
024200        10 RR-ID-CPTE         PIC X(08).
024300        10 FILLER             PIC X(01).
024400        10 RR-MONTANT         PIC 9(08)V99.
024500        10 FILLER             PIC X(61).
024600     05 RR-MOTIF              PIC X(02).
024700     05 RR-LIBELLE            PIC X(30).
024800     05 RR-DATE-ENTREE        PIC 9(08).
024900*
025000*    CONTROLE DES FICHIERS RENDUS (MODULE pgctlfic)
025100 01  CTL-COMMUN.
025200     05 CTL-FONCTION          PIC X(01).
025300     05 CTL-PROG              PIC X(08).
025400     05 CTL-DATE              PIC 9(08).
025500     05 CTL-COMPTEUR          PIC 9(09).
025600     05 CTL-HASH              PIC 9(13)V99.
025700     05 CTL-RC                PIC X(01).
025800     05 CTL-ENREG             PIC X(53).
025900 01  WS-LIGNE-CTL             PIC X(120).
026000*
026100*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
026200 01  RL-COMMUN.
026300     05 RL-FONCTION    PIC X(01).
026400     05 RL-PROG        PIC X(08).
026500     05 RL-LUS         PIC 9(09).
026600     05 RL-ECRITS      PIC 9(09).
026700     05 RL-REJETES     PIC 9(09).
026800     05 RL-RC          PIC 9(02).
026900*
027000*======================================================*
027100*     P R O C E D U R E     D I V I S I O N            *
027200*======================================================*
027300 PROCEDURE DIVISION.
027400*----------------------*
027500 0000-MAINLINE.
027600*----------------------*
027700     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
027800     IF RETURN-CODE NOT < 8
027900        GOBACK
028000     END-IF

028100     SORT SRTRET
028200         ON ASCENDING KEY SRT-ID-CPTE SRT-SEQ SRT-ORIGINE
028300         INPUT PROCEDURE IS 2000-CHARGER-TRI
028400             THRU 2000-CHARGER-EXIT
028500         OUTPUT PROCEDURE IS 3000-REPARTIR-REJETS
028600             THRU 3000-REPARTIR-EXIT
028700     IF SORT-RETURN NOT = ZERO
028800        DISPLAY 'RETREG - ECHEC DU TRI DES REJETS - RC='
028900                SORT-RETURN
029000        MOVE 12 TO RETURN-CODE
029100     END-IF

029200     PERFORM 9000-TERMINAISON
029300     GOBACK
029400     .
029500*======================================================*
029600*   OUVERTURE DES FICHIERS ET ENTETES DE CONTROLE DES   *
029700*   QUATRE FICHIERS RENDUS                             *
029800*======================================================*
029900*----------------------*
030000 1000-INITIALISATION.
030100*----------------------*
030200     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

030300     MOVE 'D' TO RL-FONCTION
030400     MOVE 'RETREG' TO RL-PROG
030500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
030600     CALL 'pgrunlog' USING RL-COMMUN

030700     OPEN INPUT FSUSNEW
030800     IF NOT FS-FSUSNEW-OK
030900        DISPLAY 'RETREG - ERREUR OPEN FSUSNEW - FS='
031000                WS-FS-FSUSNEW
031100        MOVE 12 TO RETURN-CODE
031200        GO TO 1000-INITIALISATION-EXIT
031300     END-IF

031400*    SANS CORRESPONDANCE (TRIFILE N'A PU L'ECRIRE), AUCUNE
031500*    LIGNE NE PEUT ETRE ATTRIBUEE : LES FICHIERS PARTENT
031600*    VIDES, AVEC LEURS CONTROLES, ET LE RUN FINIT RC 4
031700     OPEN INPUT FREGXRF
031800     IF FS-FREGXRF-OK
031900        MOVE 'O' TO WS-XRF-DISPO
032000     ELSE
032100        DISPLAY 'RETREG - CORRESPONDANCE REGIONALE '
032200                'INDISPONIBLE - FS=' WS-FS-FREGXRF
032300        MOVE 4 TO RETURN-CODE
032400     END-IF

032500     OPEN OUTPUT RETREG1
032600     OPEN OUTPUT RETREG2
032700     OPEN OUTPUT RETREG3
032800     OPEN OUTPUT RETREG4
032900     IF NOT FS-RETREG1-OK OR NOT FS-RETREG2-OK
033000        OR NOT FS-RETREG3-OK OR NOT FS-RETREG4-OK
033100        DISPLAY 'RETREG - ERREUR OPEN RETREG1-4 - FS='
033200                WS-FS-RETREG1 ' ' WS-FS-RETREG2 ' '
033300                WS-FS-RETREG3 ' ' WS-FS-RETREG4
033400        MOVE 12 TO RETURN-CODE
033500        GO TO 1000-INITIALISATION-EXIT
033600     END-IF

033700     INITIALIZE WS-TAB-REGIONS
033800     MOVE 'E'          TO CTL-FONCTION
033900     MOVE 'RETREG'     TO CTL-PROG
034000     MOVE WS-DATE-JOUR TO CTL-DATE
034100     CALL 'pgctlfic' USING CTL-COMMUN
034200     MOVE SPACE     TO WS-LIGNE-CTL
034300     MOVE CTL-ENREG TO WS-LIGNE-CTL(1:53)
034400     PERFORM 7100-ECRIRE-CONTROLE
034500         VARYING WS-IND-REG FROM 1 BY 1
034600         UNTIL WS-IND-REG > 4
034700     .
034800 1000-INITIALISATION-EXIT.
034900     EXIT.
035000*======================================================*
035100*   PROCEDURE D'ENTREE DU TRI : LA CORRESPONDANCE DE    *
035200*   TRIFILE PUIS LE SUSPENS DE LA NUIT                 *
035300*======================================================*
035400*----------------------*
035500 2000-CHARGER-TRI.
035600*----------------------*
035700     IF XRF-DISPO
035800        PERFORM 2100-VERSER-XREF THRU 2100-VERSER-EXIT
035900            UNTIL FIN-FREGXRF
036000     END-IF
036100     PERFORM 2200-VERSER-SUSPENS THRU 2200-VERSER-EXIT
036200         UNTIL FIN-FSUSNEW
036300     .
036400 2000-CHARGER-EXIT.
036500     EXIT.
036600*----------------------*
036700 2100-VERSER-XREF.
036800*----------------------*
036900     READ FREGXRF
037000         AT END
037100            MOVE 'Y' TO WS-FIN-FREGXRF
037200            GO TO 2100-VERSER-EXIT
037300     END-READ

037400     ADD 1 TO WS-NB-XRF
037500     IF XRF-NO-FICHIER < 1 OR XRF-NO-FICHIER > 4
037600        DISPLAY 'RETREG - CORRESPONDANCE SANS REGION : '
037700                XRF-MVT(1:8)
037800        GO TO 2100-VERSER-EXIT
037900     END-IF

038000     MOVE XRF-MVT        TO SRT-MVT
038100     MOVE '1'            TO SRT-ORIGINE
038200     MOVE XRF-TYPE       TO SRT-TYPE
038300     MOVE XRF-NO-FICHIER TO SRT-NO-FICHIER
038400     IF XRF-DOUBLON
038500        MOVE 'DB'         TO SRT-MOTIF
038600        MOVE WS-DATE-JOUR TO SRT-DATE-ENTREE
038700     ELSE
038800        MOVE SPACE TO SRT-MOTIF
038900        MOVE ZERO  TO SRT-DATE-ENTREE
039000     END-IF
039100     RELEASE SRT-ENREG
039200     .
039300 2100-VERSER-EXIT.
039400     EXIT.
039500*----------------------*
039600 2200-VERSER-SUSPENS.
039700*----------------------*
039800     READ FSUSNEW
039900         AT END
040000            MOVE 'Y' TO WS-FIN-FSUSNEW
040100            GO TO 2200-VERSER-EXIT
040200     END-READ

040300     ADD 1 TO WS-NB-SUSPENS
040400     MOVE SUS-MVT         TO SRT-MVT
040500     MOVE '2'             TO SRT-ORIGINE
040600     MOVE SPACE           TO SRT-TYPE
040700     MOVE ZERO            TO SRT-NO-FICHIER
040800     MOVE SUS-MOTIF       TO SRT-MOTIF
040900     MOVE SUS-DATE-ENTREE TO SRT-DATE-ENTREE
041000     RELEASE SRT-ENREG
041100     .
041200 2200-VERSER-EXIT.
041300     EXIT.
041400*======================================================*
041500*   PROCEDURE DE SORTIE DU TRI : A CHAQUE CLE, LES      *
041600*   DOUBLONS PARTENT A LEUR REGION ; UNE ENTREE DE      *
041700*   SUSPENS EST RENDUE SI ELLE VIENT D'UNE LIGNE DE LA  *
041800*   NUIT (P ENTREE CE JOUR, OU R)                      *
041900*======================================================*
042000*----------------------*
042100 3000-REPARTIR-REJETS.
042200*----------------------*
042300     MOVE 'N' TO WS-FIN-TRI
042400     PERFORM 3100-REPARTIR-UN-ENREG THRU 3100-REPARTIR-EXIT
042500         UNTIL FIN-TRI
042600     .
042700 3000-REPARTIR-EXIT.
042800     EXIT.
042900*----------------------*
043000 3100-REPARTIR-UN-ENREG.
043100*----------------------*
043200     RETURN SRTRET
043300         AT END
043400            MOVE 'Y' TO WS-FIN-TRI
043500            GO TO 3100-REPARTIR-EXIT
043600     END-RETURN

043700     IF PREMIERE-CLE
043800        OR SRT-ID-CPTE NOT = WS-CLE-CPTE
043900        OR SRT-SEQ NOT = WS-CLE-SEQ
044000        MOVE 'N'         TO WS-PREMIERE-CLE
044100        MOVE SRT-ID-CPTE TO WS-CLE-CPTE
044200        MOVE SRT-SEQ     TO WS-CLE-SEQ
044300        MOVE ZERO        TO WS-NB-CLE
044400     END-IF

044500     IF SRT-CORRESPONDANCE
044600        IF SRT-DOUBLON
044700           MOVE SRT-NO-FICHIER TO WS-IND-REG
044800           PERFORM 4000-ECRIRE-RETOUR
044900           ADD 1 TO WS-NB-DOUBLONS
045000        ELSE
045100           PERFORM 3200-RANGER-CORRESPONDANCE
045200        END-IF
045300        GO TO 3100-REPARTIR-EXIT
045400     END-IF

045500     MOVE ZERO TO WS-CLE-TROUVEE
045600     PERFORM 3300-COMPARER-UNE-LIGNE
045700         VARYING WS-IND-CLE FROM 1 BY 1
045800         UNTIL WS-IND-CLE > WS-NB-CLE
045900            OR WS-CLE-TROUVEE NOT = ZERO
046000     IF WS-CLE-TROUVEE = ZERO
046100*       RECYCLAGE D'UNE NUIT ANTERIEURE, DEJA RENDU, OU
046200*       MOUVEMENT D'UNE CHAINE DU SIEGE (ORDRES, GUICHET,
046300*       COMPENSATION, CARTES) : PAS DE REGION A PREVENIR
046400        ADD 1 TO WS-NB-HORS-REGION
046500        GO TO 3100-REPARTIR-EXIT
046600     END-IF

046700     MOVE 'O' TO WS-CLE-RENDUE(WS-CLE-TROUVEE)
046800     MOVE WS-CLE-REGION(WS-CLE-TROUVEE) TO WS-IND-REG
046900     PERFORM 4000-ECRIRE-RETOUR
047000     ADD 1 TO WS-NB-RENDUS
047100     .
047200 3100-REPARTIR-EXIT.
047300     EXIT.
047400*----------------------*
047500 3200-RANGER-CORRESPONDANCE.
047600*----------------------*
047700     IF WS-NB-CLE NOT < 20
047800        DISPLAY 'RETREG - TROP DE LIGNES POUR LA CLE '
047900                SRT-ID-CPTE ' SEQ ' SRT-SEQ
048000     ELSE
048100        ADD 1 TO WS-NB-CLE
048200        MOVE SRT-TYPE       TO WS-CLE-TYPE(WS-NB-CLE)
048300        MOVE SRT-NO-FICHIER TO WS-CLE-REGION(WS-NB-CLE)
048400        MOVE SRT-CODE       TO WS-CLE-CODE(WS-NB-CLE)
048500        MOVE SRT-MONTANT    TO WS-CLE-MONTANT(WS-NB-CLE)
048600        MOVE 'N'            TO WS-CLE-RENDUE(WS-NB-CLE)
048700     END-IF
048800     .
048900*----------------------*
049000 3300-COMPARER-UNE-LIGNE.
049100*----------------------*
049200*    LIGNE VERSEE AU FLUX (P) : SEULE UNE ENTREE DE CE
049300*    JOUR EN VIENT. RATTRAPAGE (R) : L'ENTREE GARDE LA
049400*    DATE DE VALEUR D'ORIGINE
049500     IF WS-CLE-RENDUE(WS-IND-CLE) = 'N'
049600        AND WS-CLE-CODE(WS-IND-CLE) = SRT-CODE
049700        AND WS-CLE-MONTANT(WS-IND-CLE) = SRT-MONTANT
049800        AND (WS-CLE-TYPE(WS-IND-CLE) = 'R'
049900             OR SRT-DATE-ENTREE = WS-DATE-JOUR)
050000        MOVE WS-IND-CLE TO WS-CLE-TROUVEE
050100     END-IF
050200     .
050300*======================================================*
050400*   ECRITURE D'UNE LIGNE RENDUE DANS LE FICHIER DE SA   *
050500*   REGION (WS-IND-REG)                                *
050600*======================================================*
050700*----------------------*
050800 4000-ECRIRE-RETOUR.
050900*----------------------*
051000     MOVE SPACE           TO LIGNE-RETOUR
051100     MOVE SRT-MVT         TO RR-MVT
051200     MOVE SRT-MOTIF       TO RR-MOTIF
051300     MOVE SRT-DATE-ENTREE TO RR-DATE-ENTREE
051400     PERFORM 4100-CHERCHER-LIBELLE
051500         VARYING WS-IND-MOTIF FROM 1 BY 1
051600         UNTIL WS-IND-MOTIF > WS-NB-MOTIFS
051700            OR RR-LIBELLE NOT = SPACE
051800     IF RR-LIBELLE = SPACE
051900        STRING 'MOTIF ' SRT-MOTIF ' NON REFERENCE'
052000            DELIMITED BY SIZE INTO RR-LIBELLE
052100        END-STRING
052200     END-IF

052300     EVALUATE WS-IND-REG
052400        WHEN 1 WRITE REC-RETREG1 FROM LIGNE-RETOUR
052500        WHEN 2 WRITE REC-RETREG2 FROM LIGNE-RETOUR
052600        WHEN 3 WRITE REC-RETREG3 FROM LIGNE-RETOUR
052700        WHEN 4 WRITE REC-RETREG4 FROM LIGNE-RETOUR
052800     END-EVALUATE
052900     ADD 1 TO WS-REG-NB(WS-IND-REG)
053000     IF RR-MONTANT NUMERIC
053100        ADD RR-MONTANT TO WS-REG-HASH(WS-IND-REG)
053200     END-IF
053300     .
053400*----------------------*
053500 4100-CHERCHER-LIBELLE.
053600*----------------------*
053700     IF WS-MOTIF-CODE(WS-IND-MOTIF) = SRT-MOTIF
053800        MOVE WS-MOTIF-LIBELLE(WS-IND-MOTIF) TO RR-LIBELLE
053900     END-IF
054000     .
054100*----------------------*
054200 7100-ECRIRE-CONTROLE.
054300*----------------------*
054400     EVALUATE WS-IND-REG
054500        WHEN 1 WRITE REC-RETREG1 FROM WS-LIGNE-CTL
054600        WHEN 2 WRITE REC-RETREG2 FROM WS-LIGNE-CTL
054700        WHEN 3 WRITE REC-RETREG3 FROM WS-LIGNE-CTL
054800        WHEN 4 WRITE REC-RETREG4 FROM WS-LIGNE-CTL
054900     END-EVALUATE
055000     .
055100*----------------------*
055200 7200-ECRIRE-FIN.
055300*----------------------*
055400     MOVE 'T'                     TO CTL-FONCTION
055500     MOVE WS-REG-NB(WS-IND-REG)   TO CTL-COMPTEUR
055600     MOVE WS-REG-HASH(WS-IND-REG) TO CTL-HASH
055700     CALL 'pgctlfic' USING CTL-COMMUN
055800     MOVE SPACE     TO WS-LIGNE-CTL
055900     MOVE CTL-ENREG TO WS-LIGNE-CTL(1:53)
056000     PERFORM 7100-ECRIRE-CONTROLE
056050     MOVE WS-IND-REG TO WS-REGION-ED
056100     DISPLAY 'RETREG - LIGNES RENDUES A LA REGION '
056200             WS-REGION-ED ' : ' WS-REG-NB(WS-IND-REG)
056300     .
056400*----------------------*
056500 9000-TERMINAISON.
056600*----------------------*
056700     PERFORM 7200-ECRIRE-FIN
056800         VARYING WS-IND-REG FROM 1 BY 1
056900         UNTIL WS-IND-REG > 4

057000     CLOSE FSUSNEW
057100     IF XRF-DISPO
057200        CLOSE FREGXRF
057300     END-IF
057400     CLOSE RETREG1
057500     CLOSE RETREG2
057600     CLOSE RETREG3
057700     CLOSE RETREG4

057800     DISPLAY 'RETREG - ENTREES DE SUSPENS LUES : ' WS-NB-SUSPENS
057900     DISPLAY 'RETREG - LIGNES DE CORRESPONDANCE: ' WS-NB-XRF
058000     DISPLAY 'RETREG - REJETS RENDUS           : ' WS-NB-RENDUS
058100     DISPLAY 'RETREG - DOUBLONS RENDUS         : '
058200             WS-NB-DOUBLONS
058300     DISPLAY 'RETREG - SUSPENS HORS REGION     : '
058400             WS-NB-HORS-REGION

058500     MOVE 'F' TO RL-FONCTION
058600     MOVE 'RETREG' TO RL-PROG
058700     COMPUTE RL-LUS = WS-NB-SUSPENS + WS-NB-XRF
058800     COMPUTE RL-ECRITS = WS-NB-RENDUS + WS-NB-DOUBLONS
058900     MOVE ZERO TO RL-REJETES
059000     MOVE RETURN-CODE TO RL-RC
059100     CALL 'pgrunlog' USING RL-COMMUN
059200     .

002100*                   FOIS SON TOTAL DE MOUVEMENTS. LE MOINDRE
002200*                   CENTIME D'ECART REND RC 8 ET BLOQUE LA
002300*                   TRANSMISSION DU FICHIER.
002320*   15/10/2026  SE  CHANGE ESPECES AU GUICHET : LES MARGES
002340*                   DU JOURNAL FCHGGUI DU JOUR, POSTEES PAR
002360*                   PARTI32, S'AJOUTENT AU TOTAL DES
002380*                   MOUVEMENTS DE LA REGION DU COMPTE.
002386*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002392*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002393*   15/10/2026  SE  LES MOUVEMENTS DU JOUR SONT LUS DANS LE
002394*                   FICHIER MVTJOUR CONTROLE PAR MVTJCTL ET
002395*                   NON PLUS DANS HISTCLT ; LES IMAGES DE
002396*                   MARQUAGE (A) SONT IGNOREES.
002400*--------------------------------------------------------
002500*
002600*======================================================*
003200 OBJECT-COMPUTER. IBM-390.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT FHST       ASSIGN TO MVTJOUR
003600         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-FS-FHST.
004000
004100     SELECT FCLT       ASSIGN TO FCLT
005300     SELECT FGL        ASSIGN TO FGL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-FS-FGL.
005520
005540     SELECT FCHGGUI    ASSIGN TO FCHGGUI
005560         ORGANIZATION IS SEQUENTIAL
005580         FILE STATUS IS WS-FS-FCHGGUI.
005600
005700     SELECT PROOFRP    ASSIGN TO PROOFRP
005800         ORGANIZATION IS SEQUENTIAL
006500 FILE SECTION.
006600*
006700 FD  FHST
006800     RECORD CONTAINS 100 CHARACTERS.
006900 01  REC-HST.
007000     05  HST-CLE.
007100        10  HST-ID-CPTE   PIC X(08).
007500     05  HST-MONTANT   PIC 9(08)V99.
007600     05  HST-SLD-APRES PIC S9(08)V99.
007700     05  HST-SOURCE    PIC X(04).
007800     05  FILLER        PIC X(49).
007820     05  HST-IMAGE     PIC X(01).
007840        88 HST-MARQUAGE   VALUE 'A'.
007860     05  FILLER        PIC X(04).
007900*
008000 FD  FCLT
008100     RECORD CONTAINS 80 CHARACTERS.
009100     RECORD CONTAINS 80 CHARACTERS.
009200     COPY FTXDEV.
009300*
009320 FD  FCHGGUI
009340     RECORD CONTAINS 80 CHARACTERS.
009360     COPY FCHGGUI.
009380*
009400 FD  FGL
009500     RECORD CONTAINS 80 CHARACTERS.
009600 01  REC-GL.
012200     88 FS-FGL-OK                VALUE '00'.
012300 01  WS-FS-PROOFRP            PIC X(02) VALUE SPACE.
012400     88 FS-PROOFRP-OK            VALUE '00'.
012430 01  WS-FS-FCHGGUI            PIC X(02) VALUE SPACE.
012460     88 FS-FCHGGUI-OK            VALUE '00'.
012500*
012600 01  WS-FIN-FHST              PIC X(01) VALUE 'N'.
012700     88 FIN-FHST                 VALUE 'Y'.
012900     88 FIN-FTXDEV               VALUE 'Y'.
013000 01  WS-FIN-FGL               PIC X(01) VALUE 'N'.
013100     88 FIN-FGL                  VALUE 'Y'.
013120 01  WS-FIN-FCHGGUI           PIC X(01) VALUE 'N'.
013140     88 FIN-FCHGGUI              VALUE 'Y'.
013160 01  WS-CHGGUI-OUVERT         PIC X(01) VALUE 'N'.
013180     88 CHGGUI-OUVERT            VALUE 'O'.
013200*
013300 01  WS-DATE-JOUR             PIC 9(08).
013400*
013500 01  WS-NB-MVTS               PIC 9(09) VALUE ZERO.
013600 01  WS-NB-LIGNES-GL          PIC 9(09) VALUE ZERO.
013700 01  WS-NB-ECARTS             PIC 9(05) VALUE ZERO.
013750 01  WS-NB-MARGES             PIC 9(09) VALUE ZERO.
013800*
013900 01  WS-TOT-GL-DEBIT          PIC 9(13)V99 VALUE ZERO.
014000 01  WS-TOT-GL-CREDIT         PIC 9(13)V99 VALUE ZERO.
020500     PERFORM 1000-INITIALISATION
020600     PERFORM 2000-CUMULER-MVT THRU 2000-CUMULER-EXIT
020700         UNTIL FIN-FHST
020730     PERFORM 2500-CUMULER-MARGE THRU 2500-CUMULER-EXIT
020760         UNTIL FIN-FCHGGUI
020800     PERFORM 3000-CUMULER-GL THRU 3000-CUMULER-EXIT
020900         UNTIL FIN-FGL
021000     PERFORM 4000-PROUVER
022700            UNTIL FIN-FTXDEV
022800        CLOSE FTXDEV
022900     END-IF
022910
022920*    JOURNAL DE CHANGE DU GUICHET : SANS FICHIER, AUCUNE
022930*    MARGE A PROUVER
022940     OPEN INPUT FCHGGUI
022950     IF FS-FCHGGUI-OK
022960        MOVE 'O' TO WS-CHGGUI-OUVERT
022970     ELSE
022980        MOVE 'Y' TO WS-FIN-FCHGGUI
022990     END-IF
023000
023100     OPEN INPUT FHST
023200     IF NOT FS-FHST-OK
030500     END-READ
030600
030700     IF HST-DATE NOT = WS-DATE-JOUR
030750        OR HST-MARQUAGE
030800        GO TO 2000-CUMULER-EXIT
030900     END-IF
031000
033600     .
033700 2000-CUMULER-EXIT.
033800     EXIT.
033803*----------------------*
033806 2500-CUMULER-MARGE.
033809*----------------------*
033812*    LA MARGE D'UNE OPERATION DE CHANGE ESPECES EST POSTEE
033815*    PAR PARTI32 EN PLUS DU MOUVEMENT (DEBIT TRESORERIE /
033818*    CREDIT PRODUIT DE CHANGE) : ELLE S'AJOUTE AU TOTAL
033821*    DES MOUVEMENTS DE LA REGION DU COMPTE
033824     READ FCHGGUI
033827         AT END
033830            MOVE 'Y' TO WS-FIN-FCHGGUI
033833            GO TO 2500-CUMULER-EXIT
033836     END-READ
033839
033842     IF CHG-DATE NOT = WS-DATE-JOUR
033845        OR CHG-MARGE = ZERO
033848        GO TO 2500-CUMULER-EXIT
033851     END-IF
033854
033857     ADD 1 TO WS-NB-MARGES
033860
033863     MOVE CHG-ID-CPTE TO ID-CPTE
033866     READ FCLT
033869         INVALID KEY
033872            MOVE '**'  TO ID-REGION
033875     END-READ
033878
033881     MOVE ID-REGION TO WS-REG-CHERCHEE
033884     PERFORM 7000-CHERCHER-REGION
033887     ADD CHG-MARGE TO WS-REG-MVTS(WS-IND-REG)
033890     .
033893 2500-CUMULER-EXIT.
033896     EXIT.
033900*----------------------*
034000 3000-CUMULER-GL.
034100*----------------------*
036800*    CHAQUE MOUVEMENT PRODUIT UNE LIGNE DEBIT ET UNE LIGNE
036900*    CREDIT : LE TOTAL GL D'UNE REGION DOIT VALOIR DEUX
037000*    FOIS SON TOTAL DE MOUVEMENTS, AU CENTIME PRES
037050*    (MARGES DE CHANGE COMPRISES)
037100     PERFORM 4100-PROUVER-UNE-REGION
037200         VARYING WS-IND-REG FROM 1 BY 1
037300         UNTIL WS-IND-REG > WS-NB-REG
046400     CLOSE FCLT
046500     CLOSE FGL
046600     CLOSE PROOFRP
046620     IF CHGGUI-OUVERT
046640        CLOSE FCHGGUI
046660     END-IF
046700
046800     DISPLAY 'GLPROOF - MOUVEMENTS DU JOUR  : ' WS-NB-MVTS
046850     DISPLAY 'GLPROOF - MARGES DE CHANGE    : ' WS-NB-MARGES
046900     DISPLAY 'GLPROOF - LIGNES GL LUES      : '
047000             WS-NB-LIGNES-GL
047100     DISPLAY 'GLPROOF - ECARTS RELEVES      : ' WS-NB-ECARTS

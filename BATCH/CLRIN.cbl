002100*                   DESTINATAIRE (RECREDIT DE L'EMETTEUR,
002200*                   SOURCE CLRR). UN FICHIER TRONQUE OU AU
002300*                   COMPTE FAUX REND RC 8 ET RIEN NE POSTE.
002310*   15/10/2026  SE  TYPE P = PRELEVEMENT RECU D'UN
002320*                   CREANCIER : TRADUIT EN RETRAIT (CODE R,
002330*                   SOURCE CLRP) SEULEMENT SI LE MANDAT
002340*                   (FPRLMDT, ECRAN GESPRLV) EXISTE, EST
002350*                   ACTIF ET A ETE SIGNE AU PLUS TARD A LA
002360*                   DATE DU PRELEVEMENT ; SINON RETOUR AU
002370*                   CREANCIER SUR PRLRET (MOTIF MD01). LE
002380*                   RANG DE LA LIGNE RECUE SUIT LE
002390*                   MOUVEMENT POUR LES RETOURS DE PARTI15.
002391*   15/10/2026  SE  TYPE U = CHEQUE REMIS AU GUICHET
002392*                   (CODE Q) REVENU IMPAYE DE LA BANQUE
002393*                   TIREE : REPRISE DU CREDIT PROVISOIRE PAR
002394*                   UN RETRAIT (CODE R, SOURCE CLRU) ET
002395*                   INDISPONIBILITE DE LA REMISE MARQUEE
002396*                   IMPAYEE SUR FINDISP.
002400*--------------------------------------------------------
002500*
002600*======================================================*
003900     SELECT FMVT       ASSIGN TO FMVT
004000         ORGANIZATION IS SEQUENTIAL
004100         FILE STATUS IS WS-FS-FMVT.
004109
004118     SELECT FPRLMDT    ASSIGN TO FPRLMDT
004127         ORGANIZATION IS INDEXED
004136         ACCESS MODE IS RANDOM
004145         RECORD KEY IS PRM-CLE
004154         FILE STATUS IS WS-FS-FPRLMDT.
004163
004172     SELECT PRLRET     ASSIGN TO PRLRET
004181         ORGANIZATION IS SEQUENTIAL
004190         FILE STATUS IS WS-FS-PRLRET.
004191
004192     SELECT FINDISP    ASSIGN TO FINDISP
004193         ORGANIZATION IS INDEXED
004194         ACCESS MODE IS DYNAMIC
004195         RECORD KEY IS IND-CLE
004196         FILE STATUS IS WS-FS-FINDISP.
004200*
004300*======================================================*
004400*           D A T A         D I V I S I O N            *
005500     05  CLR-MONTANT   PIC 9(08)V99.
005600     05  CLR-BANQUE    PIC X(08).
005700     05  CLR-CPTE-EXT  PIC X(11).
005710*    PRELEVEMENT (TYPE P) : IDENTIFIANT DU CREANCIER (ICS)
005720*    ET REFERENCE UNIQUE DU MANDAT (RUM) ; CLR-BANQUE ET
005730*    CLR-CPTE-EXT DESIGNENT ALORS LE COMPTE DU CREANCIER
005740     05  CLR-ICS       PIC X(13).
005741*    CHEQUE REMIS IMPAYE (TYPE U) : NUMERO DU CHEQUE A LA
005742*    PLACE DE L'ICS ; CLR-BANQUE = BANQUE TIREE
005743     05  CLR-CHQ-U REDEFINES CLR-ICS.
005744         10  CLR-NUM-CHQ-U PIC 9(07).
005745         10  FILLER        PIC X(06).
005750     05  CLR-RUM       PIC X(20).
005800     05  FILLER        PIC X(01).
005900*
006000 FD  FMVT
006100     RECORD CONTAINS 80 CHARACTERS.
006900     05  MVT-SEQ         PIC 9(04).
007000     05  MVT-SOURCE      PIC X(04).
007100     05  MVT-NUM-CHEQUE  PIC 9(07).
007120*    PRELEVEMENT (SOURCE CLRP) : RANG DE LA LIGNE DANS LE
007140*    FICHIER RECU, REFERENCE DU RETOUR EVENTUEL
007160     05  MVT-REF-PRL REDEFINES MVT-NUM-CHEQUE
007180                         PIC 9(07).
007200     05  MVT-BANQUE-EXT  PIC X(08).
007300     05  MVT-CPTE-EXT    PIC X(11).
007400     05  FILLER          PIC X(07).
007404*
007408 FD  FPRLMDT
007412     RECORD CONTAINS 80 CHARACTERS.
007416     COPY FPRLMDT.
007420*
007424*    RETOUR DES PRELEVEMENTS IMPAYES VERS LA CHAMBRE DE
007428*    COMPENSATION (COMPLETE PAR PARTI15 POUR LES REFUS AU
007432*    POSTING : PROVISION, COMPTE CLOS...)
007436 FD  PRLRET
007440     RECORD CONTAINS 80 CHARACTERS.
007444 01  REC-PRR.
007448     05  PRR-TYPE      PIC X(01).
007452     05  PRR-DATE      PIC 9(08).
007456     05  PRR-ID-CPTE   PIC X(08).
007460     05  PRR-MONTANT   PIC 9(08)V99.
007464     05  PRR-BANQUE    PIC X(08).
007468     05  PRR-CPTE-EXT  PIC X(11).
007472     05  PRR-REF-PRL   PIC 9(07).
007476     05  PRR-MOTIF     PIC X(04).
007480     05  FILLER        PIC X(23).
007483*
007486*    INDISPONIBILITES DES CHEQUES REMIS (GUICHET, CODE Q)
007489 FD  FINDISP
007492     RECORD CONTAINS 80 CHARACTERS.
007495     COPY FINDISP.
007500*
007600*------------------------------------------------------*
007700 WORKING-STORAGE SECTION.
008100     88 FS-CLRRECU-OK            VALUE '00'.
008200 01  WS-FS-FMVT               PIC X(02) VALUE SPACE.
008300     88 FS-FMVT-OK               VALUE '00'.
008320 01  WS-FS-FPRLMDT            PIC X(02) VALUE SPACE.
008340     88 FS-FPRLMDT-OK            VALUE '00'.
008360 01  WS-FS-PRLRET             PIC X(02) VALUE SPACE.
008380     88 FS-PRLRET-OK             VALUE '00'.
008386 01  WS-FS-FINDISP            PIC X(02) VALUE SPACE.
008392     88 FS-FINDISP-OK            VALUE '00'.
008400*
008500 01  WS-FIN-CLRRECU           PIC X(01) VALUE 'N'.
008600     88 FIN-CLRRECU              VALUE 'Y'.
009000 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
009100 01  WS-NB-CREDITS            PIC 9(07) VALUE ZERO.
009200 01  WS-NB-RETOURS            PIC 9(07) VALUE ZERO.
009210 01  WS-NB-PRELEV             PIC 9(07) VALUE ZERO.
009220 01  WS-NB-PRL-RETOURNES      PIC 9(07) VALUE ZERO.
009221 01  WS-NB-IMPAYES            PIC 9(07) VALUE ZERO.
009222 01  WS-NB-IMP-SANS-REMISE    PIC 9(07) VALUE ZERO.
009223*
009224 01  WS-FIN-FINDISP           PIC X(01) VALUE 'N'.
009225     88 FIN-FINDISP              VALUE 'Y'.
009226 01  WS-REMISE-TROUVEE        PIC X(01) VALUE 'N'.
009227     88 REMISE-TROUVEE           VALUE 'O'.
009230*
009240 01  WS-MANDAT-VALIDE         PIC X(01) VALUE 'N'.
009250     88 MANDAT-VALIDE            VALUE 'O'.
009300 01  WS-NB-REJETS             PIC 9(07) VALUE ZERO.
009400 01  WS-NB-DONNEES            PIC 9(09) VALUE ZERO.
009500 01  WS-HASH-MONTANTS         PIC 9(13)V99 VALUE ZERO.
015500        CLOSE CLRRECU
015600        GOBACK
015700     END-IF
015704
015708     OPEN INPUT FPRLMDT
015712     IF NOT FS-FPRLMDT-OK
015716        DISPLAY 'CLRIN - ERREUR OPEN FPRLMDT - FS='
015720                WS-FS-FPRLMDT
015724        MOVE 12 TO RETURN-CODE
015728        CLOSE CLRRECU
015732        CLOSE FMVT
015736        GOBACK
015740     END-IF
015744
015748     OPEN OUTPUT PRLRET
015752     IF NOT FS-PRLRET-OK
015756        DISPLAY 'CLRIN - ERREUR OPEN PRLRET - FS='
015760                WS-FS-PRLRET
015764        MOVE 12 TO RETURN-CODE
015768        CLOSE CLRRECU
015772        CLOSE FMVT
015776        CLOSE FPRLMDT
015780        GOBACK
015784     END-IF
015785
015786     OPEN I-O FINDISP
015787     IF NOT FS-FINDISP-OK
015788        DISPLAY 'CLRIN - ERREUR OPEN FINDISP - FS='
015789                WS-FS-FINDISP
015790        MOVE 12 TO RETURN-CODE
015791        CLOSE CLRRECU
015792        CLOSE FMVT
015793        CLOSE FPRLMDT
015794        CLOSE PRLRET
015795        GOBACK
015796     END-IF
015800     .
015900*----------------------*
016000 2000-TRAITER-LIGNE.
021200           MOVE 'CLRR' TO MVT-SOURCE
021300           WRITE REC-MVT
021400           ADD 1 TO WS-NB-RETOURS
021405        WHEN 'P'
021410*          PRELEVEMENT RECU D'UN CREANCIER : RETRAIT SUR LE
021415*          COMPTE DEBITE (SOURCE CLRP) SOUS MANDAT VALIDE,
021420*          SINON RETOUR AU CREANCIER (MOTIF MD01)
021425           PERFORM 4000-CONTROLER-MANDAT
021430           IF MANDAT-VALIDE
021435              PERFORM 3000-GENERER-DEPOT
021440              MOVE 'R'           TO MVT-CODE
021445              MOVE 'CLRP'        TO MVT-SOURCE
021450              MOVE WS-NB-DONNEES TO MVT-REF-PRL
021455              WRITE REC-MVT
021460              ADD 1 TO WS-NB-PRELEV
021465           ELSE
021470              DISPLAY 'CLRIN - PRELEVEMENT SANS MANDAT VALIDE '
021475                      'RETOURNE : ' CLR-ID-CPTE ' ' CLR-ICS
021480                      ' ' CLR-RUM
021485              PERFORM 5000-ECRIRE-RETOUR
021490           END-IF
021492        WHEN 'U'
021494*          CHEQUE REMIS REVENU IMPAYE : REPRISE DU CREDIT
021496           PERFORM 6000-TRAITER-IMPAYE
021500        WHEN OTHER
021600           DISPLAY 'CLRIN - TYPE INCONNU (C/R/P/U) : ' CLR-TYPE
021700                   ' POUR ' CLR-ID-CPTE
021800           ADD 1 TO WS-NB-REJETS
021900     END-EVALUATE
023300     MOVE CLR-BANQUE    TO MVT-BANQUE-EXT
023400     MOVE CLR-CPTE-EXT  TO MVT-CPTE-EXT
023500     .
023502*----------------------*
023504 4000-CONTROLER-MANDAT.
023506*----------------------*
023508*    MANDAT EXISTANT, ACTIF (UN MANDAT REVOQUE L'EST
023510*    DEFINITIVEMENT) ET SIGNE AU PLUS TARD A LA DATE DU
023512*    PRELEVEMENT
023514     MOVE 'N'         TO WS-MANDAT-VALIDE
023516     MOVE CLR-ID-CPTE TO PRM-ID-CPTE
023518     MOVE CLR-ICS     TO PRM-ICS
023520     MOVE CLR-RUM     TO PRM-RUM
023522     READ FPRLMDT
023524         INVALID KEY
023526            CONTINUE
023528         NOT INVALID KEY
023530            IF PRM-ACTIF
023532               AND PRM-DATE-SIGN NOT > CLR-DATE
023534               MOVE 'O' TO WS-MANDAT-VALIDE
023536            END-IF
023538     END-READ
023540     .
023542*----------------------*
023544 5000-ECRIRE-RETOUR.
023546*----------------------*
023548     MOVE SPACE         TO REC-PRR
023550     MOVE 'P'           TO PRR-TYPE
023552     MOVE WS-DATE-JOUR  TO PRR-DATE
023554     MOVE CLR-ID-CPTE   TO PRR-ID-CPTE
023556     MOVE CLR-MONTANT   TO PRR-MONTANT
023558     MOVE CLR-BANQUE    TO PRR-BANQUE
023560     MOVE CLR-CPTE-EXT  TO PRR-CPTE-EXT
023562     MOVE WS-NB-DONNEES TO PRR-REF-PRL
023564     MOVE 'MD01'        TO PRR-MOTIF
023566     WRITE REC-PRR
023568     ADD 1 TO WS-NB-PRL-RETOURNES
023570     .
023580*----------------------*
023590 6000-TRAITER-IMPAYE.
023600*----------------------*
023610*    CHEQUE REMIS AU GUICHET (CODE Q) REVENU IMPAYE DE LA
023620*    BANQUE TIREE : LE CREDIT PROVISOIRE EST REPRIS PAR UN
023630*    RETRAIT (CODE R, SOURCE CLRU) QUE PARTI15 PASSE SANS
023640*    CONTROLE DE PROVISION, ET LA REMISE EST MARQUEE
023650*    IMPAYEE SUR FINDISP (ELLE NE COMPTE PLUS DANS LA PART
023660*    INDISPONIBLE). UNE REMISE INTROUVABLE N'EMPECHE PAS LA
023670*    REPRISE : ELLE EST SIGNALEE POUR LE BACK-OFFICE
023680     PERFORM 6100-CHERCHER-REMISE THRU 6100-EXIT
023690     IF REMISE-TROUVEE
023700        MOVE 'I'          TO IND-STATUT
023710        MOVE WS-DATE-JOUR TO IND-DATE-FIN
023720        REWRITE IND-INDISPO
023730        IF NOT FS-FINDISP-OK
023740           DISPLAY 'CLRIN - ERREUR REWRITE FINDISP - FS='
023750                   WS-FS-FINDISP ' POUR ' CLR-ID-CPTE
023760        END-IF
023770     ELSE
023780        DISPLAY 'CLRIN - CHEQUE IMPAYE SANS REMISE CONNUE : '
023790                CLR-ID-CPTE ' CHEQUE ' CLR-NUM-CHQ-U
023800        ADD 1 TO WS-NB-IMP-SANS-REMISE
023810     END-IF
023820
023830     PERFORM 3000-GENERER-DEPOT
023840     MOVE 'R'            TO MVT-CODE
023850     MOVE 'CLRU'         TO MVT-SOURCE
023860     MOVE CLR-NUM-CHQ-U  TO MVT-NUM-CHEQUE
023870     WRITE REC-MVT
023880     ADD 1 TO WS-NB-IMPAYES
023890     .
023900*----------------------*
023910 6100-CHERCHER-REMISE.
023920*----------------------*
023930*    REMISES DU COMPTE (CONTIGUES DANS FINDISP) : LA PREMIERE
023940*    NON ENCORE IMPAYEE AU NUMERO ET AU MONTANT DU CHEQUE
023950*    RETOURNE, ACTIVE OU DEJA LIBEREE PAR INDLIB
023960     MOVE 'N'         TO WS-REMISE-TROUVEE
023970     MOVE 'N'         TO WS-FIN-FINDISP
023980     MOVE CLR-ID-CPTE TO IND-ID-CPTE
023990     MOVE ZERO        TO IND-SEQ
024000     START FINDISP KEY IS NOT LESS THAN IND-CLE
024010         INVALID KEY
024020            GO TO 6100-EXIT
024030     END-START
024040     PERFORM 6110-LIRE-REMISE THRU 6110-EXIT
024050         UNTIL FIN-FINDISP OR REMISE-TROUVEE
024060     .
024070 6100-EXIT.
024080     EXIT.
024090*----------------------*
024100 6110-LIRE-REMISE.
024110*----------------------*
024120     READ FINDISP NEXT RECORD
024130         AT END
024140            MOVE 'Y' TO WS-FIN-FINDISP
024150            GO TO 6110-EXIT
024160     END-READ
024170
024180     IF IND-ID-CPTE NOT = CLR-ID-CPTE
024190        MOVE 'Y' TO WS-FIN-FINDISP
024200        GO TO 6110-EXIT
024210     END-IF
024220
024230     IF NOT IND-IMPAYEE
024240        AND IND-NUM-CHEQUE = CLR-NUM-CHQ-U
024250        AND IND-MONTANT    = CLR-MONTANT
024260        MOVE 'O' TO WS-REMISE-TROUVEE
024270     END-IF
024280     .
024290 6110-EXIT.
024300     EXIT.
024310*----------------------*
024320 9000-TERMINAISON.
024330*----------------------*
024340     CLOSE CLRRECU
024350     CLOSE FMVT
024360     CLOSE FPRLMDT
024370     CLOSE PRLRET
024375     CLOSE FINDISP
024380
024390     IF WS-ENTETE-VUE NOT = 'O' OR WS-TRAILER-VU NOT = 'O'
024400        DISPLAY 'CLRIN - FICHIER RECU SANS ENTETE OU SANS '
024410                'ENREGISTREMENT DE FIN - FICHIER INCOMPLET'
024420        MOVE 8 TO RETURN-CODE
024430     END-IF
024440
024450     DISPLAY 'CLRIN - LIGNES LUES           : ' WS-NB-LUS
024460     DISPLAY 'CLRIN - CREDITS RECUS         : ' WS-NB-CREDITS
024470     DISPLAY 'CLRIN - RETOURS TRAITES       : ' WS-NB-RETOURS
024480     DISPLAY 'CLRIN - PRELEVEMENTS A POSTER : ' WS-NB-PRELEV
024490     DISPLAY 'CLRIN - PRELEVEMENTS RETOURNES: '
024500             WS-NB-PRL-RETOURNES
024502     DISPLAY 'CLRIN - CHEQUES REMIS IMPAYES : ' WS-NB-IMPAYES
024504     DISPLAY 'CLRIN - DONT SANS REMISE CONNUE: '
024506             WS-NB-IMP-SANS-REMISE
024510     DISPLAY 'CLRIN - LIGNES REJETEES       : ' WS-NB-REJETS
024520
024530     MOVE 'F' TO RL-FONCTION
024540     MOVE 'CLRIN' TO RL-PROG
024550     MOVE WS-NB-LUS TO RL-LUS
024560     COMPUTE RL-ECRITS = WS-NB-CREDITS + WS-NB-RETOURS
024570                       + WS-NB-PRELEV + WS-NB-IMPAYES
024580     MOVE WS-NB-REJETS TO RL-REJETES
024590     MOVE RETURN-CODE TO RL-RC
024600     CALL 'pgrunlog' USING RL-COMMUN
024610     .

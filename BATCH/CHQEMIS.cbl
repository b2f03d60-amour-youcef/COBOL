001700*                   CARNET PERDU OU VOLE). PARTI15 N'HONORE
001800*                   UN CHEQUE PRESENTE QUE SI SON NUMERO
001900*                   TOMBE DANS UNE PLAGE ACTIVE DU REGISTRE.
001910*   15/10/2026  SE  INTERDICTION DE CHEQUIER : AUCUN CARNET
001920*                   N'EST DELIVRE A UN CLIENT PORTANT UN
001930*                   INCIDENT ACTIF AU REGISTRE FINCCHQ
001940*                   (INCCHQ), ET LES CARNETS ACTIFS DE TOUS
001950*                   SES COMPTES SONT RETIRES EN DEBUT DE RUN.
001960*   15/10/2026  SE  COMPTE DE MINEUR (FCLIENTS, E-CLI-MINEUR) :
001970*                   AUCUN CARNET N'EST DELIVRE AVANT 18 ANS.
002000*--------------------------------------------------------
002100*
002200*======================================================*
004000         RECORD KEY IS ID-CPTE
004100         FILE STATUS IS WS-FS-FCLT.
004200
004206     SELECT FXREF      ASSIGN TO FXREF
004212         ORGANIZATION IS INDEXED
004218         ACCESS MODE IS DYNAMIC
004224         RECORD KEY IS XRF-CLE
004230         ALTERNATE RECORD KEY IS XRF-ID-CPTE
004236         FILE STATUS IS WS-FS-FXREF.
004242
004248*    REGISTRE DES INCIDENTS DE CHEQUES (INCCHQ)
004254     SELECT FINCCHQ    ASSIGN TO FINCCHQ
004260         ORGANIZATION IS INDEXED
004266         ACCESS MODE IS DYNAMIC
004272         RECORD KEY IS INC-CLE
004278         FILE STATUS IS WS-FS-FINCCHQ.
004284
004286*    FICHE CLIENT (COMPTE DE MINEUR)
004288     SELECT FCLI       ASSIGN TO FCLI
004290         ORGANIZATION IS INDEXED
004292         ACCESS MODE IS RANDOM
004294         RECORD KEY IS E-NUMERO
004296         FILE STATUS IS WS-FS-FCLI.
004300     SELECT CHQCARTE   ASSIGN TO CHQCARTE
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-FS-CHQCARTE.
007600     05  DEC-CLT    PIC 9(06).
007700     05  FILLER     PIC X(04).
007800*
007810 FD  FXREF
007820     RECORD CONTAINS 80 CHARACTERS.
007830     COPY FCLICPT.
007840*
007850 FD  FINCCHQ
007860     RECORD CONTAINS 80 CHARACTERS.
007870     COPY FINCCHQ.
007880*
007884 FD  FCLI
007888     RECORD CONTAINS 400 CHARACTERS.
007892     COPY FCLIENTS.
007896*
007900 FD  CHQCARTE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  REC-CARTE.
009800     88 FS-FCLT-OK               VALUE '00'.
009900 01  WS-FS-CHQCARTE           PIC X(02) VALUE SPACE.
010000     88 FS-CHQCARTE-OK           VALUE '00'.
010020 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
010040     88 FS-FXREF-OK              VALUE '00'.
010060 01  WS-FS-FINCCHQ            PIC X(02) VALUE SPACE.
010080     88 FS-FINCCHQ-OK            VALUE '00'.
010086 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
010092     88 FS-FCLI-OK               VALUE '00'.
010100*
010200 01  WS-FIN-CHQCARTE          PIC X(01) VALUE 'N'.
010300     88 FIN-CHQCARTE             VALUE 'Y'.
010305 01  WS-FIN-INC               PIC X(01) VALUE 'N'.
010310     88 FIN-INC                  VALUE 'Y'.
010315 01  WS-FIN-XREF              PIC X(01) VALUE 'N'.
010320     88 FIN-XREF                 VALUE 'Y'.
010325 01  WS-FIN-CARNET            PIC X(01) VALUE 'N'.
010330     88 FIN-CARNET               VALUE 'Y'.
010335*
010340*    REGISTRE ABSENT (AVANT LE PREMIER RUN D'INCCHQ) :
010345*    AUCUN CLIENT INTERDIT
010350 01  WS-INC-DISPO             PIC X(01) VALUE 'N'.
010355     88 INC-DISPO                VALUE 'O'.
010360 01  WS-CLIENT                PIC 9(08).
010365 01  WS-CLIENT-TRAITE         PIC 9(08) VALUE ZERO.
010370 01  WS-CPTE-CARNETS          PIC X(08).
010375 01  WS-INTERDIT              PIC X(01) VALUE 'N'.
010380     88 CLIENT-INTERDIT          VALUE 'O'.
010386 01  WS-MINEUR               PIC X(01) VALUE 'N'.
010392     88 CLIENT-MINEUR            VALUE 'O'.
010400*
010500 01  WS-DATE-JOUR             PIC 9(08).
010600*
010800 01  WS-NB-DELIVRES           PIC 9(07) VALUE ZERO.
010900 01  WS-NB-RETIRES            PIC 9(07) VALUE ZERO.
011000 01  WS-NB-REJETS             PIC 9(07) VALUE ZERO.
011006 01  WS-NB-RETRAITS-INTERDIT  PIC 9(07) VALUE ZERO.
011012 01  WS-NB-REFUS-INTERDIT     PIC 9(07) VALUE ZERO.
011016 01  WS-NB-REFUS-MINEUR      PIC 9(07) VALUE ZERO.
011020*
011040 01  WS-VALNUM-FONC           PIC X(01).
011060 01  WS-VALNUM-NUM            PIC 9(08).
012600 0000-MAINLINE.
012700*----------------------*
012800     PERFORM 1000-INITIALISATION
012820     IF INC-DISPO
012840        PERFORM 1500-RETIRER-INTERDITS
012860            THRU 1500-RETIRER-INTERDITS-EXIT
012880     END-IF
012900     PERFORM 2000-TRAITER-CARTE THRU 2000-TRAITER-EXIT
013000         UNTIL FIN-CHQCARTE
013100     PERFORM 9000-TERMINAISON
016400        GOBACK
016500     END-IF
016600
016606     OPEN INPUT FXREF
016612     IF NOT FS-FXREF-OK
016618        DISPLAY 'CHQEMIS - ERREUR OPEN FXREF - FS='
016624                WS-FS-FXREF
016630        MOVE 12 TO RETURN-CODE
016636        CLOSE FCHQREG
016642        CLOSE FCLT
016648        GOBACK
016654     END-IF
016660
016666     OPEN INPUT FINCCHQ
016672     IF FS-FINCCHQ-OK
016678        MOVE 'O' TO WS-INC-DISPO
016684     END-IF
016690
016700     OPEN INPUT CHQCARTE
016800     IF NOT FS-CHQCARTE-OK
016900        DISPLAY 'CHQEMIS - ERREUR OPEN CHQCARTE - FS='
017100        MOVE 12 TO RETURN-CODE
017200        CLOSE FCHQREG
017300        CLOSE FCLT
017320        CLOSE FXREF
017340        IF INC-DISPO
017360           CLOSE FINCCHQ
017380        END-IF
017400        GOBACK
017500     END-IF
017506
017512     OPEN INPUT FCLI
017518     IF NOT FS-FCLI-OK
017524        DISPLAY 'CHQEMIS - ERREUR OPEN FCLI - FS='
017530                WS-FS-FCLI
017536        MOVE 12 TO RETURN-CODE
017542        CLOSE FCHQREG
017548        CLOSE FCLT
017554        CLOSE FXREF
017560        IF INC-DISPO
017566           CLOSE FINCCHQ
017572        END-IF
017578        CLOSE CHQCARTE
017584        GOBACK
017590     END-IF
017600     .
017601*----------------------*
017602 1500-RETIRER-INTERDITS.
017603*----------------------*
017604*    CLIENTS EN INTERDICTION DE CHEQUIER (AU MOINS UN
017605*    INCIDENT ACTIF AU REGISTRE) : TOUS LES CARNETS ACTIFS
017606*    DE TOUS LEURS COMPTES SONT RETIRES. LES CLIENTS DEJA
017607*    TRAITES UN AUTRE JOUR N'ONT PLUS DE CARNET ACTIF
017608     READ FINCCHQ NEXT RECORD
017609         AT END
017610            MOVE 'Y' TO WS-FIN-INC
017611     END-READ
017612     IF FIN-INC
017613        GO TO 1500-RETIRER-INTERDITS-EXIT
017614     END-IF
017615     IF INC-ACTIF AND INC-NUMERO NOT = WS-CLIENT-TRAITE
017616        MOVE INC-NUMERO TO WS-CLIENT-TRAITE
017617        MOVE 'N'        TO WS-FIN-XREF
017618        MOVE INC-NUMERO TO XRF-NUMERO
017619        MOVE ZERO       TO XRF-SUFFIXE
017620        START FXREF KEY IS NOT LESS THAN XRF-CLE
017621            INVALID KEY
017622               MOVE 'Y' TO WS-FIN-XREF
017623        END-START
017624        PERFORM 1600-RETIRER-UN-COMPTE
017625            THRU 1600-RETIRER-UN-COMPTE-EXIT
017626            UNTIL FIN-XREF
017627     END-IF
017628     GO TO 1500-RETIRER-INTERDITS
017629     .
017630 1500-RETIRER-INTERDITS-EXIT.
017631     EXIT.
017632*----------------------*
017633 1600-RETIRER-UN-COMPTE.
017634*----------------------*
017635     READ FXREF NEXT RECORD
017636         AT END
017637            MOVE 'Y' TO WS-FIN-XREF
017638            GO TO 1600-RETIRER-UN-COMPTE-EXIT
017639     END-READ
017640     IF XRF-NUMERO NOT = WS-CLIENT-TRAITE
017641        MOVE 'Y' TO WS-FIN-XREF
017642        GO TO 1600-RETIRER-UN-COMPTE-EXIT
017643     END-IF
017644
017645     MOVE XRF-ID-CPTE TO WS-CPTE-CARNETS
017646     MOVE 'N'         TO WS-FIN-CARNET
017647     MOVE XRF-ID-CPTE TO CHQ-ID-CPTE
017648     MOVE ZERO        TO CHQ-NUM-CARNET
017649     START FCHQREG KEY IS NOT LESS THAN CHQ-CLE
017650         INVALID KEY
017651            MOVE 'Y' TO WS-FIN-CARNET
017652     END-START
017653     PERFORM 1700-RETIRER-UN-CARNET
017654         UNTIL FIN-CARNET
017655     .
017656 1600-RETIRER-UN-COMPTE-EXIT.
017657     EXIT.
017658*----------------------*
017659 1700-RETIRER-UN-CARNET.
017660*----------------------*
017661     READ FCHQREG NEXT RECORD
017662         AT END
017663            MOVE 'Y' TO WS-FIN-CARNET
017664     END-READ
017665     IF NOT FIN-CARNET
017666        IF CHQ-ID-CPTE NOT = WS-CPTE-CARNETS
017667           MOVE 'Y' TO WS-FIN-CARNET
017668        ELSE
017669           IF CHQ-CARNET-ACTIF
017670              MOVE 'R' TO CHQ-STATUT
017671              REWRITE CHQ-CARNET
017672                  INVALID KEY
017673                     DISPLAY 'CHQEMIS - REWRITE IMPOSSIBLE : '
017674                             CHQ-ID-CPTE '/' CHQ-NUM-CARNET
017675                  NOT INVALID KEY
017676                     ADD 1 TO WS-NB-RETRAITS-INTERDIT
017677                     DISPLAY 'CHQEMIS - CARNET RETIRE (CLIENT '
017678                             'INTERDIT) : ' CHQ-ID-CPTE
017679                             '/' CHQ-NUM-CARNET
017680              END-REWRITE
017681           END-IF
017682        END-IF
017683     END-IF
017684     .
017700*----------------------*
017800 2000-TRAITER-CARTE.
017900*----------------------*
021600        ADD 1 TO WS-NB-REJETS
021700        GO TO 2100-DELIVRER-EXIT
021800     END-IF
021808
021816*    CLIENT EN INTERDICTION DE CHEQUIER : AUCUN CARNET
021824     PERFORM 2150-VERIFIER-INTERDIT
021832         THRU 2150-VERIFIER-INTERDIT-EXIT
021840     IF CLIENT-INTERDIT
021848        DISPLAY 'CHQEMIS - CLIENT INTERDIT DE CHEQUIER : '
021856                CAR-ID-CPTE ' (CLIENT ' WS-CLIENT ')'
021864        ADD 1 TO WS-NB-REJETS
021872        ADD 1 TO WS-NB-REFUS-INTERDIT
021880        GO TO 2100-DELIVRER-EXIT
021888     END-IF
021889
021890*    COMPTE D'UN CLIENT MINEUR : PAS DE CHEQUIER
021891     PERFORM 2300-VERIFIER-MINEUR
021892         THRU 2300-VERIFIER-MINEUR-EXIT
021893     IF CLIENT-MINEUR
021894        DISPLAY 'CHQEMIS - COMPTE DE MINEUR, PAS DE CARNET : '
021895                CAR-ID-CPTE ' (CLIENT ' XRF-NUMERO ')'
021896        ADD 1 TO WS-NB-REJETS
021897        ADD 1 TO WS-NB-REFUS-MINEUR
021898        GO TO 2100-DELIVRER-EXIT
021899     END-IF
021900
022000     IF CAR-NUM-DEBUT > CAR-NUM-FIN
022100        DISPLAY 'CHQEMIS - PLAGE INCOHERENTE : ' CAR-ID-CPTE
024600     .
024700 2100-DELIVRER-EXIT.
024800     EXIT.
024802*----------------------*
024804 2150-VERIFIER-INTERDIT.
024806*----------------------*
024808*    COMPTE -> CLIENT (FCLICPT) PUIS RECHERCHE D'UN
024810*    INCIDENT ACTIF DU CLIENT DANS LE REGISTRE
024812     MOVE 'N' TO WS-INTERDIT
024814     IF NOT INC-DISPO
024816        GO TO 2150-VERIFIER-INTERDIT-EXIT
024818     END-IF
024820     MOVE CAR-ID-CPTE TO XRF-ID-CPTE
024822     READ FXREF KEY IS XRF-ID-CPTE
024824         INVALID KEY
024826            GO TO 2150-VERIFIER-INTERDIT-EXIT
024828     END-READ
024830     MOVE XRF-NUMERO TO WS-CLIENT
024832     MOVE 'N'        TO WS-FIN-INC
024834     MOVE XRF-NUMERO TO INC-NUMERO
024836     MOVE LOW-VALUES TO INC-ID-CPTE
024838     MOVE ZERO       TO INC-NUM-CHEQUE
024840     START FINCCHQ KEY IS NOT LESS THAN INC-CLE
024842         INVALID KEY
024844            GO TO 2150-VERIFIER-INTERDIT-EXIT
024846     END-START
024848     PERFORM 2160-LIRE-UN-INCIDENT
024850         UNTIL FIN-INC OR CLIENT-INTERDIT
024852     .
024854 2150-VERIFIER-INTERDIT-EXIT.
024856     EXIT.
024858*----------------------*
024860 2160-LIRE-UN-INCIDENT.
024862*----------------------*
024864     READ FINCCHQ NEXT RECORD
024866         AT END
024868            MOVE 'Y' TO WS-FIN-INC
024870     END-READ
024872     IF NOT FIN-INC
024874        IF INC-NUMERO NOT = WS-CLIENT
024876           MOVE 'Y' TO WS-FIN-INC
024878        ELSE
024880           IF INC-ACTIF
024882              MOVE 'O' TO WS-INTERDIT
024884           END-IF
024886        END-IF
024888     END-IF
024890     .
024900*----------------------*
025000 2200-RETIRER.
025100*----------------------*
027600     .
027700 2200-RETIRER-EXIT.
027800     EXIT.
027804*----------------------*
027808 2300-VERIFIER-MINEUR.
027812*----------------------*
027816*    COMPTE -> CLIENT (FCLICPT, CLE SECONDAIRE) PUIS FICHE
027820*    FCLIENTS ; UN COMPTE SANS CLIENT N'EST PAS CONCERNE
027824     MOVE 'N' TO WS-MINEUR
027828     MOVE CAR-ID-CPTE TO XRF-ID-CPTE
027832     READ FXREF KEY IS XRF-ID-CPTE
027836         INVALID KEY
027840            GO TO 2300-VERIFIER-MINEUR-EXIT
027844     END-READ
027848     MOVE XRF-NUMERO TO E-NUMERO
027852     READ FCLI
027856         INVALID KEY
027860            GO TO 2300-VERIFIER-MINEUR-EXIT
027864     END-READ
027868     IF E-CLI-MINEUR
027872        MOVE 'O' TO WS-MINEUR
027876     END-IF
027880     .
027884 2300-VERIFIER-MINEUR-EXIT.
027888     EXIT.
027900*----------------------*
028000 9000-TERMINAISON.
028100*----------------------*
028200     CLOSE FCHQREG
028300     CLOSE FCLT
028320     CLOSE FXREF
028330     CLOSE FCLI
028340     IF INC-DISPO
028360        CLOSE FINCCHQ
028380     END-IF
028400     CLOSE CHQCARTE
028500
028600     DISPLAY 'CHQEMIS - CARTES LUES         : '
028800     DISPLAY 'CHQEMIS - CARNETS DELIVRES    : ' WS-NB-DELIVRES
028900     DISPLAY 'CHQEMIS - CARNETS RETIRES     : ' WS-NB-RETIRES
029000     DISPLAY 'CHQEMIS - CARTES REJETEES     : ' WS-NB-REJETS
029020     DISPLAY 'CHQEMIS - DONT CLIENTS INTERDITS : '
029040             WS-NB-REFUS-INTERDIT
029060     DISPLAY 'CHQEMIS - CARNETS RETIRES (INTERDICTION) : '
029080             WS-NB-RETRAITS-INTERDIT
029086     DISPLAY 'CHQEMIS - DONT COMPTES DE MINEURS : '
029092             WS-NB-REFUS-MINEUR
029100
029200     IF WS-NB-REJETS > ZERO
029300        MOVE 4 TO RETURN-CODE
030100     MOVE RETURN-CODE TO RL-RC
030200     CALL 'pgrunlog' USING RL-COMMUN
030300     .
030400

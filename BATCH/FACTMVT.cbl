002400*                   LES GROS UTILISATEURS PAIENT LEUR
002500*                   ACTIVITE, LES PETITS CESSENT DE LES
002600*                   SUBVENTIONNER.
002620*   15/10/2026  SE  LES LIGNES CONTREPASSEES (STATUT
002640*                   D'ANNULATION A) ET LES CONTREPASSATIONS
002660*                   (CODE X) NE SONT PAS FACTUREES.
002670*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002680*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002682*   15/10/2026  SE  FORFAITS DE COMPTE : LES CODES
002684*                   EXONERES PAR LE FORFAIT EN VIGUEUR DANS LE
002686*                   MOIS (FSOUSOFR / FOFFRE) NE SONT PLUS
002688*                   FACTURES ; LE MONTANT EXONERE EST ECRIT
002690*                   DANS FORFMOIS (SOURCE FACT) ET SUR L'AVIS.
002692*                   SANS FICHIER DES SOUSCRIPTIONS (FS 35),
002694*                   TOUT EST FACTURE COMME AVANT.
002696*   15/10/2026  SE  LA LIGNE F FACTUREE EST AUSSI ECRITE DANS
002698*                   LES MOUVEMENTS DU JOUR (MVTJBRUT).
002700*--------------------------------------------------------
002800*
002900*======================================================*
005400     SELECT FJRN       ASSIGN TO FJRN
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-FS-FJRN.
005620
005640     SELECT FMVJ       ASSIGN TO MVTJBRUT
005660         ORGANIZATION IS SEQUENTIAL
005680         FILE STATUS IS WS-FS-FMVJ.
005700
005800     SELECT FACTAVIS   ASSIGN TO FACTAVIS
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-FS-FACTAVIS.

006010     SELECT FSOUSOFR   ASSIGN TO FSOUSOFR
006020         ORGANIZATION IS INDEXED
006030         ACCESS MODE IS DYNAMIC
006040         RECORD KEY IS SOF-CLE
006050         FILE STATUS IS WS-FS-FSOUSOFR.

006058     SELECT FOFFRE     ASSIGN TO FOFFRE
006066         ORGANIZATION IS INDEXED
006074         ACCESS MODE IS RANDOM
006082         RECORD KEY IS OFR-CODE
006090         FILE STATUS IS WS-FS-FOFFRE.

006092     SELECT FORFMOIS   ASSIGN TO FORFMOIS
006094         ORGANIZATION IS SEQUENTIAL
006096         FILE STATUS IS WS-FS-FORFMOIS.
006100*
006200*======================================================*
006300*           D A T A         D I V I S I O N            *
007400     05  FILLER          PIC X(70).
007500*
007600 FD  FHST
007700     RECORD CONTAINS 100 CHARACTERS.
007800 01  REC-HST.
007900     05  HST-CLE.
008000        10  HST-ID-CPTE   PIC X(08).
008700     05  HST-MONTANT   PIC 9(08)V99.
008800     05  HST-SLD-APRES PIC S9(08)V99.
008900     05  HST-SOURCE    PIC X(04).
008920*    LIGNE ANNULEE PAR UNE CONTREPASSATION (CODE X)
008940     05  HST-ANNUL-STATUT PIC X(01).
008960         88  HST-ANNULEE     VALUE 'A'.
009000     05  FILLER        PIC X(53).
009100*
009200 FD  FCLT
009300     RECORD CONTAINS 80 CHARACTERS.
012300     05  JRN-STS-AVANT PIC X(01).
012400     05  JRN-STS-APRES PIC X(01).
012500     05  FILLER        PIC X(34).
012520*
012540 FD  FMVJ
012560     RECORD CONTAINS 100 CHARACTERS.
012580 01  REC-MVJ           PIC X(100).
012600*
012700 FD  FACTAVIS
012800     RECORD CONTAINS 100 CHARACTERS.
012900 01  REC-FACTAVIS             PIC X(100).
013000*
013007 FD  FSOUSOFR
013014     RECORD CONTAINS 80 CHARACTERS.
013021     COPY FSOUSOFR.
013028*
013035 FD  FOFFRE
013042     RECORD CONTAINS 80 CHARACTERS.
013049     COPY FOFFRE.
013056*
013063 FD  FORFMOIS
013070     RECORD CONTAINS 80 CHARACTERS.
013077     COPY FFORFMOI.
013084*
013100*------------------------------------------------------*
013200 WORKING-STORAGE SECTION.
013300*------------------------------------------------------*
014000     88 FS-FCLT-OK               VALUE '00'.
014100 01  WS-FS-FJRN               PIC X(02) VALUE SPACE.
014200     88 FS-FJRN-OK               VALUE '00'.
014230 01  WS-FS-FMVJ               PIC X(02) VALUE SPACE.
014260     88 FS-FMVJ-OK               VALUE '00'.
014300 01  WS-FS-FACTAVIS           PIC X(02) VALUE SPACE.
014400     88 FS-FACTAVIS-OK           VALUE '00'.
014410 01  WS-FS-FSOUSOFR           PIC X(02) VALUE SPACE.
014420     88 FS-FSOUSOFR-OK           VALUE '00'.
014430     88 FS-FSOUSOFR-ABSENT       VALUE '35'.
014440 01  WS-FS-FOFFRE             PIC X(02) VALUE SPACE.
014450     88 FS-FOFFRE-OK             VALUE '00'.
014460 01  WS-FS-FORFMOIS           PIC X(02) VALUE SPACE.
014470     88 FS-FORFMOIS-OK           VALUE '00'.
014500*
014600 01  WS-FIN-TARIFMVT          PIC X(01) VALUE 'N'.
014700     88 FIN-TARIFMVT             VALUE 'Y'.
017120*    REPOSITIONNE FHST (RECHERCHE DE SEQUENCE, LIGNE F)
017130*    ET ECRASE REC-HST ; L'IMAGE EST RESTAUREE ET LE
017140*    CURSEUR REPRIS AU-DELA DE LA CLE SAUVEE
017150 01  WS-HST-SAUVE             PIC X(100).
017200 01  WS-TAB-COMPTES-MVTS.
017300     05 WS-CNT OCCURS 10      PIC 9(05).
017400*
018000 01  WS-FIN-SEQ               PIC X(01).
018100     88 FIN-SEQ                  VALUE 'Y'.
018200*
018205*    FORFAITS : LES CODES EXONERES PAR LE FORFAIT DU
018210*    COMPTE, EN VIGUEUR UN JOUR AU MOINS DU MOIS FACTURE,
018215*    NE SONT PAS FACTURES ; LEUR MONTANT EST TRACE DANS
018220*    FORFMOIS (LE PRIX DU FORFAIT EST PRELEVE PAR PARTI18)
018225 01  WS-FORFAITS-OUVERTS      PIC X(01) VALUE 'N'.
018230     88 FORFAITS-OUVERTS         VALUE 'O'.
018235 01  WS-FORFAIT               PIC X(01).
018240     88 FORFAIT-ACTIF            VALUE 'O'.
018245 01  WS-FIN-SOF               PIC X(01).
018250     88 FIN-SOF                  VALUE 'Y'.
018255 01  WS-CODE-OFFRE            PIC X(04).
018260 01  WS-CODES-EXO             PIC X(10).
018265 01  WS-NB-OCC                PIC S9(4) COMP.
018270 01  WS-MOIS-DEBUT            PIC 9(08).
018275 01  WS-MOIS-FIN              PIC 9(08).
018280 01  WS-EXONERE               PIC 9(08)V99.
018285 01  WS-NB-EXONERES           PIC 9(05) VALUE ZERO.
018290*
018300*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
018400 01  RL-COMMUN.
018500     05 RL-FONCTION    PIC X(01).
020500     05 LA-EXCEDENT           PIC ZZZZ9.
020600     05 FILLER                PIC X(09) VALUE ' CHARGE: '.
020700     05 LA-CHARGE             PIC ZZZZZ9.99.
020730     05 FILLER                PIC X(01) VALUE SPACE.
020760     05 LA-FORFAIT            PIC X(04).
020790     05 FILLER                PIC X(09) VALUE ' EXONERE:'.
020820     05 LA-EXONERE            PIC ZZZZZ9.99.
020850     05 FILLER                PIC X(13) VALUE SPACE.
020900*
021000 01  WS-TOTAL-MVTS            PIC 9(07).
021100 01  WS-TOTAL-EXCEDENT        PIC 9(07).
024200        GOBACK
024300     END-IF
024400     MOVE LK-PARM-VALUE TO WS-MOIS-FACTURE
024430     COMPUTE WS-MOIS-DEBUT = WS-MOIS-FACTURE * 100 + 1
024460     COMPUTE WS-MOIS-FIN   = WS-MOIS-FACTURE * 100 + 31
024500
024600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
024700
029200        CLOSE FCLT
029300        GOBACK
029400     END-IF
029408
029416     OPEN EXTEND FMVJ
029424     IF NOT FS-FMVJ-OK
029432        DISPLAY 'FACTMVT - ERREUR OPEN MVTJBRUT - FS='
029440                WS-FS-FMVJ
029448        MOVE 12 TO RETURN-CODE
029456        CLOSE FHST
029464        CLOSE FCLT
029472        CLOSE FJRN
029480        GOBACK
029488     END-IF
029500
029600     OPEN OUTPUT FACTAVIS
029700     IF NOT FS-FACTAVIS-OK
030100        CLOSE FHST
030200        CLOSE FCLT
030300        CLOSE FJRN
030350        CLOSE FMVJ
030400        GOBACK
030500     END-IF
030600
030603*    SOUSCRIPTIONS ABSENTES (FS 35) : AUCUN FORFAIT N'EST
030606*    ENCORE COMMERCIALISE, TOUT EST FACTURE
030609     OPEN INPUT FSOUSOFR
030612     IF FS-FSOUSOFR-OK
030615        OPEN INPUT FOFFRE
030618        OPEN EXTEND FORFMOIS
030621        IF NOT FS-FOFFRE-OK OR NOT FS-FORFMOIS-OK
030624           DISPLAY 'FACTMVT - ERREUR OPEN FOFFRE/FORFMOIS - FS='
030627                   WS-FS-FOFFRE '/' WS-FS-FORFMOIS
030630           MOVE 12 TO RETURN-CODE
030633           CLOSE FHST
030636           CLOSE FCLT
030639           CLOSE FJRN
030640           CLOSE FMVJ
030642           CLOSE FACTAVIS
030645           GOBACK
030648        END-IF
030651        MOVE 'O' TO WS-FORFAITS-OUVERTS
030654     ELSE
030657        IF NOT FS-FSOUSOFR-ABSENT
030660           DISPLAY 'FACTMVT - ERREUR OPEN FSOUSOFR - FS='
030663                   WS-FS-FSOUSOFR
030666           MOVE 12 TO RETURN-CODE
030669           CLOSE FHST
030672           CLOSE FCLT
030675           CLOSE FJRN
030676           CLOSE FMVJ
030678           CLOSE FACTAVIS
030681           GOBACK
030684        END-IF
030687     END-IF

030700     MOVE WS-MOIS-FACTURE TO LT-MOIS
030800     MOVE LIGNE-TITRE     TO REC-FACTAVIS
030900     WRITE REC-FACTAVIS
034900     IF HST-AAAAMM NOT = WS-MOIS-FACTURE
035000        GO TO 2000-COMPTER-EXIT
035100     END-IF
035110*    NI L'OPERATION CONTREPASSEE NI SA CONTREPASSATION NE
035120*    SONT FACTUREES
035130     IF HST-ANNULEE OR HST-CODE = 'X'
035140        GO TO 2000-COMPTER-EXIT
035150     END-IF
035200
035300     ADD 1 TO WS-NB-MVTS-LUS
035400
038500     END-IF
038600
038700     MOVE ZERO TO WS-CHARGE
038750     MOVE ZERO TO WS-EXONERE
038800     MOVE ZERO TO WS-TOTAL-MVTS
038900     MOVE ZERO TO WS-TOTAL-EXCEDENT
038950     PERFORM 3200-CHERCHER-FORFAIT THRU 3200-CHERCHER-FIN
039000     PERFORM 3100-VALORISER-UN-CODE
039100         VARYING WS-IND-TRF FROM 1 BY 1
039200         UNTIL WS-IND-TRF > WS-NB-TARIFS
039300
039400     IF WS-CHARGE = ZERO AND WS-EXONERE = ZERO
039500        GO TO 3000-FACTURER-FIN
039600     END-IF
039700
040600     IF NOT STS-CLT-ACTIF
040700        GO TO 3000-FACTURER-FIN
040800     END-IF

040810     IF WS-EXONERE > ZERO
040820        PERFORM 4700-ECRIRE-FORFMOIS
040830     END-IF
040840     IF WS-CHARGE = ZERO
040850        GO TO 3000-FACTURER-FIN
040860     END-IF
040900
041000     MOVE SLD-CLT TO WS-SLD-AVANT
041100     SUBTRACT WS-CHARGE FROM SLD-CLT
043500        ADD WS-EXCEDENT TO WS-TOTAL-EXCEDENT
043600        COMPUTE WS-CHARGE-CODE ROUNDED =
043700                WS-EXCEDENT * WS-TRF-PRIX(WS-IND-TRF)
043710*       CODE INCLUS DANS LE FORFAIT DU COMPTE : EXONERE
043720        MOVE ZERO TO WS-NB-OCC
043730        IF FORFAIT-ACTIF
043740           INSPECT WS-CODES-EXO TALLYING WS-NB-OCC
043750               FOR ALL WS-TRF-CODE(WS-IND-TRF)
043760        END-IF
043770        IF WS-NB-OCC > ZERO
043780           ADD WS-CHARGE-CODE TO WS-EXONERE
043790        ELSE
043800           ADD WS-CHARGE-CODE TO WS-CHARGE
043850        END-IF
043900     END-IF
044000     .
044001*----------------------*
044002 3200-CHERCHER-FORFAIT.
044003*----------------------*
044004*    SOUSCRIPTION DU COMPTE COUVRANT AU MOINS UN JOUR DU
044005*    MOIS FACTURE ; SES CODES EXONERES SONT CEUX DU
044006*    CATALOGUE AU JOUR DU PASSAGE
044007     MOVE 'N'   TO WS-FORFAIT
044008     MOVE SPACE TO WS-CODES-EXO
044009     IF NOT FORFAITS-OUVERTS
044010        GO TO 3200-CHERCHER-FIN
044011     END-IF

044012     MOVE 'N'             TO WS-FIN-SOF
044013     MOVE WS-CPTE-COURANT TO SOF-ID-CPTE
044014     MOVE ZERO            TO SOF-DATE-DEBUT
044015     START FSOUSOFR KEY IS NOT LESS THAN SOF-CLE
044016         INVALID KEY
044017            MOVE 'Y' TO WS-FIN-SOF
044018     END-START
044019     PERFORM 3210-LIRE-SOUSCRIPTION
044020         UNTIL FIN-SOF
044021     IF NOT FORFAIT-ACTIF
044022        GO TO 3200-CHERCHER-FIN
044023     END-IF

044024     MOVE WS-CODE-OFFRE TO OFR-CODE
044025     READ FOFFRE
044026         INVALID KEY
044027            DISPLAY 'FACTMVT - FORFAIT ABSENT DU CATALOGUE : '
044028                    WS-CODE-OFFRE ' COMPTE ' WS-CPTE-COURANT
044029            MOVE 'N' TO WS-FORFAIT
044030            MOVE 4 TO RETURN-CODE
044031            GO TO 3200-CHERCHER-FIN
044032     END-READ
044033     MOVE OFR-CODES-EXO TO WS-CODES-EXO
044034     .
044035 3200-CHERCHER-FIN.
044036     EXIT.
044037*----------------------*
044038 3210-LIRE-SOUSCRIPTION.
044039*----------------------*
044040     READ FSOUSOFR NEXT RECORD
044041         AT END
044042            MOVE 'Y' TO WS-FIN-SOF
044043         NOT AT END
044044            IF SOF-ID-CPTE NOT = WS-CPTE-COURANT
044045               MOVE 'Y' TO WS-FIN-SOF
044046            ELSE
044047               IF SOF-DATE-DEBUT <= WS-MOIS-FIN
044048                  AND SOF-DATE-FIN >= WS-MOIS-DEBUT
044049                  MOVE 'O'            TO WS-FORFAIT
044050                  MOVE SOF-CODE-OFFRE TO WS-CODE-OFFRE
044051                  MOVE 'Y'            TO WS-FIN-SOF
044052               END-IF
044053            END-IF
044054     END-READ
044055     .
044100*----------------------*
044200 4000-ECRIRE-HISTORIQUE.
044300*----------------------*
045400         INVALID KEY
045500            DISPLAY 'FACTMVT - ECRITURE HISTORIQUE '
045600                    'IMPOSSIBLE : ' ID-CPTE
045620         NOT INVALID KEY
045640            MOVE REC-HST TO REC-MVJ
045660            WRITE REC-MVJ
045700     END-WRITE
045800     .
045900*----------------------*
049800     WRITE REC-JRN
049900     ADD 1 TO WS-NB-JOURNAL
050000     .
050006*----------------------*
050012 4700-ECRIRE-FORFMOIS.
050018*----------------------*
050024     MOVE SPACE           TO FFM-LIGNE
050030     MOVE WS-MOIS-FACTURE TO FFM-MOIS
050036     MOVE WS-DATE-JOUR    TO FFM-DATE
050042     MOVE 'FACT'          TO FFM-SOURCE
050048     MOVE ID-CPTE         TO FFM-ID-CPTE
050054     MOVE WS-CODE-OFFRE   TO FFM-CODE-OFFRE
050060     MOVE ZERO            TO FFM-PRIX-FACTURE
050066     MOVE WS-EXONERE      TO FFM-FRAIS-EXONERES
050072     MOVE ID-REGION       TO FFM-REGION
050078     WRITE FFM-LIGNE
050084     ADD 1 TO WS-NB-EXONERES
050090     .
050100*----------------------*
050200 5000-EDITER-AVIS.
050300*----------------------*
050600     MOVE WS-TOTAL-MVTS     TO LA-NB-MVTS
050700     MOVE WS-TOTAL-EXCEDENT TO LA-EXCEDENT
050800     MOVE WS-CHARGE         TO LA-CHARGE
050810     IF FORFAIT-ACTIF
050820        MOVE WS-CODE-OFFRE  TO LA-FORFAIT
050830     ELSE
050840        MOVE SPACE          TO LA-FORFAIT
050850     END-IF
050860     MOVE WS-EXONERE        TO LA-EXONERE
050900     MOVE LIGNE-AVIS        TO REC-FACTAVIS
051000     WRITE REC-FACTAVIS
051100     .
051500     CLOSE FHST
051600     CLOSE FCLT
051700     CLOSE FJRN
051750     CLOSE FMVJ
051800     CLOSE FACTAVIS
051810     IF FORFAITS-OUVERTS
051820        CLOSE FSOUSOFR
051830        CLOSE FOFFRE
051840        CLOSE FORFMOIS
051850     END-IF
051900
052000     DISPLAY 'FACTMVT - MOUVEMENTS DU MOIS  : '
052100             WS-NB-MVTS-LUS
052300             WS-NB-FACTURES
052400     DISPLAY 'FACTMVT - LIGNES JOURNALISEES : '
052500             WS-NB-JOURNAL
052530     DISPLAY 'FACTMVT - COMPTES EXONERES    : '
052560             WS-NB-EXONERES
052600
052700     MOVE 'F' TO RL-FONCTION
052800     MOVE 'FACTMVT' TO RL-PROG

002700*                   HISTCLT + JOURNAL BATCH) AVEC UN AVIS
002800*                   DETAILLE PAR CLIENT (JOURS, ASSIETTE,
002900*                   TAUX).
002904*   15/10/2026  SE  REMBOURSEMENT DE FRAIS (CODE G, ECRAN
002908*                   GESGEST) COMPTE COMME UN CREDIT DANS LA
002912*                   RECONSTITUTION DES SOLDES JOURNALIERS
002916*   15/10/2026  SE  JOURS DEBITEURS DE CHAQUE COMPTE EXAMINE ET
002920*                   JOURS DE DEPASSEMENT DU DECOUVERT AUTORISE
002924*                   ECRITS DANS AGIOJRS (FACTURE OU NON) POUR LA
002928*                   REVUE TRIMESTRIELLE DES DECOUVERTS REVDEC.
002932*   15/10/2026  SE  LA VENTE DE DEVISES AU GUICHET (CODE J)
002936*                   EST UN CREDIT POUR LE SOLDE QUOTIDIEN.
002940*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002944*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002948*   15/10/2026  SE  LIGNE A COPIEE DANS MVTJBRUT (MVTS DU JOUR).
002960*   15/10/2026  SE  LA REMISE DE CHEQUE AU GUICHET (CODE Q)
002980*                   EST UN CREDIT POUR LE SOLDE QUOTIDIEN.
003000*--------------------------------------------------------
003100*
003200*======================================================*
005900     SELECT FJRN       ASSIGN TO FJRN
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-FS-FJRN.
006120
006140     SELECT FMVJ       ASSIGN TO MVTJBRUT
006160         ORGANIZATION IS SEQUENTIAL
006180         FILE STATUS IS WS-FS-FMVJ.
006200
006300     SELECT AGIOAVIS   ASSIGN TO AGIOAVIS
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-FS-AGIOAVIS.
006510
006520     SELECT AGIOJRS    ASSIGN TO AGIOJRS
006540         ORGANIZATION IS SEQUENTIAL
006560         FILE STATUS IS WS-FS-AGIOJRS.
006600*
006700*======================================================*
006800*           D A T A         D I V I S I O N            *
009400     05  AGC-CLT    PIC X(02).
009500*
009600 FD  FHST
009700     RECORD CONTAINS 100 CHARACTERS.
009800 01  REC-HST.
009900     05  HST-CLE.
010000        10  HST-ID-CPTE   PIC X(08).
010400     05  HST-MONTANT   PIC 9(08)V99.
010500     05  HST-SLD-APRES PIC S9(08)V99.
010600     05  HST-SOURCE    PIC X(04).
010700     05  FILLER        PIC X(54).
010800*
010900 FD  FTAUX
011000     RECORD CONTAINS 40 CHARACTERS.
012100     05  JRN-STS-AVANT PIC X(01).
012200     05  JRN-STS-APRES PIC X(01).
012300     05  FILLER        PIC X(34).
012320*
012340 FD  FMVJ
012360     RECORD CONTAINS 100 CHARACTERS.
012380 01  REC-MVJ           PIC X(100).
012400*
012500 FD  AGIOAVIS
012600     RECORD CONTAINS 80 CHARACTERS.
012700 01  REC-AGIOAVIS             PIC X(80).
012800*
012810*    JOURS DEBITEURS PAR COMPTE, REPRIS PAR REVDEC
012820 FD  AGIOJRS
012830     RECORD CONTAINS 80 CHARACTERS.
012840     COPY FAGIOJRS.
012850*
012900*------------------------------------------------------*
013000 WORKING-STORAGE SECTION.
013100*------------------------------------------------------*
013800     88 FS-FTAUX-OK              VALUE '00'.
013900 01  WS-FS-FJRN               PIC X(02) VALUE SPACE.
014000     88 FS-FJRN-OK               VALUE '00'.
014030 01  WS-FS-FMVJ               PIC X(02) VALUE SPACE.
014060     88 FS-FMVJ-OK               VALUE '00'.
014100 01  WS-FS-AGIOAVIS           PIC X(02) VALUE SPACE.
014200     88 FS-AGIOAVIS-OK           VALUE '00'.
014230 01  WS-FS-AGIOJRS            PIC X(02) VALUE SPACE.
014260     88 FS-AGIOJRS-OK            VALUE '00'.
014300*
014400 01  WS-FIN-FCLT              PIC X(01) VALUE 'N'.
014500     88 FIN-FCLT                 VALUE 'Y'.
015900 01  WS-NB-COMPTES-LUS        PIC 9(07) VALUE ZERO.
016000 01  WS-NB-FACTURES           PIC 9(05) VALUE ZERO.
016100 01  WS-NB-JOURNAL            PIC 9(05) VALUE ZERO.
016150 01  WS-NB-JOURS-ECRITS       PIC 9(07) VALUE ZERO.
016200*
016300*    TAUX DEBITEUR ANNUEL EN VIGUEUR PAR NATURE
016400 01  WS-TAB-AGIO.
017800 01  WS-SLD-JOUR              PIC S9(10)V99.
017900 01  WS-MVT-SIGNE-W           PIC S9(08)V99.
018000 01  WS-JOURS-DEBITEURS       PIC 9(03).
018030*    JOURS OU LE SOLDE EXCEDE LE DECOUVERT AUTORISE
018060 01  WS-JOURS-DEPASSEMENT     PIC 9(03).
018100 01  WS-ASSIETTE              PIC 9(11)V99.
018200 01  WS-MONTANT-AGIO          PIC 9(08)V99.
018300 01  WS-SLD-AVANT             PIC S9(08)V99.
030200        CLOSE FHST
030300        GOBACK
030400     END-IF
030408
030416     OPEN EXTEND FMVJ
030424     IF NOT FS-FMVJ-OK
030432        DISPLAY 'AGIOS - ERREUR OPEN MVTJBRUT - FS='
030440                WS-FS-FMVJ
030448        MOVE 12 TO RETURN-CODE
030456        CLOSE FCLT
030464        CLOSE FHST
030472        CLOSE FJRN
030480        GOBACK
030488     END-IF
030500
030600     OPEN OUTPUT AGIOAVIS
030700     IF NOT FS-AGIOAVIS-OK
031100        CLOSE FCLT
031200        CLOSE FHST
031300        CLOSE FJRN
031350        CLOSE FMVJ
031400        GOBACK
031500     END-IF
031504
031508     OPEN OUTPUT AGIOJRS
031516     IF NOT FS-AGIOJRS-OK
031524        DISPLAY 'AGIOS - ERREUR OPEN AGIOJRS - FS='
031532                WS-FS-AGIOJRS
031540        MOVE 12 TO RETURN-CODE
031548        CLOSE FCLT
031556        CLOSE FHST
031564        CLOSE FJRN
031568        CLOSE FMVJ
031572        CLOSE AGIOAVIS
031580        GOBACK
031588     END-IF
031600
031700     MOVE WS-DATE-DEBUT TO LT-DEBUT
031800     MOVE WS-DATE-FIN   TO LT-FIN
036230     IF RELEVE-TRONQUE
036240        GO TO 2000-TRAITER-EXIT
036250     END-IF
036260*    JOURS DEBITEURS DE LA PERIODE, FACTURES OU NON, POUR
036270*    LA REVUE DES DECOUVERTS AUTORISES (REVDEC)
036280     PERFORM 6000-ECRIRE-JOURS
036300     IF WS-JOURS-DEBITEURS = ZERO
036400        GO TO 2000-TRAITER-EXIT
036500     END-IF
039000     MOVE ZERO TO WS-NB-MVTS
039050     MOVE 'N'  TO WS-RELEVE-TRONQUE
039100     MOVE ZERO TO WS-JOURS-DEBITEURS
039150     MOVE ZERO TO WS-JOURS-DEPASSEMENT
039200     MOVE ZERO TO WS-ASSIETTE
039300     MOVE SLD-CLT TO WS-SLD-JOUR
039400
043000        GO TO 3100-RELEVER-EXIT
043100     END-IF
043200
043300*    SIGNE DU MOUVEMENT : D/S/T/I/G/J/Q CREDITENT, LE RESTE
043400*    DEBITE
043500     IF HST-CODE = 'D' OR HST-CODE = 'S'
043600        OR HST-CODE = 'T' OR HST-CODE = 'I'
043650     OR HST-CODE = 'G' OR HST-CODE = 'J'
043660     OR HST-CODE = 'Q'
043700        MOVE HST-MONTANT TO WS-MVT-SIGNE-W
043800     ELSE
043900        COMPUTE WS-MVT-SIGNE-W = ZERO - HST-MONTANT
046800        ADD 1 TO WS-JOURS-DEBITEURS
046900        COMPUTE WS-ASSIETTE =
047000                WS-ASSIETTE - WS-SLD-JOUR
047020        IF WS-SLD-JOUR + DEC-CLT < ZERO
047040           ADD 1 TO WS-JOURS-DEPASSEMENT
047060        END-IF
047100     END-IF
047200     .
047300*----------------------*
050200         INVALID KEY
050300            DISPLAY 'AGIOS - ECRITURE HISTORIQUE '
050400                    'IMPOSSIBLE : ' ID-CPTE
050420         NOT INVALID KEY
050440            MOVE REC-HST TO REC-MVJ
050460            WRITE REC-MVJ
050500     END-WRITE
050600
050700     MOVE WS-DATE-JOUR TO JRN-DATE
055700     MOVE LIGNE-AVIS         TO REC-AGIOAVIS
055800     WRITE REC-AGIOAVIS
055900     .
055906*----------------------*
055912 6000-ECRIRE-JOURS.
055918*----------------------*
055924     MOVE SPACE                TO AJ-JOURS
055930     MOVE ID-CPTE              TO AJ-ID-CPTE
055936     MOVE WS-DATE-DEBUT        TO AJ-DATE-DEBUT
055942     MOVE WS-DATE-FIN          TO AJ-DATE-FIN
055948     MOVE WS-JOURS-DEBITEURS   TO AJ-JOURS-DEBITEURS
055954     MOVE WS-JOURS-DEPASSEMENT TO AJ-JOURS-DEPASSEMENT
055960     MOVE WS-ASSIETTE          TO AJ-ASSIETTE
055966     MOVE DEC-CLT              TO AJ-DEC-CLT
055972     WRITE AJ-JOURS
055978     ADD 1 TO WS-NB-JOURS-ECRITS
055984     .
056000*----------------------*
056100 9000-TERMINAISON.
056200*----------------------*
056300     CLOSE FCLT
056400     CLOSE FHST
056500     CLOSE FJRN
056550     CLOSE FMVJ
056600     CLOSE AGIOAVIS
056650     CLOSE AGIOJRS
056700
056800     DISPLAY 'AGIOS - COMPTES LUS           : '
056900             WS-NB-COMPTES-LUS
057100             WS-NB-FACTURES
057200     DISPLAY 'AGIOS - LIGNES JOURNALISEES   : '
057300             WS-NB-JOURNAL
057330     DISPLAY 'AGIOS - COMPTES DANS AGIOJRS  : '
057360             WS-NB-JOURS-ECRITS
057400
057500     MOVE 'F' TO RL-FONCTION
057600     MOVE 'AGIOS' TO RL-PROG

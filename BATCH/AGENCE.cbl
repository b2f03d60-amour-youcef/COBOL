001800*                   AGENCE EST POSE SUR LE COMPTE A
001900*                   L'OUVERTURE ET SERT AUX VENTILATIONS
002000*                   PARTI21 ET PARTI32.
002020*   15/10/2026  SE  LA CARTE F EST REFUSEE TANT QU'UN COMPTE
002040*                   DE CLIENT.DAT PORTE ENCORE LE CODE DE
002060*                   L'AGENCE : LE PORTEFEUILLE EST D'ABORD
002080*                   TRANSFERE PAR TRFAGC.
002100*--------------------------------------------------------
002200*
002300*======================================================*
003800     SELECT AGCARTE    ASSIGN TO AGCARTE
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-FS-AGCARTE.
004010
004020     SELECT FCLT       ASSIGN TO FCLT
004030         ORGANIZATION IS INDEXED
004040         ACCESS MODE IS SEQUENTIAL
004050         RECORD KEY IS ID-CPTE
004060         FILE STATUS IS WS-FS-FCLT.
004100*
004200*======================================================*
004300*           D A T A         D I V I S I O N            *
005900     05  CAR-CODE        PIC X(02).
006000     05  CAR-NOM         PIC X(20).
006100     05  FILLER          PIC X(55).
006108*
006116*    CLIENT.DAT, LU A LA FERMETURE SEULEMENT : UNE AGENCE
006124*    N'EST FERMEE QU'UNE FOIS SON PORTEFEUILLE TRANSFERE
006132*    (TRFAGC)
006140 FD  FCLT
006148     RECORD CONTAINS 80 CHARACTERS.
006156 01  REC-CLT.
006164     05  ID-CPTE    PIC X(08).
006172     05  ID-REGION  PIC X(02).
006180     05  FILLER     PIC X(66).
006188     05  AGC-CLT    PIC X(02).
006200*
006300*------------------------------------------------------*
006400 WORKING-STORAGE SECTION.
006800     88 FS-FAGENCE-OK            VALUE '00'.
006900 01  WS-FS-AGCARTE            PIC X(02) VALUE SPACE.
007000     88 FS-AGCARTE-OK            VALUE '00'.
007030 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
007060     88 FS-FCLT-OK               VALUE '00'.
007100*
007200 01  WS-FIN-AGCARTE           PIC X(01) VALUE 'N'.
007300     88 FIN-AGCARTE              VALUE 'Y'.
007320 01  WS-FIN-FCLT              PIC X(01) VALUE 'N'.
007340     88 FIN-FCLT                 VALUE 'Y'.
007360 01  WS-NB-CPTE-AGENCE        PIC 9(07) VALUE ZERO.
007400*
007500 01  WS-NB-CARTES-LUES        PIC 9(05) VALUE ZERO.
007600 01  WS-NB-CREEES             PIC 9(05) VALUE ZERO.
020600            GO TO 2200-FERMER-EXIT
020700     END-READ
020800
020807*    REFUS TANT QU'UN COMPTE PORTE ENCORE LE CODE : LES
020814*    VENTILATIONS PARTI21 ET PARTI32 LE RATTACHERAIENT A
020821*    UNE AGENCE FERMEE
020828     PERFORM 2300-COMPTER-COMPTES THRU 2300-COMPTER-EXIT
020835     IF WS-NB-CPTE-AGENCE > ZERO
020842        DISPLAY 'AGENCE - FERMETURE REFUSEE : '
020849                CAR-ID-REGION '/' CAR-CODE ' PORTE ENCORE '
020856                WS-NB-CPTE-AGENCE ' COMPTE(S) - TRANSFERT '
020863                'TRFAGC PREALABLE'
020870        ADD 1 TO WS-NB-REJETS
020877        GO TO 2200-FERMER-EXIT
020884     END-IF
020891
020900     MOVE 'F' TO AG-STATUT
021000     REWRITE AG-AGENCE
021100         INVALID KEY
021900     .
022000 2200-FERMER-EXIT.
022100     EXIT.
022102*----------------------*
022104 2300-COMPTER-COMPTES.
022106*----------------------*
022108*    COMPTES DE LA REGION ENCORE RATTACHES A L'AGENCE ; SI
022110*    CLIENT.DAT EST ILLISIBLE LA FERMETURE EST REFUSEE
022112*----------------------*
022114     MOVE ZERO TO WS-NB-CPTE-AGENCE
022116     MOVE 'N'  TO WS-FIN-FCLT
022118     OPEN INPUT FCLT
022120     IF NOT FS-FCLT-OK
022122        DISPLAY 'AGENCE - ERREUR OPEN FCLT - FS=' WS-FS-FCLT
022124        MOVE 1 TO WS-NB-CPTE-AGENCE
022126        GO TO 2300-COMPTER-EXIT
022128     END-IF
022130     PERFORM 2310-LIRE-UN-COMPTE
022132         UNTIL FIN-FCLT
022134     CLOSE FCLT
022136     .
022138 2300-COMPTER-EXIT.
022140     EXIT.
022142*----------------------*
022144 2310-LIRE-UN-COMPTE.
022146*----------------------*
022148     READ FCLT NEXT RECORD
022150         AT END
022152            MOVE 'Y' TO WS-FIN-FCLT
022154     END-READ
022156     IF NOT FIN-FCLT
022158        IF ID-REGION = CAR-ID-REGION
022160           AND AGC-CLT = CAR-CODE
022162           ADD 1 TO WS-NB-CPTE-AGENCE
022164        END-IF
022166     END-IF
022168     .
022200*----------------------*
022300 9000-TERMINAISON.
022400*----------------------*

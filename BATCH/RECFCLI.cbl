002070*                   APPARIE PAR LA CLE DIRECTE (COMPTE
002080*                   HISTORIQUE) OU PAR LA CLE SECONDAIRE
002090*                   DE LA CROSS-REFERENCE.
002093*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002096*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002097*   15/10/2026  SE  ECARTS D'IDENTITE : NOM, PRENOM, ADRESSE
002098*                   ET DEPARTEMENT DE CHAQUE COMPTE RAPPROCHE
002099*                   COMPARES A LA FICHE FCLIENTS (REPRISE
002110*                   NOCTURNE PROPCLI). UN ECART RESTANT EST
002120*                   UNE EXCEPTION (RC 4), COMME UNE CLE
002130*                   MANQUANTE.
002160*--------------------------------------------------------
002200*
002300*======================================================*
002400*   E N V I R O N M E N T       D I V I S I O N        *
004800 FILE SECTION.
004900*
005000 FD  FCLIENTS
005100     RECORD CONTAINS 400 CHARACTERS.
005200     COPY FCLIENTS.
005300*
005400 FD  FCLT
008700     88 FIN-FCLT                 VALUE 'Y'.
008800*
009000 01  WS-CLE-LONGUE            PIC 9(08).
009020*
009040*    IDENTITE QUE LES COMPTES DU CLIENT DOIVENT PORTER
009060*    (MEME DERIVATION QUE OUVRCPT ET LA REPRISE PROPCLI)
009080 01  WS-IDENTITE.
009100     05 WS-NOM-ATTENDU        PIC X(10).
009120     05 WS-PRN-ATTENDU        PIC X(10).
009140     05 WS-ADR-ATTENDU        PIC X(10).
009160     05 WS-PST-ATTENDU        PIC X(02).
009200*
009210*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
009220 01  RL-COMMUN.
009500     05 WS-NB-FCLT-LUS         PIC 9(07) VALUE ZERO.
009600     05 WS-NB-SANS-FCLT        PIC 9(07) VALUE ZERO.
009700     05 WS-NB-SANS-FCLIENTS    PIC 9(07) VALUE ZERO.
009750     05 WS-NB-ECARTS-IDENT     PIC 9(07) VALUE ZERO.
009800*
009900*======================================================*
010000*     P R O C E D U R E     D I V I S I O N            *
015400            ADD 1 TO WS-NB-SANS-FCLT
015500            DISPLAY 'RECFCLI - FCLIENTS SANS CLIENT.DAT - '
015600                    'E-NUMERO=' E-NUMERO ' ID-CPTE=' ID-CPTE
015620         NOT INVALID KEY
015640            PERFORM 2300-CONTROLER-IDENTITE
015660               THRU 2300-CONTROLER-EXIT
015700     END-READ
015800     .
015900 2000-CTRL-FCLIENTS-EXIT.
016360                          ' ID-CPTE=' XRF-ID-CPTE
016370               NOT INVALID KEY
016380                  ADD 1 TO WS-NB-CPTES-CLIENT
016383                  PERFORM 2300-CONTROLER-IDENTITE
016386                     THRU 2300-CONTROLER-EXIT
016390           END-READ
016400        ELSE
016410           MOVE 'Y' TO WS-FIN-XREF
016420        END-IF
016430     END-IF
016440     .
016441*----------------------*
016442 2300-CONTROLER-IDENTITE.
016443*----------------------*
016444*    LE COMPTE DOIT PORTER LE NOM, LE PRENOM, L'ADRESSE
016445*    ET LE DEPARTEMENT DE LA FICHE FCLIENTS DE SON
016446*    TITULAIRE (REPRIS CHAQUE NUIT PAR PROPCLI) ; UN
016447*    ECART RESTANT EST UNE EXCEPTION. UN CLIENT SUPPRIME
016448*    N'EST PLUS REPRIS ET N'EST PAS CONTROLE
016449     IF E-CLI-SUPPRIME
016450        GO TO 2300-CONTROLER-EXIT
016451     END-IF
016452     MOVE E-NOM-CLI     TO WS-NOM-ATTENDU
016453     MOVE E-PNM-CLI     TO WS-PRN-ATTENDU
016454     IF E-CLI-ENTREPRISE
016455        MOVE E-RAISON-SOC(1:10)  TO WS-NOM-ATTENDU
016456        MOVE E-RAISON-SOC(11:10) TO WS-PRN-ATTENDU
016457     END-IF
016458     MOVE E-ADR-CLI     TO WS-ADR-ATTENDU
016459     MOVE E-DEP-CLI     TO WS-PST-ATTENDU
016460
016461     IF NOM-CLT NOT = WS-NOM-ATTENDU
016462        OR PRN-CLT NOT = WS-PRN-ATTENDU
016463        ADD 1 TO WS-NB-ECARTS-IDENT
016464        DISPLAY 'RECFCLI - ECART DE NOM - E-NUMERO='
016465                E-NUMERO ' ID-CPTE=' ID-CPTE
016466                ' COMPTE=' NOM-CLT '/' PRN-CLT
016467                ' FICHE=' WS-NOM-ATTENDU '/' WS-PRN-ATTENDU
016468        GO TO 2300-CONTROLER-EXIT
016469     END-IF
016470     IF ADR-CLT NOT = WS-ADR-ATTENDU
016471        OR PST-CLT NOT = WS-PST-ATTENDU
016472        ADD 1 TO WS-NB-ECARTS-IDENT
016473        DISPLAY 'RECFCLI - ECART D''ADRESSE - E-NUMERO='
016474                E-NUMERO ' ID-CPTE=' ID-CPTE
016475                ' COMPTE=' ADR-CLT '/' PST-CLT
016476                ' FICHE=' WS-ADR-ATTENDU '/' WS-PST-ATTENDU
016477     END-IF
016478     .
016479 2300-CONTROLER-EXIT.
016480     EXIT.
016100*----------------------*
016200 2500-DEMARRER-FCLT.
016300*----------------------*
020900             WS-NB-SANS-FCLT
021000     DISPLAY 'RECFCLI - CLIENT.DAT SANS FCLIENTS    : '
021100             WS-NB-SANS-FCLIENTS
021130     DISPLAY 'RECFCLI - ECARTS NOM / ADRESSE        : '
021160             WS-NB-ECARTS-IDENT
021200
021300     IF WS-NB-SANS-FCLT NOT = ZERO OR
021360        WS-NB-SANS-FCLIENTS NOT = ZERO OR
021420        WS-NB-ECARTS-IDENT NOT = ZERO
021500        MOVE 4 TO RETURN-CODE
021600     END-IF
021610     MOVE 'F' TO RL-FONCTION

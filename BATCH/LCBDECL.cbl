000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    LCBDECL.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - EXTRACTION DES DECLARATIONS
001400*                   DE SOUPCON : CHAQUE DOSSIER LCB-FT
001500*                   ESCALADE SUR L'ECRAN REVLCB ET PAS
001600*                   ENCORE DECLARE DONNE UNE LIGNE 'D'
001700*                   (TITULAIRE FCLIENTS, DOSSIER, DECISION
001800*                   ET COMMENTAIRE DE L'ANALYSTE) SUIVIE
001900*                   D'UNE LIGNE 'A' PAR ALERTE CONSERVEE.
002000*                   FICHIER DECLSUS AVEC ENTETE ET FIN
002100*                   pgctlfic (NOMBRE DE DECLARATIONS ET
002200*                   CUMUL DES MONTANTS SIGNALES). LA DATE
002300*                   D'EXTRACTION EST REPORTEE AU DOSSIER :
002400*                   UNE RELANCE NE DECLARE RIEN DEUX FOIS.
002500*--------------------------------------------------------
002600*
002700*======================================================*
002800*   E N V I R O N M E N T       D I V I S I O N        *
002900*======================================================*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-390.
003300 OBJECT-COMPUTER. IBM-390.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FDOSLCB    ASSIGN TO FDOSLCB
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS DOS-CLE
004000         FILE STATUS IS WS-FS-FDOSLCB.

004100     SELECT FXREF      ASSIGN TO FXREF
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS XRF-CLE
004500         ALTERNATE RECORD KEY IS XRF-ID-CPTE
004600         FILE STATUS IS WS-FS-FXREF.

004700     SELECT FCLI       ASSIGN TO FCLI
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS E-NUMERO
005100         FILE STATUS IS WS-FS-FCLI.

005200     SELECT DECLSUS    ASSIGN TO DECLSUS
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-FS-DECLSUS.
005500*
005600*======================================================*
005700*           D A T A         D I V I S I O N            *
005800*======================================================*
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
006200 FD  FDOSLCB
006300     RECORD CONTAINS 700 CHARACTERS.
006400     COPY FDOSLCB.
006500*
006600 FD  FXREF
006700     RECORD CONTAINS 80 CHARACTERS.
006800     COPY FCLICPT.
006900*
007000 FD  FCLI
007100     RECORD CONTAINS 400 CHARACTERS.
007200     COPY FCLIENTS.
007300*
007400*    DECLARATIONS DE SOUPCON (ENTETE ET FIN pgctlfic) :
007500*    D = DOSSIER DECLARE, A = ALERTE DU DOSSIER (LA PLUS
007600*    RECENTE EN TETE). LE TOTAL DE CONTROLE PORTE SUR LE
007700*    NOMBRE ET LE CUMUL DES LIGNES D
007800 FD  DECLSUS
007900     RECORD CONTAINS 250 CHARACTERS.
008000 01  REC-DECLSUS.
008100     05  DCL-TYPE            PIC X(01).
008200     05  DCL-ID-CPTE         PIC X(08).
008300     05  DCL-NO-DOSSIER      PIC 9(03).
008400     05  FILLER              PIC X(238).
008500 01  DCL-DOSSIER.
008600     05  FILLER              PIC X(12).
008700*        CLIENT TITULAIRE (ZERO = COMPTE SANS FICHE FCLIENTS,
008800*        NOM DU FICHIER DES COMPTES)
008900     05  DCL-NUMERO-CLI      PIC 9(08).
009000     05  DCL-TYPE-CLI        PIC X(01).
009100     05  DCL-NOM             PIC X(60).
009200     05  DCL-SIREN           PIC X(09).
009300     05  DCL-ADRESSE         PIC X(20).
009400     05  DCL-CODEP           PIC X(05).
009500     05  DCL-VILLE           PIC X(25).
009600     05  DCL-DATE-OUVERTURE  PIC 9(08).
009700     05  DCL-DATE-DECISION   PIC 9(08).
009800     05  DCL-OPID            PIC X(03).
009900     05  DCL-NB-ALERTES      PIC 9(05).
010000     05  DCL-CUMUL           PIC 9(11)V99.
010100     05  DCL-COMMENTAIRE     PIC X(60).
010200     05  FILLER              PIC X(13).
010300 01  DCL-ALERTE.
010400     05  FILLER              PIC X(12).
010500     05  DCL-ALR-DATE        PIC 9(08).
010600     05  DCL-ALR-SOURCE      PIC X(01).
010700     05  DCL-ALR-MOTIF       PIC X(26).
010800     05  DCL-ALR-MONTANT     PIC 9(11)V99.
010900     05  FILLER              PIC X(190).
011000*
011100*------------------------------------------------------*
011200 WORKING-STORAGE SECTION.
011300*------------------------------------------------------*
011400*
011500 01  WS-FS-FDOSLCB            PIC X(02) VALUE SPACE.
011600     88 FS-FDOSLCB-OK            VALUE '00'.
011700 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
011800     88 FS-FXREF-OK              VALUE '00'.
011900 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
012000     88 FS-FCLI-OK               VALUE '00'.
012100 01  WS-FS-DECLSUS            PIC X(02) VALUE SPACE.
012200     88 FS-DECLSUS-OK            VALUE '00'.
012300*
012400 01  WS-FIN-FDOSLCB           PIC X(01) VALUE 'N'.
012500     88 FIN-FDOSLCB              VALUE 'Y'.
012600*
012700 01  WS-DATE-JOUR             PIC 9(08).
012800 01  WS-IND-ALR               PIC S9(4) COMP.
012900*
013000 01  WS-NB-DOSSIERS           PIC 9(07) VALUE ZERO.
013100 01  WS-NB-DECLARES           PIC 9(07) VALUE ZERO.
013200 01  WS-NB-LIGNES-ALR         PIC 9(07) VALUE ZERO.
013300 01  WS-NB-SANS-CLIENT        PIC 9(07) VALUE ZERO.
013400 01  WS-HASH-DECL             PIC 9(13)V99 VALUE ZERO.
013500*
013600*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
013700 01  RL-COMMUN.
013800     05 RL-FONCTION    PIC X(01).
013900     05 RL-PROG        PIC X(08).
014000     05 RL-LUS         PIC 9(09).
014100     05 RL-ECRITS      PIC 9(09).
014200     05 RL-REJETES     PIC 9(09).
014300     05 RL-RC          PIC 9(02).
014400*
014500*    ENTETES / FINS DE CONTROLE (MODULE pgctlfic)
014600 01  CTL-COMMUN.
014700     05 CTL-FONCTION          PIC X(01).
014800     05 CTL-PROG              PIC X(08).
014900     05 CTL-DATE              PIC 9(08).
015000     05 CTL-COMPTEUR          PIC 9(09).
015100     05 CTL-HASH              PIC 9(13)V99.
015200     05 CTL-RC                PIC X(01).
015300     05 CTL-ENREG             PIC X(53).
015400*
015500*======================================================*
015600*     P R O C E D U R E     D I V I S I O N            *
015700*======================================================*
015800 PROCEDURE DIVISION.
015900*----------------------*
016000 0000-MAINLINE.
016100*----------------------*
016200     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
016300     IF RETURN-CODE NOT < 8
016400        GOBACK
016500     END-IF
016600     PERFORM 2000-TRAITER-DOSSIER
016700         THRU 2000-TRAITER-DOSSIER-EXIT
016800         UNTIL FIN-FDOSLCB
016900     PERFORM 9000-TERMINAISON
017000     GOBACK
017100     .
017200*----------------------*
017300 1000-INITIALISATION.
017400*----------------------*
017500     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

017600     MOVE 'D' TO RL-FONCTION
017700     MOVE 'LCBDECL' TO RL-PROG
017800     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
017900     CALL 'pgrunlog' USING RL-COMMUN

018000     OPEN I-O FDOSLCB
018100     IF NOT FS-FDOSLCB-OK
018200        DISPLAY 'LCBDECL - ERREUR OPEN FDOSLCB - FS='
018300                WS-FS-FDOSLCB
018400        MOVE 12 TO RETURN-CODE
018500        GO TO 1000-INITIALISATION-EXIT
018600     END-IF

018700     OPEN INPUT FXREF
018800     IF NOT FS-FXREF-OK
018900        DISPLAY 'LCBDECL - ERREUR OPEN FXREF - FS='
019000                WS-FS-FXREF
019100        MOVE 12 TO RETURN-CODE
019200        CLOSE FDOSLCB
019300        GO TO 1000-INITIALISATION-EXIT
019400     END-IF

019500     OPEN INPUT FCLI
019600     IF NOT FS-FCLI-OK
019700        DISPLAY 'LCBDECL - ERREUR OPEN FCLI - FS='
019800                WS-FS-FCLI
019900        MOVE 12 TO RETURN-CODE
020000        CLOSE FDOSLCB FXREF
020100        GO TO 1000-INITIALISATION-EXIT
020200     END-IF

020300     OPEN OUTPUT DECLSUS
020400     IF NOT FS-DECLSUS-OK
020500        DISPLAY 'LCBDECL - ERREUR OPEN DECLSUS - FS='
020600                WS-FS-DECLSUS
020700        MOVE 12 TO RETURN-CODE
020800        CLOSE FDOSLCB FXREF FCLI
020900        GO TO 1000-INITIALISATION-EXIT
021000     END-IF

021100     MOVE 'E'       TO CTL-FONCTION
021200     MOVE 'LCBDECL' TO CTL-PROG
021300     MOVE WS-DATE-JOUR TO CTL-DATE
021400     CALL 'pgctlfic' USING CTL-COMMUN
021500     MOVE SPACE     TO REC-DECLSUS
021600     MOVE CTL-ENREG TO REC-DECLSUS(1:53)
021700     WRITE REC-DECLSUS
021800     .
021900 1000-INITIALISATION-EXIT.
022000     EXIT.
022100*----------------------*
022200 2000-TRAITER-DOSSIER.
022300*----------------------*
022400     READ FDOSLCB NEXT RECORD
022500         AT END
022600            MOVE 'Y' TO WS-FIN-FDOSLCB
022700            GO TO 2000-TRAITER-DOSSIER-EXIT
022800     END-READ
022900     ADD 1 TO WS-NB-DOSSIERS

023000     IF NOT DOS-ESCALADE
023100        OR DOS-DATE-DECLARATION NOT = ZERO
023200        GO TO 2000-TRAITER-DOSSIER-EXIT
023300     END-IF

023400     PERFORM 3000-ECRIRE-DECLARATION
023500     PERFORM 3100-ECRIRE-ALERTE
023600         VARYING WS-IND-ALR FROM 1 BY 1
023700         UNTIL WS-IND-ALR > 10

023800     MOVE WS-DATE-JOUR TO DOS-DATE-DECLARATION
023900     REWRITE DOS-DOSSIER
024000     IF NOT FS-FDOSLCB-OK
024100        DISPLAY 'LCBDECL - REWRITE FDOSLCB IMPOSSIBLE : '
024200                DOS-ID-CPTE ' ' DOS-NO ' FS=' WS-FS-FDOSLCB
024300        MOVE 12 TO RETURN-CODE
024400     END-IF
024500     .
024600 2000-TRAITER-DOSSIER-EXIT.
024700     EXIT.
024800*----------------------*
024900 3000-ECRIRE-DECLARATION.
025000*----------------------*
025100     MOVE SPACE          TO DCL-DOSSIER
025200     MOVE 'D'            TO DCL-TYPE
025300     MOVE DOS-ID-CPTE    TO DCL-ID-CPTE
025400     MOVE DOS-NO         TO DCL-NO-DOSSIER
025500     MOVE ZERO           TO DCL-NUMERO-CLI
025600     PERFORM 3050-CHERCHER-TITULAIRE THRU 3050-CHERCHER-EXIT
025700     MOVE DOS-DATE-OUVERTURE TO DCL-DATE-OUVERTURE
025800     MOVE DOS-DATE-DECISION  TO DCL-DATE-DECISION
025900     MOVE DOS-OPID           TO DCL-OPID
026000     MOVE DOS-NB-ALERTES     TO DCL-NB-ALERTES
026100     MOVE DOS-CUMUL-MONTANT  TO DCL-CUMUL
026200     MOVE DOS-COMMENTAIRE    TO DCL-COMMENTAIRE
026300     WRITE REC-DECLSUS

026400     ADD 1 TO WS-NB-DECLARES
026500     ADD DOS-CUMUL-MONTANT TO WS-HASH-DECL
026600     DISPLAY 'LCBDECL - DECLARATION : ' DOS-ID-CPTE
026700             ' DOSSIER ' DOS-NO
026800     .
026900*----------------------*
027000 3050-CHERCHER-TITULAIRE.
027100*----------------------*
027200*    COMPTE -> CLIENT TITULAIRE (CLE SECONDAIRE DE
027300*    FCLICPT) -> IDENTITE ET ADRESSE DE LA FICHE FCLIENTS ;
027400*    A DEFAUT, NOM ET PRENOM DU FICHIER DES COMPTES
027500*    RELEVES A L'OUVERTURE DU DOSSIER
027600     MOVE DOS-ID-CPTE TO XRF-ID-CPTE
027700     READ FXREF KEY IS XRF-ID-CPTE
027800         INVALID KEY
027900            GO TO 3050-SANS-CLIENT
028000     END-READ
028100     MOVE XRF-NUMERO TO E-NUMERO
028200     READ FCLI
028300         INVALID KEY
028400            GO TO 3050-SANS-CLIENT
028500     END-READ

028600     MOVE E-NUMERO     TO DCL-NUMERO-CLI
028700     MOVE E-TYPE-CLI   TO DCL-TYPE-CLI
028800     IF E-CLI-ENTREPRISE
028900        MOVE E-RAISON-SOC TO DCL-NOM
029000        MOVE E-SIREN      TO DCL-SIREN
029100     ELSE
029200        STRING E-NOM-CLI DELIMITED BY '  '
029300               ' '       DELIMITED BY SIZE
029400               E-PNM-CLI DELIMITED BY '  '
029500               INTO DCL-NOM
029600     END-IF
029700     MOVE E-ADR-CLI    TO DCL-ADRESSE
029800     MOVE E-CODEP-CLI  TO DCL-CODEP
029900     MOVE E-VILLE-CLI  TO DCL-VILLE
030000     GO TO 3050-CHERCHER-EXIT
030100     .
030200 3050-SANS-CLIENT.
030300     DISPLAY 'LCBDECL - COMPTE SANS FICHE CLIENT : '
030400             DOS-ID-CPTE
030500     ADD 1 TO WS-NB-SANS-CLIENT
030600     STRING DOS-NOM-CLT DELIMITED BY '  '
030700            ' '         DELIMITED BY SIZE
030800            DOS-PRN-CLT DELIMITED BY '  '
030900            INTO DCL-NOM
031000     .
031100 3050-CHERCHER-EXIT.
031200     EXIT.
031300*----------------------*
031400 3100-ECRIRE-ALERTE.
031500*----------------------*
031600     IF DOS-ALR-DATE(WS-IND-ALR) = ZERO
031700        OR DOS-ALR-DATE(WS-IND-ALR) NOT NUMERIC
031800        GO TO 3100-ECRIRE-ALERTE-EXIT
031900     END-IF
032000     MOVE SPACE          TO DCL-ALERTE
032100     MOVE 'A'            TO DCL-TYPE
032200     MOVE DOS-ID-CPTE    TO DCL-ID-CPTE
032300     MOVE DOS-NO         TO DCL-NO-DOSSIER
032400     MOVE DOS-ALR-DATE(WS-IND-ALR)    TO DCL-ALR-DATE
032500     MOVE DOS-ALR-SOURCE(WS-IND-ALR)  TO DCL-ALR-SOURCE
032600     MOVE DOS-ALR-MOTIF(WS-IND-ALR)   TO DCL-ALR-MOTIF
032700     MOVE DOS-ALR-MONTANT(WS-IND-ALR) TO DCL-ALR-MONTANT
032800     WRITE REC-DECLSUS
032900     ADD 1 TO WS-NB-LIGNES-ALR
033000     .
033100 3100-ECRIRE-ALERTE-EXIT.
033200     EXIT.
033300*----------------------*
033400 9000-TERMINAISON.
033500*----------------------*
033600     MOVE 'T'            TO CTL-FONCTION
033700     MOVE WS-NB-DECLARES TO CTL-COMPTEUR
033800     MOVE WS-HASH-DECL   TO CTL-HASH
033900     CALL 'pgctlfic' USING CTL-COMMUN
034000     MOVE SPACE     TO REC-DECLSUS
034100     MOVE CTL-ENREG TO REC-DECLSUS(1:53)
034200     WRITE REC-DECLSUS

034300     CLOSE FDOSLCB
034400     CLOSE FXREF
034500     CLOSE FCLI
034600     CLOSE DECLSUS

034700     DISPLAY 'LCBDECL - DOSSIERS LUS       : ' WS-NB-DOSSIERS
034800     DISPLAY 'LCBDECL - DECLARATIONS       : ' WS-NB-DECLARES
034900     DISPLAY 'LCBDECL - LIGNES D''ALERTE    : '
035000             WS-NB-LIGNES-ALR
035100     DISPLAY 'LCBDECL - SANS FICHE CLIENT  : '
035200             WS-NB-SANS-CLIENT

035300     IF RETURN-CODE < 4 AND WS-NB-SANS-CLIENT > ZERO
035400        MOVE 4 TO RETURN-CODE
035500     END-IF

035600     MOVE 'F' TO RL-FONCTION
035700     MOVE 'LCBDECL' TO RL-PROG
035800     MOVE WS-NB-DOSSIERS TO RL-LUS
035900     MOVE WS-NB-DECLARES TO RL-ECRITS
036000     MOVE WS-NB-SANS-CLIENT TO RL-REJETES
036100     MOVE RETURN-CODE TO RL-RC
036200     CALL 'pgrunlog' USING RL-COMMUN
036300     .

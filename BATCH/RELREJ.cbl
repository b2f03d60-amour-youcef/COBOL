000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    RELREJ.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - REJETS D'ENVOI DES RELEVES
001400*                   PAR EMAIL : LE PRESTATAIRE DE ROUTAGE
001500*                   RENVOIE CHAQUE RELEVE DE RELELEC QU'IL
001600*                   N'A PU REMETTRE (REFERENCE COMPTE +
001700*                   PERIODE, ADRESSE, MOTIF). LE CLIENT
001800*                   TITULAIRE REPASSE AU RELEVE PAPIER
001900*                   (E-CANAL-RELEVE) ET UNE NOTE DE CONTACT
002000*                   EST LAISSEE DANS FNOTES, COMME LE
002100*                   COURRIER RETOURNE POSE E-NPAI. UN REJET
002200*                   PORTANT UNE ADRESSE QUI N'EST PLUS CELLE
002300*                   DE LA FICHE (CORRIGEE ENTRE-TEMPS DANS
002400*                   MODIFCLI) EST IGNORE.
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
003600     SELECT FCLIENTS   ASSIGN TO FCLIENT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS RANDOM
003900         RECORD KEY IS E-NUMERO
004000         FILE STATUS IS WS-FS-FCLIENTS.

004100     SELECT FXREF      ASSIGN TO FXREF
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS XRF-CLE
004500         ALTERNATE RECORD KEY IS XRF-ID-CPTE
004600         FILE STATUS IS WS-FS-FXREF.

004700     SELECT FNOTES     ASSIGN TO FNOTES
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS NT-CLE
005100         FILE STATUS IS WS-FS-FNOTES.

005200     SELECT RELRET     ASSIGN TO RELRET
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-FS-RELRET.
005500*
005600*======================================================*
005700*           D A T A         D I V I S I O N            *
005800*======================================================*
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
006200 FD  FCLIENTS
006300     RECORD CONTAINS 400 CHARACTERS.
006400     COPY FCLIENTS.
006500*
006600 FD  FXREF
006700     RECORD CONTAINS 80 CHARACTERS.
006800     COPY FCLICPT.
006900*
007000 FD  FNOTES
007100     RECORD CONTAINS 80 CHARACTERS.
007200     COPY FNOTES.
007300*
007400*    REJET D'ENVOI RENVOYE PAR LE PRESTATAIRE : LA
007500*    REFERENCE EST CELLE DE L'ENREGISTREMENT RELELEC
007600*    (COMPTE + PERIODE AAAAMM DU RELEVE)
007700 FD  RELRET
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  REC-RETOUR.
008000     05  RET-REFERENCE.
008100         10  RET-ID-CPTE     PIC X(08).
008200         10  RET-PERIODE     PIC 9(06).
008300     05  RET-EMAIL           PIC X(60).
008400     05  RET-MOTIF           PIC X(04).
008500     05  FILLER              PIC X(02).
008600*
008700*------------------------------------------------------*
008800 WORKING-STORAGE SECTION.
008900*------------------------------------------------------*
009000*
009100 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
009200     88 FS-FCLIENTS-OK           VALUE '00'.
009300 01  WS-FS-FXREF              PIC X(02) VALUE SPACE.
009400     88 FS-FXREF-OK              VALUE '00'.
009500 01  WS-FS-FNOTES             PIC X(02) VALUE SPACE.
009600     88 FS-FNOTES-OK             VALUE '00'.
009700 01  WS-FS-RELRET             PIC X(02) VALUE SPACE.
009800     88 FS-RELRET-OK             VALUE '00'.
009900*
010000 01  WS-FIN-RELRET            PIC X(01) VALUE 'N'.
010100     88 FIN-RELRET               VALUE 'Y'.
010200 01  WS-FIN-NOTES             PIC X(01) VALUE 'N'.
010300     88 FIN-NOTES                VALUE 'Y'.
010400*
010500 01  WS-DATE-JOUR             PIC 9(08).
010600 01  WS-DATE-JOUR-R REDEFINES WS-DATE-JOUR.
010700     05 WS-JOUR-SIECLE        PIC 9(02).
010800     05 WS-JOUR-AA            PIC 9(02).
010900     05 WS-JOUR-MM            PIC 9(02).
011000     05 WS-JOUR-JJ            PIC 9(02).
011100 01  WS-HEURE                 PIC 9(08).
011200 01  WS-HEURE-R REDEFINES WS-HEURE.
011300     05 WS-HEURE-HH           PIC 9(02).
011400     05 WS-HEURE-MN           PIC 9(02).
011500     05 WS-HEURE-SS           PIC 9(02).
011600     05 FILLER                PIC 9(02).
011700*
011800*    DATES ET HEURE AU FORMAT DE LA FICHE ET DES NOTES
011900*    (JJ/MM/AA ET HH:MM:SS, COMME FORMATTIME EN CICS)
012000 01  WS-DATE-COURTE.
012100     05 WS-DC-JJ              PIC 9(02).
012200     05 FILLER                PIC X(01) VALUE '/'.
012300     05 WS-DC-MM              PIC 9(02).
012400     05 FILLER                PIC X(01) VALUE '/'.
012500     05 WS-DC-AA              PIC 9(02).
012600 01  WS-HEURE-NOTE.
012700     05 WS-HN-HH              PIC 9(02).
012800     05 FILLER                PIC X(01) VALUE ':'.
012900     05 WS-HN-MN              PIC 9(02).
013000     05 FILLER                PIC X(01) VALUE ':'.
013100     05 WS-HN-SS              PIC 9(02).
013200*
013300 01  WS-CLIENT                PIC 9(08).
013400 01  WS-DERNIER-SEQ           PIC 9(03).
013500*
013600 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
013700 01  WS-NB-PAPIER             PIC 9(07) VALUE ZERO.
013800 01  WS-NB-DEJA-PAPIER        PIC 9(07) VALUE ZERO.
013900 01  WS-NB-ADR-CHANGEE        PIC 9(07) VALUE ZERO.
014000 01  WS-NB-REJETS             PIC 9(07) VALUE ZERO.
014100 01  WS-NB-NOTES              PIC 9(07) VALUE ZERO.
014200*
014300*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
014400 01  RL-COMMUN.
014500     05 RL-FONCTION    PIC X(01).
014600     05 RL-PROG        PIC X(08).
014700     05 RL-LUS         PIC 9(09).
014800     05 RL-ECRITS      PIC 9(09).
014900     05 RL-REJETES     PIC 9(09).
015000     05 RL-RC          PIC 9(02).
015100*
015200*======================================================*
015300*     P R O C E D U R E     D I V I S I O N            *
015400*======================================================*
015500 PROCEDURE DIVISION.
015600*----------------------*
015700 0000-MAINLINE.
015800*----------------------*
015900     PERFORM 1000-INITIALISATION
016000     PERFORM 2000-TRAITER-RETOUR THRU 2000-TRAITER-EXIT
016100         UNTIL FIN-RELRET
016200     PERFORM 9000-TERMINAISON
016300     GOBACK
016400     .
016500*----------------------*
016600 1000-INITIALISATION.
016700*----------------------*
016800     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
016900     MOVE WS-JOUR-JJ TO WS-DC-JJ
017000     MOVE WS-JOUR-MM TO WS-DC-MM
017100     MOVE WS-JOUR-AA TO WS-DC-AA

017200     MOVE 'D' TO RL-FONCTION
017300     MOVE 'RELREJ' TO RL-PROG
017400     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
017500     CALL 'pgrunlog' USING RL-COMMUN

017600     OPEN I-O FCLIENTS
017700     IF NOT FS-FCLIENTS-OK
017800        DISPLAY 'RELREJ - ERREUR OPEN FCLIENTS - FS='
017900                WS-FS-FCLIENTS
018000        MOVE 12 TO RETURN-CODE
018100        GOBACK
018200     END-IF

018300     OPEN INPUT FXREF
018400     IF NOT FS-FXREF-OK
018500        DISPLAY 'RELREJ - ERREUR OPEN FXREF - FS='
018600                WS-FS-FXREF
018700        MOVE 12 TO RETURN-CODE
018800        CLOSE FCLIENTS
018900        GOBACK
019000     END-IF

019100     OPEN I-O FNOTES
019200     IF NOT FS-FNOTES-OK
019300        DISPLAY 'RELREJ - ERREUR OPEN FNOTES - FS='
019400                WS-FS-FNOTES
019500        MOVE 12 TO RETURN-CODE
019600        CLOSE FCLIENTS
019700        CLOSE FXREF
019800        GOBACK
019900     END-IF

020000     OPEN INPUT RELRET
020100     IF NOT FS-RELRET-OK
020200        DISPLAY 'RELREJ - ERREUR OPEN RELRET - FS='
020300                WS-FS-RELRET
020400        MOVE 12 TO RETURN-CODE
020500        CLOSE FCLIENTS
020600        CLOSE FXREF
020700        CLOSE FNOTES
020800        GOBACK
020900     END-IF
021000     .
021100*----------------------*
021200 2000-TRAITER-RETOUR.
021300*----------------------*
021400     READ RELRET
021500         AT END
021600            MOVE 'Y' TO WS-FIN-RELRET
021700            GO TO 2000-TRAITER-EXIT
021800     END-READ

021900     ADD 1 TO WS-NB-LUS

022000*    COMPTE DU RELEVE -> CLIENT TITULAIRE (FCLICPT)
022100     MOVE RET-ID-CPTE TO XRF-ID-CPTE
022200     READ FXREF KEY IS XRF-ID-CPTE
022300         INVALID KEY
022400            DISPLAY 'RELREJ - COMPTE SANS CLIENT : '
022500                    RET-ID-CPTE
022600            ADD 1 TO WS-NB-REJETS
022700            GO TO 2000-TRAITER-EXIT
022800     END-READ
022900     MOVE XRF-NUMERO TO WS-CLIENT

023000     MOVE XRF-NUMERO TO E-NUMERO
023100     READ FCLIENTS
023200         INVALID KEY
023300            DISPLAY 'RELREJ - CLIENT INCONNU : ' WS-CLIENT
023400                    ' (COMPTE ' RET-ID-CPTE ')'
023500            ADD 1 TO WS-NB-REJETS
023600            GO TO 2000-TRAITER-EXIT
023700     END-READ

023800*    CLIENT DEJA REPASSE AU PAPIER (AUTRE COMPTE DU MEME
023900*    CLIENT REJETE DANS LE MEME FICHIER, OU CHOIX MODIFIE
024000*    AU GUICHET) : RIEN A FAIRE
024100     IF NOT E-RELEVE-EMAIL
024200        ADD 1 TO WS-NB-DEJA-PAPIER
024300        GO TO 2000-TRAITER-EXIT
024400     END-IF

024500*    ADRESSE CORRIGEE DEPUIS L'ENVOI : LE REJET NE
024600*    CONCERNE PLUS LA FICHE
024700     IF E-EMAIL-CLI NOT = RET-EMAIL
024800        DISPLAY 'RELREJ - ADRESSE MODIFIEE DEPUIS L''ENVOI, '
024900                'REJET IGNORE : CLIENT ' WS-CLIENT
025000        ADD 1 TO WS-NB-ADR-CHANGEE
025100        GO TO 2000-TRAITER-EXIT
025200     END-IF

025300*    RETOUR AU RELEVE PAPIER
025400     MOVE 'P'            TO E-CANAL-RELEVE
025500     MOVE WS-DATE-COURTE TO E-DATE-MODIF
025600     REWRITE E-CLIENT
025700         INVALID KEY
025800            DISPLAY 'RELREJ - REWRITE FCLIENTS IMPOSSIBLE : '
025900                    WS-CLIENT
026000            ADD 1 TO WS-NB-REJETS
026100            GO TO 2000-TRAITER-EXIT
026200     END-REWRITE
026300     ADD 1 TO WS-NB-PAPIER
026400     DISPLAY 'RELREJ - CLIENT ' WS-CLIENT ' REPASSE AU PAPIER'
026500             ' (MOTIF ' RET-MOTIF ')'

026600     PERFORM 3000-ECRIRE-NOTE THRU 3000-ECRIRE-NOTE-EXIT
026700     .
026800 2000-TRAITER-EXIT.
026900     EXIT.
027000*----------------------*
027100 3000-ECRIRE-NOTE.
027200*----------------------*
027300*    NOTE DE CONTACT A LA SUITE DES NOTES DU CLIENT
027400*    (NUMERO DE NOTE CROISSANT, COMME NOTECLI)
027500     MOVE ZERO       TO WS-DERNIER-SEQ
027600     MOVE 'N'        TO WS-FIN-NOTES
027700     MOVE WS-CLIENT  TO NT-NUMERO
027800     MOVE ZERO       TO NT-SEQ
027900     START FNOTES KEY IS NOT LESS THAN NT-CLE
028000         INVALID KEY
028100            MOVE 'Y' TO WS-FIN-NOTES
028200     END-START
028300     PERFORM 3100-LIRE-UNE-NOTE
028400         UNTIL FIN-NOTES

028500     IF WS-DERNIER-SEQ = 999
028600        DISPLAY 'RELREJ - PLUS DE NUMERO DE NOTE LIBRE : '
028700                WS-CLIENT
028800        ADD 1 TO WS-NB-REJETS
028900        GO TO 3000-ECRIRE-NOTE-EXIT
029000     END-IF

029100     ACCEPT WS-HEURE FROM TIME
029200     MOVE WS-HEURE-HH TO WS-HN-HH
029300     MOVE WS-HEURE-MN TO WS-HN-MN
029400     MOVE WS-HEURE-SS TO WS-HN-SS

029500     MOVE SPACE          TO NT-NOTE
029600     MOVE WS-CLIENT      TO NT-NUMERO
029700     COMPUTE NT-SEQ = WS-DERNIER-SEQ + 1
029800     MOVE WS-DATE-COURTE TO NT-DATE
029900     MOVE WS-HEURE-NOTE  TO NT-HEURE
030000     MOVE 'BAT'          TO NT-OPID
030100     MOVE 'I'            TO NT-CATEGORIE
030200     STRING 'EMAIL RELEVE REJETE (' DELIMITED BY SIZE
030300            RET-MOTIF               DELIMITED BY SIZE
030400            ') - RETOUR PAPIER'     DELIMITED BY SIZE
030500         INTO NT-TEXTE
030600     END-STRING
030700     WRITE NT-NOTE
030800         INVALID KEY
030900            DISPLAY 'RELREJ - WRITE FNOTES IMPOSSIBLE : '
031000                    WS-CLIENT
031100            ADD 1 TO WS-NB-REJETS
031200            GO TO 3000-ECRIRE-NOTE-EXIT
031300     END-WRITE
031400     ADD 1 TO WS-NB-NOTES
031500     .
031600 3000-ECRIRE-NOTE-EXIT.
031700     EXIT.
031800*----------------------*
031900 3100-LIRE-UNE-NOTE.
032000*----------------------*
032100     READ FNOTES NEXT RECORD
032200         AT END
032300            MOVE 'Y' TO WS-FIN-NOTES
032400     END-READ
032500     IF NOT FIN-NOTES
032600        IF NT-NUMERO NOT = WS-CLIENT
032700           MOVE 'Y' TO WS-FIN-NOTES
032800        ELSE
032900           MOVE NT-SEQ TO WS-DERNIER-SEQ
033000        END-IF
033100     END-IF
033200     .
033300*----------------------*
033400 9000-TERMINAISON.
033500*----------------------*
033600     CLOSE FCLIENTS
033700     CLOSE FXREF
033800     CLOSE FNOTES
033900     CLOSE RELRET

034000     DISPLAY 'RELREJ - REJETS D''ENVOI LUS       : ' WS-NB-LUS
034100     DISPLAY 'RELREJ - CLIENTS REPASSES PAPIER  : '
034200             WS-NB-PAPIER
034300     DISPLAY 'RELREJ - DEJA AU PAPIER           : '
034400             WS-NB-DEJA-PAPIER
034500     DISPLAY 'RELREJ - ADRESSE DEJA CORRIGEE    : '
034600             WS-NB-ADR-CHANGEE
034700     DISPLAY 'RELREJ - NOTES DE CONTACT ECRITES : '
034800             WS-NB-NOTES
034900     DISPLAY 'RELREJ - REJETS                   : '
035000             WS-NB-REJETS

035100     IF WS-NB-REJETS > ZERO
035200        MOVE 4 TO RETURN-CODE
035300     END-IF

035400     MOVE 'F'          TO RL-FONCTION
035500     MOVE 'RELREJ'     TO RL-PROG
035600     MOVE WS-NB-LUS    TO RL-LUS
035700     MOVE WS-NB-PAPIER TO RL-ECRITS
035800     MOVE WS-NB-REJETS TO RL-REJETES
035900     MOVE RETURN-CODE  TO RL-RC
036000     CALL 'pgrunlog' USING RL-COMMUN
036100     .

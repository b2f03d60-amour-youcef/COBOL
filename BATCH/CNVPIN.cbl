000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CNVPIN.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - CONVERSION UNIQUE DES PIN
001400*                   EN CLAIR EN EMPREINTES A SENS UNIQUE
001500*                   (MODULE pgpin, JCL CNVPIN). PHASE 1 :
001600*                   LES MOUVEMENTS EN SUSPENS (SUSPMVT.DAT)
001700*                   SONT VERIFIES CONTRE LES PIN ENCORE EN
001800*                   CLAIR, RECOIVENT LA MARQUE DE CONTROLE
001900*                   (T, C OU E) ET LEUR PIN PASSE A ZERO.
002000*                   PHASE 2 : EMPREINTE DU PIN DU TITULAIRE
002100*                   DANS FPINCTL (COMPTEURS GARDES) PUIS
002200*                   PIN-CLT A ZERO, EMPREINTE DES PIN DES
002300*                   CO-TITULAIRES ET DES CODES MANDATAIRES,
002400*                   PIN DES ORDRES PERMANENTS A ZERO. TOUTE
002500*                   ERREUR D'E/S OU D'EMPREINTE DONNE RC 8
002600*                   (LE JCL NE REMET PAS LE TP EN ROUTE).
002700*--------------------------------------------------------
002800*
002900*======================================================*
003000*   E N V I R O N M E N T       D I V I S I O N        *
003100*======================================================*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER. IBM-390.
003500 OBJECT-COMPUTER. IBM-390.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FSUS       ASSIGN TO FSUSMVT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-FS-FSUS.

004100     SELECT FCLT       ASSIGN TO FCLT
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS ID-CPTE
004500         FILE STATUS IS WS-FS-FCLT.

004600     SELECT FCOT       ASSIGN TO FCOT
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS DYNAMIC
004900         RECORD KEY IS CT-ID-CPTE
005000         FILE STATUS IS WS-FS-FCOT.

005100     SELECT FPINCTL    ASSIGN TO FPINCTL
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS RANDOM
005400         RECORD KEY IS PIN-ID-CPTE
005500         FILE STATUS IS WS-FS-FPINCTL.

005600     SELECT FMANDAT    ASSIGN TO FMANDAT
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS MDT-CLE
006000         FILE STATUS IS WS-FS-FMANDAT.

006100     SELECT FORDPERM   ASSIGN TO FORDPERM
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS SEQUENTIAL
006400         RECORD KEY IS OP-CLE
006500         FILE STATUS IS WS-FS-FORDPERM.
006600*
006700*======================================================*
006800*           D A T A         D I V I S I O N            *
006900*======================================================*
007000 DATA DIVISION.
007100 FILE SECTION.
007200*
007300*    MOUVEMENT EN SUSPENS : MOTIF, DATE D'ENTREE PUIS LE
007400*    MOUVEMENT MVTCLT TEL QU'IL A ETE REJETE
007500 FD  FSUS
007600     RECORD CONTAINS 90 CHARACTERS.
007700 01  REC-SUS.
007800     05  SUS-MOTIF            PIC X(02).
007900     05  SUS-DATE-ENTREE      PIC 9(08).
008000     05  SUS-MVT.
008100         10  SUS-MVT-ID-CPTE  PIC X(08).
008200         10  FILLER           PIC X(11).
008300         10  SUS-MVT-PIN      PIC 9(04).
008400         10  FILLER           PIC X(52).
008500         10  SUS-MVT-CTL-PIN  PIC X(01).
008600         10  FILLER           PIC X(04).
008700*
008800 FD  FCLT
008900     RECORD CONTAINS 80 CHARACTERS.
009000 01  REC-CLT.
009100     05  ID-CPTE    PIC X(08).
009200     05  FILLER     PIC X(58).
009300     05  PIN-CLT    PIC 9(04).
009400     05  FILLER     PIC X(10).
009500*
009600 FD  FCOT
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  REC-COT.
009900     05  CT-ID-CPTE   PIC X(08).
010000     05  CT-NOM       PIC X(10).
010100     05  CT-PRN       PIC X(10).
010200     05  CT-DTN       PIC 9(08).
010300     05  CT-SEX       PIC X(01).
010400     05  CT-PIN       PIC 9(04).
010500     05  CT-SEL       PIC X(08).
010600     05  CT-EMPREINTE PIC X(16).
010700     05  FILLER       PIC X(15).
010800*
010900 FD  FPINCTL
011000     RECORD CONTAINS 80 CHARACTERS.
011100     COPY FPINCTL.
011200*
011300 FD  FMANDAT
011400     RECORD CONTAINS 80 CHARACTERS.
011500     COPY FMANDAT.
011600*
011700 FD  FORDPERM
011800     RECORD CONTAINS 80 CHARACTERS.
011900     COPY FORDPERM.
012000*
012100*------------------------------------------------------*
012200 WORKING-STORAGE SECTION.
012300*------------------------------------------------------*
012400*
012500 01  WS-FS-FSUS               PIC X(02) VALUE SPACE.
012600     88 FS-FSUS-OK               VALUE '00'.
012700 01  WS-FS-FCLT               PIC X(02) VALUE SPACE.
012800     88 FS-FCLT-OK               VALUE '00'.
012900 01  WS-FS-FCOT               PIC X(02) VALUE SPACE.
013000     88 FS-FCOT-OK               VALUE '00'.
013100 01  WS-FS-FPINCTL            PIC X(02) VALUE SPACE.
013200     88 FS-FPINCTL-OK            VALUE '00'.
013300     88 FS-FPINCTL-ABSENT        VALUE '23'.
013400 01  WS-FS-FMANDAT            PIC X(02) VALUE SPACE.
013500     88 FS-FMANDAT-OK            VALUE '00'.
013600 01  WS-FS-FORDPERM           PIC X(02) VALUE SPACE.
013700     88 FS-FORDPERM-OK           VALUE '00'.
013800*
013900 01  WS-FIN-FSUS              PIC X(01) VALUE 'N'.
014000     88 FIN-FSUS                 VALUE 'Y'.
014100 01  WS-FIN-FCLT              PIC X(01) VALUE 'N'.
014200     88 FIN-FCLT                 VALUE 'Y'.
014300 01  WS-FIN-FCOT              PIC X(01) VALUE 'N'.
014400     88 FIN-FCOT                 VALUE 'Y'.
014500 01  WS-FIN-FMANDAT           PIC X(01) VALUE 'N'.
014600     88 FIN-FMANDAT              VALUE 'Y'.
014700 01  WS-FIN-FORDPERM          PIC X(01) VALUE 'N'.
014800     88 FIN-FORDPERM             VALUE 'Y'.
014900*
015000 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
015100*
015200*    SEL DES EMPREINTES : HEURE DU TRAITEMENT PLUS RANG DE
015300*    L'EMPREINTE DANS LE RUN (UN SEL DIFFERENT PAR PIN)
015400 01  WS-HEURE-SEL             PIC 9(08) VALUE ZERO.
015500 01  WS-SEL-NUM               PIC 9(08) VALUE ZERO.
015600 01  WS-NB-SELS               PIC 9(08) VALUE ZERO.
015700*
015800*    ZONE DU MODULE COMMUN pgpin (EMPREINTE DES PIN)
015900     COPY WSPIN.
016000*
016100*    COMPTEURS DE CONTROLE
016200 01  WS-COMPTEURS.
016300     05 WS-NB-SUS-LUS         PIC 9(07) VALUE ZERO.
016400     05 WS-NB-SUS-TITULAIRE   PIC 9(07) VALUE ZERO.
016500     05 WS-NB-SUS-COTITULAIRE PIC 9(07) VALUE ZERO.
016600     05 WS-NB-SUS-ERRONES     PIC 9(07) VALUE ZERO.
016700     05 WS-NB-CPT-LUS         PIC 9(07) VALUE ZERO.
016800     05 WS-NB-CPT-CONVERTIS   PIC 9(07) VALUE ZERO.
016900     05 WS-NB-PIN-CREES       PIC 9(07) VALUE ZERO.
017000     05 WS-NB-PIN-MAJ         PIC 9(07) VALUE ZERO.
017100     05 WS-NB-COT-LUS         PIC 9(07) VALUE ZERO.
017200     05 WS-NB-COT-CONVERTIS   PIC 9(07) VALUE ZERO.
017300     05 WS-NB-MDT-LUS         PIC 9(07) VALUE ZERO.
017400     05 WS-NB-MDT-CONVERTIS   PIC 9(07) VALUE ZERO.
017500     05 WS-NB-OP-LUS          PIC 9(07) VALUE ZERO.
017600     05 WS-NB-OP-CONVERTIS    PIC 9(07) VALUE ZERO.
017700     05 WS-NB-ERREURS         PIC 9(07) VALUE ZERO.
017800*
017900*======================================================*
018000*     P R O C E D U R E     D I V I S I O N            *
018100*======================================================*
018200 PROCEDURE DIVISION.
018300*----------------------*
018400 0000-MAINLINE.
018500*----------------------*
018600     PERFORM 1000-INITIALISATION
018700     PERFORM 2000-CONVERTIR-SUSPENS THRU 2000-CONVERTIR-EXIT
018800         UNTIL FIN-FSUS
018900     PERFORM 2900-FIN-PHASE-1
019000     PERFORM 3000-CONVERTIR-COMPTE THRU 3000-CONVERTIR-EXIT
019100         UNTIL FIN-FCLT
019200     PERFORM 4000-CONVERTIR-COTIT THRU 4000-CONVERTIR-EXIT
019300         UNTIL FIN-FCOT
019400     PERFORM 5000-CONVERTIR-MANDAT THRU 5000-CONVERTIR-EXIT
019500         UNTIL FIN-FMANDAT
019600     PERFORM 6000-CONVERTIR-ORDRE THRU 6000-CONVERTIR-EXIT
019700         UNTIL FIN-FORDPERM
019800     PERFORM 9000-TERMINAISON
019900     GOBACK
020000     .
020100*----------------------*
020200 1000-INITIALISATION.
020300*----------------------*
020400*    PHASE 1 : LES COMPTES ET CO-TITULAIRES SONT LUS EN
020500*    ACCES DIRECT POUR VERIFIER LES PIN DES SUSPENS
020600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
020700     ACCEPT WS-HEURE-SEL FROM TIME

020800     OPEN I-O FSUS
020900     IF NOT FS-FSUS-OK
021000        DISPLAY 'CNVPIN - ERREUR OPEN FSUSMVT - FS='
021100                WS-FS-FSUS
021200        MOVE 12 TO RETURN-CODE
021300        GOBACK
021400     END-IF
021500     OPEN INPUT FCLT
021600     IF NOT FS-FCLT-OK
021700        DISPLAY 'CNVPIN - ERREUR OPEN FCLT - FS='
021800                WS-FS-FCLT
021900        MOVE 12 TO RETURN-CODE
022000        CLOSE FSUS
022100        GOBACK
022200     END-IF
022300     OPEN INPUT FCOT
022400     IF NOT FS-FCOT-OK
022500        DISPLAY 'CNVPIN - ERREUR OPEN FCOT - FS='
022600                WS-FS-FCOT
022700        MOVE 12 TO RETURN-CODE
022800        CLOSE FSUS
022900        CLOSE FCLT
023000        GOBACK
023100     END-IF
023200     .
023300*----------------------*
023400 2000-CONVERTIR-SUSPENS.
023500*----------------------*
023600*    SEUL UN SUSPENS PORTANT ENCORE UN PIN ET SANS MARQUE
023700*    DE CONTROLE EST TRAITE ; LE PIN EST TOUJOURS EFFACE
023800     READ FSUS
023900         AT END
024000           MOVE 'Y' TO WS-FIN-FSUS
024100           GO TO 2000-CONVERTIR-EXIT
024200     END-READ
024300     ADD 1 TO WS-NB-SUS-LUS

024400     IF SUS-MVT-PIN = ZERO OR SUS-MVT-CTL-PIN NOT = SPACE
024500        GO TO 2000-CONVERTIR-EXIT
024600     END-IF

024700     MOVE 'E' TO SUS-MVT-CTL-PIN
024800     MOVE SUS-MVT-ID-CPTE TO ID-CPTE
024900     READ FCLT
025000         INVALID KEY
025100           MOVE SPACE TO REC-CLT
025200     END-READ
025300     IF ID-CPTE = SUS-MVT-ID-CPTE
025400        AND PIN-CLT = SUS-MVT-PIN
025500        MOVE 'T' TO SUS-MVT-CTL-PIN
025600     ELSE
025700        MOVE SUS-MVT-ID-CPTE TO CT-ID-CPTE
025800        READ FCOT
025900            INVALID KEY
026000              MOVE SPACE TO REC-COT
026100        END-READ
026200        IF CT-ID-CPTE = SUS-MVT-ID-CPTE
026300           AND CT-PIN = SUS-MVT-PIN
026400           MOVE 'C' TO SUS-MVT-CTL-PIN
026500        END-IF
026600     END-IF

026700     EVALUATE SUS-MVT-CTL-PIN
026800        WHEN 'T' ADD 1 TO WS-NB-SUS-TITULAIRE
026900        WHEN 'C' ADD 1 TO WS-NB-SUS-COTITULAIRE
027000        WHEN OTHER ADD 1 TO WS-NB-SUS-ERRONES
027100     END-EVALUATE
027200     MOVE ZERO TO SUS-MVT-PIN

027300     REWRITE REC-SUS
027400     IF NOT FS-FSUS-OK
027500        DISPLAY 'CNVPIN - ERREUR REWRITE FSUSMVT - FS='
027600                WS-FS-FSUS ' - COMPTE ' SUS-MVT-ID-CPTE
027700        ADD 1 TO WS-NB-ERREURS
027800     END-IF
027900     .
028000 2000-CONVERTIR-EXIT.
028100     EXIT.
028200*----------------------*
028300 2900-FIN-PHASE-1.
028400*----------------------*
028500*    PHASE 2 : RELECTURE SEQUENTIELLE DE CHAQUE FICHIER
028600*    EN MISE A JOUR
028700     CLOSE FSUS
028800     CLOSE FCLT
028900     CLOSE FCOT

029000     OPEN I-O FCLT
029100     IF NOT FS-FCLT-OK
029200        DISPLAY 'CNVPIN - ERREUR OPEN FCLT - FS='
029300                WS-FS-FCLT
029400        MOVE 12 TO RETURN-CODE
029500        GOBACK
029600     END-IF
029700     OPEN I-O FPINCTL
029800     IF NOT FS-FPINCTL-OK
029900        DISPLAY 'CNVPIN - ERREUR OPEN FPINCTL - FS='
030000                WS-FS-FPINCTL
030100        MOVE 12 TO RETURN-CODE
030200     END-IF
030300     OPEN I-O FCOT
030400     IF NOT FS-FCOT-OK
030500        DISPLAY 'CNVPIN - ERREUR OPEN FCOT - FS='
030600                WS-FS-FCOT
030700        MOVE 12 TO RETURN-CODE
030800     END-IF
030900     OPEN I-O FMANDAT
031000     IF NOT FS-FMANDAT-OK
031100        DISPLAY 'CNVPIN - ERREUR OPEN FMANDAT - FS='
031200                WS-FS-FMANDAT
031300        MOVE 12 TO RETURN-CODE
031400     END-IF
031500     OPEN I-O FORDPERM
031600     IF NOT FS-FORDPERM-OK
031700        DISPLAY 'CNVPIN - ERREUR OPEN FORDPERM - FS='
031800                WS-FS-FORDPERM
031900        MOVE 12 TO RETURN-CODE
032000     END-IF

032100     IF RETURN-CODE = 12
032200        CLOSE FCLT
032300        CLOSE FPINCTL
032400        CLOSE FCOT
032500        CLOSE FMANDAT
032600        CLOSE FORDPERM
032700        GOBACK
032800     END-IF
032900     .
033000*----------------------*
033100 3000-CONVERTIR-COMPTE.
033200*----------------------*
033300*    COMPTE : EMPREINTE DU PIN DANS FPINCTL (COMPTEUR
033400*    D'ESSAIS, BLOCAGE ET DATE GARDES S'IL EXISTE DEJA),
033500*    PUIS PIN-CLT A ZERO. UN COMPTE SANS PIN EST LAISSE
033600     READ FCLT NEXT RECORD
033700         AT END
033800           MOVE 'Y' TO WS-FIN-FCLT
033900           GO TO 3000-CONVERTIR-EXIT
034000     END-READ
034100     ADD 1 TO WS-NB-CPT-LUS

034200     IF PIN-CLT = ZERO
034300        GO TO 3000-CONVERTIR-EXIT
034400     END-IF

034500     MOVE ID-CPTE TO PNH-ID-CPTE
034600     MOVE PIN-CLT TO PNH-PIN
034700     PERFORM 7000-CALCULER-EMPREINTE
034800     IF NOT PNH-OK
034900        GO TO 3000-CONVERTIR-EXIT
035000     END-IF

035100     MOVE ID-CPTE TO PIN-ID-CPTE
035200     READ FPINCTL
035300         INVALID KEY
035400           CONTINUE
035500     END-READ
035600     IF FS-FPINCTL-OK
035700        MOVE PNH-SEL       TO PIN-SEL
035800        MOVE PNH-EMPREINTE TO PIN-EMPREINTE
035900        REWRITE PIN-CONTROLE
036000        IF NOT FS-FPINCTL-OK
036100           DISPLAY 'CNVPIN - ERREUR REWRITE FPINCTL - FS='
036200                   WS-FS-FPINCTL ' - COMPTE ' ID-CPTE
036300           ADD 1 TO WS-NB-ERREURS
036400           GO TO 3000-CONVERTIR-EXIT
036500        END-IF
036600        ADD 1 TO WS-NB-PIN-MAJ
036700     ELSE
036800        IF NOT FS-FPINCTL-ABSENT
036900           DISPLAY 'CNVPIN - ERREUR READ FPINCTL - FS='
037000                   WS-FS-FPINCTL ' - COMPTE ' ID-CPTE
037100           ADD 1 TO WS-NB-ERREURS
037200           GO TO 3000-CONVERTIR-EXIT
037300        END-IF
037400        MOVE SPACE         TO PIN-CONTROLE
037500        MOVE ID-CPTE       TO PIN-ID-CPTE
037600        MOVE ZERO          TO PIN-ESSAIS
037700        MOVE 'N'           TO PIN-BLOQUE
037800        MOVE WS-DATE-JOUR  TO PIN-DATE-DERN-EVT
037900        MOVE PNH-SEL       TO PIN-SEL
038000        MOVE PNH-EMPREINTE TO PIN-EMPREINTE
038100        WRITE PIN-CONTROLE
038200        IF NOT FS-FPINCTL-OK
038300           DISPLAY 'CNVPIN - ERREUR WRITE FPINCTL - FS='
038400                   WS-FS-FPINCTL ' - COMPTE ' ID-CPTE
038500           ADD 1 TO WS-NB-ERREURS
038600           GO TO 3000-CONVERTIR-EXIT
038700        END-IF
038800        ADD 1 TO WS-NB-PIN-CREES
038900     END-IF

039000     MOVE ZERO TO PIN-CLT
039100     REWRITE REC-CLT
039200     IF NOT FS-FCLT-OK
039300        DISPLAY 'CNVPIN - ERREUR REWRITE FCLT - FS='
039400                WS-FS-FCLT ' - COMPTE ' ID-CPTE
039500        ADD 1 TO WS-NB-ERREURS
039600        GO TO 3000-CONVERTIR-EXIT
039700     END-IF
039800     ADD 1 TO WS-NB-CPT-CONVERTIS
039900     .
040000 3000-CONVERTIR-EXIT.
040100     EXIT.
040200*----------------------*
040300 4000-CONVERTIR-COTIT.
040400*----------------------*
040500     READ FCOT NEXT RECORD
040600         AT END
040700           MOVE 'Y' TO WS-FIN-FCOT
040800           GO TO 4000-CONVERTIR-EXIT
040900     END-READ
041000     ADD 1 TO WS-NB-COT-LUS

041100     IF CT-PIN = ZERO
041200        GO TO 4000-CONVERTIR-EXIT
041300     END-IF

041400     MOVE CT-ID-CPTE TO PNH-ID-CPTE
041500     MOVE CT-PIN     TO PNH-PIN
041600     PERFORM 7000-CALCULER-EMPREINTE
041700     IF NOT PNH-OK
041800        GO TO 4000-CONVERTIR-EXIT
041900     END-IF

042000     MOVE ZERO          TO CT-PIN
042100     MOVE PNH-SEL       TO CT-SEL
042200     MOVE PNH-EMPREINTE TO CT-EMPREINTE
042300     REWRITE REC-COT
042400     IF NOT FS-FCOT-OK
042500        DISPLAY 'CNVPIN - ERREUR REWRITE FCOT - FS='
042600                WS-FS-FCOT ' - COMPTE ' CT-ID-CPTE
042700        ADD 1 TO WS-NB-ERREURS
042800        GO TO 4000-CONVERTIR-EXIT
042900     END-IF
043000     ADD 1 TO WS-NB-COT-CONVERTIS
043100     .
043200 4000-CONVERTIR-EXIT.
043300     EXIT.
043400*----------------------*
043500 5000-CONVERTIR-MANDAT.
043600*----------------------*
043700*    LE CODE DU MANDATAIRE EST VERIFIE AVEC LE NUMERO DU
043800*    COMPTE MANDANT (GUICHET)
043900     READ FMANDAT NEXT RECORD
044000         AT END
044100           MOVE 'Y' TO WS-FIN-FMANDAT
044200           GO TO 5000-CONVERTIR-EXIT
044300     END-READ
044400     ADD 1 TO WS-NB-MDT-LUS

044500     IF MDT-CODE = ZERO
044600        GO TO 5000-CONVERTIR-EXIT
044700     END-IF

044800     MOVE MDT-ID-CPTE TO PNH-ID-CPTE
044900     MOVE MDT-CODE    TO PNH-PIN
045000     PERFORM 7000-CALCULER-EMPREINTE
045100     IF NOT PNH-OK
045200        GO TO 5000-CONVERTIR-EXIT
045300     END-IF

045400     MOVE ZERO          TO MDT-CODE
045500     MOVE PNH-SEL       TO MDT-SEL
045600     MOVE PNH-EMPREINTE TO MDT-EMPREINTE
045700     REWRITE MDT-MANDAT
045800     IF NOT FS-FMANDAT-OK
045900        DISPLAY 'CNVPIN - ERREUR REWRITE FMANDAT - FS='
046000                WS-FS-FMANDAT ' - COMPTE ' MDT-ID-CPTE
046100        ADD 1 TO WS-NB-ERREURS
046200        GO TO 5000-CONVERTIR-EXIT
046300     END-IF
046400     ADD 1 TO WS-NB-MDT-CONVERTIS
046500     .
046600 5000-CONVERTIR-EXIT.
046700     EXIT.
046800*----------------------*
046900 6000-CONVERTIR-ORDRE.
047000*----------------------*
047100*    ORDRE PERMANENT : LE PIN A ETE CONTROLE A LA SAISIE
047200*    (GESORDP), IL N'EST PLUS CONSERVE
047300     READ FORDPERM NEXT RECORD
047400         AT END
047500           MOVE 'Y' TO WS-FIN-FORDPERM
047600           GO TO 6000-CONVERTIR-EXIT
047700     END-READ
047800     ADD 1 TO WS-NB-OP-LUS

047900     IF OP-PIN = ZERO
048000        GO TO 6000-CONVERTIR-EXIT
048100     END-IF

048200     MOVE ZERO TO OP-PIN
048300     REWRITE OP-ORDRE
048400     IF NOT FS-FORDPERM-OK
048500        DISPLAY 'CNVPIN - ERREUR REWRITE FORDPERM - FS='
048600                WS-FS-FORDPERM ' - COMPTE ' OP-ID-CPTE
048700        ADD 1 TO WS-NB-ERREURS
048800        GO TO 6000-CONVERTIR-EXIT
048900     END-IF
049000     ADD 1 TO WS-NB-OP-CONVERTIS
049100     .
049200 6000-CONVERTIR-EXIT.
049300     EXIT.
049400*----------------------*
049500 7000-CALCULER-EMPREINTE.
049600*----------------------*
049700*    EMPREINTE DE PNH-PIN POUR LE COMPTE PNH-ID-CPTE AVEC
049800*    UN SEL NOUVEAU
049900     ADD 1 TO WS-NB-SELS
050000     COMPUTE WS-SEL-NUM = WS-HEURE-SEL + WS-NB-SELS
050100     MOVE 'C'        TO PNH-FONCTION
050200     MOVE WS-SEL-NUM TO PNH-SEL
050300     MOVE SPACE      TO PNH-EMPREINTE
050400     CALL 'pgpin' USING PNH-FONCTION PNH-ZONE PNH-RESULTAT
050500     IF NOT PNH-OK
050600        DISPLAY 'CNVPIN - EMPREINTE IMPOSSIBLE - COMPTE '
050700                PNH-ID-CPTE
050800        ADD 1 TO WS-NB-ERREURS
050900     END-IF
051000     .
051100*----------------------*
051200 9000-TERMINAISON.
051300*----------------------*
051400     CLOSE FCLT
051500     CLOSE FPINCTL
051600     CLOSE FCOT
051700     CLOSE FMANDAT
051800     CLOSE FORDPERM

051900     DISPLAY 'CNVPIN - SUSPENS LUS             : '
052000             WS-NB-SUS-LUS
052100     DISPLAY 'CNVPIN - SUSPENS PIN TITULAIRE   : '
052200             WS-NB-SUS-TITULAIRE
052300     DISPLAY 'CNVPIN - SUSPENS PIN CO-TITULAIRE: '
052400             WS-NB-SUS-COTITULAIRE
052500     DISPLAY 'CNVPIN - SUSPENS PIN ERRONE      : '
052600             WS-NB-SUS-ERRONES
052700     DISPLAY 'CNVPIN - COMPTES LUS             : '
052800             WS-NB-CPT-LUS
052900     DISPLAY 'CNVPIN - COMPTES CONVERTIS       : '
053000             WS-NB-CPT-CONVERTIS
053100     DISPLAY 'CNVPIN - FPINCTL CREES           : '
053200             WS-NB-PIN-CREES
053300     DISPLAY 'CNVPIN - FPINCTL MIS A JOUR      : '
053400             WS-NB-PIN-MAJ
053500     DISPLAY 'CNVPIN - CO-TITULAIRES LUS       : '
053600             WS-NB-COT-LUS
053700     DISPLAY 'CNVPIN - CO-TITULAIRES CONVERTIS : '
053800             WS-NB-COT-CONVERTIS
053900     DISPLAY 'CNVPIN - MANDATS LUS             : '
054000             WS-NB-MDT-LUS
054100     DISPLAY 'CNVPIN - MANDATS CONVERTIS       : '
054200             WS-NB-MDT-CONVERTIS
054300     DISPLAY 'CNVPIN - ORDRES PERMANENTS LUS   : '
054400             WS-NB-OP-LUS
054500     DISPLAY 'CNVPIN - ORDRES PIN EFFACE       : '
054600             WS-NB-OP-CONVERTIS
054700     DISPLAY 'CNVPIN - ERREURS                 : '
054800             WS-NB-ERREURS

054900*    TOUT COMPTE PORTANT UN PIN DOIT AVOIR SON EMPREINTE
055000     IF WS-NB-ERREURS NOT = ZERO
055100        OR WS-NB-CPT-CONVERTIS NOT =
055200           WS-NB-PIN-CREES + WS-NB-PIN-MAJ
055300        DISPLAY 'CNVPIN - CONVERSION INCOMPLETE'
055400        MOVE 8 TO RETURN-CODE
055500     END-IF
055600     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    RECMAJ.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - APPLICATION DES DECISIONS
001400*                   DE RECERTIFICATION DES HABILITATIONS
001500*                   (JCL RECMAJ). CHAQUE CARTE RECCART
001600*                   (DESSIN FRECDEC), SAISIE D'APRES LE
001700*                   DOSSIER RECERT VISE PAR LE RESPONSABLE
001800*                   DU SERVICE, MAINTIENT LE PROFIL (M),
001900*                   LE SUSPEND (S) OU LUI RETIRE UNE
002000*                   HABILITATION (R + LETTRE). LA DATE DE
002100*                   RECERTIFICATION O-DATE-RECERT EST
002200*                   POSEE ET CHAQUE DECISION EST TRACEE
002300*                   DANS FAUDOPE AVEC LE VISA DU
002400*                   RESPONSABLE. RC 4 SI UNE CARTE EST
002500*                   REJETEE.
002600*--------------------------------------------------------
002700*
002800*======================================================*
002900*   E N V I R O N M E N T       D I V I S I O N        *
003000*======================================================*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-390.
003400 OBJECT-COMPUTER. IBM-390.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT RECCART    ASSIGN TO RECCART
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-FS-RECCART.

004000     SELECT FOPERAT    ASSIGN TO FOPERAT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS O-OPID
004400         FILE STATUS IS WS-FS-FOPERAT.

004500     SELECT FAUDOPE    ASSIGN TO FAUDOPE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-FS-FAUDOPE.

004800     SELECT RECMAJRP   ASSIGN TO RECMAJRP
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FS-RECMAJRP.
005100*
005200*======================================================*
005300*           D A T A         D I V I S I O N            *
005400*======================================================*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800*    DECISIONS DES RESPONSABLES DE SERVICE
005900 FD  RECCART
006000     RECORD CONTAINS 80 CHARACTERS.
006100     COPY FRECDEC.
006200*
006300 FD  FOPERAT
006400     RECORD CONTAINS 100 CHARACTERS.
006500     COPY FOPERAT.
006600*
006700 FD  FAUDOPE
006800     RECORD CONTAINS 60 CHARACTERS.
006900     COPY FAUDOPE.
007000*
007100 FD  RECMAJRP
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  REC-RECMAJRP             PIC X(80).
007400*
007500*------------------------------------------------------*
007600 WORKING-STORAGE SECTION.
007700*------------------------------------------------------*
007800*
007900 01  WS-FS-RECCART            PIC X(02) VALUE SPACE.
008000     88 FS-RECCART-OK            VALUE '00'.
008100 01  WS-FS-FOPERAT            PIC X(02) VALUE SPACE.
008200     88 FS-FOPERAT-OK            VALUE '00'.
008300 01  WS-FS-FAUDOPE            PIC X(02) VALUE SPACE.
008400     88 FS-FAUDOPE-OK            VALUE '00'.
008500 01  WS-FS-RECMAJRP           PIC X(02) VALUE SPACE.
008600     88 FS-RECMAJRP-OK           VALUE '00'.
008700*
008800 01  WS-FIN-RECCART           PIC X(01) VALUE 'N'.
008900     88 FIN-RECCART              VALUE 'Y'.
009000*
009100 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
009200 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
009300     05 WS-DJ-SS              PIC X(02).
009400     05 WS-DJ-AA              PIC X(02).
009500     05 WS-DJ-MM              PIC X(02).
009600     05 WS-DJ-JJ              PIC X(02).
009700 01  WS-JOUR-COURT            PIC X(08) VALUE SPACE.
009800 01  WS-HEURE-SYS             PIC 9(08) VALUE ZERO.
009900 01  WS-HEURE-SYS-X REDEFINES WS-HEURE-SYS.
010000     05 WS-HS-HH              PIC X(02).
010100     05 WS-HS-MM              PIC X(02).
010200     05 WS-HS-SS              PIC X(02).
010300     05 WS-HS-CC              PIC X(02).
010400 01  WS-HEURE-COURT           PIC X(08) VALUE SPACE.
010500*
010600 01  WS-NB-CARTES             PIC 9(05) VALUE ZERO.
010700 01  WS-NB-MAINTENUS          PIC 9(05) VALUE ZERO.
010800 01  WS-NB-SUSPENDUS          PIC 9(05) VALUE ZERO.
010900 01  WS-NB-RETRAITS           PIC 9(05) VALUE ZERO.
011000 01  WS-NB-REJETS             PIC 9(05) VALUE ZERO.
011100 01  WS-NB-APPLIQUES          PIC 9(05) VALUE ZERO.
011200*
011300 01  WS-MOTIF-REJET           PIC X(40).
011400 01  WS-LIBELLE-DECISION      PIC X(30).
011500*
011600*    HABILITATIONS DU PROFIL, DANS L'ORDRE DES LETTRES DU
011700*    DESSIN FRECREG (MEME ORDRE QUE RECERT)
011800 01  WS-HAB-LETTRES           PIC X(10) VALUE 'COMSLAGVKN'.
011900 01  FILLER REDEFINES WS-HAB-LETTRES.
012000     05 WS-HAB-LETTRE         PIC X(01) OCCURS 10.
012100 01  WS-HAB-VALEURS           PIC X(10).
012200 01  FILLER REDEFINES WS-HAB-VALEURS.
012300     05 WS-HAB-VAL            PIC X(01) OCCURS 10.
012400 01  WS-IND-HAB               PIC S9(4) COMP.
012500 01  WS-POS-LETTRE            PIC S9(4) COMP.
012600*
012700*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
012800 01  RL-COMMUN.
012900     05 RL-FONCTION    PIC X(01).
013000     05 RL-PROG        PIC X(08).
013100     05 RL-LUS         PIC 9(09).
013200     05 RL-ECRITS      PIC 9(09).
013300     05 RL-REJETES     PIC 9(09).
013400     05 RL-RC          PIC 9(02).
013500*
013600 01  LIGNE-TITRE.
013700     05 FILLER                PIC X(44) VALUE
013800        'DECISIONS DE RECERTIFICATION - DATE         '.
013900     05 LT-DATE               PIC 9(08).
014000     05 FILLER                PIC X(28) VALUE SPACE.
014100*
014200 01  LIGNE-APPLIQUE.
014300     05 FILLER                PIC X(12) VALUE 'OPERATEUR : '.
014400     05 LA-OPID               PIC X(03).
014500     05 FILLER                PIC X(02) VALUE SPACE.
014600     05 LA-DECISION           PIC X(30).
014700     05 FILLER                PIC X(09) VALUE '  VISA : '.
014800     05 LA-VISA               PIC X(08).
014900     05 FILLER                PIC X(16) VALUE SPACE.
015000*
015100 01  LIGNE-REJET.
015200     05 FILLER                PIC X(12) VALUE 'OPERATEUR : '.
015300     05 LR-OPID               PIC X(03).
015400     05 FILLER                PIC X(11) VALUE '  REJET : '.
015500     05 LR-MOTIF              PIC X(40).
015600     05 FILLER                PIC X(14) VALUE SPACE.
015700*
015800 01  LIGNE-TOTAL.
015900     05 LTO-LIBELLE           PIC X(30).
016000     05 LTO-NB                PIC ZZZZ9.
016100     05 FILLER                PIC X(45) VALUE SPACE.
016200*
016300*======================================================*
016400*     P R O C E D U R E     D I V I S I O N            *
016500*======================================================*
016600 PROCEDURE DIVISION.
016700*----------------------*
016800 0000-MAINLINE.
016900*----------------------*
017000     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
017100     IF RETURN-CODE NOT < 8
017200        GOBACK
017300     END-IF
017400     PERFORM 2000-TRAITER-CARTE THRU 2000-TRAITER-EXIT
017500         UNTIL FIN-RECCART
017600     PERFORM 9000-TERMINAISON
017700     GOBACK
017800     .
017900*----------------------*
018000 1000-INITIALISATION.
018100*----------------------*
018200     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
018300     STRING WS-DJ-JJ '/' WS-DJ-MM '/' WS-DJ-AA
018400         DELIMITED BY SIZE INTO WS-JOUR-COURT
018500     END-STRING
018600     ACCEPT WS-HEURE-SYS FROM TIME
018700     STRING WS-HS-HH ':' WS-HS-MM ':' WS-HS-SS
018800         DELIMITED BY SIZE INTO WS-HEURE-COURT
018900     END-STRING

019000     MOVE 'D' TO RL-FONCTION
019100     MOVE 'RECMAJ' TO RL-PROG
019200     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
019300     CALL 'pgrunlog' USING RL-COMMUN

019400     OPEN INPUT RECCART
019500     IF NOT FS-RECCART-OK
019600        DISPLAY 'RECMAJ - ERREUR OPEN RECCART - FS='
019700                WS-FS-RECCART
019800        MOVE 12 TO RETURN-CODE
019900        GO TO 1000-INITIALISATION-EXIT
020000     END-IF

020100     OPEN I-O FOPERAT
020200     IF NOT FS-FOPERAT-OK
020300        DISPLAY 'RECMAJ - ERREUR OPEN FOPERAT - FS='
020400                WS-FS-FOPERAT
020500        MOVE 12 TO RETURN-CODE
020600        CLOSE RECCART
020700        GO TO 1000-INITIALISATION-EXIT
020800     END-IF

020900     OPEN EXTEND FAUDOPE
021000     IF NOT FS-FAUDOPE-OK
021100        DISPLAY 'RECMAJ - ERREUR OPEN FAUDOPE - FS='
021200                WS-FS-FAUDOPE
021300        MOVE 12 TO RETURN-CODE
021400        CLOSE RECCART FOPERAT
021500        GO TO 1000-INITIALISATION-EXIT
021600     END-IF

021700     OPEN OUTPUT RECMAJRP
021800     IF NOT FS-RECMAJRP-OK
021900        DISPLAY 'RECMAJ - ERREUR OPEN RECMAJRP - FS='
022000                WS-FS-RECMAJRP
022100        MOVE 12 TO RETURN-CODE
022200        CLOSE RECCART FOPERAT FAUDOPE
022300        GO TO 1000-INITIALISATION-EXIT
022400     END-IF

022500     MOVE WS-DATE-JOUR TO LT-DATE
022600     MOVE LIGNE-TITRE  TO REC-RECMAJRP
022700     WRITE REC-RECMAJRP
022800     .
022900 1000-INITIALISATION-EXIT.
023000     EXIT.
023100*----------------------*
023200 2000-TRAITER-CARTE.
023300*----------------------*
023400     READ RECCART
023500         AT END
023600            MOVE 'Y' TO WS-FIN-RECCART
023700            GO TO 2000-TRAITER-EXIT
023800     END-READ

023900*    LIGNES DE COMMENTAIRE ET LIGNES BLANCHES IGNOREES
024000     IF RDC-DECISION(1:1) = '*'
024100        OR RDC-DECISION(1:36) = SPACE
024200        GO TO 2000-TRAITER-EXIT
024300     END-IF

024400     ADD 1 TO WS-NB-CARTES

024500     IF RDC-OPID = SPACE
024600        OR NOT (RDC-MAINTENIR OR RDC-SUSPENDRE OR RDC-RETIRER)
024700        MOVE 'CARTE MAL FORMEE' TO WS-MOTIF-REJET
024800        PERFORM 2900-REJETER
024900        GO TO 2000-TRAITER-EXIT
025000     END-IF

025100*    UNE DECISION SANS VISA DU RESPONSABLE N'EST PAS
025200*    APPLIQUEE
025300     IF RDC-VISA = SPACE
025400        MOVE 'VISA DU RESPONSABLE ABSENT' TO WS-MOTIF-REJET
025500        PERFORM 2900-REJETER
025600        GO TO 2000-TRAITER-EXIT
025700     END-IF

025800     MOVE RDC-OPID TO O-OPID
025900     READ FOPERAT
026000         INVALID KEY
026100            MOVE 'OPERATEUR INCONNU' TO WS-MOTIF-REJET
026200            PERFORM 2900-REJETER
026300            GO TO 2000-TRAITER-EXIT
026400     END-READ

026500     MOVE SPACE TO E-AUDOPE
026600     EVALUATE TRUE
026700        WHEN RDC-MAINTENIR
026800           SET E-AOP-MAINTIEN TO TRUE
026900           MOVE 'PROFIL MAINTENU' TO WS-LIBELLE-DECISION
027000        WHEN RDC-SUSPENDRE
027100           IF O-OPER-SUSPENDU
027200              MOVE 'PROFIL DEJA SUSPENDU' TO WS-MOTIF-REJET
027300              PERFORM 2900-REJETER
027400              GO TO 2000-TRAITER-EXIT
027500           END-IF
027600           SET O-OPER-SUSPENDU TO TRUE
027700           SET E-AOP-SUSPENSION TO TRUE
027800           MOVE 'PROFIL SUSPENDU' TO WS-LIBELLE-DECISION
027900        WHEN RDC-RETIRER
028000           PERFORM 3000-RETIRER-HABILITATION
028100              THRU 3000-RETIRER-EXIT
028200           IF WS-POS-LETTRE = ZERO
028300              PERFORM 2900-REJETER
028400              GO TO 2000-TRAITER-EXIT
028500           END-IF
028600           SET E-AOP-RETRAIT TO TRUE
028700           MOVE RDC-HABIL TO E-AOP-HABIL
028800           MOVE SPACE TO WS-LIBELLE-DECISION
028900           STRING 'HABILITATION ' RDC-HABIL ' RETIREE'
029000               DELIMITED BY SIZE INTO WS-LIBELLE-DECISION
029100           END-STRING
029200     END-EVALUATE

029300     MOVE WS-DATE-JOUR TO O-DATE-RECERT
029400     REWRITE O-OPERATEUR
029500         INVALID KEY
029600            MOVE 'REWRITE FOPERAT IMPOSSIBLE' TO WS-MOTIF-REJET
029700            PERFORM 2900-REJETER
029800            GO TO 2000-TRAITER-EXIT
029900     END-REWRITE

030000     MOVE O-OPID         TO E-AOP-CIBLE
030100     MOVE 'RECMAJ'       TO E-AOP-PROG
030200     MOVE RDC-VISA       TO E-AOP-VISA
030300     MOVE WS-JOUR-COURT  TO E-AOP-DATE
030400     MOVE WS-HEURE-COURT TO E-AOP-HEURE
030500     MOVE RDC-MOTIF      TO E-AOP-MOTIF
030600     WRITE E-AUDOPE
030700     IF NOT FS-FAUDOPE-OK
030800        DISPLAY 'RECMAJ - ERREUR WRITE FAUDOPE - FS='
030900                WS-FS-FAUDOPE ' - OPERATEUR ' O-OPID
031000        MOVE 12 TO RETURN-CODE
031100     END-IF

031200     EVALUATE TRUE
031300        WHEN RDC-MAINTENIR
031400           ADD 1 TO WS-NB-MAINTENUS
031500        WHEN RDC-SUSPENDRE
031600           ADD 1 TO WS-NB-SUSPENDUS
031700        WHEN RDC-RETIRER
031800           ADD 1 TO WS-NB-RETRAITS
031900     END-EVALUATE
032000     ADD 1 TO WS-NB-APPLIQUES

032100     MOVE O-OPID              TO LA-OPID
032200     MOVE WS-LIBELLE-DECISION TO LA-DECISION
032300     MOVE RDC-VISA            TO LA-VISA
032400     MOVE LIGNE-APPLIQUE      TO REC-RECMAJRP
032500     WRITE REC-RECMAJRP
032600     .
032700 2000-TRAITER-EXIT.
032800     EXIT.
032900*----------------------*
033000 2900-REJETER.
033100*----------------------*
033200     ADD 1 TO WS-NB-REJETS
033300     MOVE RDC-OPID       TO LR-OPID
033400     MOVE WS-MOTIF-REJET TO LR-MOTIF
033500     MOVE LIGNE-REJET    TO REC-RECMAJRP
033600     WRITE REC-RECMAJRP
033700     .
033800*----------------------*
033900 3000-RETIRER-HABILITATION.
034000*----------------------*
034100*    LA LETTRE DOIT DESIGNER UNE HABILITATION DETENUE ;
034200*    WS-POS-LETTRE RESTE A ZERO EN CAS DE REJET
034300*----------------------*
034400     MOVE ZERO TO WS-POS-LETTRE
034500     PERFORM 3100-COMPARER-LETTRE
034600         VARYING WS-IND-HAB FROM 1 BY 1
034700         UNTIL WS-IND-HAB > 10 OR WS-POS-LETTRE > ZERO
034800     IF WS-POS-LETTRE = ZERO OR RDC-HABIL = SPACE
034900        MOVE ZERO TO WS-POS-LETTRE
035000        MOVE 'LETTRE D''HABILITATION INCONNUE'
035100          TO WS-MOTIF-REJET
035200        GO TO 3000-RETIRER-EXIT
035300     END-IF

035400     MOVE O-AUT-CREATION TO WS-HAB-VAL(1)
035500     MOVE O-AUT-CONSULT  TO WS-HAB-VAL(2)
035600     MOVE O-AUT-MODIF    TO WS-HAB-VAL(3)
035700     MOVE O-AUT-SUPPRES  TO WS-HAB-VAL(4)
035800     MOVE O-AUT-LISTE    TO WS-HAB-VAL(5)
035900     MOVE O-AUT-ADMIN    TO WS-HAB-VAL(6)
036000     MOVE O-AUT-GUICHET  TO WS-HAB-VAL(7)
036100     MOVE O-AUT-SUPERV   TO WS-HAB-VAL(8)
036200     MOVE O-AUT-KYC      TO WS-HAB-VAL(9)
036300     MOVE O-AUT-NOTES    TO WS-HAB-VAL(10)

036400     IF WS-HAB-VAL(WS-POS-LETTRE) NOT = '1'
036500        MOVE ZERO TO WS-POS-LETTRE
036600        MOVE 'HABILITATION NON DETENUE' TO WS-MOTIF-REJET
036700        GO TO 3000-RETIRER-EXIT
036800     END-IF

036900     MOVE '0' TO WS-HAB-VAL(WS-POS-LETTRE)
037000     MOVE WS-HAB-VAL(1)  TO O-AUT-CREATION
037100     MOVE WS-HAB-VAL(2)  TO O-AUT-CONSULT
037200     MOVE WS-HAB-VAL(3)  TO O-AUT-MODIF
037300     MOVE WS-HAB-VAL(4)  TO O-AUT-SUPPRES
037400     MOVE WS-HAB-VAL(5)  TO O-AUT-LISTE
037500     MOVE WS-HAB-VAL(6)  TO O-AUT-ADMIN
037600     MOVE WS-HAB-VAL(7)  TO O-AUT-GUICHET
037700     MOVE WS-HAB-VAL(8)  TO O-AUT-SUPERV
037800     MOVE WS-HAB-VAL(9)  TO O-AUT-KYC
037900     MOVE WS-HAB-VAL(10) TO O-AUT-NOTES
038000     .
038100 3000-RETIRER-EXIT.
038200     EXIT.
038300*----------------------*
038400 3100-COMPARER-LETTRE.
038500*----------------------*
038600     IF WS-HAB-LETTRE(WS-IND-HAB) = RDC-HABIL
038700        MOVE WS-IND-HAB TO WS-POS-LETTRE
038800     END-IF
038900     .
039000*----------------------*
039100 9000-TERMINAISON.
039200*----------------------*
039300     MOVE 'CARTES LUES                   ' TO LTO-LIBELLE
039400     MOVE WS-NB-CARTES TO LTO-NB
039500     MOVE LIGNE-TOTAL  TO REC-RECMAJRP
039600     WRITE REC-RECMAJRP
039700     MOVE 'PROFILS MAINTENUS             ' TO LTO-LIBELLE
039800     MOVE WS-NB-MAINTENUS TO LTO-NB
039900     MOVE LIGNE-TOTAL  TO REC-RECMAJRP
040000     WRITE REC-RECMAJRP
040100     MOVE 'PROFILS SUSPENDUS             ' TO LTO-LIBELLE
040200     MOVE WS-NB-SUSPENDUS TO LTO-NB
040300     MOVE LIGNE-TOTAL  TO REC-RECMAJRP
040400     WRITE REC-RECMAJRP
040500     MOVE 'HABILITATIONS RETIREES        ' TO LTO-LIBELLE
040600     MOVE WS-NB-RETRAITS TO LTO-NB
040700     MOVE LIGNE-TOTAL  TO REC-RECMAJRP
040800     WRITE REC-RECMAJRP
040900     MOVE 'CARTES REJETEES               ' TO LTO-LIBELLE
041000     MOVE WS-NB-REJETS TO LTO-NB
041100     MOVE LIGNE-TOTAL  TO REC-RECMAJRP
041200     WRITE REC-RECMAJRP

041300     CLOSE RECCART
041400     CLOSE FOPERAT
041500     CLOSE FAUDOPE
041600     CLOSE RECMAJRP

041700     DISPLAY 'RECMAJ - CARTES LUES          : ' WS-NB-CARTES
041800     DISPLAY 'RECMAJ - PROFILS MAINTENUS    : ' WS-NB-MAINTENUS
041900     DISPLAY 'RECMAJ - PROFILS SUSPENDUS    : ' WS-NB-SUSPENDUS
042000     DISPLAY 'RECMAJ - HABILITATIONS RETIR. : ' WS-NB-RETRAITS
042100     DISPLAY 'RECMAJ - CARTES REJETEES      : ' WS-NB-REJETS

042200     IF RETURN-CODE < 4 AND WS-NB-REJETS > ZERO
042300        MOVE 4 TO RETURN-CODE
042400     END-IF

042500     MOVE 'F' TO RL-FONCTION
042600     MOVE 'RECMAJ' TO RL-PROG
042700     MOVE WS-NB-CARTES TO RL-LUS
042800     MOVE WS-NB-APPLIQUES TO RL-ECRITS
042900     MOVE WS-NB-REJETS TO RL-REJETES
043000     MOVE RETURN-CODE TO RL-RC
043100     CALL 'pgrunlog' USING RL-COMMUN
043200     .

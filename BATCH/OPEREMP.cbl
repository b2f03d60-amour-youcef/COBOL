000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    OPEREMP.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - RETRAIT DES ACCES DES
001400*                   SORTANTS (JCL EMPDAILY, APRES LA MISE A
001500*                   JOUR DE FEMPLOY PAR RECFEMP) : TOUT
001600*                   PROFIL OPERATEUR ACTIF DONT L'EMPLOYE
001700*                   TITULAIRE (O-EMP-ID) EST SORTI DES
001800*                   EFFECTIFS (EMP-STATUS T) OU ABSENT DE
001900*                   FEMPLOY EST SUSPENDU, AVEC UNE LIGNE
002000*                   D'AUDIT FAUDOPE (EVENEMENT T). LES
002100*                   PROFILS SANS MATRICULE EMPLOYE SONT
002200*                   LISTES POUR RATTACHEMENT DANS GESOPER.
002300*                   RC 4 SI UNE SUSPENSION OU UN PROFIL NON
002400*                   RATTACHE.
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
003600     SELECT FOPERAT    ASSIGN TO FOPERAT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS O-OPID
004000         FILE STATUS IS WS-FS-FOPERAT.

004100     SELECT FEMPLOY    ASSIGN TO FEMPLOY
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS EMP-ID
004500         FILE STATUS IS WS-FS-FEMPLOY.

004600     SELECT FAUDOPE    ASSIGN TO FAUDOPE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS WS-FS-FAUDOPE.

004900     SELECT OPEREMRP   ASSIGN TO OPEREMRP
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-FS-OPEREMRP.
005200*
005300*======================================================*
005400*           D A T A         D I V I S I O N            *
005500*======================================================*
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900 FD  FOPERAT
006000     RECORD CONTAINS 100 CHARACTERS.
006100     COPY FOPERAT.
006200*
006300 FD  FEMPLOY
006400     RECORD CONTAINS 85 CHARACTERS.
006500     COPY FEMPLOY.
006600*
006700 FD  FAUDOPE
006800     RECORD CONTAINS 60 CHARACTERS.
006900     COPY FAUDOPE.
007000*
007100 FD  OPEREMRP
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  REC-OPEREMRP             PIC X(80).
007400*
007500*------------------------------------------------------*
007600 WORKING-STORAGE SECTION.
007700*------------------------------------------------------*
007800*
007900 01  WS-FS-FOPERAT            PIC X(02) VALUE SPACE.
008000     88 FS-FOPERAT-OK            VALUE '00'.
008100 01  WS-FS-FEMPLOY            PIC X(02) VALUE SPACE.
008200     88 FS-FEMPLOY-OK            VALUE '00'.
008300 01  WS-FS-FAUDOPE            PIC X(02) VALUE SPACE.
008400     88 FS-FAUDOPE-OK            VALUE '00'.
008500 01  WS-FS-OPEREMRP           PIC X(02) VALUE SPACE.
008600     88 FS-OPEREMRP-OK           VALUE '00'.
008700*
008800 01  WS-FIN-FOPERAT           PIC X(01) VALUE 'N'.
008900     88 FIN-FOPERAT              VALUE 'Y'.
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
010600*    DATE DE SORTIE EDITEE JJ/MM/AAAA
010700 01  WS-DATE-SORTIE           PIC 9(08).
010800 01  FILLER REDEFINES WS-DATE-SORTIE.
010900     05 WS-DS-AAAA            PIC 9(04).
011000     05 WS-DS-MM              PIC 9(02).
011100     05 WS-DS-JJ              PIC 9(02).
011200 01  WS-DATE-SORTIE-ED.
011300     05 WS-DSE-JJ             PIC 9(02).
011400     05 FILLER                PIC X(01) VALUE '/'.
011500     05 WS-DSE-MM             PIC 9(02).
011600     05 FILLER                PIC X(01) VALUE '/'.
011700     05 WS-DSE-AAAA           PIC 9(04).
011800*
011900 01  WS-NB-PROFILS            PIC 9(05) VALUE ZERO.
012000 01  WS-NB-SUSPENDUS          PIC 9(05) VALUE ZERO.
012100 01  WS-NB-NON-RATTACHES      PIC 9(05) VALUE ZERO.
012200 01  WS-NB-DEJA-SUSPENDUS     PIC 9(05) VALUE ZERO.
012300 01  WS-NB-ANOMALIES          PIC 9(05) VALUE ZERO.
012400*
012500 01  WS-MOTIF                 PIC X(40).
012600 01  WS-MOTIF-AUDIT           PIC X(20).
012700*
012800*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
012900 01  RL-COMMUN.
013000     05 RL-FONCTION    PIC X(01).
013100     05 RL-PROG        PIC X(08).
013200     05 RL-LUS         PIC 9(09).
013300     05 RL-ECRITS      PIC 9(09).
013400     05 RL-REJETES     PIC 9(09).
013500     05 RL-RC          PIC 9(02).
013600*
013700 01  LIGNE-TITRE.
013800     05 FILLER                PIC X(44) VALUE
013900        'PROFILS OPERATEURS DES SORTANTS - DATE      '.
014000     05 LT-DATE               PIC 9(08).
014100     05 FILLER                PIC X(28) VALUE SPACE.
014200*
014300 01  LIGNE-DETAIL.
014400     05 FILLER                PIC X(12) VALUE 'OPERATEUR : '.
014500     05 LD-OPID               PIC X(03).
014600     05 FILLER                PIC X(01) VALUE SPACE.
014700     05 LD-NOM                PIC X(20).
014800     05 FILLER                PIC X(02) VALUE SPACE.
014900     05 LD-MOTIF              PIC X(40).
015000     05 FILLER                PIC X(02) VALUE SPACE.
015100*
015200 01  LIGNE-TOTAL.
015300     05 LTO-LIBELLE           PIC X(30).
015400     05 LTO-NB                PIC ZZZZ9.
015500     05 FILLER                PIC X(45) VALUE SPACE.
015600*
015700*======================================================*
015800*     P R O C E D U R E     D I V I S I O N            *
015900*======================================================*
016000 PROCEDURE DIVISION.
016100*----------------------*
016200 0000-MAINLINE.
016300*----------------------*
016400     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
016500     IF RETURN-CODE NOT < 8
016600        GOBACK
016700     END-IF
016800     PERFORM 2000-TRAITER-PROFIL THRU 2000-TRAITER-EXIT
016900         UNTIL FIN-FOPERAT
017000     PERFORM 9000-TERMINAISON
017100     GOBACK
017200     .
017300*----------------------*
017400 1000-INITIALISATION.
017500*----------------------*
017600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
017700     STRING WS-DJ-JJ '/' WS-DJ-MM '/' WS-DJ-AA
017800         DELIMITED BY SIZE INTO WS-JOUR-COURT
017900     END-STRING
018000     ACCEPT WS-HEURE-SYS FROM TIME
018100     STRING WS-HS-HH ':' WS-HS-MM ':' WS-HS-SS
018200         DELIMITED BY SIZE INTO WS-HEURE-COURT
018300     END-STRING

018400     MOVE 'D' TO RL-FONCTION
018500     MOVE 'OPEREMP' TO RL-PROG
018600     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
018700     CALL 'pgrunlog' USING RL-COMMUN

018800     OPEN I-O FOPERAT
018900     IF NOT FS-FOPERAT-OK
019000        DISPLAY 'OPEREMP - ERREUR OPEN FOPERAT - FS='
019100                WS-FS-FOPERAT
019200        MOVE 12 TO RETURN-CODE
019300        GO TO 1000-INITIALISATION-EXIT
019400     END-IF

019500     OPEN INPUT FEMPLOY
019600     IF NOT FS-FEMPLOY-OK
019700        DISPLAY 'OPEREMP - ERREUR OPEN FEMPLOY - FS='
019800                WS-FS-FEMPLOY
019900        MOVE 12 TO RETURN-CODE
020000        CLOSE FOPERAT
020100        GO TO 1000-INITIALISATION-EXIT
020200     END-IF

020300     OPEN EXTEND FAUDOPE
020400     IF NOT FS-FAUDOPE-OK
020500        DISPLAY 'OPEREMP - ERREUR OPEN FAUDOPE - FS='
020600                WS-FS-FAUDOPE
020700        MOVE 12 TO RETURN-CODE
020800        CLOSE FOPERAT FEMPLOY
020900        GO TO 1000-INITIALISATION-EXIT
021000     END-IF

021100     OPEN OUTPUT OPEREMRP
021200     IF NOT FS-OPEREMRP-OK
021300        DISPLAY 'OPEREMP - ERREUR OPEN OPEREMRP - FS='
021400                WS-FS-OPEREMRP
021500        MOVE 12 TO RETURN-CODE
021600        CLOSE FOPERAT FEMPLOY FAUDOPE
021700        GO TO 1000-INITIALISATION-EXIT
021800     END-IF

021900     MOVE WS-DATE-JOUR TO LT-DATE
022000     MOVE LIGNE-TITRE  TO REC-OPEREMRP
022100     WRITE REC-OPEREMRP
022200     .
022300 1000-INITIALISATION-EXIT.
022400     EXIT.
022500*----------------------*
022600 2000-TRAITER-PROFIL.
022700*----------------------*
022800     READ FOPERAT NEXT RECORD
022900         AT END
023000            MOVE 'Y' TO WS-FIN-FOPERAT
023100            GO TO 2000-TRAITER-EXIT
023200     END-READ

023300     ADD 1 TO WS-NB-PROFILS

023400*    PROFIL SANS EMPLOYE TITULAIRE : SIGNALE, NON SUSPENDU
023500*    (COMPTES TECHNIQUES ET PROFILS ANTERIEURS AU
023600*    RATTACHEMENT, A COMPLETER DANS GESOPER)
023700     IF O-EMP-ID NOT NUMERIC OR O-EMP-ID = ZERO
023800        ADD 1 TO WS-NB-NON-RATTACHES
023900        MOVE 'SANS MATRICULE EMPLOYE - A RATTACHER'
024000          TO WS-MOTIF
024100        PERFORM 2900-EDITER-LIGNE
024200        GO TO 2000-TRAITER-EXIT
024300     END-IF

024400     MOVE O-EMP-ID TO EMP-ID
024500     READ FEMPLOY
024600         INVALID KEY
024700            MOVE SPACE TO WS-MOTIF
024800            STRING 'EMPLOYE ' O-EMP-ID ' ABSENT DU PERSONNEL'
024900                DELIMITED BY SIZE INTO WS-MOTIF
025000            END-STRING
025100            MOVE 'EMPLOYE INCONNU' TO WS-MOTIF-AUDIT
025200            PERFORM 2100-SUSPENDRE THRU 2100-SUSPENDRE-EXIT
025300            GO TO 2000-TRAITER-EXIT
025400     END-READ

025500     IF NOT EMP-TERMINE
025600        GO TO 2000-TRAITER-EXIT
025700     END-IF

025800     MOVE SPACE TO WS-DATE-SORTIE-ED
025900     IF EMP-TERMDATE NUMERIC AND EMP-TERMDATE > ZERO
026000        MOVE EMP-TERMDATE TO WS-DATE-SORTIE
026100        MOVE WS-DS-JJ     TO WS-DSE-JJ
026200        MOVE WS-DS-MM     TO WS-DSE-MM
026300        MOVE WS-DS-AAAA   TO WS-DSE-AAAA
026400     END-IF
026500     MOVE SPACE TO WS-MOTIF
026600     STRING 'EMPLOYE ' O-EMP-ID ' SORTI LE ' WS-DATE-SORTIE-ED
026700         DELIMITED BY SIZE INTO WS-MOTIF
026800     END-STRING
026900     MOVE SPACE TO WS-MOTIF-AUDIT
027000     STRING 'SORTI LE ' WS-DATE-SORTIE-ED
027100         DELIMITED BY SIZE INTO WS-MOTIF-AUDIT
027200     END-STRING
027300     PERFORM 2100-SUSPENDRE THRU 2100-SUSPENDRE-EXIT
027400     .
027500 2000-TRAITER-EXIT.
027600     EXIT.
027700*----------------------*
027800 2100-SUSPENDRE.
027900*----------------------*
028000*    UN PROFIL DEJA SUSPENDU N'EST NI REECRIT NI TRACE
028100     IF O-OPER-SUSPENDU
028200        ADD 1 TO WS-NB-DEJA-SUSPENDUS
028300        GO TO 2100-SUSPENDRE-EXIT
028400     END-IF

028500     SET O-OPER-SUSPENDU TO TRUE
028600     REWRITE O-OPERATEUR
028700     IF NOT FS-FOPERAT-OK
028800        DISPLAY 'OPEREMP - ERREUR REWRITE FOPERAT - FS='
028900                WS-FS-FOPERAT ' - OPERATEUR ' O-OPID
029000        ADD 1 TO WS-NB-ANOMALIES
029100        MOVE 12 TO RETURN-CODE
029200        GO TO 2100-SUSPENDRE-EXIT
029300     END-IF

029400     ADD 1 TO WS-NB-SUSPENDUS
029500     PERFORM 2900-EDITER-LIGNE

029600     MOVE SPACE          TO E-AUDOPE
029700     MOVE O-OPID         TO E-AOP-CIBLE
029800     SET E-AOP-SORTIE    TO TRUE
029900     MOVE 'OPEREMP'      TO E-AOP-PROG
030000     MOVE WS-JOUR-COURT  TO E-AOP-DATE
030100     MOVE WS-HEURE-COURT TO E-AOP-HEURE
030200     MOVE WS-MOTIF-AUDIT TO E-AOP-MOTIF
030300     WRITE E-AUDOPE
030400     IF NOT FS-FAUDOPE-OK
030500        DISPLAY 'OPEREMP - ERREUR WRITE FAUDOPE - FS='
030600                WS-FS-FAUDOPE ' - OPERATEUR ' O-OPID
030700        ADD 1 TO WS-NB-ANOMALIES
030800        MOVE 12 TO RETURN-CODE
030900     END-IF
031000     .
031100 2100-SUSPENDRE-EXIT.
031200     EXIT.
031300*----------------------*
031400 2900-EDITER-LIGNE.
031500*----------------------*
031600     MOVE O-OPID       TO LD-OPID
031700     MOVE O-NOM-OPER   TO LD-NOM
031800     MOVE WS-MOTIF     TO LD-MOTIF
031900     MOVE LIGNE-DETAIL TO REC-OPEREMRP
032000     WRITE REC-OPEREMRP
032100     .
032200*----------------------*
032300 9000-TERMINAISON.
032400*----------------------*
032500     MOVE 'PROFILS LUS                   ' TO LTO-LIBELLE
032600     MOVE WS-NB-PROFILS TO LTO-NB
032700     MOVE LIGNE-TOTAL  TO REC-OPEREMRP
032800     WRITE REC-OPEREMRP
032900     MOVE 'PROFILS SUSPENDUS CE JOUR     ' TO LTO-LIBELLE
033000     MOVE WS-NB-SUSPENDUS TO LTO-NB
033100     MOVE LIGNE-TOTAL  TO REC-OPEREMRP
033200     WRITE REC-OPEREMRP
033300     MOVE 'SORTANTS DEJA SUSPENDUS       ' TO LTO-LIBELLE
033400     MOVE WS-NB-DEJA-SUSPENDUS TO LTO-NB
033500     MOVE LIGNE-TOTAL  TO REC-OPEREMRP
033600     WRITE REC-OPEREMRP
033700     MOVE 'PROFILS NON RATTACHES         ' TO LTO-LIBELLE
033800     MOVE WS-NB-NON-RATTACHES TO LTO-NB
033900     MOVE LIGNE-TOTAL  TO REC-OPEREMRP
034000     WRITE REC-OPEREMRP

034100     CLOSE FOPERAT
034200     CLOSE FEMPLOY
034300     CLOSE FAUDOPE
034400     CLOSE OPEREMRP

034500     DISPLAY 'OPEREMP - PROFILS LUS         : ' WS-NB-PROFILS
034600     DISPLAY 'OPEREMP - PROFILS SUSPENDUS   : ' WS-NB-SUSPENDUS
034700     DISPLAY 'OPEREMP - DEJA SUSPENDUS      : '
034800             WS-NB-DEJA-SUSPENDUS
034900     DISPLAY 'OPEREMP - NON RATTACHES       : '
035000             WS-NB-NON-RATTACHES
035100     DISPLAY 'OPEREMP - ANOMALIES           : ' WS-NB-ANOMALIES

035200     IF RETURN-CODE < 4
035300        IF WS-NB-SUSPENDUS > ZERO
035400           OR WS-NB-NON-RATTACHES > ZERO
035500           MOVE 4 TO RETURN-CODE
035600        END-IF
035700     END-IF

035800     MOVE 'F' TO RL-FONCTION
035900     MOVE 'OPEREMP' TO RL-PROG
036000     MOVE WS-NB-PROFILS TO RL-LUS
036100     MOVE WS-NB-SUSPENDUS TO RL-ECRITS
036200     MOVE WS-NB-NON-RATTACHES TO RL-REJETES
036300     MOVE RETURN-CODE TO RL-RC
036400     CALL 'pgrunlog' USING RL-COMMUN
036500     .

000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    PORTLST.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - PORTEFEUILLES DES
001400*                   CONSEILLERS DE CLIENTELE : LES CLIENTS
001500*                   ACTIFS DE FCLIENTS SONT TRIES PAR
001600*                   CONSEILLER (E-CONSEILLER) ; POUR CHACUN
001700*                   SONT EDITES LE NOMBRE DE COMPTES ET LE
001800*                   TOTAL DES SOLDES DU RESUME FCLISUM. UN
001900*                   TOTAL PAR CONSEILLER (NOMBRE DE CLIENTS,
002000*                   SOLDES) ET UN TOTAL GENERAL FERMENT
002100*                   L'ETAT. LES CLIENTS SANS CONSEILLER SONT
002200*                   REGROUPES EN TETE ; UN CONSEILLER SORTI
002300*                   OU INCONNU DE FEMPLOY EST SIGNALE (LE
002400*                   TRAITEMENT DE CES PORTEFEUILLES EST FAIT
002500*                   PAR PORTORP). LES SOLDES SONT CUMULES EN
002600*                   NOMINAL, TOUTES DEVISES CONFONDUES.
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
003800     SELECT FCLIENTS   ASSIGN TO FCLIENT
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS E-NUMERO
004200         FILE STATUS IS WS-FS-FCLIENTS.

004300     SELECT FCLISUM    ASSIGN TO FCLISUM
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS SUM-CLE
004700         FILE STATUS IS WS-FS-FCLISUM.

004800     SELECT FEMPLOY    ASSIGN TO FEMPLOY
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS RANDOM
005100         RECORD KEY IS EMP-ID
005200         FILE STATUS IS WS-FS-FEMPLOY.

005300     SELECT PORTLST    ASSIGN TO PORTLST
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS WS-FS-PORTLST.

005600     SELECT SRTPTF     ASSIGN TO SRTPTF.
005700*
005800*======================================================*
005900*           D A T A         D I V I S I O N            *
006000*======================================================*
006100 DATA DIVISION.
006200 FILE SECTION.
006300*
006400 FD  FCLIENTS
006500     RECORD CONTAINS 400 CHARACTERS.
006600     COPY FCLIENTS.
006700*
006800 FD  FCLISUM
006900     RECORD CONTAINS 50 CHARACTERS.
007000     COPY FCLISUM.
007100*
007200 FD  FEMPLOY
007300     RECORD CONTAINS 85 CHARACTERS.
007400     COPY FEMPLOY.
007500*
007600 FD  PORTLST
007700     RECORD CONTAINS 132 CHARACTERS.
007800 01  REC-PORTLST              PIC X(132).
007900*
008000 SD  SRTPTF.
008100 01  SRT-CLIENT.
008200     05  SRT-CONSEILLER   PIC 9(07).
008300     05  SRT-NUMERO       PIC 9(08).
008400     05  SRT-NOM          PIC X(20).
008500     05  SRT-PNM          PIC X(20).
008600     05  SRT-NB-CPTES     PIC 9(03).
008700     05  SRT-SOLDES       PIC S9(11)V99.
008800*
008900*------------------------------------------------------*
009000 WORKING-STORAGE SECTION.
009100*------------------------------------------------------*
009200*
009300 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
009400     88 FS-FCLIENTS-OK           VALUE '00'.
009500 01  WS-FS-FCLISUM            PIC X(02) VALUE SPACE.
009600     88 FS-FCLISUM-OK            VALUE '00'.
009700 01  WS-FS-FEMPLOY            PIC X(02) VALUE SPACE.
009800     88 FS-FEMPLOY-OK            VALUE '00'.
009900 01  WS-FS-PORTLST            PIC X(02) VALUE SPACE.
010000     88 FS-PORTLST-OK            VALUE '00'.
010100*
010200 01  WS-FIN-FCLIENTS          PIC X(01) VALUE 'N'.
010300     88 FIN-FCLIENTS             VALUE 'Y'.
010400 01  WS-FIN-FCLISUM           PIC X(01) VALUE 'N'.
010500     88 FIN-FCLISUM              VALUE 'Y'.
010600 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
010700     88 FIN-TRI                  VALUE 'Y'.
010800*
010900 01  WS-DATE-JOUR             PIC 9(08).
011000*
011100 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
011200 01  WS-NB-CLIENTS            PIC 9(07) VALUE ZERO.
011300 01  WS-NB-CONSEILLERS        PIC 9(07) VALUE ZERO.
011400 01  WS-NB-SANS-CONSEILLER    PIC 9(07) VALUE ZERO.
011500 01  WS-NB-ORPHELINS          PIC 9(07) VALUE ZERO.
011600*
011700*    CONSEILLER EN COURS DANS LA PROCEDURE DE SORTIE
011800 01  WS-PREMIER               PIC X(01) VALUE 'O'.
011900     88 PREMIER-CONSEILLER       VALUE 'O'.
012000 01  WS-CONS-COURANT          PIC 9(07) VALUE ZERO.
012100 01  WS-CONS-NB-CLI           PIC 9(07) VALUE ZERO.
012200 01  WS-CONS-SOLDES           PIC S9(13)V99 VALUE ZERO.
012300 01  WS-CONS-ETAT             PIC X(01).
012400     88 CONS-ACTIF               VALUE 'A'.
012500     88 CONS-SORTI               VALUE 'T'.
012600     88 CONS-INCONNU             VALUE 'I'.
012700*
012800 01  WS-CLI-NB-CPTES          PIC 9(03).
012900 01  WS-CLI-SOLDES            PIC S9(11)V99.
013000 01  WS-TOT-SOLDES            PIC S9(13)V99 VALUE ZERO.
013100*
013200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
013300 01  RL-COMMUN.
013400     05 RL-FONCTION    PIC X(01).
013500     05 RL-PROG        PIC X(08).
013600     05 RL-LUS         PIC 9(09).
013700     05 RL-ECRITS      PIC 9(09).
013800     05 RL-REJETES     PIC 9(09).
013900     05 RL-RC          PIC 9(02).
014000*
014100*------------------------------------------------------*
014200*   LIGNES DE L'ETAT DES PORTEFEUILLES                 *
014300*------------------------------------------------------*
014400 01  LIGNE-TITRE.
014500     05 FILLER                PIC X(44) VALUE
014600        'PORTEFEUILLES DES CONSEILLERS - SITUATION AU'.
014700     05 FILLER                PIC X(01) VALUE SPACE.
014800     05 LT-DATE               PIC 9(08).
014900     05 FILLER                PIC X(79) VALUE SPACE.
015000*
015100 01  LIGNE-CONSEILLER.
015200     05 FILLER                PIC X(12) VALUE
015300        'CONSEILLER :'.
015400     05 FILLER                PIC X(01) VALUE SPACE.
015500     05 LCO-MATRICULE         PIC 9(07).
015600     05 FILLER                PIC X(01) VALUE SPACE.
015700     05 LCO-NOM               PIC X(10).
015800     05 FILLER                PIC X(01) VALUE SPACE.
015900     05 LCO-PRENOM            PIC X(10).
016000     05 FILLER                PIC X(01) VALUE SPACE.
016100     05 LCO-SERVICE           PIC X(30).
016200     05 FILLER                PIC X(01) VALUE SPACE.
016300     05 LCO-ETAT              PIC X(30).
016400     05 FILLER                PIC X(28) VALUE SPACE.
016500*
016600 01  LIGNE-ENTETE.
016700     05 FILLER                PIC X(50) VALUE
016800        '   CLIENT   NOM                  PRENOM           '.
016900     05 FILLER                PIC X(30) VALUE
017000        '     NB         TOTAL SOLDES  '.
017100     05 FILLER                PIC X(52) VALUE SPACE.
017200*
017300 01  LIGNE-CLIENT.
017400     05 FILLER                PIC X(02) VALUE SPACE.
017500     05 LC-NUMERO             PIC 9(08).
017600     05 FILLER                PIC X(01) VALUE SPACE.
017700     05 LC-NOM                PIC X(20).
017800     05 FILLER                PIC X(01) VALUE SPACE.
017900     05 LC-PNM                PIC X(20).
018000     05 FILLER                PIC X(01) VALUE SPACE.
018100     05 LC-NB-CPTES           PIC ZZ9.
018200     05 FILLER                PIC X(01) VALUE SPACE.
018300     05 LC-SOLDES             PIC -ZZZZZZZZZZZ9.99.
018400     05 FILLER                PIC X(59) VALUE SPACE.
018500*
018600 01  LIGNE-TOTAL.
018700     05 LTT-LIBELLE           PIC X(30).
018800     05 FILLER                PIC X(10) VALUE
018900        ' CLIENTS :'.
019000     05 LTT-NB-CLI            PIC ZZZZZZ9.
019100     05 FILLER                PIC X(10) VALUE
019200        ' SOLDES : '.
019300     05 LTT-SOLDES            PIC -ZZZZZZZZZZZZ9.99.
019400     05 FILLER                PIC X(58) VALUE SPACE.
019500*
019600*======================================================*
019700*     P R O C E D U R E     D I V I S I O N            *
019800*======================================================*
019900 PROCEDURE DIVISION.
020000*----------------------*
020100 0000-MAINLINE.
020200*----------------------*
020300     PERFORM 1000-INITIALISATION

020400*    TRI PAR CONSEILLER PUIS NUMERO DE CLIENT (LES CLIENTS
020500*    SANS CONSEILLER, MATRICULE ZERO, SORTENT EN TETE)
020600     SORT SRTPTF
020700         ON ASCENDING KEY SRT-CONSEILLER SRT-NUMERO
020800         INPUT PROCEDURE IS 2000-SELECTIONNER-CLIENTS
020900             THRU 2000-SELECTIONNER-EXIT
021000         OUTPUT PROCEDURE IS 3000-EDITER-PORTEFEUILLES
021100             THRU 3000-EDITER-EXIT
021200     IF SORT-RETURN NOT = ZERO
021300        DISPLAY 'PORTLST - ECHEC DU TRI DES CLIENTS - RC='
021400                SORT-RETURN
021500        MOVE 12 TO RETURN-CODE
021600     END-IF

021700     PERFORM 9000-TERMINAISON
021800     GOBACK
021900     .
022000*----------------------*
022100 1000-INITIALISATION.
022200*----------------------*
022300     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

022400     MOVE 'D' TO RL-FONCTION
022500     MOVE 'PORTLST' TO RL-PROG
022600     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
022700     CALL 'pgrunlog' USING RL-COMMUN

022800     OPEN INPUT FCLIENTS
022900     IF NOT FS-FCLIENTS-OK
023000        DISPLAY 'PORTLST - ERREUR OPEN FCLIENTS - FS='
023100                WS-FS-FCLIENTS
023200        MOVE 12 TO RETURN-CODE
023300        GOBACK
023400     END-IF

023500     OPEN INPUT FCLISUM
023600     IF NOT FS-FCLISUM-OK
023700        DISPLAY 'PORTLST - ERREUR OPEN FCLISUM - FS='
023800                WS-FS-FCLISUM
023900        MOVE 12 TO RETURN-CODE
024000        CLOSE FCLIENTS
024100        GOBACK
024200     END-IF

024300     OPEN INPUT FEMPLOY
024400     IF NOT FS-FEMPLOY-OK
024500        DISPLAY 'PORTLST - ERREUR OPEN FEMPLOY - FS='
024600                WS-FS-FEMPLOY
024700        MOVE 12 TO RETURN-CODE
024800        CLOSE FCLIENTS FCLISUM
024900        GOBACK
025000     END-IF

025100     OPEN OUTPUT PORTLST
025200     IF NOT FS-PORTLST-OK
025300        DISPLAY 'PORTLST - ERREUR OPEN PORTLST - FS='
025400                WS-FS-PORTLST
025500        MOVE 12 TO RETURN-CODE
025600        CLOSE FCLIENTS FCLISUM FEMPLOY
025700        GOBACK
025800     END-IF

025900     MOVE WS-DATE-JOUR TO LT-DATE
026000     MOVE LIGNE-TITRE  TO REC-PORTLST
026100     WRITE REC-PORTLST
026200     .
026300*======================================================*
026400*   PROCEDURE D'ENTREE DU TRI : UN ENREGISTREMENT PAR    *
026500*   CLIENT ACTIF, AVEC SES COMPTES CUMULES DE FCLISUM    *
026600*======================================================*
026700*----------------------*
026800 2000-SELECTIONNER-CLIENTS.
026900*----------------------*
027000     PERFORM 2100-LIRE-CLIENT THRU 2100-LIRE-EXIT
027100         UNTIL FIN-FCLIENTS
027200     .
027300 2000-SELECTIONNER-EXIT.
027400     EXIT.
027500*----------------------*
027600 2100-LIRE-CLIENT.
027700*----------------------*
027800     READ FCLIENTS NEXT RECORD
027900         AT END
028000            MOVE 'Y' TO WS-FIN-FCLIENTS
028100            GO TO 2100-LIRE-EXIT
028200     END-READ

028300     ADD 1 TO WS-NB-LUS

028400     IF NOT E-CLI-ACTIF
028500        GO TO 2100-LIRE-EXIT
028600     END-IF

028700*    FICHE ANTERIEURE NON RENSEIGNEE = SANS CONSEILLER
028800     IF E-CONSEILLER NOT NUMERIC
028900        MOVE ZERO TO SRT-CONSEILLER
029000     ELSE
029100        MOVE E-CONSEILLER TO SRT-CONSEILLER
029200     END-IF

029300     PERFORM 2200-CUMULER-COMPTES

029400     MOVE E-NUMERO         TO SRT-NUMERO
029500     MOVE E-NOM-CLI        TO SRT-NOM
029600     MOVE E-PNM-CLI        TO SRT-PNM
029700     MOVE WS-CLI-NB-CPTES  TO SRT-NB-CPTES
029800     MOVE WS-CLI-SOLDES    TO SRT-SOLDES
029900     RELEASE SRT-CLIENT
030000     ADD 1 TO WS-NB-CLIENTS
030100     .
030200 2100-LIRE-EXIT.
030300     EXIT.
030400*----------------------*
030500 2200-CUMULER-COMPTES.
030600*----------------------*
030700*    LES COMPTES DU CLIENT SONT CONTIGUS DANS FCLISUM
030800*    (CLE = CLIENT + SUFFIXE)
030900*----------------------*
031000     MOVE ZERO     TO WS-CLI-NB-CPTES WS-CLI-SOLDES
031100     MOVE 'N'      TO WS-FIN-FCLISUM
031200     MOVE E-NUMERO TO SUM-NUMERO
031300     MOVE ZERO     TO SUM-SUFFIXE
031400     START FCLISUM KEY IS NOT LESS THAN SUM-CLE
031500         INVALID KEY
031600            MOVE 'Y' TO WS-FIN-FCLISUM
031700     END-START
031800     PERFORM 2210-LIRE-COMPTE THRU 2210-LIRE-EXIT
031900         UNTIL FIN-FCLISUM
032000     .
032100*----------------------*
032200 2210-LIRE-COMPTE.
032300*----------------------*
032400     READ FCLISUM NEXT RECORD
032500         AT END
032600            MOVE 'Y' TO WS-FIN-FCLISUM
032700            GO TO 2210-LIRE-EXIT
032800     END-READ

032900     IF SUM-NUMERO NOT = E-NUMERO
033000        MOVE 'Y' TO WS-FIN-FCLISUM
033100        GO TO 2210-LIRE-EXIT
033200     END-IF

033300     ADD 1            TO WS-CLI-NB-CPTES
033400     ADD SUM-SLD-CPTE TO WS-CLI-SOLDES
033500     .
033600 2210-LIRE-EXIT.
033700     EXIT.
033800*======================================================*
033900*   PROCEDURE DE SORTIE DU TRI : RUPTURE PAR CONSEILLER  *
034000*======================================================*
034100*----------------------*
034200 3000-EDITER-PORTEFEUILLES.
034300*----------------------*
034400     MOVE 'N' TO WS-FIN-TRI
034500     PERFORM 3100-EDITER-UN-CLIENT THRU 3100-EDITER-EXIT
034600         UNTIL FIN-TRI
034700     IF NOT PREMIER-CONSEILLER
034800        PERFORM 3300-TOTAL-CONSEILLER
034900     END-IF

035000     MOVE 'TOTAL GENERAL'   TO LTT-LIBELLE
035100     MOVE WS-NB-CLIENTS     TO LTT-NB-CLI
035200     MOVE WS-TOT-SOLDES     TO LTT-SOLDES
035300     MOVE LIGNE-TOTAL       TO REC-PORTLST
035400     WRITE REC-PORTLST AFTER ADVANCING 2 LINES
035500     .
035600 3000-EDITER-EXIT.
035700     EXIT.
035800*----------------------*
035900 3100-EDITER-UN-CLIENT.
036000*----------------------*
036100     RETURN SRTPTF
036200         AT END
036300            MOVE 'Y' TO WS-FIN-TRI
036400            GO TO 3100-EDITER-EXIT
036500     END-RETURN

036600     IF PREMIER-CONSEILLER
036700        OR SRT-CONSEILLER NOT = WS-CONS-COURANT
036800        IF NOT PREMIER-CONSEILLER
036900           PERFORM 3300-TOTAL-CONSEILLER
037000        END-IF
037100        PERFORM 3200-ENTETE-CONSEILLER
037200     END-IF

037300     MOVE SRT-NUMERO   TO LC-NUMERO
037400     MOVE SRT-NOM      TO LC-NOM
037500     MOVE SRT-PNM      TO LC-PNM
037600     MOVE SRT-NB-CPTES TO LC-NB-CPTES
037700     MOVE SRT-SOLDES   TO LC-SOLDES
037800     MOVE LIGNE-CLIENT TO REC-PORTLST
037900     WRITE REC-PORTLST

038000     ADD 1          TO WS-CONS-NB-CLI
038100     ADD SRT-SOLDES TO WS-CONS-SOLDES
038200     ADD SRT-SOLDES TO WS-TOT-SOLDES
038300     IF SRT-CONSEILLER = ZERO
038400        ADD 1 TO WS-NB-SANS-CONSEILLER
038500     END-IF
038600     IF NOT CONS-ACTIF AND SRT-CONSEILLER NOT = ZERO
038700        ADD 1 TO WS-NB-ORPHELINS
038800     END-IF
038900     .
039000 3100-EDITER-EXIT.
039100     EXIT.
039200*----------------------*
039300 3200-ENTETE-CONSEILLER.
039400*----------------------*
039500*    CHAQUE PORTEFEUILLE COMMENCE SUR UNE PAGE PROPRE
039600*----------------------*
039700     MOVE 'N'            TO WS-PREMIER
039800     MOVE SRT-CONSEILLER TO WS-CONS-COURANT
039900     MOVE ZERO           TO WS-CONS-NB-CLI WS-CONS-SOLDES
040000     MOVE SPACE          TO LCO-NOM LCO-PRENOM LCO-SERVICE
040100                            LCO-ETAT
040200     MOVE SRT-CONSEILLER TO LCO-MATRICULE

040300     IF SRT-CONSEILLER = ZERO
040400        MOVE 'I'               TO WS-CONS-ETAT
040500        MOVE 'SANS CONSEILLER' TO LCO-ETAT
040600     ELSE
040700        ADD 1 TO WS-NB-CONSEILLERS
040800        MOVE SRT-CONSEILLER TO EMP-ID
040900        READ FEMPLOY
041000            INVALID KEY
041100               MOVE 'I' TO WS-CONS-ETAT
041200               MOVE 'INCONNU DU PERSONNEL' TO LCO-ETAT
041300            NOT INVALID KEY
041400               MOVE EMP-LASTNAME   TO LCO-NOM
041500               MOVE EMP-FIRSTNAME  TO LCO-PRENOM
041600               MOVE EMP-DEPARTMENT TO LCO-SERVICE
041700               IF EMP-TERMINE
041800                  MOVE 'T' TO WS-CONS-ETAT
041900                  MOVE 'SORTI - PORTEFEUILLE A REAFFECTER'
042000                    TO LCO-ETAT
042100               ELSE
042200                  MOVE 'A' TO WS-CONS-ETAT
042300               END-IF
042400        END-READ
042500     END-IF

042600     MOVE LIGNE-CONSEILLER TO REC-PORTLST
042700     WRITE REC-PORTLST AFTER ADVANCING PAGE
042800     MOVE LIGNE-ENTETE     TO REC-PORTLST
042900     WRITE REC-PORTLST AFTER ADVANCING 2 LINES
043000     .
043100*----------------------*
043200 3300-TOTAL-CONSEILLER.
043300*----------------------*
043400     MOVE 'TOTAL DU PORTEFEUILLE'  TO LTT-LIBELLE
043500     MOVE WS-CONS-NB-CLI           TO LTT-NB-CLI
043600     MOVE WS-CONS-SOLDES           TO LTT-SOLDES
043700     MOVE LIGNE-TOTAL              TO REC-PORTLST
043800     WRITE REC-PORTLST AFTER ADVANCING 2 LINES
043900     .
044000*----------------------*
044100 9000-TERMINAISON.
044200*----------------------*
044300     CLOSE FCLIENTS
044400     CLOSE FCLISUM
044500     CLOSE FEMPLOY
044600     CLOSE PORTLST

044700     DISPLAY 'PORTLST - FICHES LUES          : ' WS-NB-LUS
044800     DISPLAY 'PORTLST - CLIENTS EDITES       : ' WS-NB-CLIENTS
044900     DISPLAY 'PORTLST - CONSEILLERS          : '
045000             WS-NB-CONSEILLERS
045100     DISPLAY 'PORTLST - CLIENTS SANS CONSEIL.: '
045200             WS-NB-SANS-CONSEILLER
045300     DISPLAY 'PORTLST - CLIENTS D''UN SORTANT : '
045400             WS-NB-ORPHELINS

045500     MOVE 'F' TO RL-FONCTION
045600     MOVE 'PORTLST' TO RL-PROG
045700     MOVE WS-NB-LUS TO RL-LUS
045800     MOVE WS-NB-CLIENTS TO RL-ECRITS
045900     MOVE ZERO TO RL-REJETES
046000     MOVE RETURN-CODE TO RL-RC
046100     CALL 'pgrunlog' USING RL-COMMUN
046200     .

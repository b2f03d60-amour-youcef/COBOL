000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    MVTJCTL.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - FICHIER DES MOUVEMENTS DU
001400*                   JOUR. FUSIONNE LE FICHIER BRUT
001500*                   MVTJBRUT (POSTINGS BATCH) ET L'ESDS
001600*                   FMVTJTP (GUICHET, OUVRCPT), TRIE PAR
001700*                   COMPTE + SEQUENCE, REPORTE LES
001800*                   MARQUAGES D'ANNULATION SUR LES LIGNES
001900*                   DU JOUR ET ECRIT MVTJOUR. CONTROLE
002000*                   PAR COMPTE MOUVEMENTE : NOMBRE ET
002100*                   MONTANT DES LIGNES DE MVTJOUR CONTRE
002200*                   LES LIGNES HISTCLT A PARTIR DE LA
002300*                   PREMIERE SEQUENCE DU JOUR. RC 8 = AU
002400*                   MOINS UN ECART (ETATS DE FIN DE
002500*                   JOURNEE NON LANCES).
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
003700     SELECT FMVJBRUT   ASSIGN TO MVTJBRUT
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-FS-FMVJBRUT.

004000     SELECT FMVJTP     ASSIGN TO MVTJTP
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-FS-FMVJTP.

004300     SELECT FHST       ASSIGN TO FHST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS HST-CLE
004700         FILE STATUS IS WS-FS-FHST.

004800     SELECT SRTMVJ     ASSIGN TO SRTMVJ.

004900     SELECT FMVTJOUR   ASSIGN TO MVTJOUR
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-FS-FMVTJOUR.

005200     SELECT MVTJCTRP   ASSIGN TO MVTJCTRP
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-FS-MVTJCTRP.
005500*
005600*======================================================*
005700*           D A T A         D I V I S I O N            *
005800*======================================================*
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
006200 FD  FMVJBRUT
006300     RECORD CONTAINS 100 CHARACTERS.
006400 01  REC-MVJBRUT              PIC X(100).
006500*
006600 FD  FMVJTP
006700     RECORD CONTAINS 100 CHARACTERS.
006800 01  REC-MVJTP                PIC X(100).
006900*
007000 FD  FHST
007100     RECORD CONTAINS 100 CHARACTERS.
007200 01  REC-HST.
007300     05  HST-CLE.
007400        10  HST-ID-CPTE   PIC X(08).
007500        10  HST-SEQ       PIC 9(05).
007600     05  HST-DATE      PIC 9(08).
007700     05  HST-CODE      PIC X(01).
007800     05  HST-MONTANT   PIC 9(08)V99.
007900     05  HST-SLD-APRES PIC S9(08)V99.
008000     05  HST-SOURCE    PIC X(04).
008100     05  FILLER        PIC X(54).
008200*
008300*    IMAGES DES DEUX FICHIERS, TRIEES PAR COMPTE + SEQUENCE,
008400*    LA LIGNE ECRITE (IMAGE ESPACE) AVANT SON MARQUAGE (A)
008500 SD  SRTMVJ.
008600 01  SRT-MOUVEMENT.
008700     05  SRT-CLE.
008800        10  SRT-ID-CPTE       PIC X(08).
008900        10  SRT-SEQ           PIC 9(05).
009000     05  SRT-DATE             PIC 9(08).
009100     05  SRT-CODE             PIC X(01).
009200     05  SRT-MONTANT          PIC 9(08)V99.
009300     05  SRT-SLD-APRES        PIC S9(08)V99.
009400     05  SRT-SOURCE           PIC X(04).
009500     05  SRT-ANNUL-STATUT     PIC X(01).
009600     05  SRT-ANNUL-SEQ        PIC 9(05).
009700     05  SRT-ANNUL-DATE       PIC 9(08).
009800     05  SRT-ANNUL-CODE       PIC X(01).
009900     05  FILLER               PIC X(34).
010000     05  SRT-IMAGE            PIC X(01).
010100        88 SRT-MARQUAGE          VALUE 'A'.
010200     05  FILLER               PIC X(04).
010300*
010400 FD  FMVTJOUR
010500     RECORD CONTAINS 100 CHARACTERS.
010600 01  REC-MVTJOUR              PIC X(100).
010700*
010800 FD  MVTJCTRP
010900     RECORD CONTAINS 100 CHARACTERS.
011000 01  REC-MVTJCTRP             PIC X(100).
011100*
011200*------------------------------------------------------*
011300 WORKING-STORAGE SECTION.
011400*------------------------------------------------------*
011500*
011600 01  WS-FS-FMVJBRUT           PIC X(02) VALUE SPACE.
011700     88 FS-FMVJBRUT-OK           VALUE '00'.
011800 01  WS-FS-FMVJTP             PIC X(02) VALUE SPACE.
011900     88 FS-FMVJTP-OK             VALUE '00'.
012000 01  WS-FS-FHST               PIC X(02) VALUE SPACE.
012100     88 FS-FHST-OK               VALUE '00'.
012200 01  WS-FS-FMVTJOUR           PIC X(02) VALUE SPACE.
012300     88 FS-FMVTJOUR-OK           VALUE '00'.
012400 01  WS-FS-MVTJCTRP           PIC X(02) VALUE SPACE.
012500     88 FS-MVTJCTRP-OK           VALUE '00'.
012600*
012700 01  WS-FIN-FMVJBRUT          PIC X(01) VALUE 'N'.
012800     88 FIN-FMVJBRUT             VALUE 'Y'.
012900 01  WS-FIN-FMVJTP            PIC X(01) VALUE 'N'.
013000     88 FIN-FMVJTP               VALUE 'Y'.
013100 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
013200     88 FIN-TRI                  VALUE 'Y'.
013300 01  WS-FIN-HST-CPTE          PIC X(01) VALUE 'N'.
013400     88 FIN-HST-CPTE             VALUE 'Y'.
013500*
013600*    IMAGE EN ATTENTE D'ECRITURE (UN MARQUAGE DE LA MEME
013700*    CLE QUI SUIT EST REPORTE DESSUS)
013800 01  WS-ATTENTE               PIC X(01) VALUE 'N'.
013900     88 ATTENTE-PRESENTE         VALUE 'Y'.
014000     COPY FMVTJOUR.
014100*
014200 01  WS-DATE-JOUR             PIC 9(08).
014300*
014400*    COMPTE EN COURS DE CONTROLE
014500 01  WS-CPTE-COURANT          PIC X(08) VALUE SPACE.
014600 01  WS-CPT-PREM-SEQ          PIC 9(05) VALUE ZERO.
014700 01  WS-CPT-NB-MVJ            PIC 9(07) VALUE ZERO.
014800 01  WS-CPT-MT-MVJ            PIC 9(11)V99 VALUE ZERO.
014900 01  WS-CPT-NB-HST            PIC 9(07) VALUE ZERO.
015000 01  WS-CPT-MT-HST            PIC 9(11)V99 VALUE ZERO.
015100*
015200 01  WS-NB-BRUT               PIC 9(07) VALUE ZERO.
015300 01  WS-NB-TP                 PIC 9(07) VALUE ZERO.
015400 01  WS-NB-ECRITS             PIC 9(07) VALUE ZERO.
015500 01  WS-NB-LIGNES             PIC 9(07) VALUE ZERO.
015600 01  WS-NB-REPORTES           PIC 9(07) VALUE ZERO.
015700 01  WS-NB-MARQ-ANTER         PIC 9(07) VALUE ZERO.
015800 01  WS-NB-COMPTES            PIC 9(07) VALUE ZERO.
015900 01  WS-NB-ECARTS             PIC 9(07) VALUE ZERO.
016000 01  WS-TOT-MONTANT           PIC 9(11)V99 VALUE ZERO.
016100*
016200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
016300 01  RL-COMMUN.
016400     05 RL-FONCTION    PIC X(01).
016500     05 RL-PROG        PIC X(08).
016600     05 RL-LUS         PIC 9(09).
016700     05 RL-ECRITS      PIC 9(09).
016800     05 RL-REJETES     PIC 9(09).
016900     05 RL-RC          PIC 9(02).
017000*
017100 01  LIGNE-TITRE.
017200     05 FILLER                PIC X(46) VALUE
017300        'CONTROLE DES MOUVEMENTS DU JOUR (MVTJOUR) AU '.
017400     05 LT-DATE               PIC 9(08).
017500     05 FILLER                PIC X(46) VALUE SPACE.
017600*
017700 01  LIGNE-ENTETE.
017800     05 FILLER                PIC X(10) VALUE 'COMPTE'.
017900     05 FILLER                PIC X(09) VALUE 'NB MVTJ'.
018000     05 FILLER                PIC X(18) VALUE '   MONTANT MVTJ'.
018100     05 FILLER                PIC X(09) VALUE 'NB HST'.
018200     05 FILLER                PIC X(18) VALUE '   MONTANT HST'.
018300     05 FILLER                PIC X(36) VALUE SPACE.
018400*
018500 01  LIGNE-DETAIL.
018600     05 LD-CPTE               PIC X(08).
018700     05 FILLER                PIC X(02) VALUE SPACE.
018800     05 LD-NB-MVJ             PIC ZZZZZZ9.
018900     05 FILLER                PIC X(02) VALUE SPACE.
019000     05 LD-MT-MVJ             PIC ZZZ,ZZZ,ZZ9.99.
019100     05 FILLER                PIC X(02) VALUE SPACE.
019200     05 LD-NB-HST             PIC ZZZZZZ9.
019300     05 FILLER                PIC X(02) VALUE SPACE.
019400     05 LD-MT-HST             PIC ZZZ,ZZZ,ZZ9.99.
019500     05 FILLER                PIC X(02) VALUE SPACE.
019600     05 LD-MOTIF              PIC X(20).
019700     05 FILLER                PIC X(20) VALUE SPACE.
019800*
019900 01  LIGNE-TOTAL.
020000     05 LT-LIBELLE            PIC X(30).
020100     05 LT-NB                 PIC ZZZZZZ9.
020200     05 FILLER                PIC X(63) VALUE SPACE.
020300*
020400 01  LIGNE-MONTANT.
020500     05 LM-LIBELLE            PIC X(30).
020600     05 LM-MONTANT            PIC ZZ,ZZZ,ZZZ,ZZ9.99.
020700     05 FILLER                PIC X(53) VALUE SPACE.
020800*
020900*======================================================*
021000*     P R O C E D U R E     D I V I S I O N            *
021100*======================================================*
021200 PROCEDURE DIVISION.
021300*----------------------*
021400 0000-MAINLINE.
021500*----------------------*
021600     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
021700     IF RETURN-CODE NOT < 8
021800        GOBACK
021900     END-IF

022000     SORT SRTMVJ
022100         ON ASCENDING KEY SRT-ID-CPTE SRT-SEQ SRT-IMAGE
022200         INPUT PROCEDURE 2000-CHARGER
022300             THRU 2000-CHARGER-EXIT
022400         OUTPUT PROCEDURE 3000-CONSOLIDER
022500             THRU 3000-CONSOLIDER-EXIT
022600     IF SORT-RETURN NOT = ZERO
022700        DISPLAY 'MVTJCTL - ERREUR TRI SRTMVJ'
022800        MOVE 12 TO RETURN-CODE
022900     END-IF

023000     PERFORM 9000-TERMINAISON
023100     GOBACK
023200     .
023300*----------------------*
023400 1000-INITIALISATION.
023500*----------------------*
023600     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

023700     MOVE 'D' TO RL-FONCTION
023800     MOVE 'MVTJCTL' TO RL-PROG
023900     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
024000     CALL 'pgrunlog' USING RL-COMMUN

024100     OPEN INPUT FMVJBRUT
024200     IF NOT FS-FMVJBRUT-OK
024300        DISPLAY 'MVTJCTL - ERREUR OPEN MVTJBRUT - FS='
024400                WS-FS-FMVJBRUT
024500        MOVE 12 TO RETURN-CODE
024600        GO TO 1000-INITIALISATION-EXIT
024700     END-IF

024800     OPEN INPUT FMVJTP
024900     IF NOT FS-FMVJTP-OK
025000        DISPLAY 'MVTJCTL - ERREUR OPEN MVTJTP - FS='
025100                WS-FS-FMVJTP
025200        MOVE 12 TO RETURN-CODE
025300        CLOSE FMVJBRUT
025400        GO TO 1000-INITIALISATION-EXIT
025500     END-IF

025600     OPEN INPUT FHST
025700     IF NOT FS-FHST-OK
025800        DISPLAY 'MVTJCTL - ERREUR OPEN FHST - FS='
025900                WS-FS-FHST
026000        MOVE 12 TO RETURN-CODE
026100        CLOSE FMVJBRUT
026200        CLOSE FMVJTP
026300        GO TO 1000-INITIALISATION-EXIT
026400     END-IF

026500     OPEN OUTPUT FMVTJOUR
026600     IF NOT FS-FMVTJOUR-OK
026700        DISPLAY 'MVTJCTL - ERREUR OPEN MVTJOUR - FS='
026800                WS-FS-FMVTJOUR
026900        MOVE 12 TO RETURN-CODE
027000        CLOSE FMVJBRUT
027100        CLOSE FMVJTP
027200        CLOSE FHST
027300        GO TO 1000-INITIALISATION-EXIT
027400     END-IF

027500     OPEN OUTPUT MVTJCTRP
027600     IF NOT FS-MVTJCTRP-OK
027700        DISPLAY 'MVTJCTL - ERREUR OPEN MVTJCTRP - FS='
027800                WS-FS-MVTJCTRP
027900        MOVE 12 TO RETURN-CODE
028000        CLOSE FMVJBRUT
028100        CLOSE FMVJTP
028200        CLOSE FHST
028300        CLOSE FMVTJOUR
028400        GO TO 1000-INITIALISATION-EXIT
028500     END-IF

028600     MOVE WS-DATE-JOUR TO LT-DATE
028700     MOVE LIGNE-TITRE  TO REC-MVTJCTRP
028800     WRITE REC-MVTJCTRP
028900     MOVE LIGNE-ENTETE TO REC-MVTJCTRP
029000     WRITE REC-MVTJCTRP
029100     .
029200 1000-INITIALISATION-EXIT.
029300     EXIT.
029400*----------------------*
029500 2000-CHARGER.
029600*----------------------*
029700     PERFORM 2100-LIRE-BRUT THRU 2100-LIRE-BRUT-EXIT
029800         UNTIL FIN-FMVJBRUT
029900     PERFORM 2200-LIRE-TP THRU 2200-LIRE-TP-EXIT
030000         UNTIL FIN-FMVJTP
030100     .
030200 2000-CHARGER-EXIT.
030300     EXIT.
030400*----------------------*
030500 2100-LIRE-BRUT.
030600*----------------------*
030700     READ FMVJBRUT
030800         AT END
030900            MOVE 'Y' TO WS-FIN-FMVJBRUT
031000            GO TO 2100-LIRE-BRUT-EXIT
031100     END-READ
031200     ADD 1 TO WS-NB-BRUT
031300     MOVE REC-MVJBRUT TO SRT-MOUVEMENT
031400     RELEASE SRT-MOUVEMENT
031500     .
031600 2100-LIRE-BRUT-EXIT.
031700     EXIT.
031800*----------------------*
031900 2200-LIRE-TP.
032000*----------------------*
032100     READ FMVJTP
032200         AT END
032300            MOVE 'Y' TO WS-FIN-FMVJTP
032400            GO TO 2200-LIRE-TP-EXIT
032500     END-READ
032600     ADD 1 TO WS-NB-TP
032700     MOVE REC-MVJTP TO SRT-MOUVEMENT
032800     RELEASE SRT-MOUVEMENT
032900     .
033000 2200-LIRE-TP-EXIT.
033100     EXIT.
033200*----------------------*
033300 3000-CONSOLIDER.
033400*----------------------*
033500     PERFORM 3100-TRAITER-IMAGE THRU 3100-TRAITER-IMAGE-EXIT
033600         UNTIL FIN-TRI
033700     PERFORM 3500-ECRIRE-ATTENTE
033800     PERFORM 4000-CONTROLER-COMPTE
033900         THRU 4000-CONTROLER-COMPTE-EXIT
034000     .
034100 3000-CONSOLIDER-EXIT.
034200     EXIT.
034300*----------------------*
034400 3100-TRAITER-IMAGE.
034500*----------------------*
034600     RETURN SRTMVJ
034700         AT END
034800            MOVE 'Y' TO WS-FIN-TRI
034900            GO TO 3100-TRAITER-IMAGE-EXIT
035000     END-RETURN

035100     IF SRT-ID-CPTE NOT = WS-CPTE-COURANT
035200        PERFORM 3500-ECRIRE-ATTENTE
035300        PERFORM 4000-CONTROLER-COMPTE
035400            THRU 4000-CONTROLER-COMPTE-EXIT
035500        MOVE SRT-ID-CPTE TO WS-CPTE-COURANT
035600        MOVE ZERO TO WS-CPT-PREM-SEQ
035700        MOVE ZERO TO WS-CPT-NB-MVJ WS-CPT-MT-MVJ
035800        MOVE ZERO TO WS-CPT-NB-HST WS-CPT-MT-HST
035900     END-IF

036000*    MARQUAGE D'UNE LIGNE DU JOUR : REPORTE SUR LA LIGNE
036100     IF SRT-MARQUAGE
036200        IF ATTENTE-PRESENTE AND SRT-CLE = MVJ-CLE
036300           MOVE SRT-ANNUL-STATUT TO MVJ-ANNUL-STATUT
036400           MOVE SRT-ANNUL-SEQ    TO MVJ-ANNUL-SEQ
036500           MOVE SRT-ANNUL-DATE   TO MVJ-ANNUL-DATE
036600           ADD 1 TO WS-NB-REPORTES
036700        ELSE
036800*          LIGNE D'UN JOUR PRECEDENT : L'IMAGE A EST GARDEE
036900           PERFORM 3500-ECRIRE-ATTENTE
037000           MOVE SRT-MOUVEMENT TO MVJ-MOUVEMENT
037100           MOVE 'Y' TO WS-ATTENTE
037200           ADD 1 TO WS-NB-MARQ-ANTER
037300        END-IF
037400        GO TO 3100-TRAITER-IMAGE-EXIT
037500     END-IF

037600     PERFORM 3500-ECRIRE-ATTENTE
037700     MOVE SRT-MOUVEMENT TO MVJ-MOUVEMENT
037800     MOVE 'Y' TO WS-ATTENTE
037900     ADD 1 TO WS-NB-LIGNES
038000     ADD SRT-MONTANT TO WS-TOT-MONTANT
038100     ADD 1 TO WS-CPT-NB-MVJ
038200     ADD SRT-MONTANT TO WS-CPT-MT-MVJ
038300     IF WS-CPT-PREM-SEQ = ZERO
038400        MOVE SRT-SEQ TO WS-CPT-PREM-SEQ
038500     END-IF
038600     .
038700 3100-TRAITER-IMAGE-EXIT.
038800     EXIT.
038900*----------------------*
039000 3500-ECRIRE-ATTENTE.
039100*----------------------*
039200     IF ATTENTE-PRESENTE
039300        WRITE REC-MVTJOUR FROM MVJ-MOUVEMENT
039400        ADD 1 TO WS-NB-ECRITS
039500        MOVE 'N' TO WS-ATTENTE
039600     END-IF
039700     .
039800*----------------------*
039900 4000-CONTROLER-COMPTE.
040000*----------------------*
040100*    LIGNES HISTCLT DU COMPTE DEPUIS LA PREMIERE SEQUENCE
040200*    DU JOUR : MEME NOMBRE ET MEME MONTANT QUE MVTJOUR
040300     IF WS-CPT-NB-MVJ = ZERO
040400        GO TO 4000-CONTROLER-COMPTE-EXIT
040500     END-IF
040600     ADD 1 TO WS-NB-COMPTES

040700     MOVE 'N' TO WS-FIN-HST-CPTE
040800     MOVE WS-CPTE-COURANT TO HST-ID-CPTE
040900     MOVE WS-CPT-PREM-SEQ TO HST-SEQ
041000     START FHST KEY IS NOT LESS THAN HST-CLE
041100         INVALID KEY
041200            MOVE 'Y' TO WS-FIN-HST-CPTE
041300     END-START
041400     PERFORM 4100-LIRE-HST THRU 4100-LIRE-HST-EXIT
041500         UNTIL FIN-HST-CPTE

041600     IF WS-CPT-NB-HST = WS-CPT-NB-MVJ
041700        AND WS-CPT-MT-HST = WS-CPT-MT-MVJ
041800        GO TO 4000-CONTROLER-COMPTE-EXIT
041900     END-IF

042000     ADD 1 TO WS-NB-ECARTS
042100     MOVE WS-CPTE-COURANT TO LD-CPTE
042200     MOVE WS-CPT-NB-MVJ   TO LD-NB-MVJ
042300     MOVE WS-CPT-MT-MVJ   TO LD-MT-MVJ
042400     MOVE WS-CPT-NB-HST   TO LD-NB-HST
042500     MOVE WS-CPT-MT-HST   TO LD-MT-HST
042600     IF WS-CPT-NB-HST > WS-CPT-NB-MVJ
042700        MOVE 'LIGNES HST ABSENTES' TO LD-MOTIF
042800     ELSE
042900        IF WS-CPT-NB-HST < WS-CPT-NB-MVJ
043000           MOVE 'LIGNES MVTJ EN TROP' TO LD-MOTIF
043100        ELSE
043200           MOVE 'ECART DE MONTANT'    TO LD-MOTIF
043300        END-IF
043400     END-IF
043500     MOVE LIGNE-DETAIL TO REC-MVTJCTRP
043600     WRITE REC-MVTJCTRP
043700     .
043800 4000-CONTROLER-COMPTE-EXIT.
043900     EXIT.
044000*----------------------*
044100 4100-LIRE-HST.
044200*----------------------*
044300     READ FHST NEXT RECORD
044400         AT END
044500            MOVE 'Y' TO WS-FIN-HST-CPTE
044600            GO TO 4100-LIRE-HST-EXIT
044700     END-READ
044800     IF HST-ID-CPTE NOT = WS-CPTE-COURANT
044900        MOVE 'Y' TO WS-FIN-HST-CPTE
045000        GO TO 4100-LIRE-HST-EXIT
045100     END-IF
045200     ADD 1 TO WS-CPT-NB-HST
045300     ADD HST-MONTANT TO WS-CPT-MT-HST
045400     .
045500 4100-LIRE-HST-EXIT.
045600     EXIT.
045700*----------------------*
045800 8000-ECRIRE-TOTAL.
045900*----------------------*
046000     MOVE LIGNE-TOTAL TO REC-MVTJCTRP
046100     WRITE REC-MVTJCTRP
046200     .
046300*----------------------*
046400 9000-TERMINAISON.
046500*----------------------*
046600     MOVE SPACE TO REC-MVTJCTRP
046700     WRITE REC-MVTJCTRP
046800     MOVE 'IMAGES LUES MVTJBRUT       : ' TO LT-LIBELLE
046900     MOVE WS-NB-BRUT TO LT-NB
047000     PERFORM 8000-ECRIRE-TOTAL
047100     MOVE 'IMAGES LUES MVTJTP         : ' TO LT-LIBELLE
047200     MOVE WS-NB-TP TO LT-NB
047300     PERFORM 8000-ECRIRE-TOTAL
047400     MOVE 'LIGNES DU JOUR             : ' TO LT-LIBELLE
047500     MOVE WS-NB-LIGNES TO LT-NB
047600     PERFORM 8000-ECRIRE-TOTAL
047700     MOVE 'MARQUAGES REPORTES         : ' TO LT-LIBELLE
047800     MOVE WS-NB-REPORTES TO LT-NB
047900     PERFORM 8000-ECRIRE-TOTAL
048000     MOVE 'MARQUAGES JOURS PRECEDENTS : ' TO LT-LIBELLE
048100     MOVE WS-NB-MARQ-ANTER TO LT-NB
048200     PERFORM 8000-ECRIRE-TOTAL
048300     MOVE 'ENREGISTREMENTS MVTJOUR    : ' TO LT-LIBELLE
048400     MOVE WS-NB-ECRITS TO LT-NB
048500     PERFORM 8000-ECRIRE-TOTAL
048600     MOVE 'COMPTES CONTROLES          : ' TO LT-LIBELLE
048700     MOVE WS-NB-COMPTES TO LT-NB
048800     PERFORM 8000-ECRIRE-TOTAL
048900     MOVE 'COMPTES EN ECART           : ' TO LT-LIBELLE
049000     MOVE WS-NB-ECARTS TO LT-NB
049100     PERFORM 8000-ECRIRE-TOTAL
049200     MOVE 'MONTANT DES LIGNES DU JOUR : ' TO LM-LIBELLE
049300     MOVE WS-TOT-MONTANT TO LM-MONTANT
049400     MOVE LIGNE-MONTANT TO REC-MVTJCTRP
049500     WRITE REC-MVTJCTRP

049600     CLOSE FMVJBRUT
049700     CLOSE FMVJTP
049800     CLOSE FHST
049900     CLOSE FMVTJOUR
050000     CLOSE MVTJCTRP

050100     DISPLAY 'MVTJCTL - LIGNES DU JOUR     : ' WS-NB-LIGNES
050200     DISPLAY 'MVTJCTL - COMPTES EN ECART   : ' WS-NB-ECARTS

050300     IF RETURN-CODE < 8 AND WS-NB-ECARTS > ZERO
050400        MOVE 8 TO RETURN-CODE
050500     END-IF

050600     MOVE 'F' TO RL-FONCTION
050700     MOVE 'MVTJCTL' TO RL-PROG
050800     COMPUTE RL-LUS = WS-NB-BRUT + WS-NB-TP
050900     MOVE WS-NB-ECRITS TO RL-ECRITS
051000     MOVE WS-NB-ECARTS TO RL-REJETES
051100     MOVE RETURN-CODE TO RL-RC
051200     CALL 'pgrunlog' USING RL-COMMUN
051300     .

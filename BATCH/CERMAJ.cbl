000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CERMAJ.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - TENUE DU REGISTRE DES
001400*                   CERTIFICATIONS DU PERSONNEL FCERTIF
001500*                   PAR LES RESSOURCES HUMAINES (JCL
001600*                   CERMAJ). CHAQUE CARTE CERCART (DESSIN
001700*                   FCERCRT) ENREGISTRE OU RENOUVELLE UN
001800*                   COURS D'UN EMPLOYE (A) OU LE SUPPRIME
001900*                   (S). L'EXPIRATION VAUT PAR DEFAUT
002000*                   L'OBTENTION + 12 MOIS ET NE PEUT PAS
002100*                   LA DEPASSER POUR LES COURS EXIGES AU
002200*                   GUICHET (LCBF, ESPC). RC 4 SI UNE
002300*                   CARTE EST REJETEE.
002400*--------------------------------------------------------
002500*
002600*======================================================*
002700*   E N V I R O N M E N T       D I V I S I O N        *
002800*======================================================*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-390.
003200 OBJECT-COMPUTER. IBM-390.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CERCART    ASSIGN TO CERCART
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-FS-CERCART.

003800     SELECT FEMPLOY    ASSIGN TO FEMPLOY
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS EMP-ID
004200         FILE STATUS IS WS-FS-FEMPLOY.

004300     SELECT FCERTIF    ASSIGN TO FCERTIF
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CER-CLE
004700         FILE STATUS IS WS-FS-FCERTIF.

004800     SELECT CERMAJRP   ASSIGN TO CERMAJRP
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FS-CERMAJRP.
005100*
005200*======================================================*
005300*           D A T A         D I V I S I O N            *
005400*======================================================*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800*    MOUVEMENTS SAISIS PAR LES RESSOURCES HUMAINES
005900 FD  CERCART
006000     RECORD CONTAINS 80 CHARACTERS.
006100     COPY FCERCRT.
006200*
006300 FD  FEMPLOY
006400     RECORD CONTAINS 85 CHARACTERS.
006500     COPY FEMPLOY.
006600*
006700 FD  FCERTIF
006800     RECORD CONTAINS 80 CHARACTERS.
006900     COPY FCERTIF.
007000*
007100 FD  CERMAJRP
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  REC-CERMAJRP             PIC X(80).
007400*
007500*------------------------------------------------------*
007600 WORKING-STORAGE SECTION.
007700*------------------------------------------------------*
007800*
007900 01  WS-FS-CERCART            PIC X(02) VALUE SPACE.
008000     88 FS-CERCART-OK            VALUE '00'.
008100 01  WS-FS-FEMPLOY            PIC X(02) VALUE SPACE.
008200     88 FS-FEMPLOY-OK            VALUE '00'.
008300 01  WS-FS-FCERTIF            PIC X(02) VALUE SPACE.
008400     88 FS-FCERTIF-OK            VALUE '00'.
008500 01  WS-FS-CERMAJRP           PIC X(02) VALUE SPACE.
008600     88 FS-CERMAJRP-OK           VALUE '00'.
008700*
008800 01  WS-FIN-CERCART           PIC X(01) VALUE 'N'.
008900     88 FIN-CERCART              VALUE 'Y'.
009000*
009100 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
009200*
009300*    DATES DE LA CARTE, CONTROLEES PAR pgvaldate
009400 01  WS-DATE-OBT              PIC 9(08) VALUE ZERO.
009500 01  WS-DATE-EXP              PIC 9(08) VALUE ZERO.
009600 01  WS-DATE-MAXI             PIC 9(08) VALUE ZERO.
009700 01  WS-DATE-MAXI-R REDEFINES WS-DATE-MAXI.
009800     05 WS-MAXI-AAAA          PIC 9(04).
009900     05 WS-MAXI-MM            PIC 9(02).
010000     05 WS-MAXI-JJ            PIC 9(02).
010100 01  WS-DATE-CTL              PIC X(08).
010200 01  WS-DATE-CTL-R REDEFINES WS-DATE-CTL.
010300     05 WS-CTL-AAAA           PIC 9(04).
010400     05 WS-CTL-MM             PIC 9(02).
010500     05 WS-CTL-JJ             PIC 9(02).
010600 01  WS-DATE-VALIDE           PIC X(01).
010700     88 DATE-OK                  VALUE 'O'.
010800*
010900 01  WS-CERT-EXISTE           PIC X(01) VALUE 'N'.
011000     88 CERT-EXISTE              VALUE 'O'.
011100*
011200 01  WS-NB-CARTES             PIC 9(05) VALUE ZERO.
011300 01  WS-NB-CREES              PIC 9(05) VALUE ZERO.
011400 01  WS-NB-RENOUVELES         PIC 9(05) VALUE ZERO.
011500 01  WS-NB-SUPPRIMES          PIC 9(05) VALUE ZERO.
011600 01  WS-NB-REJETS             PIC 9(05) VALUE ZERO.
011700 01  WS-NB-APPLIQUES          PIC 9(05) VALUE ZERO.
011800*
011900 01  WS-MOTIF-REJET           PIC X(40).
012000 01  WS-LIBELLE-MVT           PIC X(12).
012100*
012200*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
012300 01  RL-COMMUN.
012400     05 RL-FONCTION    PIC X(01).
012500     05 RL-PROG        PIC X(08).
012600     05 RL-LUS         PIC 9(09).
012700     05 RL-ECRITS      PIC 9(09).
012800     05 RL-REJETES     PIC 9(09).
012900     05 RL-RC          PIC 9(02).
013000*
013100 01  LIGNE-TITRE.
013200     05 FILLER                PIC X(44) VALUE
013300        'REGISTRE DES CERTIFICATIONS - DATE          '.
013400     05 LT-DATE               PIC 9(08).
013500     05 FILLER                PIC X(28) VALUE SPACE.
013600*
013700 01  LIGNE-APPLIQUE.
013800     05 FILLER                PIC X(10) VALUE 'EMPLOYE : '.
013900     05 LA-EMP-ID             PIC X(07).
014000     05 FILLER                PIC X(02) VALUE SPACE.
014100     05 LA-COURS              PIC X(04).
014200     05 FILLER                PIC X(02) VALUE SPACE.
014300     05 LA-MVT                PIC X(12).
014400     05 FILLER                PIC X(02) VALUE SPACE.
014500     05 LA-EXPIRATION         PIC X(08).
014600     05 FILLER                PIC X(09) VALUE '  VISA : '.
014700     05 LA-VISA               PIC X(08).
014800     05 FILLER                PIC X(16) VALUE SPACE.
014900*
015000 01  LIGNE-REJET.
015100     05 FILLER                PIC X(10) VALUE 'EMPLOYE : '.
015200     05 LR-EMP-ID             PIC X(07).
015300     05 FILLER                PIC X(02) VALUE SPACE.
015400     05 LR-COURS              PIC X(04).
015500     05 FILLER                PIC X(10) VALUE '  REJET : '.
015600     05 LR-MOTIF              PIC X(40).
015700     05 FILLER                PIC X(07) VALUE SPACE.
015800*
015900 01  LIGNE-TOTAL.
016000     05 LTO-LIBELLE           PIC X(30).
016100     05 LTO-NB                PIC ZZZZ9.
016200     05 FILLER                PIC X(45) VALUE SPACE.
016300*
016400*======================================================*
016500*     P R O C E D U R E     D I V I S I O N            *
016600*======================================================*
016700 PROCEDURE DIVISION.
016800*----------------------*
016900 0000-MAINLINE.
017000*----------------------*
017100     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
017200     IF RETURN-CODE NOT < 8
017300        GOBACK
017400     END-IF
017500     PERFORM 2000-TRAITER-CARTE THRU 2000-TRAITER-EXIT
017600         UNTIL FIN-CERCART
017700     PERFORM 9000-TERMINAISON
017800     GOBACK
017900     .
018000*----------------------*
018100 1000-INITIALISATION.
018200*----------------------*
018300     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

018400     MOVE 'D' TO RL-FONCTION
018500     MOVE 'CERMAJ' TO RL-PROG
018600     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
018700     CALL 'pgrunlog' USING RL-COMMUN

018800     OPEN INPUT CERCART
018900     IF NOT FS-CERCART-OK
019000        DISPLAY 'CERMAJ - ERREUR OPEN CERCART - FS='
019100                WS-FS-CERCART
019200        MOVE 12 TO RETURN-CODE
019300        GO TO 1000-INITIALISATION-EXIT
019400     END-IF

019500     OPEN INPUT FEMPLOY
019600     IF NOT FS-FEMPLOY-OK
019700        DISPLAY 'CERMAJ - ERREUR OPEN FEMPLOY - FS='
019800                WS-FS-FEMPLOY
019900        MOVE 12 TO RETURN-CODE
020000        CLOSE CERCART
020100        GO TO 1000-INITIALISATION-EXIT
020200     END-IF

020300     OPEN I-O FCERTIF
020400     IF NOT FS-FCERTIF-OK
020500        DISPLAY 'CERMAJ - ERREUR OPEN FCERTIF - FS='
020600                WS-FS-FCERTIF
020700        MOVE 12 TO RETURN-CODE
020800        CLOSE CERCART FEMPLOY
020900        GO TO 1000-INITIALISATION-EXIT
021000     END-IF

021100     OPEN OUTPUT CERMAJRP
021200     IF NOT FS-CERMAJRP-OK
021300        DISPLAY 'CERMAJ - ERREUR OPEN CERMAJRP - FS='
021400                WS-FS-CERMAJRP
021500        MOVE 12 TO RETURN-CODE
021600        CLOSE CERCART FEMPLOY FCERTIF
021700        GO TO 1000-INITIALISATION-EXIT
021800     END-IF

021900     MOVE WS-DATE-JOUR TO LT-DATE
022000     MOVE LIGNE-TITRE  TO REC-CERMAJRP
022100     WRITE REC-CERMAJRP
022200     .
022300 1000-INITIALISATION-EXIT.
022400     EXIT.
022500*----------------------*
022600 2000-TRAITER-CARTE.
022700*----------------------*
022800     READ CERCART
022900         AT END
023000            MOVE 'Y' TO WS-FIN-CERCART
023100            GO TO 2000-TRAITER-EXIT
023200     END-READ

023300*    LIGNES DE COMMENTAIRE ET LIGNES BLANCHES IGNOREES
023400     IF CRC-CARTE(1:1) = '*'
023500        OR CRC-CARTE(1:62) = SPACE
023600        GO TO 2000-TRAITER-EXIT
023700     END-IF

023800     ADD 1 TO WS-NB-CARTES

023900     IF NOT (CRC-ENREGISTRER OR CRC-SUPPRIMER)
024000        OR CRC-EMP-ID NOT NUMERIC
024100        OR CRC-COURS = SPACE
024200        MOVE 'CARTE MAL FORMEE' TO WS-MOTIF-REJET
024300        PERFORM 2900-REJETER
024400        GO TO 2000-TRAITER-EXIT
024500     END-IF

024600     IF CRC-VISA = SPACE
024700        MOVE 'VISA RH ABSENT' TO WS-MOTIF-REJET
024800        PERFORM 2900-REJETER
024900        GO TO 2000-TRAITER-EXIT
025000     END-IF

025100     MOVE CRC-EMP-ID TO CER-EMP-ID
025200     MOVE CRC-COURS  TO CER-COURS
025300     MOVE 'O' TO WS-CERT-EXISTE
025400     READ FCERTIF
025500         INVALID KEY
025600            MOVE 'N' TO WS-CERT-EXISTE
025700     END-READ

025800     IF CRC-SUPPRIMER
025900        PERFORM 4000-SUPPRIMER THRU 4000-SUPPRIMER-EXIT
026000     ELSE
026100        PERFORM 3000-ENREGISTRER THRU 3000-ENREGISTRER-EXIT
026200     END-IF
026300     .
026400 2000-TRAITER-EXIT.
026500     EXIT.
026600*----------------------*
026700 2900-REJETER.
026800*----------------------*
026900     ADD 1 TO WS-NB-REJETS
027000     MOVE CRC-EMP-ID     TO LR-EMP-ID
027100     MOVE CRC-COURS      TO LR-COURS
027200     MOVE WS-MOTIF-REJET TO LR-MOTIF
027300     MOVE LIGNE-REJET    TO REC-CERMAJRP
027400     WRITE REC-CERMAJRP
027500     .
027600*----------------------*
027700 3000-ENREGISTRER.
027800*----------------------*
027900*    LE COURS N'EST ENREGISTRE QUE POUR UN EMPLOYE PRESENT
028000*    DANS LES EFFECTIFS
028100*----------------------*
028200     IF NOT CERT-EXISTE
028300        MOVE SPACE      TO CER-CERTIF
028400        MOVE CRC-EMP-ID TO CER-EMP-ID
028500        MOVE CRC-COURS  TO CER-COURS
028600     END-IF

028700     MOVE CRC-EMP-ID TO EMP-ID
028800     READ FEMPLOY
028900         INVALID KEY
029000            MOVE 'EMPLOYE INCONNU' TO WS-MOTIF-REJET
029100            PERFORM 2900-REJETER
029200            GO TO 3000-ENREGISTRER-EXIT
029300     END-READ
029400     IF EMP-TERMINE
029500        MOVE 'EMPLOYE SORTI DES EFFECTIFS' TO WS-MOTIF-REJET
029600        PERFORM 2900-REJETER
029700        GO TO 3000-ENREGISTRER-EXIT
029800     END-IF

029900     MOVE CRC-DATE-OBTENTION TO WS-DATE-CTL
030000     PERFORM 5000-CONTROLER-DATE
030100     IF NOT DATE-OK
030200        MOVE 'DATE D''OBTENTION INVALIDE' TO WS-MOTIF-REJET
030300        PERFORM 2900-REJETER
030400        GO TO 3000-ENREGISTRER-EXIT
030500     END-IF
030600     MOVE WS-DATE-CTL TO WS-DATE-OBT
030700     IF WS-DATE-OBT > WS-DATE-JOUR
030800        MOVE 'DATE D''OBTENTION FUTURE' TO WS-MOTIF-REJET
030900        PERFORM 2900-REJETER
031000        GO TO 3000-ENREGISTRER-EXIT
031100     END-IF

031200*    UN RENOUVELLEMENT NE PEUT PAS REMPLACER UNE OBTENTION
031300*    PLUS RECENTE DEJA ENREGISTREE
031400     IF CERT-EXISTE AND WS-DATE-OBT < CER-DATE-OBTENTION
031500        MOVE 'OBTENTION ANTERIEURE AU REGISTRE'
031600          TO WS-MOTIF-REJET
031700        PERFORM 2900-REJETER
031800        GO TO 3000-ENREGISTRER-EXIT
031900     END-IF

032000*    DATE MAXIMALE : MEME QUANTIEME UN AN PLUS TARD (LE
032100*    29 FEVRIER DONNE LE 28)
032200     MOVE WS-DATE-OBT TO WS-DATE-MAXI
032300     ADD 1 TO WS-MAXI-AAAA
032400     IF WS-MAXI-MM = 02 AND WS-MAXI-JJ = 29
032500        MOVE 28 TO WS-MAXI-JJ
032600     END-IF

032700     IF CRC-DATE-EXPIRATION = SPACE
032800        MOVE WS-DATE-MAXI TO WS-DATE-EXP
032900     ELSE
033000        MOVE CRC-DATE-EXPIRATION TO WS-DATE-CTL
033100        PERFORM 5000-CONTROLER-DATE
033200        IF NOT DATE-OK
033300           MOVE 'DATE D''EXPIRATION INVALIDE' TO WS-MOTIF-REJET
033400           PERFORM 2900-REJETER
033500           GO TO 3000-ENREGISTRER-EXIT
033600        END-IF
033700        MOVE WS-DATE-CTL TO WS-DATE-EXP
033800        IF WS-DATE-EXP NOT > WS-DATE-OBT
033900           MOVE 'EXPIRATION AVANT L''OBTENTION'
034000             TO WS-MOTIF-REJET
034100           PERFORM 2900-REJETER
034200           GO TO 3000-ENREGISTRER-EXIT
034300        END-IF
034400        IF CER-COURS-GUICHET AND WS-DATE-EXP > WS-DATE-MAXI
034500           MOVE 'COURS GUICHET : VALIDITE MAXI 12 MOIS'
034600             TO WS-MOTIF-REJET
034700           PERFORM 2900-REJETER
034800           GO TO 3000-ENREGISTRER-EXIT
034900        END-IF
035000     END-IF

035100     MOVE WS-DATE-OBT   TO CER-DATE-OBTENTION
035200     MOVE WS-DATE-EXP   TO CER-DATE-EXPIRATION
035300     IF CRC-ORGANISME NOT = SPACE
035400        MOVE CRC-ORGANISME TO CER-ORGANISME
035500     END-IF
035600     MOVE WS-DATE-JOUR  TO CER-DATE-MAJ
035700     MOVE CRC-VISA      TO CER-VISA-RH

035800     IF CERT-EXISTE
035900        REWRITE CER-CERTIF
036000            INVALID KEY
036100               MOVE 'REWRITE FCERTIF IMPOSSIBLE'
036200                 TO WS-MOTIF-REJET
036300               PERFORM 2900-REJETER
036400               GO TO 3000-ENREGISTRER-EXIT
036500        END-REWRITE
036600        ADD 1 TO WS-NB-RENOUVELES
036700        MOVE 'RENOUVELE' TO WS-LIBELLE-MVT
036800     ELSE
036900        WRITE CER-CERTIF
037000            INVALID KEY
037100               MOVE 'WRITE FCERTIF IMPOSSIBLE' TO WS-MOTIF-REJET
037200               PERFORM 2900-REJETER
037300               GO TO 3000-ENREGISTRER-EXIT
037400        END-WRITE
037500        ADD 1 TO WS-NB-CREES
037600        MOVE 'ENREGISTRE' TO WS-LIBELLE-MVT
037700     END-IF

037800     MOVE CER-DATE-EXPIRATION TO LA-EXPIRATION
037900     PERFORM 6000-ECRIRE-APPLIQUE
038000     .
038100 3000-ENREGISTRER-EXIT.
038200     EXIT.
038300*----------------------*
038400 4000-SUPPRIMER.
038500*----------------------*
038600     IF NOT CERT-EXISTE
038700        MOVE 'COURS ABSENT DU REGISTRE' TO WS-MOTIF-REJET
038800        PERFORM 2900-REJETER
038900        GO TO 4000-SUPPRIMER-EXIT
039000     END-IF

039100     DELETE FCERTIF
039200         INVALID KEY
039300            MOVE 'DELETE FCERTIF IMPOSSIBLE' TO WS-MOTIF-REJET
039400            PERFORM 2900-REJETER
039500            GO TO 4000-SUPPRIMER-EXIT
039600     END-DELETE
039700     ADD 1 TO WS-NB-SUPPRIMES
039800     MOVE 'SUPPRIME' TO WS-LIBELLE-MVT
039900     MOVE SPACE      TO LA-EXPIRATION
040000     PERFORM 6000-ECRIRE-APPLIQUE
040100     .
040200 4000-SUPPRIMER-EXIT.
040300     EXIT.
040400*----------------------*
040500 5000-CONTROLER-DATE.
040600*----------------------*
040700     IF WS-DATE-CTL NOT NUMERIC
040800        MOVE 'N' TO WS-DATE-VALIDE
040900     ELSE
041000        CALL 'pgvaldate' USING WS-CTL-AAAA WS-CTL-MM
041100                               WS-CTL-JJ WS-DATE-VALIDE
041200     END-IF
041300     .
041400*----------------------*
041500 6000-ECRIRE-APPLIQUE.
041600*----------------------*
041700     ADD 1 TO WS-NB-APPLIQUES
041800     MOVE CRC-EMP-ID     TO LA-EMP-ID
041900     MOVE CRC-COURS      TO LA-COURS
042000     MOVE WS-LIBELLE-MVT TO LA-MVT
042100     MOVE CRC-VISA       TO LA-VISA
042200     MOVE LIGNE-APPLIQUE TO REC-CERMAJRP
042300     WRITE REC-CERMAJRP
042400     .
042500*----------------------*
042600 9000-TERMINAISON.
042700*----------------------*
042800     MOVE 'CARTES LUES                   ' TO LTO-LIBELLE
042900     MOVE WS-NB-CARTES TO LTO-NB
043000     MOVE LIGNE-TOTAL  TO REC-CERMAJRP
043100     WRITE REC-CERMAJRP
043200     MOVE 'CERTIFICATIONS ENREGISTREES   ' TO LTO-LIBELLE
043300     MOVE WS-NB-CREES  TO LTO-NB
043400     MOVE LIGNE-TOTAL  TO REC-CERMAJRP
043500     WRITE REC-CERMAJRP
043600     MOVE 'CERTIFICATIONS RENOUVELEES    ' TO LTO-LIBELLE
043700     MOVE WS-NB-RENOUVELES TO LTO-NB
043800     MOVE LIGNE-TOTAL  TO REC-CERMAJRP
043900     WRITE REC-CERMAJRP
044000     MOVE 'CERTIFICATIONS SUPPRIMEES     ' TO LTO-LIBELLE
044100     MOVE WS-NB-SUPPRIMES TO LTO-NB
044200     MOVE LIGNE-TOTAL  TO REC-CERMAJRP
044300     WRITE REC-CERMAJRP
044400     MOVE 'CARTES REJETEES               ' TO LTO-LIBELLE
044500     MOVE WS-NB-REJETS TO LTO-NB
044600     MOVE LIGNE-TOTAL  TO REC-CERMAJRP
044700     WRITE REC-CERMAJRP

044800     CLOSE CERCART
044900     CLOSE FEMPLOY
045000     CLOSE FCERTIF
045100     CLOSE CERMAJRP

045200     DISPLAY 'CERMAJ - CARTES LUES          : ' WS-NB-CARTES
045300     DISPLAY 'CERMAJ - CERTIF. ENREGISTREES : ' WS-NB-CREES
045400     DISPLAY 'CERMAJ - CERTIF. RENOUVELEES  : ' WS-NB-RENOUVELES
045500     DISPLAY 'CERMAJ - CERTIF. SUPPRIMEES   : ' WS-NB-SUPPRIMES
045600     DISPLAY 'CERMAJ - CARTES REJETEES      : ' WS-NB-REJETS

045700     IF RETURN-CODE < 4 AND WS-NB-REJETS > ZERO
045800        MOVE 4 TO RETURN-CODE
045900     END-IF

046000     MOVE 'F' TO RL-FONCTION
046100     MOVE 'CERMAJ' TO RL-PROG
046200     MOVE WS-NB-CARTES TO RL-LUS
046300     MOVE WS-NB-APPLIQUES TO RL-ECRITS
046400     MOVE WS-NB-REJETS TO RL-REJETES
046500     MOVE RETURN-CODE TO RL-RC
046600     CALL 'pgrunlog' USING RL-COMMUN
046700     .

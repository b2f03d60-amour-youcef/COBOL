000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    IMPATT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - MISE EN PAGE DES
001400*                   ATTESTATIONS EMISES AU GUICHET PAR
001500*                   L'ECRAN GESATTE (FILE FIMPATT) : UNE
001600*                   PAGE PAR ATTESTATION DE RIB, DE SOLDE
001700*                   A UNE DATE OU DE CLOTURE, AVEC SON
001800*                   NUMERO DE SERIE DU REGISTRE FATTEST.
001900*                   SEULES LES ATTESTATIONS DE NUMERO
002000*                   SUPERIEUR AU DERNIER IMPRIME (COMPTEUR
002100*                   'IMP' DE FCTRLCLI) SORTENT : LE JOB
002200*                   IMPATT PASSE PLUSIEURS FOIS PAR JOUR
002300*                   SANS JAMAIS REIMPRIMER UN DOCUMENT.
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
003500     SELECT FIMPATT    ASSIGN TO FIMPATT
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-FS-FIMPATT.

003800     SELECT FCTRL      ASSIGN TO FCTRL
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS C-CODE-CTRL
004200         FILE STATUS IS WS-FS-FCTRL.

004300     SELECT FAGENCE    ASSIGN TO FAGENCE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS AG-CLE
004700         FILE STATUS IS WS-FS-FAGENCE.

004800     SELECT ATTPRT     ASSIGN TO ATTPRT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FS-ATTPRT.
005100*
005200*======================================================*
005300*           D A T A         D I V I S I O N            *
005400*======================================================*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800 FD  FIMPATT
005900     RECORD CONTAINS 300 CHARACTERS.
006000     COPY FIMPATT.
006100*
006200 FD  FCTRL
006300     RECORD CONTAINS 36 CHARACTERS.
006400     COPY FCTRLCLI.
006500*
006600 FD  FAGENCE
006700     RECORD CONTAINS 80 CHARACTERS.
006800     COPY FAGENCE.
006900*
007000 FD  ATTPRT
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  REC-ATTPRT               PIC X(80).
007300*
007400*------------------------------------------------------*
007500 WORKING-STORAGE SECTION.
007600*------------------------------------------------------*
007700*
007800 01  WS-FS-FIMPATT            PIC X(02) VALUE SPACE.
007900     88 FS-FIMPATT-OK            VALUE '00'.
008000 01  WS-FS-FCTRL              PIC X(02) VALUE SPACE.
008100     88 FS-FCTRL-OK              VALUE '00'.
008200     88 FS-FCTRL-ABSENT          VALUE '23'.
008300 01  WS-FS-FAGENCE            PIC X(02) VALUE SPACE.
008400     88 FS-FAGENCE-OK            VALUE '00'.
008500 01  WS-FS-ATTPRT             PIC X(02) VALUE SPACE.
008600     88 FS-ATTPRT-OK             VALUE '00'.
008700*
008800 01  WS-FIN-FIMPATT           PIC X(01) VALUE 'N'.
008900     88 FIN-FIMPATT              VALUE 'Y'.
009000 01  WS-COMPTEUR-NEUF         PIC X(01) VALUE 'N'.
009100     88 COMPTEUR-NEUF            VALUE 'O'.
009200*
009300 01  WS-DERNIER-IMPRIME       PIC 9(08) VALUE ZERO.
009400 01  WS-PLUS-HAUT             PIC 9(08) VALUE ZERO.
009500*
009600 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
009700 01  WS-NB-IMPRIMES           PIC 9(07) VALUE ZERO.
009800 01  WS-NB-DEJA               PIC 9(07) VALUE ZERO.
009900*
010000*    DATES EDITEES JJ/MM/AAAA
010100 01  WS-DATE-AAAAMMJJ         PIC 9(08).
010200 01  WS-DATE-DECOMP REDEFINES WS-DATE-AAAAMMJJ.
010300     05 WS-DD-AAAA            PIC 9(04).
010400     05 WS-DD-MM              PIC 9(02).
010500     05 WS-DD-JJ              PIC 9(02).
010600 01  WS-DATE-EDITEE.
010700     05 WS-DE-JJ              PIC 9(02).
010800     05 FILLER                PIC X(01) VALUE '/'.
010900     05 WS-DE-MM              PIC 9(02).
011000     05 FILLER                PIC X(01) VALUE '/'.
011100     05 WS-DE-AAAA            PIC 9(04).
011200*
011300*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
011400 01  RL-COMMUN.
011500     05 RL-FONCTION    PIC X(01).
011600     05 RL-PROG        PIC X(08).
011700     05 RL-LUS         PIC 9(09).
011800     05 RL-ECRITS      PIC 9(09).
011900     05 RL-REJETES     PIC 9(09).
012000     05 RL-RC          PIC 9(02).
012100*
012200*------------------------------------------------------*
012300*   LIGNES DU DOCUMENT                                 *
012400*------------------------------------------------------*
012500 01  LIGNE-BANQUE.
012600     05 FILLER                PIC X(30) VALUE
012700        'BANQUE - SIEGE ET AGENCES'.
012800     05 FILLER                PIC X(08) VALUE 'AGENCE '.
012900     05 LB-REGION             PIC X(02).
013000     05 FILLER                PIC X(01) VALUE '/'.
013100     05 LB-AGENCE             PIC X(02).
013200     05 FILLER                PIC X(01) VALUE SPACE.
013300     05 LB-NOM-AGENCE         PIC X(20).
013400     05 FILLER                PIC X(16) VALUE SPACE.
013500*
013600 01  LIGNE-TITRE.
013700     05 FILLER                PIC X(10) VALUE SPACE.
013800     05 LT-TITRE              PIC X(50).
013900     05 FILLER                PIC X(20) VALUE SPACE.
014000*
014100 01  LIGNE-SERIE.
014200     05 FILLER                PIC X(18) VALUE
014300        'ATTESTATION N. '.
014400     05 LS-NUMERO             PIC 9(08).
014500     05 FILLER                PIC X(16) VALUE
014600        '   DELIVREE LE '.
014700     05 LS-DATE               PIC X(10).
014800     05 FILLER                PIC X(04) VALUE ' A '.
014900     05 LS-HEURE              PIC 99B99B99.
015000     05 FILLER                PIC X(16) VALUE SPACE.
015100*
015200 01  LIGNE-TEXTE              PIC X(80).
015300*
015400 01  LIGNE-ZONE.
015500     05 LZ-LIBELLE            PIC X(16).
015600     05 FILLER                PIC X(02) VALUE ': '.
015700     05 LZ-VALEUR             PIC X(62).
015800*
015900 01  LIGNE-COMPTE.
016000     05 FILLER                PIC X(18) VALUE
016100        'COMPTE          : '.
016200     05 LC-CPTE               PIC X(08).
016300     05 FILLER                PIC X(10) VALUE
016400        '  DEVISE '.
016500     05 LC-DEVISE             PIC X(02).
016600     05 FILLER                PIC X(42) VALUE SPACE.
016700*
016800 01  LIGNE-RIB.
016900     05 FILLER                PIC X(18) VALUE
017000        'RIB             : '.
017100     05 LR-BANQUE             PIC X(05).
017200     05 FILLER                PIC X(01) VALUE SPACE.
017300     05 LR-GUICHET            PIC X(05).
017400     05 FILLER                PIC X(01) VALUE SPACE.
017500     05 LR-COMPTE             PIC X(11).
017600     05 FILLER                PIC X(01) VALUE SPACE.
017700     05 LR-CLE                PIC 9(02).
017800     05 FILLER                PIC X(36) VALUE SPACE.
017900*
018000 01  LIGNE-IBAN.
018100     05 FILLER                PIC X(18) VALUE
018200        'IBAN            : '.
018300     05 LI-IBAN               PIC X(27).
018400     05 FILLER                PIC X(35) VALUE SPACE.
018500*
018600 01  LIGNE-SOLDE.
018700     05 LSO-LIBELLE           PIC X(30).
018800     05 LSO-DATE              PIC X(10).
018900     05 FILLER                PIC X(03) VALUE ' : '.
019000     05 LSO-SOLDE             PIC -ZZZZZZZ9.99.
019100     05 FILLER                PIC X(01) VALUE SPACE.
019200     05 LSO-DEVISE            PIC X(02).
019300     05 FILLER                PIC X(20) VALUE SPACE.
019400*
019500 01  LIGNE-CONTROLE.
019600     05 FILLER                PIC X(34) VALUE
019700        'DOCUMENT VERIFIABLE EN AGENCE SOUS'.
019800     05 FILLER                PIC X(12) VALUE
019900        ' LE NUMERO '.
020000     05 LCT-NUMERO            PIC 9(08).
020100     05 FILLER                PIC X(13) VALUE
020200        ' - OPERATEUR '.
020300     05 LCT-OPID              PIC X(03).
020400     05 FILLER                PIC X(10) VALUE SPACE.
020500*
020600*======================================================*
020700*     P R O C E D U R E     D I V I S I O N            *
020800*======================================================*
020900 PROCEDURE DIVISION.
021000*----------------------*
021100 0000-MAINLINE.
021200*----------------------*
021300     PERFORM 1000-INITIALISATION
021400     PERFORM 2000-TRAITER-ATTESTATION THRU 2000-TRAITER-EXIT
021500         UNTIL FIN-FIMPATT
021600     PERFORM 8000-MAJ-COMPTEUR
021700     PERFORM 9000-TERMINAISON
021800     GOBACK
021900     .
022000*----------------------*
022100 1000-INITIALISATION.
022200*----------------------*
022300     MOVE 'D' TO RL-FONCTION
022400     MOVE 'IMPATT' TO RL-PROG
022500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
022600     CALL 'pgrunlog' USING RL-COMMUN

022700     OPEN INPUT FIMPATT
022800     IF NOT FS-FIMPATT-OK
022900        DISPLAY 'IMPATT - ERREUR OPEN FIMPATT - FS='
023000                WS-FS-FIMPATT
023100        MOVE 12 TO RETURN-CODE
023200        GOBACK
023300     END-IF

023400     OPEN I-O FCTRL
023500     IF NOT FS-FCTRL-OK
023600        DISPLAY 'IMPATT - ERREUR OPEN FCTRL - FS='
023700                WS-FS-FCTRL
023800        MOVE 12 TO RETURN-CODE
023900        CLOSE FIMPATT
024000        GOBACK
024100     END-IF

024200     OPEN INPUT FAGENCE
024300     IF NOT FS-FAGENCE-OK
024400        DISPLAY 'IMPATT - ERREUR OPEN FAGENCE - FS='
024500                WS-FS-FAGENCE
024600        MOVE 12 TO RETURN-CODE
024700        CLOSE FIMPATT FCTRL
024800        GOBACK
024900     END-IF

025000     OPEN OUTPUT ATTPRT
025100     IF NOT FS-ATTPRT-OK
025200        DISPLAY 'IMPATT - ERREUR OPEN ATTPRT - FS='
025300                WS-FS-ATTPRT
025400        MOVE 12 TO RETURN-CODE
025500        CLOSE FIMPATT FCTRL FAGENCE
025600        GOBACK
025700     END-IF

025800*    DERNIER NUMERO IMPRIME : COMPTEUR 'IMP', CREE AU
025900*    PREMIER PASSAGE
026000     MOVE 'IMP' TO C-CODE-CTRL
026100     READ FCTRL
026200     IF FS-FCTRL-ABSENT
026300        MOVE 'O'  TO WS-COMPTEUR-NEUF
026400        MOVE ZERO TO WS-DERNIER-IMPRIME
026500     ELSE
026600        IF NOT FS-FCTRL-OK
026700           DISPLAY 'IMPATT - ERREUR LECTURE COMPTEUR IMP - FS='
026800                   WS-FS-FCTRL
026900           MOVE 12 TO RETURN-CODE
027000           PERFORM 9000-TERMINAISON
027100           GOBACK
027200        END-IF
027300        MOVE C-DERNIER-NUM TO WS-DERNIER-IMPRIME
027400     END-IF
027500     MOVE WS-DERNIER-IMPRIME TO WS-PLUS-HAUT
027600     .
027700*----------------------*
027800 2000-TRAITER-ATTESTATION.
027900*----------------------*
028000     READ FIMPATT
028100         AT END
028200            MOVE 'Y' TO WS-FIN-FIMPATT
028300            GO TO 2000-TRAITER-EXIT
028400     END-READ

028500     ADD 1 TO WS-NB-LUS

028600     IF IMA-NUMERO NOT > WS-DERNIER-IMPRIME
028700        ADD 1 TO WS-NB-DEJA
028800        GO TO 2000-TRAITER-EXIT
028900     END-IF

029000     PERFORM 3000-IMPRIMER-DOCUMENT

029100     ADD 1 TO WS-NB-IMPRIMES
029200     IF IMA-NUMERO > WS-PLUS-HAUT
029300        MOVE IMA-NUMERO TO WS-PLUS-HAUT
029400     END-IF
029500     .
029600 2000-TRAITER-EXIT.
029700     EXIT.
029800*----------------------*
029900 3000-IMPRIMER-DOCUMENT.
030000*----------------------*
030100*    EN-TETE : AGENCE DU COMPTE, TITRE, NUMERO DE SERIE
030200     MOVE IMA-REGION TO AG-ID-REGION LB-REGION
030300     MOVE IMA-AGENCE TO AG-CODE LB-AGENCE
030400     READ FAGENCE
030500     IF FS-FAGENCE-OK
030600        MOVE AG-NOM  TO LB-NOM-AGENCE
030700     ELSE
030800        MOVE SPACE   TO LB-NOM-AGENCE
030900     END-IF
031000     MOVE LIGNE-BANQUE TO REC-ATTPRT
031100     WRITE REC-ATTPRT AFTER ADVANCING PAGE

031200     EVALUATE TRUE
031300        WHEN IMA-TYPE-RIB
031400           MOVE 'ATTESTATION DE RELEVE D''IDENTITE BANCAIRE'
031500                TO LT-TITRE
031600        WHEN IMA-TYPE-SOLDE
031700           MOVE 'CERTIFICAT DE SOLDE'
031800                TO LT-TITRE
031900        WHEN OTHER
032000           MOVE 'CERTIFICAT DE CLOTURE DE COMPTE'
032100                TO LT-TITRE
032200     END-EVALUATE
032300     MOVE LIGNE-TITRE TO REC-ATTPRT
032400     WRITE REC-ATTPRT AFTER ADVANCING 3 LINES

032500     MOVE IMA-NUMERO         TO LS-NUMERO
032600     MOVE IMA-DATE-EMISSION  TO WS-DATE-AAAAMMJJ
032700     PERFORM 3900-EDITER-DATE
032800     MOVE WS-DATE-EDITEE     TO LS-DATE
032900     MOVE IMA-HEURE-EMISSION TO LS-HEURE
033000     MOVE LIGNE-SERIE TO REC-ATTPRT
033100     WRITE REC-ATTPRT AFTER ADVANCING 2 LINES

033200     MOVE 'NOUS SOUSSIGNES ATTESTONS QUE :' TO LIGNE-TEXTE
033300     MOVE LIGNE-TEXTE TO REC-ATTPRT
033400     WRITE REC-ATTPRT AFTER ADVANCING 3 LINES

033500*    TITULAIRE, CO-TITULAIRE, ADRESSE
033600     MOVE 'TITULAIRE'   TO LZ-LIBELLE
033700     MOVE SPACE         TO LZ-VALEUR
033800     STRING IMA-NOM     DELIMITED BY '  '
033900            ' '         DELIMITED BY SIZE
034000            IMA-PRENOM  DELIMITED BY '  '
034100            INTO LZ-VALEUR
034200     END-STRING
034300     MOVE LIGNE-ZONE TO REC-ATTPRT
034400     WRITE REC-ATTPRT AFTER ADVANCING 2 LINES

034500     IF IMA-COT-NOM NOT = SPACE
034600        MOVE 'CO-TITULAIRE'  TO LZ-LIBELLE
034700        MOVE SPACE           TO LZ-VALEUR
034800        STRING IMA-COT-NOM    DELIMITED BY '  '
034900               ' '            DELIMITED BY SIZE
035000               IMA-COT-PRENOM DELIMITED BY '  '
035100               INTO LZ-VALEUR
035200        END-STRING
035300        MOVE LIGNE-ZONE TO REC-ATTPRT
035400        WRITE REC-ATTPRT AFTER ADVANCING 1 LINES
035500     END-IF

035600     MOVE 'ADRESSE'     TO LZ-LIBELLE
035700     MOVE IMA-ADRESSE   TO LZ-VALEUR
035800     MOVE LIGNE-ZONE TO REC-ATTPRT
035900     WRITE REC-ATTPRT AFTER ADVANCING 1 LINES
036000     MOVE SPACE         TO LZ-LIBELLE LZ-VALEUR
036100     STRING IMA-CODE-POSTAL DELIMITED BY SIZE
036200            ' '             DELIMITED BY SIZE
036300            IMA-VILLE       DELIMITED BY '  '
036400            INTO LZ-VALEUR
036500     END-STRING
036600     MOVE LIGNE-ZONE TO REC-ATTPRT
036700     WRITE REC-ATTPRT AFTER ADVANCING 1 LINES

036800*    COMPTE, RIB ET IBAN
036900     MOVE IMA-ID-CPTE   TO LC-CPTE
037000     MOVE IMA-DEVISE    TO LC-DEVISE
037100     MOVE LIGNE-COMPTE TO REC-ATTPRT
037200     WRITE REC-ATTPRT AFTER ADVANCING 2 LINES

037300     IF IMA-IBAN NOT = SPACE
037400        MOVE IMA-RIB-BANQUE  TO LR-BANQUE
037500        MOVE IMA-RIB-GUICHET TO LR-GUICHET
037600        MOVE IMA-RIB-COMPTE  TO LR-COMPTE
037700        MOVE IMA-RIB-CLE     TO LR-CLE
037800        MOVE LIGNE-RIB TO REC-ATTPRT
037900        WRITE REC-ATTPRT AFTER ADVANCING 1 LINES
038000        MOVE IMA-IBAN        TO LI-IBAN
038100        MOVE LIGNE-IBAN TO REC-ATTPRT
038200        WRITE REC-ATTPRT AFTER ADVANCING 1 LINES
038300     END-IF

038400*    OBJET DU DOCUMENT
038500     EVALUATE TRUE
038600        WHEN IMA-TYPE-RIB
038700           MOVE 'EST TITULAIRE DANS NOS LIVRES DU COMPTE CI-DE
038800-               'SSUS.' TO LIGNE-TEXTE
038900           MOVE LIGNE-TEXTE TO REC-ATTPRT
039000           WRITE REC-ATTPRT AFTER ADVANCING 3 LINES
039100        WHEN IMA-TYPE-SOLDE
039200           MOVE 'SOLDE DU COMPTE A LA DATE DU'   TO LSO-LIBELLE
039300           PERFORM 3500-LIGNE-SOLDE
039400        WHEN OTHER
039500           MOVE 'LE COMPTE CI-DESSUS EST CLOTURE DANS NOS LIVRE
039600-               'S.' TO LIGNE-TEXTE
039700           MOVE LIGNE-TEXTE TO REC-ATTPRT
039800           WRITE REC-ATTPRT AFTER ADVANCING 3 LINES
039900           MOVE 'SOLDE DE CLOTURE, DERNIER MVT'  TO LSO-LIBELLE
040000           PERFORM 3500-LIGNE-SOLDE
040100     END-EVALUATE

040200     IF IMA-DESTINATAIRE NOT = SPACE
040300        MOVE 'DESTINATAIRE'   TO LZ-LIBELLE
040400        MOVE IMA-DESTINATAIRE TO LZ-VALEUR
040500        MOVE LIGNE-ZONE TO REC-ATTPRT
040600        WRITE REC-ATTPRT AFTER ADVANCING 2 LINES
040700     END-IF

040800     MOVE 'ATTESTATION DELIVREE POUR SERVIR ET VALOIR CE QUE DE
040900-         ' DROIT.' TO LIGNE-TEXTE
041000     MOVE LIGNE-TEXTE TO REC-ATTPRT
041100     WRITE REC-ATTPRT AFTER ADVANCING 3 LINES

041200     MOVE IMA-NUMERO TO LCT-NUMERO
041300     MOVE IMA-OPID   TO LCT-OPID
041400     MOVE LIGNE-CONTROLE TO REC-ATTPRT
041500     WRITE REC-ATTPRT AFTER ADVANCING 3 LINES
041600     .
041700*----------------------*
041800 3500-LIGNE-SOLDE.
041900*----------------------*
042000*    UNE CLOTURE SANS MOUVEMENT EN LIGNE N'A PAS DE DATE
042100     IF IMA-DATE-SOLDE = ZERO
042200        MOVE SPACE TO LSO-DATE
042300     ELSE
042400        MOVE IMA-DATE-SOLDE TO WS-DATE-AAAAMMJJ
042500        PERFORM 3900-EDITER-DATE
042600        MOVE WS-DATE-EDITEE TO LSO-DATE
042700     END-IF
042800     MOVE IMA-SOLDE  TO LSO-SOLDE
042900     MOVE IMA-DEVISE TO LSO-DEVISE
043000     MOVE LIGNE-SOLDE TO REC-ATTPRT
043100     WRITE REC-ATTPRT AFTER ADVANCING 3 LINES
043200     .
043300*----------------------*
043400 3900-EDITER-DATE.
043500*----------------------*
043600     MOVE WS-DD-JJ   TO WS-DE-JJ
043700     MOVE WS-DD-MM   TO WS-DE-MM
043800     MOVE WS-DD-AAAA TO WS-DE-AAAA
043900     .
044000*----------------------*
044100 8000-MAJ-COMPTEUR.
044200*----------------------*
044300     IF WS-PLUS-HAUT = WS-DERNIER-IMPRIME
044400        GO TO 8000-MAJ-EXIT
044500     END-IF

044600     IF COMPTEUR-NEUF
044700        MOVE SPACE        TO C-CTRL-CLI
044800        MOVE 'IMP'        TO C-CODE-CTRL
044900        MOVE WS-PLUS-HAUT TO C-DERNIER-NUM
045000        WRITE C-CTRL-CLI
045100     ELSE
045200        MOVE WS-PLUS-HAUT TO C-DERNIER-NUM
045300        REWRITE C-CTRL-CLI
045400     END-IF
045500     IF NOT FS-FCTRL-OK
045600        DISPLAY 'IMPATT - ERREUR MAJ COMPTEUR IMP - FS='
045700                WS-FS-FCTRL
045800        MOVE 12 TO RETURN-CODE
045900     END-IF
046000     .
046100 8000-MAJ-EXIT.
046200     EXIT.
046300*----------------------*
046400 9000-TERMINAISON.
046500*----------------------*
046600     CLOSE FIMPATT FCTRL FAGENCE ATTPRT

046700     DISPLAY 'IMPATT - ATTESTATIONS LUES      : ' WS-NB-LUS
046800     DISPLAY 'IMPATT - DEJA IMPRIMEES         : ' WS-NB-DEJA
046900     DISPLAY 'IMPATT - IMPRIMEES              : '
047000             WS-NB-IMPRIMES
047100     DISPLAY 'IMPATT - DERNIER NUMERO IMPRIME : ' WS-PLUS-HAUT

047200     MOVE 'F' TO RL-FONCTION
047300     MOVE 'IMPATT' TO RL-PROG
047400     MOVE WS-NB-LUS TO RL-LUS
047500     MOVE WS-NB-IMPRIMES TO RL-ECRITS
047600     MOVE ZERO TO RL-REJETES
047700     MOVE RETURN-CODE TO RL-RC
047800     CALL 'pgrunlog' USING RL-COMMUN
047900     .

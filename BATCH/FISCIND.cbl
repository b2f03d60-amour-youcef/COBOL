000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    FISCIND.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - CONTROLE MENSUEL DES INDICES
001400*                   DE RESIDENCE FISCALE ETRANGERE (CRS /
001500*                   FATCA) SUR TOUT FCLIENTS : NATIONALITE
001600*                   AUTRE QUE FR, ADRESSE A L'ETRANGER
001700*                   (DEPARTEMENT 99 OU CODE POSTAL NON
001800*                   NUMERIQUE DU STOCK), TELEPHONE A
001900*                   L'INTERNATIONAL (INDICATIF 00) OU
002000*                   PERSONNE US. UN CLIENT PORTANT UN INDICE
002100*                   SANS AUTOCERTIFICATION VALIDE EST LISTE
002200*                   POUR QUE LA CONFORMITE LA RECUEILLE A LA
002300*                   REVUE (REVKYC PF6). UNE NATIONALITE US NON
002400*                   DECLAREE PERSONNE US EST LISTEE MEME SI
002500*                   L'AUTOCERTIFICATION EST VALIDE.
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
003700     SELECT FCLIENTS   ASSIGN TO FCLIENT
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS SEQUENTIAL
004000         RECORD KEY IS E-NUMERO
004100         FILE STATUS IS WS-FS-FCLIENTS.

004200     SELECT FISCINRP   ASSIGN TO FISCINRP
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-FS-FISCINRP.
004500*
004600*======================================================*
004700*           D A T A         D I V I S I O N            *
004800*======================================================*
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200 FD  FCLIENTS
005300     RECORD CONTAINS 400 CHARACTERS.
005400     COPY FCLIENTS.
005500*
005600 FD  FISCINRP
005700     RECORD CONTAINS 80 CHARACTERS.
005800 01  REC-FISCINRP             PIC X(80).
005900*
006000*------------------------------------------------------*
006100 WORKING-STORAGE SECTION.
006200*------------------------------------------------------*
006300*
006400 01  WS-FS-FCLIENTS           PIC X(02) VALUE SPACE.
006500     88 FS-FCLIENTS-OK           VALUE '00'.
006600 01  WS-FS-FISCINRP           PIC X(02) VALUE SPACE.
006700     88 FS-FISCINRP-OK           VALUE '00'.
006800*
006900 01  WS-FIN-FCLIENTS          PIC X(01) VALUE 'N'.
007000     88 FIN-FCLIENTS             VALUE 'Y'.
007100*
007200 01  WS-DATE-JOUR             PIC 9(08).
007300*
007400*    INDICES RELEVES SUR LE CLIENT EN COURS
007500 01  WS-INDICES.
007600     05 WS-IND-NAT            PIC X(01).
007700        88 INDICE-NATIONALITE    VALUE 'O'.
007800     05 WS-IND-ADR            PIC X(01).
007900        88 INDICE-ADRESSE        VALUE 'O'.
008000     05 WS-IND-TEL            PIC X(01).
008100        88 INDICE-TELEPHONE      VALUE 'O'.
008200     05 WS-IND-US             PIC X(01).
008300        88 INDICE-US             VALUE 'O'.
008400 01  WS-NB-INDICES            PIC 9(01).
008500*
008600 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
008700 01  WS-NB-IGNORES            PIC 9(07) VALUE ZERO.
008800 01  WS-NB-SIGNALES           PIC 9(07) VALUE ZERO.
008900 01  WS-NB-CERT-VALIDES       PIC 9(07) VALUE ZERO.
009000 01  WS-COMPTEURS-INDICES.
009100     05 WS-NB-IND-NAT         PIC 9(07) VALUE ZERO.
009200     05 WS-NB-IND-ADR         PIC 9(07) VALUE ZERO.
009300     05 WS-NB-IND-TEL         PIC 9(07) VALUE ZERO.
009400     05 WS-NB-IND-US          PIC 9(07) VALUE ZERO.
009500     05 WS-NB-CERT-DEMANDEE   PIC 9(07) VALUE ZERO.
009600     05 WS-NB-CERT-REFUSEE    PIC 9(07) VALUE ZERO.
009700     05 WS-NB-US-NON-DECLARE  PIC 9(07) VALUE ZERO.
009800*
009900*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
010000 01  RL-COMMUN.
010100     05 RL-FONCTION    PIC X(01).
010200     05 RL-PROG        PIC X(08).
010300     05 RL-LUS         PIC 9(09).
010400     05 RL-ECRITS      PIC 9(09).
010500     05 RL-REJETES     PIC 9(09).
010600     05 RL-RC          PIC 9(02).
010700*
010800*------------------------------------------------------*
010900*   LIGNES DE L'ETAT                                   *
011000*------------------------------------------------------*
011100 01  LIGNE-TITRE.
011200     05 FILLER                PIC X(44) VALUE
011300        'INDICES DE RESIDENCE FISCALE ETRANGERE - AU '.
011400     05 LT-DATE               PIC 9(08).
011500     05 FILLER                PIC X(28) VALUE SPACE.
011600*
011700 01  LIGNE-ENTETE.
011800     05 FILLER                PIC X(34) VALUE
011900        'CLIENT   NOM                  NAT '.
012000     05 FILLER                PIC X(46) VALUE
012100        'INDICES          CERT MOTIF'.
012200*
012300 01  LIGNE-DETAIL.
012400     05 LD-NUMERO             PIC 9(08).
012500     05 FILLER                PIC X(01) VALUE SPACE.
012600     05 LD-NOM                PIC X(20).
012700     05 FILLER                PIC X(01) VALUE SPACE.
012800     05 LD-NATIONALITE        PIC X(02).
012900     05 FILLER                PIC X(02) VALUE SPACE.
013000     05 LD-INDICES.
013100        10 LD-IND-NAT         PIC X(04).
013200        10 LD-IND-ADR         PIC X(04).
013300        10 LD-IND-TEL         PIC X(04).
013400        10 LD-IND-US          PIC X(03).
013500     05 FILLER                PIC X(02) VALUE SPACE.
013600     05 LD-STATUT             PIC X(01).
013700     05 FILLER                PIC X(03) VALUE SPACE.
013800     05 LD-MOTIF              PIC X(25).
013900*
014000 01  LIGNE-COMPTEUR.
014100     05 LC-LIBELLE            PIC X(36).
014200     05 LC-VALEUR             PIC ZZZZZZ9.
014300     05 FILLER                PIC X(37) VALUE SPACE.
014400*
014500*======================================================*
014600*     P R O C E D U R E     D I V I S I O N            *
014700*======================================================*
014800 PROCEDURE DIVISION.
014900*----------------------*
015000 0000-MAINLINE.
015100*----------------------*
015200     PERFORM 1000-INITIALISATION
015300     PERFORM 2000-CONTROLER-CLIENT THRU 2000-CONTROLER-EXIT
015400         UNTIL FIN-FCLIENTS
015500     PERFORM 8000-ECRIRE-COMPTEURS
015600     PERFORM 9000-TERMINAISON
015700     GOBACK
015800     .
015900*----------------------*
016000 1000-INITIALISATION.
016100*----------------------*
016200     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

016300     MOVE 'D' TO RL-FONCTION
016400     MOVE 'FISCIND' TO RL-PROG
016500     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
016600     CALL 'pgrunlog' USING RL-COMMUN

016700     OPEN INPUT  FCLIENTS
016800     IF NOT FS-FCLIENTS-OK
016900        DISPLAY 'FISCIND - ERREUR OPEN FCLIENTS - FS='
017000                WS-FS-FCLIENTS
017100        MOVE 12 TO RETURN-CODE
017200        GOBACK
017300     END-IF

017400     OPEN OUTPUT FISCINRP
017500     IF NOT FS-FISCINRP-OK
017600        DISPLAY 'FISCIND - ERREUR OPEN FISCINRP - FS='
017700                WS-FS-FISCINRP
017800        MOVE 12 TO RETURN-CODE
017900        CLOSE FCLIENTS
018000        GOBACK
018100     END-IF

018200     MOVE WS-DATE-JOUR TO LT-DATE
018300     MOVE LIGNE-TITRE  TO REC-FISCINRP
018400     WRITE REC-FISCINRP
018500     MOVE LIGNE-ENTETE TO REC-FISCINRP
018600     WRITE REC-FISCINRP AFTER ADVANCING 2 LINES
018700     .
018800*----------------------*
018900 2000-CONTROLER-CLIENT.
019000*----------------------*
019100     READ FCLIENTS NEXT RECORD
019200         AT END
019300           MOVE 'Y' TO WS-FIN-FCLIENTS
019400           GO TO 2000-CONTROLER-EXIT
019500     END-READ

019600     ADD 1 TO WS-NB-LUS

019700*    FICHE SUPPRIMEE OU ABSORBEE PAR UNE FUSION : PLUS DE
019800*    RELATION A DOCUMENTER
019900     IF E-CLI-SUPPRIME
020000        ADD 1 TO WS-NB-IGNORES
020100        GO TO 2000-CONTROLER-EXIT
020200     END-IF

020300     IF E-AUTOCERT-VALIDE
020400        ADD 1 TO WS-NB-CERT-VALIDES
020500     END-IF

020600     PERFORM 2100-RELEVER-INDICES

020700*    NATIONALITE US SANS L'INDICATEUR PERSONNE US : LA
020800*    FICHE EST INCOHERENTE QUELLE QUE SOIT L'AUTOCERTIFICATION
020900     IF E-NATIONALITE = 'US' AND NOT E-PERSONNE-US
021000        ADD 1 TO WS-NB-US-NON-DECLARE
021100        MOVE 'NATIONALITE US NON DECLAREE' TO LD-MOTIF
021200        PERFORM 7000-ECRIRE-SIGNALEMENT
021300        GO TO 2000-CONTROLER-EXIT
021400     END-IF

021500     IF WS-NB-INDICES = ZERO OR E-AUTOCERT-VALIDE
021600        GO TO 2000-CONTROLER-EXIT
021700     END-IF

021800     EVALUATE TRUE
021900        WHEN E-AUTOCERT-DEMANDEE
022000           ADD 1 TO WS-NB-CERT-DEMANDEE
022100           MOVE 'AUTOCERTIF. DEMANDEE' TO LD-MOTIF
022200        WHEN E-AUTOCERT-REFUSEE
022300           ADD 1 TO WS-NB-CERT-REFUSEE
022400           MOVE 'AUTOCERTIF. REFUSEE'  TO LD-MOTIF
022500        WHEN OTHER
022600           MOVE 'SANS AUTOCERTIFICATION' TO LD-MOTIF
022700     END-EVALUATE
022800     PERFORM 7000-ECRIRE-SIGNALEMENT
022900     .
023000 2000-CONTROLER-EXIT.
023100     EXIT.
023200*----------------------*
023300 2100-RELEVER-INDICES.
023400*----------------------*
023500*    LA SAISIE N'ADMET QUE DES CODES POSTAUX DU REFERENTIEL
023600*    FCODPOST ET DES MOBILES 06/07 : LE DEPARTEMENT 99
023700*    (ETRANGER), UN CODE POSTAL NON NUMERIQUE OU UN
023800*    INDICATIF 00 NE SE RENCONTRENT QUE SUR LE STOCK REPRIS
023900*----------------------*
024000     MOVE 'NNNN' TO WS-INDICES
024100     MOVE ZERO   TO WS-NB-INDICES

024200     IF E-NATIONALITE NOT = SPACE AND NOT = LOW-VALUE
024300        AND E-NATIONALITE NOT = 'FR'
024400        MOVE 'O' TO WS-IND-NAT
024500        ADD 1 TO WS-NB-INDICES
024600        ADD 1 TO WS-NB-IND-NAT
024700     END-IF

024800     IF E-DEP-CLI = '99'
024900        OR (E-CODEP-CLI NOT = SPACE AND NOT = LOW-VALUE
025000            AND E-CODEP-CLI NOT NUMERIC)
025100        MOVE 'O' TO WS-IND-ADR
025200        ADD 1 TO WS-NB-INDICES
025300        ADD 1 TO WS-NB-IND-ADR
025400     END-IF

025500     IF E-TELF-IND = '00'
025600        MOVE 'O' TO WS-IND-TEL
025700        ADD 1 TO WS-NB-INDICES
025800        ADD 1 TO WS-NB-IND-TEL
025900     END-IF

026000     IF E-PERSONNE-US
026100        MOVE 'O' TO WS-IND-US
026200        ADD 1 TO WS-NB-INDICES
026300        ADD 1 TO WS-NB-IND-US
026400     END-IF
026500     .
026600*----------------------*
026700 7000-ECRIRE-SIGNALEMENT.
026800*----------------------*
026900     ADD 1 TO WS-NB-SIGNALES
027000     MOVE E-NUMERO          TO LD-NUMERO
027100     MOVE E-NOM-CLI         TO LD-NOM
027200     MOVE E-NATIONALITE     TO LD-NATIONALITE
027300     MOVE E-AUTOCERT-STATUT TO LD-STATUT
027400     MOVE SPACE             TO LD-INDICES
027500     IF INDICE-NATIONALITE
027600        MOVE 'NAT' TO LD-IND-NAT
027700     END-IF
027800     IF INDICE-ADRESSE
027900        MOVE 'ADR' TO LD-IND-ADR
028000     END-IF
028100     IF INDICE-TELEPHONE
028200        MOVE 'TEL' TO LD-IND-TEL
028300     END-IF
028400     IF INDICE-US
028500        MOVE 'US'  TO LD-IND-US
028600     END-IF
028700     MOVE LIGNE-DETAIL TO REC-FISCINRP
028800     WRITE REC-FISCINRP
028900     .
029000*----------------------*
029100 8000-ECRIRE-COMPTEURS.
029200*----------------------*
029300     MOVE SPACE TO REC-FISCINRP
029400     WRITE REC-FISCINRP

029500     MOVE 'CLIENTS LUS                       :' TO LC-LIBELLE
029600     MOVE WS-NB-LUS                  TO LC-VALEUR
029700     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
029800     WRITE REC-FISCINRP

029900     MOVE 'CLIENTS SUPPRIMES OU FUSIONNES    :' TO LC-LIBELLE
030000     MOVE WS-NB-IGNORES              TO LC-VALEUR
030100     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
030200     WRITE REC-FISCINRP

030300     MOVE 'AUTOCERTIFICATIONS VALIDES        :' TO LC-LIBELLE
030400     MOVE WS-NB-CERT-VALIDES         TO LC-VALEUR
030500     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
030600     WRITE REC-FISCINRP

030700     MOVE 'INDICE NATIONALITE ETRANGERE      :' TO LC-LIBELLE
030800     MOVE WS-NB-IND-NAT              TO LC-VALEUR
030900     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
031000     WRITE REC-FISCINRP

031100     MOVE 'INDICE ADRESSE A L''ETRANGER       :' TO LC-LIBELLE
031200     MOVE WS-NB-IND-ADR              TO LC-VALEUR
031300     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
031400     WRITE REC-FISCINRP

031500     MOVE 'INDICE TELEPHONE INTERNATIONAL    :' TO LC-LIBELLE
031600     MOVE WS-NB-IND-TEL              TO LC-VALEUR
031700     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
031800     WRITE REC-FISCINRP

031900     MOVE 'INDICE PERSONNE US                :' TO LC-LIBELLE
032000     MOVE WS-NB-IND-US               TO LC-VALEUR
032100     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
032200     WRITE REC-FISCINRP

032300     MOVE 'SIGNALES - AUTOCERTIF. DEMANDEE   :' TO LC-LIBELLE
032400     MOVE WS-NB-CERT-DEMANDEE        TO LC-VALEUR
032500     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
032600     WRITE REC-FISCINRP

032700     MOVE 'SIGNALES - AUTOCERTIF. REFUSEE    :' TO LC-LIBELLE
032800     MOVE WS-NB-CERT-REFUSEE         TO LC-VALEUR
032900     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
033000     WRITE REC-FISCINRP

033100     MOVE 'SIGNALES - NATIONALITE US         :' TO LC-LIBELLE
033200     MOVE WS-NB-US-NON-DECLARE       TO LC-VALEUR
033300     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
033400     WRITE REC-FISCINRP

033500     MOVE 'CLIENTS SIGNALES                  :' TO LC-LIBELLE
033600     MOVE WS-NB-SIGNALES             TO LC-VALEUR
033700     MOVE LIGNE-COMPTEUR             TO REC-FISCINRP
033800     WRITE REC-FISCINRP
033900     .
034000*----------------------*
034100 9000-TERMINAISON.
034200*----------------------*
034300     CLOSE FCLIENTS
034400     CLOSE FISCINRP

034500     DISPLAY 'FISCIND - CLIENTS LUS         : ' WS-NB-LUS
034600     DISPLAY 'FISCIND - CLIENTS SIGNALES    : ' WS-NB-SIGNALES

034700     IF WS-NB-SIGNALES > ZERO
034800        MOVE 4 TO RETURN-CODE
034900     END-IF

035000     MOVE 'F' TO RL-FONCTION
035100     MOVE 'FISCIND' TO RL-PROG
035200     MOVE WS-NB-LUS TO RL-LUS
035300     MOVE WS-NB-SIGNALES TO RL-ECRITS
035400     MOVE ZERO TO RL-REJETES
035500     MOVE RETURN-CODE TO RL-RC
035600     CALL 'pgrunlog' USING RL-COMMUN
035700     .

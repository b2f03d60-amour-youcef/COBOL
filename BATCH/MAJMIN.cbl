000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    MAJMIN.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - PASSAGE A LA MAJORITE DES
001400*                   CLIENTS MINEURS (JCL MOISCLI). UN CLIENT
001500*                   MARQUE E-CLI-MINEUR QUI A EU 18 ANS A LA
001600*                   DATE DU RUN PERD LA MARQUE ET SON
001700*                   REPRESENTANT LEGAL (E-TUTEUR) : SES
001800*                   COMPTES REDEVIENNENT ORDINAIRES. LES
001900*                   LIENS PA/EN EN COURS DE FLIENCLI SONT
002000*                   CLOS A LA DATE DU RUN ET UNE IMAGE
002100*                   CLIENT AU FORMAT FEXTRAIT (ZONE DE
002200*                   FUSION : DATE DE MAJORITE) EST ECRITE
002300*                   DANS LETMIN POUR LA LETTRE EDITEE PAR
002400*                   MAILCLI. LE RAPPORT MAJMINRP LISTE LES
002500*                   CONVERSIONS FAITES PUIS LES MINEURS QUI
002600*                   AURONT 18 ANS DANS LES N MOIS A VENIR
002700*                   (PARM = NN, 03 PAR DEFAUT).
002710*   15/10/2026  SE  REPRESENTANT LEGAL ABSORBE PAR UNE
002720*                   FUSION : LE CLIENT SURVIVANT (E-ABSORBE-
002730*                   PAR) EST RETENU POUR LE RAPPORT. LES
002740*                   LIENS PA/EN DU TUTEUR INITIAL ET DU
002750*                   SURVIVANT SONT CLOS. FCLI EN ACCES
002760*                   DYNAMIC.
002800*--------------------------------------------------------
002900*
003000*======================================================*
003100*   E N V I R O N M E N T       D I V I S I O N        *
003200*======================================================*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-390.
003600 OBJECT-COMPUTER. IBM-390.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT FCLI       ASSIGN TO FCLI
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS DYNAMIC
004200         RECORD KEY IS E-NUMERO
004300         FILE STATUS IS WS-FS-FCLI.

004400     SELECT FLIENCLI   ASSIGN TO FLIENCLI
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS RANDOM
004700         RECORD KEY IS LNK-CLE
004800         FILE STATUS IS WS-FS-FLIENCLI.

004900     SELECT LETMIN     ASSIGN TO LETMIN
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS WS-FS-LETMIN.

005200     SELECT MAJMINRP   ASSIGN TO MAJMINRP
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-FS-MAJMINRP.
005500*
005600*======================================================*
005700*           D A T A         D I V I S I O N            *
005800*======================================================*
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
006200 FD  FCLI
006300     RECORD CONTAINS 400 CHARACTERS.
006400     COPY FCLIENTS.
006500*
006600 FD  FLIENCLI
006700     RECORD CONTAINS 80 CHARACTERS.
006800     COPY FLIENCLI.
006900*
007000*    IMAGES CLIENT AU FORMAT FEXTRAIT POUR MAILCLI
007100 FD  LETMIN
007200     RECORD CONTAINS 400 CHARACTERS.
007300 01  REC-LETMIN               PIC X(400).
007400*
007500 FD  MAJMINRP
007600     RECORD CONTAINS 80 CHARACTERS.
007700 01  REC-MAJMINRP             PIC X(80).
007800*
007900*------------------------------------------------------*
008000 WORKING-STORAGE SECTION.
008100*------------------------------------------------------*
008200*
008300 01  WS-FS-FCLI               PIC X(02) VALUE SPACE.
008400     88 FS-FCLI-OK               VALUE '00'.
008500 01  WS-FS-FLIENCLI           PIC X(02) VALUE SPACE.
008600     88 FS-FLIENCLI-OK           VALUE '00'.
008700 01  WS-FS-LETMIN             PIC X(02) VALUE SPACE.
008800     88 FS-LETMIN-OK             VALUE '00'.
008900 01  WS-FS-MAJMINRP           PIC X(02) VALUE SPACE.
009000     88 FS-MAJMINRP-OK           VALUE '00'.
009100*
009200 01  WS-FIN-FCLI              PIC X(01) VALUE 'N'.
009300     88 FIN-FCLI                 VALUE 'Y'.
009400*
009500 01  WS-DATE-JOUR             PIC 9(08).
009600 01  WS-DATE-R REDEFINES WS-DATE-JOUR.
009700     05 WS-DJ-AAAA            PIC 9(04).
009800     05 WS-DJ-MM              PIC 9(02).
009900     05 WS-DJ-JJ              PIC 9(02).
010000*    NE AVANT OU LE : MAJEUR A LA DATE DU RUN
010100 01  WS-DATE-MAJORITE         PIC 9(08).
010200*    NE AVANT OU LE : MAJEUR DANS LA FENETRE DU RAPPORT
010300 01  WS-DATE-LIMITE           PIC 9(08).
010400 01  WS-LIMITE-R REDEFINES WS-DATE-LIMITE.
010500     05 WS-DL-AAAA            PIC 9(04).
010600     05 WS-DL-MM              PIC 9(02).
010700     05 WS-DL-JJ              PIC 9(02).
010800 01  WS-NB-MOIS               PIC 9(02) VALUE 3.
010900 01  WS-NB-ANS                PIC 9(02).
011000 01  WS-MOIS-RESTE            PIC 9(03).
011100*
011200 01  WS-DATE-NAISS            PIC 9(08).
011300 01  WS-DATE-18               PIC 9(08).
011400 01  WS-DATE-18-R REDEFINES WS-DATE-18.
011500     05 WS-D18-AAAA           PIC 9(04).
011600     05 WS-D18-MM             PIC 9(02).
011700     05 WS-D18-JJ             PIC 9(02).
011800 01  WS-DATE-EDITEE.
011900     05 WS-DE-JJ              PIC 9(02).
012000     05 FILLER                PIC X(01) VALUE '/'.
012100     05 WS-DE-MM              PIC 9(02).
012200     05 FILLER                PIC X(01) VALUE '/'.
012300     05 WS-DE-AAAA            PIC 9(04).
012400*    DATE DE MODIFICATION DE LA FICHE 'JJ/MM/AA'
012500 01  WS-DATE-COURTE.
012600     05 WS-DC-JJ              PIC 9(02).
012700     05 FILLER                PIC X(01) VALUE '/'.
012800     05 WS-DC-MM              PIC 9(02).
012900     05 FILLER                PIC X(01) VALUE '/'.
013000     05 WS-DC-AA              PIC 9(02).
013100*
013200 01  WS-TUTEUR                PIC 9(08).
013210 01  WS-NUM-MINEUR            PIC 9(08).
013220 01  WS-TUTEUR-INIT           PIC 9(08).
013230 01  WS-TUTEUR-LIEN           PIC 9(08).
013300*
013400 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
013500 01  WS-NB-MINEURS            PIC 9(07) VALUE ZERO.
013600 01  WS-NB-CONVERTIS          PIC 9(07) VALUE ZERO.
013700 01  WS-NB-A-VENIR            PIC 9(07) VALUE ZERO.
013800 01  WS-NB-ANOMALIES          PIC 9(07) VALUE ZERO.
013900 01  WS-NB-LIENS-CLOS         PIC 9(07) VALUE ZERO.
014000 01  WS-NB-LETTRES            PIC 9(07) VALUE ZERO.
014100*
014200*    LES MINEURS A VENIR SONT EDITES APRES LES CONVERSIONS
014300 01  WS-TAB-VENIR.
014400     05 WS-NB-POSTES          PIC S9(4) COMP VALUE ZERO.
014500     05 WS-POSTE OCCURS 2000.
014600        10 WS-PV-NUMERO       PIC 9(08).
014700        10 WS-PV-NOM          PIC X(20).
014800        10 WS-PV-PRENOM       PIC X(20).
014900        10 WS-PV-DATE-18      PIC X(10).
015000        10 WS-PV-TUTEUR       PIC 9(08).
015100 01  WS-IX                    PIC S9(4) COMP.
015200*
015300*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
015400 01  RL-COMMUN.
015500     05 RL-FONCTION    PIC X(01).
015600     05 RL-PROG        PIC X(08).
015700     05 RL-LUS         PIC 9(09).
015800     05 RL-ECRITS      PIC 9(09).
015900     05 RL-REJETES     PIC 9(09).
016000     05 RL-RC          PIC 9(02).
016100*
016200*    ENTETE / FIN DE CONTROLE DE LETMIN (MODULE pgctlfic)
016300 01  CTL-COMMUN.
016400     05 CTL-FONCTION          PIC X(01).
016500     05 CTL-PROG              PIC X(08).
016600     05 CTL-DATE              PIC 9(08).
016700     05 CTL-COMPTEUR          PIC 9(09).
016800     05 CTL-HASH              PIC 9(13)V99.
016900     05 CTL-RC                PIC X(01).
017000     05 CTL-ENREG             PIC X(53).
017100*
017200 01  LIGNE-TITRE.
017300     05 FILLER                PIC X(40) VALUE
017400        'PASSAGE A LA MAJORITE DES MINEURS - DATE'.
017500     05 FILLER                PIC X(01) VALUE SPACE.
017600     05 LT-DATE               PIC 9(08).
017700     05 FILLER                PIC X(31) VALUE SPACE.
017800*
017900 01  LIGNE-SECTION.
018000     05 LS-LIBELLE            PIC X(80).
018100*
018200 01  LIGNE-ENTETE.
018300     05 FILLER                PIC X(10) VALUE 'CLIENT'.
018400     05 FILLER                PIC X(22) VALUE 'NOM'.
018500     05 FILLER                PIC X(22) VALUE 'PRENOM'.
018600     05 FILLER                PIC X(12) VALUE 'MAJEUR LE'.
018700     05 FILLER                PIC X(14) VALUE 'REPRESENTANT'.
018800*
018900 01  LIGNE-DETAIL.
019000     05 LD-NUMERO             PIC 9(08).
019100     05 FILLER                PIC X(02) VALUE SPACE.
019200     05 LD-NOM                PIC X(20).
019300     05 FILLER                PIC X(02) VALUE SPACE.
019400     05 LD-PRENOM             PIC X(20).
019500     05 FILLER                PIC X(02) VALUE SPACE.
019600     05 LD-DATE-18            PIC X(10).
019700     05 FILLER                PIC X(02) VALUE SPACE.
019800     05 LD-TUTEUR             PIC 9(08).
019900     05 FILLER                PIC X(06) VALUE SPACE.
020000*
020100 01  LIGNE-ANOMALIE.
020200     05 FILLER                PIC X(09) VALUE 'CLIENT : '.
020300     05 LA-NUMERO             PIC 9(08).
020400     05 FILLER                PIC X(03) VALUE ' - '.
020500     05 LA-MOTIF              PIC X(50).
020600     05 FILLER                PIC X(10) VALUE SPACE.
020700*
020800 01  LIGNE-TOTAL.
020900     05 LTO-LIBELLE           PIC X(30).
021000     05 LTO-NB                PIC ZZZZZZ9.
021100     05 FILLER                PIC X(43) VALUE SPACE.
021200*
021300 LINKAGE SECTION.
021400 01  LK-PARM.
021500     05 LK-PARM-LEN           PIC S9(4) COMP.
021600     05 LK-PARM-MOIS          PIC X(02).
021700*
021800*======================================================*
021900*     P R O C E D U R E     D I V I S I O N            *
022000*======================================================*
022100 PROCEDURE DIVISION USING LK-PARM.
022200*----------------------*
022300 0000-MAINLINE.
022400*----------------------*
022500     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
022600     IF RETURN-CODE NOT < 8
022700        GOBACK
022800     END-IF
022900     PERFORM 2000-TRAITER-CLIENT THRU 2000-TRAITER-EXIT
023000         UNTIL FIN-FCLI
023100     PERFORM 8000-EDITER-A-VENIR
023200     PERFORM 9000-TERMINAISON
023300     GOBACK
023400     .
023500*----------------------*
023600 1000-INITIALISATION.
023700*----------------------*
023800     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

023900     MOVE 'D' TO RL-FONCTION
024000     MOVE 'MAJMIN' TO RL-PROG
024100     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
024200     CALL 'pgrunlog' USING RL-COMMUN

024300*    FENETRE DU RAPPORT EN MOIS (PARM ABSENT = 3 MOIS)
024400     IF LK-PARM-LEN NOT < 2
024500        IF LK-PARM-MOIS NUMERIC
024600           MOVE LK-PARM-MOIS TO WS-NB-MOIS
024700        ELSE
024800           DISPLAY 'MAJMIN - PARM NN (NOMBRE DE MOIS) INVALIDE'
024900           MOVE 12 TO RETURN-CODE
025000           GO TO 1000-INITIALISATION-EXIT
025100        END-IF
025200     END-IF

025300*    18 ANS REVOLUS : NE AU PLUS TARD LE JOUR DU RUN - 18 ANS
025400     COMPUTE WS-DATE-MAJORITE = WS-DATE-JOUR - 180000

025500*    FIN DE FENETRE = DATE DU RUN + N MOIS, PUIS - 18 ANS
025600     MOVE WS-DATE-JOUR TO WS-DATE-LIMITE
025700     COMPUTE WS-MOIS-RESTE = WS-DL-MM + WS-NB-MOIS - 1
025800     DIVIDE WS-MOIS-RESTE BY 12
025900         GIVING WS-NB-ANS REMAINDER WS-MOIS-RESTE
026000     ADD WS-NB-ANS TO WS-DL-AAAA
026100     COMPUTE WS-DL-MM = WS-MOIS-RESTE + 1
026200     SUBTRACT 18 FROM WS-DL-AAAA

026300     MOVE WS-DJ-JJ TO WS-DC-JJ
026400     MOVE WS-DJ-MM TO WS-DC-MM
026500     MOVE WS-DATE-JOUR(3:2) TO WS-DC-AA

026600     OPEN I-O FCLI
026700     IF NOT FS-FCLI-OK
026800        DISPLAY 'MAJMIN - ERREUR OPEN FCLI - FS='
026900                WS-FS-FCLI
027000        MOVE 12 TO RETURN-CODE
027100        GO TO 1000-INITIALISATION-EXIT
027200     END-IF

027300     OPEN I-O FLIENCLI
027400     IF NOT FS-FLIENCLI-OK
027500        DISPLAY 'MAJMIN - ERREUR OPEN FLIENCLI - FS='
027600                WS-FS-FLIENCLI
027700        MOVE 12 TO RETURN-CODE
027800        CLOSE FCLI
027900        GO TO 1000-INITIALISATION-EXIT
028000     END-IF

028100     OPEN OUTPUT LETMIN
028200     IF NOT FS-LETMIN-OK
028300        DISPLAY 'MAJMIN - ERREUR OPEN LETMIN - FS='
028400                WS-FS-LETMIN
028500        MOVE 12 TO RETURN-CODE
028600        CLOSE FCLI FLIENCLI
028700        GO TO 1000-INITIALISATION-EXIT
028800     END-IF

028900     OPEN OUTPUT MAJMINRP
029000     IF NOT FS-MAJMINRP-OK
029100        DISPLAY 'MAJMIN - ERREUR OPEN MAJMINRP - FS='
029200                WS-FS-MAJMINRP
029300        MOVE 12 TO RETURN-CODE
029400        CLOSE FCLI FLIENCLI LETMIN
029500        GO TO 1000-INITIALISATION-EXIT
029600     END-IF

029700     MOVE WS-DATE-JOUR TO LT-DATE
029800     MOVE LIGNE-TITRE  TO REC-MAJMINRP
029900     WRITE REC-MAJMINRP
030000     MOVE 'CLIENTS DEVENUS MAJEURS - COMPTES CONVERTIS'
030100       TO LS-LIBELLE
030200     MOVE LIGNE-SECTION TO REC-MAJMINRP
030300     WRITE REC-MAJMINRP
030400     MOVE LIGNE-ENTETE  TO REC-MAJMINRP
030500     WRITE REC-MAJMINRP

030600*    ENTETE DE CONTROLE DES IMAGES (MODULE pgctlfic)
030700     MOVE 'E'      TO CTL-FONCTION
030800     MOVE 'MAJMIN' TO CTL-PROG
030900     MOVE WS-DATE-JOUR TO CTL-DATE
031000     CALL 'pgctlfic' USING CTL-COMMUN
031100     MOVE SPACE     TO REC-LETMIN
031200     MOVE CTL-ENREG TO REC-LETMIN(1:53)
031300     WRITE REC-LETMIN
031400     .
031500 1000-INITIALISATION-EXIT.
031600     EXIT.
031700*----------------------*
031800 2000-TRAITER-CLIENT.
031900*----------------------*
032000     READ FCLI NEXT RECORD
032100         AT END
032200            MOVE 'Y' TO WS-FIN-FCLI
032300            GO TO 2000-TRAITER-EXIT
032400     END-READ

032500     ADD 1 TO WS-NB-LUS

032600     IF E-CLI-SUPPRIME
032700        OR NOT E-CLI-MINEUR
032800        GO TO 2000-TRAITER-EXIT
032900     END-IF

033000     ADD 1 TO WS-NB-MINEURS

033100*    MINEUR SANS DATE DE NAISSANCE EXPLOITABLE : SIGNALE,
033200*    LA FICHE EST A CORRIGER DANS MODIFCLI
033300     IF E-DATE-NAISSANCE NOT NUMERIC
033400        MOVE E-NUMERO TO LA-NUMERO
033500        MOVE 'MINEUR SANS DATE DE NAISSANCE VALIDE'
033600          TO LA-MOTIF
033700        MOVE LIGNE-ANOMALIE TO REC-MAJMINRP
033800        WRITE REC-MAJMINRP
033900        ADD 1 TO WS-NB-ANOMALIES
034000        GO TO 2000-TRAITER-EXIT
034100     END-IF

034110*    REPRESENTANT LEGAL RETENU (SURVIVANT SI FUSIONNE)
034120     PERFORM 2400-RESOUDRE-TUTEUR THRU 2400-RESOUDRE-EXIT
034130     IF FIN-FCLI
034140        GO TO 2000-TRAITER-EXIT
034150     END-IF

034200     MOVE E-DATE-NAISSANCE TO WS-DATE-NAISS
034300     COMPUTE WS-DATE-18 = WS-DATE-NAISS + 180000
034400     MOVE WS-D18-JJ   TO WS-DE-JJ
034500     MOVE WS-D18-MM   TO WS-DE-MM
034600     MOVE WS-D18-AAAA TO WS-DE-AAAA

034700     IF WS-DATE-NAISS > WS-DATE-MAJORITE
034800*       ENCORE MINEUR : RETENU SI MAJEUR DANS LA FENETRE
034900        IF WS-DATE-NAISS NOT > WS-DATE-LIMITE
035000           PERFORM 2500-RETENIR-A-VENIR
035100        END-IF
035200        GO TO 2000-TRAITER-EXIT
035300     END-IF

035400     PERFORM 3000-CONVERTIR THRU 3000-CONVERTIR-EXIT
035500     .
035600 2000-TRAITER-EXIT.
035700     EXIT.
035703*----------------------*
035706 2400-RESOUDRE-TUTEUR.
035709*----------------------*
035712*    UN REPRESENTANT LEGAL ABSORBE PAR UNE FUSION EST
035715*    REMPLACE PAR LE CLIENT SURVIVANT. LA FICHE DU MINEUR
035718*    EST ENSUITE RELUE : ELLE RETABLIT LA ZONE E-CLIENT ET
035721*    LA POSITION DE LECTURE SEQUENTIELLE
035724     MOVE ZERO TO WS-TUTEUR
035725     MOVE ZERO TO WS-TUTEUR-INIT
035727     IF E-TUTEUR NOT NUMERIC OR E-TUTEUR = ZERO
035730        GO TO 2400-RESOUDRE-EXIT
035733     END-IF
035736     MOVE E-TUTEUR TO WS-TUTEUR
035737     MOVE E-TUTEUR TO WS-TUTEUR-INIT
035739     MOVE E-NUMERO TO WS-NUM-MINEUR

035742     MOVE WS-TUTEUR TO E-NUMERO
035745     READ FCLI
035748         INVALID KEY
035751            CONTINUE
035754         NOT INVALID KEY
035757            IF E-CLI-FUSIONNE AND E-ABSORBE-PAR NOT = ZERO
035760               MOVE E-ABSORBE-PAR TO WS-TUTEUR
035763            END-IF
035766     END-READ

035769     MOVE WS-NUM-MINEUR TO E-NUMERO
035772     READ FCLI
035775         INVALID KEY
035778            DISPLAY 'MAJMIN - RELECTURE FCLI IMPOSSIBLE - FS='
035781                    WS-FS-FCLI
035784            MOVE 12 TO RETURN-CODE
035787            MOVE 'Y' TO WS-FIN-FCLI
035790     END-READ
035793     .
035796 2400-RESOUDRE-EXIT.
035799     EXIT.
035800*----------------------*
035900 2500-RETENIR-A-VENIR.
036000*----------------------*
036100     IF WS-NB-POSTES NOT < 2000
036200        ADD 1 TO WS-NB-A-VENIR
036300     ELSE
036400        ADD 1 TO WS-NB-POSTES
036500        ADD 1 TO WS-NB-A-VENIR
036600        MOVE E-NUMERO       TO WS-PV-NUMERO(WS-NB-POSTES)
036700        MOVE E-NOM-CLI      TO WS-PV-NOM(WS-NB-POSTES)
036800        MOVE E-PNM-CLI      TO WS-PV-PRENOM(WS-NB-POSTES)
036900        MOVE WS-DATE-EDITEE TO WS-PV-DATE-18(WS-NB-POSTES)
037000        MOVE WS-TUTEUR      TO WS-PV-TUTEUR(WS-NB-POSTES)
037100     END-IF
037200     .
037300*----------------------*
037400 3000-CONVERTIR.
037500*----------------------*
037600*    LEVEE DE LA MARQUE ET DU REPRESENTANT LEGAL
037800     MOVE SPACE          TO E-MINEUR
037900     MOVE ZERO           TO E-TUTEUR
038000     MOVE WS-DATE-COURTE TO E-DATE-MODIF
038100     REWRITE E-CLIENT
038200         INVALID KEY
038300            MOVE E-NUMERO TO LA-NUMERO
038400            MOVE 'REWRITE FCLIENTS IMPOSSIBLE' TO LA-MOTIF
038500            MOVE LIGNE-ANOMALIE TO REC-MAJMINRP
038600            WRITE REC-MAJMINRP
038700            ADD 1 TO WS-NB-ANOMALIES
038800            GO TO 3000-CONVERTIR-EXIT
038900     END-REWRITE

039000     ADD 1 TO WS-NB-CONVERTIS
039100     MOVE E-NUMERO       TO LD-NUMERO
039200     MOVE E-NOM-CLI      TO LD-NOM
039300     MOVE E-PNM-CLI      TO LD-PRENOM
039400     MOVE WS-DATE-EDITEE TO LD-DATE-18
039500     MOVE WS-TUTEUR      TO LD-TUTEUR
039600     MOVE LIGNE-DETAIL   TO REC-MAJMINRP
039700     WRITE REC-MAJMINRP

039800*    CLOTURE DES LIENS PA/EN EN COURS, DANS LES DEUX SENS.
039900*    LA FUSION NE REPORTE PAS LES LIENS : CEUX DU TUTEUR
040000*    INITIAL ET CEUX DU SURVIVANT SONT CLOS
040100     MOVE WS-TUTEUR-INIT TO WS-TUTEUR-LIEN
040200     PERFORM 3050-CLORE-LIENS-TUTEUR THRU 3050-CLORE-LIENS-EXIT
040300     IF WS-TUTEUR NOT = WS-TUTEUR-INIT
040400        MOVE WS-TUTEUR TO WS-TUTEUR-LIEN
040500        PERFORM 3050-CLORE-LIENS-TUTEUR THRU 3050-CLORE-LIENS-EXIT
040600     END-IF

040900*    LETTRE AU NOUVEAU MAJEUR : DATE DE MAJORITE EN &VALEUR
041000     MOVE SPACE          TO E-FUS-COMPTE
041100     MOVE SPACE          TO E-FUS-VALEUR
041200     MOVE WS-DATE-EDITEE TO E-FUS-VALEUR
041300     MOVE SPACE          TO REC-LETMIN
041400     MOVE E-CLIENT       TO REC-LETMIN
041500     WRITE REC-LETMIN
041600     ADD 1 TO WS-NB-LETTRES
041700     .
041800 3000-CONVERTIR-EXIT.
041900     EXIT.
041904*----------------------*
041909 3050-CLORE-LIENS-TUTEUR.
041914*----------------------*
041919     IF WS-TUTEUR-LIEN = ZERO
041924        GO TO 3050-CLORE-LIENS-EXIT
041929     END-IF
041934     MOVE E-NUMERO       TO LNK-NUMERO
041939     MOVE WS-TUTEUR-LIEN TO LNK-NUMERO-LIE
041944     MOVE 'EN'           TO LNK-TYPE
041949     PERFORM 3100-CLORE-LIEN THRU 3100-CLORE-EXIT
041954     MOVE WS-TUTEUR-LIEN TO LNK-NUMERO
041959     MOVE E-NUMERO       TO LNK-NUMERO-LIE
041964     MOVE 'PA'           TO LNK-TYPE
041969     PERFORM 3100-CLORE-LIEN THRU 3100-CLORE-EXIT
041974     .
041979 3050-CLORE-LIENS-EXIT.
041984     EXIT.
042000*----------------------*
042100 3100-CLORE-LIEN.
042200*----------------------*
042300     READ FLIENCLI
042400         INVALID KEY
042500            GO TO 3100-CLORE-EXIT
042600     END-READ

042700     IF NOT LNK-SANS-FIN
042800        GO TO 3100-CLORE-EXIT
042900     END-IF

043000     MOVE WS-DATE-JOUR TO LNK-DATE-FIN
043100     MOVE 'BAT'        TO LNK-OPID-MAJ
043200     MOVE WS-DATE-JOUR TO LNK-DATE-MAJ
043300     REWRITE LNK-LIEN
043400         INVALID KEY
043500            MOVE LNK-NUMERO TO LA-NUMERO
043600            MOVE 'REWRITE FLIENCLI IMPOSSIBLE' TO LA-MOTIF
043700            MOVE LIGNE-ANOMALIE TO REC-MAJMINRP
043800            WRITE REC-MAJMINRP
043900            ADD 1 TO WS-NB-ANOMALIES
044000            GO TO 3100-CLORE-EXIT
044100     END-REWRITE
044200     ADD 1 TO WS-NB-LIENS-CLOS
044300     .
044400 3100-CLORE-EXIT.
044500     EXIT.
044600*----------------------*
044700 8000-EDITER-A-VENIR.
044800*----------------------*
044900     MOVE SPACE TO REC-MAJMINRP
045000     WRITE REC-MAJMINRP
045100     MOVE 'MINEURS ATTEIGNANT 18 ANS DANS LES      MOIS'
045200       TO LS-LIBELLE
045300     MOVE WS-NB-MOIS TO LS-LIBELLE(37:2)
045400     MOVE LIGNE-SECTION TO REC-MAJMINRP
045500     WRITE REC-MAJMINRP
045600     MOVE LIGNE-ENTETE  TO REC-MAJMINRP
045700     WRITE REC-MAJMINRP
045800     PERFORM 8100-EDITER-POSTE
045900         VARYING WS-IX FROM 1 BY 1
046000         UNTIL WS-IX > WS-NB-POSTES
046100     IF WS-NB-A-VENIR > WS-NB-POSTES
046200        MOVE '*** LISTE TRONQUEE A 2000 CLIENTS ***'
046300          TO LS-LIBELLE
046400        MOVE LIGNE-SECTION TO REC-MAJMINRP
046500        WRITE REC-MAJMINRP
046600     END-IF
046700     .
046800*----------------------*
046900 8100-EDITER-POSTE.
047000*----------------------*
047100     MOVE WS-PV-NUMERO(WS-IX)  TO LD-NUMERO
047200     MOVE WS-PV-NOM(WS-IX)     TO LD-NOM
047300     MOVE WS-PV-PRENOM(WS-IX)  TO LD-PRENOM
047400     MOVE WS-PV-DATE-18(WS-IX) TO LD-DATE-18
047500     MOVE WS-PV-TUTEUR(WS-IX)  TO LD-TUTEUR
047600     MOVE LIGNE-DETAIL         TO REC-MAJMINRP
047700     WRITE REC-MAJMINRP
047800     .
047900*----------------------*
048000 9000-TERMINAISON.
048100*----------------------*
048200*    FIN DE CONTROLE : NOMBRE D'IMAGES ECRITES
048300     MOVE 'T'           TO CTL-FONCTION
048400     MOVE WS-NB-LETTRES TO CTL-COMPTEUR
048500     MOVE ZERO          TO CTL-HASH
048600     CALL 'pgctlfic' USING CTL-COMMUN
048700     MOVE SPACE     TO REC-LETMIN
048800     MOVE CTL-ENREG TO REC-LETMIN(1:53)
048900     WRITE REC-LETMIN

049000     MOVE SPACE TO REC-MAJMINRP
049100     WRITE REC-MAJMINRP
049200     MOVE 'CLIENTS LUS                   ' TO LTO-LIBELLE
049300     MOVE WS-NB-LUS TO LTO-NB
049400     MOVE LIGNE-TOTAL  TO REC-MAJMINRP
049500     WRITE REC-MAJMINRP
049600     MOVE 'CLIENTS MINEURS               ' TO LTO-LIBELLE
049700     MOVE WS-NB-MINEURS TO LTO-NB
049800     MOVE LIGNE-TOTAL  TO REC-MAJMINRP
049900     WRITE REC-MAJMINRP
050000     MOVE 'DEVENUS MAJEURS (CONVERTIS)   ' TO LTO-LIBELLE
050100     MOVE WS-NB-CONVERTIS TO LTO-NB
050200     MOVE LIGNE-TOTAL  TO REC-MAJMINRP
050300     WRITE REC-MAJMINRP
050400     MOVE 'LIENS PA/EN CLOS              ' TO LTO-LIBELLE
050500     MOVE WS-NB-LIENS-CLOS TO LTO-NB
050600     MOVE LIGNE-TOTAL  TO REC-MAJMINRP
050700     WRITE REC-MAJMINRP
050800     MOVE 'MAJEURS DANS LA FENETRE       ' TO LTO-LIBELLE
050900     MOVE WS-NB-A-VENIR TO LTO-NB
051000     MOVE LIGNE-TOTAL  TO REC-MAJMINRP
051100     WRITE REC-MAJMINRP
051200     MOVE 'ANOMALIES                     ' TO LTO-LIBELLE
051300     MOVE WS-NB-ANOMALIES TO LTO-NB
051400     MOVE LIGNE-TOTAL  TO REC-MAJMINRP
051500     WRITE REC-MAJMINRP

051600     CLOSE FCLI
051700     CLOSE FLIENCLI
051800     CLOSE LETMIN
051900     CLOSE MAJMINRP

052000     DISPLAY 'MAJMIN - CLIENTS LUS          : ' WS-NB-LUS
052100     DISPLAY 'MAJMIN - MINEURS CONVERTIS    : ' WS-NB-CONVERTIS
052200     DISPLAY 'MAJMIN - MAJEURS A VENIR      : ' WS-NB-A-VENIR
052300     DISPLAY 'MAJMIN - ANOMALIES            : ' WS-NB-ANOMALIES

052400     IF WS-NB-ANOMALIES > ZERO
052500        MOVE 4 TO RETURN-CODE
052600     END-IF

052700     MOVE 'F' TO RL-FONCTION
052800     MOVE 'MAJMIN' TO RL-PROG
052900     MOVE WS-NB-LUS TO RL-LUS
053000     MOVE WS-NB-CONVERTIS TO RL-ECRITS
053100     MOVE WS-NB-ANOMALIES TO RL-REJETES
053200     MOVE RETURN-CODE TO RL-RC
053300     CALL 'pgrunlog' USING RL-COMMUN
053400     .

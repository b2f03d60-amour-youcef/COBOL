000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    RECERT.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - DOSSIER TRIMESTRIEL DE
001400*                   RECERTIFICATION DES HABILITATIONS
001500*                   (JCL RECERTQ) : UNE PAGE PAR SERVICE
001600*                   (O-SERVICE), A FAIRE VISER PAR SON
001700*                   RESPONSABLE, LISTANT POUR CHAQUE
001800*                   OPERATEUR SES HABILITATIONS, SA
001900*                   DERNIERE CONNEXION, SES MISES A JOUR
002000*                   CLIENTS (FAUDCLI, E-AUD-OPID) ET SES
002100*                   CONSULTATIONS (FACCLOG) DE LA PERIODE
002200*                   FOURNIE PAR LE JCL. LES COMBINAISONS
002300*                   D'HABILITATIONS INTERDITES PAR LES
002400*                   REGLES RECREGLE (DESSIN FRECREG) SONT
002500*                   SIGNALEES. UN PROFIL ACTIF SANS
002600*                   CONNEXION DEPUIS PLUS DE N JOURS (PARM,
002700*                   DEFAUT 90, 0 = PAS DE SUSPENSION) EST
002800*                   SUSPENDU (O-OPER-SUSPENDU) AVEC UNE
002900*                   LIGNE D'AUDIT FAUDOPE. LES DECISIONS DU
003000*                   RESPONSABLE REVIENNENT EN CARTES RECCART
003100*                   APPLIQUEES PAR RECMAJ. RC 4 SI UNE
003200*                   COMBINAISON INTERDITE, UNE SUSPENSION
003300*                   OU UN PROFIL SANS SERVICE.
003400*--------------------------------------------------------
003500*
003600*======================================================*
003700*   E N V I R O N M E N T       D I V I S I O N        *
003800*======================================================*
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-390.
004200 OBJECT-COMPUTER. IBM-390.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT RECREGLE   ASSIGN TO RECREGLE
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-FS-RECREGLE.

004800     SELECT AUDCLI     ASSIGN TO AUDCLI
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-FS-AUDCLI.

005100     SELECT FACCLOG    ASSIGN TO FACCLOG
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-FS-FACCLOG.

005400     SELECT FOPERAT    ASSIGN TO FOPERAT
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS SEQUENTIAL
005700         RECORD KEY IS O-OPID
005800         FILE STATUS IS WS-FS-FOPERAT.

005900     SELECT FAUDOPE    ASSIGN TO FAUDOPE
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-FS-FAUDOPE.

006200     SELECT RECERTRP   ASSIGN TO RECERTRP
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-FS-RECERTRP.

006500     SELECT SRTREC     ASSIGN TO SRTREC.
006600*
006700*======================================================*
006800*           D A T A         D I V I S I O N            *
006900*======================================================*
007000 DATA DIVISION.
007100 FILE SECTION.
007200*
007300*    REGLES DE SEPARATION DES FONCTIONS
007400 FD  RECREGLE
007500     RECORD CONTAINS 80 CHARACTERS.
007600     COPY FRECREG.
007700*
007800*    PISTE D'AUDIT DES MISES A JOUR CLIENTS DE LA PERIODE
007900*    (ARCHIVES MENSUELLES ET FICHIER VIF CONCATENES)
008000 FD  AUDCLI
008100     RECORD CONTAINS 53 CHARACTERS.
008200     COPY FAUDCLI.
008300*
008400 FD  FACCLOG
008500     RECORD CONTAINS 80 CHARACTERS.
008600     COPY FACCLOG.
008700*
008800 FD  FOPERAT
008900     RECORD CONTAINS 100 CHARACTERS.
009000     COPY FOPERAT.
009100*
009200 FD  FAUDOPE
009300     RECORD CONTAINS 60 CHARACTERS.
009400     COPY FAUDOPE.
009500*
009600 FD  RECERTRP
009700     RECORD CONTAINS 132 CHARACTERS.
009800 01  REC-RECERTRP             PIC X(132).
009900*
010000 SD  SRTREC.
010100 01  SRT-PROFIL.
010200     05  SRT-SERVICE      PIC X(30).
010300     05  SRT-OPID         PIC X(03).
010400     05  SRT-NOM          PIC X(20).
010500     05  SRT-STATUT       PIC X(01).
010600     05  SRT-HABIL        PIC X(10).
010700     05  SRT-DERN-CNX     PIC 9(08).
010800     05  SRT-JOURS        PIC 9(05).
010900     05  SRT-DATE-RECERT  PIC 9(08).
011000     05  SRT-NB-MAJ       PIC 9(07).
011100     05  SRT-NB-CONS      PIC 9(07).
011200     05  SRT-SUSPENDU     PIC X(01).
011300     05  SRT-NB-VIOL      PIC 9(02).
011400     05  SRT-VIOL         PIC 9(02) OCCURS 10.
011500*
011600*------------------------------------------------------*
011700 WORKING-STORAGE SECTION.
011800*------------------------------------------------------*
011900*
012000 01  WS-FS-RECREGLE           PIC X(02) VALUE SPACE.
012100     88 FS-RECREGLE-OK           VALUE '00'.
012200 01  WS-FS-AUDCLI             PIC X(02) VALUE SPACE.
012300     88 FS-AUDCLI-OK             VALUE '00'.
012400 01  WS-FS-FACCLOG            PIC X(02) VALUE SPACE.
012500     88 FS-FACCLOG-OK            VALUE '00'.
012600 01  WS-FS-FOPERAT            PIC X(02) VALUE SPACE.
012700     88 FS-FOPERAT-OK            VALUE '00'.
012800 01  WS-FS-FAUDOPE            PIC X(02) VALUE SPACE.
012900     88 FS-FAUDOPE-OK            VALUE '00'.
013000 01  WS-FS-RECERTRP           PIC X(02) VALUE SPACE.
013100     88 FS-RECERTRP-OK           VALUE '00'.
013200*
013300 01  WS-FIN-RECREGLE          PIC X(01) VALUE 'N'.
013400     88 FIN-RECREGLE             VALUE 'Y'.
013500 01  WS-FIN-AUDCLI            PIC X(01) VALUE 'N'.
013600     88 FIN-AUDCLI               VALUE 'Y'.
013700 01  WS-FIN-FACCLOG           PIC X(01) VALUE 'N'.
013800     88 FIN-FACCLOG              VALUE 'Y'.
013900 01  WS-FIN-FOPERAT           PIC X(01) VALUE 'N'.
014000     88 FIN-FOPERAT              VALUE 'Y'.
014100 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
014200     88 FIN-TRI                  VALUE 'Y'.
014300*
014400*    SEUIL D'INACTIVITE EN JOURS (PARM) ; ZERO = AUCUNE
014500*    SUSPENSION AUTOMATIQUE
014600 01  WS-SEUIL-INACTIF         PIC 9(04) VALUE 90.
014700*
014800 01  WS-DATE-JOUR             PIC 9(08) VALUE ZERO.
014900 01  WS-DATE-JOUR-X REDEFINES WS-DATE-JOUR.
015000     05 WS-DJ-SS              PIC X(02).
015100     05 WS-DJ-AA              PIC X(02).
015200     05 WS-DJ-MM              PIC X(02).
015300     05 WS-DJ-JJ              PIC X(02).
015400 01  WS-JOUR-COURT            PIC X(08) VALUE SPACE.
015500 01  WS-HEURE-SYS             PIC 9(08) VALUE ZERO.
015600 01  WS-HEURE-SYS-X REDEFINES WS-HEURE-SYS.
015700     05 WS-HS-HH              PIC X(02).
015800     05 WS-HS-MM              PIC X(02).
015900     05 WS-HS-SS              PIC X(02).
016000     05 WS-HS-CC              PIC X(02).
016100 01  WS-HEURE-COURT           PIC X(08) VALUE SPACE.
016200 01  WS-ENT-JOUR              PIC 9(08) VALUE ZERO.
016300 01  WS-ENT-CNX               PIC 9(08) VALUE ZERO.
016400 01  WS-JOURS                 PIC 9(05) VALUE ZERO.
016500*
016600*    DATES EDITEES JJ/MM/AAAA
016700 01  WS-DATE-A-EDITER         PIC 9(08).
016800 01  FILLER REDEFINES WS-DATE-A-EDITER.
016900     05 WS-DAE-AAAA           PIC 9(04).
017000     05 WS-DAE-MM             PIC 9(02).
017100     05 WS-DAE-JJ             PIC 9(02).
017200 01  WS-DATE-EDITEE.
017300     05 WS-DED-JJ             PIC 9(02).
017400     05 FILLER                PIC X(01) VALUE '/'.
017500     05 WS-DED-MM             PIC 9(02).
017600     05 FILLER                PIC X(01) VALUE '/'.
017700     05 WS-DED-AAAA           PIC 9(04).
017800*
017900 01  WS-NB-REGLES-LUES        PIC 9(05) VALUE ZERO.
018000 01  WS-NB-AUD-LUS            PIC 9(09) VALUE ZERO.
018100 01  WS-NB-ACC-LUS            PIC 9(09) VALUE ZERO.
018200 01  WS-NB-PROFILS            PIC 9(05) VALUE ZERO.
018300 01  WS-NB-SUSPENDUS          PIC 9(05) VALUE ZERO.
018400 01  WS-NB-PROFILS-SOD        PIC 9(05) VALUE ZERO.
018500 01  WS-NB-VIOLATIONS         PIC 9(05) VALUE ZERO.
018600 01  WS-NB-SANS-SERVICE       PIC 9(05) VALUE ZERO.
018700 01  WS-NB-ANOMALIES          PIC 9(05) VALUE ZERO.
018800*
018900*    HABILITATIONS DU PROFIL LU, DANS L'ORDRE DES LETTRES
019000*    DU DESSIN FRECREG
019100 01  WS-HAB-LETTRES           PIC X(10) VALUE 'COMSLAGVKN'.
019200 01  FILLER REDEFINES WS-HAB-LETTRES.
019300     05 WS-HAB-LETTRE         PIC X(01) OCCURS 10.
019400 01  WS-HAB-VALEURS           PIC X(10).
019500 01  FILLER REDEFINES WS-HAB-VALEURS.
019600     05 WS-HAB-VAL            PIC X(01) OCCURS 10.
019700 01  WS-HAB-EDITEES           PIC X(10).
019800 01  FILLER REDEFINES WS-HAB-EDITEES.
019900     05 WS-HAB-ED             PIC X(01) OCCURS 10.
020000 01  WS-IND-HAB               PIC S9(4) COMP.
020100 01  WS-LETTRE-CHERCHEE       PIC X(01).
020200 01  WS-POS-LETTRE            PIC S9(4) COMP.
020300*
020400*    REGLES CHARGEES (POSITION DES DEUX HABILITATIONS)
020500 01  WS-NB-REGLES             PIC S9(4) COMP VALUE ZERO.
020600 01  WS-IND-RG                PIC S9(4) COMP.
020700 01  WS-TAB-REGLES.
020800     05 WS-RG OCCURS 50.
020900        10 WS-RG-CODE         PIC X(04).
021000        10 WS-RG-POS-1        PIC S9(4) COMP.
021100        10 WS-RG-POS-2        PIC S9(4) COMP.
021200        10 WS-RG-LIBELLE      PIC X(40).
021300*
021400*    ACTIVITE CUMULEE PAR OPERATEUR
021500 01  WS-NB-ACT                PIC S9(4) COMP VALUE ZERO.
021600 01  WS-IND-ACT               PIC S9(4) COMP.
021700 01  WS-OPID-CHERCHE          PIC X(03).
021800 01  WS-ACT-TROUVEE           PIC X(01).
021900     88 ACT-TROUVEE              VALUE 'O'.
022000 01  WS-TAB-ACTIVITE.
022100     05 WS-ACT OCCURS 500.
022200        10 WS-ACT-OPID        PIC X(03).
022300        10 WS-ACT-MAJ         PIC 9(07).
022400        10 WS-ACT-CONS        PIC 9(07).
022500*
022600*    SERVICE EN COURS DANS LA PROCEDURE DE SORTIE
022700 01  WS-PREMIER               PIC X(01) VALUE 'O'.
022800     88 PREMIER-SERVICE          VALUE 'O'.
022900 01  WS-SERV-COURANT          PIC X(30) VALUE SPACE.
023000 01  WS-SERV-NB-OPER          PIC 9(05) VALUE ZERO.
023100 01  WS-SERV-NB-SOD           PIC 9(05) VALUE ZERO.
023200 01  WS-SERV-NB-SUSP          PIC 9(05) VALUE ZERO.
023300 01  WS-IND-V                 PIC S9(4) COMP.
023400*
023500 01  WS-MOTIF-INACTIF.
023600     05 FILLER                PIC X(08) VALUE 'INACTIF '.
023700     05 WM-JOURS              PIC ZZZZ9.
023800     05 FILLER                PIC X(07) VALUE ' JOURS '.
023900*
024000*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
024100 01  RL-COMMUN.
024200     05 RL-FONCTION    PIC X(01).
024300     05 RL-PROG        PIC X(08).
024400     05 RL-LUS         PIC 9(09).
024500     05 RL-ECRITS      PIC 9(09).
024600     05 RL-REJETES     PIC 9(09).
024700     05 RL-RC          PIC 9(02).
024800*
024900*------------------------------------------------------*
025000*   LIGNES DU DOSSIER DE RECERTIFICATION               *
025100*------------------------------------------------------*
025200 01  LIGNE-TITRE.
025300     05 FILLER                PIC X(48) VALUE
025400        'RECERTIFICATION DES HABILITATIONS OPERATEURS -  '.
025500     05 FILLER                PIC X(10) VALUE 'DOSSIER DU'.
025600     05 FILLER                PIC X(01) VALUE SPACE.
025700     05 LT-DATE               PIC X(10).
025800     05 FILLER                PIC X(24) VALUE
025900        '   SEUIL D''INACTIVITE : '.
026000     05 LT-SEUIL              PIC ZZZ9.
026100     05 FILLER                PIC X(06) VALUE ' JOURS'.
026200     05 FILLER                PIC X(29) VALUE SPACE.
026300*
026400 01  LIGNE-SERVICE.
026500     05 FILLER                PIC X(10) VALUE 'SERVICE : '.
026600     05 LS-SERVICE            PIC X(30).
026700     05 FILLER                PIC X(92) VALUE SPACE.
026800*
026900 01  LIGNE-RESPONSABLE.
027000     05 FILLER                PIC X(50) VALUE
027100        'RESPONSABLE DU SERVICE : ........................'.
027200     05 FILLER                PIC X(40) VALUE
027300        '   DATE DE LA REVUE : ....../....../....'.
027400     05 FILLER                PIC X(42) VALUE SPACE.
027500*
027600 01  LIGNE-LEGENDE-1.
027700     05 FILLER                PIC X(50) VALUE
027800        'HABILITATIONS : C=CREATION O=CONSULTATION M=MODIFI'.
027900     05 FILLER                PIC X(50) VALUE
028000        'CATION S=SUPPRESSION L=LISTE A=ADMINISTRATION     '.
028100     05 FILLER                PIC X(32) VALUE SPACE.
028200*
028300 01  LIGNE-LEGENDE-2.
028400     05 FILLER                PIC X(50) VALUE
028500        '                G=GUICHET V=VISA SUPERVISEUR K=REV'.
028600     05 FILLER                PIC X(50) VALUE
028700        'UE KYC N=NOTES DE CONTACT (. = NON DETENUE)       '.
028800     05 FILLER                PIC X(32) VALUE SPACE.
028900*
029000 01  LIGNE-ENTETE.
029100     05 FILLER                PIC X(50) VALUE
029200        'OPE  NOM                   STATUT    HABILIT.    D'.
029300     05 FILLER                PIC X(50) VALUE
029400        'ERN.CNX.   JOURS     MAJ.  CONSULT. RECERTIF.   DE'.
029500     05 FILLER                PIC X(32) VALUE
029600        'CISION'.
029700*
029800 01  LIGNE-DETAIL.
029900     05 LD-OPID               PIC X(03).
030000     05 FILLER                PIC X(02) VALUE SPACE.
030100     05 LD-NOM                PIC X(20).
030200     05 FILLER                PIC X(02) VALUE SPACE.
030300     05 LD-STATUT             PIC X(09).
030400     05 FILLER                PIC X(01) VALUE SPACE.
030500     05 LD-HABIL              PIC X(10).
030600     05 FILLER                PIC X(02) VALUE SPACE.
030700     05 LD-DERN-CNX           PIC X(10).
030800     05 FILLER                PIC X(02) VALUE SPACE.
030900     05 LD-JOURS              PIC ZZZZ9.
031000     05 FILLER                PIC X(02) VALUE SPACE.
031100     05 LD-NB-MAJ             PIC ZZZZZZ9.
031200     05 FILLER                PIC X(02) VALUE SPACE.
031300     05 LD-NB-CONS            PIC ZZZZZZ9.
031400     05 FILLER                PIC X(02) VALUE SPACE.
031500     05 LD-RECERT             PIC X(10).
031600     05 FILLER                PIC X(02) VALUE SPACE.
031700     05 FILLER                PIC X(10) VALUE '..........'.
031800     05 FILLER                PIC X(24) VALUE SPACE.
031900*
032000 01  LIGNE-VIOLATION.
032100     05 FILLER                PIC X(05) VALUE SPACE.
032200     05 FILLER                PIC X(26) VALUE
032300        '** COMBINAISON INTERDITE '.
032400     05 LV-CODE               PIC X(04).
032500     05 FILLER                PIC X(03) VALUE ' : '.
032600     05 LV-LIBELLE            PIC X(40).
032700     05 FILLER                PIC X(54) VALUE SPACE.
032800*
032900 01  LIGNE-ALERTE.
033000     05 FILLER                PIC X(05) VALUE SPACE.
033100     05 LA-TEXTE              PIC X(60).
033200     05 FILLER                PIC X(67) VALUE SPACE.
033300*
033400 01  LIGNE-PIED.
033500     05 FILLER                PIC X(13) VALUE
033600        'OPERATEURS : '.
033700     05 LP-NB-OPER            PIC ZZZZ9.
033800     05 FILLER                PIC X(29) VALUE
033900        '   COMBINAISONS INTERDITES : '.
034000     05 LP-NB-SOD             PIC ZZZZ9.
034100     05 FILLER                PIC X(31) VALUE
034200        '   SUSPENDUS POUR INACTIVITE : '.
034300     05 LP-NB-SUSP            PIC ZZZZ9.
034400     05 FILLER                PIC X(44) VALUE SPACE.
034500*
034600 01  LIGNE-CONSIGNE.
034700     05 FILLER                PIC X(50) VALUE
034800        'DECISION PAR OPERATEUR : M = MAINTENIR, S = SUSPEN'.
034900     05 FILLER                PIC X(50) VALUE
035000        'DRE, R + LETTRE = RETIRER L''HABILITATION          '.
035100     05 FILLER                PIC X(32) VALUE SPACE.
035200*
035300 01  LIGNE-SIGNATURE.
035400     05 FILLER                PIC X(50) VALUE
035500        'VISA ET SIGNATURE DU RESPONSABLE : ..............'.
035600     05 FILLER                PIC X(82) VALUE SPACE.
035700*
035800 01  LIGNE-TOTAL.
035900     05 LTO-LIBELLE           PIC X(40).
036000     05 LTO-NB                PIC ZZZZZZZZ9.
036100     05 FILLER                PIC X(83) VALUE SPACE.
036200*
036300*======================================================*
036400*          L I N K A G E     S E C T I O N             *
036500*======================================================*
036600 LINKAGE SECTION.
036700 01  LK-PARM-SEUIL.
036800     05 LK-PARM-LEN           PIC S9(4) COMP.
036900     05 LK-PARM-VALUE         PIC X(04).
037000*
037100*======================================================*
037200*     P R O C E D U R E     D I V I S I O N            *
037300*======================================================*
037400 PROCEDURE DIVISION USING LK-PARM-SEUIL.
037500*----------------------*
037600 0000-MAINLINE.
037700*----------------------*
037800     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
037900     IF RETURN-CODE NOT < 8
038000        GOBACK
038100     END-IF

038200     PERFORM 2000-CUMULER-MAJ THRU 2000-CUMULER-MAJ-EXIT
038300         UNTIL FIN-AUDCLI
038400     PERFORM 2100-CUMULER-CONSULT THRU 2100-CUMULER-CONSULT-EXIT
038500         UNTIL FIN-FACCLOG

038600*    TRI PAR SERVICE PUIS OPERATEUR (LES PROFILS SANS
038700*    SERVICE SORTENT EN TETE)
038800     SORT SRTREC
038900         ON ASCENDING KEY SRT-SERVICE SRT-OPID
039000         INPUT PROCEDURE IS 3000-SELECTIONNER-PROFILS
039100             THRU 3000-SELECTIONNER-EXIT
039200         OUTPUT PROCEDURE IS 4000-EDITER-DOSSIER
039300             THRU 4000-EDITER-EXIT
039400     IF SORT-RETURN NOT = ZERO
039500        DISPLAY 'RECERT - ECHEC DU TRI DES PROFILS - RC='
039600                SORT-RETURN
039700        MOVE 12 TO RETURN-CODE
039800     END-IF

039900     PERFORM 9000-TERMINAISON
040000     GOBACK
040100     .
040200*----------------------*
040300 1000-INITIALISATION.
040400*----------------------*
040500     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
040600     STRING WS-DJ-JJ '/' WS-DJ-MM '/' WS-DJ-AA
040700         DELIMITED BY SIZE INTO WS-JOUR-COURT
040800     END-STRING
040900     ACCEPT WS-HEURE-SYS FROM TIME
041000     STRING WS-HS-HH ':' WS-HS-MM ':' WS-HS-SS
041100         DELIMITED BY SIZE INTO WS-HEURE-COURT
041200     END-STRING
041300     COMPUTE WS-ENT-JOUR =
041400             FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)

041500     MOVE 'D' TO RL-FONCTION
041600     MOVE 'RECERT' TO RL-PROG
041700     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
041800     CALL 'pgrunlog' USING RL-COMMUN

041900     IF LK-PARM-LEN > ZERO
042000        IF LK-PARM-VALUE(1:LK-PARM-LEN) NOT NUMERIC
042100           DISPLAY 'RECERT - PARM SEUIL D''INACTIVITE NON '
042200                   'NUMERIQUE'
042300           MOVE 8 TO RETURN-CODE
042400           GO TO 1000-INITIALISATION-EXIT
042500        END-IF
042600        MOVE LK-PARM-VALUE(1:LK-PARM-LEN)
042700          TO WS-SEUIL-INACTIF
042800     END-IF

042900     OPEN INPUT RECREGLE
043000     IF NOT FS-RECREGLE-OK
043100        DISPLAY 'RECERT - ERREUR OPEN RECREGLE - FS='
043200                WS-FS-RECREGLE
043300        MOVE 12 TO RETURN-CODE
043400        GO TO 1000-INITIALISATION-EXIT
043500     END-IF

043600     OPEN INPUT AUDCLI
043700     IF NOT FS-AUDCLI-OK
043800        DISPLAY 'RECERT - ERREUR OPEN AUDCLI - FS='
043900                WS-FS-AUDCLI
044000        MOVE 12 TO RETURN-CODE
044100        CLOSE RECREGLE
044200        GO TO 1000-INITIALISATION-EXIT
044300     END-IF

044400     OPEN INPUT FACCLOG
044500     IF NOT FS-FACCLOG-OK
044600        DISPLAY 'RECERT - ERREUR OPEN FACCLOG - FS='
044700                WS-FS-FACCLOG
044800        MOVE 12 TO RETURN-CODE
044900        CLOSE RECREGLE AUDCLI
045000        GO TO 1000-INITIALISATION-EXIT
045100     END-IF

045200     OPEN I-O FOPERAT
045300     IF NOT FS-FOPERAT-OK
045400        DISPLAY 'RECERT - ERREUR OPEN FOPERAT - FS='
045500                WS-FS-FOPERAT
045600        MOVE 12 TO RETURN-CODE
045700        CLOSE RECREGLE AUDCLI FACCLOG
045800        GO TO 1000-INITIALISATION-EXIT
045900     END-IF

046000     OPEN EXTEND FAUDOPE
046100     IF NOT FS-FAUDOPE-OK
046200        DISPLAY 'RECERT - ERREUR OPEN FAUDOPE - FS='
046300                WS-FS-FAUDOPE
046400        MOVE 12 TO RETURN-CODE
046500        CLOSE RECREGLE AUDCLI FACCLOG FOPERAT
046600        GO TO 1000-INITIALISATION-EXIT
046700     END-IF

046800     OPEN OUTPUT RECERTRP
046900     IF NOT FS-RECERTRP-OK
047000        DISPLAY 'RECERT - ERREUR OPEN RECERTRP - FS='
047100                WS-FS-RECERTRP
047200        MOVE 12 TO RETURN-CODE
047300        CLOSE RECREGLE AUDCLI FACCLOG FOPERAT FAUDOPE
047400        GO TO 1000-INITIALISATION-EXIT
047500     END-IF

047600*    UNE REGLE MAL FORMEE ARRETE LE TRAITEMENT AVANT TOUTE
047700*    SUSPENSION (RC 8)
047800     PERFORM 1100-CHARGER-REGLE THRU 1100-CHARGER-EXIT
047900         UNTIL FIN-RECREGLE
048000     CLOSE RECREGLE
048100     IF RETURN-CODE NOT < 8
048200        CLOSE AUDCLI FACCLOG FOPERAT FAUDOPE RECERTRP
048300        GO TO 1000-INITIALISATION-EXIT
048400     END-IF

048500     MOVE WS-DATE-JOUR TO WS-DATE-A-EDITER
048600     PERFORM 7500-EDITER-DATE
048700     MOVE WS-DATE-EDITEE   TO LT-DATE
048800     MOVE WS-SEUIL-INACTIF TO LT-SEUIL
048900     .
049000 1000-INITIALISATION-EXIT.
049100     EXIT.
049200*----------------------*
049300 1100-CHARGER-REGLE.
049400*----------------------*
049500     READ RECREGLE
049600         AT END
049700            MOVE 'Y' TO WS-FIN-RECREGLE
049800            GO TO 1100-CHARGER-EXIT
049900     END-READ

050000     IF RG-REGLE(1:1) = '*' OR RG-REGLE = SPACE
050100        GO TO 1100-CHARGER-EXIT
050200     END-IF

050300     ADD 1 TO WS-NB-REGLES-LUES
050400     IF WS-NB-REGLES NOT < 50
050500        DISPLAY 'RECERT - PLUS DE 50 REGLES : ' RG-CODE
050600        MOVE 8 TO RETURN-CODE
050700        MOVE 'Y' TO WS-FIN-RECREGLE
050800        GO TO 1100-CHARGER-EXIT
050900     END-IF

051000     ADD 1 TO WS-NB-REGLES
051100     MOVE RG-CODE    TO WS-RG-CODE(WS-NB-REGLES)
051200     MOVE RG-LIBELLE TO WS-RG-LIBELLE(WS-NB-REGLES)
051300     MOVE RG-HABIL-1 TO WS-LETTRE-CHERCHEE
051400     PERFORM 7300-POSITION-LETTRE
051500     MOVE WS-POS-LETTRE TO WS-RG-POS-1(WS-NB-REGLES)
051600     MOVE RG-HABIL-2 TO WS-LETTRE-CHERCHEE
051700     PERFORM 7300-POSITION-LETTRE
051800     MOVE WS-POS-LETTRE TO WS-RG-POS-2(WS-NB-REGLES)

051900     IF WS-RG-POS-1(WS-NB-REGLES) = ZERO
052000        OR WS-RG-POS-2(WS-NB-REGLES) = ZERO
052100        OR RG-HABIL-1 = RG-HABIL-2
052200        DISPLAY 'RECERT - REGLE INVALIDE : ' RG-REGLE(1:48)
052300        MOVE 8 TO RETURN-CODE
052400     END-IF
052500     .
052600 1100-CHARGER-EXIT.
052700     EXIT.
052800*======================================================*
052900*   CUMUL DE L'ACTIVITE DE LA PERIODE PAR OPERATEUR      *
053000*======================================================*
053100*----------------------*
053200 2000-CUMULER-MAJ.
053300*----------------------*
053400     READ AUDCLI
053500         AT END
053600            MOVE 'Y' TO WS-FIN-AUDCLI
053700            GO TO 2000-CUMULER-MAJ-EXIT
053800     END-READ

053900     ADD 1 TO WS-NB-AUD-LUS

054000*    LIGNES ANTERIEURES A LA TRACE DE L'OPERATEUR
054100     IF E-AUD-OPID = SPACE OR LOW-VALUE
054200        GO TO 2000-CUMULER-MAJ-EXIT
054300     END-IF

054400     MOVE E-AUD-OPID TO WS-OPID-CHERCHE
054500     PERFORM 7000-CHERCHER-ACTIVITE
054600     IF NOT ACT-TROUVEE
054700        PERFORM 7100-AJOUTER-ACTIVITE
054800     END-IF
054900     IF ACT-TROUVEE
055000        ADD 1 TO WS-ACT-MAJ(WS-IND-ACT)
055100     END-IF
055200     .
055300 2000-CUMULER-MAJ-EXIT.
055400     EXIT.
055500*----------------------*
055600 2100-CUMULER-CONSULT.
055700*----------------------*
055800     READ FACCLOG
055900         AT END
056000            MOVE 'Y' TO WS-FIN-FACCLOG
056100            GO TO 2100-CUMULER-CONSULT-EXIT
056200     END-READ

056300     ADD 1 TO WS-NB-ACC-LUS

056400     IF ACC-OPID = SPACE OR LOW-VALUE
056500        GO TO 2100-CUMULER-CONSULT-EXIT
056600     END-IF

056700     MOVE ACC-OPID TO WS-OPID-CHERCHE
056800     PERFORM 7000-CHERCHER-ACTIVITE
056900     IF NOT ACT-TROUVEE
057000        PERFORM 7100-AJOUTER-ACTIVITE
057100     END-IF
057200     IF ACT-TROUVEE
057300        ADD 1 TO WS-ACT-CONS(WS-IND-ACT)
057400     END-IF
057500     .
057600 2100-CUMULER-CONSULT-EXIT.
057700     EXIT.
057800*======================================================*
057900*   PROCEDURE D'ENTREE DU TRI : UN ENREGISTREMENT PAR    *
058000*   PROFIL, APRES SUSPENSION EVENTUELLE POUR INACTIVITE *
058100*======================================================*
058200*----------------------*
058300 3000-SELECTIONNER-PROFILS.
058400*----------------------*
058500     PERFORM 3100-TRAITER-UN-PROFIL THRU 3100-TRAITER-EXIT
058600         UNTIL FIN-FOPERAT
058700     .
058800 3000-SELECTIONNER-EXIT.
058900     EXIT.
059000*----------------------*
059100 3100-TRAITER-UN-PROFIL.
059200*----------------------*
059300     READ FOPERAT NEXT RECORD
059400         AT END
059500            MOVE 'Y' TO WS-FIN-FOPERAT
059600            GO TO 3100-TRAITER-EXIT
059700     END-READ

059800     ADD 1 TO WS-NB-PROFILS

059900     MOVE SPACE TO SRT-PROFIL
060000     IF O-SERVICE = SPACE OR LOW-VALUE
060100        MOVE SPACE     TO SRT-SERVICE
060200        ADD 1 TO WS-NB-SANS-SERVICE
060300     ELSE
060400        MOVE O-SERVICE TO SRT-SERVICE
060500     END-IF
060600     MOVE O-OPID       TO SRT-OPID
060700     MOVE O-NOM-OPER   TO SRT-NOM

060800     PERFORM 7200-CHARGER-HABILITATIONS
060900     MOVE WS-HAB-EDITEES TO SRT-HABIL

061000*    JOURS ECOULES DEPUIS LA DERNIERE CONNEXION (DATE
061100*    INCONNUE : PAS DE SUSPENSION, SIGNALEE AU DOSSIER)
061200     MOVE ZERO TO WS-JOURS
061300     IF O-DATE-DERN-CNX NUMERIC AND O-DATE-DERN-CNX > ZERO
061400        MOVE O-DATE-DERN-CNX TO SRT-DERN-CNX
061500        COMPUTE WS-ENT-CNX =
061600                FUNCTION INTEGER-OF-DATE(O-DATE-DERN-CNX)
061700        IF WS-ENT-CNX > ZERO AND WS-ENT-CNX < WS-ENT-JOUR
061800           COMPUTE WS-JOURS = WS-ENT-JOUR - WS-ENT-CNX
061900        END-IF
062000     ELSE
062100        MOVE ZERO TO SRT-DERN-CNX
062200     END-IF
062300     MOVE WS-JOURS TO SRT-JOURS

062400     IF O-DATE-RECERT NUMERIC
062500        MOVE O-DATE-RECERT TO SRT-DATE-RECERT
062600     ELSE
062700        MOVE ZERO          TO SRT-DATE-RECERT
062800     END-IF

062900     MOVE 'N' TO SRT-SUSPENDU
063000     IF O-OPER-ACTIF
063100        AND WS-SEUIL-INACTIF > ZERO
063200        AND WS-JOURS > WS-SEUIL-INACTIF
063300        PERFORM 3200-SUSPENDRE THRU 3200-SUSPENDRE-EXIT
063400     END-IF
063500     MOVE O-STATUT-OPER TO SRT-STATUT

063600     MOVE ZERO TO SRT-NB-MAJ SRT-NB-CONS
063700     MOVE O-OPID TO WS-OPID-CHERCHE
063800     PERFORM 7000-CHERCHER-ACTIVITE
063900     IF ACT-TROUVEE
064000        MOVE WS-ACT-MAJ(WS-IND-ACT)  TO SRT-NB-MAJ
064100        MOVE WS-ACT-CONS(WS-IND-ACT) TO SRT-NB-CONS
064200     END-IF

064300     MOVE ZERO TO SRT-NB-VIOL
064400     PERFORM 3300-CONTROLER-REGLE
064500         VARYING WS-IND-RG FROM 1 BY 1
064600         UNTIL WS-IND-RG > WS-NB-REGLES
064700     IF SRT-NB-VIOL > ZERO
064800        ADD 1 TO WS-NB-PROFILS-SOD
064900     END-IF

065000     RELEASE SRT-PROFIL
065100     .
065200 3100-TRAITER-EXIT.
065300     EXIT.
065400*----------------------*
065500 3200-SUSPENDRE.
065600*----------------------*
065700     MOVE '1' TO O-STATUT-OPER
065800     REWRITE O-OPERATEUR
065900     IF NOT FS-FOPERAT-OK
066000        DISPLAY 'RECERT - ERREUR REWRITE FOPERAT - FS='
066100                WS-FS-FOPERAT ' - OPERATEUR ' O-OPID
066200        MOVE '0' TO O-STATUT-OPER
066300        ADD 1 TO WS-NB-ANOMALIES
066400        GO TO 3200-SUSPENDRE-EXIT
066500     END-IF

066600     MOVE 'O' TO SRT-SUSPENDU
066700     ADD 1 TO WS-NB-SUSPENDUS

066800     MOVE SPACE            TO E-AUDOPE
066900     MOVE O-OPID           TO E-AOP-CIBLE
067000     SET E-AOP-INACTIVITE  TO TRUE
067100     MOVE 'RECERT'         TO E-AOP-PROG
067200     MOVE WS-JOUR-COURT    TO E-AOP-DATE
067300     MOVE WS-HEURE-COURT   TO E-AOP-HEURE
067400     MOVE WS-JOURS         TO WM-JOURS
067500     MOVE WS-MOTIF-INACTIF TO E-AOP-MOTIF
067600     WRITE E-AUDOPE
067700     IF NOT FS-FAUDOPE-OK
067800        DISPLAY 'RECERT - ERREUR WRITE FAUDOPE - FS='
067900                WS-FS-FAUDOPE ' - OPERATEUR ' O-OPID
068000        MOVE 12 TO RETURN-CODE
068100     END-IF
068200     .
068300 3200-SUSPENDRE-EXIT.
068400     EXIT.
068500*----------------------*
068600 3300-CONTROLER-REGLE.
068700*----------------------*
068800     IF WS-HAB-VAL(WS-RG-POS-1(WS-IND-RG)) = '1'
068900        AND WS-HAB-VAL(WS-RG-POS-2(WS-IND-RG)) = '1'
069000        ADD 1 TO WS-NB-VIOLATIONS
069100        IF SRT-NB-VIOL < 10
069200           ADD 1 TO SRT-NB-VIOL
069300           MOVE WS-IND-RG TO SRT-VIOL(SRT-NB-VIOL)
069400        END-IF
069500     END-IF
069600     .
069700*======================================================*
069800*   PROCEDURE DE SORTIE DU TRI : UNE PAGE PAR SERVICE    *
069900*======================================================*
070000*----------------------*
070100 4000-EDITER-DOSSIER.
070200*----------------------*
070300     MOVE 'N' TO WS-FIN-TRI
070400     PERFORM 4100-EDITER-UN-PROFIL THRU 4100-EDITER-EXIT
070500         UNTIL FIN-TRI
070600     IF NOT PREMIER-SERVICE
070700        PERFORM 4300-PIED-SERVICE
070800     END-IF
070900     .
071000 4000-EDITER-EXIT.
071100     EXIT.
071200*----------------------*
071300 4100-EDITER-UN-PROFIL.
071400*----------------------*
071500     RETURN SRTREC
071600         AT END
071700            MOVE 'Y' TO WS-FIN-TRI
071800            GO TO 4100-EDITER-EXIT
071900     END-RETURN

072000     IF PREMIER-SERVICE
072100        OR SRT-SERVICE NOT = WS-SERV-COURANT
072200        IF NOT PREMIER-SERVICE
072300           PERFORM 4300-PIED-SERVICE
072400        END-IF
072500        PERFORM 4200-ENTETE-SERVICE
072600     END-IF

072700     MOVE SRT-OPID  TO LD-OPID
072800     MOVE SRT-NOM   TO LD-NOM
072900     IF SRT-STATUT = '0'
073000        MOVE 'ACTIF'    TO LD-STATUT
073100     ELSE
073200        MOVE 'SUSPENDU' TO LD-STATUT
073300     END-IF
073400     MOVE SRT-HABIL TO LD-HABIL
073500     IF SRT-DERN-CNX = ZERO
073600        MOVE 'INCONNUE' TO LD-DERN-CNX
073700     ELSE
073800        MOVE SRT-DERN-CNX TO WS-DATE-A-EDITER
073900        PERFORM 7500-EDITER-DATE
074000        MOVE WS-DATE-EDITEE TO LD-DERN-CNX
074100     END-IF
074200     MOVE SRT-JOURS   TO LD-JOURS
074300     MOVE SRT-NB-MAJ  TO LD-NB-MAJ
074400     MOVE SRT-NB-CONS TO LD-NB-CONS
074500     IF SRT-DATE-RECERT = ZERO
074600        MOVE 'JAMAIS' TO LD-RECERT
074700     ELSE
074800        MOVE SRT-DATE-RECERT TO WS-DATE-A-EDITER
074900        PERFORM 7500-EDITER-DATE
075000        MOVE WS-DATE-EDITEE TO LD-RECERT
075100     END-IF
075200     MOVE LIGNE-DETAIL TO REC-RECERTRP
075300     WRITE REC-RECERTRP AFTER ADVANCING 2 LINES

075400     ADD 1 TO WS-SERV-NB-OPER
075500     IF SRT-NB-VIOL > ZERO
075600        ADD 1 TO WS-SERV-NB-SOD
075700     END-IF
075800     PERFORM 4150-EDITER-VIOLATION
075900         VARYING WS-IND-V FROM 1 BY 1
076000         UNTIL WS-IND-V > SRT-NB-VIOL

076100     IF SRT-SUSPENDU = 'O'
076200        ADD 1 TO WS-SERV-NB-SUSP
076300        MOVE SPACE TO LA-TEXTE
076400        MOVE '** SUSPENDU CE JOUR POUR INACTIVITE'
076500          TO LA-TEXTE
076600        MOVE LIGNE-ALERTE TO REC-RECERTRP
076700        WRITE REC-RECERTRP
076800     END-IF
076900     IF SRT-DERN-CNX = ZERO
077000        MOVE SPACE TO LA-TEXTE
077100        MOVE '** DATE DE DERNIERE CONNEXION INCONNUE'
077200          TO LA-TEXTE
077300        MOVE LIGNE-ALERTE TO REC-RECERTRP
077400        WRITE REC-RECERTRP
077500     END-IF
077600     .
077700 4100-EDITER-EXIT.
077800     EXIT.
077900*----------------------*
078000 4150-EDITER-VIOLATION.
078100*----------------------*
078200     MOVE WS-RG-CODE(SRT-VIOL(WS-IND-V))    TO LV-CODE
078300     MOVE WS-RG-LIBELLE(SRT-VIOL(WS-IND-V)) TO LV-LIBELLE
078400     MOVE LIGNE-VIOLATION TO REC-RECERTRP
078500     WRITE REC-RECERTRP
078600     .
078700*----------------------*
078800 4200-ENTETE-SERVICE.
078900*----------------------*
079000*    CHAQUE SERVICE COMMENCE SUR UNE PAGE PROPRE, A
079100*    REMETTRE A SON RESPONSABLE
079200*----------------------*
079300     MOVE 'N'         TO WS-PREMIER
079400     MOVE SRT-SERVICE TO WS-SERV-COURANT
079500     MOVE ZERO        TO WS-SERV-NB-OPER WS-SERV-NB-SOD
079600                         WS-SERV-NB-SUSP
079700     IF SRT-SERVICE = SPACE
079800        MOVE '** SERVICE NON RENSEIGNE **' TO LS-SERVICE
079900     ELSE
080000        MOVE SRT-SERVICE TO LS-SERVICE
080100     END-IF

080200     MOVE LIGNE-TITRE       TO REC-RECERTRP
080300     WRITE REC-RECERTRP AFTER ADVANCING PAGE
080400     MOVE LIGNE-SERVICE     TO REC-RECERTRP
080500     WRITE REC-RECERTRP AFTER ADVANCING 2 LINES
080600     MOVE LIGNE-RESPONSABLE TO REC-RECERTRP
080700     WRITE REC-RECERTRP AFTER ADVANCING 2 LINES
080800     MOVE LIGNE-LEGENDE-1   TO REC-RECERTRP
080900     WRITE REC-RECERTRP AFTER ADVANCING 2 LINES
081000     MOVE LIGNE-LEGENDE-2   TO REC-RECERTRP
081100     WRITE REC-RECERTRP
081200     MOVE LIGNE-ENTETE      TO REC-RECERTRP
081300     WRITE REC-RECERTRP AFTER ADVANCING 2 LINES
081400     .
081500*----------------------*
081600 4300-PIED-SERVICE.
081700*----------------------*
081800     MOVE WS-SERV-NB-OPER TO LP-NB-OPER
081900     MOVE WS-SERV-NB-SOD  TO LP-NB-SOD
082000     MOVE WS-SERV-NB-SUSP TO LP-NB-SUSP
082100     MOVE LIGNE-PIED      TO REC-RECERTRP
082200     WRITE REC-RECERTRP AFTER ADVANCING 3 LINES
082300     MOVE LIGNE-CONSIGNE  TO REC-RECERTRP
082400     WRITE REC-RECERTRP AFTER ADVANCING 2 LINES
082500     MOVE LIGNE-SIGNATURE TO REC-RECERTRP
082600     WRITE REC-RECERTRP AFTER ADVANCING 3 LINES
082700     .
082800*======================================================*
082900*   SOUS-PROGRAMMES INTERNES                             *
083000*======================================================*
083100*----------------------*
083200 7000-CHERCHER-ACTIVITE.
083300*----------------------*
083400     MOVE 'N' TO WS-ACT-TROUVEE
083500     MOVE 1   TO WS-IND-ACT
083600     PERFORM 7050-COMPARER-ACTIVITE
083700         UNTIL ACT-TROUVEE OR WS-IND-ACT > WS-NB-ACT
083800     .
083900*----------------------*
084000 7050-COMPARER-ACTIVITE.
084100*----------------------*
084200     IF WS-ACT-OPID(WS-IND-ACT) = WS-OPID-CHERCHE
084300        MOVE 'O' TO WS-ACT-TROUVEE
084400     ELSE
084500        ADD 1 TO WS-IND-ACT
084600     END-IF
084700     .
084800*----------------------*
084900 7100-AJOUTER-ACTIVITE.
085000*----------------------*
085100*    TABLE SATUREE : L'ACTIVITE DES OPERATEURS SUIVANTS
085200*    N'EST PAS COMPTEE (RC 8, TABLE A AGRANDIR)
085300     IF WS-NB-ACT < 500
085400        ADD 1 TO WS-NB-ACT
085500        MOVE WS-NB-ACT       TO WS-IND-ACT
085600        MOVE WS-OPID-CHERCHE TO WS-ACT-OPID(WS-IND-ACT)
085700        MOVE ZERO            TO WS-ACT-MAJ(WS-IND-ACT)
085800                                WS-ACT-CONS(WS-IND-ACT)
085900        MOVE 'O' TO WS-ACT-TROUVEE
086000     ELSE
086100        IF WS-NB-ANOMALIES = ZERO
086200           DISPLAY 'RECERT - TABLE DES ACTIVITES SATUREE'
086300        END-IF
086400        ADD 1 TO WS-NB-ANOMALIES
086500        MOVE 8 TO RETURN-CODE
086600     END-IF
086700     .
086800*----------------------*
086900 7200-CHARGER-HABILITATIONS.
087000*----------------------*
087100     MOVE O-AUT-CREATION TO WS-HAB-VAL(1)
087200     MOVE O-AUT-CONSULT  TO WS-HAB-VAL(2)
087300     MOVE O-AUT-MODIF    TO WS-HAB-VAL(3)
087400     MOVE O-AUT-SUPPRES  TO WS-HAB-VAL(4)
087500     MOVE O-AUT-LISTE    TO WS-HAB-VAL(5)
087600     MOVE O-AUT-ADMIN    TO WS-HAB-VAL(6)
087700     MOVE O-AUT-GUICHET  TO WS-HAB-VAL(7)
087800     MOVE O-AUT-SUPERV   TO WS-HAB-VAL(8)
087900     MOVE O-AUT-KYC      TO WS-HAB-VAL(9)
088000     MOVE O-AUT-NOTES    TO WS-HAB-VAL(10)
088100     PERFORM 7250-EDITER-HABILITATION
088200         VARYING WS-IND-HAB FROM 1 BY 1
088300         UNTIL WS-IND-HAB > 10
088400     .
088500*----------------------*
088600 7250-EDITER-HABILITATION.
088700*----------------------*
088800     IF WS-HAB-VAL(WS-IND-HAB) = '1'
088900        MOVE WS-HAB-LETTRE(WS-IND-HAB) TO WS-HAB-ED(WS-IND-HAB)
089000     ELSE
089100        MOVE '.' TO WS-HAB-ED(WS-IND-HAB)
089200     END-IF
089300     .
089400*----------------------*
089500 7300-POSITION-LETTRE.
089600*----------------------*
089700     MOVE ZERO TO WS-POS-LETTRE
089800     PERFORM 7350-COMPARER-LETTRE
089900         VARYING WS-IND-HAB FROM 1 BY 1
090000         UNTIL WS-IND-HAB > 10 OR WS-POS-LETTRE > ZERO
090100     .
090200*----------------------*
090300 7350-COMPARER-LETTRE.
090400*----------------------*
090500     IF WS-HAB-LETTRE(WS-IND-HAB) = WS-LETTRE-CHERCHEE
090600        MOVE WS-IND-HAB TO WS-POS-LETTRE
090700     END-IF
090800     .
090900*----------------------*
091000 7500-EDITER-DATE.
091100*----------------------*
091200     MOVE WS-DAE-JJ   TO WS-DED-JJ
091300     MOVE WS-DAE-MM   TO WS-DED-MM
091400     MOVE WS-DAE-AAAA TO WS-DED-AAAA
091500     .
091600*----------------------*
091700 9000-TERMINAISON.
091800*----------------------*
091900     MOVE 'PROFILS OPERATEURS EXAMINES             ' TO
092000          LTO-LIBELLE
092100     MOVE WS-NB-PROFILS     TO LTO-NB
092200     MOVE LIGNE-TOTAL       TO REC-RECERTRP
092300     WRITE REC-RECERTRP AFTER ADVANCING PAGE
092400     MOVE 'PROFILS SANS SERVICE DE RATTACHEMENT    ' TO
092500          LTO-LIBELLE
092600     MOVE WS-NB-SANS-SERVICE TO LTO-NB
092700     MOVE LIGNE-TOTAL       TO REC-RECERTRP
092800     WRITE REC-RECERTRP
092900     MOVE 'PROFILS EN COMBINAISON INTERDITE        ' TO
093000          LTO-LIBELLE
093100     MOVE WS-NB-PROFILS-SOD TO LTO-NB
093200     MOVE LIGNE-TOTAL       TO REC-RECERTRP
093300     WRITE REC-RECERTRP
093400     MOVE 'PROFILS SUSPENDUS POUR INACTIVITE       ' TO
093500          LTO-LIBELLE
093600     MOVE WS-NB-SUSPENDUS   TO LTO-NB
093700     MOVE LIGNE-TOTAL       TO REC-RECERTRP
093800     WRITE REC-RECERTRP
093900     MOVE 'LIGNES D''AUDIT CLIENTS LUES             ' TO
094000          LTO-LIBELLE
094100     MOVE WS-NB-AUD-LUS     TO LTO-NB
094200     MOVE LIGNE-TOTAL       TO REC-RECERTRP
094300     WRITE REC-RECERTRP
094400     MOVE 'CONSULTATIONS LUES                      ' TO
094500          LTO-LIBELLE
094600     MOVE WS-NB-ACC-LUS     TO LTO-NB
094700     MOVE LIGNE-TOTAL       TO REC-RECERTRP
094800     WRITE REC-RECERTRP

094900     CLOSE AUDCLI
095000     CLOSE FACCLOG
095100     CLOSE FOPERAT
095200     CLOSE FAUDOPE
095300     CLOSE RECERTRP

095400     DISPLAY 'RECERT - REGLES CHARGEES       : ' WS-NB-REGLES
095500     DISPLAY 'RECERT - PROFILS EXAMINES      : ' WS-NB-PROFILS
095600     DISPLAY 'RECERT - SANS SERVICE          : '
095700             WS-NB-SANS-SERVICE
095800     DISPLAY 'RECERT - COMBINAISONS INTERD.  : '
095900             WS-NB-VIOLATIONS
096000     DISPLAY 'RECERT - PROFILS SUSPENDUS     : ' WS-NB-SUSPENDUS
096100     DISPLAY 'RECERT - ANOMALIES             : ' WS-NB-ANOMALIES

096200     IF RETURN-CODE < 4
096300        IF WS-NB-PROFILS-SOD > ZERO
096400           OR WS-NB-SUSPENDUS > ZERO
096500           OR WS-NB-SANS-SERVICE > ZERO
096600           OR WS-NB-ANOMALIES > ZERO
096700           MOVE 4 TO RETURN-CODE
096800        END-IF
096900     END-IF

097000     MOVE 'F' TO RL-FONCTION
097100     MOVE 'RECERT' TO RL-PROG
097200     MOVE WS-NB-PROFILS TO RL-LUS
097300     MOVE WS-NB-SUSPENDUS TO RL-ECRITS
097400     MOVE WS-NB-VIOLATIONS TO RL-REJETES
097500     MOVE RETURN-CODE TO RL-RC
097600     CALL 'pgrunlog' USING RL-COMMUN
097700     .

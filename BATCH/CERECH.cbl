000100*======================================================*
000200*   I D E N T I F I C A T I O N     D I V I S I O N    *
000300*======================================================*
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CERECH.
000600 AUTHOR.        SERVICE ETUDES.
000700 INSTALLATION.  SITE CENTRAL.
000800 DATE-WRITTEN.  15/10/2026.
000900 DATE-COMPILED.
001000*
001100*--------------------------------------------------------
001200* HISTORIQUE DES MODIFICATIONS
001300*   15/10/2026  SE  CREATION - ETAT MENSUEL DES
001400*                   CERTIFICATIONS A RENOUVELER (JCL
001500*                   CERECH) : COURS DU REGISTRE FCERTIF
001600*                   EXPIRES OU EXPIRANT DANS LES 60 JOURS,
001700*                   PAR SERVICE DE L'EMPLOYE (FEMPLOY),
001800*                   POUR RESERVER LES FORMATIONS AVANT LE
001900*                   BLOCAGE DU GUICHET. LES OPERATEURS
002000*                   HABILITES GUICHET AUXQUELS MANQUE UN
002100*                   COURS OBLIGATOIRE (LCBF, ESPC) OU LE
002200*                   MATRICULE SONT AUSSI LISTES. RC 4 SI
002300*                   UN OPERATEUR GUICHET EST DEJA BLOQUE.
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
003500     SELECT FOPERAT    ASSIGN TO FOPERAT
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS O-OPID
003900         FILE STATUS IS WS-FS-FOPERAT.

004000     SELECT FCERTIF    ASSIGN TO FCERTIF
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CER-CLE
004400         FILE STATUS IS WS-FS-FCERTIF.

004500     SELECT FEMPLOY    ASSIGN TO FEMPLOY
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS EMP-ID
004900         FILE STATUS IS WS-FS-FEMPLOY.

005000     SELECT CERECHRP   ASSIGN TO CERECHRP
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS WS-FS-CERECHRP.

005300     SELECT SRTCER     ASSIGN TO SRTCER.
005400*
005500*======================================================*
005600*           D A T A         D I V I S I O N            *
005700*======================================================*
005800 DATA DIVISION.
005900 FILE SECTION.
006000*
006100 FD  FOPERAT
006200     RECORD CONTAINS 100 CHARACTERS.
006300     COPY FOPERAT.
006400*
006500 FD  FCERTIF
006600     RECORD CONTAINS 80 CHARACTERS.
006700     COPY FCERTIF.
006800*
006900 FD  FEMPLOY
007000     RECORD CONTAINS 85 CHARACTERS.
007100     COPY FEMPLOY.
007200*
007300 FD  CERECHRP
007400     RECORD CONTAINS 132 CHARACTERS.
007500 01  REC-CERECHRP             PIC X(132).
007600*
007700 SD  SRTCER.
007800 01  SRT-ECHEANCE.
007900     05  SRT-SERVICE      PIC X(30).
008000     05  SRT-NOM          PIC X(21).
008100     05  SRT-EMP-ID       PIC 9(07).
008200     05  SRT-COURS        PIC X(04).
008300     05  SRT-OPID         PIC X(03).
008400     05  SRT-OBTENTION    PIC 9(08).
008500     05  SRT-EXPIRATION   PIC 9(08).
008600     05  SRT-JOURS        PIC S9(05).
008700     05  SRT-MENTION      PIC X(30).
008800*
008900*------------------------------------------------------*
009000 WORKING-STORAGE SECTION.
009100*------------------------------------------------------*
009200*
009300 01  WS-FS-FOPERAT            PIC X(02) VALUE SPACE.
009400     88 FS-FOPERAT-OK            VALUE '00'.
009500 01  WS-FS-FCERTIF            PIC X(02) VALUE SPACE.
009600     88 FS-FCERTIF-OK            VALUE '00'.
009700 01  WS-FS-FEMPLOY            PIC X(02) VALUE SPACE.
009800     88 FS-FEMPLOY-OK            VALUE '00'.
009900 01  WS-FS-CERECHRP           PIC X(02) VALUE SPACE.
010000     88 FS-CERECHRP-OK           VALUE '00'.
010100*
010200 01  WS-FIN-FOPERAT           PIC X(01) VALUE 'N'.
010300     88 FIN-FOPERAT              VALUE 'Y'.
010400 01  WS-FIN-FCERTIF           PIC X(01) VALUE 'N'.
010500     88 FIN-FCERTIF              VALUE 'Y'.
010600 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
010700     88 FIN-TRI                  VALUE 'Y'.
010800*
010900 01  WS-DATE-JOUR             PIC 9(08).
011000*    HORIZON DE L'ETAT, EN JOURS
011100 01  WS-PREAVIS               PIC 9(03) VALUE 060.
011200 01  WS-JOUR-ENTIER           PIC 9(07).
011300 01  WS-DATE-LIMITE           PIC 9(08).
011400*
011500*    OPERATEURS ACTIFS HABILITES GUICHET, PAR MATRICULE
011600 01  WS-NB-GUI                PIC S9(4) COMP VALUE ZERO.
011700 01  WS-IND-GUI               PIC S9(4) COMP.
011800 01  WS-TAB-GUICHET.
011900     05 WS-GUI OCCURS 500.
012000        10 WS-GUI-EMP-ID      PIC 9(07).
012100        10 WS-GUI-OPID        PIC X(03).
012200 01  WS-GUI-TROUVE            PIC X(01).
012300     88 GUI-TROUVE               VALUE 'O'.
012400 01  WS-OPID-TROUVE           PIC X(03).
012500*
012600*    COURS EXIGES AU GUICHET
012700 01  WS-COURS-OBLIG           PIC X(08) VALUE 'LCBFESPC'.
012800 01  FILLER REDEFINES WS-COURS-OBLIG.
012900     05 WS-COURS-OB           PIC X(04) OCCURS 2.
013000 01  WS-IND-COURS             PIC S9(4) COMP.
013100*
013200 01  WS-NB-PROFILS            PIC 9(05) VALUE ZERO.
013300 01  WS-NB-CERTIFS            PIC 9(05) VALUE ZERO.
013400 01  WS-NB-LIGNES             PIC 9(05) VALUE ZERO.
013500 01  WS-NB-BLOQUES            PIC 9(05) VALUE ZERO.
013600*
013700*    SERVICE EN COURS DANS LA PROCEDURE DE SORTIE
013800 01  WS-PREMIER               PIC X(01) VALUE 'O'.
013900     88 PREMIER-SERVICE          VALUE 'O'.
014000 01  WS-SERV-COURANT          PIC X(30) VALUE SPACE.
014100 01  WS-SERV-NB               PIC 9(05) VALUE ZERO.
014200*
014300 01  WS-DATE-A-EDITER         PIC 9(08).
014400 01  FILLER REDEFINES WS-DATE-A-EDITER.
014500     05 WS-DAE-AAAA           PIC 9(04).
014600     05 WS-DAE-MM             PIC 9(02).
014700     05 WS-DAE-JJ             PIC 9(02).
014800 01  WS-DATE-EDITEE.
014900     05 WS-DED-JJ             PIC 9(02).
015000     05 FILLER                PIC X(01) VALUE '/'.
015100     05 WS-DED-MM             PIC 9(02).
015200     05 FILLER                PIC X(01) VALUE '/'.
015300     05 WS-DED-AAAA           PIC 9(04).
015400*
015500*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
015600 01  RL-COMMUN.
015700     05 RL-FONCTION    PIC X(01).
015800     05 RL-PROG        PIC X(08).
015900     05 RL-LUS         PIC 9(09).
016000     05 RL-ECRITS      PIC 9(09).
016100     05 RL-REJETES     PIC 9(09).
016200     05 RL-RC          PIC 9(02).
016300*
016400 01  LIGNE-TITRE.
016500     05 FILLER                PIC X(44) VALUE
016600        'CERTIFICATIONS A RENOUVELER A 60 JOURS - AU '.
016700     05 LT-DATE               PIC X(10).
016800     05 FILLER                PIC X(78) VALUE SPACE.
016900*
017000 01  LIGNE-SERVICE.
017100     05 FILLER                PIC X(10) VALUE 'SERVICE : '.
017200     05 LS-SERVICE            PIC X(30).
017300     05 FILLER                PIC X(92) VALUE SPACE.
017400*
017500 01  LIGNE-ENTETE.
017600     05 FILLER                PIC X(09) VALUE 'MATRICULE'.
017700     05 FILLER                PIC X(23) VALUE 'NOM'. 
017800     05 FILLER                PIC X(05) VALUE 'OPER'.
017900     05 FILLER                PIC X(06) VALUE 'COURS'.
018000     05 FILLER                PIC X(12) VALUE 'OBTENU LE'.
018100     05 FILLER                PIC X(12) VALUE 'EXPIRE LE'.
018200     05 FILLER                PIC X(07) VALUE 'JOURS'.
018300     05 FILLER                PIC X(58) VALUE 'SITUATION'.
018400*
018500 01  LIGNE-DETAIL.
018600     05 LD-EMP-ID             PIC X(07).
018700     05 FILLER                PIC X(02) VALUE SPACE.
018800     05 LD-NOM                PIC X(21).
018900     05 FILLER                PIC X(02) VALUE SPACE.
019000     05 LD-OPID               PIC X(03).
019100     05 FILLER                PIC X(02) VALUE SPACE.
019200     05 LD-COURS              PIC X(04).
019300     05 FILLER                PIC X(02) VALUE SPACE.
019400     05 LD-OBTENTION          PIC X(10).
019500     05 FILLER                PIC X(02) VALUE SPACE.
019600     05 LD-EXPIRATION         PIC X(10).
019700     05 FILLER                PIC X(02) VALUE SPACE.
019800     05 LD-JOURS              PIC -ZZZ9.
019900     05 FILLER                PIC X(02) VALUE SPACE.
020000     05 LD-MENTION            PIC X(30).
020100     05 FILLER                PIC X(28) VALUE SPACE.
020200*
020300 01  LIGNE-PIED.
020400     05 FILLER                PIC X(30) VALUE
020500        'LIGNES DU SERVICE           : '.
020600     05 LP-NB                 PIC ZZZZ9.
020700     05 FILLER                PIC X(97) VALUE SPACE.
020800*
020900 01  LIGNE-TOTAL.
021000     05 LTO-LIBELLE           PIC X(40).
021100     05 LTO-NB                PIC ZZZZ9.
021200     05 FILLER                PIC X(87) VALUE SPACE.
021300*
021400*======================================================*
021500*     P R O C E D U R E     D I V I S I O N            *
021600*======================================================*
021700 PROCEDURE DIVISION.
021800*----------------------*
021900 0000-MAINLINE.
022000*----------------------*
022100     PERFORM 1000-INITIALISATION THRU 1000-INITIALISATION-EXIT
022200     IF RETURN-CODE NOT < 8
022300        GOBACK
022400     END-IF

022500*    TRI PAR SERVICE, NOM ET COURS (LES EMPLOYES SANS
022600*    SERVICE SORTENT EN TETE)
022700     SORT SRTCER
022800         ON ASCENDING KEY SRT-SERVICE SRT-NOM SRT-EMP-ID
022900                          SRT-COURS
023000         INPUT PROCEDURE IS 3000-SELECTIONNER
023100             THRU 3000-SELECTIONNER-EXIT
023200         OUTPUT PROCEDURE IS 4000-EDITER-ETAT
023300             THRU 4000-EDITER-EXIT
023400     IF SORT-RETURN NOT = ZERO
023500        DISPLAY 'CERECH - ECHEC DU TRI DES ECHEANCES - RC='
023600                SORT-RETURN
023700        MOVE 12 TO RETURN-CODE
023800     END-IF

023900     PERFORM 9000-TERMINAISON
024000     GOBACK
024100     .
024200*----------------------*
024300 1000-INITIALISATION.
024400*----------------------*
024500     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD
024600     COMPUTE WS-JOUR-ENTIER =
024700             FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR) + WS-PREAVIS
024800     COMPUTE WS-DATE-LIMITE =
024900             FUNCTION DATE-OF-INTEGER(WS-JOUR-ENTIER)

025000     MOVE 'D' TO RL-FONCTION
025100     MOVE 'CERECH' TO RL-PROG
025200     MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
025300     CALL 'pgrunlog' USING RL-COMMUN

025400     OPEN INPUT FOPERAT
025500     IF NOT FS-FOPERAT-OK
025600        DISPLAY 'CERECH - ERREUR OPEN FOPERAT - FS='
025700                WS-FS-FOPERAT
025800        MOVE 12 TO RETURN-CODE
025900        GO TO 1000-INITIALISATION-EXIT
026000     END-IF

026100     OPEN INPUT FCERTIF
026200     IF NOT FS-FCERTIF-OK
026300        DISPLAY 'CERECH - ERREUR OPEN FCERTIF - FS='
026400                WS-FS-FCERTIF
026500        MOVE 12 TO RETURN-CODE
026600        CLOSE FOPERAT
026700        GO TO 1000-INITIALISATION-EXIT
026800     END-IF

026900     OPEN INPUT FEMPLOY
027000     IF NOT FS-FEMPLOY-OK
027100        DISPLAY 'CERECH - ERREUR OPEN FEMPLOY - FS='
027200                WS-FS-FEMPLOY
027300        MOVE 12 TO RETURN-CODE
027400        CLOSE FOPERAT FCERTIF
027500        GO TO 1000-INITIALISATION-EXIT
027600     END-IF

027700     OPEN OUTPUT CERECHRP
027800     IF NOT FS-CERECHRP-OK
027900        DISPLAY 'CERECH - ERREUR OPEN CERECHRP - FS='
028000                WS-FS-CERECHRP
028100        MOVE 12 TO RETURN-CODE
028200        CLOSE FOPERAT FCERTIF FEMPLOY
028300        GO TO 1000-INITIALISATION-EXIT
028400     END-IF

028500     MOVE WS-DATE-JOUR   TO WS-DATE-A-EDITER
028600     PERFORM 7500-EDITER-DATE
028700     MOVE WS-DATE-EDITEE TO LT-DATE
028800     .
028900 1000-INITIALISATION-EXIT.
029000     EXIT.
029100*======================================================*
029200*   PROCEDURE D'ENTREE DU TRI                            *
029300*======================================================*
029400*----------------------*
029500 3000-SELECTIONNER.
029600*----------------------*
029700*    1) OPERATEURS GUICHET : COURS OBLIGATOIRE ABSENT DU
029800*       REGISTRE OU PROFIL SANS MATRICULE
029900*    2) REGISTRE : COURS EXPIRES OU A ECHEANCE
030000*----------------------*
030100     PERFORM 3100-TRAITER-OPERATEUR THRU 3100-TRAITER-EXIT
030200         UNTIL FIN-FOPERAT

030300     MOVE LOW-VALUE TO CER-CLE
030400     START FCERTIF KEY IS NOT LESS THAN CER-CLE
030500         INVALID KEY
030600            MOVE 'Y' TO WS-FIN-FCERTIF
030700     END-START
030800     PERFORM 3300-TRAITER-CERTIF THRU 3300-TRAITER-EXIT
030900         UNTIL FIN-FCERTIF
031000     .
031100 3000-SELECTIONNER-EXIT.
031200     EXIT.
031300*----------------------*
031400 3100-TRAITER-OPERATEUR.
031500*----------------------*
031600     READ FOPERAT NEXT
031700         AT END
031800            MOVE 'Y' TO WS-FIN-FOPERAT
031900            GO TO 3100-TRAITER-EXIT
032000     END-READ

032100     IF NOT O-OPER-ACTIF OR NOT O-GUICHET-OK
032200        GO TO 3100-TRAITER-EXIT
032300     END-IF
032400     ADD 1 TO WS-NB-PROFILS

032500*    SANS MATRICULE, LE CHOIX G ET LA CAISSE SONT REFUSES
032600     IF O-EMP-ID = ZERO
032700        MOVE SPACE TO SRT-ECHEANCE
032800        MOVE O-SERVICE   TO SRT-SERVICE
032900        MOVE O-NOM-OPER  TO SRT-NOM
033000        MOVE ZERO        TO SRT-EMP-ID SRT-OBTENTION
033100                            SRT-EXPIRATION SRT-JOURS
033200        MOVE O-OPID      TO SRT-OPID
033300        MOVE 'PROFIL SANS MATRICULE - BLOQUE'
033400          TO SRT-MENTION
033500        ADD 1 TO WS-NB-BLOQUES
033600        PERFORM 3900-LIBERER
033700        GO TO 3100-TRAITER-EXIT
033800     END-IF

033900     IF WS-NB-GUI < 500
034000        ADD 1 TO WS-NB-GUI
034100        MOVE O-EMP-ID TO WS-GUI-EMP-ID(WS-NB-GUI)
034200        MOVE O-OPID   TO WS-GUI-OPID(WS-NB-GUI)
034300     ELSE
034400        DISPLAY 'CERECH - TABLE GUICHET PLEINE - OPERATEUR '
034500                O-OPID ' NON REPORTE'
034600     END-IF

034700     PERFORM 3200-CONTROLER-COURS
034800         VARYING WS-IND-COURS FROM 1 BY 1
034900         UNTIL WS-IND-COURS > 2
035000     .
035100 3100-TRAITER-EXIT.
035200     EXIT.
035300*----------------------*
035400 3200-CONTROLER-COURS.
035500*----------------------*
035600     MOVE O-EMP-ID                 TO CER-EMP-ID
035700     MOVE WS-COURS-OB(WS-IND-COURS) TO CER-COURS
035800     READ FCERTIF
035900         INVALID KEY
036000            MOVE SPACE TO SRT-ECHEANCE
036100            MOVE O-EMP-ID TO EMP-ID
036200            PERFORM 3800-CHERCHER-EMPLOYE
036300            MOVE O-EMP-ID    TO SRT-EMP-ID
036400            MOVE WS-COURS-OB(WS-IND-COURS) TO SRT-COURS
036500            MOVE O-OPID      TO SRT-OPID
036600            MOVE ZERO        TO SRT-OBTENTION SRT-EXPIRATION
036700                                SRT-JOURS
036800            MOVE 'COURS NON SUIVI - GUICHET BLOQUE'
036900              TO SRT-MENTION
037000            ADD 1 TO WS-NB-BLOQUES
037100            PERFORM 3900-LIBERER
037200     END-READ
037300     .
037400*----------------------*
037500 3300-TRAITER-CERTIF.
037600*----------------------*
037700     READ FCERTIF NEXT
037800         AT END
037900            MOVE 'Y' TO WS-FIN-FCERTIF
038000            GO TO 3300-TRAITER-EXIT
038100     END-READ
038200     ADD 1 TO WS-NB-CERTIFS

038300     IF CER-DATE-EXPIRATION > WS-DATE-LIMITE
038400        GO TO 3300-TRAITER-EXIT
038500     END-IF

038600     MOVE SPACE TO SRT-ECHEANCE
038700     MOVE CER-EMP-ID TO EMP-ID
038800     PERFORM 3800-CHERCHER-EMPLOYE
038900*    UN EMPLOYE SORTI N'A PLUS DE FORMATION A SUIVRE
039000     IF FS-FEMPLOY-OK AND EMP-TERMINE
039100        GO TO 3300-TRAITER-EXIT
039200     END-IF

039300     PERFORM 7000-CHERCHER-GUICHET
039400     MOVE CER-EMP-ID          TO SRT-EMP-ID
039500     MOVE CER-COURS           TO SRT-COURS
039600     MOVE WS-OPID-TROUVE      TO SRT-OPID
039700     MOVE CER-DATE-OBTENTION  TO SRT-OBTENTION
039800     MOVE CER-DATE-EXPIRATION TO SRT-EXPIRATION
039900     COMPUTE SRT-JOURS =
040000             FUNCTION INTEGER-OF-DATE(CER-DATE-EXPIRATION)
040100           - FUNCTION INTEGER-OF-DATE(WS-DATE-JOUR)
040200     EVALUATE TRUE
040300        WHEN CER-DATE-EXPIRATION NOT < WS-DATE-JOUR
040400           MOVE 'A RENOUVELER' TO SRT-MENTION
040500        WHEN GUI-TROUVE AND CER-COURS-GUICHET
040600           MOVE 'EXPIRE - GUICHET BLOQUE' TO SRT-MENTION
040700           ADD 1 TO WS-NB-BLOQUES
040800        WHEN OTHER
040900           MOVE 'EXPIRE' TO SRT-MENTION
041000     END-EVALUATE
041100     PERFORM 3900-LIBERER
041200     .
041300 3300-TRAITER-EXIT.
041400     EXIT.
041500*----------------------*
041600 3800-CHERCHER-EMPLOYE.
041700*----------------------*
041800*    EMP-ID DOIT ETRE GARNI ; LE SERVICE ET LE NOM SONT
041900*    REPORTES DANS L'ENREGISTREMENT DE TRI
042000*----------------------*
042100     READ FEMPLOY
042200         INVALID KEY
042300            MOVE SPACE TO SRT-SERVICE
042400            MOVE '** EMPLOYE INCONNU **' TO SRT-NOM
042500     END-READ
042600     IF FS-FEMPLOY-OK
042700        MOVE EMP-DEPARTMENT TO SRT-SERVICE
042800        MOVE SPACE TO SRT-NOM
042900        STRING EMP-LASTNAME DELIMITED BY SPACE
043000               ' '          DELIMITED BY SIZE
043100               EMP-FIRSTNAME DELIMITED BY SPACE
043200            INTO SRT-NOM
043300        END-STRING
043400     END-IF
043500     .
043600*----------------------*
043700 3900-LIBERER.
043800*----------------------*
043900     RELEASE SRT-ECHEANCE
044000     .
044100*======================================================*
044200*   PROCEDURE DE SORTIE DU TRI : ETAT PAR SERVICE        *
044300*======================================================*
044400*----------------------*
044500 4000-EDITER-ETAT.
044600*----------------------*
044700     MOVE LIGNE-TITRE TO REC-CERECHRP
044800     WRITE REC-CERECHRP AFTER ADVANCING PAGE

044900     MOVE 'N' TO WS-FIN-TRI
045000     PERFORM 4100-EDITER-UNE-LIGNE THRU 4100-EDITER-EXIT
045100         UNTIL FIN-TRI
045200     IF NOT PREMIER-SERVICE
045300        PERFORM 4300-PIED-SERVICE
045400     END-IF
045500     .
045600 4000-EDITER-EXIT.
045700     EXIT.
045800*----------------------*
045900 4100-EDITER-UNE-LIGNE.
046000*----------------------*
046100     RETURN SRTCER
046200         AT END
046300            MOVE 'Y' TO WS-FIN-TRI
046400            GO TO 4100-EDITER-EXIT
046500     END-RETURN

046600     IF PREMIER-SERVICE
046700        OR SRT-SERVICE NOT = WS-SERV-COURANT
046800        IF NOT PREMIER-SERVICE
046900           PERFORM 4300-PIED-SERVICE
047000        END-IF
047100        PERFORM 4200-ENTETE-SERVICE
047200     END-IF

047300     IF SRT-EMP-ID = ZERO
047400        MOVE SPACE      TO LD-EMP-ID
047500     ELSE
047600        MOVE SRT-EMP-ID TO LD-EMP-ID
047700     END-IF
047800     MOVE SRT-NOM     TO LD-NOM
047900     MOVE SRT-OPID    TO LD-OPID
048000     MOVE SRT-COURS   TO LD-COURS
048100     IF SRT-OBTENTION = ZERO
048200        MOVE SPACE TO LD-OBTENTION LD-EXPIRATION
048300        MOVE ZERO  TO LD-JOURS
048400     ELSE
048500        MOVE SRT-OBTENTION  TO WS-DATE-A-EDITER
048600        PERFORM 7500-EDITER-DATE
048700        MOVE WS-DATE-EDITEE TO LD-OBTENTION
048800        MOVE SRT-EXPIRATION TO WS-DATE-A-EDITER
048900        PERFORM 7500-EDITER-DATE
049000        MOVE WS-DATE-EDITEE TO LD-EXPIRATION
049100        MOVE SRT-JOURS      TO LD-JOURS
049200     END-IF
049300     MOVE SRT-MENTION TO LD-MENTION
049400     MOVE LIGNE-DETAIL TO REC-CERECHRP
049500     WRITE REC-CERECHRP

049600     ADD 1 TO WS-SERV-NB
049700     ADD 1 TO WS-NB-LIGNES
049800     .
049900 4100-EDITER-EXIT.
050000     EXIT.
050100*----------------------*
050200 4200-ENTETE-SERVICE.
050300*----------------------*
050400     MOVE 'N'         TO WS-PREMIER
050500     MOVE SRT-SERVICE TO WS-SERV-COURANT
050600     MOVE ZERO        TO WS-SERV-NB
050700     IF SRT-SERVICE = SPACE
050800        MOVE '** SERVICE NON RENSEIGNE **' TO LS-SERVICE
050900     ELSE
051000        MOVE SRT-SERVICE TO LS-SERVICE
051100     END-IF

051200     MOVE LIGNE-SERVICE TO REC-CERECHRP
051300     WRITE REC-CERECHRP AFTER ADVANCING 3 LINES
051400     MOVE LIGNE-ENTETE  TO REC-CERECHRP
051500     WRITE REC-CERECHRP AFTER ADVANCING 2 LINES
051600     .
051700*----------------------*
051800 4300-PIED-SERVICE.
051900*----------------------*
052000     MOVE WS-SERV-NB TO LP-NB
052100     MOVE LIGNE-PIED TO REC-CERECHRP
052200     WRITE REC-CERECHRP AFTER ADVANCING 2 LINES
052300     .
052400*======================================================*
052500*   SOUS-PROGRAMMES INTERNES                             *
052600*======================================================*
052700*----------------------*
052800 7000-CHERCHER-GUICHET.
052900*----------------------*
053000     MOVE 'N'   TO WS-GUI-TROUVE
053100     MOVE SPACE TO WS-OPID-TROUVE
053200     PERFORM 7050-COMPARER-GUICHET
053300         VARYING WS-IND-GUI FROM 1 BY 1
053400         UNTIL WS-IND-GUI > WS-NB-GUI OR GUI-TROUVE
053500     .
053600*----------------------*
053700 7050-COMPARER-GUICHET.
053800*----------------------*
053900     IF WS-GUI-EMP-ID(WS-IND-GUI) = CER-EMP-ID
054000        MOVE 'O' TO WS-GUI-TROUVE
054100        MOVE WS-GUI-OPID(WS-IND-GUI) TO WS-OPID-TROUVE
054200     END-IF
054300     .
054400*----------------------*
054500 7500-EDITER-DATE.
054600*----------------------*
054700     MOVE WS-DAE-JJ   TO WS-DED-JJ
054800     MOVE WS-DAE-MM   TO WS-DED-MM
054900     MOVE WS-DAE-AAAA TO WS-DED-AAAA
055000     .
055100*----------------------*
055200 9000-TERMINAISON.
055300*----------------------*
055400     MOVE 'OPERATEURS GUICHET EXAMINES             ' TO
055500          LTO-LIBELLE
055600     MOVE WS-NB-PROFILS TO LTO-NB
055700     MOVE LIGNE-TOTAL   TO REC-CERECHRP
055800     WRITE REC-CERECHRP AFTER ADVANCING 3 LINES
055900     MOVE 'CERTIFICATIONS DU REGISTRE LUES         ' TO
056000          LTO-LIBELLE
056100     MOVE WS-NB-CERTIFS TO LTO-NB
056200     MOVE LIGNE-TOTAL   TO REC-CERECHRP
056300     WRITE REC-CERECHRP
056400     MOVE 'LIGNES A TRAITER PAR LES SERVICES       ' TO
056500          LTO-LIBELLE
056600     MOVE WS-NB-LIGNES  TO LTO-NB
056700     MOVE LIGNE-TOTAL   TO REC-CERECHRP
056800     WRITE REC-CERECHRP
056900     MOVE 'DONT GUICHET DEJA BLOQUE                ' TO
057000          LTO-LIBELLE
057100     MOVE WS-NB-BLOQUES TO LTO-NB
057200     MOVE LIGNE-TOTAL   TO REC-CERECHRP
057300     WRITE REC-CERECHRP

057400     CLOSE FOPERAT
057500     CLOSE FCERTIF
057600     CLOSE FEMPLOY
057700     CLOSE CERECHRP

057800     DISPLAY 'CERECH - OPERATEURS GUICHET   : ' WS-NB-PROFILS
057900     DISPLAY 'CERECH - CERTIFICATIONS LUES  : ' WS-NB-CERTIFS
058000     DISPLAY 'CERECH - LIGNES EDITEES       : ' WS-NB-LIGNES
058100     DISPLAY 'CERECH - GUICHETS BLOQUES     : ' WS-NB-BLOQUES

058200     IF RETURN-CODE < 4 AND WS-NB-BLOQUES > ZERO
058300        MOVE 4 TO RETURN-CODE
058400     END-IF

058500     MOVE 'F' TO RL-FONCTION
058600     MOVE 'CERECH' TO RL-PROG
058700     MOVE WS-NB-CERTIFS TO RL-LUS
058800     MOVE WS-NB-LIGNES TO RL-ECRITS
058900     MOVE ZERO TO RL-REJETES
059000     MOVE RETURN-CODE TO RL-RC
059100     CALL 'pgrunlog' USING RL-COMMUN
059200     .

001700*                   CLIENTS ACTIFS. LES PAIRES SUSPECTES
001800*                   SONT LISTEES COTE A COTE POUR FUSION
001900*                   MANUELLE PAR LE BACK-OFFICE.
001930*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
001960*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
001970*   15/10/2026  SE  PAIRES DEJA FUSIONNEES (JOURNAL FFUSLOG DES
001980*                   FUSIONS VALFUS) NON REPROPOSEES ; UNE FICHE
001990*                   ABSORBEE (STATUT 2) N'EST PLUS COMPAREE.
002000*--------------------------------------------------------
002100*
002200*======================================================*
003400         RECORD KEY IS E-NUMERO
003500         FILE STATUS IS WS-FS-FCLIENTS.

003520     SELECT FFUSLOG    ASSIGN TO FFUSLOG
003530         ORGANIZATION IS INDEXED
003540         ACCESS MODE IS RANDOM
003550         RECORD KEY IS FL-ABSORBE
003560         FILE STATUS IS WS-FS-FFUSLOG.

003600     SELECT DUPCLIRP   ASSIGN TO DUPCLIRP
003700         ORGANIZATION IS SEQUENTIAL
003800         FILE STATUS IS WS-FS-DUPCLIRP.
004400 FILE SECTION.
004500*
004600 FD  FCLIENTS
004700     RECORD CONTAINS 400 CHARACTERS.
004800     COPY FCLIENTS.
004820*
004840 FD  FFUSLOG
004860     RECORD CONTAINS 60 CHARACTERS.
004880     COPY FFUSLOG.
004900*
005000 FD  DUPCLIRP
005100     RECORD CONTAINS 100 CHARACTERS.
005900     88 FS-FCLIENTS-OK           VALUE '00'.
006000 01  WS-FS-DUPCLIRP           PIC X(02) VALUE SPACE.
006100     88 FS-DUPCLIRP-OK           VALUE '00'.
006120 01  WS-FS-FFUSLOG            PIC X(02) VALUE SPACE.
006140     88 FS-FFUSLOG-OK            VALUE '00'.
006160     88 FS-FFUSLOG-ABSENT        VALUE '23'.
006200*
006300 01  WS-FIN-FCLIENTS          PIC X(01) VALUE 'N'.
006400     88 FIN-FCLIENTS             VALUE 'Y'.
006420*
006440 01  WS-PAIRE-FUSION          PIC X(01) VALUE 'N'.
006460     88 PAIRE-FUSIONNEE          VALUE 'O'.
006500*
006600 01  WS-NB-LUS                PIC 9(07) VALUE ZERO.
006700 01  WS-NB-ACTIFS             PIC 9(07) VALUE ZERO.
006800 01  WS-NB-PAIRES             PIC 9(07) VALUE ZERO.
006850 01  WS-NB-FUSIONNEES         PIC 9(07) VALUE ZERO.
006900 01  WS-NB-TABLE              PIC S9(4) COMP VALUE ZERO.
007000 01  WS-MAX-TABLE             PIC S9(4) COMP VALUE +5000.
007100 01  WS-I                     PIC S9(4) COMP.
015000        GOBACK
015100     END-IF

015118     OPEN INPUT  FFUSLOG
015127     IF NOT FS-FFUSLOG-OK
015136        DISPLAY 'DUPCLI - ERREUR OPEN FFUSLOG - FS='
015145                WS-FS-FFUSLOG
015154        MOVE 12 TO RETURN-CODE
015163        CLOSE FCLIENTS
015172        CLOSE DUPCLIRP
015181        GOBACK
015190     END-IF

015200     MOVE LIGNE-TITRE  TO REC-DUPCLIRP
015300     WRITE REC-DUPCLIRP
015400     MOVE LIGNE-ENTETE TO REC-DUPCLIRP

016500     ADD 1 TO WS-NB-LUS

016560*    FICHES SUPPRIMEES ET FICHES ABSORBEES PAR FUSION

016600     IF E-CLI-SUPPRIME
016700        GO TO 2000-CHARGER-EXIT
016800     END-IF
021900     END-IF

022000     IF WS-MOTIF NOT = SPACE
022030        PERFORM 3250-CONTROLER-FUSION
022060        IF PAIRE-FUSIONNEE
022070           ADD 1 TO WS-NB-FUSIONNEES
022080        ELSE
022090           PERFORM 3300-ECRIRE-PAIRE
022095        END-IF
022200     END-IF

022300     ADD 1 TO WS-J
022400     .
022403*----------------------*
022406 3250-CONTROLER-FUSION.
022409*----------------------*
022412*    PAIRE DEJA FUSIONNEE DANS UN SENS OU DANS L'AUTRE
022415*    (JOURNAL FFUSLOG, CLE = CLIENT ABSORBE)
022418*----------------------*
022421     MOVE 'N' TO WS-PAIRE-FUSION

022427     MOVE WS-CLI-NUMERO(WS-I) TO FL-ABSORBE
022430     PERFORM 3260-LIRE-FFUSLOG
022433     IF FS-FFUSLOG-OK
022436        AND FL-ABSORBANT = WS-CLI-NUMERO(WS-J)
022439        MOVE 'O' TO WS-PAIRE-FUSION
022442     END-IF

022448     MOVE WS-CLI-NUMERO(WS-J) TO FL-ABSORBE
022451     PERFORM 3260-LIRE-FFUSLOG
022454     IF FS-FFUSLOG-OK
022457        AND FL-ABSORBANT = WS-CLI-NUMERO(WS-I)
022460        MOVE 'O' TO WS-PAIRE-FUSION
022463     END-IF
022466     .
022469*----------------------*
022472 3260-LIRE-FFUSLOG.
022475*----------------------*
022478     READ FFUSLOG
022481     IF NOT FS-FFUSLOG-OK AND NOT FS-FFUSLOG-ABSENT
022484        DISPLAY 'DUPCLI - ERREUR LECTURE FFUSLOG - FS='
022487                WS-FS-FFUSLOG ' CLIENT ' FL-ABSORBE
022490        MOVE 12 TO RETURN-CODE
022493     END-IF
022496     .
022500*----------------------*
022600 3300-ECRIRE-PAIRE.
022700*----------------------*
024600*----------------------*
024700     CLOSE FCLIENTS
024800     CLOSE DUPCLIRP
024850     CLOSE FFUSLOG

024900     DISPLAY 'DUPCLI - CLIENTS LUS          : ' WS-NB-LUS
025000     DISPLAY 'DUPCLI - CLIENTS ACTIFS       : ' WS-NB-ACTIFS
025100     DISPLAY 'DUPCLI - PAIRES SUSPECTES     : ' WS-NB-PAIRES
025150     DISPLAY 'DUPCLI - PAIRES FUSIONNEES    : ' WS-NB-FUSIONNEES
025200     .

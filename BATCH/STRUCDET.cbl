002200*                   SANS QU'AUCUN MOUVEMENT ISOLE NE LE
002300*                   FRANCHISSE. ETAT STRUCMVT POUR LE
002400*                   RESPONSABLE CONFORMITE.
002420*   15/10/2026  SE  LES LIGNES CONTREPASSEES (STATUT
002440*                   D'ANNULATION A) ET LES CONTREPASSATIONS
002460*                   (CODE X) SONT EXCLUES DES CUMULS.
002470*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002480*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002482*   15/10/2026  SE  LES MOUVEMENTS SONT LUS DANS LES FICHIERS
002484*                   DU JOUR MVTJOUR (CELUI DU JOUR ET LES
002486*                   GENERATIONS ARCHIVEES DE LA FENETRE,
002488*                   CONCATENES) ET NON PLUS DANS HISTCLT.
002490*                   TRI SRTSTR PAR COMPTE + SEQUENCE ; UNE
002492*                   IMAGE DE MARQUAGE (A) D'UN JOUR SUIVANT
002494*                   RETIRE LA LIGNE CONTREPASSEE DU CUMUL.
002500*--------------------------------------------------------
002600*
002700*======================================================*
003300 OBJECT-COMPUTER. IBM-390.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT FHST       ASSIGN TO MVTJOUR
003700         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-FS-FHST.

004050     SELECT SRTSTR     ASSIGN TO SRTSTR.
004100
004200     SELECT FCLT       ASSIGN TO FCLT
004300         ORGANIZATION IS INDEXED
005600 FILE SECTION.
005700*
005800 FD  FHST
005900     RECORD CONTAINS 100 CHARACTERS.
006000 01  REC-FHST                 PIC X(100).
006100*
006200*    MOUVEMENTS DE LA FENETRE TRIES PAR COMPTE + SEQUENCE,
006300*    LA LIGNE ECRITE (IMAGE ESPACE) AVANT SON MARQUAGE (A)
006400 SD  SRTSTR.
006500 01  SRT-MVT.
006600     05  SRT-CLE              PIC X(13).
006700     05  FILLER               PIC X(82).
006800     05  SRT-IMAGE            PIC X(01).
006900     05  FILLER               PIC X(04).
007000*
007100 FD  FCLT
007200     RECORD CONTAINS 80 CHARACTERS.
009500*
009600 01  WS-FIN-FHST              PIC X(01) VALUE 'N'.
009700     88 FIN-FHST                 VALUE 'Y'.
009703 01  WS-FIN-TRI               PIC X(01) VALUE 'N'.
009706     88 FIN-TRI                  VALUE 'Y'.
009709*
009712*    MOUVEMENT RENDU PAR LE TRI
009715 01  REC-HST.
009718     05  HST-CLE.
009721        10  HST-ID-CPTE   PIC X(08).
009724        10  HST-SEQ       PIC 9(05).
009727     05  HST-DATE      PIC 9(08).
009730     05  HST-CODE      PIC X(01).
009733     05  HST-MONTANT   PIC 9(08)V99.
009736     05  HST-SLD-APRES PIC S9(08)V99.
009739     05  HST-SOURCE    PIC X(04).
009742*    LIGNE ANNULEE PAR UNE CONTREPASSATION (CODE X)
009745     05  HST-ANNUL-STATUT PIC X(01).
009748         88  HST-ANNULEE     VALUE 'A'.
009751     05  FILLER        PIC X(48).
009754*    ESPACE = LIGNE ECRITE ; A = MARQUAGE D'ANNULATION
009757     05  HST-IMAGE     PIC X(01).
009760         88  HST-MARQUAGE    VALUE 'A'.
009763     05  FILLER        PIC X(04).
009766*
009769*    DERNIERE LIGNE RETENUE, CUMULEE QUAND LA SUIVANTE
009772*    MONTRE QU'ELLE N'A PAS ETE CONTREPASSEE
009775 01  WS-LIGNE-RETENUE         PIC X(01) VALUE 'N'.
009778     88 LIGNE-RETENUE            VALUE 'Y'.
009781 01  WS-RET-CLE               PIC X(13).
009784 01  WS-RET-CODE              PIC X(01).
009787 01  WS-RET-MONTANT           PIC 9(08)V99.
009800*
009900 01  WS-DATE-JOUR             PIC 9(08).
010000 01  WS-DATE-LIMITE           PIC 9(08).
018200 0000-MAINLINE.
018300*----------------------*
018400     PERFORM 1000-INITIALISATION
018430     SORT SRTSTR
018460         ON ASCENDING KEY SRT-CLE SRT-IMAGE
018490         INPUT PROCEDURE 1500-CHARGER-MVT
018520             THRU 1500-CHARGER-EXIT
018550         OUTPUT PROCEDURE 1800-CUMULER-MVT
018580             THRU 1800-CUMULER-EXIT
018610     IF SORT-RETURN NOT = ZERO
018640        DISPLAY 'STRUCDET - ERREUR TRI SRTSTR'
018670        MOVE 12 TO RETURN-CODE
018700     END-IF
018800     PERFORM 8000-ECRIRE-TOTAL
018900     PERFORM 9000-TERMINAISON
019000     GOBACK
024900     MOVE LIGNE-ENTETE     TO REC-STRUCRP
025000     WRITE REC-STRUCRP
025100     .
025103*----------------------*
025106 1500-CHARGER-MVT.
025109*----------------------*
025112     PERFORM 1600-LIRE-MVT THRU 1600-LIRE-EXIT
025115         UNTIL FIN-FHST
025118     .
025121 1500-CHARGER-EXIT.
025124     EXIT.
025127*----------------------*
025130 1600-LIRE-MVT.
025133*----------------------*
025136     READ FHST
025139         AT END
025142            MOVE 'Y' TO WS-FIN-FHST
025145            GO TO 1600-LIRE-EXIT
025148     END-READ
025151     MOVE REC-FHST TO SRT-MVT
025154     RELEASE SRT-MVT
025157     .
025160 1600-LIRE-EXIT.
025163     EXIT.
025166*----------------------*
025169 1800-CUMULER-MVT.
025172*----------------------*
025175     PERFORM 2000-TRAITER-MVT THRU 2000-TRAITER-EXIT
025178         UNTIL FIN-TRI
025181     PERFORM 2500-CUMULER-RETENU
025184     PERFORM 3000-EVALUER-COMPTE
025187         THRU 3000-EVALUER-FIN
025190     .
025193 1800-CUMULER-EXIT.
025196     EXIT.
025200*----------------------*
025300 2000-TRAITER-MVT.
025400*----------------------*
025500*    LE FICHIER EST TRIE PAR COMPTE + SEQUENCE : CHAQUE
025600*    RUPTURE DE COMPTE DECLENCHE L'EVALUATION DU CUMUL
025700     RETURN SRTSTR INTO REC-HST
025800         AT END
025900            MOVE 'Y' TO WS-FIN-TRI
026000            GO TO 2000-TRAITER-EXIT
026100     END-RETURN
026200
026300     ADD 1 TO WS-NB-MVTS-LUS
026400
026410*    MARQUAGE D'UN JOUR SUIVANT : LA LIGNE RETENUE QUI LE
026420*    PRECEDE A ETE CONTREPASSEE ET N'EST PAS CUMULEE
026430     IF HST-MARQUAGE
026440        IF LIGNE-RETENUE AND HST-CLE = WS-RET-CLE
026450           MOVE 'N' TO WS-LIGNE-RETENUE
026460        END-IF
026470        GO TO 2000-TRAITER-EXIT
026480     END-IF
026490     PERFORM 2500-CUMULER-RETENU

026500     IF HST-ID-CPTE NOT = WS-CPTE-COURANT
026600        PERFORM 3000-EVALUER-COMPTE
026650            THRU 3000-EVALUER-FIN
027800     IF HST-CODE NOT = 'D' AND HST-CODE NOT = 'R'
027900        GO TO 2000-TRAITER-EXIT
028000     END-IF
028020*    UNE OPERATION CONTREPASSEE N'A PAS EU LIEU
028040     IF HST-ANNULEE
028060        GO TO 2000-TRAITER-EXIT
028080     END-IF
028100
028300     MOVE 'Y'         TO WS-LIGNE-RETENUE
028500     MOVE HST-CLE     TO WS-RET-CLE
028700     MOVE HST-CODE    TO WS-RET-CODE
028900     MOVE HST-MONTANT TO WS-RET-MONTANT
029100     .
029200 2000-TRAITER-EXIT.
029300     EXIT.
029305*----------------------*
029310 2500-CUMULER-RETENU.
029315*----------------------*
029320     IF LIGNE-RETENUE
029325        ADD 1 TO WS-NB-MVTS-FENETRE
029330        IF WS-RET-CODE = 'D'
029335           ADD WS-RET-MONTANT TO WS-CUMUL-DEPOTS
029340        ELSE
029345           ADD WS-RET-MONTANT TO WS-CUMUL-RETRAITS
029350        END-IF
029355        IF WS-RET-MONTANT > WS-PLUS-GROS-MVT
029360           MOVE WS-RET-MONTANT TO WS-PLUS-GROS-MVT
029365        END-IF
029370        MOVE 'N' TO WS-LIGNE-RETENUE
029375     END-IF
029380     .
029400*----------------------*
029500 3000-EVALUER-COMPTE.
029600*----------------------*

002000*                   (ILS DOIVENT AVOIR ETE INSCRITS A LEUR
002100*                   OUVERTURE) ; RECFCLI FAIT FOI POUR LE
002200*                   RAPPROCHEMENT NOCTURNE.
002210*   15/10/2026  SE  RIB NATIONAL ET IBAN DE CHAQUE COMPTE
002220*                   (MODULE pgiban) : POSES SUR LES ENTREES
002230*                   CREEES ICI ET COMPLETES SUR LES ENTREES
002240*                   EXISTANTES QUI N'EN ONT PAS ENCORE
002250*                   (STOCK ANTERIEUR, TOUS SUFFIXES).
002260*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002270*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002300*--------------------------------------------------------
002400*
002500*======================================================*
006000     RECORD CONTAINS 80 CHARACTERS.
006100 01  REC-CLT.
006200     05  ID-CPTE    PIC X(08).
006230*    REGION ET AGENCE : CODE GUICHET DU RIB
006260*    (AGENCE EN FIN D'ENREGISTREMENT)
006290     05  ID-REGION  PIC X(02).
006320     05  FILLER     PIC X(68).
006350     05  AGC-CLT    PIC X(02).
006400*
006500 FD  FCLIENTS
006600     RECORD CONTAINS 400 CHARACTERS.
006700     COPY FCLIENTS.
006800*
006900 FD  FXREF
009100 01  WS-NB-INSCRITS           PIC 9(07) VALUE ZERO.
009200 01  WS-NB-DEJA-LA            PIC 9(07) VALUE ZERO.
009300 01  WS-NB-SANS-CLIENT        PIC 9(07) VALUE ZERO.
009320 01  WS-NB-RIB-POSES          PIC 9(07) VALUE ZERO.
009340*
009360*    ZONE DU MODULE COMMUN pgiban
009380     COPY WSIBAN.
009400*
009500*    ZONE DU JOURNAL D'EXPLOITATION (MODULE pgrunlog)
009600 01  RL-COMMUN.
017300        ADD 1 TO WS-NB-SANS-CLIENT
017400        GO TO 2000-TRAITER-EXIT
017500     END-IF
017508*    COMPTE DEJA INSCRIT (OUVERTURE EN LIGNE OU RUN
017516*    PRECEDENT) : SEUL LE RIB EST COMPLETE S'IL MANQUE
017524     MOVE ID-CPTE TO XRF-ID-CPTE
017532     READ FXREF KEY IS XRF-ID-CPTE
017540         INVALID KEY
017548            CONTINUE
017556         NOT INVALID KEY
017564            PERFORM 3000-COMPLETER-RIB THRU 3000-COMPLETER-EXIT
017572            GO TO 2000-TRAITER-EXIT
017580     END-READ
017588
017600     MOVE ID-CPTE TO WS-CLE-LONGUE
017700     MOVE WS-CLE-LONGUE TO E-NUMERO
017800     READ FCLIENTS
018600     MOVE 01            TO XRF-SUFFIXE
018700     MOVE ID-CPTE       TO XRF-ID-CPTE
018800     MOVE WS-DATE-JOUR  TO XRF-DATE-OUVERTURE
018850     PERFORM 3100-CALCULER-RIB
018900     WRITE XRF-CLICPT
019000         INVALID KEY
019100            ADD 1 TO WS-NB-DEJA-LA
019500     .
019600 2000-TRAITER-EXIT.
019700     EXIT.
019702*----------------------*
019704 3000-COMPLETER-RIB.
019706*----------------------*
019708     IF XRF-IBAN NOT = SPACE
019710        ADD 1 TO WS-NB-DEJA-LA
019712        GO TO 3000-COMPLETER-EXIT
019714     END-IF
019716     PERFORM 3100-CALCULER-RIB
019718     REWRITE XRF-CLICPT
019720         INVALID KEY
019722            DISPLAY 'XREFCLI - REWRITE FXREF IMPOSSIBLE : '
019724                    XRF-ID-CPTE
019726            GO TO 3000-COMPLETER-EXIT
019728     END-REWRITE
019730     ADD 1 TO WS-NB-RIB-POSES
019732     .
019734 3000-COMPLETER-EXIT.
019736     EXIT.
019738*----------------------*
019740 3100-CALCULER-RIB.
019742*----------------------*
019744*    GUICHET = '0' + REGION + AGENCE ('00' SANS AGENCE),
019746*    COMPTE = '000' + ID-CPTE ; CODE BANQUE, CLE RIB ET
019748*    IBAN SONT POSES PAR LE MODULE
019750     MOVE SPACE     TO IBN-ZONE
019752     MOVE '0'       TO IBN-GUICHET(1:1)
019754     MOVE ID-REGION TO IBN-GUICHET(2:2)
019756     IF AGC-CLT = SPACE
019758        MOVE '00'    TO IBN-GUICHET(4:2)
019760     ELSE
019762        MOVE AGC-CLT TO IBN-GUICHET(4:2)
019764     END-IF
019766     MOVE '000'     TO IBN-COMPTE(1:3)
019768     MOVE ID-CPTE   TO IBN-COMPTE(4:8)
019770     MOVE 'C'       TO IBN-FONCTION
019772     CALL 'pgiban' USING IBN-FONCTION IBN-ZONE IBN-RESULTAT
019774     MOVE IBN-RIB            TO XRF-RIB
019776     MOVE IBN-IBAN(1:27)     TO XRF-IBAN
019778     .
019800*----------------------*
019900 9000-TERMINAISON.
020000*----------------------*
020800     DISPLAY 'XREFCLI - ENTREES DEJA LA     : ' WS-NB-DEJA-LA
020900     DISPLAY 'XREFCLI - COMPTES SANS CLIENT : '
021000             WS-NB-SANS-CLIENT
021030     DISPLAY 'XREFCLI - RIB COMPLETES       : '
021060             WS-NB-RIB-POSES
021100
021200     MOVE 'F' TO RL-FONCTION
021300     MOVE 'XREFCLI' TO RL-PROG
021400     MOVE WS-NB-COMPTES-LUS TO RL-LUS
021500     COMPUTE RL-ECRITS = WS-NB-INSCRITS + WS-NB-RIB-POSES
021600     MOVE ZERO TO RL-REJETES
021700     MOVE RETURN-CODE TO RL-RC
021800     CALL 'pgrunlog' USING RL-COMMUN

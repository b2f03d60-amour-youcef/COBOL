002097*                   PERIODE DE SILENCE, SONT EXCLUS ;
002098*                   CHAQUE CLIENT RETENU EST INSCRIT DANS
002099*                   L'HISTORIQUE FCAMPHIS.
002110*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002120*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002130*   15/10/2026  SE  MARQUEURS &COMPTE ET &VALEUR : ZONE DE
002140*                   FUSION E-FUSION DES EXTRAITS SPECIALISES
002150*                   (LETTRE DE REVISION DU DECOUVERT, MAJDEC).
002190*--------------------------------------------------------
002200*
002300*======================================================*
002400*   E N V I R O N M E N T       D I V I S I O N        *
004600 FILE SECTION.
004700*
004800 FD  FEXTRAIT
004900     RECORD CONTAINS 400 CHARACTERS.
005000     COPY FCLIENTS.
005100*
005200 FD  LETTRE
026700           MOVE 20 TO WS-LG-CHAMP
026800           PERFORM 3200-INSERER-CHAMP
026900           ADD 4 TO WS-SRC
026907*    ZONE DE FUSION DES EXTRAITS SPECIALISES (E-FUSION)
026914        WHEN WS-SRC <= 73 AND
026921             WS-LIGNE-TRAVAIL(WS-SRC:8) = '&COMPTE '
026928           MOVE E-FUS-COMPTE TO WS-CHAMP
026935           MOVE 8 TO WS-LG-CHAMP
026942           PERFORM 3200-INSERER-CHAMP
026949           ADD 7 TO WS-SRC
026956        WHEN WS-SRC <= 73 AND
026963             WS-LIGNE-TRAVAIL(WS-SRC:8) = '&VALEUR '
026970           MOVE E-FUS-VALEUR TO WS-CHAMP
026977           MOVE 32 TO WS-LG-CHAMP
026984           PERFORM 3200-INSERER-CHAMP
026991           ADD 7 TO WS-SRC
027000        WHEN OTHER
027100           IF WS-DST <= 160
027200              MOVE WS-LIGNE-TRAVAIL(WS-SRC:1)

002000*                   DERNIERE MODIFICATION POUR PRIORISER.
002100*                   LA REVUE SE SAISIT DANS L'ECRAN REVKYC
002200*                   (HABILITATION O-AUT-KYC).
002230*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002260*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002300*--------------------------------------------------------
002400*
002500*======================================================*
004800 FILE SECTION.
004900*
005000 FD  FCLIENTS
005100     RECORD CONTAINS 400 CHARACTERS.
005200     COPY FCLIENTS.
005300*
005400 FD  KYCRP

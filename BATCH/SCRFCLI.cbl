001900*                   EXISTANT. ETAT DES EXCEPTIONS PAR TYPE
002000*                   D'ERREUR AVEC COMPTEURS POUR QUE LE
002100*                   BACK-OFFICE RESORBE LE RELIQUAT.
002130*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002160*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002200*--------------------------------------------------------
002300*
002400*======================================================*
004600 FILE SECTION.
004700*
004800 FD  FCLIENTS
004900     RECORD CONTAINS 400 CHARACTERS.
005000     COPY FCLIENTS.
005100*
005200 FD  SCRFCLRP

002740*                   INSCRITS DANS LA CROSS-REFERENCE
002750*                   FCLICPT (SINON CLE DIRECTE COMME
002760*                   AVANT).
002770*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002780*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002800*--------------------------------------------------------
002900*
003000*======================================================*
005700 FILE SECTION.
005800*
005900 FD  FCLIENTS
006000     RECORD CONTAINS 400 CHARACTERS.
006100     COPY FCLIENTS.
006200*
006300 FD  FCLT

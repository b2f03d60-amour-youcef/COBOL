002500*                   GUICHET ET PARTI15, SAUF REGLEMENTS
002600*                   NOTARIAUX (SOURCE NOTA), ET LA FIN DE
002700*                   MOIS NE SERT PLUS D'INTERETS.
002730*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002760*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002800*--------------------------------------------------------
002900*
003000*======================================================*
008400 FILE SECTION.
008500*
008600 FD  FCLIENTS
008700     RECORD CONTAINS 400 CHARACTERS.
008800     COPY FCLIENTS.
008900*
009000 FD  FCLT

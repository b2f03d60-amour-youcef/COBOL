002400*                   SCRFCLI), CHACUNE IDENTIQUE A CELLE DU
002500*                   PROGRAMME D'ORIGINE. LE MODE DELTA
002600*                   RESTE DANS EXTCLI.
002630*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002660*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002700*--------------------------------------------------------
002800*
002900*======================================================*
006100 FILE SECTION.
006200*
006300 FD  FCLIENTS
006400     RECORD CONTAINS 400 CHARACTERS.
006500     COPY FCLIENTS.
006600*
006700 FD  FEXTRAIT
006800     RECORD CONTAINS 400 CHARACTERS.
006900 01  REC-EXTRAIT              PIC X(400).
007000*
007100 FD  DUPCLIRP
007200     RECORD CONTAINS 100 CHARACTERS.

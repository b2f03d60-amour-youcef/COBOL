002300*                   PLUS UN APPEL DE NUIT. UN FICHIER
002400*                   INDISPONIBLE EST COMPTE A ZERO ET
002500*                   SIGNALE (RC 4).
002530*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002560*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002580*   15/10/2026  SE  HISTCLT PORTE A 100 OCTETS (CNVHST) :
002590*                   FD FHST ALIGNE.
002600*--------------------------------------------------------
002700*
002800*======================================================*
008300 FILE SECTION.
008400*
008500 FD  FCLIENTS
008600     RECORD CONTAINS 400 CHARACTERS.
008700 01  REC-FCLIENTS.
008800     05  E-NUMERO   PIC 9(08).
008900     05  FILLER     PIC X(392).
009000*
009100 FD  FCLT
009200     RECORD CONTAINS 80 CHARACTERS.
009500     05  FILLER     PIC X(72).
009600*
009700 FD  FHST
009800     RECORD CONTAINS 100 CHARACTERS.
009900 01  REC-FHST.
010000     05  HST-CLE    PIC X(13).
010100     05  FILLER     PIC X(87).
010200*
010300 FD  FAUDCLI
010400     RECORD CONTAINS 53 CHARACTERS.

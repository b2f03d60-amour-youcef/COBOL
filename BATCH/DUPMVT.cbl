002100*                   POSTEES A MOINS DE N JOURS D'ECART
002200*                   (PARM, DEFAUT 3), AVEC LES DEUX SOLDES
002300*                   APRES POUR JUGER ET CONTREPASSER.
002330*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002360*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002400*--------------------------------------------------------
002500*
002600*======================================================*
004900 FILE SECTION.
005000*
005100 FD  FHST
005200     RECORD CONTAINS 100 CHARACTERS.
005300 01  REC-HST.
005400     05  HST-CLE.
005500        10  HST-ID-CPTE   PIC X(08).
005900     05  HST-MONTANT   PIC 9(08)V99.
006000     05  HST-SLD-APRES PIC S9(08)V99.
006100     05  HST-SOURCE    PIC X(04).
006200     05  FILLER        PIC X(54).
006300*
006400 FD  DUPMVTRP
006500     RECORD CONTAINS 100 CHARACTERS.

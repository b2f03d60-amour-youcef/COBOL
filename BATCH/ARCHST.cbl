002400*                   PARTI34, PARTI35) NE RELISENT PLUS DES
002500*                   ANNEES D'HISTORIQUE. RESTITUTION D'UN
002600*                   COMPTE PAR GETHST (PARM = COMPTE).
002620*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002640*                   POSTING DE PARTI15) : VIVANT ET NOUVEAU
002660*                   VIVANT A 100, L'ARCHIVE RESTE A 80 OCTETS.
002700*--------------------------------------------------------
002800*
002900*======================================================*
005800 FILE SECTION.
005900*
006000 FD  HSTVIF
006100     RECORD CONTAINS 100 CHARACTERS.
006200 01  REC-HST.
006300     05  HST-CLE.
006400        10  HST-ID-CPTE   PIC X(08).
007100     05  HST-MONTANT   PIC 9(08)V99.
007200     05  HST-SLD-APRES PIC S9(08)V99.
007300     05  HST-SOURCE    PIC X(04).
007400     05  FILLER        PIC X(54).
007500*
007520*    L'ARCHIVE GARDE LES 80 PREMIERS OCTETS DE LA LIGNE :
007540*    LA REFERENCE DE POSTING (REPRISE DE PARTI15) NE SERT
007560*    PLUS UNE FOIS LE MOIS REGLE
007600 FD  HSTARCH
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  REC-HSTARCH              PIC X(80).
007900*
008000 FD  HSTNEUF
008100     RECORD CONTAINS 100 CHARACTERS.
008200 01  REC-HSTNEUF.
008300     05  HSN-CLE          PIC X(13).
008400     05  FILLER           PIC X(87).
008500*
008600*------------------------------------------------------*
008700 WORKING-STORAGE SECTION.

002500*                   (SOURCE TERM, POSTE PAR PARTI15) ET
002600*                   DEPOT MARQUE SOLDE. REMPLACE L'AGENDA
002700*                   PAPIER DU BACK-OFFICE.
002730*   15/10/2026  SE  HISTCLT ELARGI A 100 OCTETS (REFERENCE DE
002760*                   POSTING DE PARTI15) : FD FHST AJUSTEE.
002770*   15/10/2026  SE  CHAQUE LIGNE I ECRITE DANS HISTCLT L'EST
002780*                   AUSSI DANS LES MOUVEMENTS DU JOUR (MVTJBRUT)
002790*                   LUS PAR LES ETATS DE FIN DE JOURNEE.
002800*--------------------------------------------------------
002900*
003000*======================================================*
006300     SELECT FJRN       ASSIGN TO FJRN
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS WS-FS-FJRN.
006520
006540     SELECT FMVJ       ASSIGN TO MVTJBRUT
006560         ORGANIZATION IS SEQUENTIAL
006580         FILE STATUS IS WS-FS-FMVJ.
006600
006700     SELECT FMVT       ASSIGN TO FMVT
006800         ORGANIZATION IS SEQUENTIAL
010800     COPY FTAUXNAT.
010900*
011000 FD  FHST
011100     RECORD CONTAINS 100 CHARACTERS.
011200 01  REC-HST.
011300     05  HST-CLE.
011400        10  HST-ID-CPTE   PIC X(08).
011800     05  HST-MONTANT   PIC 9(08)V99.
011900     05  HST-SLD-APRES PIC S9(08)V99.
012000     05  HST-SOURCE    PIC X(04).
012100     05  FILLER        PIC X(54).
012200*
012300 FD  FJRN
012400     RECORD CONTAINS 80 CHARACTERS.
013100     05  JRN-STS-AVANT PIC X(01).
013200     05  JRN-STS-APRES PIC X(01).
013300     05  FILLER        PIC X(34).
013320*
013340 FD  FMVJ
013360     RECORD CONTAINS 100 CHARACTERS.
013380 01  REC-MVJ           PIC X(100).
013400*
013500 FD  FMVT
013600     RECORD CONTAINS 80 CHARACTERS.
016700     88 FS-FHST-OK               VALUE '00'.
016800 01  WS-FS-FJRN               PIC X(02) VALUE SPACE.
016900     88 FS-FJRN-OK               VALUE '00'.
016930 01  WS-FS-FMVJ               PIC X(02) VALUE SPACE.
016960     88 FS-FMVJ-OK               VALUE '00'.
017000 01  WS-FS-FMVT               PIC X(02) VALUE SPACE.
017100     88 FS-FMVT-OK               VALUE '00'.
017200 01  WS-FS-ECHRP              PIC X(02) VALUE SPACE.
031700        CLOSE FHST
031800        GOBACK
031900     END-IF
031907
031914     OPEN EXTEND FMVJ
031921     IF NOT FS-FMVJ-OK
031928        DISPLAY 'ECHTERM - ERREUR OPEN MVTJBRUT - FS='
031935                WS-FS-FMVJ
031942        MOVE 12 TO RETURN-CODE
031949        CLOSE FTERME
031956        CLOSE FCLT
031963        CLOSE FHST
031970        CLOSE FJRN
031977        GOBACK
031984     END-IF
032000
032100     OPEN EXTEND FMVT
032200     IF NOT FS-FMVT-OK
032700        CLOSE FCLT
032800        CLOSE FHST
032900        CLOSE FJRN
032950        CLOSE FMVJ
033000        GOBACK
033100     END-IF
033200
033900        CLOSE FCLT
034000        CLOSE FHST
034100        CLOSE FJRN
034150        CLOSE FMVJ
034200        CLOSE FMVT
034300        GOBACK
034400     END-IF
057100         INVALID KEY
057200            DISPLAY 'ECHTERM - ECRITURE HISTORIQUE '
057300                    'IMPOSSIBLE : ' WS-CPTE-HST
057320         NOT INVALID KEY
057340            MOVE REC-HST TO REC-MVJ
057360            WRITE REC-MVJ
057400     END-WRITE
057500     .
057600*----------------------*
062200     CLOSE FCLT
062300     CLOSE FHST
062400     CLOSE FJRN
062450     CLOSE FMVJ
062500     CLOSE FMVT
062600     CLOSE ECHRP
062700

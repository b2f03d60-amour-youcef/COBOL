002200*                   LOADOPER FOURNIT LES TROIS OPERATEURS
002300*                   HISTORIQUES (ADM, SUP, CHF) DE
002400*                   L'ANCIENNE TABLE COMPILEE DE GESCLI10.
002420*   15/10/2026  SE  ENREGISTREMENT PORTE A 100 OCTETS :
002440*                   SERVICE DE RATTACHEMENT LU EN COLONNES
002460*                   41 A 70 DE LA CARTE, DATE DU CHARGEMENT
002480*                   EN GUISE DE DERNIERE CONNEXION.
002486*   15/10/2026  SE  MATRICULE DE L'EMPLOYE TITULAIRE EN
002492*                   COLONNES 71-77 (O-EMP-ID).
002500*--------------------------------------------------------
002600*
002700*======================================================*
005300 01  REC-OPERCARD             PIC X(80).
005400*
005500 FD  FOPERAT
005600     RECORD CONTAINS 100 CHARACTERS.
005700     COPY FOPERAT.
005800*
005900*------------------------------------------------------*
007000*
007100 01  WS-NB-LUES               PIC 9(05) VALUE ZERO.
007200 01  WS-NB-CHARGES            PIC 9(05) VALUE ZERO.
007250 01  WS-DATE-JOUR             PIC 9(08).
007300*
007400*======================================================*
007500*     P R O C E D U R E     D I V I S I O N            *
008700*----------------------*
008800 1000-INITIALISATION.
008900*----------------------*
008950     ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD

009000     OPEN INPUT  OPERCARD
009100     IF NOT FS-OPERCARD-OK
009200        DISPLAY 'LOADOPER - ERREUR OPEN OPERCARD - FS='
011600        GO TO 2000-CHARGER-EXIT
011700     END-IF

011720*    COLONNES 1 A 40 : PROFIL ; 41 A 70 : SERVICE DE
011740*    RATTACHEMENT ; 71 A 77 : MATRICULE DE L'EMPLOYE
011750*    TITULAIRE. LA DATE DE CHARGEMENT TIENT LIEU DE
011760*    DERNIERE CONNEXION JUSQU'AU PREMIER SIGN-ON
011780     MOVE SPACE              TO O-OPERATEUR
011800     MOVE REC-OPERCARD(1:40) TO O-OPERATEUR(1:40)
011820     MOVE REC-OPERCARD(41:30) TO O-SERVICE
011840     MOVE WS-DATE-JOUR       TO O-DATE-DERN-CNX
011860     MOVE ZERO               TO O-DATE-RECERT
011870     IF REC-OPERCARD(71:7) NUMERIC
011875        MOVE REC-OPERCARD(71:7) TO O-EMP-ID
011880     ELSE
011885        MOVE ZERO               TO O-EMP-ID
011890     END-IF
011900     WRITE O-OPERATEUR
012000         INVALID KEY
012100            DISPLAY 'LOADOPER - PROFIL EN DOUBLE : ' O-OPID

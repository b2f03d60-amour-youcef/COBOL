002340*                   DES EMPLOYES PRESENTS AU MASTER MAIS
002350*                   AU DELA DE LA TABLE AURAIENT ETE
002360*                   SUPPRIMES A TORT CHAQUE NUIT.
002366*   15/10/2026  SE  STATUT ET DATE DE SORTIE DU MASTER
002372*                   (NE-STATUS 'T', NE-TERMDATE) REPORTES
002378*                   DANS FEMPLOY : UN SORTANT RESTE DANS LA
002384*                   VUE CICS, MARQUE, POUR LE CONTROLE DES
002390*                   CONSEILLERS DE CLIENTELE (PORTORP).
002400*--------------------------------------------------------
002500*
002600*======================================================*
010000     05 WS-EI-SALARY          PIC 9(09).
010100     05 WS-EI-DEPARTMENT      PIC X(30).
010200     05 WS-EI-GENDER          PIC X(01).
010230     05 WS-EI-STATUS          PIC X(01).
010260     05 WS-EI-TERMDATE        PIC 9(08).
010300*
010400*    TABLE DES MATRICULES DU MASTER POUR LA PASSE DE
010500*    SUPPRESSION (EMPLOYES RESTES DANS LA VUE CICS SANS
018600     END-READ

018700     ADD 1 TO WS-NB-LUS
018710*    UN EMPLOYE ACTIF PORTE UNE DATE DE SORTIE A BLANC
018720*    DANS LE MASTER
018730     IF NE-TERMDATE NOT NUMERIC
018740        MOVE ZERO TO NE-TERMDATE
018750     END-IF

018800     IF WS-NB-IDS < WS-MAX-IDS
018900        ADD 1 TO WS-NB-IDS
022800     MOVE EMP-SALARY     TO WS-EI-SALARY
022900     MOVE EMP-DEPARTMENT TO WS-EI-DEPARTMENT
023000     MOVE EMP-GENDER     TO WS-EI-GENDER
023020     MOVE EMP-STATUS     TO WS-EI-STATUS
023040     MOVE EMP-TERMDATE   TO WS-EI-TERMDATE

023100     IF WS-EI-LASTNAME   = NE-LASTNAME
023200        AND WS-EI-FIRSTNAME  = NE-FIRSTNAME
023400        AND WS-EI-SALARY     = NE-SALARY
023500        AND WS-EI-DEPARTMENT = NE-DEPARTMENT
023600        AND WS-EI-GENDER     = NE-GENDER
023630        AND WS-EI-STATUS     = NE-STATUS
023660        AND WS-EI-TERMDATE   = NE-TERMDATE
023700        ADD 1 TO WS-NB-INCHANGES
023800     ELSE
023900        PERFORM 2500-PORTER-CHAMPS
025900     MOVE NE-SALARY     TO EMP-SALARY
026000     MOVE NE-DEPARTMENT TO EMP-DEPARTMENT
026100     MOVE NE-GENDER     TO EMP-GENDER
026130     MOVE NE-STATUS     TO EMP-STATUS
026160     MOVE NE-TERMDATE   TO EMP-TERMDATE
026200     .
026210*----------------------*
026220 2600-DEMARRER-FEMPLOY.

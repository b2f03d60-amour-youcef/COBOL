      *===================================================*
      *   WSIBAN  -  ZONE D'ECHANGE DU MODULE COMMUN      *
      *   pgiban (RIB NATIONAL ET IBAN)                   *
      *   APPEL : CALL 'pgiban' USING IBN-FONCTION        *
      *                               IBN-ZONE            *
      *                               IBN-RESULTAT        *
      *     'C' = RIB + IBAN D'UN COMPTE DE LA MAISON :   *
      *           FOURNIR IBN-GUICHET ET IBN-COMPTE       *
      *           (GUICHET = '0' + REGION + AGENCE DU     *
      *           COMPTE, '00' SANS AGENCE ; COMPTE =     *
      *           '000' + ID-CPTE)                        *
      *     'V' = CONTROLE MOD 97 DE IBN-IBAN ('O'/'N') ; *
      *           UN IBAN FR RESSORT DECOMPOSE EN RIB     *
      *===================================================*
       01  IBN-FONCTION            PIC X(01).
       01  IBN-ZONE.
           05 IBN-RIB.
              10 IBN-BANQUE        PIC X(05).
              10 IBN-GUICHET       PIC X(05).
              10 IBN-COMPTE        PIC X(11).
              10 IBN-CLE-RIB       PIC 9(02).
           05 IBN-IBAN             PIC X(34).
       01  IBN-RESULTAT            PIC X(01).
           88 IBN-OK                  VALUE 'O'.

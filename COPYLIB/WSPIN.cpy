      *===================================================*
      *   WSPIN  -  ZONE D'ECHANGE DU MODULE COMMUN       *
      *   pgpin (EMPREINTE A SENS UNIQUE DES PIN)         *
      *   APPEL : CALL 'pgpin' USING PNH-FONCTION         *
      *                              PNH-ZONE             *
      *                              PNH-RESULTAT         *
      *     'C' = CALCULER PNH-EMPREINTE A PARTIR DU      *
      *           COMPTE, DU PIN ET DU SEL FOURNIS PAR    *
      *           L'APPELANT (SEL NOUVEAU A CHAQUE POSE)  *
      *     'V' = VERIFIER PNH-PIN CONTRE L'EMPREINTE ET  *
      *           LE SEL STOCKES ('O' = PIN CORRECT)      *
      *   LE PIN EN CLAIR N'EST JAMAIS STOCKE : SEULS LE  *
      *   SEL ET L'EMPREINTE SONT CONSERVES (FPINCTL,     *
      *   COTIT, FMANDAT).                                *
      *===================================================*
       01  PNH-FONCTION            PIC X(01).
       01  PNH-ZONE.
           05 PNH-ID-CPTE          PIC X(08).
           05 PNH-PIN              PIC 9(04).
           05 PNH-SEL              PIC X(08).
           05 PNH-EMPREINTE        PIC X(16).
       01  PNH-RESULTAT            PIC X(01).
           88 PNH-OK                  VALUE 'O'.

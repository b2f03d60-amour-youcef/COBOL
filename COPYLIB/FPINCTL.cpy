      *   HABILITATION O-AUT-ADMIN). UN PIN CORRECT       *
      *   REMET LE COMPTEUR A ZERO. CHAQUE EVENEMENT PIN  *
      *   LAISSE UNE LIGNE D'AUDIT DANS FAUDPIN.          *
      *   LE PIN DU TITULAIRE N'EST CONSERVE QUE SOUS     *
      *   FORME D'EMPREINTE A SENS UNIQUE (MODULE pgpin,  *
      *   COPY WSPIN) AVEC SON SEL ; PIN-CLT DE           *
      *   CLIENT.DAT RESTE A ZERO. SANS EMPREINTE, LE     *
      *   COMPTE N'A PAS DE PIN (COMPTE DE PRET).         *
      *===================================================*
       01  PIN-CONTROLE.
           05 PIN-ID-CPTE          PIC X(08).
           05 PIN-BLOQUE           PIC X(01).
              88 PIN-ACCES-BLOQUE     VALUE 'O'.
           05 PIN-DATE-DERN-EVT    PIC 9(08).
           05 PIN-SEL              PIC X(08).
           05 PIN-EMPREINTE        PIC X(16).
           05 FILLER               PIC X(38).

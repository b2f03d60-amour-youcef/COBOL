      *   01 (ID-CPTE = E-NUMERO, CONSTRUIT PAR XREFCLI) ;*
      *   LES COMPTES SUIVANTS RECOIVENT LEUR PROPRE      *
      *   ID-CPTE A L'OUVERTURE, QUI ALIMENTE CE FICHIER. *
      *   CHAQUE COMPTE PORTE SON RIB NATIONAL ET SON     *
      *   IBAN (MODULE pgiban), POSES A L'OUVERTURE PAR   *
      *   OUVRCPT ET COMPLETES POUR LE STOCK PAR XREFCLI. *
      *===================================================*
       01  XRF-CLICPT.
           05 XRF-CLE.
              10 XRF-SUFFIXE       PIC 9(02).
           05 XRF-ID-CPTE          PIC X(08).
           05 XRF-DATE-OUVERTURE   PIC 9(08).
      *    GUICHET = '0' + REGION + AGENCE DU COMPTE A LA POSE DU
      *    RIB, COMPTE = '000' + ID-CPTE. LE RIB REMIS AU CLIENT NE
      *    CHANGE PLUS ENSUITE (BLANC = PAS ENCORE CALCULE)
           05 XRF-RIB.
              10 XRF-RIB-BANQUE    PIC X(05).
              10 XRF-RIB-GUICHET   PIC X(05).
              10 XRF-RIB-COMPTE    PIC X(11).
              10 XRF-RIB-CLE       PIC 9(02).
           05 XRF-IBAN             PIC X(27).
           05 FILLER               PIC X(04).

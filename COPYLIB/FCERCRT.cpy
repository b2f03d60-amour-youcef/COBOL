      *===================================================*
      *   FCERCRT  -  CARTE DE MISE A JOUR DU REGISTRE    *
      *   DES CERTIFICATIONS FCERTIF, SAISIE PAR LES      *
      *   RESSOURCES HUMAINES ET APPLIQUEE PAR CERMAJ     *
      *     A = ENREGISTRER OU RENOUVELER LE COURS        *
      *         (EXPIRATION A BLANC = OBTENTION + 12 MOIS)*
      *     S = SUPPRIMER LE COURS DU REGISTRE            *
      *   DATES EN AAAAMMJJ                               *
      *   '*' EN COLONNE 1 = COMMENTAIRE                  *
      *===================================================*
       01  CRC-CARTE.
           05 CRC-CODE             PIC X(01).
              88 CRC-ENREGISTRER      VALUE 'A'.
              88 CRC-SUPPRIMER        VALUE 'S'.
           05 FILLER               PIC X(01).
           05 CRC-EMP-ID           PIC X(07).
           05 FILLER               PIC X(01).
           05 CRC-COURS            PIC X(04).
           05 FILLER               PIC X(01).
           05 CRC-DATE-OBTENTION   PIC X(08).
           05 FILLER               PIC X(01).
           05 CRC-DATE-EXPIRATION  PIC X(08).
           05 FILLER               PIC X(01).
           05 CRC-ORGANISME        PIC X(20).
           05 FILLER               PIC X(01).
           05 CRC-VISA             PIC X(08).
           05 FILLER               PIC X(18).

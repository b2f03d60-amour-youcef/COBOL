      *===================================================*
      *   FSOUSOFR  -  SOUSCRIPTIONS DES COMPTES AUX      *
      *   FORFAITS DU CATALOGUE (FOFFRE)                  *
      *   FICHIER VSAM KSDS - CLE = SOF-CLE (COMPTE +     *
      *   DATE DE DEBUT), 80 OCTETS. ENTRETENU PAR        *
      *   L'ECRAN GESFORF. UNE SOUSCRIPTION EST EN        *
      *   VIGUEUR LE JOUR J SI SOF-DATE-DEBUT <= J <=     *
      *   SOF-DATE-FIN ; LES PERIODES D'UN MEME COMPTE NE *
      *   SE CHEVAUCHENT PAS. UN CHANGEMENT DE FORFAIT    *
      *   EST UNE RESILIATION SUIVIE D'UNE NOUVELLE       *
      *   SOUSCRIPTION. UNE SOUSCRIPTION RESILIEE N'EST   *
      *   PAS SUPPRIMEE.                                  *
      *===================================================*
       01  SOF-SOUSCRIPTION.
           05 SOF-CLE.
              10 SOF-ID-CPTE       PIC X(08).
              10 SOF-DATE-DEBUT    PIC 9(08).
           05 SOF-CODE-OFFRE       PIC X(04).
      *    DERNIER JOUR COUVERT (AAAAMMJJ), 99999999 = SANS
      *    ECHEANCE ; ZERO POUR UNE SOUSCRIPTION RESILIEE
      *    AVANT SON DEBUT
           05 SOF-DATE-FIN         PIC 9(08).
           05 SOF-STATUT           PIC X(01).
              88 SOF-ACTIVE           VALUE 'A'.
              88 SOF-RESILIEE         VALUE 'R'.
           05 SOF-DATE-CREA        PIC 9(08).
           05 SOF-DATE-RESIL       PIC 9(08).
      *    OPERATEUR DE LA DERNIERE MISE A JOUR
           05 SOF-OPID             PIC X(03).
           05 FILLER               PIC X(32).

      *===================================================*
      *   FIMPATT  -  FILE D'IMPRESSION DES ATTESTATIONS  *
      *   FICHIER VSAM ESDS - 300 OCTETS - UN             *
      *   ENREGISTREMENT PAR ATTESTATION EMISE PAR        *
      *   L'ECRAN GESATTE (MEME NUMERO QUE LE REGISTRE    *
      *   FATTEST). IL PORTE TOUT CE QUI S'IMPRIME, FIGE  *
      *   AU MOMENT DE L'EMISSION : LE BATCH IMPATT MET   *
      *   EN PAGE LES ATTESTATIONS DE NUMERO SUPERIEUR AU *
      *   DERNIER IMPRIME (COMPTEUR 'IMP' DE FCTRLCLI) ;  *
      *   LA CHAINE DE NUIT VIDE LA FILE APRES UN DERNIER *
      *   PASSAGE D'IMPATT.                               *
      *===================================================*
       01  IMA-ATTESTATION.
           05 IMA-NUMERO           PIC 9(08).
           05 IMA-TYPE             PIC X(01).
              88 IMA-TYPE-RIB         VALUE 'R'.
              88 IMA-TYPE-SOLDE       VALUE 'S'.
              88 IMA-TYPE-CLOTURE     VALUE 'C'.
           05 IMA-ID-CPTE          PIC X(08).
           05 IMA-NUMERO-CLI       PIC 9(08).
           05 IMA-DATE-EMISSION    PIC 9(08).
           05 IMA-HEURE-EMISSION   PIC 9(06).
           05 IMA-OPID             PIC X(03).
           05 IMA-DATE-SOLDE       PIC 9(08).
           05 IMA-SOLDE            PIC S9(08)V99.
           05 IMA-DEVISE           PIC X(02).
           05 IMA-DESTINATAIRE     PIC X(16).
      *    TITULAIRE : NOM ET PRENOM DU PARTICULIER, RAISON
      *    SOCIALE COMPLETE D'UNE PERSONNE MORALE (IMA-PRENOM
      *    A BLANC)
           05 IMA-NOM              PIC X(60).
           05 IMA-PRENOM           PIC X(20).
           05 IMA-ADRESSE          PIC X(20).
           05 IMA-CODE-POSTAL      PIC X(05).
           05 IMA-VILLE            PIC X(25).
      *    CO-TITULAIRE DU COMPTE (COTIT), A BLANC SI AUCUN
           05 IMA-COT-NOM          PIC X(10).
           05 IMA-COT-PRENOM       PIC X(10).
           05 IMA-REGION           PIC X(02).
           05 IMA-AGENCE           PIC X(02).
           05 IMA-RIB.
              10 IMA-RIB-BANQUE    PIC X(05).
              10 IMA-RIB-GUICHET   PIC X(05).
              10 IMA-RIB-COMPTE    PIC X(11).
              10 IMA-RIB-CLE       PIC 9(02).
           05 IMA-IBAN             PIC X(27).
           05 FILLER               PIC X(18).

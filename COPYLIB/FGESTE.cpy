      *===================================================*
      *   FGESTE  -  ENREGISTREMENT FICHIER DES DEMANDES  *
      *   DE REMBOURSEMENT DE FRAIS (GESTE COMMERCIAL)    *
      *   FICHIER VSAM KSDS - CLE = GST-CLE               *
      *   (COMPTE + SEQUENCE HISTCLT DE LA LIGNE DE FRAIS *
      *   F OU D'AGIOS A + RANG DE LA DEMANDE SUR LA      *
      *   LIGNE). REGLE DES QUATRE YEUX COMME SUPCLI /    *
      *   VALSUP : LA DEMANDE SAISIE DANS GESGEST RESTE   *
      *   EN ATTENTE JUSQU'A SON APPROBATION PAR UN       *
      *   SECOND OPERATEUR PORTEUR DE O-AUT-SUPERV ; LE   *
      *   REMBOURSEMENT APPROUVE PART DANS LA FILE        *
      *   FVIRGUI ET EST POSTE LA NUIT PAR PARTI15 SOUS   *
      *   LE CODE G. LES DEMANDES SONT CONSERVEES APRES   *
      *   DECISION : LE CUMUL REMBOURSE D'UNE LIGNE NE    *
      *   PEUT DEPASSER LE MONTANT DES FRAIS.             *
      *===================================================*
       01  GST-DEMANDE.
           05 GST-CLE.
              10 GST-ID-CPTE       PIC X(08).
              10 GST-SEQ-HST       PIC 9(05).
              10 GST-RANG          PIC 9(01).
      *    LIGNE DE FRAIS D'ORIGINE : CODE (F = FRAIS FACTMVT
      *    OU PARTI18, A = AGIOS), DATE ET MONTANT
           05 GST-CODE-ORIGINE     PIC X(01).
           05 GST-DATE-ORIGINE     PIC 9(08).
           05 GST-MONTANT-FRAIS    PIC 9(08)V99.
      *    MONTANT A REMBOURSER (TOTAL OU PARTIEL)
           05 GST-MONTANT          PIC 9(08)V99.
           05 GST-MOTIF            PIC X(02).
              88 GST-MOTIF-ERREUR     VALUE 'ER'.
              88 GST-MOTIF-GESTE      VALUE 'GC'.
              88 GST-MOTIF-RECLAM     VALUE 'RC'.
              88 GST-MOTIF-SOCIAL     VALUE 'SF'.
              88 GST-MOTIF-VALIDE     VALUE 'ER' 'GC' 'RC' 'SF'.
           05 GST-STATUT           PIC X(01).
              88 GST-EN-ATTENTE       VALUE 'D'.
              88 GST-APPROUVEE        VALUE 'A'.
              88 GST-REJETEE          VALUE 'J'.
           05 GST-OPID-DEMANDE     PIC X(03).
           05 GST-DATE-DEMANDE     PIC 9(08).
           05 GST-OPID-DECISION    PIC X(03).
           05 GST-DATE-DECISION    PIC 9(08).
           05 FILLER               PIC X(12).

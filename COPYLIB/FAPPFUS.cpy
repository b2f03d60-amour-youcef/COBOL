      *===================================================*
      *   FAPPFUS  -  ENREGISTREMENT FICHIER DES DEMANDES *
      *   DE FUSION DE DOUBLONS EN ATTENTE D'APPROBATION  *
      *   FICHIER VSAM KSDS - CLE = FU-ABSORBE            *
      *   REGLE DES QUATRE YEUX : LA DEMANDE DEPOSEE PAR  *
      *   FUSCLI (CLIENT ABSORBE, CLIENT ABSORBANT) N'EST *
      *   APPLIQUEE QUE LORSQU'UN SECOND OPERATEUR        *
      *   HABILITE L'APPROUVE DANS VALFUS                 *
      *===================================================*
       01  FU-APPROB-FUS.
           05 FU-ABSORBE           PIC 9(08).
           05 FU-ABSORBANT         PIC 9(08).
           05 FU-OPID-DEMANDE      PIC X(03).
           05 FU-TERM-DEMANDE      PIC X(04).
           05 FU-DATE-DEMANDE      PIC X(08).
           05 FU-HEURE-DEMANDE     PIC X(08).
           05 FILLER               PIC X(09).

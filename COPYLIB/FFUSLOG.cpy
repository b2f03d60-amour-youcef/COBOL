      *===================================================*
      *   FFUSLOG  -  ENREGISTREMENT DU JOURNAL DES       *
      *   FUSIONS DE CLIENTS EN DOUBLON                   *
      *   FICHIER VSAM KSDS - CLE = FL-ABSORBE (UN CLIENT *
      *   N'EST ABSORBE QU'UNE FOIS)                      *
      *   ECRIT PAR VALFUS A L'APPROBATION D'UNE FUSION,  *
      *   AVEC LE NOMBRE D'ENREGISTREMENTS REPRIS PAR LE  *
      *   CLIENT ABSORBANT ; LU PAR DUPCLI POUR NE PLUS   *
      *   PROPOSER UNE PAIRE DEJA FUSIONNEE               *
      *===================================================*
       01  FL-FUSION.
           05 FL-ABSORBE           PIC 9(08).
           05 FL-ABSORBANT         PIC 9(08).
      *    DATE AAAAMMJJ ET HEURE DE L'APPROBATION
           05 FL-DATE-FUSION       PIC X(08).
           05 FL-HEURE-FUSION      PIC X(08).
           05 FL-OPID-DEMANDE      PIC X(03).
           05 FL-OPID-APPROB       PIC X(03).
      *    ENREGISTREMENTS TRANSFERES AU CLIENT ABSORBANT
           05 FL-NB-COMPTES        PIC 9(03).
           05 FL-NB-NOTES          PIC 9(03).
           05 FL-NB-ADRESSES       PIC 9(03).
           05 FL-NB-CAMPAGNES      PIC 9(03).
           05 FILLER               PIC X(10).

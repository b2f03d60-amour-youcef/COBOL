      *===================================================*
      *   FCHGGUI  -  JOURNAL DES OPERATIONS DE CHANGE    *
      *   ESPECES DU GUICHET                              *
      *   FICHIER VSAM ESDS - UN ENREGISTREMENT PAR       *
      *   ACHAT (H) OU VENTE (J) DE DEVISES, ECRIT PAR    *
      *   GUICHET AVEC LA LIGNE HISTCLT CORRESPONDANTE.   *
      *   LU PAR CAISEOD (TIROIRS DEVISES), PARTI32 ET    *
      *   GLPROOF (MARGE DE CHANGE). LES TRAITEMENTS NE   *
      *   RETIENNENT QUE LES LIGNES DE LA DATE TRAITEE.   *
      *   CONTRE-VALEUR = MONTANT DEVISE AU COURS MOYEN ; *
      *   MARGE = ECART ENTRE LE MONTANT IMPUTE AU CLIENT *
      *   ET LA CONTRE-VALEUR (PRODUIT DE LA BANQUE).     *
      *===================================================*
       01  CHG-OPERATION.
           05 CHG-DATE             PIC 9(08).
           05 CHG-OPID             PIC X(03).
           05 CHG-TERM             PIC X(04).
           05 CHG-ID-CPTE          PIC X(08).
           05 CHG-HST-SEQ          PIC 9(05).
           05 CHG-SENS             PIC X(01).
              88 CHG-ACHAT-CLIENT     VALUE 'H'.
              88 CHG-VENTE-CLIENT     VALUE 'J'.
           05 CHG-DEVISE           PIC X(02).
           05 CHG-MONTANT-DEV      PIC 9(08)V99.
           05 CHG-COURS            PIC 9(03)V9(06).
           05 CHG-CONTRE-VALEUR    PIC 9(08)V99.
           05 CHG-MARGE            PIC 9(06)V99.
           05 CHG-MONTANT-CLIENT   PIC 9(08)V99.
           05 FILLER               PIC X(02).

      *===================================================*
      *   FAUDBEN  -  ENREGISTREMENT FICHIER AUDIT DES    *
      *   BENEFICIAIRES EXTERNES (FBENEF)                 *
      *   FICHIER VSAM ESDS (SEQUENTIEL PAR ECRITURE) -   *
      *   UNE LIGNE PAR CREATION/MODIFICATION/SUPPRESSION *
      *   D'UN BENEFICIAIRE (ECRAN GESBENF)               *
      *   DATES ET HEURES AU FORMAT DES AUTRES PISTES     *
      *===================================================*
       01  ABN-AUDIT-BEN.
           05 ABN-ID-CPTE          PIC X(08).
           05 ABN-IBAN             PIC X(27).
           05 ABN-OPER             PIC X(01).
              88 ABN-CREATION         VALUE 'C'.
              88 ABN-MODIF            VALUE 'M'.
              88 ABN-SUPPRES          VALUE 'S'.
           05 ABN-OPID             PIC X(03).
           05 ABN-TERM             PIC X(04).
           05 ABN-DATE             PIC X(08).
           05 ABN-HEURE            PIC X(08).
           05 FILLER               PIC X(21).

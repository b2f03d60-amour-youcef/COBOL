      *===================================================*
      *   FAUDFRA  -  ENREGISTREMENT FICHIER AUDIT DES    *
      *   NOTES DE FRAIS (FFRAIS)                         *
      *   FICHIER VSAM ESDS - UNE LIGNE PAR SAISIE,       *
      *   APPROBATION OU REFUS D'UNE NOTE PAR LA          *
      *   TRANSACTION GESFRAI, SUR LE MODELE DE FAUDEMP   *
      *===================================================*
       01  F-AUDFRA.
           05 F-AFR-NUM-NOTE       PIC 9(08).
           05 F-AFR-EMPID          PIC 9(07).
           05 F-AFR-OPER           PIC X(01).
              88 F-AFR-SAISIE         VALUE 'C'.
              88 F-AFR-APPROB         VALUE 'A'.
              88 F-AFR-REFUS          VALUE 'R'.
           05 F-AFR-OPID           PIC X(03).
           05 F-AFR-TERM           PIC X(04).
           05 F-AFR-DATE           PIC X(08).
           05 F-AFR-HEURE          PIC X(08).
      *    MATRICULE DE L'OPERATEUR (O-EMP-ID) ET MONTANT DE
      *    LA NOTE AU MOMENT DE L'OPERATION
           05 F-AFR-EMP-OPER       PIC 9(07).
           05 F-AFR-MONTANT        PIC 9(07)V99.
           05 FILLER               PIC X(09).

      *===================================================*
      *   FPRLMDT  -  ENREGISTREMENT FICHIER DES MANDATS  *
      *   DE PRELEVEMENT (AUTORISATIONS DONNEES PAR LE    *
      *   CLIENT A UN CREANCIER : EAU, ENERGIE, ASSURANCE)*
      *   FICHIER VSAM KSDS - CLE = PRM-CLE               *
      *   (COMPTE DEBITE + IDENTIFIANT CREANCIER + REF.   *
      *   UNIQUE DU MANDAT). LE BATCH CLRIN NE TRADUIT UN *
      *   PRELEVEMENT RECU (TYPE P) EN RETRAIT MVTCLT QUE *
      *   SI LE MANDAT EXISTE, EST ACTIF ET A ETE SIGNE   *
      *   AU PLUS TARD A LA DATE DU PRELEVEMENT ; SINON   *
      *   LE PRELEVEMENT PART AU FICHIER RETOUR PRLRET    *
      *   (MOTIF MD01). ENTRETENU PAR L'ECRAN GESPRLV.    *
      *   UN MANDAT REVOQUE N'EST PAS SUPPRIME (TRACE).   *
      *===================================================*
       01  PRM-MANDAT.
           05 PRM-CLE.
              10 PRM-ID-CPTE       PIC X(08).
      *       IDENTIFIANT CREANCIER (ICS)
              10 PRM-ICS           PIC X(13).
      *       REFERENCE UNIQUE DU MANDAT (RUM)
              10 PRM-RUM           PIC X(20).
           05 PRM-CREANCIER        PIC X(15).
           05 PRM-DATE-SIGN        PIC 9(08).
           05 PRM-STATUT           PIC X(01).
              88 PRM-ACTIF            VALUE 'A'.
              88 PRM-REVOQUE          VALUE 'R'.
           05 PRM-DATE-REVOC       PIC 9(08).
      *    OPERATEUR DE LA DERNIERE MISE A JOUR
           05 PRM-OPID             PIC X(03).
           05 FILLER               PIC X(04).

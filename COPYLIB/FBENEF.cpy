      *===================================================*
      *   FBENEF  -  ENREGISTREMENT FICHIER DES           *
      *   BENEFICIAIRES EXTERNES ENREGISTRES PAR COMPTE   *
      *   FICHIER VSAM KSDS - CLE = BEN-CLE               *
      *   (COMPTE DONNEUR D'ORDRE + IBAN DU BENEFICIAIRE).*
      *   UN VIREMENT EXTERNE (CODE E) N'EST EXECUTE PAR  *
      *   PARTI15 QUE VERS UN BENEFICIAIRE ACTIF DU       *
      *   COMPTE ; AVANT BEN-DATE-DISPO (FIN DU DELAI DE  *
      *   CARENCE D'UN NOUVEAU BENEFICIAIRE) IL RESTE EN  *
      *   SUSPENS POUR RAPPEL DU CLIENT. ENTRETENU PAR    *
      *   L'ECRAN GESBENF (PISTE FAUDBEN).                *
      *   UN BENEFICIAIRE SUPPRIME N'EST PAS EFFACE       *
      *   (STATUT R, TRACE).                              *
      *===================================================*
       01  BEN-BENEFICIAIRE.
           05 BEN-CLE.
              10 BEN-ID-CPTE       PIC X(08).
              10 BEN-IBAN          PIC X(27).
           05 BEN-NOM              PIC X(20).
           05 BEN-DATE-AJOUT       PIC 9(08).
      *    PREMIER JOUR OU UN VIREMENT PART SANS RAPPEL
           05 BEN-DATE-DISPO       PIC 9(08).
           05 BEN-STATUT           PIC X(01).
              88 BEN-ACTIF            VALUE 'A'.
              88 BEN-REVOQUE          VALUE 'R'.
      *    OPERATEUR DE LA DERNIERE MISE A JOUR
           05 BEN-OPID             PIC X(03).
           05 FILLER               PIC X(05).

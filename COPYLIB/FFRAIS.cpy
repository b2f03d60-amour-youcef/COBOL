      *===================================================*
      *   FFRAIS  -  NOTES DE FRAIS DU PERSONNEL          *
      *   FICHIER VSAM KSDS - CLE = NDF-NUM-NOTE          *
      *   (NUMERO DELIVRE PAR LE COMPTEUR 'NDF' DE        *
      *   FCTRLCLI). SAISIE ET DECISION PAR L'ECRAN       *
      *   GESFRAI : LA NOTE EST APPROUVEE PAR LE CHEF DU  *
      *   SERVICE DE L'EMPLOYE (DM-MANAGER DU REFERENTIEL *
      *   FDEPTMST), JAMAIS PAR L'EMPLOYE LUI-MEME. LES   *
      *   NOTES APPROUVEES SONT EXTRAITES PAR NDFEXT POUR *
      *   LA PAIE DU MOIS (REMBOURSEMENT NON IMPOSABLE    *
      *   SUR LE BULLETIN, CREDITE AVEC LE SALAIRE) ET    *
      *   MARQUEES PAYEES PAR NDFMAJ APRES LA PAIE.       *
      *   AUCUNE NOTE N'EST SUPPRIMEE.                    *
      *   LONGUEUR 100 OCTETS                             *
      *===================================================*
       01  NDF-NOTE.
           05 NDF-NUM-NOTE         PIC 9(08).
           05 NDF-EMP-ID           PIC 9(07).
      *    CODE DU SERVICE DE L'EMPLOYE A LA SAISIE (4
      *    PREMIERS CARACTERES DE EMP-DEPARTMENT) : LA
      *    DEPENSE RESTE IMPUTEE A CE SERVICE
           05 NDF-SERVICE          PIC X(04).
           05 NDF-DATE-FRAIS       PIC 9(08).
           05 NDF-CATEGORIE        PIC X(02).
              88 NDF-CAT-TRANSPORT    VALUE 'TR'.
              88 NDF-CAT-HEBERGEMENT  VALUE 'HE'.
              88 NDF-CAT-REPAS        VALUE 'RE'.
              88 NDF-CAT-KILOMETRES   VALUE 'KM'.
              88 NDF-CAT-DIVERS       VALUE 'DI'.
              88 NDF-CAT-VALIDE       VALUE 'TR' 'HE' 'RE'
                                            'KM' 'DI'.
           05 NDF-MONTANT          PIC 9(07)V99.
      *    REFERENCE DU JUSTIFICATIF (TICKET, FACTURE)
           05 NDF-JUSTIF           PIC X(12).
           05 NDF-DATE-SAISIE      PIC 9(08).
           05 NDF-OPID-SAISIE      PIC X(03).
      *    S = SAISIE, A APPROUVER ; A = APPROUVEE, A PAYER ;
      *    R = REFUSEE ; P = PAYEE PAR LA PAIE DE NDF-PERIODE
           05 NDF-STATUT           PIC X(01).
              88 NDF-SAISIE           VALUE 'S'.
              88 NDF-APPROUVEE        VALUE 'A'.
              88 NDF-REFUSEE          VALUE 'R'.
              88 NDF-PAYEE            VALUE 'P'.
           05 NDF-DATE-DECISION    PIC 9(08).
           05 NDF-OPID-DECISION    PIC X(03).
      *    MATRICULE DE L'APPROBATEUR (O-EMP-ID DE SON
      *    PROFIL OPERATEUR)
           05 NDF-EMP-DECISION     PIC 9(07).
      *    PERIODE DE PAIE (AAAAMM) QUI A REMBOURSE LA NOTE
           05 NDF-PERIODE          PIC 9(06).
           05 FILLER               PIC X(14).

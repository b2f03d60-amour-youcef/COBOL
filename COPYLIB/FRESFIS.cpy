      *===================================================*
      *   FRESFIS  -  RESIDENCES FISCALES D'UN CLIENT     *
      *   FCLIENTS (ECHANGE AUTOMATIQUE CRS / FATCA)      *
      *   FICHIER VSAM KSDS - CLE = RF-NUMERO             *
      *   UN ENREGISTREMENT PAR CLIENT AYANT DECLARE SES  *
      *   RESIDENCES : JUSQU'A TROIS PAYS (CODE ISO A 2   *
      *   LETTRES) AVEC LE NUMERO D'IDENTIFICATION        *
      *   FISCALE (NIF) DONNE PAR LE CLIENT. LE STATUT ET *
      *   LA DATE DE L'AUTOCERTIFICATION, LA NATIONALITE  *
      *   ET L'INDICATEUR PERSONNE US SONT PORTES PAR LA  *
      *   FICHE FCLIENTS. TENU PAR REVKYC (PF6), LU EN    *
      *   FIN D'ANNEE PAR L'EXTRACTION FISCEXT.           *
      *===================================================*
       01  RF-RESFIS.
           05 RF-NUMERO            PIC 9(08).
           05 RF-RESIDENCE OCCURS 3.
              10 RF-PAYS           PIC X(02).
              10 RF-NIF            PIC X(20).
      *    DERNIERE MISE A JOUR (AAAAMMJJ), OPERATEUR ET TERMINAL
           05 RF-DATE-MAJ          PIC 9(08).
           05 RF-OPID              PIC X(03).
           05 RF-TERM              PIC X(04).
           05 FILLER               PIC X(11).

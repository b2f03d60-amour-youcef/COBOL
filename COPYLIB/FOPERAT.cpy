      *   PROFIL DE SECURITE D'UN OPERATEUR : UN NIVEAU  *
      *   D'HABILITATION PAR FONCTION DU MENU GESCLI10   *
      *   ('1' = AUTORISE, '0' = INTERDIT)               *
      *   LONGUEUR 100 OCTETS                            *
      *===================================================*
       01  O-OPERATEUR.
           05 O-OPID               PIC X(03).
              88 O-KYC-OK             VALUE '1'.
           05 O-AUT-NOTES          PIC X(01).
              88 O-NOTES-OK           VALUE '1'.
      *    SERVICE DE RATTACHEMENT (MEME LIBELLE QUE
      *    EMP-DEPARTMENT) : LE DOSSIER DE RECERTIFICATION
      *    RECERT EST EDITE PAR SERVICE, UNE PAGE PAR
      *    RESPONSABLE
           05 O-SERVICE            PIC X(30).
      *    DATE DE DERNIERE CONNEXION (AAAAMMJJ) MISE A JOUR
      *    AU SIGN-ON GESCLI10 ; DATE DE CREATION OU DE
      *    REACTIVATION DU PROFIL TANT QUE L'OPERATEUR NE
      *    S'EST PAS CONNECTE. AU-DELA DE N JOURS SANS
      *    CONNEXION, RECERT SUSPEND LE PROFIL
           05 O-DATE-DERN-CNX      PIC 9(08).
      *    DATE DE LA DERNIERE DECISION DE RECERTIFICATION
      *    APPLIQUEE PAR RECMAJ (AAAAMMJJ, ZERO = JAMAIS)
           05 O-DATE-RECERT        PIC 9(08).
      *    MATRICULE DE L'EMPLOYE TITULAIRE DU PROFIL (EMP-ID
      *    DE FEMPLOY ; ZERO = PROFIL NON RATTACHE). OPEREMP
      *    SUSPEND CHAQUE NUIT LE PROFIL D'UN EMPLOYE SORTI
      *    DES EFFECTIFS OU ABSENT DU FICHIER DU PERSONNEL
           05 O-EMP-ID             PIC 9(07).
      *    AGENCE DE RATTACHEMENT (CLE FAGENCE, A BLANC POUR UN
      *    PROFIL SANS GUICHET) : L'OUVERTURE ET LA FERMETURE
      *    DU TIROIR (GESCAIS) SONT PASSEES SUR LE COFFRE DE
      *    CETTE AGENCE (FCOFFRE)
           05 O-AGENCE.
              10 O-AG-REGION       PIC X(02).
              10 O-AG-CODE         PIC X(02).
           05 FILLER               PIC X(03).

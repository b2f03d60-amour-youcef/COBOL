           05 E-EMAIL-CLI          PIC X(60).
           05 E-STATUT-CLI         PIC X(01).
              88 E-CLI-ACTIF          VALUE '0'.
      *    STATUT 2 = FICHE ABSORBEE PAR UNE FUSION DE DOUBLONS
      *    (VALFUS) : RETIREE DES TRAITEMENTS COMME UNE FICHE
      *    SUPPRIMEE, LES RECHERCHES RENVOIENT A E-ABSORBE-PAR
              88 E-CLI-SUPPRIME       VALUE '1' '2'.
              88 E-CLI-FUSIONNE       VALUE '2'.
           05 E-DATE-CREA          PIC X(08).
           05 E-DATE-MODIF         PIC X(08).
      *    REVUE PERIODIQUE KYC : PROCHAINE ECHEANCE EN
           05 E-DECEDE             PIC X(01).
              88 E-CLI-DECEDE         VALUE 'O'.
           05 E-DATE-DECES         PIC X(08).
      *    CONSEILLER DE CLIENTELE : MATRICULE EMP-ID D'UN
      *    EMPLOYE ACTIF DE FEMPLOY, SAISI DANS PRGCREA ET
      *    MODIFCLI. ZERO (OU NON NUMERIQUE, STOCK ANTERIEUR)
      *    = CLIENT SANS CONSEILLER. LES PORTEFEUILLES DES
      *    SORTANTS SONT LISTES ET REAFFECTES PAR PORTORP
           05 E-CONSEILLER         PIC 9(07).
              88 E-SANS-CONSEILLER    VALUE ZERO.
      *    TYPE DE TITULAIRE : P = PERSONNE PHYSIQUE, M =
      *    PERSONNE MORALE (ENTREPRISE). BLANC (STOCK ANTERIEUR)
      *    = PERSONNE PHYSIQUE. SAISI A LA CREATION (PRGCREA) ;
      *    MODIFCLI PEUT SEULEMENT FAIRE PASSER UNE FICHE DE
      *    PARTICULIER A ENTREPRISE (STOCK DES SOCIETES SAISIES
      *    COMME DES PERSONNES). VENTILE LA DECLARATION DES
      *    DEPOTS DEPREG
           05 E-TYPE-CLI           PIC X(01).
              88 E-CLI-PARTICULIER    VALUE 'P' ' '.
              88 E-CLI-ENTREPRISE     VALUE 'M'.
      *    CANAL D'ENVOI DU RELEVE : P = PAPIER, E = EMAIL
      *    SEUL (ADRESSE E-EMAIL-CLI), D = LES DEUX. BLANC
      *    (STOCK ANTERIEUR) = PAPIER. SAISI DANS PRGCREA ET
      *    MODIFCLI ; UN EMAIL REJETE PAR LE PRESTATAIRE
      *    (RELREJ) REMET LE CLIENT AU PAPIER
           05 E-CANAL-RELEVE       PIC X(01).
              88 E-RELEVE-PAPIER      VALUE 'P' 'D' ' '.
              88 E-RELEVE-EMAIL       VALUE 'E' 'D'.
      *    PERSONNE MORALE (E-CLI-ENTREPRISE) : RAISON SOCIALE
      *    COMPLETE (E-NOM-CLI + E-PNM-CLI EN PORTENT LES 40
      *    PREMIERS CARACTERES POUR LES ECRANS, LISTES ET LA
      *    LISTE DES PERSONNES INTERDITES), SIREN A CLE DE LUHN
      *    (MODULE pgsiren), FORME JURIDIQUE ET DATE DE CREATION
      *    AAAAMMJJ (TIENT LIEU DE DATE DE NAISSANCE). A BLANC
      *    POUR UN PARTICULIER. LES REPRESENTANTS LEGAUX SONT
      *    DES CLIENTS PARTICULIERS RELIES PAR FLIENCLI (LIEN
      *    SD DE LA SOCIETE VERS CHAQUE REPRESENTANT, INVERSE
      *    DI) : UNE SOCIETE EN COMPTE AU MOINS UN EN COURS
           05 E-RAISON-SOC         PIC X(60).
           05 E-SIREN              PIC X(09).
           05 E-FORME-JUR          PIC X(04).
              88 E-FORME-JUR-VALIDE   VALUE 'EI  ' 'EURL' 'SARL'
                                            'SA  ' 'SAS ' 'SASU'
                                            'SNC ' 'SCI ' 'SCP '
                                            'ASSO'.
           05 E-DATE-CREA-SOC      PIC X(08).
      *    CLIENT SALARIE : MATRICULE EMP-ID DE L'EMPLOYE QUI
      *    EST CE CLIENT. POSE ET TENU A JOUR CHAQUE NUIT PAR
      *    SALCLI (CHAINE EMPDAILY) D'APRES LE FICHIER DU
      *    PERSONNEL, RETIRE AU DEPART DE L'EMPLOYE. ZERO (OU
      *    NON NUMERIQUE, STOCK ANTERIEUR) = NON SALARIE. LA
      *    REVUE SALACC SIGNALE LES CONSULTATIONS ET OPERATIONS
      *    D'UN OPERATEUR SUR SON PROPRE COMPTE OU CELUI D'UN
      *    CLIENT LIE (FLIENCLI)
           05 E-SALARIE-ID         PIC 9(07).
      *    ORIGINE DU LIEN : A = RAPPROCHEMENT AUTOMATIQUE SUR
      *    LE NOM ET LE PRENOM, M = CARTE SALCART, N = HOMONYME
      *    ECARTE PAR CARTE (PLUS DE RAPPROCHEMENT AUTOMATIQUE)
           05 E-SALARIE-ORIG       PIC X(01).
              88 E-SAL-AUTO           VALUE 'A'.
              88 E-SAL-MANUEL         VALUE 'M'.
              88 E-SAL-ECARTE         VALUE 'N'.
      *    FUSION DE DOUBLONS : CLIENT ABSORBANT (SURVIVANT) ET
      *    DATE DE FUSION AAAAMMJJ, POSES SUR LA FICHE ABSORBEE
      *    (E-CLI-FUSIONNE) A L'APPROBATION DANS VALFUS ; ZERO ET
      *    BLANC SUR TOUTE AUTRE FICHE. JOURNAL DANS FFUSLOG
           05 E-ABSORBE-PAR        PIC 9(08).
           05 E-DATE-FUSION        PIC X(08).
      *    CLIENT MINEUR : DATE DE NAISSANCE AAAAMMJJ (BLANC SUR
      *    LE STOCK ANTERIEUR ET LES PERSONNES MORALES), MARQUE
      *    DU MINEUR ET NUMERO CLIENT DE SON REPRESENTANT LEGAL
      *    (LIENS PA/EN DANS FLIENCLI). LE COMPTE D'UN MINEUR
      *    EST RESTREINT : NI DECOUVERT, NI CHEQUIER, NI CARTE,
      *    RETRAIT EN PRESENCE DU REPRESENTANT. LA MARQUE ET LE
      *    REPRESENTANT SONT LEVES A 18 ANS PAR MAJMIN
           05 E-DATE-NAISSANCE     PIC X(08).
           05 E-MINEUR             PIC X(01).
              88 E-CLI-MINEUR         VALUE 'O'.
           05 E-TUTEUR             PIC 9(08).
      *    RESIDENCE FISCALE (ECHANGE AUTOMATIQUE CRS / FATCA) :
      *    NATIONALITE (CODE PAYS ISO A 2 LETTRES), PERSONNE US
      *    (O/N) ET AUTOCERTIFICATION DU CLIENT (STATUT ET DATE
      *    AAAAMMJJ). LES PAYS DE RESIDENCE ET LES NUMEROS
      *    D'IDENTIFICATION FISCALE SONT DANS FRESFIS. SAISIS
      *    DANS REVKYC (PF6) ; A BLANC SUR LE STOCK ANTERIEUR.
      *    LES INDICES D'UNE RESIDENCE ETRANGERE SANS
      *    AUTOCERTIFICATION SONT LISTES PAR FISCIND, LES
      *    COMPTES DECLARABLES EXTRAITS EN FIN D'ANNEE PAR FISCEXT
           05 E-NATIONALITE        PIC X(02).
           05 E-US-PERSON          PIC X(01).
              88 E-PERSONNE-US        VALUE 'O'.
           05 E-AUTOCERT-STATUT    PIC X(01).
              88 E-AUTOCERT-VALIDE    VALUE 'V'.
              88 E-AUTOCERT-DEMANDEE  VALUE 'D'.
              88 E-AUTOCERT-REFUSEE   VALUE 'R'.
              88 E-AUTOCERT-ABSENTE   VALUE ' '.
           05 E-AUTOCERT-DATE      PIC X(08).
      *    RESERVE POUR LES EXTENSIONS DE LA FICHE (LONGUEUR
      *    D'ENREGISTREMENT PORTEE DE 208 A 400 OCTETS)
           05 FILLER               PIC X(13).
      *    ZONE DE FUSION : TOUJOURS A BLANC DANS FCLIENTS,
      *    GARNIE SEULEMENT DANS LES EXTRAITS AU FORMAT
      *    FEXTRAIT PRODUITS POUR MAILCLI (MARQUEURS &COMPTE
      *    ET &VALEUR DES MODELES DE LETTRE)
           05 E-FUSION.
              10 E-FUS-COMPTE      PIC X(08).
              10 E-FUS-VALEUR      PIC X(32).

      *===================================================*
      *   FDOSLCB  -  DOSSIERS D'ALERTES LCB-FT           *
      *   (LUTTE CONTRE LE BLANCHIMENT)                   *
      *   FICHIER VSAM KSDS - CLE = DOS-CLE (COMPTE +     *
      *   NUMERO DE DOSSIER DU COMPTE, 001 A 999)         *
      *   LE BATCH NOCTURNE LCBCHG CHARGE LES ALERTES DE  *
      *   PARTI24 (SURVMVT), STRUCDET (STRUCMVT) ET       *
      *   DUPMVT : UNE NOUVELLE ALERTE EST RATTACHEE AU   *
      *   DOSSIER EN COURS DU COMPTE, UN DOSSIER N'EST    *
      *   CREE QUE S'IL N'Y EN A PAS. L'ANALYSTE DECIDE   *
      *   SUR L'ECRAN REVLCB (CLASSEMENT, SURVEILLANCE,   *
      *   ESCALADE) ; LCBDECL EXTRAIT LA DECLARATION DE   *
      *   SOUPCON DES DOSSIERS ESCALADES ET LCBAGE LISTE  *
      *   CHAQUE SEMAINE LES DOSSIERS EN COURS DONT       *
      *   L'ECHEANCE INTERNE EST DEPASSEE.                *
      *   LONGUEUR 700 OCTETS                             *
      *===================================================*
       01  DOS-DOSSIER.
           05 DOS-CLE.
              10 DOS-ID-CPTE       PIC X(08).
              10 DOS-NO            PIC 9(03).
      *    TITULAIRE DU COMPTE A L'OUVERTURE DU DOSSIER
           05 DOS-NOM-CLT          PIC X(10).
           05 DOS-PRN-CLT          PIC X(10).
           05 DOS-REGION           PIC X(02).
      *    O = OUVERT (A EXAMINER), S = SOUS SURVEILLANCE :
      *    DOSSIER EN COURS, LES NOUVELLES ALERTES S'Y
      *    RATTACHENT. C = CLASSE SANS SUITE, E = ESCALADE
      *    (DECLARATION DE SOUPCON) : DOSSIER CLOS, UNE
      *    NOUVELLE ALERTE OUVRE LE DOSSIER SUIVANT
           05 DOS-STATUT           PIC X(01).
              88 DOS-OUVERT           VALUE 'O'.
              88 DOS-SURVEILLE        VALUE 'S'.
              88 DOS-CLASSE           VALUE 'C'.
              88 DOS-ESCALADE         VALUE 'E'.
              88 DOS-EN-COURS         VALUE 'O' 'S'.
      *    DATES AAAAMMJJ : OUVERTURE, ECHEANCE INTERNE
      *    (OUVERTURE + DELAI DE TRAITEMENT, OU PROCHAINE
      *    REVUE SAISIE POUR UN DOSSIER SOUS SURVEILLANCE),
      *    DERNIERE ALERTE RATTACHEE
           05 DOS-DATE-OUVERTURE   PIC 9(08).
           05 DOS-DATE-ECHEANCE    PIC 9(08).
           05 DOS-DATE-DERN-ALERTE PIC 9(08).
      *    NOMBRE D'ALERTES RATTACHEES, PAR SOURCE, ET CUMUL
      *    DES MONTANTS SIGNALES
           05 DOS-NB-ALERTES       PIC 9(05).
           05 DOS-NB-SEUIL         PIC 9(05).
           05 DOS-NB-FRACT         PIC 9(05).
           05 DOS-NB-DOUBLON       PIC 9(05).
           05 DOS-CUMUL-MONTANT    PIC 9(11)V99.
      *    LES DIX DERNIERES ALERTES, LA PLUS RECENTE EN TETE.
      *    SOURCE : S = PARTI24 (SURVEILLANCE DES MOUVEMENTS),
      *    F = STRUCDET (FRACTIONNEMENT), D = DUPMVT (DOUBLON
      *    INTER-NUITS). DATE = DATE DE L'ETAT (PARTI24,
      *    STRUCDET) OU DU SECOND MOUVEMENT (DUPMVT)
           05 DOS-ALERTE OCCURS 10.
              10 DOS-ALR-DATE      PIC 9(08).
              10 DOS-ALR-SOURCE    PIC X(01).
                 88 DOS-ALR-SEUIL     VALUE 'S'.
                 88 DOS-ALR-FRACT     VALUE 'F'.
                 88 DOS-ALR-DOUBLON   VALUE 'D'.
              10 DOS-ALR-MOTIF     PIC X(26).
              10 DOS-ALR-MONTANT   PIC 9(11)V99.
      *    DERNIERE DECISION DE L'ANALYSTE (ECRAN REVLCB)
           05 DOS-DATE-DECISION    PIC 9(08).
           05 DOS-OPID             PIC X(03).
           05 DOS-COMMENTAIRE      PIC X(60).
      *    DECLARATION DE SOUPCON EXTRAITE PAR LCBDECL
      *    (AAAAMMJJ, ZERO = PAS ENCORE EXTRAITE)
           05 DOS-DATE-DECLARATION PIC 9(08).
           05 FILLER               PIC X(50).

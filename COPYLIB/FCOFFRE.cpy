      *===================================================*
      *   FCOFFRE  -  ENREGISTREMENT FICHIER DES COFFRES  *
      *   D'AGENCE (ENCAISSE EN MONNAIE DE TENUE)         *
      *   FICHIER VSAM KSDS - CLE = CF-CLE (CLE FAGENCE : *
      *   REGION + CODE AGENCE), UN COFFRE PAR AGENCE.    *
      *   L'OUVERTURE D'UN TIROIR (GESCAIS) SORT LE FOND  *
      *   DE CAISSE DU COFFRE, SA FERMETURE Y RENTRE LES  *
      *   ESPECES COMPTEES ; LES LIVRAISONS DU CENTRE FORT*
      *   ET LES REMISES AU CENTRE FORT ET LE COMPTAGE DU *
      *   COFFRE SONT SAISIS SUR L'ECRAN GESCOFF. CHAQUE  *
      *   MOUVEMENT EST JOURNALISE DANS FMVTCOF.          *
      *   POSITION THEORIQUE = SOLDE D'OUVERTURE - VERS   *
      *   TIROIRS + DES TIROIRS + LIVRAISONS - REMISES.   *
      *   LE BATCH DE FIN DE JOURNEE COFEOD RAPPROCHE LE  *
      *   COFFRE DES TIROIRS ET DU COMPTAGE, ARCHIVE LES  *
      *   RETRAITS NETS DU JOUR ET ARRETE LE COFFRE (LA   *
      *   POSITION DEVIENT LE SOLDE D'OUVERTURE, CUMULS A *
      *   ZERO). COMESP PROPOSE LA COMMANDE DE FONDS.     *
      *   LONGUEUR 400 OCTETS                             *
      *===================================================*
       01  CF-COFFRE.
           05 CF-CLE.
              10 CF-ID-REGION      PIC X(02).
              10 CF-CODE-AG        PIC X(02).
      *    DATE DU DERNIER ARRETE COFEOD (AAAAMMJJ) : LES
      *    CUMULS PORTENT SUR LES MOUVEMENTS DEPUIS CET ARRETE
           05 CF-DATE-ARRETE       PIC 9(08).
           05 CF-SOLDE-OUVERTURE   PIC 9(10)V99.
           05 CF-TOTAL-VERS-TIROIRS PIC 9(10)V99.
           05 CF-TOTAL-DES-TIROIRS PIC 9(10)V99.
           05 CF-TOTAL-LIVRAISONS  PIC 9(10)V99.
           05 CF-TOTAL-REMISES     PIC 9(10)V99.
      *    COMPTAGE DU COFFRE EN FIN DE JOURNEE (GESCOFF PF6)
           05 CF-COMPTAGE          PIC X(01).
              88 CF-COMPTE            VALUE 'C'.
              88 CF-NON-COMPTE        VALUE ' '.
           05 CF-ESPECES-COMPTEES  PIC 9(10)V99.
           05 CF-OPID-COMPTAGE     PIC X(03).
      *    NIVEAUX MINIMUM ET MAXIMUM DE L'ENCAISSE (COMMANDE
      *    DE FONDS COMESP)
           05 CF-SEUIL-MINI        PIC 9(10)V99.
           05 CF-SEUIL-MAXI        PIC 9(10)V99.
      *    RETRAITS NETS D'ESPECES DES TIROIRS DE L'AGENCE
      *    (SORTIES - ENTREES) DES DIX DERNIERES JOURNEES
      *    ARRETEES, LA PLUS RECENTE EN TETE
           05 CF-HISTO-NET OCCURS 10.
              10 CF-HN-DATE        PIC 9(08).
              10 CF-HN-MONTANT     PIC S9(10)V99.
           05 FILLER               PIC X(88).

      *===================================================*
      *   FCERTIF  -  REGISTRE DES CERTIFICATIONS DU      *
      *   PERSONNEL (FORMATIONS REGLEMENTAIRES)           *
      *   FICHIER VSAM KSDS - CLE = CER-CLE (MATRICULE    *
      *   EMP-ID DE FEMPLOY + CODE COURS)                 *
      *   TENU PAR LES RESSOURCES HUMAINES (BATCH CERMAJ) *
      *   ET RELIE AU PROFIL OPERATEUR PAR O-EMP-ID :     *
      *   LE GUICHET (GESCLI10 CHOIX G) ET L'OUVERTURE DE *
      *   CAISSE (GESCAIS) EXIGENT LES DEUX COURS LCBF ET *
      *   ESPC EN COURS DE VALIDITE                       *
      *   LONGUEUR 80 OCTETS                              *
      *===================================================*
       01  CER-CERTIF.
           05 CER-CLE.
              10 CER-EMP-ID        PIC 9(07).
              10 CER-COURS         PIC X(04).
      *          LUTTE CONTRE LE BLANCHIMENT (LCB-FT)
                 88 CER-COURS-LCB     VALUE 'LCBF'.
      *          MANIPULATION DES ESPECES
                 88 CER-COURS-ESP     VALUE 'ESPC'.
                 88 CER-COURS-GUICHET VALUE 'LCBF' 'ESPC'.
      *    DATE D'OBTENTION ET FIN DE VALIDITE (AAAAMMJJ) ;
      *    LA CERTIFICATION EST VALABLE JUSQU'A LA DATE
      *    D'EXPIRATION INCLUSE, AU PLUS 12 MOIS APRES
      *    L'OBTENTION POUR LES COURS OBLIGATOIRES
           05 CER-DATE-OBTENTION   PIC 9(08).
           05 CER-DATE-EXPIRATION  PIC 9(08).
           05 CER-ORGANISME        PIC X(20).
      *    DERNIERE MISE A JOUR ET VISA RH
           05 CER-DATE-MAJ         PIC 9(08).
           05 CER-VISA-RH          PIC X(08).
           05 FILLER               PIC X(17).

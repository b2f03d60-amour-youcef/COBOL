      *===================================================*
      *   FLIENCLI  -  LIENS DE RELATION ENTRE CLIENTS    *
      *   FCLIENTS (FOYER, GROUPE D'AFFAIRES)             *
      *   FICHIER VSAM KSDS - CLE = LNK-CLE               *
      *   (CLIENT + CLIENT LIE + TYPE DE LIEN). CHAQUE    *
      *   LIEN EST ENREGISTRE DANS LES DEUX SENS PAR      *
      *   L'ECRAN GESLIEN (TYPE INVERSE POUR L'AUTRE      *
      *   CLIENT) : LA VUE CLI360 ET LE BATCH MENSUEL     *
      *   GRPCLI LISENT LES LIENS D'UN CLIENT PAR SON     *
      *   SEUL NUMERO. COTIT.DAT RESTE LA REFERENCE DES   *
      *   CO-TITULAIRES D'UN COMPTE ; CE FICHIER DECRIT   *
      *   LES PERSONNES ENTRE ELLES. UN LIEN N'EST PAS    *
      *   SUPPRIME : IL EST CLOS PAR SA DATE DE FIN.      *
      *===================================================*
       01  LNK-LIEN.
           05 LNK-CLE.
              10 LNK-NUMERO        PIC 9(08).
              10 LNK-NUMERO-LIE    PIC 9(08).
      *    LE TYPE SE LIT 'LNK-NUMERO EST ... DE LNK-NUMERO-LIE'
      *    CJ = CONJOINT                (INVERSE CJ)
      *    PA = PARENT / REPRESENTANT LEGAL D'UN MINEUR
      *                                 (INVERSE EN)
      *    EN = ENFANT MINEUR           (INVERSE PA)
      *    DI = DIRIGEANT DE LA SOCIETE (INVERSE SD)
      *    SD = SOCIETE DIRIGEE PAR     (INVERSE DI)
      *    GR = SOCIETE DU MEME GROUPE  (INVERSE GR)
              10 LNK-TYPE          PIC X(02).
                 88 LNK-CONJOINT      VALUE 'CJ'.
                 88 LNK-PARENT        VALUE 'PA'.
                 88 LNK-ENFANT        VALUE 'EN'.
                 88 LNK-DIRIGEANT     VALUE 'DI'.
                 88 LNK-SOC-DIRIGEE   VALUE 'SD'.
                 88 LNK-MEME-GROUPE   VALUE 'GR'.
                 88 LNK-TYPE-VALIDE   VALUE 'CJ' 'PA' 'EN'
                                            'DI' 'SD' 'GR'.
      *    PERIODE D'EFFET AAAAMMJJ ; FIN A ZERO = LIEN EN COURS.
      *    UN LIEN COMPTE POUR UNE DATE D SI DEBUT <= D ET
      *    (FIN = ZERO OU FIN >= D)
           05 LNK-DATE-DEBUT       PIC 9(08).
           05 LNK-DATE-FIN         PIC 9(08).
              88 LNK-SANS-FIN         VALUE ZERO.
           05 LNK-OPID-MAJ         PIC X(03).
           05 LNK-DATE-MAJ         PIC 9(08).
           05 FILLER               PIC X(35).

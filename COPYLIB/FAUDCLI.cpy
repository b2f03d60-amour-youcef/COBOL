      *   D'UN CLIENT SUR FCLIENTS                        *
      *   E-AUD-DATE EST STOCKEE 'JJ/MM/AA' (DDMMYY) -    *
      *   MEME REGLE QUE LES DATES DE FCLIENTS            *
      *   LES MISES A JOUR D'UN COMPTE CLIENT.DAT (ECRAN  *
      *   GESCPTE) DONNENT UNE LIGNE 'A' PAR ZONE CHANGEE *
      *   AVEC LA VALEUR AVANT/APRES, SOUS LE NUMERO DU   *
      *   CLIENT TITULAIRE (LUES PAR CONSAUD) ; ELLES     *
      *   COMPTENT COMME DES MODIFICATIONS (E-AUD-MODIF)  *
      *   UNE FUSION DE DOUBLONS (VALFUS) DONNE UNE LIGNE *
      *   'F' SOUS CHACUN DES DEUX CLIENTS, LE NUMERO DE  *
      *   L'AUTRE CLIENT EN E-AUD-ID-CPTE ; ELLE COMPTE   *
      *   AUSSI COMME UNE MODIFICATION                    *
      *===================================================*
       01  E-AUDIT.
           05 E-AUD-NUMERO         PIC 9(08).
           05 E-AUD-OPER           PIC X(01).
              88 E-AUD-CREATION       VALUE 'C'.
              88 E-AUD-MODIF          VALUE 'M' 'A' 'F'.
              88 E-AUD-MAJ-COMPTE     VALUE 'A'.
              88 E-AUD-FUSION         VALUE 'F'.
              88 E-AUD-SUPPRES        VALUE 'S'.
           05 E-AUD-TERM           PIC X(04).
           05 E-AUD-DATE           PIC X(08).
           05 E-AUD-HEURE          PIC X(08).
      *    OPERATEUR AUTEUR DE LA MISE A JOUR (EIBOPID),
      *    CUMULE PAR OPERATEUR DANS LE DOSSIER RECERT
           05 E-AUD-OPID           PIC X(03).
      *    DETAIL D'UNE LIGNE 'A' (SANS SIGNIFICATION AILLEURS,
      *    SAUF E-AUD-ID-CPTE D'UNE LIGNE 'F') :
      *    COMPTE, ZONE CHANGEE ET VALEURS AVANT/APRES ; LA
      *    ZONE V PORTE LE VISA SUPERVISEUR EN VALEUR APRES
           05 E-AUD-COMPTE.
              10 E-AUD-ID-CPTE     PIC X(08).
              10 E-AUD-ZONE        PIC X(01).
                 88 E-AUD-ZONE-DEC    VALUE 'D'.
                 88 E-AUD-ZONE-NAT    VALUE 'N'.
                 88 E-AUD-ZONE-AGC    VALUE 'G'.
                 88 E-AUD-ZONE-VISA   VALUE 'V'.
              10 E-AUD-AVANT       PIC X(06).
              10 E-AUD-APRES       PIC X(06).

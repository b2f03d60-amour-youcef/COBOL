      *===================================================*
      *   FCLRRAP  -  REGISTRE DES ECARTS DE COMPENSATION *
      *   FICHIER SEQUENTIEL - 80 OCTETS, REECRIT CHAQUE  *
      *   NUIT PAR CLRRAP (.NEW PUIS PROMOTION) : UNE     *
      *   LIGNE PAR OPERATION DE COMPENSATION NON ENCORE  *
      *   CONFIRMEE PAR LE RELEVE DE REGLEMENT DE LA      *
      *   CHAMBRE (ORIGINE E = EMISE SUR CLRALLER, R =    *
      *   RECUE SUR CLRRECU) OU REGLEE PAR LA CHAMBRE     *
      *   SANS CONTREPARTIE CHEZ NOUS (ORIGINE S). UNE    *
      *   LIGNE SORT DU REGISTRE QUAND ELLE EST APPARIEE  *
      *   OU APUREE PAR CARTE ; SON AGE SE COMPTE DEPUIS  *
      *   LE JOUR D'ECHANGE.                              *
      *===================================================*
       01  RAP-ECART.
           05 RAP-ORIGINE          PIC X(01).
              88 RAP-EMISE            VALUE 'E'.
              88 RAP-RECUE            VALUE 'R'.
              88 RAP-CHAMBRE          VALUE 'S'.
      *    TYPE DE LA LIGNE DE COMPENSATION D'ORIGINE (E =
      *    VIREMENT EMIS ; C, R, P = CREDIT, RETOUR, PRELEVEMENT
      *    RECUS ; SENS E OU R DONNE PAR LA CHAMBRE POUR UNE
      *    LIGNE D'ORIGINE S)
           05 RAP-TYPE-CLR         PIC X(01).
           05 RAP-DATE-ECH         PIC 9(08).
           05 RAP-ID-CPTE          PIC X(08).
           05 RAP-MONTANT          PIC 9(08)V99.
           05 RAP-BANQUE           PIC X(08).
           05 RAP-CPTE-EXT         PIC X(11).
           05 RAP-DATE-ENTREE      PIC 9(08).
      *    STATUT ET MOTIF DONNES PAR LA CHAMBRE (ORIGINE S)
           05 RAP-STATUT-CHB       PIC X(01).
           05 RAP-MOTIF-CHB        PIC X(04).
           05 FILLER               PIC X(20).

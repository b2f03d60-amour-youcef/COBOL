      *===================================================*
      *   FRECLAM  -  DOSSIERS DE RECLAMATION CLIENT      *
      *   FICHIER VSAM KSDS - CLE = RCL-NUMERO            *
      *   (NUMERO DELIVRE PAR LE COMPTEUR 'RCL' DE        *
      *   FCTRLCLI). OUVERT ET SUIVI PAR L'ECRAN GESRECL  *
      *   (HABILITATION O-AUT-NOTES) : CLIENT, COMPTE ET  *
      *   MOUVEMENT HISTCLT EVENTUELS, CANAL, MOTIF,      *
      *   RESPONSABLE DU DOSSIER, DATES D'ACCUSE DE       *
      *   RECEPTION ET DE REPONSE, ISSUE ET GESTE         *
      *   ACCORDE (LE REMBOURSEMENT LUI-MEME PASSE PAR    *
      *   GESGEST, MOTIF RC).                             *
      *   DELAIS REGLEMENTAIRES : ACCUSE DE RECEPTION     *
      *   SOUS 10 JOURS OUVRES (ECHEANCE POSEE LA NUIT    *
      *   SUIVANT L'OUVERTURE PAR RCLALRT, QUI CONNAIT LE *
      *   CALENDRIER BANCAIRE), REPONSE SOUS DEUX MOIS    *
      *   CALENDAIRES (ECHEANCE POSEE PAR GESRECL).       *
      *   AUCUN DOSSIER N'EST SUPPRIME.                   *
      *===================================================*
       01  RCL-DOSSIER.
           05 RCL-NUMERO           PIC 9(08).
           05 RCL-NUMCLI           PIC 9(08).
      *    COMPTE (CLIENT.DAT) ET SEQUENCE HISTCLT DU MOUVEMENT
      *    CONTESTE, A BLANC / ZERO QUAND LA RECLAMATION NE
      *    PORTE PAS SUR UN COMPTE OU UN MOUVEMENT
           05 RCL-ID-CPTE          PIC X(08).
           05 RCL-SEQ-HST          PIC 9(05).
      *    AGENCE DU DOSSIER (CLE FAGENCE) : AGENCE DU COMPTE
      *    VISE, A DEFAUT CELLE DU COMPTE 01 DU CLIENT
           05 RCL-AGENCE.
              10 RCL-AG-REGION     PIC X(02).
              10 RCL-AG-CODE       PIC X(02).
           05 RCL-CANAL            PIC X(01).
              88 RCL-CANAL-AGENCE     VALUE 'A'.
              88 RCL-CANAL-TELEPHONE  VALUE 'T'.
              88 RCL-CANAL-COURRIER   VALUE 'C'.
              88 RCL-CANAL-INTERNET   VALUE 'E'.
              88 RCL-CANAL-MEDIATEUR  VALUE 'M'.
              88 RCL-CANAL-VALIDE     VALUE 'A' 'T' 'C' 'E' 'M'.
           05 RCL-MOTIF            PIC X(02).
              88 RCL-MOTIF-FRAIS      VALUE 'FR'.
              88 RCL-MOTIF-OPERATION  VALUE 'OP'.
              88 RCL-MOTIF-PAIEMENT   VALUE 'MP'.
              88 RCL-MOTIF-CREDIT     VALUE 'CR'.
              88 RCL-MOTIF-COMPTE     VALUE 'CO'.
              88 RCL-MOTIF-ACCUEIL    VALUE 'AC'.
              88 RCL-MOTIF-AUTRE      VALUE 'AU'.
              88 RCL-MOTIF-VALIDE     VALUE 'FR' 'OP' 'MP' 'CR'
                                            'CO' 'AC' 'AU'.
           05 RCL-OBJET            PIC X(40).
           05 RCL-OPID-SAISIE      PIC X(03).
           05 RCL-OPID-RESP        PIC X(03).
      *    O = OUVERTE (ACCUSE NON ENVOYE), A = ACCUSEE (EN
      *    INSTRUCTION), R = REPONDUE (DOSSIER CLOS)
           05 RCL-STATUT           PIC X(01).
              88 RCL-OUVERTE          VALUE 'O'.
              88 RCL-ACCUSEE          VALUE 'A'.
              88 RCL-REPONDUE         VALUE 'R'.
      *    DATES AAAAMMJJ (ZERO = PAS ENCORE)
           05 RCL-DATE-RECEPTION   PIC 9(08).
           05 RCL-ECH-ACCUSE       PIC 9(08).
           05 RCL-ECH-REPONSE      PIC 9(08).
           05 RCL-DATE-ACCUSE      PIC 9(08).
           05 RCL-DATE-REPONSE     PIC 9(08).
      *    ISSUE A LA REPONSE : F = FONDEE, P = PARTIELLEMENT
      *    FONDEE, N = NON FONDEE ; GESTE ACCORDE (F ET P)
           05 RCL-ISSUE            PIC X(01).
              88 RCL-FONDEE           VALUE 'F'.
              88 RCL-PARTIELLE        VALUE 'P'.
              88 RCL-NON-FONDEE       VALUE 'N'.
              88 RCL-ISSUE-VALIDE     VALUE 'F' 'P' 'N'.
           05 RCL-MONTANT-REMB     PIC 9(08)V99.
           05 RCL-DATE-MAJ         PIC 9(08).
           05 RCL-OPID-MAJ         PIC X(03).
           05 FILLER               PIC X(05).

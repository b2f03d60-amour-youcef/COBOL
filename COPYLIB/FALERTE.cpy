      *===================================================*
      *   FALERTE  -  ABONNEMENTS DES CLIENTS AUX ALERTES *
      *   SMS / EMAIL SUR LEURS COMPTES                   *
      *   FICHIER VSAM KSDS - CLE = ALR-CLE               *
      *   (COMPTE + TYPE D'ALERTE) : UN ABONNEMENT PAR    *
      *   TYPE ET PAR COMPTE. ENTRETENU PAR L'ECRAN       *
      *   GESALRT ; LE BATCH NOCTURNE ALERTES CONFRONTE   *
      *   LES LIGNES HISTCLT DU JOUR ET LES SOLDES DE     *
      *   CLOTURE AUX ABONNEMENTS ACTIFS ET ECRIT LE      *
      *   FICHIER DES NOTIFICATIONS. LES ZONES DE SUIVI   *
      *   (ALR-DERNIER-SEQ, ALR-SOUS-SEUIL, ALR-DATE-EVT) *
      *   SONT TENUES PAR LE BATCH POUR QU'UN MEME        *
      *   EVENEMENT NE SOIT JAMAIS NOTIFIE DEUX FOIS.     *
      *   UN ABONNEMENT RESILIE N'EST PAS SUPPRIME.       *
      *===================================================*
       01  ALR-ABONNEMENT.
           05 ALR-CLE.
              10 ALR-ID-CPTE       PIC X(08).
      *       S = SOLDE SOUS LE SEUIL, D = DEBIT SUPERIEUR AU
      *       SEUIL, V = VIREMENT DE SALAIRE RECU (CODE S),
      *       C = CARTE DE DEBIT BLOQUEE (PERDUE OU VOLEE)
              10 ALR-TYPE          PIC X(01).
                 88 ALR-SOLDE-BAS     VALUE 'S'.
                 88 ALR-GROS-DEBIT    VALUE 'D'.
                 88 ALR-SALAIRE       VALUE 'V'.
                 88 ALR-CARTE         VALUE 'C'.
                 88 ALR-TYPE-VALIDE   VALUE 'S' 'D' 'V' 'C'.
      *    SEUIL DES TYPES S ET D (ZERO POUR V ET C)
           05 ALR-SEUIL            PIC 9(08)V99.
      *    CANAL : S = SMS (E-TELF-CLI), E = EMAIL
      *    (E-EMAIL-CLI) DU CLIENT TITULAIRE (FCLICPT)
           05 ALR-CANAL            PIC X(01).
              88 ALR-PAR-SMS          VALUE 'S'.
              88 ALR-PAR-EMAIL        VALUE 'E'.
              88 ALR-CANAL-VALIDE     VALUE 'S' 'E'.
           05 ALR-STATUT           PIC X(01).
              88 ALR-ACTIF            VALUE 'A'.
              88 ALR-RESILIE          VALUE 'R'.
      *    SOUSCRIPTION (OU REACTIVATION) EN AAAAMMJJ : LES
      *    EVENEMENTS ANTERIEURS NE SONT PAS NOTIFIES
           05 ALR-DATE-CREA        PIC 9(08).
      *    OPERATEUR DE LA DERNIERE MISE A JOUR
           05 ALR-OPID             PIC X(03).
      *    SUIVI (BATCH ALERTES) : DERNIERE SEQUENCE HISTCLT
      *    EXAMINEE (TYPES D ET V), SEUIL DEJA FRANCHI ET
      *    NOTIFIE (TYPE S, REARME QUAND LE SOLDE REMONTE),
      *    DATE DE STATUT DE LA DERNIERE CARTE BLOQUEE
      *    NOTIFIEE (TYPE C), DATE DU DERNIER ENVOI
           05 ALR-DERNIER-SEQ      PIC 9(05).
           05 ALR-SOUS-SEUIL       PIC X(01).
              88 ALR-SEUIL-FRANCHI    VALUE 'O'.
           05 ALR-DATE-EVT         PIC 9(08).
           05 ALR-DATE-ENVOI       PIC 9(08).
           05 FILLER               PIC X(26).

      *===================================================*
      *   FRECDEC  -  CARTE DE DECISION DE                *
      *   RECERTIFICATION D'UN PROFIL OPERATEUR, SAISIE   *
      *   D'APRES LE DOSSIER RECERT SIGNE PAR LE          *
      *   RESPONSABLE DE SERVICE ET APPLIQUEE A FOPERAT   *
      *   PAR RECMAJ                                      *
      *     M = MAINTENIR LE PROFIL EN L'ETAT             *
      *     S = SUSPENDRE LE PROFIL                       *
      *     R = RETIRER L'HABILITATION RDC-HABIL (LETTRE  *
      *         DU DESSIN FRECREG), UNE CARTE PAR         *
      *         HABILITATION RETIREE                      *
      *   '*' EN COLONNE 1 = COMMENTAIRE                  *
      *===================================================*
       01  RDC-DECISION.
           05 RDC-OPID             PIC X(03).
           05 FILLER               PIC X(01).
           05 RDC-CODE             PIC X(01).
              88 RDC-MAINTENIR        VALUE 'M'.
              88 RDC-SUSPENDRE        VALUE 'S'.
              88 RDC-RETIRER          VALUE 'R'.
           05 FILLER               PIC X(01).
           05 RDC-HABIL            PIC X(01).
           05 FILLER               PIC X(01).
           05 RDC-VISA             PIC X(08).
           05 FILLER               PIC X(01).
           05 RDC-MOTIF            PIC X(20).
           05 FILLER               PIC X(43).

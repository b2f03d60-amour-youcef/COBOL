      *===================================================*
      *   FAUDOPE  -  ENREGISTREMENT FICHIER AUDIT DES    *
      *   PROFILS OPERATEURS (FOPERAT)                    *
      *   FICHIER VSAM ESDS (SEQUENTIEL PAR ECRITURE) -   *
      *   UNE LIGNE PAR CHANGEMENT DE STATUT OU           *
      *   D'HABILITATION FAIT EN BATCH :                  *
      *     I = SUSPENSION AUTOMATIQUE POUR INACTIVITE    *
      *         (RECERT)                                  *
      *     R = PROFIL MAINTENU A LA RECERTIFICATION      *
      *     S = PROFIL SUSPENDU A LA RECERTIFICATION      *
      *     H = HABILITATION RETIREE A LA RECERTIFICATION *
      *         (E-AOP-HABIL = LETTRE DE L'HABILITATION)  *
      *     T = SUSPENSION AUTOMATIQUE, EMPLOYE SORTI DES *
      *         EFFECTIFS OU INCONNU (OPEREMP)            *
      *     A = AGENCE DE RATTACHEMENT CHANGEE PAR LE     *
      *         TRANSFERT DE PORTEFEUILLE (TRFAGC),       *
      *         ANCIENNE ET NOUVELLE AGENCE EN MOTIF      *
      *   LES DECISIONS R/S/H SONT APPLIQUEES PAR RECMAJ, *
      *   E-AOP-VISA PORTE LE VISA DU RESPONSABLE.        *
      *   DATES ET HEURES AU FORMAT DES AUTRES PISTES     *
      *===================================================*
       01  E-AUDOPE.
           05 E-AOP-CIBLE          PIC X(03).
           05 E-AOP-EVT            PIC X(01).
              88 E-AOP-INACTIVITE     VALUE 'I'.
              88 E-AOP-MAINTIEN       VALUE 'R'.
              88 E-AOP-SUSPENSION     VALUE 'S'.
              88 E-AOP-RETRAIT        VALUE 'H'.
              88 E-AOP-SORTIE         VALUE 'T'.
              88 E-AOP-AGENCE         VALUE 'A'.
           05 E-AOP-HABIL          PIC X(01).
           05 E-AOP-PROG           PIC X(08).
           05 E-AOP-OPID           PIC X(03).
           05 E-AOP-VISA           PIC X(08).
           05 E-AOP-DATE           PIC X(08).
           05 E-AOP-HEURE          PIC X(08).
           05 E-AOP-MOTIF          PIC X(20).

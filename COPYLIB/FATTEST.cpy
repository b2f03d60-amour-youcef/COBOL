      *===================================================*
      *   FATTEST  -  REGISTRE DES ATTESTATIONS DELIVREES *
      *   AUX CLIENTS (RIB, SOLDE, CLOTURE)               *
      *   FICHIER VSAM KSDS - CLE = ATT-NUMERO (NUMERO DE *
      *   SERIE DU COMPTEUR 'ATT' DE FCTRLCLI), 80 OCTETS.*
      *   ECRIT PAR L'ECRAN GESATTE A CHAQUE EMISSION, EN *
      *   MEME TEMPS QUE LE DOCUMENT PART DANS LA FILE    *
      *   D'IMPRESSION FIMPATT (JOB IMPATT). UNE          *
      *   ATTESTATION N'EST NI MODIFIEE NI SUPPRIMEE : LE *
      *   NUMERO IMPRIME PERMET DE LA RETROUVER A TOUT    *
      *   MOMENT (CONTROLE PAR UN TIERS).                 *
      *===================================================*
       01  ATT-ATTESTATION.
           05 ATT-NUMERO           PIC 9(08).
      *    R = RIB, S = SOLDE A UNE DATE, C = CLOTURE
           05 ATT-TYPE             PIC X(01).
              88 ATT-TYPE-RIB         VALUE 'R'.
              88 ATT-TYPE-SOLDE       VALUE 'S'.
              88 ATT-TYPE-CLOTURE     VALUE 'C'.
              88 ATT-TYPE-VALIDE      VALUE 'R' 'S' 'C'.
           05 ATT-ID-CPTE          PIC X(08).
           05 ATT-NUMERO-CLI       PIC 9(08).
      *    EMISSION : DATE AAAAMMJJ, HEURE HHMMSS, OPERATEUR
           05 ATT-DATE-EMISSION    PIC 9(08).
           05 ATT-HEURE-EMISSION   PIC 9(06).
           05 ATT-OPID             PIC X(03).
      *    SOLDE CERTIFIE ET SA DATE (TYPE S : DATE DEMANDEE,
      *    SOLDE HISTORIQUE HISTCLT ; TYPE C : DATE DU DERNIER
      *    MOUVEMENT, SOLDE DE CLOTURE ; TYPE R : A ZERO)
           05 ATT-DATE-SOLDE       PIC 9(08).
           05 ATT-SOLDE            PIC S9(08)V99.
           05 ATT-DEVISE           PIC X(02).
      *    DESTINATAIRE DECLARE PAR LE CLIENT (EMPLOYEUR,
      *    NOTAIRE, CONSULAT...)
           05 ATT-DESTINATAIRE     PIC X(16).
           05 FILLER               PIC X(02).

      *===================================================*
      *   FJRNIDT  -  JOURNAL DES REPRISES D'IDENTITE     *
      *   SUR LES COMPTES CLIENT.DAT (JRNIDENT.DAT)       *
      *   FICHIER SEQUENTIEL CUMULATIF (DISP=MOD), MEME   *
      *   PRINCIPE QUE JRNBATCH : UNE LIGNE PAR COMPTE    *
      *   TOUCHE, AVEC LES VALEURS AVANT / APRES. ECRIT   *
      *   PAR LE BATCH PROPCLI QUI ALIGNE NOM-CLT,        *
      *   PRN-CLT, ADR-CLT ET PST-CLT DE CHAQUE COMPTE    *
      *   SUR LA FICHE FCLIENTS DE SON TITULAIRE (CROSS-  *
      *   REFERENCE FCLICPT).                             *
      *===================================================*
       01  JID-LIGNE.
           05 JID-DATE             PIC 9(08).
           05 JID-PROG             PIC X(08).
           05 JID-ID-CPTE          PIC X(08).
           05 JID-NUMERO           PIC 9(08).
           05 JID-AVANT.
              10 JID-NOM-AVANT     PIC X(10).
              10 JID-PRN-AVANT     PIC X(10).
              10 JID-ADR-AVANT     PIC X(10).
              10 JID-PST-AVANT     PIC X(02).
           05 JID-APRES.
              10 JID-NOM-APRES     PIC X(10).
              10 JID-PRN-APRES     PIC X(10).
              10 JID-ADR-APRES     PIC X(10).
              10 JID-PST-APRES     PIC X(02).
           05 FILLER               PIC X(04).

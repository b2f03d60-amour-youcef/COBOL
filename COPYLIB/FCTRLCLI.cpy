      *     'CPT' = DERNIER NUMERO DE COMPTE ATTRIBUE     *
      *             (OUVERTURES EN LIGNE OUVRCPT, QUAND   *
      *             LE CRENEAU ID-CPTE = E-NUMERO EST     *
      *             DEJA PRIS) ET COMPTES DE PRET OUVERTS *
      *             PAR DECPRET                           *
      *     'DPR' = DERNIER NUMERO DE DEMANDE DE PRET     *
      *             (SAISIE GESDPRT)                      *
      *     'NDF' = DERNIER NUMERO DE NOTE DE FRAIS       *
      *             (SAISIE GESFRAI)                      *
      *     'ATT' = DERNIER NUMERO D'ATTESTATION CLIENT   *
      *             (REGISTRE FATTEST, ECRAN GESATTE)     *
      *     'IMP' = DERNIER NUMERO D'ATTESTATION IMPRIME  *
      *             (BATCH IMPATT, FILE FIMPATT)          *
      *     'RCL' = DERNIER NUMERO DE DOSSIER DE          *
      *             RECLAMATION (ECRAN GESRECL, FRECLAM)  *
      *===================================================*
       01  C-CTRL-CLI.
           05 C-CODE-CTRL          PIC X(08) VALUE 'CLI'.

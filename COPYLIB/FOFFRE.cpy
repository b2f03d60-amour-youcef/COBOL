      *===================================================*
      *   FOFFRE  -  CATALOGUE DES PRODUITS : FORFAITS    *
      *   DE COMPTE (COMPTE, CARTE, DECOUVERT, ALERTES... *
      *   POUR UN PRIX MENSUEL UNIQUE)                    *
      *   FICHIER VSAM KSDS - CLE = OFR-CODE (80 OCTETS)  *
      *   CHARGE ET MIS A JOUR PAR LE BATCH LOADOFFR      *
      *   (CARTES AU DESSIN DE L'ENREGISTREMENT). UN      *
      *   FORFAIT N'EST JAMAIS SUPPRIME : RETIRE DE LA    *
      *   VENTE, IL RESTE FACTURE AUX SOUSCRIPTIONS EN    *
      *   COURS (FSOUSOFR) JUSQU'A LEUR ECHEANCE.         *
      *   LE PRIX EN VIGUEUR EST CELUI DU CATALOGUE AU    *
      *   JOUR DE LA FACTURATION (PARTI18).               *
      *===================================================*
       01  OFR-OFFRE.
           05 OFR-CODE             PIC X(04).
           05 OFR-LIBELLE          PIC X(20).
      *    PRIX MENSUEL PRELEVE PAR LA FIN DE MOIS (PARTI18)
           05 OFR-PRIX-MOIS        PIC 9(05)V99.
      *    SERVICES INCLUS (O/N) : CARTE DE DEBIT, DECOUVERT
      *    AUTORISE, ALERTES SMS / EMAIL, CHEQUIER
           05 OFR-SERVICES.
              10 OFR-SRV-CARTE     PIC X(01).
                 88 OFR-CARTE-INCLUSE    VALUE 'O'.
              10 OFR-SRV-DECOUVERT PIC X(01).
                 88 OFR-DECOUVERT-INCLUS VALUE 'O'.
              10 OFR-SRV-ALERTES   PIC X(01).
                 88 OFR-ALERTES-INCLUSES VALUE 'O'.
              10 OFR-SRV-CHEQUIER  PIC X(01).
                 88 OFR-CHEQUIER-INCLUS  VALUE 'O'.
      *    O = LE FRAIS MENSUEL DE LA NATURE (TX-FRAIS DE
      *    FTAUXNAT) N'EST PLUS PRELEVE, LE PRIX DU FORFAIT
      *    LE REMPLACE ; N = LE PRIX S'Y AJOUTE
           05 OFR-EXO-FRAIS        PIC X(01).
              88 OFR-EXONERE-FRAIS    VALUE 'O'.
      *    CODES DE MOUVEMENT HISTCLT NON FACTURES A
      *    L'OPERATION (FACTMVT) AUX SOUSCRIPTEURS, UN CODE
      *    PAR POSITION, BLANC = INUTILISE
           05 OFR-CODES-EXO        PIC X(10).
           05 OFR-TAB-EXO REDEFINES OFR-CODES-EXO.
              10 OFR-CODE-EXO      PIC X(01) OCCURS 10.
      *    A = EN VENTE, R = RETIRE DE LA VENTE (PLUS DE
      *    NOUVELLE SOUSCRIPTION)
           05 OFR-STATUT           PIC X(01).
              88 OFR-EN-VENTE         VALUE 'A'.
              88 OFR-RETIRE           VALUE 'R'.
      *    DERNIER CHARGEMENT (AAAAMMJJ)
           05 OFR-DATE-MAJ         PIC 9(08).
           05 FILLER               PIC X(25).

        PROGRAM-ID . PARTI32.
      *
      *     INTERFACE COMPTABILITE GENERALE : LES MOUVEMENTS DU
      *     JOUR (MVTJOUR.DAT, CONTROLE CONTRE HISTCLT PAR
      *     MVTJCTL ; LES IMAGES DE MARQUAGE D'ANNULATION NE
      *     SONT PAS DES MOUVEMENTS) SONT AGREGES PAR REGION
      *     ET NATURE DE COMPTE EN LIGNES D'ECRITURE DEBIT/CREDIT
      *     (GLPOST.DAT). DEPOTS ET VIREMENTS RECUS (D, T) =
      *     CREDIT COMPTES CLIENTS / DEBIT TRESORERIE ; RETRAITS
      *     ET VIREMENTS EMIS (R, V) = DEBIT CLIENTS / CREDIT
      *     TRESORERIE ; INTERETS (I) ET FRAIS (F) SUR LEURS
      *     COMPTES DE CHARGE/PRODUIT ; REMBOURSEMENTS DE FRAIS
      *     (G) = DEBIT PRODUIT FRAIS / CREDIT CLIENTS. CHANGE
      *     ESPECES AU GUICHET : L'ACHAT DE DEVISES (H) SUIT LE
      *     RETRAIT, LA VENTE (J) SUIT LE DEPOT ; LA MARGE DE
      *     CHANGE DU JOURNAL CHGGUI.DAT RAMENE LA TRESORERIE A
      *     LA CONTRE-VALEUR (DEBIT TRESORERIE / CREDIT PRODUIT
      *     DE CHANGE). LE
      *     PROGRAMME VERIFIE DEBITS = CREDITS AVANT DE LIVRER
      *     LE FICHIER (RC 8 SINON) ET ECRIT UN ENREGISTREMENT
      *     DE CONTROLE FINAL
      *     (NOMBRE DE LIGNES + CUMUL DES MONTANTS) QUE LE
      *     CHARGEUR DE LA COMPTABILITE CONTROLE.
      *
        OBJECT-COMPUTER. IBM-ZOS.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FHST  ASSIGN TO 'MVTJOUR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HST.
            SELECT FCLT  ASSIGN TO 'CLIENT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS TXD-CLE
           FILE STATUS IS FS-TXD.
            SELECT FCHG  ASSIGN TO 'CHGGUI.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CHG.
        DATA DIVISION.
        FILE SECTION.
        FD FHST.
           05  HST-CODE      PIC X(01).
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  FILLER        PIC X(53).
           05  HST-IMAGE     PIC X(01).
           05  FILLER        PIC X(04).
        FD FCLT.
        01 REC-CLT.
           05  ID-CPTE    PIC X(08).
              10  TXD-DATE-EFFET PIC 9(08).
           05  TXD-COURS      PIC 9(03)V9(06).
           05  FILLER         PIC X(61).
        FD FCHG.
      *    DESSIN FCHGGUI (COPYLIB) : SEULES LES ZONES LUES ICI
        01 REC-CHG.
           05  CHG-DATE         PIC 9(08).
           05  FILLER           PIC X(07).
           05  CHG-ID-CPTE      PIC X(08).
           05  FILLER           PIC X(37).
           05  CHG-MARGE        PIC 9(06)V99.
           05  FILLER           PIC X(12).
        FD FGL.
        01 REC-GL.
           05  GL-TYPE     PIC X(01).
            88 COURS-TROUVE     VALUE 'O'.
         01 WS-DEV-CHERCHE   PIC X(02).
         01 WS-MONTANT-CTV   PIC 9(11)V99.
         01 FS-CHG           PIC 99.
         01 WS-EOF-CHG       PIC X VALUE 'N'.
            88 FIN-CHG          VALUE 'Y'.
         01 WS-NB-CHG        PIC 9(07) VALUE ZERO.
        PROCEDURE DIVISION.
           DISPLAY 'INTERFACE COMPTABILITE GENERALE - MOUVEMENTS'.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
           END-IF
           PERFORM CUMULER-UN-MVT
              UNTIL FIN-HST.
      *    MARGES DES OPERATIONS DE CHANGE DU JOUR (GUICHET)
           OPEN INPUT FCHG.
           IF FS-CHG = '00'
              PERFORM CUMULER-UNE-MARGE
                 UNTIL FIN-CHG
              CLOSE FCHG
           ELSE
              DISPLAY 'PARTI32 - PAS DE FICHIER CHGGUI - FS='
                      FS-CHG
           END-IF
           PERFORM ECRIRE-UN-GROUPE
              VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-NB-GRP.
               AT END MOVE 'Y' TO WS-EOF-HST
               NOT AT END
                  IF HST-DATE = WS-DATE-JOUR
                     AND HST-IMAGE NOT = 'A'
                     ADD 1 TO WS-NB-MVTS
                     PERFORM CLASSER-UN-MVT
                        THRU FIN-CLASSER
               WHEN 'V' MOVE 'R' TO WS-CAT
               WHEN 'C' MOVE 'R' TO WS-CAT
               WHEN 'E' MOVE 'R' TO WS-CAT
      *        TRANSACTIONS CARTE : REGLEES AU PROCESSEUR COMME
      *        UN RETRAIT
               WHEN 'K' MOVE 'R' TO WS-CAT
               WHEN 'I' MOVE 'I' TO WS-CAT
               WHEN 'P' MOVE 'P' TO WS-CAT
               WHEN 'F' MOVE 'F' TO WS-CAT
      *        LES AGIOS SE COMPTABILISENT COMME LES FRAIS
               WHEN 'A' MOVE 'F' TO WS-CAT
      *        REMBOURSEMENT DE FRAIS : EXTOURNE DU PRODUIT
               WHEN 'G' MOVE 'G' TO WS-CAT
      *        CHANGE ESPECES : ACHAT DE DEVISES (DEBIT) ET
      *        VENTE DE DEVISES (CREDIT) PAR LE CLIENT
               WHEN 'H' MOVE 'R' TO WS-CAT
               WHEN 'J' MOVE 'D' TO WS-CAT
      *        REMISE DE CHEQUE AU GUICHET : CREDIT COMME UN DEPOT
               WHEN 'Q' MOVE 'D' TO WS-CAT
               WHEN OTHER MOVE 'R' TO WS-CAT
            END-EVALUATE
            PERFORM AJOUTER-AU-GROUPE
               THRU FIN-AJOUTER.
        FIN-CLASSER.
            EXIT.
        CUMULER-UNE-MARGE.
            READ FCHG
               AT END MOVE 'Y' TO WS-EOF-CHG
               NOT AT END
                  IF CHG-DATE = WS-DATE-JOUR
                     AND CHG-MARGE > ZERO
                     ADD 1 TO WS-NB-CHG
                     PERFORM CLASSER-UNE-MARGE
                  END-IF
            END-READ.
        CLASSER-UNE-MARGE.
      *     LA MARGE SE RANGE SOUS LA REGION, L'AGENCE ET LA
      *     NATURE DU COMPTE MOUVEMENTE (TOUJOURS EN MONNAIE DE
      *     TENUE)
            MOVE CHG-ID-CPTE TO ID-CPTE
            READ FCLT
               INVALID KEY
                  MOVE '**' TO ID-REGION
                  MOVE ZERO TO NAT-CPTE
                  MOVE SPACE TO AGC-CLT
            END-READ
            MOVE CHG-MARGE TO WS-MONTANT-CTV
            MOVE 'M' TO WS-CAT
            PERFORM AJOUTER-AU-GROUPE
               THRU FIN-AJOUTER.
        AJOUTER-AU-GROUPE.
            PERFORM CHERCHER-GROUPE
            IF NOT GROUPE-TROUVE
               IF WS-NB-GRP >= 200
                  DISPLAY 'TABLE DES GROUPES SATUREE'
                  MOVE 8 TO RETURN-CODE
                  GO TO FIN-AJOUTER
               END-IF
               ADD 1 TO WS-NB-GRP
               MOVE WS-NB-GRP TO WS-IND
               MOVE ZERO      TO WS-GRP-MONTANT(WS-IND)
            END-IF
            ADD WS-MONTANT-CTV TO WS-GRP-MONTANT(WS-IND).
        FIN-AJOUTER.
            EXIT.
        CHARGER-UN-COURS.
            READ FTXD
                  MOVE 'C' TO WS-GL-SENS
                  MOVE 'PRD FRAIS' TO WS-GL-COMPTE
                  PERFORM ECRIRE-LIGNE-GL
               WHEN 'G'
                  MOVE 'D' TO WS-GL-SENS
                  MOVE 'PRD FRAIS' TO WS-GL-COMPTE
                  PERFORM ECRIRE-LIGNE-GL
                  MOVE 'C' TO WS-GL-SENS
                  MOVE 'CLIENTS' TO WS-GL-COMPTE
                  PERFORM ECRIRE-LIGNE-GL
               WHEN 'P'
      *           RETENUE A LA SOURCE : DEBIT CLIENTS CONTRE
      *           LE COMPTE DE REVERSEMENT AU FISC
                  MOVE 'C' TO WS-GL-SENS
                  MOVE 'RET FISCALE' TO WS-GL-COMPTE
                  PERFORM ECRIRE-LIGNE-GL
               WHEN 'M'
      *           MARGE DE CHANGE : LA TRESORERIE A BOUGE DE LA
      *           CONTRE-VALEUR, LE CLIENT DU MONTANT IMPUTE ;
      *           L'ECART EST LE PRODUIT DE CHANGE
                  MOVE 'D' TO WS-GL-SENS
                  MOVE 'TRESORERIE' TO WS-GL-COMPTE
                  PERFORM ECRIRE-LIGNE-GL
                  MOVE 'C' TO WS-GL-SENS
                  MOVE 'PRD CHANGE' TO WS-GL-COMPTE
                  PERFORM ECRIRE-LIGNE-GL
            END-EVALUATE.
        ECRIRE-LIGNE-GL.
      *     L'INITIALISATION DE L'ENREGISTREMENT PRECEDE LA
            MOVE WS-NB-LIGNES-GL  TO REC-GL(38:5)
            WRITE REC-GL
            DISPLAY 'MOUVEMENTS DU JOUR : ' WS-NB-MVTS
            DISPLAY 'MARGES DE CHANGE   : ' WS-NB-CHG
            DISPLAY 'LIGNES GL ECRITES  : ' WS-NB-LIGNES-GL
            DISPLAY 'TOTAL DEBITS       : ' WS-TOTAL-DEBIT
            DISPLAY 'TOTAL CREDITS      : ' WS-TOTAL-CREDIT.

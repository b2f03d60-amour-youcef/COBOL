           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-CKP.
            SELECT FSOF  ASSIGN TO 'SOUSOFR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SOF-CLE
           FILE STATUS IS FS-SOF.
            SELECT FOFR  ASSIGN TO 'OFFRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS OFR-CODE
           FILE STATUS IS FS-OFR.
            SELECT FFFM  ASSIGN TO 'FORFMOIS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-FFM.
            SELECT FMVJ  ASSIGN TO 'MVTJBRUT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MVJ.
        DATA DIVISION.
        FILE SECTION.
        FD FCLT.
      *    BATCH, TERMINAL EMETTEUR AU GUICHET (RAPPROCHEMENT
      *    DES CAISSES CAISEOD)
           05  HST-SOURCE    PIC X(04).
           05  FILLER        PIC X(54).
      *    MOUVEMENTS DU JOUR : IMAGE DE CHAQUE LIGNE HISTCLT
      *    ECRITE (DESCRIPTION FMVTJOUR)
        FD FMVJ.
        01 REC-MVJ           PIC X(100).
        FD FJRN.
        01 REC-JRN.
           05  JRN-DATE      PIC 9(08).
           05  RTF-INT-BRUT  PIC 9(08)V99.
           05  RTF-RETENUE   PIC 9(08)V99.
           05  FILLER        PIC X(42).
      *    SOUSCRIPTIONS AUX FORFAITS (ECRAN GESFORF) : CLE
      *    COMPTE + DATE DE DEBUT, EN VIGUEUR SI DEBUT <= JOUR
      *    <= FIN
        FD FSOF.
        01 REC-SOF.
           05  SOF-CLE.
              10  SOF-ID-CPTE    PIC X(08).
              10  SOF-DATE-DEBUT PIC 9(08).
           05  SOF-CODE-OFFRE PIC X(04).
           05  SOF-DATE-FIN   PIC 9(08).
           05  FILLER         PIC X(52).
      *    CATALOGUE DES FORFAITS (CHARGE PAR LOADOFFR)
        FD FOFR.
        01 REC-OFR.
           05  OFR-CODE       PIC X(04).
           05  OFR-LIBELLE    PIC X(20).
           05  OFR-PRIX-MOIS  PIC 9(05)V99.
           05  OFR-SERVICES   PIC X(04).
      *    O = LE PRIX REMPLACE LE FRAIS DE LA NATURE (TX-FRAIS),
      *    N = IL S'Y AJOUTE
           05  OFR-EXO-FRAIS  PIC X(01).
           05  FILLER         PIC X(44).
      *    RECETTE DES FORFAITS ET FRAIS EXONERES DU MOIS, UNE
      *    LIGNE PAR COMPTE SOUSCRIPTEUR (MEME FICHIER ALIMENTE
      *    PAR FACTMVT POUR LES OPERATIONS EXONEREES, EDITE PAR
      *    FORFRPT)
        FD FFFM.
        01 REC-FFM.
           05  FFM-MOIS          PIC 9(06).
           05  FFM-DATE          PIC 9(08).
           05  FFM-SOURCE        PIC X(04).
           05  FFM-ID-CPTE       PIC X(08).
           05  FFM-CODE-OFFRE    PIC X(04).
           05  FFM-PRIX-FACTURE  PIC 9(08)V99.
           05  FFM-FRAIS-EXONERES PIC 9(08)V99.
           05  FFM-REGION        PIC X(02).
           05  FILLER            PIC X(28).
        WORKING-STORAGE SECTION.
        01 WS-CLT.
           05  WSID-CPTE    PIC X(08).
         01 WS-IND-PARAM     PIC S9(4) COMP.
         01 FS-TOT           PIC 99.
         01 FS-JRN           PIC 99.
         01 FS-MVJ           PIC 99.
         01 FS-HST           PIC 99.
         01 WS-FIN-HST       PIC X VALUE 'N'.
            88 FIN-HST          VALUE 'Y'.
            88 DEJA-SERVI       VALUE 'O'.
         01 WS-NB-DEPUIS-CKP PIC 9(05) VALUE ZERO.
         01 WS-PAS-CKP       PIC 9(05) VALUE 500.
      *    FORFAITS : SUR UN COMPTE COURANT SOUSCRIPTEUR, LE
      *    PRIX DU FORFAIT EN VIGUEUR REMPLACE (OU S'AJOUTE A)
      *    LE FRAIS DE LA NATURE ; SANS FICHIER DES
      *    SOUSCRIPTIONS, LE PASSAGE PRELEVE LES SEULS FRAIS
         01 FS-SOF           PIC 99.
         01 FS-OFR           PIC 99.
         01 FS-FFM           PIC 99.
         01 WS-FORFAITS-OUVERTS PIC X VALUE 'N'.
            88 FORFAITS-OUVERTS VALUE 'O'.
         01 WS-FIN-SOF       PIC X VALUE 'N'.
            88 FIN-SOF          VALUE 'Y'.
         01 WS-FORFAIT       PIC X VALUE 'N'.
            88 FORFAIT-ACTIF    VALUE 'O'.
         01 WS-CODE-OFFRE    PIC X(04).
         01 WS-EXO-FRAIS     PIC X(01).
         01 WS-FRAIS-DU      PIC 9(08)V99.
         01 WS-FRAIS-EXO     PIC 9(08)V99.
         01 WS-PRIX-PERCU    PIC 9(08)V99.
         01 WS-NB-FORFAITS   PIC 9(05) VALUE ZERO.
        LINKAGE SECTION.
        01 LK-PARM-REGION.
           05 LK-PARM-LEN     PIC S9(4) COMP.
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PGM
           END-IF
           OPEN EXTEND FMVJ.
           IF FS-MVJ NOT = '00'
              DISPLAY 'FILE MVTJBRUT OPENNING ERROR - FS=' FS-MVJ
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PGM
           END-IF
           OPEN EXTEND FRTF.
           IF FS-RTF NOT = '00'
              DISPLAY 'FILE RETFISC OPENNING ERROR - FS=' FS-RTF
              MOVE 12 TO RETURN-CODE
              GO TO FIN-PGM
           END-IF
           PERFORM OUVRIR-FORFAITS.
           IF RETURN-CODE NOT < 8
              GO TO FIN-PGM
           END-IF
           OPEN I-O FCLT.
           IF FS NOT = '00'
              DISPLAY 'FILE CLIENT OPENNING ERROR - FS=' FS
           DISPLAY 'FRAIS PRELEVES    : ' WS-NB-FRAIS.
           DISPLAY 'RETENUES A LA SOURCE : ' WS-NB-RETENUES.
           DISPLAY 'LIGNES JOURNALISEES: ' WS-NB-JOURNAL.
           DISPLAY 'FORFAITS FACTURES : ' WS-NB-FORFAITS.
           PERFORM ECRIRE-TOTAUX.
      *    PASSAGE COMPLET : LE CHECKPOINT PASSE A 'C', LE
      *    PROCHAIN RUN REPART DU DEBUT
               WRITE REC-TOT
               CLOSE FTOT
            END-IF.
        OUVRIR-FORFAITS.
      *     FICHIERS ABSENTS (FS 35) : AUCUN FORFAIT N'EST ENCORE
      *     COMMERCIALISE, LE PASSAGE CONTINUE SANS EUX
            OPEN INPUT FSOF
            IF FS-SOF = 35
               DISPLAY 'SOUSOFR.DAT ABSENT - AUCUN FORFAIT FACTURE'
            ELSE
               IF FS-SOF NOT = '00'
                  DISPLAY 'FILE SOUSOFR OPENNING ERROR - FS=' FS-SOF
                  MOVE 12 TO RETURN-CODE
               ELSE
                  OPEN INPUT FOFR
                  IF FS-OFR NOT = '00'
                     DISPLAY 'FILE OFFRE OPENNING ERROR - FS=' FS-OFR
                     MOVE 12 TO RETURN-CODE
                     CLOSE FSOF
                  ELSE
                     OPEN EXTEND FFFM
                     IF FS-FFM = 35
                        OPEN OUTPUT FFFM
                     END-IF
                     IF FS-FFM NOT = '00'
                        DISPLAY 'FILE FORFMOIS OPENNING ERROR - FS='
                                FS-FFM
                        MOVE 12 TO RETURN-CODE
                        CLOSE FSOF
                        CLOSE FOFR
                     ELSE
                        MOVE 'O' TO WS-FORFAITS-OUVERTS
                     END-IF
                  END-IF
               END-IF
            END-IF.
        INITIALISER-PARAMS.
            MOVE ZERO TO WS-PAR-TAUX-BP(WS-IND-PARAM)
            MOVE ZERO TO WS-PAR-FRAIS(WS-IND-PARAM)
               WHEN 01 THRU 04
      *           FRAIS SUR SOLDE CREDITEUR UNIQUEMENT : UN
      *           COMPTE A ZERO OU EN DECOUVERT N'EST PAS
      *           PRELEVE (LE METTRE A ZERO LE CREDITERAIT).
      *           SOUSCRIPTEUR D'UN FORFAIT : LE MONTANT DU
      *           (WS-FRAIS-DU) EST LE PRIX DU FORFAIT, PLUS LE
      *           FRAIS DE LA NATURE S'IL N'EN EST PAS EXONERE
                  PERFORM CHERCHER-FORFAIT
                     THRU FIN-CHERCHER-FORFAIT
                  IF WSSLD-CLT <= ZERO
                     MOVE 'N' TO WS-NAT-CPTE-OK
                  ELSE
                  IF WS-FRAIS-DU = ZERO AND FORFAIT-ACTIF
      *              FORFAIT GRATUIT EXONERANT LE FRAIS : RIEN A
      *              PRELEVER, L'EXONERATION EST TRACEE
                     MOVE 'N' TO WS-NAT-CPTE-OK
                     MOVE ZERO TO WS-MONTANT-HST
                     PERFORM ECRIRE-FORFMOIS
                  ELSE
                     IF WSSLD-CLT > WS-FRAIS-DU
                        MOVE WS-FRAIS-DU TO WS-MONTANT-HST
                        SUBTRACT WS-FRAIS-DU FROM WSSLD-CLT
                     ELSE
                        MOVE WSSLD-CLT TO WS-MONTANT-HST
                        MOVE ZERO TO WSSLD-CLT
                     MOVE 'F' TO WS-CODE-HST
                     ADD 1 TO WS-NB-FRAIS
                  END-IF
                  END-IF
               WHEN 05 THRU 09
      *           INTERETS SUR SOLDE CREDITEUR UNIQUEMENT,
      *           ARRONDIS AU CENTIME LE PLUS PROCHE (ROUNDED).
                        MOVE WSSLD-CLT TO WS-SLD-HST
                        PERFORM ECRIRE-HISTORIQUE
                     END-IF
                     IF WS-CODE-HST = 'F' AND FORFAIT-ACTIF
                        PERFORM ECRIRE-FORFMOIS
                     END-IF
               END-REWRITE
            END-IF.
        CHERCHER-FORFAIT.
      *     SOUSCRIPTION DU COMPTE EN VIGUEUR A LA DATE DU
      *     PASSAGE ET PRIX ACTUEL DU CATALOGUE. LE FRAIS
      *     EXONERE EST BORNE AU SOLDE, COMME LE SERAIT SON
      *     PRELEVEMENT
            MOVE 'N' TO WS-FORFAIT
            MOVE WS-PAR-FRAIS(WSNAT-CPTE) TO WS-FRAIS-DU
            MOVE ZERO TO WS-FRAIS-EXO
            IF NOT FORFAITS-OUVERTS
               GO TO FIN-CHERCHER-FORFAIT
            END-IF
            MOVE 'N'       TO WS-FIN-SOF
            MOVE WSID-CPTE TO SOF-ID-CPTE
            MOVE ZERO      TO SOF-DATE-DEBUT
            START FSOF KEY IS NOT LESS THAN SOF-CLE
               INVALID KEY MOVE 'Y' TO WS-FIN-SOF
            END-START
            PERFORM LIRE-SOUSCRIPTION
               UNTIL FIN-SOF
            IF NOT FORFAIT-ACTIF
               GO TO FIN-CHERCHER-FORFAIT
            END-IF
            MOVE WS-CODE-OFFRE TO OFR-CODE
            READ FOFR
               INVALID KEY
                  DISPLAY 'FORFAIT ABSENT DU CATALOGUE - FRAIS DE '
                          'LA NATURE PRELEVES : ' WSID-CPTE
                          ' FORFAIT=' WS-CODE-OFFRE
                  MOVE 'N' TO WS-FORFAIT
                  MOVE 4 TO RETURN-CODE
                  GO TO FIN-CHERCHER-FORFAIT
            END-READ
            MOVE OFR-EXO-FRAIS TO WS-EXO-FRAIS
            IF WS-EXO-FRAIS = 'O'
               MOVE OFR-PRIX-MOIS TO WS-FRAIS-DU
               MOVE WS-PAR-FRAIS(WSNAT-CPTE) TO WS-FRAIS-EXO
               IF WSSLD-CLT > ZERO AND WSSLD-CLT < WS-FRAIS-EXO
                  MOVE WSSLD-CLT TO WS-FRAIS-EXO
               END-IF
            ELSE
               ADD OFR-PRIX-MOIS TO WS-FRAIS-DU
            END-IF.
        FIN-CHERCHER-FORFAIT.
            EXIT.
        LIRE-SOUSCRIPTION.
            READ FSOF NEXT RECORD
               AT END MOVE 'Y' TO WS-FIN-SOF
               NOT AT END
                  IF SOF-ID-CPTE NOT = WSID-CPTE
                     MOVE 'Y' TO WS-FIN-SOF
                  ELSE
                     IF SOF-DATE-DEBUT <= WS-DATE-JOUR
                        AND SOF-DATE-FIN >= WS-DATE-JOUR
                        MOVE 'O' TO WS-FORFAIT
                        MOVE SOF-CODE-OFFRE TO WS-CODE-OFFRE
                        MOVE 'Y' TO WS-FIN-SOF
                     END-IF
                  END-IF
            END-READ.
        ECRIRE-FORFMOIS.
      *     PART DU PRELEVEMENT REVENANT AU FORFAIT : TOUT LE
      *     MONTANT S'IL EXONERE LE FRAIS, SINON CE QUI
      *     DEPASSE LE FRAIS DE LA NATURE (PRELEVE EN PREMIER)
            IF WS-EXO-FRAIS = 'O'
               MOVE WS-MONTANT-HST TO WS-PRIX-PERCU
            ELSE
               IF WS-MONTANT-HST > WS-PAR-FRAIS(WSNAT-CPTE)
                  COMPUTE WS-PRIX-PERCU = WS-MONTANT-HST
                          - WS-PAR-FRAIS(WSNAT-CPTE)
               ELSE
                  MOVE ZERO TO WS-PRIX-PERCU
               END-IF
            END-IF
            MOVE SPACE              TO REC-FFM
            MOVE WS-DATE-JOUR(1:6)  TO FFM-MOIS
            MOVE WS-DATE-JOUR       TO FFM-DATE
            MOVE 'P18 '             TO FFM-SOURCE
            MOVE WSID-CPTE          TO FFM-ID-CPTE
            MOVE WS-CODE-OFFRE      TO FFM-CODE-OFFRE
            MOVE WS-PRIX-PERCU      TO FFM-PRIX-FACTURE
            MOVE WS-FRAIS-EXO       TO FFM-FRAIS-EXONERES
            MOVE WSID-REGION        TO FFM-REGION
            WRITE REC-FFM
            ADD 1 TO WS-NB-FORFAITS.
        ECRIRE-RETFISC.
      *     REVERSEMENT AU FISC : UNE LIGNE PAR COMPTE RETENU,
      *     ACCUMULEE SUR LA PERIODE DANS RETFISC.DAT
               INVALID KEY
                  DISPLAY 'ECRITURE HISTORIQUE IMPOSSIBLE : '
                          WSID-CPTE
               NOT INVALID KEY
                  MOVE REC-HST TO REC-MVJ
                  WRITE REC-MVJ
            END-WRITE.
        CHERCHER-DERNIER-SEQ.
            MOVE ZERO      TO WS-DERNIER-SEQ
             CLOSE FCLT.
             CLOSE FHST.
             CLOSE FJRN.
             CLOSE FMVJ.
             IF FS-RTF = '00'
                CLOSE FRTF
             END-IF
             IF FORFAITS-OUVERTS
                CLOSE FSOF
                CLOSE FOFR
                CLOSE FFFM
             END-IF
             STOP RUN.

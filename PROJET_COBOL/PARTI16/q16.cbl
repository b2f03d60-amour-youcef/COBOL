           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HST-CLE
           FILE STATUS IS FS-HST.
            SELECT FTRE  ASSIGN TO 'TRFETAT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-TRE.
            SELECT FMVJ  ASSIGN TO 'MVTJBRUT.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-MVJ.
        DATA DIVISION.
        FILE SECTION.
        FD FCLT.
           05  STC-DATE-EFFET  PIC 9(08).
      *    DISPOSITION DU SOLDE A LA CLOTURE (STS F) :
      *    T = VIREMENT VERS STC-CPTE-CIBLE, P = REGLEMENT
      *    AU CLIENT, E = VERSEMENT AU FONDS DE L'ETAT
      *    (DESHERENCE, CARTE ECRITE PAR DESHER) ;
      *    OBLIGATOIRE SI LE SOLDE N'EST PAS NUL
           05  STC-DISPOSITION PIC X(01).
           05  STC-CPTE-CIBLE  PIC X(08).
      *    DESHERENCE : DEBUT DU DELAI LEGAL ET TYPE
      *    (O = COMPTE INACTIF, D = TITULAIRE DECEDE)
           05  STC-DATE-DEPART PIC 9(08).
           05  STC-TYPE-DESH   PIC X(01).
           05  FILLER          PIC X(43).
        FD FJRN.
        01 REC-JRN.
           05  JRN-DATE      PIC 9(08).
      *    BATCH, TERMINAL EMETTEUR AU GUICHET (RAPPROCHEMENT
      *    DES CAISSES CAISEOD)
           05  HST-SOURCE    PIC X(04).
           05  FILLER        PIC X(54).
      *    MOUVEMENTS DU JOUR : IMAGE DE CHAQUE LIGNE HISTCLT
      *    ECRITE (DESCRIPTION FMVTJOUR)
        FD FMVJ.
        01 REC-MVJ           PIC X(100).
      *    SOLDES VERSES AU FONDS DE L'ETAT (DISPOSITION E),
      *    REPRIS PAR DESHER (PASSAGE T) POUR LE REGISTRE ET
      *    LE FICHIER DE VERSEMENT
        FD FTRE.
        01 REC-TRE.
           05  TRE-ID-CPTE     PIC X(08).
           05  TRE-MONTANT     PIC 9(08)V99.
           05  TRE-DEVISE      PIC X(02).
           05  TRE-DATE        PIC 9(08).
           05  TRE-NOM         PIC X(10).
           05  TRE-PRN         PIC X(10).
           05  TRE-DTN         PIC 9(08).
           05  TRE-TYPE        PIC X(01).
           05  TRE-DATE-DEPART PIC 9(08).
           05  FILLER          PIC X(15).
        WORKING-STORAGE SECTION.
        01 WS-CLT.
           05  WSID-CPTE    PIC X(08).
            88 NOUV-STS-OK     VALUE 'Y'.
         01 FS-HST          PIC 99.
         01 FS-JRN          PIC 99.
         01 FS-MVJ          PIC 99.
         01 WS-NB-JOURNAL   PIC 9(05) VALUE ZERO.
         01 WS-SLD-AVANT    PIC S9(08)V99.
         01 WS-STS-AVANT    PIC X(01).
           05  WCBDEC-CLT   PIC 9(06).
           05  WCBDEV-CLT   PIC X(02).
           05  FILLER       PIC X(02).
         01 FS-TRE          PIC 99.
         01 WS-TRE-OUVERT   PIC X VALUE 'N'.
            88 TRE-OUVERT      VALUE 'O'.
         01 WS-TRE-ECRIT    PIC X VALUE 'N'.
            88 TRE-ECRIT       VALUE 'O'.
        PROCEDURE DIVISION.
           DISPLAY 'CHANGEMENTS DE STATUT DE COMPTE - CLIENT.DAT'.
           ACCEPT WS-DATE-JOUR FROM DATE YYYYMMDD.
              CLOSE FSTC
              GO TO FIN-PGM
           END-IF
           OPEN EXTEND FMVJ.
           IF FS-MVJ NOT = '00'
              DISPLAY 'FILE MVTJBRUT OPENNING ERROR - FS=' FS-MVJ
              MOVE 12 TO RETURN-CODE
              CLOSE FCLT
              CLOSE FSTC
              CLOSE FHST
              GO TO FIN-PGM
           END-IF
           PERFORM TRAITER-UN-CHGT
              UNTIL FIN-STC.
           GO TO FIN-PGM.
      *     L'ENREGISTREMENT COMMANDE LE REGLEMENT :
      *       T = VIREMENT DU SOLDE VERS STC-CPTE-CIBLE
      *       P = REGLEMENT AU CLIENT (RETRAIT TOTAL)
      *       E = VERSEMENT AU FONDS DE L'ETAT (TRFETAT.DAT)
      *     SANS DISPOSITION, LA CLOTURE EST REFUSEE
      *     UN SOLDE DEBITEUR (DECOUVERT AUTORISE) NE SE REGLE
      *     PAS PAR VIREMENT OU PAIEMENT AU CLIENT : LA CLOTURE
                  DISPLAY 'CLOTURE ' STC-ID-CPTE
                          ' - SOLDE REGLE AU CLIENT : '
                          WS-SOLDE-REGLE
               WHEN 'E'
                  PERFORM VERSER-FONDS-ETAT
                     THRU FIN-VERSER-FONDS
                  IF NOT TRE-ECRIT
                     GO TO FIN-REGLEMENT
                  END-IF
                  MOVE ZERO TO WSSLD-CLT
                  MOVE STC-ID-CPTE TO WS-CPTE-HST
                  MOVE 'V'          TO WS-CODE-HST
                  MOVE WS-SOLDE-REGLE TO WS-MONTANT-HST
                  MOVE ZERO         TO WS-SLD-HST
                  PERFORM ECRIRE-HISTORIQUE
                  DISPLAY 'CLOTURE ' STC-ID-CPTE
                          ' - SOLDE VERSE AU FONDS DE L''ETAT : '
                          WS-SOLDE-REGLE
               WHEN OTHER
                  DISPLAY 'CLOTURE REFUSEE - SOLDE NON NUL SANS '
                          'DISPOSITION : ' STC-ID-CPTE
                    ' - SOLDE VIRE VERS ' STC-CPTE-CIBLE.
        FIN-VIR-CIBLE.
            EXIT.
        VERSER-FONDS-ETAT.
      *     LIGNE DE VERSEMENT ECRITE AVANT LA REMISE A ZERO DU
      *     SOLDE ; TRFETAT.DAT EST OUVERT A LA PREMIERE CARTE E
      *     (CREE S'IL N'EXISTE PAS). SANS LIGNE, PAS DE CLOTURE
            MOVE 'N' TO WS-TRE-ECRIT
            IF NOT TRE-OUVERT
               OPEN EXTEND FTRE
               IF FS-TRE = 35
                  OPEN OUTPUT FTRE
               END-IF
               IF FS-TRE NOT = '00'
                  DISPLAY 'CLOTURE REFUSEE - FILE TRFETAT '
                          'OPENNING ERROR - FS=' FS-TRE
                          ' : ' STC-ID-CPTE
                  GO TO FIN-VERSER-FONDS
               END-IF
               MOVE 'O' TO WS-TRE-OUVERT
            END-IF
            MOVE SPACE           TO REC-TRE
            MOVE STC-ID-CPTE     TO TRE-ID-CPTE
            MOVE WS-SOLDE-REGLE  TO TRE-MONTANT
            MOVE WSDEV-CLT       TO TRE-DEVISE
            MOVE WS-DATE-JOUR    TO TRE-DATE
            MOVE WSNOM-CLT       TO TRE-NOM
            MOVE WSPRN-CLT       TO TRE-PRN
            MOVE WSDTN-CLT       TO TRE-DTN
            MOVE STC-TYPE-DESH   TO TRE-TYPE
            IF STC-DATE-DEPART NUMERIC
               MOVE STC-DATE-DEPART TO TRE-DATE-DEPART
            ELSE
               MOVE ZERO            TO TRE-DATE-DEPART
            END-IF
            WRITE REC-TRE
            IF FS-TRE NOT = '00'
               DISPLAY 'CLOTURE REFUSEE - ECRITURE TRFETAT '
                       'IMPOSSIBLE - FS=' FS-TRE ' : ' STC-ID-CPTE
               GO TO FIN-VERSER-FONDS
            END-IF
            MOVE 'O' TO WS-TRE-ECRIT.
        FIN-VERSER-FONDS.
            EXIT.
        ECRIRE-JOURNAL.
      *     JOURNAL AVANT/APRES DES MISES A JOUR BATCH DE
      *     CLIENT.DAT (FICHIER COMMUN JRNBATCH.DAT)
               INVALID KEY
                  DISPLAY 'ECRITURE HISTORIQUE IMPOSSIBLE : '
                          WS-CPTE-HST
               NOT INVALID KEY
                  MOVE REC-HST TO REC-MVJ
                  WRITE REC-MVJ
            END-WRITE.
        CHERCHER-DERNIER-SEQ.
            MOVE ZERO        TO WS-DERNIER-SEQ
             CLOSE FSTC.
             CLOSE FHST.
             CLOSE FJRN.
             CLOSE FMVJ.
             IF TRE-OUVERT
                CLOSE FTRE
             END-IF
             STOP RUN.

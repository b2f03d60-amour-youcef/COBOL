           ACCESS MODE IS RANDOM
           RECORD KEY IS CT-ID-CPTE
           FILE STATUS IS FS-COT.
      *    CROSS-REFERENCE CLIENT/COMPTES : RIB ET IBAN DU COMPTE
            SELECT FXRF  ASSIGN TO 'FCLICPT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XRF-CLE
           ALTERNATE RECORD KEY IS XRF-ID-CPTE
           FILE STATUS IS FS-XRF.
            SELECT FHST  ASSIGN TO 'HISTCLT.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           ACCESS MODE IS RANDOM
           RECORD KEY IS ARC-CLE
           FILE STATUS IS FS-ARC.
      *    FICHE CLIENT DU TITULAIRE : CANAL D'ENVOI ET EMAIL
            SELECT FCLI  ASSIGN TO 'FCLIENTS.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS E-NUMERO
           FILE STATUS IS FS-CLI.
      *    RELEVES A ENVOYER PAR EMAIL (PRESTATAIRE DE ROUTAGE)
            SELECT FELEC ASSIGN TO 'RELELEC.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-ELE.
        DATA DIVISION.
        FILE SECTION.
        FD FCLT.
           05  CT-SEX       PIC X(01).
           05  CT-PIN       PIC 9(04).
           05  FILLER       PIC X(39).
        FD FXRF.
        01 REC-XRF.
           05  XRF-CLE.
              10  XRF-NUMERO    PIC 9(08).
              10  XRF-SUFFIXE   PIC 9(02).
           05  XRF-ID-CPTE   PIC X(08).
           05  XRF-DATE-OUVERTURE PIC 9(08).
           05  XRF-RIB.
              10  XRF-RIB-BANQUE  PIC X(05).
              10  XRF-RIB-GUICHET PIC X(05).
              10  XRF-RIB-COMPTE  PIC X(11).
              10  XRF-RIB-CLE     PIC 9(02).
           05  XRF-IBAN      PIC X(27).
           05  FILLER        PIC X(04).
        FD FHST.
        01 REC-HST.
           05  HST-CLE.
           05  HST-CODE      PIC X(01).
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  FILLER        PIC X(04).
      *    LIGNE ANNULEE : STATUT A ET DATE DE LA CONTREPASSATION ;
      *    CONTREPASSATION (CODE X) : RANG ET CODE DE LA LIGNE ANNULEE
           05  HST-ANNUL-STATUT PIC X(01).
              88  HST-ANNULEE     VALUE 'A'.
           05  HST-ANNUL-SEQ    PIC 9(05).
           05  HST-ANNUL-DATE   PIC 9(08).
           05  HST-ANNUL-CODE   PIC X(01).
      *    LIBELLE DU MOUVEMENT (COMMERCANT OU DAB D'UNE
      *    TRANSACTION CARTE, CODE K)
           05  HST-LIBELLE      PIC X(18).
           05  FILLER        PIC X(21).
        FD FARC.
      * ARCHIVE DES RELEVES EMIS : CHAQUE LIGNE DU RELEVE DE
      * CHAQUE CLIENT EST CONSERVEE TELLE QU'IMPRIMEE, CLE =
              10  ARC-SEQ       PIC 9(04).
           05  ARC-DATE-RUN     PIC 9(08).
           05  ARC-LIGNE        PIC X(80).
        FD FCLI.
      * DESSIN FCLIENTS (COPYLIB) : SEULES LES ZONES LUES ICI
        01 REC-CLI.
           05  E-NUMERO         PIC 9(08).
           05  FILLER           PIC X(100).
           05  E-EMAIL-CLI      PIC X(60).
           05  E-STATUT-CLI     PIC X(01).
           05  FILLER           PIC X(43).
           05  E-CANAL-RELEVE   PIC X(01).
              88  E-RELEVE-PAPIER  VALUE 'P' 'D' ' '.
              88  E-RELEVE-EMAIL   VALUE 'E' 'D'.
           05  FILLER           PIC X(187).
        FD FELEC.
      * UN ENREGISTREMENT PAR RELEVE A ENVOYER PAR EMAIL. LE
      * PRESTATAIRE PREND LE TEXTE DU RELEVE DANS RELARCH PAR
      * LA REFERENCE (COMPTE + PERIODE = DEBUT DE ARC-CLE) ET
      * LA RENVOIE DANS SES REJETS D'ENVOI (BATCH RELREJ)
        01 REC-ELEC.
           05  ELE-REFERENCE.
              10  ELE-ID-CPTE   PIC X(08).
              10  ELE-PERIODE   PIC 9(06).
           05  ELE-NUMERO       PIC 9(08).
           05  ELE-EMAIL        PIC X(60).
           05  ELE-DATE-ARRETE  PIC 9(08).
           05  ELE-NB-LIGNES    PIC 9(04).
           05  ELE-NOM          PIC X(10).
           05  ELE-PRENOM       PIC X(10).
           05  FILLER           PIC X(46).
        WORKING-STORAGE SECTION.
        01 WS-CLT.
           05  WSID-CPTE    PIC X(08).
         01 FS-HST           PIC 99.
         01 FS-COT           PIC 99.
         01 FS-ARC           PIC 99 VALUE 99.
         01 FS-XRF           PIC 99.
         01 FS-CLI           PIC 99.
         01 FS-ELE           PIC 99.
         01 WS-CLIENTS-DISPO PIC X VALUE 'N'.
            88 CLIENTS-DISPO    VALUE 'O'.
      *  CANAL DU RELEVE EN COURS : PAPIER, EMAIL OU LES DEUX
         01 WS-ENVOI-PAPIER  PIC X VALUE 'O'.
            88 ENVOI-PAPIER     VALUE 'O'.
         01 WS-ENVOI-EMAIL   PIC X VALUE 'N'.
            88 ENVOI-EMAIL      VALUE 'O'.
         01 WS-XREF-DISPO    PIC X VALUE 'N'.
            88 XREF-DISPO       VALUE 'O'.
         01 WS-RIB-TROUVE    PIC X VALUE 'N'.
            88 RIB-TROUVE       VALUE 'O'.
         01 WS-COTIT-DISPO   PIC X VALUE 'N'.
            88 COTIT-DISPO      VALUE 'O'.
         01 WS-COTIT-TROUVE  PIC X VALUE 'N'.
         01 WS-NB-RELEVES    PIC 9(05) VALUE ZERO.
         01 WS-NB-LIGNES-REL PIC 9(09) VALUE ZERO.
         01 WS-HASH-SOLDES   PIC 9(13)V99 VALUE ZERO.
         01 WS-NB-PAPIER     PIC 9(05) VALUE ZERO.
         01 WS-NB-EMAILS     PIC 9(05) VALUE ZERO.
         01 WS-HASH-EMAILS   PIC 9(13)V99 VALUE ZERO.
         01 RL-COMMUN.
            05 RL-FONCTION    PIC X(01).
            05 RL-PROG        PIC X(08).
         01 WS-SLD-OUVERTURE PIC S9(08)V99 VALUE ZERO.
         01 WS-PREMIER-MVT   PIC X VALUE 'O'.
            88 PREMIER-MVT      VALUE 'O'.
         01 WS-PREMIERE-SEQ  PIC 9(05) VALUE ZERO.
         01 WS-CAL-FONCTION  PIC X(01).
         01 WS-CAL-RESULTAT  PIC X(01).
         01 WS-DATE-ARRETE   PIC 9(08).
            05 FILLER        PIC X(08) VALUE 'REGION :'.
            05 L-CPT-REGION  PIC X(02).
            05 FILLER        PIC X(43) VALUE SPACE.
      * COORDONNEES BANCAIRES : RIB NATIONAL, PUIS IBAN PAR
      * GROUPES DE QUATRE CARACTERES (FORMAT IMPRIME USUEL)
         01 LIGNE-RIB.
            05 FILLER        PIC X(15) VALUE 'RIB           :'.
            05 L-RIB-BANQUE  PIC X(05).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-RIB-GUICHET PIC X(05).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-RIB-COMPTE  PIC X(11).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-RIB-CLE     PIC 9(02).
            05 FILLER        PIC X(39) VALUE SPACE.
         01 LIGNE-IBAN.
            05 FILLER        PIC X(15) VALUE 'IBAN          :'.
            05 L-IBAN-G1     PIC X(04).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-IBAN-G2     PIC X(04).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-IBAN-G3     PIC X(04).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-IBAN-G4     PIC X(04).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-IBAN-G5     PIC X(04).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-IBAN-G6     PIC X(04).
            05 FILLER        PIC X(01) VALUE SPACE.
            05 L-IBAN-G7     PIC X(03).
            05 FILLER        PIC X(32) VALUE SPACE.
         01 LIGNE-NOM.
            05 FILLER        PIC X(15) VALUE 'CLIENT        :'.
            05 L-CPT-PREN    PIC X(10).
            05 FILLER        PIC X(12) VALUE '     MONTANT'.
            05 FILLER        PIC X(02) VALUE SPACE.
            05 FILLER        PIC X(12) VALUE '       SOLDE'.
            05 FILLER        PIC X(01) VALUE SPACE.
            05 FILLER        PIC X(18) VALUE 'LIBELLE'.
            05 FILLER        PIC X(19) VALUE SPACE.
         01 LIGNE-MVT.
            05 L-MVT-DATE    PIC 9(08).
            05 FILLER        PIC X(03) VALUE SPACE.
            05 L-MVT-MONTANT PIC ZZZZZZZ9.99.
            05 FILLER        PIC X(02) VALUE SPACE.
            05 L-MVT-SOLDE   PIC -ZZZZZZZ9.99.
            05 FILLER        PIC X(02) VALUE SPACE.
            05 L-MVT-LIBELLE PIC X(18).
            05 FILLER        PIC X(19) VALUE SPACE.
      * CONTREPASSATION : IMPRIMEE SOUS LA LIGNE QU'ELLE ANNULE,
      * SANS SOLDE (LE SOLDE DES LIGNES SUIVANTES EN TIENT COMPTE)
         01 LIGNE-ANNUL.
            05 L-ANN-DATE    PIC 9(08).
            05 FILLER        PIC X(03) VALUE SPACE.
            05 FILLER        PIC X(01) VALUE 'X'.
            05 FILLER        PIC X(04) VALUE SPACE.
            05 L-ANN-MONTANT PIC ZZZZZZZ9.99.
            05 FILLER        PIC X(02) VALUE SPACE.
            05 FILLER        PIC X(12) VALUE '  ANNULATION'.
            05 FILLER        PIC X(39) VALUE SPACE.
         01 LIGNE-SOLDE.
            05 FILLER        PIC X(15) VALUE 'SOLDE ACTUEL  :'.
           ELSE
              DISPLAY 'PAS DE FICHIER CO-TITULAIRES - FS=' FS-COT
           END-IF
           OPEN INPUT FXRF.
           IF FS-XRF = '00'
              MOVE 'O' TO WS-XREF-DISPO
           ELSE
              DISPLAY 'PAS DE FICHIER FCLICPT (RIB) - FS=' FS-XRF
           END-IF
      *    SANS FICHIER CLIENTS (OU SANS FCLICPT) TOUS LES
      *    RELEVES PARTENT SUR PAPIER
           OPEN INPUT FCLI.
           IF FS-CLI = '00'
              MOVE 'O' TO WS-CLIENTS-DISPO
           ELSE
              DISPLAY 'PAS DE FICHIER FCLIENTS (CANAL) - FS=' FS-CLI
           END-IF
           OPEN OUTPUT FELEC.
           IF FS-ELE NOT = '00'
              DISPLAY 'FILE RELELEC OPENNING ERROR - FS=' FS-ELE
              CLOSE FCLT
              CLOSE FRELEVE
              GO TO FIN-PGM
           END-IF
           OPEN INPUT FHST.
           IF FS-HST NOT = '00'
              DISPLAY 'FILE HISTCLT OPENNING ERROR - FS=' FS-HST
           MOVE SPACE     TO REC-RELEVE
           MOVE CTL-ENREG TO REC-RELEVE(1:53)
           WRITE REC-RELEVE
           MOVE 'E'       TO CTL-FONCTION
           CALL 'pgctlfic' USING CTL-COMMUN
           MOVE SPACE     TO REC-ELEC
           MOVE CTL-ENREG TO REC-ELEC(1:53)
           WRITE REC-ELEC
           PERFORM TRAITER-UN-CLIENT
              UNTIL FIN-FCLT.
      *    ENREGISTREMENT DE FIN : NOMBRE DE RELEVES ET TOTAL
      *    DE CONTROLE DES SOLDES EDITES (PAPIER SEUL ; LES
      *    RELEVES PAR EMAIL SONT TOTALISES SUR RELELEC)
           MOVE 'T'            TO CTL-FONCTION
           MOVE WS-NB-PAPIER   TO CTL-COMPTEUR
           MOVE WS-HASH-SOLDES TO CTL-HASH
           CALL 'pgctlfic' USING CTL-COMMUN
           MOVE SPACE     TO REC-RELEVE
           MOVE CTL-ENREG TO REC-RELEVE(1:53)
           WRITE REC-RELEVE
           MOVE 'T'            TO CTL-FONCTION
           MOVE WS-NB-EMAILS   TO CTL-COMPTEUR
           MOVE WS-HASH-EMAILS TO CTL-HASH
           CALL 'pgctlfic' USING CTL-COMMUN
           MOVE SPACE     TO REC-ELEC
           MOVE CTL-ENREG TO REC-ELEC(1:53)
           WRITE REC-ELEC
           DISPLAY 'RELEVES EMIS      : ' WS-NB-RELEVES.
           DISPLAY 'RELEVES IMPRIMES  : ' WS-NB-PAPIER.
           DISPLAY 'RELEVES PAR EMAIL : ' WS-NB-EMAILS.
           GO TO FIN-PGM.
        TRAITER-UN-CLIENT.
            READ FCLT INTO WS-CLT
            END-READ.
        IMPRIMER-RELEVE.
            MOVE ZERO TO WS-ARC-SEQ
            PERFORM CHERCHER-CANAL
            MOVE LIGNE-SEPARATEUR TO REC-RELEVE
            PERFORM EDITER-LIGNE

            MOVE LIGNE-TITRE      TO REC-RELEVE
            PERFORM EDITER-LIGNE

            MOVE LIGNE-VIDE       TO REC-RELEVE
            PERFORM EDITER-LIGNE

            MOVE WSID-CPTE        TO L-CPT-CPTE
            MOVE WSID-REGION      TO L-CPT-REGION
            MOVE LIGNE-COMPTE     TO REC-RELEVE
            PERFORM EDITER-LIGNE

            PERFORM CHERCHER-RIB
            IF RIB-TROUVE
               MOVE XRF-RIB-BANQUE  TO L-RIB-BANQUE
               MOVE XRF-RIB-GUICHET TO L-RIB-GUICHET
               MOVE XRF-RIB-COMPTE  TO L-RIB-COMPTE
               MOVE XRF-RIB-CLE     TO L-RIB-CLE
               MOVE LIGNE-RIB       TO REC-RELEVE
               PERFORM EDITER-LIGNE
               MOVE XRF-IBAN(1:4)   TO L-IBAN-G1
               MOVE XRF-IBAN(5:4)   TO L-IBAN-G2
               MOVE XRF-IBAN(9:4)   TO L-IBAN-G3
               MOVE XRF-IBAN(13:4)  TO L-IBAN-G4
               MOVE XRF-IBAN(17:4)  TO L-IBAN-G5
               MOVE XRF-IBAN(21:4)  TO L-IBAN-G6
               MOVE XRF-IBAN(25:3)  TO L-IBAN-G7
               MOVE LIGNE-IBAN      TO REC-RELEVE
               PERFORM EDITER-LIGNE
            END-IF

            MOVE WSPRN-CLT        TO L-CPT-PREN
            MOVE WSNOM-CLT        TO L-CPT-NOM
            MOVE LIGNE-NOM        TO REC-RELEVE
            PERFORM EDITER-LIGNE

            PERFORM CHERCHER-COTITULAIRE
            IF COTIT-TROUVE
               MOVE CT-PRN        TO L-COT-PREN
               MOVE CT-NOM        TO L-COT-NOM
               MOVE LIGNE-COTIT   TO REC-RELEVE
               PERFORM EDITER-LIGNE
            END-IF

            MOVE WSADR-CLT        TO L-CPT-ADRESSE
            MOVE WSPST-CLT        TO L-CPT-POSTAL
            MOVE LIGNE-ADRESSE    TO REC-RELEVE
            PERFORM EDITER-LIGNE

            MOVE WSDTN-CLT        TO L-CPT-DTN
            MOVE LIGNE-NAISSANCE  TO REC-RELEVE
            PERFORM EDITER-LIGNE

            MOVE LIGNE-VIDE       TO REC-RELEVE
            PERFORM EDITER-LIGNE

            PERFORM IMPRIMER-MOUVEMENTS

            MOVE WSSLD-CLT        TO L-CPT-SOLDE
            MOVE LIGNE-SOLDE      TO REC-RELEVE
            PERFORM EDITER-LIGNE

            MOVE LIGNE-VIDE       TO REC-RELEVE
            IF ENVOI-PAPIER
               WRITE REC-RELEVE AFTER ADVANCING PAGE
            END-IF
            PERFORM ARCHIVER-LIGNE
            PERFORM PURGER-FIN-ARCHIVE

            IF ENVOI-PAPIER
               IF WSSLD-CLT > ZERO
                  ADD WSSLD-CLT TO WS-HASH-SOLDES
               ELSE
                  SUBTRACT WSSLD-CLT FROM WS-HASH-SOLDES
               END-IF
               ADD 1 TO WS-NB-PAPIER
            END-IF
            IF ENVOI-EMAIL
               PERFORM ECRIRE-ENVOI-EMAIL
            END-IF
            ADD 1 TO WS-NB-RELEVES.
        EDITER-LIGNE.
      *     LA LIGNE N'EST IMPRIMEE QUE POUR UN RELEVE PAPIER ;
      *     ELLE EST ARCHIVEE DANS TOUS LES CAS (LE RELEVE PAR
      *     EMAIL EST TIRE DE L'ARCHIVE)
            IF ENVOI-PAPIER
               WRITE REC-RELEVE
            END-IF
            PERFORM ARCHIVER-LIGNE.
        CHERCHER-CANAL.
      *     CANAL CHOISI PAR LE CLIENT TITULAIRE (FCLICPT PUIS
      *     FCLIENTS). COMPTE SANS FICHE OU CLIENT SANS ADRESSE
      *     EMAIL : LE RELEVE PART SUR PAPIER
            MOVE 'O' TO WS-ENVOI-PAPIER
            MOVE 'N' TO WS-ENVOI-EMAIL
            IF XREF-DISPO AND CLIENTS-DISPO
               MOVE WSID-CPTE TO XRF-ID-CPTE
               READ FXRF KEY IS XRF-ID-CPTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     PERFORM LIRE-FICHE-CLIENT
               END-READ
            END-IF.
        LIRE-FICHE-CLIENT.
            MOVE XRF-NUMERO TO E-NUMERO
            READ FCLI
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF E-RELEVE-EMAIL AND E-EMAIL-CLI NOT = SPACE
                     MOVE 'O' TO WS-ENVOI-EMAIL
                     IF NOT E-RELEVE-PAPIER
                        MOVE 'N' TO WS-ENVOI-PAPIER
                     END-IF
                  END-IF
            END-READ.
        ECRIRE-ENVOI-EMAIL.
            MOVE SPACE          TO REC-ELEC
            MOVE WSID-CPTE      TO ELE-ID-CPTE
            MOVE WS-PERIODE     TO ELE-PERIODE
            MOVE E-NUMERO       TO ELE-NUMERO
            MOVE E-EMAIL-CLI    TO ELE-EMAIL
            MOVE WS-DATE-ARRETE TO ELE-DATE-ARRETE
            MOVE WS-ARC-SEQ     TO ELE-NB-LIGNES
            MOVE WSNOM-CLT      TO ELE-NOM
            MOVE WSPRN-CLT      TO ELE-PRENOM
            WRITE REC-ELEC
            IF WSSLD-CLT > ZERO
               ADD WSSLD-CLT TO WS-HASH-EMAILS
            ELSE
               SUBTRACT WSSLD-CLT FROM WS-HASH-EMAILS
            END-IF
            ADD 1 TO WS-NB-EMAILS.
        CHERCHER-RIB.
      *     UN COMPTE ABSENT DE LA CROSS-REFERENCE OU DONT LE RIB
      *     N'EST PAS ENCORE POSE (XREFCLI) N'IMPRIME PAS LES LIGNES
            MOVE 'N' TO WS-RIB-TROUVE
            IF XREF-DISPO
               MOVE WSID-CPTE TO XRF-ID-CPTE
               READ FXRF KEY IS XRF-ID-CPTE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF XRF-IBAN NOT = SPACE
                        MOVE 'O' TO WS-RIB-TROUVE
                     END-IF
               END-READ
            END-IF.
        CHERCHER-COTITULAIRE.
            MOVE 'N' TO WS-COTIT-TROUVE
            IF COTIT-DISPO
            IF WS-NB-MVTS = ZERO
               MOVE WS-SLD-OUVERTURE TO L-CPT-OUVERT
               MOVE LIGNE-OUVERTURE  TO REC-RELEVE
               PERFORM EDITER-LIGNE
            END-IF.
        ECRIRE-LIGNE-MVT.
            READ FHST NEXT RECORD
                     IF PREMIER-MVT
                        PERFORM CALCULER-OUVERTURE
                        MOVE 'N' TO WS-PREMIER-MVT
                        MOVE HST-SEQ TO WS-PREMIERE-SEQ
                        MOVE WS-SLD-OUVERTURE TO L-CPT-OUVERT
                        MOVE LIGNE-OUVERTURE  TO REC-RELEVE
                        PERFORM EDITER-LIGNE
                        MOVE LIGNE-ENT-MVT    TO REC-RELEVE
                        PERFORM EDITER-LIGNE
                     END-IF
                     PERFORM IMPRIMER-LIGNE-HST
                  ELSE
                     MOVE 'Y' TO WS-FIN-HST
                  END-IF
            END-READ.
        IMPRIMER-LIGNE-HST.
      *     UNE CONTREPASSATION (CODE X) EST IMPRIMEE SOUS LA
      *     LIGNE QU'ELLE ANNULE ; ELLE N'EST IMPRIMEE A SA PLACE
      *     QUE SI LA LIGNE ANNULEE N'EST PLUS DANS L'HISTORIQUE
            IF HST-CODE = 'X'
               IF HST-ANNUL-SEQ < WS-PREMIERE-SEQ
                  MOVE HST-DATE    TO L-ANN-DATE
                  MOVE HST-MONTANT TO L-ANN-MONTANT
                  MOVE LIGNE-ANNUL TO REC-RELEVE
                  PERFORM EDITER-LIGNE
               END-IF
            ELSE
               MOVE HST-DATE      TO L-MVT-DATE
               MOVE HST-CODE      TO L-MVT-CODE
               MOVE HST-MONTANT   TO L-MVT-MONTANT
               MOVE HST-SLD-APRES TO L-MVT-SOLDE
               MOVE HST-LIBELLE   TO L-MVT-LIBELLE
               MOVE LIGNE-MVT     TO REC-RELEVE
               PERFORM EDITER-LIGNE
               IF HST-ANNULEE
                  MOVE HST-ANNUL-DATE TO L-ANN-DATE
                  MOVE HST-MONTANT    TO L-ANN-MONTANT
                  MOVE LIGNE-ANNUL    TO REC-RELEVE
                  PERFORM EDITER-LIGNE
               END-IF
            END-IF.
        CALCULER-OUVERTURE.
      *     D = DEPOT, S = SALAIRE, T = VIREMENT RECU, I =
      *     INTERETS, G = REMBOURSEMENT DE FRAIS, J = VENTE DE
      *     DEVISES AU GUICHET, Q = REMISE DE CHEQUE : LE SOLDE
      *     A AUGMENTE ;
      *     R = RETRAIT, V = VIREMENT EMIS, C =
      *     CHEQUE, E = VIREMENT EXTERNE, F = FRAIS, P =
      *     RETENUE, K = CARTE : LE SOLDE A BAISSE ;
      *     X = CONTREPASSATION : SENS INVERSE DE LA LIGNE
      *     ANNULEE (UN DEPOT ANNULE FAIT BAISSER LE SOLDE)
            IF HST-CODE = 'D' OR HST-CODE = 'S'
               OR HST-CODE = 'T' OR HST-CODE = 'I'
               OR HST-CODE = 'G' OR HST-CODE = 'J'
               OR HST-CODE = 'Q'
               OR (HST-CODE = 'X' AND HST-ANNUL-CODE NOT = 'D'
                   AND HST-ANNUL-CODE NOT = 'S'
                   AND HST-ANNUL-CODE NOT = 'I'
                   AND HST-ANNUL-CODE NOT = 'G')
               COMPUTE WS-SLD-OUVERTURE =
                       HST-SLD-APRES - HST-MONTANT
            ELSE
             CLOSE FRELEVE.
             CLOSE FHST.
             CLOSE FCOT.
             CLOSE FXRF.
             CLOSE FARC.
             CLOSE FCLI.
             CLOSE FELEC.
             STOP RUN.

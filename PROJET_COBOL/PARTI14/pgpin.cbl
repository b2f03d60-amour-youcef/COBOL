        IDENTIFICATION DIVISION.
        PROGRAM-ID. pgpin.
      *
      *     MODULE COMMUN D'EMPREINTE DES PIN, DE LA MEME FAMILLE
      *     QUE pgiban : LES PIN DES TITULAIRES, CO-TITULAIRES ET
      *     MANDATAIRES ETAIENT STOCKES EN CLAIR DANS CLIENT.DAT,
      *     COTIT.DAT ET FMANDAT ; UNE COPIE OU UN DUMP DE CES
      *     FICHIERS SUFFISAIT A LES LIRE. SEULE UNE EMPREINTE A
      *     SENS UNIQUE EST DESORMAIS CONSERVEE, AVEC UN SEL
      *     PROPRE A CHAQUE PIN POSE.
      *     ZONE D'ECHANGE (COPY WSPIN) :
      *       COMPTE (8) + PIN (4) + SEL (8) + EMPREINTE (16).
      *     FONCTIONS :
      *       'C' = CALCULER L'EMPREINTE DU PIN FOURNI AVEC LE
      *             SEL FOURNI PAR L'APPELANT. RESULTAT 'O' ; 'N'
      *             SI LE PIN N'EST PAS NUMERIQUE OU LE SEL A
      *             BLANC (RIEN N'EST ALORS CALCULE)
      *       'V' = RECALCULER L'EMPREINTE DU PIN SAISI AVEC LE
      *             SEL STOCKE ET LA COMPARER A L'EMPREINTE
      *             STOCKEE : 'O' SI ELLES SONT EGALES, 'N' SINON
      *             OU SI AUCUNE EMPREINTE N'EST STOCKEE.
      *     CALCUL : LA CLE MAISON, LE SEL, LE COMPTE ET LE PIN
      *     FORMENT UNE CHAINE DE 32 CARACTERES, PARCOURUE DEUX
      *     FOIS ; CHAQUE CARACTERE (CHIFFRE 1 A 10, LETTRE 11 A
      *     36, AUTRE 37) EST MELANGE DANS DEUX ACCUMULATEURS
      *     MODULO DEUX NOMBRES PREMIERS. L'EMPREINTE EST LA
      *     CONCATENATION DES DEUX ACCUMULATEURS. LA CLE MAISON
      *     N'EXISTE QUE DANS CE MODULE : LES FICHIERS SEULS NE
      *     PERMETTENT PAS DE RETROUVER UN PIN PAR ESSAIS.
      *
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-ZOS.
        OBJECT-COMPUTER. IBM-ZOS.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
      *    CLE MAISON (UNIQUE POINT DE DEFINITION ; LA CHANGER
      *    REND TOUTES LES EMPREINTES EN PLACE INUTILISABLES)
        01 WS-CLE-MAISON    PIC X(12) VALUE 'K7Q2MX94RB3W'.
        01 WS-CHAINE        PIC X(32).
        01 WS-CHAINE-T REDEFINES WS-CHAINE.
           05 WS-CAR        PIC X(01) OCCURS 32.
        01 WS-PIN-X         PIC X(04).
        01 WS-IND           PIC 9(02).
        01 WS-IND-L         PIC 9(02).
        01 WS-PASSAGE       PIC 9(01).
        01 WS-VALEUR        PIC 9(02).
        01 WS-UN-CAR        PIC X(01).
        01 WS-UN-CHIFFRE REDEFINES WS-UN-CAR PIC 9(01).
        01 WS-H1            PIC 9(08).
        01 WS-H2            PIC 9(08).
        01 WS-CUMUL         PIC 9(12).
        01 WS-QUOTIENT      PIC 9(12).
        01 WS-EMPREINTE.
           05 WS-EMP-H1     PIC 9(08).
           05 WS-EMP-H2     PIC 9(08).
        01 WS-ALPHABET      PIC X(26)
                            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        01 WS-ALPHABET-T REDEFINES WS-ALPHABET.
           05 WS-LETTRE     PIC X(01) OCCURS 26.
        LINKAGE SECTION.
        01 LK-FONCTION      PIC X(01).
        01 LK-ZONE.
           05 LK-ID-CPTE    PIC X(08).
           05 LK-PIN        PIC 9(04).
           05 LK-PIN-X REDEFINES LK-PIN PIC X(04).
           05 LK-SEL        PIC X(08).
           05 LK-EMPREINTE  PIC X(16).
        01 LK-RESULTAT      PIC X(01).
           88 LK-PIN-OK        VALUE 'O'.
        PROCEDURE DIVISION USING LK-FONCTION LK-ZONE
                                 LK-RESULTAT.
        0100-DEBUT.
            MOVE 'N' TO LK-RESULTAT
            IF LK-PIN-X NOT NUMERIC OR LK-SEL = SPACE
               GO TO 0900-FIN
            END-IF
            EVALUATE LK-FONCTION
               WHEN 'C'
                  PERFORM 0200-CALCULER-EMPREINTE
                  MOVE WS-EMPREINTE TO LK-EMPREINTE
                  MOVE 'O' TO LK-RESULTAT
               WHEN 'V'
                  IF LK-EMPREINTE NOT = SPACE
                     PERFORM 0200-CALCULER-EMPREINTE
                     IF WS-EMPREINTE = LK-EMPREINTE
                        MOVE 'O' TO LK-RESULTAT
                     END-IF
                  END-IF
            END-EVALUATE.
        0900-FIN.
            GOBACK.
        0200-CALCULER-EMPREINTE.
            MOVE LK-PIN-X TO WS-PIN-X
            MOVE SPACE TO WS-CHAINE
            STRING WS-CLE-MAISON LK-SEL LK-ID-CPTE WS-PIN-X
                   DELIMITED BY SIZE INTO WS-CHAINE
            MOVE 31415926 TO WS-H1
            MOVE 27182818 TO WS-H2
            PERFORM 0300-UN-PASSAGE
               VARYING WS-PASSAGE FROM 1 BY 1
               UNTIL WS-PASSAGE > 2
            MOVE WS-H1 TO WS-EMP-H1
            MOVE WS-H2 TO WS-EMP-H2.
        0300-UN-PASSAGE.
            PERFORM 0400-MELANGER-UN-CAR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 32.
        0400-MELANGER-UN-CAR.
            MOVE WS-CAR(WS-IND) TO WS-UN-CAR
            PERFORM 0500-VALEUR-CAR
            COMPUTE WS-CUMUL = WS-H1 * 131 + WS-VALEUR + WS-H2
            DIVIDE WS-CUMUL BY 99999989 GIVING WS-QUOTIENT
               REMAINDER WS-H1
            COMPUTE WS-CUMUL = WS-H2 * 137
                             + WS-VALEUR * WS-IND * WS-PASSAGE
                             + WS-H1
            DIVIDE WS-CUMUL BY 99999971 GIVING WS-QUOTIENT
               REMAINDER WS-H2.
        0500-VALEUR-CAR.
      *     CHIFFRE 1 A 10, LETTRE 11 A 36, TOUT AUTRE 37
            IF WS-UN-CAR NUMERIC
               COMPUTE WS-VALEUR = WS-UN-CHIFFRE + 1
            ELSE
               MOVE ZERO TO WS-VALEUR
               PERFORM 0510-COMPARER-LETTRE
                  VARYING WS-IND-L FROM 1 BY 1
                  UNTIL WS-IND-L > 26 OR WS-VALEUR > ZERO
               IF WS-VALEUR = ZERO
                  MOVE 37 TO WS-VALEUR
               END-IF
            END-IF.
        0510-COMPARER-LETTRE.
            IF WS-LETTRE(WS-IND-L) = WS-UN-CAR
               COMPUTE WS-VALEUR = WS-IND-L + 10
            END-IF.

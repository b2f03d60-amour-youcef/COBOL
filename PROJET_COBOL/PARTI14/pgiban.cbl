        IDENTIFICATION DIVISION.
        PROGRAM-ID. pgiban.
      *
      *     MODULE COMMUN RIB / IBAN, DE LA MEME FAMILLE QUE
      *     pgvalnum : LES COMPTES N'ETAIENT CONNUS QUE PAR
      *     LEUR ID-CPTE ET LA CONTREPARTIE DES VIREMENTS
      *     EXTERNES (CODE E) N'ETAIT PAS CONTROLEE ; UNE
      *     FAUTE DE FRAPPE REVENAIT EN RETOUR DE COMPENSATION
      *     PLUSIEURS JOURS APRES.
      *     ZONE D'ECHANGE (COPY WSIBAN) :
      *       BANQUE (5) + GUICHET (5) + COMPTE (11) + CLE RIB
      *       (2) = RIB NATIONAL ; IBAN SUR 34 POSITIONS,
      *       CADRE A GAUCHE, SANS BLANC INTERCALAIRE.
      *     FONCTIONS :
      *       'C' = CALCULER LE RIB ET L'IBAN D'UN COMPTE DE LA
      *             MAISON : L'APPELANT FOURNIT LE GUICHET ET
      *             LE COMPTE, LE MODULE POSE LE CODE BANQUE,
      *             LA CLE RIB ET L'IBAN FR. RESULTAT 'O'
      *       'V' = VERIFIER L'IBAN FOURNI : 'O' SI LA CLE
      *             MOD 97 EST BONNE ; POUR UN IBAN FR, LA
      *             LONGUEUR (27) ET LA CLE RIB SONT AUSSI
      *             CONTROLEES ET LE RIB RESSORT DECOMPOSE.
      *             'N' SINON
      *     CLE RIB = 97 - (BANQUE GUICHET COMPTE 00) MOD 97,
      *     LES LETTRES DU COMPTE VALANT 1 A 9 (A/J = 1,
      *     B/K/S = 2 ...).
      *     CLE IBAN = 98 - (BBAN + PAYS + 00) MOD 97, LES
      *     LETTRES VALANT 10 (A) A 35 (Z). LE RESTE EST CALCULE
      *     CARACTERE PAR CARACTERE (PAS DE NOMBRE A 30
      *     CHIFFRES).
      *
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-ZOS.
        OBJECT-COMPUTER. IBM-ZOS.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
      *    CODE ETABLISSEMENT DE LA BANQUE (UNIQUE POINT DE
      *    DEFINITION POUR TOUS LES RIB EMIS)
        01 WS-CODE-BANQUE   PIC X(05) VALUE '30499'.
        01 WS-CHAINE        PIC X(40).
        01 WS-CHAINE-T REDEFINES WS-CHAINE.
           05 WS-CAR        PIC X(01) OCCURS 40.
        01 WS-LONG          PIC 9(02).
        01 WS-IND           PIC 9(02).
        01 WS-IND-L         PIC 9(02).
      *    MODE DE CONVERSION DES LETTRES : 'R' = RIB, 'I' = IBAN
        01 WS-MODE          PIC X(01).
        01 WS-RESTE         PIC 9(02).
        01 WS-CUMUL         PIC 9(04).
        01 WS-QUOTIENT      PIC 9(04).
        01 WS-VALEUR        PIC 9(02).
        01 WS-UN-CAR        PIC X(01).
        01 WS-UN-CHIFFRE REDEFINES WS-UN-CAR PIC 9(01).
        01 WS-CAR-INVALIDE  PIC X(01).
           88 CAR-INVALIDE     VALUE 'O'.
        01 WS-ALPHABET      PIC X(26)
                            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
        01 WS-ALPHABET-T REDEFINES WS-ALPHABET.
           05 WS-LETTRE     PIC X(01) OCCURS 26.
        01 WS-VAL-RIB       PIC X(26)
                            VALUE '12345678912345678923456789'.
        01 WS-VAL-RIB-T REDEFINES WS-VAL-RIB.
           05 WS-VAL-LETTRE PIC 9(01) OCCURS 26.
        01 WS-CLE-CALC      PIC 9(02).
        01 WS-CLE-CALC-X REDEFINES WS-CLE-CALC PIC X(02).
        01 WS-LG-IBAN       PIC 9(02).
        01 WS-NB-BLANCS     PIC 9(02).
        01 WS-IBAN          PIC X(34).
        LINKAGE SECTION.
        01 LK-FONCTION      PIC X(01).
        01 LK-ZONE.
           05 LK-RIB.
              10 LK-BANQUE  PIC X(05).
              10 LK-GUICHET PIC X(05).
              10 LK-COMPTE  PIC X(11).
              10 LK-CLE-RIB PIC 9(02).
           05 LK-IBAN       PIC X(34).
        01 LK-RESULTAT      PIC X(01).
           88 LK-IBAN-OK       VALUE 'O'.
        PROCEDURE DIVISION USING LK-FONCTION LK-ZONE
                                 LK-RESULTAT.
        0100-DEBUT.
            MOVE 'N' TO LK-RESULTAT
            EVALUATE LK-FONCTION
               WHEN 'C'
                  MOVE WS-CODE-BANQUE TO LK-BANQUE
                  PERFORM 0200-CALCULER-CLE-RIB
                  MOVE WS-CLE-CALC TO LK-CLE-RIB
                  PERFORM 0300-COMPOSER-IBAN
                  MOVE 'O' TO LK-RESULTAT
               WHEN 'V'
                  PERFORM 0400-VERIFIER-IBAN
                     THRU 0490-FIN-VERIFIER
            END-EVALUATE.
        0900-FIN.
            GOBACK.
        0200-CALCULER-CLE-RIB.
            MOVE SPACE TO WS-CHAINE
            STRING LK-BANQUE LK-GUICHET LK-COMPTE '00'
                   DELIMITED BY SIZE INTO WS-CHAINE
            MOVE 23  TO WS-LONG
            MOVE 'R' TO WS-MODE
            PERFORM 0500-RESTE-97
            COMPUTE WS-CLE-CALC = 97 - WS-RESTE.
        0300-COMPOSER-IBAN.
      *     BBAN PUIS PAYS ET CLE A ZERO, CONVERTIS EN CHIFFRES
            MOVE SPACE TO WS-CHAINE
            STRING LK-RIB 'FR00'
                   DELIMITED BY SIZE INTO WS-CHAINE
            MOVE 27  TO WS-LONG
            MOVE 'I' TO WS-MODE
            PERFORM 0500-RESTE-97
            COMPUTE WS-CLE-CALC = 98 - WS-RESTE
            MOVE SPACE TO LK-IBAN
            STRING 'FR' WS-CLE-CALC-X LK-RIB
                   DELIMITED BY SIZE INTO LK-IBAN.
        0400-VERIFIER-IBAN.
            MOVE LK-IBAN TO WS-IBAN
            MOVE ZERO TO WS-LG-IBAN
            MOVE ZERO TO WS-NB-BLANCS
            INSPECT WS-IBAN TALLYING WS-LG-IBAN
               FOR CHARACTERS BEFORE INITIAL SPACE
            INSPECT WS-IBAN TALLYING WS-NB-BLANCS
               FOR ALL SPACE
      *     PAYS EN LETTRES, CLE EN CHIFFRES, 15 POSITIONS AU
      *     MOINS (PLUS COURT IBAN EN VIGUEUR)
            IF WS-LG-IBAN < 15
               OR WS-IBAN(1:2) NOT ALPHABETIC-UPPER
               OR WS-IBAN(3:2) NOT NUMERIC
               OR WS-LG-IBAN + WS-NB-BLANCS NOT = 34
               GO TO 0490-FIN-VERIFIER
            END-IF
            IF WS-IBAN(1:2) = 'FR' AND WS-LG-IBAN NOT = 27
               GO TO 0490-FIN-VERIFIER
            END-IF
      *     LES QUATRE PREMIERS CARACTERES PASSENT EN FIN
            MOVE SPACE TO WS-CHAINE
            STRING WS-IBAN(5:WS-LG-IBAN - 4) WS-IBAN(1:4)
                   DELIMITED BY SIZE INTO WS-CHAINE
            MOVE WS-LG-IBAN TO WS-LONG
            MOVE 'I' TO WS-MODE
            PERFORM 0500-RESTE-97
            IF CAR-INVALIDE OR WS-RESTE NOT = 1
               GO TO 0490-FIN-VERIFIER
            END-IF
            IF WS-IBAN(1:2) = 'FR'
      *        IBAN NATIONAL : LE RIB QU'IL PORTE DOIT ETRE JUSTE
               IF WS-IBAN(26:2) NOT NUMERIC
                  GO TO 0490-FIN-VERIFIER
               END-IF
               MOVE WS-IBAN(5:5)   TO LK-BANQUE
               MOVE WS-IBAN(10:5)  TO LK-GUICHET
               MOVE WS-IBAN(15:11) TO LK-COMPTE
               MOVE WS-IBAN(26:2)  TO LK-CLE-RIB
               PERFORM 0200-CALCULER-CLE-RIB
               IF CAR-INVALIDE OR WS-CLE-CALC NOT = LK-CLE-RIB
                  GO TO 0490-FIN-VERIFIER
               END-IF
            END-IF
            MOVE 'O' TO LK-RESULTAT.
        0490-FIN-VERIFIER.
            EXIT.
        0500-RESTE-97.
            MOVE ZERO TO WS-RESTE
            MOVE 'N'  TO WS-CAR-INVALIDE
            PERFORM 0510-AJOUTER-UN-CAR
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > WS-LONG.
        0510-AJOUTER-UN-CAR.
      *     RESTE COURANT FOIS 10 (OU 100 POUR UNE LETTRE EN
      *     IBAN, QUI VAUT DEUX CHIFFRES) PLUS LA VALEUR
            MOVE WS-CAR(WS-IND) TO WS-UN-CAR
            IF WS-UN-CAR NUMERIC
               COMPUTE WS-CUMUL = WS-RESTE * 10 + WS-UN-CHIFFRE
            ELSE
               PERFORM 0520-VALEUR-LETTRE
               IF WS-MODE = 'R'
                  COMPUTE WS-CUMUL = WS-RESTE * 10 + WS-VALEUR
               ELSE
                  COMPUTE WS-CUMUL = WS-RESTE * 100 + WS-VALEUR
               END-IF
            END-IF
            DIVIDE WS-CUMUL BY 97 GIVING WS-QUOTIENT
               REMAINDER WS-RESTE.
        0520-VALEUR-LETTRE.
            MOVE ZERO TO WS-VALEUR
            PERFORM 0530-COMPARER-LETTRE
               VARYING WS-IND-L FROM 1 BY 1
               UNTIL WS-IND-L > 26 OR WS-VALEUR > ZERO
            IF WS-VALEUR = ZERO
               MOVE 'O' TO WS-CAR-INVALIDE
            END-IF.
        0530-COMPARER-LETTRE.
            IF WS-LETTRE(WS-IND-L) = WS-UN-CAR
               IF WS-MODE = 'R'
                  MOVE WS-VAL-LETTRE(WS-IND-L) TO WS-VALEUR
               ELSE
                  COMPUTE WS-VALEUR = WS-IND-L + 9
               END-IF
            END-IF.

        IDENTIFICATION DIVISION.
        PROGRAM-ID. pgsiren.
      *
      *     MODULE COMMUN DE CONTROLE DU NUMERO SIREN DES
      *     CLIENTS PERSONNES MORALES, DE LA MEME FAMILLE QUE
      *     pgvalnum : LE NEUVIEME CHIFFRE DU SIREN EST UNE CLE
      *     DE LUHN CALCULEE SUR LES HUIT PREMIERS. EN PARTANT
      *     DE LA DROITE, UN CHIFFRE SUR DEUX (LE DEUXIEME, LE
      *     QUATRIEME ...) EST DOUBLE, MOINS 9 AU-DELA DE 9 ;
      *     LA SOMME DES NEUF CHIFFRES AINSI TRAITES DOIT ETRE
      *     UN MULTIPLE DE 10.
      *     LK-SIREN EST LA ZONE SAISIE (9 CARACTERES) :
      *     RESULTAT 'O' SI ELLE EST NUMERIQUE, NON NULLE ET
      *     QUE SA CLE EST BONNE, 'N' SINON.
      *
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        SOURCE-COMPUTER. IBM-ZOS.
        OBJECT-COMPUTER. IBM-ZOS.
        DATA DIVISION.
        WORKING-STORAGE SECTION.
        01 WS-SIREN         PIC 9(09).
        01 WS-SIREN-X REDEFINES WS-SIREN.
           05 WS-CHIFFRE    PIC 9(01) OCCURS 9.
        01 WS-IND           PIC 9(02).
        01 WS-DOUBLE        PIC 9(02).
        01 WS-SOMME         PIC 9(03).
        01 WS-RESTE         PIC 9(02).
        01 WS-TMP-DIV       PIC 9(03).
        LINKAGE SECTION.
        01 LK-SIREN         PIC X(09).
        01 LK-RESULTAT      PIC X(01).
           88 LK-SIREN-OK      VALUE 'O'.
        PROCEDURE DIVISION USING LK-SIREN LK-RESULTAT.
        0100-DEBUT.
            MOVE 'N' TO LK-RESULTAT
            IF LK-SIREN NUMERIC
               MOVE LK-SIREN TO WS-SIREN
               IF WS-SIREN > ZERO
                  PERFORM 0200-CALCULER-SOMME
                  DIVIDE WS-SOMME BY 10 GIVING WS-TMP-DIV
                     REMAINDER WS-RESTE
                  IF WS-RESTE = ZERO
                     MOVE 'O' TO LK-RESULTAT
                  END-IF
               END-IF
            END-IF.
        0900-FIN.
            GOBACK.
        0200-CALCULER-SOMME.
            MOVE ZERO TO WS-SOMME
            PERFORM 0300-SOMMER-UN-CHIFFRE
               VARYING WS-IND FROM 1 BY 1
               UNTIL WS-IND > 9.
        0300-SOMMER-UN-CHIFFRE.
      *     LES POSITIONS 2, 4, 6, 8 (DEPUIS LA DROITE : 8, 6,
      *     4, 2) SONT DOUBLEES
            IF WS-IND = 2 OR WS-IND = 4 OR WS-IND = 6
               OR WS-IND = 8
               COMPUTE WS-DOUBLE = WS-CHIFFRE(WS-IND) * 2
               IF WS-DOUBLE > 9
                  SUBTRACT 9 FROM WS-DOUBLE
               END-IF
               ADD WS-DOUBLE TO WS-SOMME
            ELSE
               ADD WS-CHIFFRE(WS-IND) TO WS-SOMME
            END-IF.

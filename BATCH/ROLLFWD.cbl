003360*                   DEMANDE, SANS QUOI TOUT COMPTE EN
003370*                   DEVISE FAISAIT APPARAITRE UN FAUX
003380*                   ECART (RC 8) SUR UN FICHIER BON.
003385*   15/10/2026  SE  LES LIGNES DE REVISION DU DECOUVERT AUTORISE
003390*                   (MAJDEC) PORTENT DEC-CLT AVANT/APRES : LE
003395*                   DECOUVERT EST REJOUE COMME LE SOLDE.
003396*   15/10/2026  SE  LES LIGNES DU TRANSFERT DE PORTEFEUILLE
003397*                   (TRFAGC) PORTENT LE CODE AGENCE AVANT/
003398*                   APRES : L'AGENCE DU COMPTE EST REJOUEE
003399*                   COMME LE SOLDE.
003400*--------------------------------------------------------
003500*
003600*======================================================*
009800     05  JRN-SLD-APRES PIC S9(08)V99.
009900     05  JRN-STS-AVANT PIC X(01).
010000     05  JRN-STS-APRES PIC X(01).
010010*    DECOUVERT AUTORISE AVANT/APRES : SEULE LA REVISION DES
010020*    DECOUVERTS (MAJDEC) LES RENSEIGNE, LES AUTRES METTEURS
010030*    A JOUR LAISSENT DES BLANCS (DECOUVERT INCHANGE)
010040     05  JRN-DEC-AVANT PIC 9(06).
010050     05  JRN-DEC-APRES PIC 9(06).
010070*    CODE AGENCE AVANT/APRES : SEUL LE TRANSFERT DE
010090*    PORTEFEUILLE (TRFAGC) LES RENSEIGNE
010110     05  JRN-AGC-AVANT PIC X(02).
010130     05  JRN-AGC-APRES PIC X(02).
010150     05  FILLER        PIC X(18).
010200*
010300 FD  FBALH
010400     RECORD CONTAINS 80 CHARACTERS.
027100*    FICHIER : ON L'IGNORE SANS L'APPLIQUER DEUX FOIS)
027200     IF SLD-CLT = JRN-SLD-APRES
027300        AND STS-CLT = JRN-STS-APRES
027330        AND (JRN-DEC-APRES NOT NUMERIC
027360             OR DEC-CLT = JRN-DEC-APRES)
027370        AND (JRN-AGC-APRES = SPACE
027380             OR AGC-CLT = JRN-AGC-APRES)
027400        ADD 1 TO WS-NB-IGNOREES
027500        GO TO 2000-REJOUER-EXIT
027600     END-IF
028000                JRN-ID-CPTE ' SOLDE ' SLD-CLT
028100                ' ATTENDU ' JRN-SLD-AVANT
028200     END-IF
028210     IF JRN-DEC-AVANT NUMERIC
028220        AND DEC-CLT NOT = JRN-DEC-AVANT
028230        ADD 1 TO WS-NB-DESYNCHRO
028240        DISPLAY 'ROLLFWD - IMAGE AVANT EN DESACCORD : '
028250                JRN-ID-CPTE ' DECOUVERT ' DEC-CLT
028260                ' ATTENDU ' JRN-DEC-AVANT
028270     END-IF
028273     IF JRN-AGC-AVANT NOT = SPACE
028276        AND AGC-CLT NOT = JRN-AGC-AVANT
028279        ADD 1 TO WS-NB-DESYNCHRO
028282        DISPLAY 'ROLLFWD - IMAGE AVANT EN DESACCORD : '
028285                JRN-ID-CPTE ' AGENCE ' AGC-CLT
028288                ' ATTENDU ' JRN-AGC-AVANT
028291     END-IF
028300
028400     MOVE JRN-SLD-APRES TO SLD-CLT
028500     MOVE JRN-STS-APRES TO STS-CLT
028520     IF JRN-DEC-APRES NUMERIC
028540        MOVE JRN-DEC-APRES TO DEC-CLT
028560     END-IF
028570     IF JRN-AGC-APRES NOT = SPACE
028580        MOVE JRN-AGC-APRES TO AGC-CLT
028590     END-IF
028600     REWRITE REC-CLT
028700         INVALID KEY
028800            DISPLAY 'ROLLFWD - REWRITE IMPOSSIBLE : '

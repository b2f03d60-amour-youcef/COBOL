002230*                   LE JOUR CONVENU DERIVAIT APRES CHAQUE
002240*                   FERIE. L'EXECUTION AU PREMIER PASSAGE
002250*                   DE NUIT QUI SUIT L'ECHEANCE SUFFIT.
002258*   15/10/2026  SE  ORDRE VERS UN BENEFICIAIRE EXTERNE
002266*                   (OP-IBAN-EXT RENSEIGNE) : LE MOUVEMENT
002274*                   GENERE EST UN VIREMENT EXTERNE (CODE E)
002282*                   PORTANT L'IBAN, CONTROLE A NOUVEAU PAR
002290*                   PARTI15 AVANT LA COMPENSATION ALLER.
002291*   15/10/2026  SE  LE PIN N'EST PLUS REPORTE SUR LE MOUVEMENT
002292*                   GENERE (MVT-PIN A ZERO) : LA MARQUE
002293*                   MVT-CTL-PIN 'O' SIGNALE A PARTI15 L'ORDRE
002294*                   AUTORISE PAR LE PIN DU TITULAIRE A LA
002295*                   SAISIE GESORDP.
002300*--------------------------------------------------------
002400*
002500*======================================================*
006200     05  MVT-DATE-VALEUR PIC 9(08).
006300     05  MVT-SEQ         PIC 9(04).
006400     05  MVT-SOURCE      PIC X(04).
006410*    CONTREPARTIE : NUMERO DE CHEQUE OU, POUR UN VIREMENT
006420*    EXTERNE (CODE E), IBAN FR SANS LE CODE PAYS
006430*    (CLE IBAN + RIB)
006440     05  MVT-CONTREPARTIE.
006450         10  MVT-NUM-CHEQUE  PIC 9(07).
006460         10  FILLER          PIC X(19).
006470     05  MVT-IBAN-EXT REDEFINES MVT-CONTREPARTIE.
006480         10  MVT-IBAN-CLE    PIC X(02).
006490         10  MVT-IBAN-BBAN   PIC X(23).
006500         10  FILLER          PIC X(01).
006510     05  FILLER          PIC X(02).
006511*    CONTROLE DU PIN FAIT EN AMONT (O = ORDRE AUTORISE
006512*    A LA SAISIE GESORDP) ; MVT-PIN RESTE A ZERO
006513     05  MVT-CTL-PIN     PIC X(01).
006514     05  FILLER          PIC X(04).
006600*
006700*------------------------------------------------------*
006800 WORKING-STORAGE SECTION.
018900*----------------------*
019000 3000-GENERER-MOUVEMENT.
019100*----------------------*
019210*    LE MOUVEMENT GENERE EST UN VIREMENT ORDINAIRE POUR
019220*    PARTI15 : L'ORDRE A ETE AUTORISE PAR LE PIN DU
019230*    TITULAIRE A SA MISE EN PLACE (MARQUE O, AUCUN PIN
019240*    EN CLAIR), ET LA SOURCE 'ORDP' MARQUE L'ORIGINE
019250*    SUR LE MOUVEMENT
019600     MOVE SPACE           TO REC-MVT
019700     MOVE OP-ID-CPTE      TO MVT-ID-CPTE
019900     MOVE OP-MONTANT      TO MVT-MONTANT
020000     MOVE ZERO            TO MVT-PIN
020005     MOVE 'O'             TO MVT-CTL-PIN
020010*    BENEFICIAIRE EXTERNE : VIREMENT CODE E, L'IBAN VOYAGE
020020*    SANS SON CODE PAYS (COMPENSATION NATIONALE)
020030     IF OP-IBAN-EXT NOT = SPACE
020040        MOVE 'E'               TO MVT-CODE
020050        MOVE OP-IBAN-EXT(3:2)  TO MVT-IBAN-CLE
020060        MOVE OP-IBAN-EXT(5:23) TO MVT-IBAN-BBAN
020070     ELSE
020080        MOVE 'V'               TO MVT-CODE
020090        MOVE OP-CPTE-CIBLE     TO MVT-CPTE-CIBLE
020100     END-IF
020200     MOVE WS-DATE-JOUR    TO MVT-DATE-VALEUR
020300     MOVE OP-SEQ          TO MVT-SEQ
020400     MOVE 'ORDP'          TO MVT-SOURCE

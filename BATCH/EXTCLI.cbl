001709*                   FEXTRAIT ET FEXTDELT ; LES LIGNES DE
001710*                   CONTROLE DE L'EXTRAIT AUDCLI SONT
001711*                   IGNOREES EN MODE DELTA.
001720*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
001730*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
001740*                   LE DELTA FEXTDELT PASSE A 401 OCTETS.
001748*   15/10/2026  SE  FICHE FCLIENTS : TYPE DE CLIENT ET ZONES
001756*                   DE LA PERSONNE MORALE (RAISON SOCIALE,
001764*                   SIREN, FORME JURIDIQUE, DATE DE CREATION)
001772*                   REPRISES DANS L'IMAGE EXTRAITE. COMPTAGE
001780*                   DES PERSONNES MORALES EN FIN DE TRAITEMENT.
001790*--------------------------------------------------------
001800*
001900*======================================================*
002000*   E N V I R O N M E N T       D I V I S I O N        *
004300 FILE SECTION.
004400*
004500 FD  FCLIENTS
004600     RECORD CONTAINS 400 CHARACTERS.
004700     COPY FCLIENTS.
004800*
004900 FD  FEXTRAIT
005000     RECORD CONTAINS 400 CHARACTERS.
005100 01  REC-EXTRAIT              PIC X(400).
005110*
005120 FD  FEXTDELT
005130     RECORD CONTAINS 401 CHARACTERS.
005140 01  REC-DELTA.
005150     05 DELTA-ACTION          PIC X(01).
005160     05 DELTA-IMAGE           PIC X(400).
005170*
005180 FD  AUDCLI
005190     RECORD CONTAINS 53 CHARACTERS.
006810     05 WS-NB-CREATIONS        PIC 9(07) VALUE ZERO.
006820     05 WS-NB-MODIFS           PIC 9(07) VALUE ZERO.
006825     05 WS-NB-SUPPR-DELTA      PIC 9(07) VALUE ZERO.
006827     05 WS-NB-ENTREPRISES      PIC 9(07) VALUE ZERO.
006830*
006840*    MODE DIFFERENTIEL (PARM 'DELTA') : DATE DU JOUR AU
006850*    FORMAT JJ/MM/AA DE E-DATE-CREA / E-DATE-MODIF, ET
012000     END-IF
012100
012200     ADD 1 TO WS-NB-ACTIFS
012208*    PERSONNES MORALES : LA RAISON SOCIALE, LE SIREN,
012216*    LA FORME JURIDIQUE ET LA DATE DE CREATION SONT DANS
012224*    L'IMAGE ; ELLES SONT SEULEMENT DENOMBREES ICI
012232     IF E-CLI-ENTREPRISE
012240        ADD 1 TO WS-NB-ENTREPRISES
012248     END-IF
012260
012300     MOVE SPACE     TO REC-EXTRAIT
012400     MOVE E-CLIENT  TO REC-EXTRAIT
014400     DISPLAY 'EXTCLI - NB CLIENTS LUS       : ' WS-NB-LUS
014500     DISPLAY 'EXTCLI - NB CLIENTS ACTIFS    : ' WS-NB-ACTIFS
014600     DISPLAY 'EXTCLI - NB CLIENTS SUPPRIMES : ' WS-NB-SUPPRIMES
014650     DISPLAY 'EXTCLI - DONT PERSONNES MORALES: ' WS-NB-ENTREPRISES
014700     DISPLAY 'EXTCLI - NB LIGNES ECRITES    : ' WS-NB-ECRITS
014710     IF MODE-DELTA
014720        DISPLAY 'EXTCLI - DELTA CREATIONS      : '

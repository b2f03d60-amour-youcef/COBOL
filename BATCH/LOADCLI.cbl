002450*                   FBLOQLOG AVEC LE TERMINAL 'BTCH') ET
002460*                   COUPLE CODE POSTAL / VILLE CONTROLE
002470*                   CONTRE LE REFERENTIEL FCODPOST.
002477*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002484*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER,
002491*                   CHARGE A ZERO : SANS CONSEILLER).
002500*--------------------------------------------------------
002600*
002700*======================================================*
006400 01  REC-CSVIN                PIC X(180).
006500*
006600 FD  FCLIENTS
006700     RECORD CONTAINS 400 CHARACTERS.
006800     COPY FCLIENTS.
006900*
007000 FD  FCTRL
035600     MOVE WS-CSV-VILLE    TO E-VILLE-CLI
035700     MOVE WS-CSV-TELF     TO E-TELF-CLI
035800     MOVE WS-CSV-EMAIL    TO E-EMAIL-CLI
035850     MOVE ZERO            TO E-CONSEILLER
035900     SET E-CLI-ACTIF      TO TRUE
036000     MOVE WS-JOUR-COURT   TO E-DATE-CREA
036100     MOVE WS-JOUR-COURT   TO E-DATE-MODIF

001900*                   DU KSDS. L'ETAT DE CONTROLE EQUILIBRE
002000*                   LUS = CONSERVES + PURGES ET
002100*                   ARCHIVES = PURGES (RC 8 EN CAS D'ECART).
002130*   15/10/2026  SE  FICHE FCLIENTS PORTEE A 400 OCTETS (AJOUT
002160*                   DU CONSEILLER DE CLIENTELE E-CONSEILLER).
002200*--------------------------------------------------------
002300*
002400*======================================================*
004900 FILE SECTION.
005000*
005100 FD  FCLIENTS
005200     RECORD CONTAINS 400 CHARACTERS.
005300     COPY FCLIENTS.
005400*
005500 FD  ARCFCLI
005600     RECORD CONTAINS 400 CHARACTERS.
005700 01  REC-ARCFCLI              PIC X(400).
005800*
005900 FD  ARCFCLRP
006000     RECORD CONTAINS 80 CHARACTERS.

001900*                   LONGUEUR DE CLE EN PARM). TOUT ECART
002000*                   REND RC 8 ET ARRETE LA CHAINE DE
002100*                   SAUVEGARDE.
002130*   15/10/2026  SE  LONGUEUR MAXIMALE PORTEE A 400 OCTETS
002160*                   (FICHE FCLIENTS ETENDUE).
002200*--------------------------------------------------------
002300*
002400*======================================================*
004400 FILE SECTION.
004500*
004600 FD  FVIF
004700     RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
004800     DEPENDING ON WS-LG-VIF.
004900 01  REC-VIF                  PIC X(400).
005000*
005100 FD  FSAUVE
005200     RECORD IS VARYING IN SIZE FROM 1 TO 400 CHARACTERS
005300     DEPENDING ON WS-LG-SAUVE.
005400 01  REC-SAUVE                PIC X(400).
005500*
005600*------------------------------------------------------*
005700 WORKING-STORAGE SECTION.
006200 01  WS-FS-SAUVE              PIC X(02) VALUE SPACE.
006300     88 FS-SAUVE-OK              VALUE '00'.
006400*
006500 01  WS-LG-VIF                PIC 9(03) VALUE 400.
006600 01  WS-LG-SAUVE              PIC 9(03) VALUE 400.
006700*
006800 01  WS-FIN-VIF               PIC X(01) VALUE 'N'.
006900     88 FIN-VIF                  VALUE 'Y'.

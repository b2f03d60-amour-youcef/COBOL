              PERFORM 22850-ALLER-GESEMPL
           END-IF

           IF EIBAID = DFHPF7
              PERFORM 22860-ALLER-GESFRAI
           END-IF

           IF EIBAID NOT = DFHPF12 AND NOT = DFHPF3
              AND NOT = DFHPF4 AND NOT = DFHPF7
              AND NOT = DFHENTER
              PERFORM 22200-ERREUR-TOUCHE
           END-IF
              END-IF
           END-IF

           IF ERREUR-NUM
              MOVE '1' TO INDIC-ERREUR
              MOVE -1  TO EMPIDL
              MOVE 'Q' TO EMPIDA
               LENGTH   (LONG-COM)
           END-EXEC
           .
      *-----------------------*
       22860-ALLER-GESFRAI.
      *-----------------------*
      *    PF7 : NOTES DE FRAIS (SAISIE ET APPROBATION)
      *-----------------------*
           MOVE '1' TO WS-COM-PREM

           EXEC CICS XCTL
               PROGRAM  ('GESFRAI')
               COMMAREA (WS-COMMAREA)
               LENGTH   (LONG-COM)
           END-EXEC
           .
      *--------------------*
       22200-ERREUR-TOUCHE.
      *--------------------*

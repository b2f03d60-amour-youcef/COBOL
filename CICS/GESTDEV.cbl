      *   LA DATE TRAITEE - MEME REGLE QUE FTAUXNAT COTE    *
      *   GESTAUX. LE COURS SE SAISIT SUR 9 CHIFFRES AVEC   *
      *   6 DECIMALES IMPLICITES (001086500 = 1,086500).    *
      *   LES MARGES D'ACHAT ET DE VENTE (POINTS DE BASE,   *
      *   A BLANC = ZERO) S'APPLIQUENT AU CHANGE ESPECES    *
      *   DU GUICHET (CODES H ET J DE GUICHET).             *
      *   FONCTION D'ADMINISTRATION (O-AUT-ADMIN).          *
      *   ENTREE = AFFICHER LE COURS SAISI, PF5 = VALIDER   *
      *   LA SAISIE, PF6 = SUPPRIMER                        *
      *- 9
           05 FILLER               PIC X(65)
              VALUE 'ERREUR GRAVE DANS LE PROGRAMME'.
      *- 10
           05 FILLER               PIC X(65)
              VALUE 'MARGE EN POINTS DE BASE : 4 CHIFFRES OU BLANC'.
      *-
       01  TB-MESS-ERREUR REDEFINES TB-MESSAGES.
           05 MESS-ERR OCCURS 10   PIC X(65).

       01  NUM-MES         PIC S9(4) COMP.
      *
           05                     PIC X VALUE '/'.
           05 TERM                PIC X(4).

       01  WS-MARGE-ACHAT         PIC 9(04).
       01  WS-MARGE-VENTE         PIC 9(04).

       01  WS-TRERR.
           05 FILLER              PIC X(20)
              VALUE       'TRANSACTION IMPREVUE'.
           EVALUATE WS-RESPCR
              WHEN DFHRESP(NORMAL)
                 MOVE TXD-COURS TO COURSO
                 MOVE TXD-MARGE-ACHAT-BP TO MARGAO
                 MOVE TXD-MARGE-VENTE-BP TO MARGVO
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 5   TO NUM-MES
              WHEN DFHRESP(NOTFND)
              MOVE -1  TO COURSL
              GO TO 23000-FIN
           END-IF

           PERFORM 23050-CONTROLER-MARGES
           IF ERREUR
              GO TO 23000-FIN
           END-IF
           MOVE SPACE  TO TXD-TXDEV(28:53)
           MOVE WS-MARGE-ACHAT TO TXD-MARGE-ACHAT-BP
           MOVE WS-MARGE-VENTE TO TXD-MARGE-VENTE-BP

           EXEC CICS WRITE FILE('FTXDEV')
                     RIDFLD(TXD-CLE)
           .
       23000-FIN.
           EXIT.
      *----------------------*
       23050-CONTROLER-MARGES.
      *----------------------*
           MOVE ZERO TO WS-MARGE-ACHAT WS-MARGE-VENTE

           IF MARGAI NOT = SPACE AND NOT = LOW-VALUE
              IF MARGAI NUMERIC
                 MOVE MARGAI TO WS-MARGE-ACHAT
              ELSE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 10  TO NUM-MES
                 MOVE -1  TO MARGAL
              END-IF
           END-IF

           IF MARGVI NOT = SPACE AND NOT = LOW-VALUE
              IF MARGVI NUMERIC
                 MOVE MARGVI TO WS-MARGE-VENTE
              ELSE
                 MOVE '1' TO INDIC-ERREUR
                 MOVE 10  TO NUM-MES
                 MOVE -1  TO MARGVL
              END-IF
           END-IF
           .
      *----------------------*
       23100-REECRIRE.
      *----------------------*
           END-IF

           MOVE COURSI TO TXD-COURS
           MOVE WS-MARGE-ACHAT TO TXD-MARGE-ACHAT-BP
           MOVE WS-MARGE-VENTE TO TXD-MARGE-VENTE-BP

           EXEC CICS REWRITE FILE('FTXDEV')
                     FROM(TXD-TXDEV)
           END-EXEC

           IF WS-RESPCR = DFHRESP(NORMAL)
              MOVE SPACE TO COURSO MARGAO MARGVO
              MOVE '1' TO INDIC-ERREUR
              MOVE 7   TO NUM-MES
           ELSE

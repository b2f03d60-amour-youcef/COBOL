        OBJECT-COMPUTER. IBM-ZOS.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FHST  ASSIGN TO 'MVTJOUR.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS FS-HST.
            SELECT FCLT  ASSIGN TO 'CLIENT.DAT'
           ORGANIZATION IS INDEXED
           05  HST-CODE      PIC X(01).
           05  HST-MONTANT   PIC 9(08)V99.
           05  HST-SLD-APRES PIC S9(08)V99.
           05  FILLER        PIC X(04).
      *    LIGNE ANNULEE PAR UNE CONTREPASSATION (CODE X)
           05  HST-ANNUL-STATUT PIC X(01).
              88  HST-ANNULEE     VALUE 'A'.
           05  FILLER        PIC X(53).
        FD FCLT.
        01 REC-CLT.
           05  ID-CPTE    PIC X(08).
            READ FHST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF-HST
               NOT AT END
      *           UNE OPERATION CONTREPASSEE ET SA CONTREPASSATION
      *           (CODE X) SONT EXCLUES DE LA SURVEILLANCE ; LES
      *           IMAGES DE MARQUAGE DE MVTJOUR (LIGNES D'UN JOUR
      *           PRECEDENT) PORTENT LE STATUT A ET SONT EXCLUES
                  IF HST-DATE = WS-DATE-JOUR
                     AND HST-CODE NOT = 'X'
                     AND NOT HST-ANNULEE
                     ADD 1 TO WS-NB-LUS
                     PERFORM SURVEILLER-UN-MVT
                  END-IF

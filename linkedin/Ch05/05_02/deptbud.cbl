      * REPLACE THE BUDGET; THE MASTER IS FULLY REWRITTEN TO
      * DEPTMAST.NEW AND THE JCL SWAPS IT OVER. UNKNOWN
      * DEPARTMENT CODES ARE REJECTED (RC 4).
      * THE MASTER ALSO CARRIES THE DEPARTMENT HEAD (EMPLOYEE
      * ID) WHO APPROVES THE DEPARTMENT'S EXPENSE CLAIMS ON
      * GESFRAI. A CARD MAY SET THE BUDGET, THE HEAD OR BOTH;
      * A BLANK FIELD ON THE CARD KEEPS THE CURRENT VALUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
            02 DI-NAME           PIC X(30).
            02 DI-ACTIVE         PIC X.
            02 DI-BUDGET         PIC X(12).
            02 DI-MANAGER        PIC X(7).

       FD BUDCARDS.
       01 BUDCARD-REC.
            88 BUDCARDS-EOF      VALUE HIGH-VALUES.
            02 BC-CODE           PIC X(4).
            02 BC-BUDGET         PIC X(12).
            02 BC-MANAGER        PIC X(7).

       FD DEPTMAST-OUT.
       01 DEPT-REC-OUT.
            02 DO-NAME           PIC X(30).
            02 DO-ACTIVE         PIC X.
            02 DO-BUDGET         PIC 9(12).
            02 DO-MANAGER        PIC 9(7).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
       01  WS-CARD-TABLE.
           05  WS-CARD OCCURS 100.
               10  WS-CD-CODE       PIC X(4).
               10  WS-CD-BUDGET     PIC X(12).
               10  WS-CD-MANAGER    PIC X(7).
               10  WS-CD-APPLIED    PIC X.

       PROCEDURE DIVISION.
              ADD 1 TO WS-NB-CARDS
              MOVE BC-CODE TO WS-CD-CODE(WS-NB-CARDS)
              MOVE BC-BUDGET TO WS-CD-BUDGET(WS-NB-CARDS)
              MOVE BC-MANAGER TO WS-CD-MANAGER(WS-NB-CARDS)
              MOVE 'N' TO WS-CD-APPLIED(WS-NB-CARDS)
           ELSE
              DISPLAY "ERR: CARD TABLE FULL"
           ELSE
              MOVE ZERO TO DO-BUDGET
           END-IF.
           IF DI-MANAGER NUMERIC
              MOVE DI-MANAGER TO DO-MANAGER
           ELSE
              MOVE ZERO TO DO-MANAGER
           END-IF.

           MOVE 'N' TO WS-CARD-FOUND.
           MOVE 1 TO WS-CARD-IDX.
           PERFORM 0250-SCAN-ONE-CARD
              UNTIL CARD-FOUND OR WS-CARD-IDX > WS-NB-CARDS.
           IF CARD-FOUND
              PERFORM 0260-APPLY-CARD
              MOVE 'Y' TO WS-CD-APPLIED(WS-CARD-IDX)
              ADD 1 TO WS-NB-APPLIED
           END-IF.
           END-IF.
       0250-END.

      * A NON-NUMERIC FIELD (BLANK) ON THE CARD LEAVES THE
      * MASTER VALUE AS IT WAS.
       0260-APPLY-CARD.
           IF WS-CD-BUDGET(WS-CARD-IDX) NUMERIC
              MOVE WS-CD-BUDGET(WS-CARD-IDX) TO DO-BUDGET
           END-IF.
           IF WS-CD-MANAGER(WS-CARD-IDX) NUMERIC
              MOVE WS-CD-MANAGER(WS-CARD-IDX) TO DO-MANAGER
           END-IF.
       0260-END.

       0300-CHECK-ONE-CARD.
           IF WS-CD-APPLIED(WS-CARD-IDX) NOT = 'Y'
              DISPLAY "ERR: UNKNOWN DEPARTMENT ",

       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADVGRANT.

      * SALARY ADVANCES. HR KEYS ONE ADVREQ.DAT CARD PER
      * ADVANCE GRANTED (EMPLOYEE, AMOUNT, NUMBER OF MONTHLY
      * INSTALMENTS, HR VISA). A CARD IS ACCEPTED WHEN THE
      * EMPLOYEE IS ON THE MASTER AND NOT TERMINATED, HOLDS A
      * STAFF ACCOUNT (EMPACCT.DAT), HAS NO ADVANCE STILL BEING
      * REPAID, AND THE AMOUNT DOES NOT EXCEED ONE MONTH'S
      * SALARY OVER 1 TO 12 INSTALMENTS. THE ADVANCE JOINS THE
      * REGISTER (ADVANCES.DAT, REWRITTEN AS ADVANCES.NEW AND
      * SWAPPED BY THE JCL) WITH ITS FULL AMOUNT OUTSTANDING,
      * AND IS PAID TO THE STAFF ACCOUNT AS A SALARY MOVEMENT
      * (ADVMVT.DAT, SALMVT LAYOUT, SOURCE 'AVAN') THAT THE JCL
      * APPENDS TO MVTCLT.DAT. PAYROLL DEDUCTS THE INSTALMENTS
      * AND MAINTAINS THE BALANCE. REJECTED CARDS ARE LISTED
      * ON ADVGRANT.RPT WITH THE REASON (RC 4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVREQ ASSIGN TO "ADVREQ.DAT"
            FILE STATUS IS ADVREQ-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
            FILE STATUS IS MASTERFILE-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPACCT ASSIGN TO "EMPACCT.DAT"
            FILE STATUS IS EMPACCT-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADVANCES ASSIGN TO "ADVANCES.DAT"
            FILE STATUS IS ADVANCES-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADVNEW ASSIGN TO "ADVANCES.NEW"
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADVMVT ASSIGN TO "ADVMVT.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADVRPT ASSIGN TO "ADVGRANT.RPT"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ADVREQ.
       01 ADVREQ-REC.
            88 ADVREQ-EOF        VALUE HIGH-VALUES.
            02 AQ-EMPLOYEEID     PIC 9(7).
            02 AQ-AMOUNT         PIC 9(7)V99.
            02 AQ-INSTALMENTS    PIC 9(2).
            02 AQ-VISA           PIC X(8).

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
            88 EMPENDOFFILE VALUE HIGH-VALUES.
            02 EMPLOYEEID        PIC 9(7).
            02 EMPLOYEENAME.
               05 LASTNAME       PIC X(10).
               05 FIRSTNAME      PIC X(10).
            02 STARTDATE         PIC 9(8).
            02 SALARY            PIC 9(9).
            02 DEPARTMENT        PIC X(30).
            02 GENDER            PIC X.
            02 EMP-STATUS        PIC X.
               88 EMP-TERMINATED    VALUE 'T'.
            02 EMP-TERMDATE      PIC 9(8).

       FD EMPACCT.
       01 EMPACCT-REC.
            88 EMPACCT-EOF       VALUE HIGH-VALUES.
            02 EA-EMPLOYEEID     PIC 9(7).
            02 FILLER            PIC X(2).
            02 EA-ID-CPTE        PIC X(8).

      * THE ADVANCE REGISTER, ONE LINE PER ADVANCE: STATUS A
      * WHILE BEING REPAID, S ONCE SETTLED, H WHEN THE EMPLOYEE
      * LEFT WITH A BALANCE THE FINAL PAY COULD NOT COVER (THE
      * REST IS HR'S TO RECOVER). AD-LAST-PERIOD IS THE PAY
      * PERIOD OF THE LAST INSTALMENT TAKEN.
       FD ADVANCES.
       01 ADVANCES-REC.
            88 ADVANCES-EOF      VALUE HIGH-VALUES.
            02 AD-EMPLOYEEID     PIC 9(7).
            02 AD-GRANT-DATE     PIC 9(8).
            02 AD-AMOUNT         PIC 9(7)V99.
            02 AD-INSTALMENTS    PIC 9(2).
            02 AD-INSTAL-DONE    PIC 9(2).
            02 AD-BALANCE        PIC 9(7)V99.
            02 AD-STATUS         PIC X.
               88 AD-ACTIVE         VALUE 'A'.
               88 AD-SETTLED        VALUE 'S'.
               88 AD-HANDED-TO-HR   VALUE 'H'.
            02 AD-LAST-PERIOD    PIC 9(6).
            02 AD-VISA           PIC X(8).

       FD ADVNEW.
       01 ADVNEW-REC             PIC X(52).

      * SALMVT LAYOUT (MVTCLT), CODE 'S' POSTED AS A CREDIT
       FD ADVMVT.
       01 REC-ADVMVT.
            02 SM-ID-CPTE        PIC X(8).
            02 SM-CODE           PIC X.
            02 SM-MONTANT        PIC 9(8)V99.
            02 SM-PIN            PIC 9(4).
            02 SM-CPTE-CIBLE     PIC X(8).
            02 SM-DATE-VALEUR    PIC 9(8).
            02 SM-SEQ            PIC 9(4).
            02 SM-SOURCE         PIC X(4).
            02 FILLER            PIC X(33).

       FD ADVRPT.
       01 ADVRPT-LINE            PIC X(80).

       WORKING-STORAGE SECTION.
       01  RL-COMMUN.
           05 RL-FONCTION    PIC X(01).
           05 RL-PROG        PIC X(08).
           05 RL-LUS         PIC 9(09).
           05 RL-ECRITS      PIC 9(09).
           05 RL-REJETES     PIC 9(09).
           05 RL-RC          PIC 9(02).

       01  WS-WORK-AREAS.
           05  ADVREQ-CHECK-KEY     PIC X(2).
           05  MASTERFILE-CHECK-KEY PIC X(2).
           05  EMPACCT-CHECK-KEY    PIC X(2).
           05  ADVANCES-CHECK-KEY   PIC X(2).
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-NB-CARDS          PIC 9(5) VALUE ZERO.
           05  WS-NB-GRANTED        PIC 9(5) VALUE ZERO.
           05  WS-NB-REJETS         PIC 9(5) VALUE ZERO.
           05  WS-TOT-GRANTED       PIC 9(9)V99 VALUE ZERO.
           05  WS-REASON            PIC X(30).

       01  WS-EMPLOYEES.
           05  WS-NB-EMPS           PIC 9(4) VALUE ZERO.
           05  WS-EMP-IDX           PIC 9(4).
           05  WS-EMP-FOUND         PIC X.
               88  EMP-FOUND            VALUE 'Y'.
       01  WS-EMP-TABLE.
           05  WS-EMP OCCURS 2000.
               10  WS-EMP-ID        PIC 9(7).
               10  WS-EMP-NAME      PIC X(20).
               10  WS-EMP-SALARY    PIC 9(9).
               10  WS-EMP-STATUS    PIC X.

       01  WS-LINKS.
           05  WS-NB-LINKS          PIC 9(4) VALUE ZERO.
           05  WS-LINK-IDX          PIC 9(4).
           05  WS-LINK-FOUND        PIC X.
               88  LINK-FOUND           VALUE 'Y'.
       01  WS-LINK-TABLE.
           05  WS-LINK OCCURS 1000.
               10  WS-LINK-EMPID    PIC 9(7).
               10  WS-LINK-CPTE     PIC X(8).

      * EMPLOYEES WITH AN ADVANCE STILL BEING REPAID, FROM THE
      * REGISTER AND FROM THIS RUN'S CARDS
       01  WS-ACTIVES.
           05  WS-NB-ACTIVE         PIC 9(4) VALUE ZERO.
           05  WS-ACT-IDX           PIC 9(4).
           05  WS-ACT-FOUND         PIC X.
               88  ACT-FOUND            VALUE 'Y'.
       01  WS-ACT-TABLE.
           05  WS-ACT-EMPID         PIC 9(7) OCCURS 2000.

       01  REPORT-HEADING.
           05 FILLER            PIC X(33) VALUE
              'SALARY ADVANCES GRANTED - RUN OF '.
           05 RH-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(39) VALUE SPACES.

       01  REPORT-LINE.
           05 RP-EMPLOYEEID     PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RP-NAME           PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RP-AMOUNT         PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 RP-INSTALMENTS    PIC Z9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 RP-RESULT         PIC X(30).
           05 FILLER            PIC X(6) VALUE SPACES.

       01  TOTAL-LINE.
           05 TOT-LABEL         PIC X(20).
           05 TOT-COUNT         PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 TOT-AMOUNT        PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(40) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-RUN-GRANTS.
           MOVE 'D' TO RL-FONCTION
           MOVE 'ADVGRANT' TO RL-PROG
           MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
           CALL 'pgrunlog' USING RL-COMMUN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           OPEN INPUT EMPLOYEEFILE.
           IF MASTERFILE-CHECK-KEY NOT = "00"
              DISPLAY "ERR: OPEN FILE ERROR EMPMASTER.DAT ",
                 MASTERFILE-CHECK-KEY
              MOVE 12 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           READ EMPLOYEEFILE
              AT END SET EMPENDOFFILE TO TRUE
           END-READ.
           PERFORM 0150-LOAD-ONE-EMPLOYEE UNTIL EMPENDOFFILE.
           CLOSE EMPLOYEEFILE.

           OPEN INPUT EMPACCT.
           IF EMPACCT-CHECK-KEY = "00"
              READ EMPACCT
                 AT END SET EMPACCT-EOF TO TRUE
              END-READ
              PERFORM 0160-LOAD-ONE-LINK UNTIL EMPACCT-EOF
              CLOSE EMPACCT
           ELSE
              DISPLAY "ADVGRANT: NO EMPLOYEE-ACCOUNT LINK FILE"
           END-IF.

           OPEN INPUT ADVREQ.
           IF ADVREQ-CHECK-KEY NOT = "00"
              DISPLAY "ERR: OPEN FILE ERROR ADVREQ.DAT ",
                 ADVREQ-CHECK-KEY
              MOVE 12 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.

      * THE REGISTER IS COPIED AS IT IS TO THE NEW ONE; A
      * MISSING REGISTER MEANS NO ADVANCE GRANTED YET.
           OPEN OUTPUT ADVNEW.
           OPEN INPUT ADVANCES.
           IF ADVANCES-CHECK-KEY = "00"
              READ ADVANCES
                 AT END SET ADVANCES-EOF TO TRUE
              END-READ
              PERFORM 0170-COPY-ONE-ADVANCE UNTIL ADVANCES-EOF
              CLOSE ADVANCES
           ELSE
              DISPLAY "ADVGRANT: NEW ADVANCE REGISTER"
           END-IF.

           OPEN OUTPUT ADVMVT.
           OPEN OUTPUT ADVRPT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           WRITE ADVRPT-LINE FROM REPORT-HEADING.
           MOVE SPACES TO ADVRPT-LINE.
           WRITE ADVRPT-LINE.

           READ ADVREQ
              AT END SET ADVREQ-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-ONE-CARD THRU 0200-END
              UNTIL ADVREQ-EOF.

           MOVE SPACES TO ADVRPT-LINE.
           WRITE ADVRPT-LINE.
           MOVE 'ADVANCES GRANTED' TO TOT-LABEL.
           MOVE WS-NB-GRANTED TO TOT-COUNT.
           MOVE WS-TOT-GRANTED TO TOT-AMOUNT.
           WRITE ADVRPT-LINE FROM TOTAL-LINE.
           MOVE 'CARDS REJECTED' TO TOT-LABEL.
           MOVE WS-NB-REJETS TO TOT-COUNT.
           MOVE ZERO TO TOT-AMOUNT.
           WRITE ADVRPT-LINE FROM TOTAL-LINE.

           CLOSE ADVREQ.
           CLOSE ADVNEW.
           CLOSE ADVMVT.
           CLOSE ADVRPT.
           DISPLAY "ADVGRANT: CARDS READ        " WS-NB-CARDS.
           DISPLAY "ADVGRANT: ADVANCES GRANTED  " WS-NB-GRANTED.
           DISPLAY "ADVGRANT: CARDS REJECTED    " WS-NB-REJETS.
           IF RETURN-CODE < 4 AND WS-NB-REJETS > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0150-LOAD-ONE-EMPLOYEE.
           IF WS-NB-EMPS < 2000
              ADD 1 TO WS-NB-EMPS
              MOVE EMPLOYEEID TO WS-EMP-ID(WS-NB-EMPS)
              MOVE EMPLOYEENAME TO WS-EMP-NAME(WS-NB-EMPS)
              MOVE SALARY TO WS-EMP-SALARY(WS-NB-EMPS)
              MOVE EMP-STATUS TO WS-EMP-STATUS(WS-NB-EMPS)
           ELSE
              DISPLAY "ERR: EMPLOYEE TABLE FULL"
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ EMPLOYEEFILE
              AT END SET EMPENDOFFILE TO TRUE
           END-READ.
       0150-END.

       0160-LOAD-ONE-LINK.
           IF WS-NB-LINKS < 1000
              ADD 1 TO WS-NB-LINKS
              MOVE EA-EMPLOYEEID TO WS-LINK-EMPID(WS-NB-LINKS)
              MOVE EA-ID-CPTE TO WS-LINK-CPTE(WS-NB-LINKS)
           ELSE
              DISPLAY "ERR: EMPLOYEE-ACCOUNT TABLE FULL"
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ EMPACCT
              AT END SET EMPACCT-EOF TO TRUE
           END-READ.
       0160-END.

       0170-COPY-ONE-ADVANCE.
           WRITE ADVNEW-REC FROM ADVANCES-REC.
           IF AD-ACTIVE
              PERFORM 0175-ADD-ACTIVE
           END-IF.
           READ ADVANCES
              AT END SET ADVANCES-EOF TO TRUE
           END-READ.
       0170-END.

       0175-ADD-ACTIVE.
           IF WS-NB-ACTIVE < 2000
              ADD 1 TO WS-NB-ACTIVE
              MOVE AD-EMPLOYEEID TO WS-ACT-EMPID(WS-NB-ACTIVE)
           ELSE
              DISPLAY "ERR: ACTIVE ADVANCE TABLE FULL"
              MOVE 8 TO RETURN-CODE
           END-IF.
       0175-END.

       0200-APPLY-ONE-CARD.
           ADD 1 TO WS-NB-CARDS.
           MOVE SPACES TO WS-REASON.
           MOVE AQ-EMPLOYEEID TO RP-EMPLOYEEID.
           MOVE SPACES TO RP-NAME.
           MOVE ZERO TO RP-AMOUNT RP-INSTALMENTS.
           IF AQ-EMPLOYEEID NOT NUMERIC
              OR AQ-AMOUNT NOT NUMERIC
              OR AQ-INSTALMENTS NOT NUMERIC
              MOVE 'CARD NOT NUMERIC' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.
           MOVE AQ-AMOUNT TO RP-AMOUNT.
           MOVE AQ-INSTALMENTS TO RP-INSTALMENTS.

           MOVE 'N' TO WS-EMP-FOUND.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM 0210-SCAN-ONE-EMPLOYEE
              UNTIL EMP-FOUND OR WS-EMP-IDX > WS-NB-EMPS.
           IF NOT EMP-FOUND
              MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.
           MOVE WS-EMP-NAME(WS-EMP-IDX) TO RP-NAME.
           IF WS-EMP-STATUS(WS-EMP-IDX) = 'T'
              MOVE 'EMPLOYEE TERMINATED' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.
           IF AQ-AMOUNT = ZERO
              MOVE 'AMOUNT IS ZERO' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.
           IF AQ-AMOUNT > WS-EMP-SALARY(WS-EMP-IDX)
              MOVE 'MORE THAN ONE MONTH SALARY' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.
           IF AQ-INSTALMENTS < 1 OR AQ-INSTALMENTS > 12
              MOVE 'INSTALMENTS NOT 1 TO 12' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.
           IF AQ-VISA = SPACES
              MOVE 'NO HR VISA' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.

           MOVE 'N' TO WS-LINK-FOUND.
           MOVE 1 TO WS-LINK-IDX.
           PERFORM 0220-SCAN-ONE-LINK
              UNTIL LINK-FOUND OR WS-LINK-IDX > WS-NB-LINKS.
           IF NOT LINK-FOUND
              MOVE 'NO STAFF ACCOUNT' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.

           MOVE 'N' TO WS-ACT-FOUND.
           MOVE 1 TO WS-ACT-IDX.
           PERFORM 0230-SCAN-ONE-ACTIVE
              UNTIL ACT-FOUND OR WS-ACT-IDX > WS-NB-ACTIVE.
           IF ACT-FOUND
              MOVE 'ADVANCE STILL BEING REPAID' TO WS-REASON
              GO TO 0290-REJECT-CARD
           END-IF.

           INITIALIZE ADVANCES-REC.
           MOVE AQ-EMPLOYEEID TO AD-EMPLOYEEID.
           MOVE WS-RUN-DATE TO AD-GRANT-DATE.
           MOVE AQ-AMOUNT TO AD-AMOUNT.
           MOVE AQ-INSTALMENTS TO AD-INSTALMENTS.
           MOVE ZERO TO AD-INSTAL-DONE.
           MOVE AQ-AMOUNT TO AD-BALANCE.
           SET AD-ACTIVE TO TRUE.
           MOVE ZERO TO AD-LAST-PERIOD.
           MOVE AQ-VISA TO AD-VISA.
           WRITE ADVNEW-REC FROM ADVANCES-REC.
           PERFORM 0175-ADD-ACTIVE.

           MOVE SPACES TO REC-ADVMVT.
           MOVE WS-LINK-CPTE(WS-LINK-IDX) TO SM-ID-CPTE.
           MOVE 'S' TO SM-CODE.
           MOVE AQ-AMOUNT TO SM-MONTANT.
           MOVE ZERO TO SM-PIN.
           MOVE ZERO TO SM-DATE-VALEUR.
           MOVE ZERO TO SM-SEQ.
           MOVE 'AVAN' TO SM-SOURCE.
           WRITE REC-ADVMVT.

           ADD 1 TO WS-NB-GRANTED.
           ADD AQ-AMOUNT TO WS-TOT-GRANTED.
           MOVE 'GRANTED' TO RP-RESULT.
           WRITE ADVRPT-LINE FROM REPORT-LINE.
           GO TO 0295-NEXT-CARD.

       0290-REJECT-CARD.
           ADD 1 TO WS-NB-REJETS.
           MOVE WS-REASON TO RP-RESULT.
           WRITE ADVRPT-LINE FROM REPORT-LINE.

       0295-NEXT-CARD.
           READ ADVREQ
              AT END SET ADVREQ-EOF TO TRUE
           END-READ.
       0200-END.

       0210-SCAN-ONE-EMPLOYEE.
           IF WS-EMP-ID(WS-EMP-IDX) = AQ-EMPLOYEEID
              SET EMP-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-EMP-IDX
           END-IF.
       0210-END.

       0220-SCAN-ONE-LINK.
           IF WS-LINK-EMPID(WS-LINK-IDX) = AQ-EMPLOYEEID
              SET LINK-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-LINK-IDX
           END-IF.
       0220-END.

       0230-SCAN-ONE-ACTIVE.
           IF WS-ACT-EMPID(WS-ACT-IDX) = AQ-EMPLOYEEID
              SET ACT-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-ACT-IDX
           END-IF.
       0230-END.

       9000-END-PROGRAM.
           MOVE 'F' TO RL-FONCTION
           MOVE 'ADVGRANT' TO RL-PROG
           MOVE WS-NB-CARDS TO RL-LUS
           MOVE WS-NB-GRANTED TO RL-ECRITS
           MOVE WS-NB-REJETS TO RL-REJETES
           MOVE RETURN-CODE TO RL-RC
           CALL 'pgrunlog' USING RL-COMMUN.
           STOP RUN.

          END PROGRAM ADVGRANT.

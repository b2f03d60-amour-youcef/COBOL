       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEPAY.

      * MONTH-END TIME AND ATTENDANCE. THE WEEKLY SUMMARIES
      * WRITTEN BY TIMEWK SINCE THE LAST PAY RUN (TIMEWEEK.DAT,
      * IN MINUTES) ARE TOTALLED PER EMPLOYEE AND TURNED INTO
      * HOURS-MODE PAY ELEMENTS FOR PAYROLL (PAYELTIM.DAT, SAME
      * LAYOUT AS PAYELEM.DAT, CONCATENATED AFTER IT BY THE
      * JCL):
      *    HS25  OVERTIME AT THE FIRST LEGAL RATE
      *    HS50  OVERTIME AT THE SECOND LEGAL RATE
      *    HNUI  NIGHT HOURS
      *    HWKE  HOURS ON A REST DAY
      * THE FOUR CODES MUST BE ON PAYELREF.DAT IN MODE 'H'.
      * PAYROLL TAKES WHOLE HOURS ONLY: THE MINUTES LEFT OVER
      * ARE CARRIED IN TIMEWEEK.NEW, WHICH THE JCL SWAPS OVER
      * TIMEWEEK.DAT ONCE THE PAY RUN HAS ENDED CLEAN. THE
      * REPORT (TIMEPAY.RPT) LISTS THE HOURS GENERATED AND THE
      * ANOMALIES OF THE PERIOD (TIMEANOM.DAT): MISSING
      * CLOCK-OUTS, HOURS WORKED ON RECORDED LEAVE, WEEKS OVER
      * THE LEGAL MAXIMUM. RC 4 WHEN THERE IS ANY ANOMALY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMEWEEK ASSIGN TO "TIMEWEEK.DAT"
            FILE STATUS IS TIMEWEEK-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMEANOM ASSIGN TO "TIMEANOM.DAT"
            FILE STATUS IS TIMEANOM-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
            FILE STATUS IS MASTERFILE-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYELTIM ASSIGN TO "PAYELTIM.DAT"
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMECARY ASSIGN TO "TIMEWEEK.NEW"
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMERPT ASSIGN TO "TIMEPAY.RPT"
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TIMEWEEK.
       01 TIMEWEEK-REC.
            88 TIMEWEEK-EOF      VALUE HIGH-VALUES.
            02 TW-EMPLOYEEID     PIC 9(7).
            02 TW-WEEK-END       PIC 9(8).
            02 TW-NORMAL-MIN     PIC 9(5).
            02 TW-OT1-MIN        PIC 9(5).
            02 TW-OT2-MIN        PIC 9(5).
            02 TW-NIGHT-MIN      PIC 9(5).
            02 TW-REST-MIN       PIC 9(5).

       FD TIMEANOM.
       01 TIMEANOM-REC.
            88 TIMEANOM-EOF      VALUE HIGH-VALUES.
            02 TA-EMPLOYEEID     PIC 9(7).
            02 TA-DATE           PIC 9(8).
            02 TA-CODE           PIC X.
               88 TA-MISSING-OUT    VALUE 'M'.
               88 TA-ON-LEAVE       VALUE 'L'.
               88 TA-OVER-MAXIMUM   VALUE 'X'.
            02 TA-MINUTES        PIC 9(5).
            02 TA-WEEK-END       PIC 9(8).

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
            02 EMP-TERMDATE      PIC 9(8).

       FD PAYELTIM.
       01 PAYELTIM-REC.
            02 PE-EMPLOYEEID     PIC 9(7).
            02 PE-CODE           PIC X(4).
            02 PE-VALUE          PIC 9(9).

       FD TIMECARY.
       01 TIMECARY-REC           PIC X(40).

       FD TIMERPT.
       01 TIMERPT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  RL-COMMUN.
           05 RL-FONCTION    PIC X(01).
           05 RL-PROG        PIC X(08).
           05 RL-LUS         PIC 9(09).
           05 RL-ECRITS      PIC 9(09).
           05 RL-REJETES     PIC 9(09).
           05 RL-RC          PIC 9(02).

       01  WS-WORK-AREAS.
           05  TIMEWEEK-CHECK-KEY   PIC X(2).
           05  TIMEANOM-CHECK-KEY   PIC X(2).
           05  MASTERFILE-CHECK-KEY PIC X(2).
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-NB-WEEKS          PIC 9(6) VALUE ZERO.
           05  WS-NB-ELEMENTS       PIC 9(6) VALUE ZERO.
           05  WS-NB-ANOMALIES      PIC 9(5) VALUE ZERO.
           05  WS-NB-MISSING        PIC 9(5) VALUE ZERO.
           05  WS-NB-ON-LEAVE       PIC 9(5) VALUE ZERO.
           05  WS-NB-OVER-MAX       PIC 9(5) VALUE ZERO.
           05  WS-CODE-IDX          PIC 9.
           05  WS-HOURS             PIC 9(5).
           05  WS-LEFT-MIN          PIC 9(5).
           05  WS-ANY-LEFT          PIC X.
               88  ANY-LEFT             VALUE 'Y'.

      * THE ELEMENT CODES, IN THE ORDER OF THE MINUTE COUNTERS
      * OF WS-TOT-MIN
       01  WS-CODE-VALUES.
           05  FILLER               PIC X(4) VALUE 'HS25'.
           05  FILLER               PIC X(4) VALUE 'HS50'.
           05  FILLER               PIC X(4) VALUE 'HNUI'.
           05  FILLER               PIC X(4) VALUE 'HWKE'.
       01  WS-CODE-TABLE REDEFINES WS-CODE-VALUES.
           05  WS-CODE              PIC X(4) OCCURS 4.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-HOURS       PIC 9(7) OCCURS 4.

       01  WS-EMPLOYEES.
           05  WS-NB-EMPS           PIC 9(4) VALUE ZERO.
           05  WS-EMP-IDX           PIC 9(4).
           05  WS-EMP-WANTED        PIC 9(7).
           05  WS-EMP-FOUND         PIC X.
               88  EMP-FOUND            VALUE 'Y'.
       01  WS-EMP-TABLE.
           05  WS-EMP OCCURS 2000.
               10  WS-EMP-ID        PIC 9(7).
               10  WS-EMP-NAME      PIC X(20).

      * THE PERIOD'S MINUTES PER EMPLOYEE: OT1, OT2, NIGHT, REST
       01  WS-TOTALS.
           05  WS-NB-TOT            PIC 9(4) VALUE ZERO.
           05  WS-TOT-IDX           PIC 9(4).
           05  WS-TOT-FOUND         PIC X.
               88  TOT-FOUND            VALUE 'Y'.
       01  WS-TOT-TABLE.
           05  WS-TOT OCCURS 2000.
               10  WS-TOT-EMPID     PIC 9(7).
               10  WS-TOT-MIN       PIC 9(6) OCCURS 4.
               10  WS-TOT-HOURS     PIC 9(5) OCCURS 4.

       01  CARRY-REC.
           05  CY-EMPLOYEEID        PIC 9(7).
           05  CY-WEEK-END          PIC 9(8).
           05  CY-NORMAL-MIN        PIC 9(5).
           05  CY-LEFT-MIN          PIC 9(5) OCCURS 4.

       01  HEADING-LINE.
           05 FILLER            PIC X(33) VALUE
              'TIME AND ATTENDANCE - PAY RUN OF '.
           05 HD-RUN-DATE       PIC 9(8).
           05 FILLER            PIC X(39) VALUE SPACES.

       01  SECTION-LINE.
           05 SEC-TITLE         PIC X(80).

       01  ELEM-HEAD-LINE.
           05 FILLER            PIC X(34) VALUE
              'EMPLOYEE NAME'.
           05 FILLER            PIC X(46) VALUE
              '  HS25    HS50    HNUI    HWKE'.

       01  ELEM-LINE.
           05 EL-EMPLOYEEID     PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 EL-NAME           PIC X(20).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 EL-HOURS-GRP OCCURS 4.
              10 EL-HOURS       PIC ZZZZZ9.
              10 FILLER         PIC X(2) VALUE SPACES.
           05 FILLER            PIC X(14) VALUE SPACES.

       01  ANOM-LINE.
           05 AN-EMPLOYEEID     PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AN-NAME           PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AN-DATE           PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 AN-LABEL          PIC X(28).
           05 AN-HOURS          PIC ZZ9.
           05 FILLER            PIC X(1) VALUE ':'.
           05 AN-MINUTES        PIC 99.
           05 FILLER            PIC X(8) VALUE SPACES.

       01  TOTAL-LINE.
           05 TOT-LABEL         PIC X(34).
           05 TOT-COUNT         PIC ZZZZZZ9.
           05 FILLER            PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-RUN-MONTH.
           MOVE 'D' TO RL-FONCTION
           MOVE 'TIMEPAY' TO RL-PROG
           MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
           CALL 'pgrunlog' USING RL-COMMUN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-GRAND-TOTALS.

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

      * NO WEEKLY FILE MEANS NO TIME RECORDED THIS PERIOD: THE
      * OUTPUT FILES ARE STILL CREATED (EMPTY) FOR THE JCL
           OPEN INPUT TIMEWEEK.
           IF TIMEWEEK-CHECK-KEY = "00"
              READ TIMEWEEK
                 AT END SET TIMEWEEK-EOF TO TRUE
              END-READ
              PERFORM 0200-ADD-ONE-WEEK UNTIL TIMEWEEK-EOF
              CLOSE TIMEWEEK
           ELSE
              DISPLAY "TIMEPAY: NO WEEKLY TIME FILE THIS PERIOD"
           END-IF.

           OPEN OUTPUT PAYELTIM.
           OPEN OUTPUT TIMECARY.
           OPEN OUTPUT TIMERPT.
           MOVE WS-RUN-DATE TO HD-RUN-DATE.
           WRITE TIMERPT-LINE FROM HEADING-LINE.
           MOVE SPACES TO TIMERPT-LINE.
           WRITE TIMERPT-LINE.
           MOVE 'HOURS SENT TO PAYROLL' TO SEC-TITLE.
           WRITE TIMERPT-LINE FROM SECTION-LINE.
           WRITE TIMERPT-LINE FROM ELEM-HEAD-LINE.
           PERFORM 0300-PAY-ONE-EMPLOYEE
              VARYING WS-TOT-IDX FROM 1 BY 1
              UNTIL WS-TOT-IDX > WS-NB-TOT.
           MOVE ZERO TO EL-EMPLOYEEID.
           MOVE 'TOTAL HOURS' TO EL-NAME.
           PERFORM 0350-MOVE-ONE-GRAND
              VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > 4.
           WRITE TIMERPT-LINE FROM ELEM-LINE.
           CLOSE PAYELTIM.
           CLOSE TIMECARY.

           MOVE SPACES TO TIMERPT-LINE.
           WRITE TIMERPT-LINE.
           MOVE 'ANOMALIES OF THE PERIOD' TO SEC-TITLE.
           WRITE TIMERPT-LINE FROM SECTION-LINE.
           OPEN INPUT TIMEANOM.
           IF TIMEANOM-CHECK-KEY = "00"
              READ TIMEANOM
                 AT END SET TIMEANOM-EOF TO TRUE
              END-READ
              PERFORM 0400-PRINT-ONE-ANOMALY UNTIL TIMEANOM-EOF
              CLOSE TIMEANOM
           END-IF.

           MOVE SPACES TO TIMERPT-LINE.
           WRITE TIMERPT-LINE.
           MOVE 'WEEKLY SUMMARIES READ' TO TOT-LABEL.
           MOVE WS-NB-WEEKS TO TOT-COUNT.
           WRITE TIMERPT-LINE FROM TOTAL-LINE.
           MOVE 'PAY ELEMENTS GENERATED' TO TOT-LABEL.
           MOVE WS-NB-ELEMENTS TO TOT-COUNT.
           WRITE TIMERPT-LINE FROM TOTAL-LINE.
           MOVE 'MISSING CLOCK-OUTS' TO TOT-LABEL.
           MOVE WS-NB-MISSING TO TOT-COUNT.
           WRITE TIMERPT-LINE FROM TOTAL-LINE.
           MOVE 'DAYS WORKED ON RECORDED LEAVE' TO TOT-LABEL.
           MOVE WS-NB-ON-LEAVE TO TOT-COUNT.
           WRITE TIMERPT-LINE FROM TOTAL-LINE.
           MOVE 'WEEKS OVER THE LEGAL MAXIMUM' TO TOT-LABEL.
           MOVE WS-NB-OVER-MAX TO TOT-COUNT.
           WRITE TIMERPT-LINE FROM TOTAL-LINE.
           CLOSE TIMERPT.

           DISPLAY "TIMEPAY: WEEKLY SUMMARIES   " WS-NB-WEEKS.
           DISPLAY "TIMEPAY: ELEMENTS GENERATED " WS-NB-ELEMENTS.
           DISPLAY "TIMEPAY: ANOMALIES          " WS-NB-ANOMALIES.
           IF RETURN-CODE < 4 AND WS-NB-ANOMALIES > ZERO
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0150-LOAD-ONE-EMPLOYEE.
           IF WS-NB-EMPS < 2000
              ADD 1 TO WS-NB-EMPS
              MOVE EMPLOYEEID TO WS-EMP-ID(WS-NB-EMPS)
              MOVE EMPLOYEENAME TO WS-EMP-NAME(WS-NB-EMPS)
           ELSE
              DISPLAY "ERR: EMPLOYEE TABLE FULL"
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ EMPLOYEEFILE
              AT END SET EMPENDOFFILE TO TRUE
           END-READ.
       0150-END.

      * THE NORMAL HOURS ARE COVERED BY THE MONTHLY SALARY AND
      * ARE NOT SENT TO PAYROLL
       0200-ADD-ONE-WEEK.
           ADD 1 TO WS-NB-WEEKS.
           MOVE 'N' TO WS-TOT-FOUND.
           MOVE 1 TO WS-TOT-IDX.
           PERFORM 0210-SCAN-ONE-TOTAL
              UNTIL TOT-FOUND OR WS-TOT-IDX > WS-NB-TOT.
           IF NOT TOT-FOUND
              IF WS-NB-TOT < 2000
                 ADD 1 TO WS-NB-TOT
                 MOVE WS-NB-TOT TO WS-TOT-IDX
                 INITIALIZE WS-TOT(WS-TOT-IDX)
                 MOVE TW-EMPLOYEEID TO WS-TOT-EMPID(WS-TOT-IDX)
                 SET TOT-FOUND TO TRUE
              ELSE
                 DISPLAY "ERR: TOTAL TABLE FULL"
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
           IF TOT-FOUND
              ADD TW-OT1-MIN TO WS-TOT-MIN(WS-TOT-IDX 1)
              ADD TW-OT2-MIN TO WS-TOT-MIN(WS-TOT-IDX 2)
              ADD TW-NIGHT-MIN TO WS-TOT-MIN(WS-TOT-IDX 3)
              ADD TW-REST-MIN TO WS-TOT-MIN(WS-TOT-IDX 4)
           END-IF.
           READ TIMEWEEK
              AT END SET TIMEWEEK-EOF TO TRUE
           END-READ.
       0200-END.

       0210-SCAN-ONE-TOTAL.
           IF WS-TOT-EMPID(WS-TOT-IDX) = TW-EMPLOYEEID
              SET TOT-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-TOT-IDX
           END-IF.
       0210-END.

      * ONE ELEMENT PER CODE WITH AT LEAST ONE WHOLE HOUR, THE
      * REMAINING MINUTES ARE CARRIED TO THE NEXT PERIOD
       0300-PAY-ONE-EMPLOYEE.
           MOVE 'N' TO WS-ANY-LEFT.
           INITIALIZE CARRY-REC.
           MOVE WS-TOT-EMPID(WS-TOT-IDX) TO CY-EMPLOYEEID.
           MOVE WS-RUN-DATE TO CY-WEEK-END.
           PERFORM 0310-PAY-ONE-CODE
              VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > 4.
           IF ANY-LEFT
              WRITE TIMECARY-REC FROM CARRY-REC
           END-IF.

           MOVE WS-TOT-EMPID(WS-TOT-IDX) TO EL-EMPLOYEEID.
           MOVE WS-TOT-EMPID(WS-TOT-IDX) TO WS-EMP-WANTED.
           PERFORM 0320-FIND-EMPLOYEE.
           IF EMP-FOUND
              MOVE WS-EMP-NAME(WS-EMP-IDX) TO EL-NAME
           ELSE
              MOVE '** NOT ON MASTER **' TO EL-NAME
           END-IF.
           PERFORM 0340-MOVE-ONE-HOURS
              VARYING WS-CODE-IDX FROM 1 BY 1
              UNTIL WS-CODE-IDX > 4.
           WRITE TIMERPT-LINE FROM ELEM-LINE.
       0300-END.

       0310-PAY-ONE-CODE.
           DIVIDE WS-TOT-MIN(WS-TOT-IDX WS-CODE-IDX) BY 60
              GIVING WS-HOURS REMAINDER WS-LEFT-MIN.
           MOVE WS-HOURS TO WS-TOT-HOURS(WS-TOT-IDX WS-CODE-IDX).
           IF WS-HOURS > ZERO
              MOVE WS-TOT-EMPID(WS-TOT-IDX) TO PE-EMPLOYEEID
              MOVE WS-CODE(WS-CODE-IDX) TO PE-CODE
              MOVE WS-HOURS TO PE-VALUE
              WRITE PAYELTIM-REC
              ADD 1 TO WS-NB-ELEMENTS
              ADD WS-HOURS TO WS-GRAND-HOURS(WS-CODE-IDX)
           END-IF.
           IF WS-LEFT-MIN > ZERO
              MOVE WS-LEFT-MIN TO CY-LEFT-MIN(WS-CODE-IDX)
              SET ANY-LEFT TO TRUE
           END-IF.
       0310-END.

       0320-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM 0325-SCAN-ONE-EMPLOYEE
              UNTIL EMP-FOUND OR WS-EMP-IDX > WS-NB-EMPS.
       0320-END.

       0325-SCAN-ONE-EMPLOYEE.
           IF WS-EMP-ID(WS-EMP-IDX) = WS-EMP-WANTED
              SET EMP-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-EMP-IDX
           END-IF.
       0325-END.

       0340-MOVE-ONE-HOURS.
           MOVE WS-TOT-HOURS(WS-TOT-IDX WS-CODE-IDX)
              TO EL-HOURS(WS-CODE-IDX).
       0340-END.

       0350-MOVE-ONE-GRAND.
           MOVE WS-GRAND-HOURS(WS-CODE-IDX) TO EL-HOURS(WS-CODE-IDX).
       0350-END.

       0400-PRINT-ONE-ANOMALY.
           ADD 1 TO WS-NB-ANOMALIES.
           MOVE TA-EMPLOYEEID TO AN-EMPLOYEEID.
           MOVE TA-EMPLOYEEID TO WS-EMP-WANTED.
           PERFORM 0320-FIND-EMPLOYEE.
           IF EMP-FOUND
              MOVE WS-EMP-NAME(WS-EMP-IDX) TO AN-NAME
           ELSE
              MOVE '** NOT ON MASTER **' TO AN-NAME
           END-IF.
           MOVE TA-DATE TO AN-DATE.
           EVALUATE TRUE
              WHEN TA-MISSING-OUT
                 MOVE 'MISSING CLOCK-OUT' TO AN-LABEL
                 ADD 1 TO WS-NB-MISSING
              WHEN TA-ON-LEAVE
                 MOVE 'WORKED ON RECORDED LEAVE' TO AN-LABEL
                 ADD 1 TO WS-NB-ON-LEAVE
              WHEN TA-OVER-MAXIMUM
                 MOVE 'WEEK OVER LEGAL MAXIMUM' TO AN-LABEL
                 ADD 1 TO WS-NB-OVER-MAX
              WHEN OTHER
                 MOVE 'UNKNOWN ANOMALY CODE' TO AN-LABEL
           END-EVALUATE.
           DIVIDE TA-MINUTES BY 60
              GIVING AN-HOURS REMAINDER AN-MINUTES.
           WRITE TIMERPT-LINE FROM ANOM-LINE.
           READ TIMEANOM
              AT END SET TIMEANOM-EOF TO TRUE
           END-READ.
       0400-END.

       9000-END-PROGRAM.
           MOVE 'F' TO RL-FONCTION
           MOVE 'TIMEPAY' TO RL-PROG
           MOVE WS-NB-WEEKS TO RL-LUS
           MOVE WS-NB-ELEMENTS TO RL-ECRITS
           MOVE WS-NB-ANOMALIES TO RL-REJETES
           MOVE RETURN-CODE TO RL-RC
           CALL 'pgrunlog' USING RL-COMMUN.
           STOP RUN.

          END PROGRAM TIMEPAY.

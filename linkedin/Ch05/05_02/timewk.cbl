       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMEWK.

      * WEEKLY TIME AND ATTENDANCE. THE BADGE READERS APPEND
      * ONE CLOCKIN.DAT LINE PER SHIFT (EMPLOYEE, DAY, CLOCK-IN
      * AND CLOCK-OUT AS HHMM; A SHIFT ENDING AFTER MIDNIGHT
      * HAS A CLOCK-OUT LOWER THAN ITS CLOCK-IN). RUN ANY DAY,
      * THIS PROGRAM TAKES THE LAST COMPLETE MONDAY-TO-SUNDAY
      * WEEK AND, AGAINST THE SCHEDULE OF THE EMPLOYEE'S
      * DEPARTMENT (DEPTSCHD.DAT, '****' = DEFAULT SCHEDULE),
      * SPLITS THE HOURS WORKED INTO NORMAL HOURS, OVERTIME AT
      * THE FIRST LEGAL RATE (UP TO THE BAND), OVERTIME AT THE
      * SECOND RATE (BEYOND), NIGHT HOURS AND REST-DAY HOURS.
      * APPROVED LEAVE (ABSENCES.VAL) ON A SCHEDULED WORKING
      * DAY LOWERS THE WEEK'S CONTRACT HOURS PRO RATA. ONE
      * SUMMARY LINE PER EMPLOYEE AND WEEK IS APPENDED TO
      * TIMEWEEK.DAT FOR THE MONTH-END STEP (TIMEPAY), AND THE
      * ANOMALIES TO TIMEANOM.DAT: MISSING CLOCK-OUT (M), HOURS
      * WORKED ON A DAY OF RECORDED LEAVE (L), WEEKLY HOURS
      * OVER THE LEGAL MAXIMUM (X). CLOCK LINES DATED AFTER THE
      * WEEK ARE KEPT IN CLOCKIN.NEW, WHICH THE JCL SWAPS OVER
      * CLOCKIN.DAT. RC 4 ON ANY ANOMALY OR REJECTED LINE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOCKIN ASSIGN TO "CLOCKIN.DAT"
            FILE STATUS IS CLOCKIN-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOCKNEW ASSIGN TO "CLOCKIN.NEW"
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTSCHD ASSIGN TO "DEPTSCHD.DAT"
            FILE STATUS IS DEPTSCHD-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEEFILE ASSIGN TO "EMPMASTER.DAT"
            FILE STATUS IS MASTERFILE-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ABSVAL ASSIGN TO "ABSENCES.VAL"
            FILE STATUS IS ABSVAL-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMEWEEK ASSIGN TO "TIMEWEEK.DAT"
            FILE STATUS IS TIMEWEEK-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TIMEANOM ASSIGN TO "TIMEANOM.DAT"
            FILE STATUS IS TIMEANOM-CHECK-KEY
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLOCKIN.
       01 CLOCKIN-REC.
            88 CLOCKIN-EOF       VALUE HIGH-VALUES.
            02 CK-EMPLOYEEID     PIC 9(7).
            02 CK-DATE           PIC 9(8).
            02 CK-IN             PIC X(4).
            02 CK-IN-N REDEFINES CK-IN.
               05 CK-IN-HH       PIC 99.
               05 CK-IN-MM       PIC 99.
            02 CK-OUT            PIC X(4).
            02 CK-OUT-N REDEFINES CK-OUT.
               05 CK-OUT-HH      PIC 99.
               05 CK-OUT-MM      PIC 99.

       FD CLOCKNEW.
       01 CLOCKNEW-REC           PIC X(23).

      * ONE SCHEDULE PER DEPARTMENT CODE: WEEKLY CONTRACT HOURS,
      * OVERTIME HOURS PAID AT THE FIRST RATE BEFORE THE SECOND
      * APPLIES, LEGAL WEEKLY MAXIMUM, NIGHT WINDOW (HHMM TO
      * HHMM) AND WORKING DAYS MONDAY TO SUNDAY (Y/N; HOURS ON
      * AN 'N' DAY ARE REST-DAY HOURS).
       FD DEPTSCHD.
       01 DEPTSCHD-REC.
            88 DEPTSCHD-EOF      VALUE HIGH-VALUES.
            02 SC-DEPT           PIC X(4).
            02 SC-WEEK-HOURS     PIC 9(2)V99.
            02 SC-BAND1-HOURS    PIC 9(2).
            02 SC-MAX-HOURS      PIC 9(2).
            02 SC-NIGHT-FROM     PIC 9(4).
            02 SC-NIGHT-TO       PIC 9(4).
            02 SC-WORKDAYS       PIC X(7).

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

      * THE PERIOD'S VALIDATED LEAVE TRANSACTIONS (EMPTEDIT
      * 'L' RECORDS)
       FD ABSVAL.
       01 ABSVAL-REC.
            88 ABSVAL-EOF        VALUE HIGH-VALUES.
            02 AV-EMPLOYEEID     PIC 9(7).
            02 AV-TYPE           PIC X.
            02 AV-FROM           PIC 9(8).
            02 AV-TO             PIC 9(8).
            02 AV-DAYS           PIC 9(3).
            02 FILLER            PIC X(57).
            02 AV-TRANSCODE      PIC X.

      * WEEKLY SUMMARY PER EMPLOYEE, IN MINUTES (READ BY
      * TIMEPAY)
       FD TIMEWEEK.
       01 TIMEWEEK-REC.
            02 TW-EMPLOYEEID     PIC 9(7).
            02 TW-WEEK-END       PIC 9(8).
            02 TW-NORMAL-MIN     PIC 9(5).
            02 TW-OT1-MIN        PIC 9(5).
            02 TW-OT2-MIN        PIC 9(5).
            02 TW-NIGHT-MIN      PIC 9(5).
            02 TW-REST-MIN       PIC 9(5).

       FD TIMEANOM.
       01 TIMEANOM-REC.
            02 TA-EMPLOYEEID     PIC 9(7).
            02 TA-DATE           PIC 9(8).
            02 TA-CODE           PIC X.
               88 TA-MISSING-OUT    VALUE 'M'.
               88 TA-ON-LEAVE       VALUE 'L'.
               88 TA-OVER-MAXIMUM   VALUE 'X'.
            02 TA-MINUTES        PIC 9(5).
            02 TA-WEEK-END       PIC 9(8).

       WORKING-STORAGE SECTION.
       01  RL-COMMUN.
           05 RL-FONCTION    PIC X(01).
           05 RL-PROG        PIC X(08).
           05 RL-LUS         PIC 9(09).
           05 RL-ECRITS      PIC 9(09).
           05 RL-REJETES     PIC 9(09).
           05 RL-RC          PIC 9(02).

       01  WS-WORK-AREAS.
           05  CLOCKIN-CHECK-KEY    PIC X(2).
           05  DEPTSCHD-CHECK-KEY   PIC X(2).
           05  MASTERFILE-CHECK-KEY PIC X(2).
           05  ABSVAL-CHECK-KEY     PIC X(2).
           05  TIMEWEEK-CHECK-KEY   PIC X(2).
           05  TIMEANOM-CHECK-KEY   PIC X(2).
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-RUN-INT           PIC 9(7).
           05  WS-WEEK-START        PIC 9(8).
           05  WS-WEEK-START-INT    PIC 9(7).
           05  WS-WEEK-END          PIC 9(8).
           05  WS-WEEK-END-INT      PIC 9(7).
           05  WS-QUOTIENT          PIC 9(7).
           05  WS-DOW               PIC 9.
           05  WS-NB-CLOCKS         PIC 9(6) VALUE ZERO.
           05  WS-NB-COUNTED        PIC 9(6) VALUE ZERO.
           05  WS-NB-KEPT           PIC 9(6) VALUE ZERO.
           05  WS-NB-REJETS         PIC 9(5) VALUE ZERO.
           05  WS-NB-ANOMALIES      PIC 9(5) VALUE ZERO.
           05  WS-NB-WEEKS          PIC 9(5) VALUE ZERO.

      * DEFAULT SCHEDULE WHEN NEITHER THE DEPARTMENT NOR '****'
      * IS ON DEPTSCHD.DAT: 35 HOURS, 8 HOURS AT THE FIRST RATE,
      * 48 HOURS MAXIMUM, NIGHTS 21:00-06:00, MONDAY TO FRIDAY
       01  WS-DEFAULT-SCHED.
           05  FILLER               PIC X(4)  VALUE '****'.
           05  FILLER               PIC 9(2)V99 VALUE 35.00.
           05  FILLER               PIC 9(2)  VALUE 08.
           05  FILLER               PIC 9(2)  VALUE 48.
           05  FILLER               PIC 9(4)  VALUE 2100.
           05  FILLER               PIC 9(4)  VALUE 0600.
           05  FILLER               PIC X(7)  VALUE 'YYYYYNN'.

       01  WS-SCHEDULES.
           05  WS-NB-SCHED          PIC 9(3) VALUE ZERO.
           05  WS-SCHED-IDX         PIC 9(3).
           05  WS-DEFAULT-IDX       PIC 9(3) VALUE ZERO.
           05  WS-SCHED-WANTED      PIC X(4).
           05  WS-SCHED-FOUND       PIC X.
               88  SCHED-FOUND          VALUE 'Y'.
       01  WS-SCHED-TABLE.
           05  WS-SCHED OCCURS 100.
               10  WS-SC-DEPT       PIC X(4).
               10  WS-SC-WEEK-HOURS PIC 9(2)V99.
               10  WS-SC-BAND1      PIC 9(2).
               10  WS-SC-MAX        PIC 9(2).
               10  WS-SC-NIGHT-FROM PIC 9(4).
               10  WS-SC-NIGHT-TO   PIC 9(4).
               10  WS-SC-WORKDAYS   PIC X(7).

      * EMPLOYEE TO DEPARTMENT CODE
       01  WS-EMPLOYEES.
           05  WS-NB-EMPS           PIC 9(4) VALUE ZERO.
           05  WS-EMP-IDX           PIC 9(4).
           05  WS-EMP-FOUND         PIC X.
               88  EMP-FOUND            VALUE 'Y'.
       01  WS-EMP-TABLE.
           05  WS-EMP OCCURS 2000.
               10  WS-EMP-ID        PIC 9(7).
               10  WS-EMP-DEPT      PIC X(4).

       01  WS-ABSENCES.
           05  WS-NB-ABS            PIC 9(4) VALUE ZERO.
           05  WS-ABS-IDX           PIC 9(4).
           05  WS-LEAVE-EMPID       PIC 9(7).
           05  WS-LEAVE-DATE        PIC 9(8).
           05  WS-ON-LEAVE          PIC X.
               88  ON-LEAVE             VALUE 'Y'.
       01  WS-ABS-TABLE.
           05  WS-ABS OCCURS 2000.
               10  WS-ABS-EMPID     PIC 9(7).
               10  WS-ABS-FROM      PIC 9(8).
               10  WS-ABS-TO        PIC 9(8).

      * THE WEEK'S MINUTES PER EMPLOYEE
       01  WS-ACCUMS.
           05  WS-NB-ACC            PIC 9(4) VALUE ZERO.
           05  WS-ACC-IDX           PIC 9(4).
           05  WS-ACC-FOUND         PIC X.
               88  ACC-FOUND            VALUE 'Y'.
       01  WS-ACC-TABLE.
           05  WS-ACC OCCURS 2000.
               10  WS-ACC-EMPID     PIC 9(7).
               10  WS-ACC-SCHED     PIC 9(3).
               10  WS-ACC-TOTAL     PIC 9(5).
               10  WS-ACC-NIGHT     PIC 9(5).
               10  WS-ACC-REST      PIC 9(5).

      * ONE SHIFT, IN MINUTES FROM MIDNIGHT OF ITS DAY (THE
      * CLOCK-OUT MAY RUN INTO THE NEXT DAY, UP TO 2880)
       01  WS-SHIFT.
           05  WS-IN-MIN            PIC 9(4).
           05  WS-OUT-MIN           PIC 9(4).
           05  WS-WORKED            PIC 9(4).
           05  WS-NIGHT             PIC 9(4).
           05  WS-NF-MIN            PIC 9(4).
           05  WS-NT-MIN            PIC 9(4).
           05  WS-OV-FROM           PIC 9(4).
           05  WS-OV-TO             PIC 9(4).
           05  WS-OV-LOW            PIC 9(4).
           05  WS-OV-HIGH           PIC 9(4).
           05  WS-DAY-INT           PIC 9(7).
           05  WS-DAY-OFFSET        PIC 9.

      * CLOSING OF ONE EMPLOYEE'S WEEK
       01  WS-WEEK-CALC.
           05  WS-BASE-MIN          PIC 9(5).
           05  WS-OVER-MIN          PIC 9(5).
           05  WS-BAND1-MIN         PIC 9(5).
           05  WS-MAX-MIN           PIC 9(5).
           05  WS-NB-WORKDAYS       PIC 9.
           05  WS-LEAVE-DAYS        PIC 9.
           05  WS-DAY-IDX           PIC 9.
           05  WS-SCHED-OF-EMP      PIC 9(3).

       PROCEDURE DIVISION.
       0100-RUN-WEEK.
           MOVE 'D' TO RL-FONCTION
           MOVE 'TIMEWK' TO RL-PROG
           MOVE ZERO TO RL-LUS RL-ECRITS RL-REJETES RL-RC
           CALL 'pgrunlog' USING RL-COMMUN.

      * THE LAST COMPLETE WEEK: DAY 1 OF THE INTEGER DATES
      * (01/01/1601) IS A MONDAY, SO THE REMAINDER BY 7 OF
      * (DAY - 1) IS THE DAY OF THE WEEK, MONDAY = 0.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-DAY-INT = WS-RUN-INT - 1.
           DIVIDE WS-DAY-INT BY 7 GIVING WS-QUOTIENT
              REMAINDER WS-DOW.
           COMPUTE WS-WEEK-START-INT = WS-RUN-INT - WS-DOW - 7.
           COMPUTE WS-WEEK-END-INT = WS-WEEK-START-INT + 6.
           COMPUTE WS-WEEK-START =
              FUNCTION DATE-OF-INTEGER(WS-WEEK-START-INT).
           COMPUTE WS-WEEK-END =
              FUNCTION DATE-OF-INTEGER(WS-WEEK-END-INT).
           DISPLAY "TIMEWK: WEEK " WS-WEEK-START " TO " WS-WEEK-END.

      * SCHEDULES, EMPLOYEES AND LEAVE LOAD INTO THEIR TABLES;
      * A MISSING SCHEDULE FILE LEAVES THE DEFAULT SCHEDULE AND
      * A MISSING LEAVE FILE MEANS NO LEAVE THIS PERIOD.
           OPEN INPUT DEPTSCHD.
           IF DEPTSCHD-CHECK-KEY = "00"
              READ DEPTSCHD
                 AT END SET DEPTSCHD-EOF TO TRUE
              END-READ
              PERFORM 0150-LOAD-ONE-SCHED UNTIL DEPTSCHD-EOF
              CLOSE DEPTSCHD
           ELSE
              DISPLAY "TIMEWK: NO SCHEDULE FILE, DEFAULT APPLIES"
           END-IF.
           MOVE '****' TO WS-SCHED-WANTED.
           PERFORM 0410-FIND-SCHED.
           IF SCHED-FOUND
              MOVE WS-SCHED-IDX TO WS-DEFAULT-IDX
           ELSE
              IF WS-NB-SCHED < 100
                 ADD 1 TO WS-NB-SCHED
                 MOVE WS-DEFAULT-SCHED TO WS-SCHED(WS-NB-SCHED)
                 MOVE WS-NB-SCHED TO WS-DEFAULT-IDX
              ELSE
                 MOVE 1 TO WS-DEFAULT-IDX
              END-IF
           END-IF.

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
           PERFORM 0160-LOAD-ONE-EMPLOYEE UNTIL EMPENDOFFILE.
           CLOSE EMPLOYEEFILE.

           OPEN INPUT ABSVAL.
           IF ABSVAL-CHECK-KEY = "00"
              READ ABSVAL
                 AT END SET ABSVAL-EOF TO TRUE
              END-READ
              PERFORM 0170-LOAD-ONE-ABSENCE UNTIL ABSVAL-EOF
              CLOSE ABSVAL
           ELSE
              DISPLAY "TIMEWK: NO ABSENCE FILE THIS PERIOD"
           END-IF.

           OPEN INPUT CLOCKIN.
           IF CLOCKIN-CHECK-KEY NOT = "00"
              DISPLAY "ERR: OPEN FILE ERROR CLOCKIN.DAT ",
                 CLOCKIN-CHECK-KEY
              MOVE 12 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT CLOCKNEW.
           OPEN EXTEND TIMEANOM.
           IF TIMEANOM-CHECK-KEY NOT = "00"
              DISPLAY "ERR: OPEN FILE ERROR TIMEANOM.DAT ",
                 TIMEANOM-CHECK-KEY
              MOVE 12 TO RETURN-CODE
              CLOSE CLOCKIN CLOCKNEW
              GO TO 9000-END-PROGRAM
           END-IF.
           READ CLOCKIN
              AT END SET CLOCKIN-EOF TO TRUE
           END-READ.
           PERFORM 0200-APPLY-ONE-CLOCK UNTIL CLOCKIN-EOF.
           CLOSE CLOCKIN.
           CLOSE CLOCKNEW.

           OPEN EXTEND TIMEWEEK.
           IF TIMEWEEK-CHECK-KEY NOT = "00"
              DISPLAY "ERR: OPEN FILE ERROR TIMEWEEK.DAT ",
                 TIMEWEEK-CHECK-KEY
              MOVE 12 TO RETURN-CODE
              CLOSE TIMEANOM
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0300-CLOSE-ONE-WEEK
              VARYING WS-ACC-IDX FROM 1 BY 1
              UNTIL WS-ACC-IDX > WS-NB-ACC.
           CLOSE TIMEWEEK.
           CLOSE TIMEANOM.

           DISPLAY "TIMEWK: CLOCK LINES READ  " WS-NB-CLOCKS.
           DISPLAY "TIMEWK: LINES COUNTED     " WS-NB-COUNTED.
           DISPLAY "TIMEWK: LINES KEPT        " WS-NB-KEPT.
           DISPLAY "TIMEWK: LINES REJECTED    " WS-NB-REJETS.
           DISPLAY "TIMEWK: WEEKS WRITTEN     " WS-NB-WEEKS.
           DISPLAY "TIMEWK: ANOMALIES         " WS-NB-ANOMALIES.
           IF RETURN-CODE < 4
              AND (WS-NB-REJETS > ZERO OR WS-NB-ANOMALIES > ZERO)
              MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0150-LOAD-ONE-SCHED.
           IF WS-NB-SCHED < 100
              ADD 1 TO WS-NB-SCHED
              MOVE DEPTSCHD-REC TO WS-SCHED(WS-NB-SCHED)
           ELSE
              DISPLAY "ERR: SCHEDULE TABLE FULL"
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ DEPTSCHD
              AT END SET DEPTSCHD-EOF TO TRUE
           END-READ.
       0150-END.

       0160-LOAD-ONE-EMPLOYEE.
           IF WS-NB-EMPS < 2000
              ADD 1 TO WS-NB-EMPS
              MOVE EMPLOYEEID TO WS-EMP-ID(WS-NB-EMPS)
              MOVE DEPARTMENT(1:4) TO WS-EMP-DEPT(WS-NB-EMPS)
           ELSE
              DISPLAY "ERR: EMPLOYEE TABLE FULL"
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ EMPLOYEEFILE
              AT END SET EMPENDOFFILE TO TRUE
           END-READ.
       0160-END.

       0170-LOAD-ONE-ABSENCE.
           IF WS-NB-ABS < 2000
              ADD 1 TO WS-NB-ABS
              MOVE AV-EMPLOYEEID TO WS-ABS-EMPID(WS-NB-ABS)
              MOVE AV-FROM TO WS-ABS-FROM(WS-NB-ABS)
              MOVE AV-TO TO WS-ABS-TO(WS-NB-ABS)
           ELSE
              DISPLAY "ERR: ABSENCE TABLE FULL"
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ ABSVAL
              AT END SET ABSVAL-EOF TO TRUE
           END-READ.
       0170-END.

      * LINES OF THE WEEK ARE COUNTED, LATER LINES ARE KEPT FOR
      * NEXT WEEK, EARLIER LINES (WEEK ALREADY CLOSED) AND BAD
      * LINES ARE REJECTED.
       0200-APPLY-ONE-CLOCK.
           ADD 1 TO WS-NB-CLOCKS.
           EVALUATE TRUE
              WHEN CK-EMPLOYEEID NOT NUMERIC
                OR CK-DATE NOT NUMERIC
                OR CK-IN NOT NUMERIC
                 DISPLAY "ERR: BAD CLOCK LINE ", CLOCKIN-REC
                 ADD 1 TO WS-NB-REJETS
              WHEN CK-DATE > WS-WEEK-END
                 WRITE CLOCKNEW-REC FROM CLOCKIN-REC
                 ADD 1 TO WS-NB-KEPT
              WHEN CK-DATE < WS-WEEK-START
                 DISPLAY "ERR: CLOCK LINE OF A CLOSED WEEK ",
                    CLOCKIN-REC
                 ADD 1 TO WS-NB-REJETS
              WHEN OTHER
                 PERFORM 0210-COUNT-ONE-CLOCK
           END-EVALUATE.
           READ CLOCKIN
              AT END SET CLOCKIN-EOF TO TRUE
           END-READ.
       0200-END.

       0210-COUNT-ONE-CLOCK.
           PERFORM 0400-FIND-ACCUM.
           IF NOT ACC-FOUND
              DISPLAY "ERR: CLOCK LINE FOR UNKNOWN EMPLOYEE ",
                 CK-EMPLOYEEID
              ADD 1 TO WS-NB-REJETS
           ELSE
              ADD 1 TO WS-NB-COUNTED
              MOVE CK-EMPLOYEEID TO WS-LEAVE-EMPID
              MOVE CK-DATE TO WS-LEAVE-DATE
              PERFORM 0450-CHECK-LEAVE
              IF CK-OUT NOT NUMERIC
                 MOVE ZERO TO WS-WORKED
                 MOVE 'M' TO TA-CODE
                 PERFORM 0500-WRITE-ANOMALY
              ELSE
                 PERFORM 0220-VALUE-SHIFT
                 IF ON-LEAVE
                    MOVE 'L' TO TA-CODE
                    PERFORM 0500-WRITE-ANOMALY
                 END-IF
              END-IF
           END-IF.
       0210-END.

      * WORKED, NIGHT AND REST-DAY MINUTES OF ONE SHIFT
       0220-VALUE-SHIFT.
           COMPUTE WS-IN-MIN = CK-IN-HH * 60 + CK-IN-MM.
           COMPUTE WS-OUT-MIN = CK-OUT-HH * 60 + CK-OUT-MM.
           IF WS-OUT-MIN NOT > WS-IN-MIN
              ADD 1440 TO WS-OUT-MIN
           END-IF.
           COMPUTE WS-WORKED = WS-OUT-MIN - WS-IN-MIN.
           MOVE WS-ACC-SCHED(WS-ACC-IDX) TO WS-SCHED-IDX.

      * THE NIGHT WINDOW USUALLY SPANS MIDNIGHT (21:00-06:00):
      * IT IS THEN MET AS THE END OF A NIGHT (00:00-06:00),
      * A WHOLE NIGHT (21:00-06:00 NEXT DAY) AND THE START OF
      * THE NEXT ONE
           DIVIDE WS-SC-NIGHT-FROM(WS-SCHED-IDX) BY 100
              GIVING WS-OV-LOW REMAINDER WS-OV-HIGH.
           COMPUTE WS-NF-MIN = WS-OV-LOW * 60 + WS-OV-HIGH.
           DIVIDE WS-SC-NIGHT-TO(WS-SCHED-IDX) BY 100
              GIVING WS-OV-LOW REMAINDER WS-OV-HIGH.
           COMPUTE WS-NT-MIN = WS-OV-LOW * 60 + WS-OV-HIGH.
           MOVE ZERO TO WS-NIGHT.
           IF WS-NF-MIN > WS-NT-MIN
              MOVE ZERO TO WS-OV-FROM
              MOVE WS-NT-MIN TO WS-OV-TO
              PERFORM 0420-ADD-OVERLAP
              MOVE WS-NF-MIN TO WS-OV-FROM
              COMPUTE WS-OV-TO = 1440 + WS-NT-MIN
              PERFORM 0420-ADD-OVERLAP
              COMPUTE WS-OV-FROM = 1440 + WS-NF-MIN
              MOVE 2880 TO WS-OV-TO
              PERFORM 0420-ADD-OVERLAP
           ELSE
              MOVE WS-NF-MIN TO WS-OV-FROM
              MOVE WS-NT-MIN TO WS-OV-TO
              PERFORM 0420-ADD-OVERLAP
              COMPUTE WS-OV-FROM = 1440 + WS-NF-MIN
              COMPUTE WS-OV-TO = 1440 + WS-NT-MIN
              PERFORM 0420-ADD-OVERLAP
           END-IF.

           ADD WS-WORKED TO WS-ACC-TOTAL(WS-ACC-IDX).
           ADD WS-NIGHT TO WS-ACC-NIGHT(WS-ACC-IDX).

      * A SHIFT BELONGS TO THE DAY IT STARTS
           COMPUTE WS-DAY-INT = FUNCTION INTEGER-OF-DATE(CK-DATE).
           COMPUTE WS-DAY-OFFSET = WS-DAY-INT - WS-WEEK-START-INT.
           IF WS-SC-WORKDAYS(WS-SCHED-IDX)(WS-DAY-OFFSET + 1:1)
              NOT = 'Y'
              ADD WS-WORKED TO WS-ACC-REST(WS-ACC-IDX)
           END-IF.
       0220-END.

      * ONE EMPLOYEE'S WEEK: CONTRACT HOURS LESS THE LEAVE DAYS,
      * THEN THE TWO OVERTIME BANDS
       0300-CLOSE-ONE-WEEK.
           MOVE WS-ACC-SCHED(WS-ACC-IDX) TO WS-SCHED-OF-EMP.
           MOVE WS-SCHED-OF-EMP TO WS-SCHED-IDX.
           COMPUTE WS-BASE-MIN = WS-SC-WEEK-HOURS(WS-SCHED-IDX) * 60.
           COMPUTE WS-BAND1-MIN = WS-SC-BAND1(WS-SCHED-IDX) * 60.
           COMPUTE WS-MAX-MIN = WS-SC-MAX(WS-SCHED-IDX) * 60.
           MOVE ZERO TO WS-NB-WORKDAYS.
           INSPECT WS-SC-WORKDAYS(WS-SCHED-IDX)
              TALLYING WS-NB-WORKDAYS FOR ALL 'Y'.

           MOVE ZERO TO WS-LEAVE-DAYS.
           MOVE WS-ACC-EMPID(WS-ACC-IDX) TO WS-LEAVE-EMPID.
           PERFORM 0310-CHECK-ONE-DAY
              VARYING WS-DAY-IDX FROM 0 BY 1
              UNTIL WS-DAY-IDX > 6.
           IF WS-LEAVE-DAYS > ZERO AND WS-NB-WORKDAYS > ZERO
              IF WS-LEAVE-DAYS NOT < WS-NB-WORKDAYS
                 MOVE ZERO TO WS-BASE-MIN
              ELSE
                 COMPUTE WS-BASE-MIN = WS-BASE-MIN
                    - (WS-BASE-MIN * WS-LEAVE-DAYS / WS-NB-WORKDAYS)
              END-IF
           END-IF.

           INITIALIZE TIMEWEEK-REC.
           MOVE WS-ACC-EMPID(WS-ACC-IDX) TO TW-EMPLOYEEID.
           MOVE WS-WEEK-END TO TW-WEEK-END.
           IF WS-ACC-TOTAL(WS-ACC-IDX) > WS-BASE-MIN
              MOVE WS-BASE-MIN TO TW-NORMAL-MIN
              COMPUTE WS-OVER-MIN =
                 WS-ACC-TOTAL(WS-ACC-IDX) - WS-BASE-MIN
              IF WS-OVER-MIN > WS-BAND1-MIN
                 MOVE WS-BAND1-MIN TO TW-OT1-MIN
                 COMPUTE TW-OT2-MIN = WS-OVER-MIN - WS-BAND1-MIN
              ELSE
                 MOVE WS-OVER-MIN TO TW-OT1-MIN
              END-IF
           ELSE
              MOVE WS-ACC-TOTAL(WS-ACC-IDX) TO TW-NORMAL-MIN
           END-IF.
           MOVE WS-ACC-NIGHT(WS-ACC-IDX) TO TW-NIGHT-MIN.
           MOVE WS-ACC-REST(WS-ACC-IDX) TO TW-REST-MIN.
           WRITE TIMEWEEK-REC.
           ADD 1 TO WS-NB-WEEKS.

           IF WS-ACC-TOTAL(WS-ACC-IDX) > WS-MAX-MIN
              MOVE WS-ACC-EMPID(WS-ACC-IDX) TO CK-EMPLOYEEID
              MOVE WS-WEEK-END TO CK-DATE
              MOVE WS-ACC-TOTAL(WS-ACC-IDX) TO WS-WORKED
              MOVE 'X' TO TA-CODE
              PERFORM 0500-WRITE-ANOMALY
           END-IF.
       0300-END.

      * A SCHEDULED WORKING DAY COVERED BY RECORDED LEAVE
       0310-CHECK-ONE-DAY.
           IF WS-SC-WORKDAYS(WS-SCHED-IDX)(WS-DAY-IDX + 1:1) = 'Y'
              COMPUTE WS-LEAVE-DATE = FUNCTION DATE-OF-INTEGER
                 (WS-WEEK-START-INT + WS-DAY-IDX)
              PERFORM 0450-CHECK-LEAVE
              IF ON-LEAVE
                 ADD 1 TO WS-LEAVE-DAYS
              END-IF
           END-IF.
       0310-END.

      * THE SCAN LEAVES WS-ACC-IDX ON THE EMPLOYEE'S ENTRY; A
      * NEW ENTRY TAKES THE SCHEDULE OF THE EMPLOYEE'S
      * DEPARTMENT, OR THE DEFAULT ONE
       0400-FIND-ACCUM.
           MOVE 'N' TO WS-ACC-FOUND.
           MOVE 1 TO WS-ACC-IDX.
           PERFORM 0405-SCAN-ONE-ACCUM
              UNTIL ACC-FOUND OR WS-ACC-IDX > WS-NB-ACC.
           IF NOT ACC-FOUND
              PERFORM 0430-FIND-EMPLOYEE
              IF EMP-FOUND
                 IF WS-NB-ACC < 2000
                    ADD 1 TO WS-NB-ACC
                    MOVE WS-NB-ACC TO WS-ACC-IDX
                    MOVE CK-EMPLOYEEID TO WS-ACC-EMPID(WS-ACC-IDX)
                    MOVE WS-EMP-DEPT(WS-EMP-IDX) TO WS-SCHED-WANTED
                    PERFORM 0410-FIND-SCHED
                    IF SCHED-FOUND
                       MOVE WS-SCHED-IDX TO WS-ACC-SCHED(WS-ACC-IDX)
                    ELSE
                       MOVE WS-DEFAULT-IDX TO WS-ACC-SCHED(WS-ACC-IDX)
                    END-IF
                    MOVE ZERO TO WS-ACC-TOTAL(WS-ACC-IDX)
                    MOVE ZERO TO WS-ACC-NIGHT(WS-ACC-IDX)
                    MOVE ZERO TO WS-ACC-REST(WS-ACC-IDX)
                    SET ACC-FOUND TO TRUE
                 ELSE
                    DISPLAY "ERR: WEEK TABLE FULL"
                    MOVE 8 TO RETURN-CODE
                 END-IF
              END-IF
           END-IF.
       0400-END.

       0405-SCAN-ONE-ACCUM.
           IF WS-ACC-EMPID(WS-ACC-IDX) = CK-EMPLOYEEID
              SET ACC-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-ACC-IDX
           END-IF.
       0405-END.

       0410-FIND-SCHED.
           MOVE 'N' TO WS-SCHED-FOUND.
           MOVE 1 TO WS-SCHED-IDX.
           PERFORM 0415-SCAN-ONE-SCHED
              UNTIL SCHED-FOUND OR WS-SCHED-IDX > WS-NB-SCHED.
       0410-END.

       0415-SCAN-ONE-SCHED.
           IF WS-SC-DEPT(WS-SCHED-IDX) = WS-SCHED-WANTED
              SET SCHED-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-SCHED-IDX
           END-IF.
       0415-END.

      * ADDS TO WS-NIGHT THE PART OF THE SHIFT INSIDE
      * [WS-OV-FROM, WS-OV-TO)
       0420-ADD-OVERLAP.
           IF WS-IN-MIN > WS-OV-FROM
              MOVE WS-IN-MIN TO WS-OV-LOW
           ELSE
              MOVE WS-OV-FROM TO WS-OV-LOW
           END-IF.
           IF WS-OUT-MIN < WS-OV-TO
              MOVE WS-OUT-MIN TO WS-OV-HIGH
           ELSE
              MOVE WS-OV-TO TO WS-OV-HIGH
           END-IF.
           IF WS-OV-HIGH > WS-OV-LOW
              COMPUTE WS-NIGHT = WS-NIGHT + WS-OV-HIGH - WS-OV-LOW
           END-IF.
       0420-END.

       0430-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM 0435-SCAN-ONE-EMPLOYEE
              UNTIL EMP-FOUND OR WS-EMP-IDX > WS-NB-EMPS.
       0430-END.

       0435-SCAN-ONE-EMPLOYEE.
           IF WS-EMP-ID(WS-EMP-IDX) = CK-EMPLOYEEID
              SET EMP-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-EMP-IDX
           END-IF.
       0435-END.

      * IS WS-LEAVE-EMPID ON RECORDED LEAVE ON WS-LEAVE-DATE
       0450-CHECK-LEAVE.
           MOVE 'N' TO WS-ON-LEAVE.
           MOVE 1 TO WS-ABS-IDX.
           PERFORM 0455-SCAN-ONE-LEAVE
              UNTIL ON-LEAVE OR WS-ABS-IDX > WS-NB-ABS.
       0450-END.

       0455-SCAN-ONE-LEAVE.
           IF WS-ABS-EMPID(WS-ABS-IDX) = WS-LEAVE-EMPID
              AND WS-ABS-FROM(WS-ABS-IDX) NOT > WS-LEAVE-DATE
              AND WS-ABS-TO(WS-ABS-IDX) NOT < WS-LEAVE-DATE
              SET ON-LEAVE TO TRUE
           ELSE
              ADD 1 TO WS-ABS-IDX
           END-IF.
       0455-END.

      * TA-CODE IS SET BY THE CALLER
       0500-WRITE-ANOMALY.
           MOVE CK-EMPLOYEEID TO TA-EMPLOYEEID.
           MOVE CK-DATE TO TA-DATE.
           MOVE WS-WORKED TO TA-MINUTES.
           MOVE WS-WEEK-END TO TA-WEEK-END.
           WRITE TIMEANOM-REC.
           ADD 1 TO WS-NB-ANOMALIES.
       0500-END.

       9000-END-PROGRAM.
           MOVE 'F' TO RL-FONCTION
           MOVE 'TIMEWK' TO RL-PROG
           MOVE WS-NB-CLOCKS TO RL-LUS
           MOVE WS-NB-WEEKS TO RL-ECRITS
           MOVE WS-NB-REJETS TO RL-REJETES
           MOVE RETURN-CODE TO RL-RC
           CALL 'pgrunlog' USING RL-COMMUN.
           STOP RUN.

          END PROGRAM TIMEWK.

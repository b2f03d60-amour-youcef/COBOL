      * DEPARTMENT BUDGET VERSUS ACTUAL. THE DEPARTMENT
      * MASTER NOW CARRIES AN ANNUAL BUDGET (DEPTBUD); THE
      * PAYROLL RUN APPENDS THE GROSS PAID PER DEPARTMENT AND
      * PERIOD TO PAYDEPT.DAT, WITH THE EMPLOYER'S SOCIAL
      * CHARGES ON IT. THIS MONTHLY REPORT (PARM = YYYYMM)
      * SHOWS, PER DEPARTMENT: THE ANNUAL BUDGET, THE MONTH'S
      * COST, THE YEAR-TO-DATE COST (GROSS PLUS EMPLOYER
      * CHARGES; LINES WRITTEN BEFORE THE CHARGES WERE
      * CARRIED COUNT THE GROSS ONLY), THE YTD CONSUMPTION
      * PERCENTAGE AND AN EXCEPTION MARK WHEN THE ENVELOPE IS
      * CROSSED (RC 4).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               05 PD-YEAR        PIC 9(4).
               05 FILLER         PIC XX.
            02 PD-GROSS          PIC 9(11)V99.
            02 PD-EMPLOYER       PIC 9(11)V99.

       FD BUDRPT.
       01 BUDRPT-LINE            PIC X(110).
           05  WS-DEPT-IDX          PIC 9(3).
           05  WS-DEPT-FOUND        PIC X.
               88  DEPT-FOUND           VALUE 'Y'.
           05  WS-COST              PIC 9(12)V99.
           05  WS-PERIOD            PIC 9(6).
           05  WS-PERIOD-X REDEFINES WS-PERIOD.
               10  WS-YEAR          PIC 9(4).
           IF DEPT-FOUND
              IF PD-YEAR = WS-YEAR
                 AND PD-PERIOD <= WS-PERIOD
                 MOVE PD-GROSS TO WS-COST
                 IF PD-EMPLOYER NUMERIC
                    ADD PD-EMPLOYER TO WS-COST
                 END-IF
                 ADD WS-COST TO WS-DPT-YTD(WS-DEPT-IDX)
                 IF PD-PERIOD = WS-PERIOD
                    ADD WS-COST TO WS-DPT-MONTH(WS-DEPT-IDX)
                 END-IF
              END-IF
           ELSE

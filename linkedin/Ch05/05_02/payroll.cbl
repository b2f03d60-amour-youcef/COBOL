      * EMPLOYEE REPORT), A PER-EMPLOYEE PAYSLIP FILE, AND
      * A CONTROL PAGE WHERE GROSS MINUS DEDUCTIONS MUST
      * EQUAL NET TO THE CENT (RC 8 OTHERWISE).
      * THE EMPLOYER'S SOCIAL CHARGES COME FROM THE SAME FILE
      * ('E' CARDS = ONE CONTRIBUTION RULE: FUND, MONTHLY
      * CEILING ON THE GROSS, RATE IN BASIS POINTS). THEY ARE
      * COMPUTED PER EMPLOYEE AND PER FUND, SHOWN ON THE
      * CONTROL PAGE, ADDED TO THE PAYDEPT.DAT COST LINES AND
      * DECLARED TO EACH FUND IN DECLSOC.DAT (pgctlfic HEADER
      * AND TRAILER), RECONCILED TO THE RUN'S FUND TOTALS -
      * RC 8 AND THE FILE MUST NOT SHIP IF THEY DIFFER.
      * APPROVED EXPENSE CLAIMS NOT YET PAID (EXPCLAIM.DAT,
      * EXTRACTED FROM FFRAIS BY NDFEXT) ARE REIMBURSED WITH
      * THE SALARY: A NON-TAXABLE PAYSLIP LINE, ADDED TO THE
      * SALARY CREDIT ON SALMVT.DAT BUT KEPT OUT OF THE GROSS,
      * THE DEDUCTIONS, THE EMPLOYER CHARGES AND PAYYTD.DAT.
      * EACH CLAIM PAID IS LISTED ON EXPPAID.DAT FOR NDFMAJ
      * TO MARK IT PAID ON FFRAIS.
      * THE RUN IS BOOKED TO THE GENERAL LEDGER ON PAYGL.DAT,
      * SAME LAYOUT AS THE CLIENT FEED GLPOST.DAT (PARTI32):
      * GROSS AND EMPLOYER CHARGES AS EXPENSES BY DEPARTMENT,
      * EMPLOYEE DEDUCTIONS AND EACH FUND'S CHARGES AS
      * LIABILITIES, NET PAY AS A LIABILITY CLEARED BY THE
      * SALMVT SALARY CREDITS. DEBITS MUST EQUAL CREDITS AND
      * THE GROSS, DEDUCTION AND NET LINES MUST TIE TO THE
      * PAYCTL.DAT LINE OF THE RUN - RC 8 AND THE FILE MUST
      * NOT SHIP OTHERWISE.
      * SALARY ADVANCES (ADVANCES.DAT, GRANTED BY ADVGRANT) ARE
      * RECOVERED ONE INSTALMENT A MONTH OUT OF THE NET PAID,
      * NEVER BELOW ZERO: A PAYSLIP LINE WITH THE BALANCE
      * LEFT, LESS ON THE SALARY CREDIT, BOOKED AGAINST THE
      * ADVANCE ACCOUNT. THE REGISTER IS REWRITTEN AS
      * ADVANCES.NEW FOR THE JCL TO SWAP. AN EMPLOYEE LEAVING
      * IN THE PERIOD GETS A FINAL PAY PRO RATA TO THE
      * TERMINATION DATE, OUT OF WHICH THE WHOLE BALANCE IS
      * RECOVERED; WHAT IT CANNOT COVER, OR THE BALANCE OF AN
      * EMPLOYEE WHO LEFT EARLIER, GOES TO HR ON ADVSHORT.RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       SELECT PAYCTL ASSIGN TO "PAYCTL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT DECLSOC ASSIGN TO "DECLSOC.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXPCLAIM ASSIGN TO "EXPCLAIM.DAT"
        FILE STATUS IS EXPCLAIM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EXPPAID ASSIGN TO "EXPPAID.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYGL ASSIGN TO "PAYGL.DAT"
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ADVANCES ASSIGN TO "ADVANCES.DAT"
        FILE STATUS IS ADVANCES-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ADVNEW ASSIGN TO "ADVANCES.NEW"
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ADVSHORT ASSIGN TO "ADVSHORT.RPT"
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
            02 PP-TYPE           PIC X.
               88 PP-BAND           VALUE 'B'.
               88 PP-FIXED          VALUE 'F'.
               88 PP-EMPLOYER       VALUE 'E'.
      * ON AN 'E' CARD PP-LOWER IS THE MONTHLY CEILING OF THE
      * CONTRIBUTION BASE (ZERO = WHOLE GROSS), PP-RATE-BP THE
      * EMPLOYER RATE, FOLLOWED BY THE FUND CODE AND LABEL. A
      * FUND MAY CARRY SEVERAL RULES (E.G. TWO PENSION RATES
      * UNDER DIFFERENT CEILINGS).
            02 PP-LOWER          PIC 9(9).
            02 PP-RATE-BP        PIC 9(4).
            02 PP-FUND           PIC X(4).
            02 PP-FUND-LABEL     PIC X(20).

       FD PAYREGISTER.
       01 REGISTER-LINE          PIC X(100).

      * MACHINE-READABLE REGISTER OF GROSS PAID PER
      * DEPARTMENT AND PERIOD, APPENDED EACH RUN FOR THE
      * BUDGET-VERSUS-ACTUAL REPORT (BUDVACT), WITH THE
      * EMPLOYER CHARGES OF THE SAME GROSS SO THE REPORT
      * SHOWS THE FULL COST.
       FD PAYDEPT.
       01 PAYDEPT-REC.
            02 PD-DEPT           PIC X(4).
            02 PD-PERIOD         PIC 9(6).
            02 PD-GROSS          PIC 9(11)V99.
            02 PD-EMPLOYER       PIC 9(11)V99.

      * MACHINE-READABLE PAY LINES PER EMPLOYEE AND PERIOD,
      * APPENDED EACH RUN - THE YEAR-END DECLARATION
            02 PC-TOT-DEDUCT     PIC 9(12)V99.
            02 PC-TOT-NET        PIC 9(12)V99.

      * MONTHLY SOCIAL DECLARATION: pgctlfic HEADER, THEN PER
      * FUND AN 'F' LINE, ONE 'D' LINE PER EMPLOYEE (BASE AND
      * EMPLOYER CONTRIBUTION, 2 IMPLIED DECIMALS) AND AN 'S'
      * FUND TOTAL, THEN THE pgctlfic TRAILER (COUNT OF 'D'
      * LINES, HASH = SUM OF THEIR CONTRIBUTIONS).
       FD DECLSOC.
       01 DECLSOC-REC            PIC X(80).

      * APPROVED, UNPAID EXPENSE CLAIMS (NDFEXT EXTRACT OF
      * FFRAIS): AMOUNT WITH 2 IMPLIED DECIMALS.
       FD EXPCLAIM.
       01 EXPCLAIM-REC.
            88 EXPCLAIM-EOF      VALUE HIGH-VALUES.
            02 EC-NUM-NOTE       PIC 9(8).
            02 EC-EMPLOYEEID     PIC 9(7).
            02 EC-DATE           PIC 9(8).
            02 EC-CATEGORY       PIC X(2).
            02 EC-AMOUNT         PIC 9(7)V99.
            02 EC-RECEIPT        PIC X(12).

      * CLAIMS REIMBURSED BY THIS RUN, FOR NDFMAJ.
       FD EXPPAID.
       01 EXPPAID-REC.
            02 XP-NUM-NOTE       PIC 9(8).
            02 XP-EMPLOYEEID     PIC 9(7).
            02 XP-PERIOD         PIC 9(6).
            02 XP-AMOUNT         PIC 9(7)V99.

      * LEDGER LINES, GLPOST.DAT LAYOUT: 'D' LINES WITH THE
      * DIRECTION (D/C), ACCOUNT AND AMOUNT, THEN A 'T' LINE
      * WITH THE SUM OF THE AMOUNTS AND THE LINE COUNT (COLS
      * 38-42). THE DEPARTMENT CODE OF THE EXPENSE LINES GOES
      * IN THE TAIL, AFTER THE BRANCH ZONE, SO THE LOADER'S
      * EXISTING ZONES DO NOT MOVE.
       FD PAYGL.
       01 REC-GL.
            02 GL-TYPE           PIC X.
            02 GL-DATE           PIC 9(8).
            02 GL-REGION         PIC X(2).
            02 GL-NAT            PIC 9(2).
            02 GL-SENS           PIC X.
            02 GL-COMPTE         PIC X(10).
            02 GL-MONTANT        PIC 9(11)V99.
            02 GL-AGENCE         PIC X(2).
            02 GL-DEPT           PIC X(4).
            02 FILLER            PIC X(37).

      * THE SALARY ADVANCE REGISTER (ADVGRANT LAYOUT): STATUS A
      * WHILE BEING REPAID, S ONCE SETTLED, H WHEN THE EMPLOYEE
      * LEFT WITH A BALANCE THE FINAL PAY COULD NOT COVER.
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
            02 AD-LAST-PERIOD    PIC 9(6).
            02 AD-VISA           PIC X(8).

       FD ADVNEW.
       01 ADVNEW-REC             PIC X(52).

      * ADVANCE BALANCES LEFT UNRECOVERED BY LEAVERS, FOR HR
       FD ADVSHORT.
       01 ADVSHORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  CTL-COMMUN.
           05 CTL-FONCTION   PIC X(01).
           05 CTL-PROG       PIC X(08).
           05 CTL-DATE       PIC 9(08).
           05 CTL-COMPTEUR   PIC 9(09).
           05 CTL-HASH       PIC 9(13)V99.
           05 CTL-RC         PIC X(01).
           05 CTL-ENREG      PIC X(53).

       01  WS-WORK-AREAS.
           05  MASTERFILE-CHECK-KEY PIC X(2).
           05  PAYPARM-CHECK-KEY    PIC X(2).
           05  EMPACCT-CHECK-KEY    PIC X(2).
           05  RETROIN-CHECK-KEY    PIC X(2).
           05  SALHIST-CHECK-KEY    PIC X(2).
           05  EXPCLAIM-CHECK-KEY   PIC X(2).
           05  ADVANCES-CHECK-KEY   PIC X(2).
           05  WS-NB-SALCREDITS     PIC 9(5) VALUE ZERO.
           05  WS-RUN-DATE          PIC 9(8) VALUE ZERO.
           05  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           05  WS-DEPT-COURANT      PIC X(30) VALUE SPACES.
           05  WS-FIRST-DEPT        PIC X VALUE 'Y'.
               88  FIRST-DEPT           VALUE 'Y'.
           05  WS-FINAL-PAY         PIC X VALUE 'N'.
               88  FINAL-PAY            VALUE 'Y'.
           05  WS-TERM-DATE         PIC 9(8).
           05  WS-TERM-DATE-X REDEFINES WS-TERM-DATE.
               10  WS-TERM-PERIOD   PIC 9(6).
               10  WS-TERM-DAY      PIC 99.
           05  WS-DAYS-IN-MONTH     PIC 99 VALUE 30.

       01  WS-PARAMS.
           05  WS-NB-BANDS          PIC 99 VALUE ZERO.
           05  WS-BAND-IDX          PIC 99.
           05  WS-RATE-RETENUE      PIC 9(4).

      * EMPLOYER CONTRIBUTION RULES ('E' CARDS) AND THE FUNDS
      * THEY FEED, WITH THE RUN TOTALS PER FUND
       01  WS-EMPLOYER-RULES.
           05  WS-NB-RULES          PIC 99 VALUE ZERO.
           05  WS-RULE-IDX          PIC 99.
           05  WS-RULE OCCURS 20.
               10  WS-RULE-FUND     PIC 99.
               10  WS-RULE-CEILING  PIC 9(9).
               10  WS-RULE-RATE     PIC 9(4).
           05  WS-NB-FUNDS          PIC 99 VALUE ZERO.
           05  WS-FUND-IDX          PIC 99.
           05  WS-FUND-FOUND        PIC X.
               88  FUND-FOUND           VALUE 'Y'.
           05  WS-FUND OCCURS 10.
               10  WS-FUND-CODE     PIC X(4).
               10  WS-FUND-LABEL    PIC X(20).
               10  WS-FUND-NB-EMP   PIC 9(5).
               10  WS-FUND-BASE     PIC 9(12)V99.
               10  WS-FUND-AMOUNT   PIC 9(12)V99.
               10  WS-FUND-DECL     PIC 9(12)V99.
      * THE CURRENT EMPLOYEE'S BASE AND CONTRIBUTION PER FUND:
      * THE DECLARED BASE IS THE WIDEST OF THE FUND'S RULES
           05  WS-EMP-FUND OCCURS 10.
               10  WS-EF-BASE       PIC 9(9)V99.
               10  WS-EF-AMOUNT     PIC 9(9)V99.
           05  WS-RULE-BASE         PIC 9(9)V99.
           05  WS-RULE-AMOUNT       PIC 9(9)V99.

      * ONE LINE PER EMPLOYEE AND FUND, WRITTEN FUND BY FUND TO
      * THE DECLARATION AT THE END OF THE RUN
       01  WS-DECLARATION.
           05  WS-NB-DECL           PIC 9(5) VALUE ZERO.
           05  WS-DECL-IDX          PIC 9(5).
           05  WS-NB-DECL-LINES     PIC 9(7) VALUE ZERO.
           05  WS-DECL-HASH         PIC 9(13)V99 VALUE ZERO.
           05  WS-DECL-BAD          PIC X VALUE 'N'.
               88  DECL-OUT-OF-BALANCE  VALUE 'Y'.
       01  WS-DECL-TABLE.
           05  WS-DECL OCCURS 10000.
               10  WS-DECL-EMPID    PIC 9(7).
               10  WS-DECL-FUND     PIC 99.
               10  WS-DECL-BASE     PIC 9(9)V99.
               10  WS-DECL-AMOUNT   PIC 9(9)V99.

      * UNPAID DAYS OF THE PERIOD PER EMPLOYEE (ABSENCES.VAL)
       01  WS-ABSENCES.
           05  WS-NB-ABS            PIC 9(4) VALUE ZERO.
           88  HIST-MERGED          VALUE 'Y'.
       01  WS-SH-PERIOD         PIC 9(6).

      * APPROVED EXPENSE CLAIMS AWAITING REIMBURSEMENT
       01  WS-CLAIMS.
           05  WS-NB-CLAIMS         PIC 9(4) VALUE ZERO.
           05  WS-CLAIM-IDX         PIC 9(4).
           05  WS-NB-CLAIMS-PAID    PIC 9(4) VALUE ZERO.
           05  WS-NB-CLAIMS-HELD    PIC 9(4) VALUE ZERO.
           05  WS-EMP-EXPENSES      PIC 9(9)V99.
           05  WS-TOT-EXPENSES      PIC 9(12)V99 VALUE ZERO.
       01  WS-CLAIM-TABLE.
           05  WS-CLAIM OCCURS 2000.
               10  WS-CLAIM-NUM     PIC 9(8).
               10  WS-CLAIM-EMPID   PIC 9(7).
               10  WS-CLAIM-AMOUNT  PIC 9(7)V99.
               10  WS-CLAIM-PAID    PIC X.

      * THE ADVANCE REGISTER, LOADED WHOLE AND WRITTEN BACK
      * WHOLE (SAME LAYOUT AS ADVANCES-REC)
       01  WS-ADVANCES.
           05  WS-NB-ADV            PIC 9(4) VALUE ZERO.
           05  WS-ADV-IDX           PIC 9(4).
           05  WS-ADV-FOUND         PIC X.
               88  ADV-FOUND            VALUE 'Y'.
           05  WS-ADV-OVERFLOW      PIC X VALUE 'N'.
               88  ADV-OVERFLOW         VALUE 'Y'.
           05  WS-EMP-ADVANCE       PIC 9(7)V99.
           05  WS-ADV-SHORTFALL     PIC 9(7)V99.
           05  WS-NB-ADV-TAKEN      PIC 9(5) VALUE ZERO.
           05  WS-NB-ADV-SHORT      PIC 9(5) VALUE ZERO.
           05  WS-TOT-ADVANCES      PIC 9(12)V99 VALUE ZERO.
           05  WS-TOT-ADV-SHORT     PIC 9(12)V99 VALUE ZERO.
       01  WS-ADV-TABLE.
           05  WS-ADV OCCURS 2000.
               10  WS-ADV-EMPID     PIC 9(7).
               10  WS-ADV-GRANT-DATE PIC 9(8).
               10  WS-ADV-AMOUNT    PIC 9(7)V99.
               10  WS-ADV-INSTALMENTS PIC 9(2).
               10  WS-ADV-DONE      PIC 9(2).
               10  WS-ADV-BALANCE   PIC 9(7)V99.
               10  WS-ADV-STATUS    PIC X.
                   88  ADV-ACTIVE       VALUE 'A'.
                   88  ADV-SETTLED      VALUE 'S'.
                   88  ADV-HANDED-TO-HR VALUE 'H'.
               10  WS-ADV-LAST-PERIOD PIC 9(6).
               10  WS-ADV-VISA      PIC X(8).

      * EMPLOYEE-TO-ACCOUNT LINKS LOADED AT START OF RUN
       01  WS-LINKS.
           05  WS-NB-LINKS          PIC 9(4) VALUE ZERO.
           05  WS-GROSS             PIC 9(9)V99.
           05  WS-DEDUCTIONS        PIC 9(9)V99.
           05  WS-NET               PIC 9(9)V99.
           05  WS-EMPLOYER          PIC 9(9)V99.
           05  WS-DEPT-GROSS        PIC 9(11)V99 VALUE ZERO.
           05  WS-DEPT-NET          PIC 9(11)V99 VALUE ZERO.
           05  WS-DEPT-EMPLOYER     PIC 9(11)V99 VALUE ZERO.
           05  WS-TOT-GROSS         PIC 9(12)V99 VALUE ZERO.
           05  WS-TOT-DEDUCTIONS    PIC 9(12)V99 VALUE ZERO.
           05  WS-TOT-NET           PIC 9(12)V99 VALUE ZERO.
           05  WS-TOT-EMPLOYER      PIC 9(12)V99 VALUE ZERO.
           05  WS-TOT-COST          PIC 9(12)V99.
           05  WS-CHECK             PIC 9(12)V99.
           05  WS-TOT-SALCREDITS    PIC 9(12)V99 VALUE ZERO.

      * LEDGER FEED: THE LINE BEING WRITTEN, THE FILE TOTALS
      * AND THE TOTALS TIED BACK TO THE CONTROL LINE
       01  WS-LEDGER.
           05  WS-GL-SENS           PIC X.
           05  WS-GL-COMPTE         PIC X(10).
           05  WS-GL-DEPT           PIC X(4).
           05  WS-GL-AMOUNT         PIC 9(11)V99.
           05  WS-NB-GL-LINES       PIC 9(5) VALUE ZERO.
           05  WS-GL-DEBIT          PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-CREDIT         PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-HASH           PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-GROSS          PIC 9(12)V99 VALUE ZERO.
           05  WS-GL-EMPLOYER       PIC 9(12)V99 VALUE ZERO.
           05  WS-GL-FUNDS          PIC 9(12)V99 VALUE ZERO.
           05  WS-GL-BAD            PIC X VALUE 'N'.
               88  GL-OUT-OF-BALANCE    VALUE 'Y'.

       01  HEADING-LINE.
           05 FILLER            PIC X(11) VALUE 'EMPLOYEE ID'.
           05 CTL-VERDICT       PIC X(50).
           05 FILLER            PIC X(50) VALUE SPACES.

       01  CONTROL-FUND-LINE.
           05 FILLER            PIC X(9) VALUE 'EMPLOYER '.
           05 CFL-FUND          PIC X(4).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 CFL-LABEL         PIC X(20).
           05 FILLER            PIC X(6) VALUE ' EMP: '.
           05 CFL-NB-EMP        PIC ZZZZ9.
           05 FILLER            PIC X(7) VALUE ' BASE: '.
           05 CFL-BASE          PIC ZZZZZZZZZZZ9.99.
           05 FILLER            PIC X(10) VALUE ' CHARGES: '.
           05 CFL-AMOUNT        PIC ZZZZZZZZZZZ9.99.
           05 FILLER            PIC X(8) VALUE SPACES.

       01  CONTROL-LINE3.
           05 FILLER            PIC X(25) VALUE
              'EMPLOYER CHARGES TOTAL : '.
           05 CTL-EMPLOYER      PIC ZZZZZZZZZZZ9.99.
           05 FILLER            PIC X(18) VALUE
              '  FULL PAY COST : '.
           05 CTL-COST          PIC ZZZZZZZZZZZ9.99.
           05 FILLER            PIC X(27) VALUE SPACES.

       01  CONTROL-LINE4.
           05 FILLER            PIC X(27) VALUE
              'EXPENSE CLAIMS REIMBURSED: '.
           05 CTL-NB-CLAIMS     PIC ZZZ9.
           05 FILLER            PIC X(10) VALUE '  AMOUNT: '.
           05 CTL-EXPENSES      PIC ZZZZZZZZZZZ9.99.
           05 FILLER            PIC X(44) VALUE SPACES.

       01  CONTROL-LINE5.
           05 FILLER            PIC X(16) VALUE 'LEDGER  DEBITS:'.
           05 CTL-GL-DEBIT      PIC ZZZZZZZZZZ9.99.
           05 FILLER            PIC X(10) VALUE '  CREDITS:'.
           05 CTL-GL-CREDIT     PIC ZZZZZZZZZZ9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CTL-GL-VERDICT    PIC X(30).
           05 FILLER            PIC X(14) VALUE SPACES.

       01  CONTROL-LINE6.
           05 FILLER            PIC X(20) VALUE
              'ADVANCES RECOVERED: '.
           05 CTL-NB-ADV        PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE '  AMOUNT: '.
           05 CTL-ADVANCES      PIC ZZZZZZZZZZZ9.99.
           05 FILLER            PIC X(14) VALUE '  TO HR: '.
           05 CTL-NB-ADV-SHORT  PIC ZZZZ9.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 CTL-ADV-SHORT     PIC ZZZZZZZZZZZ9.99.
           05 FILLER            PIC X(14) VALUE SPACES.

       01  DECL-FUND-LINE.
           05 DF-TYPE           PIC X VALUE 'F'.
           05 DF-FUND           PIC X(4).
           05 DF-PERIOD         PIC 9(6).
           05 DF-LABEL          PIC X(20).
           05 FILLER            PIC X(49) VALUE SPACES.

       01  DECL-DETAIL-LINE.
           05 DD-TYPE           PIC X VALUE 'D'.
           05 DD-FUND           PIC X(4).
           05 DD-PERIOD         PIC 9(6).
           05 DD-EMPLOYEEID     PIC 9(7).
           05 DD-BASE           PIC 9(9)V99.
           05 DD-AMOUNT         PIC 9(9)V99.
           05 FILLER            PIC X(40) VALUE SPACES.

       01  DECL-TOTAL-LINE.
           05 DS-TYPE           PIC X VALUE 'S'.
           05 DS-FUND           PIC X(4).
           05 DS-PERIOD         PIC 9(6).
           05 DS-NB-EMP         PIC 9(5).
           05 DS-BASE           PIC 9(12)V99.
           05 DS-AMOUNT         PIC 9(12)V99.
           05 FILLER            PIC X(36) VALUE SPACES.

       01  WS-ELEMENT-LINE.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 PSE-LABEL         PIC X(20).
           05 PSR-AMOUNT        PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(29) VALUE SPACES.

       01  WS-EXPENSE-LINE.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 FILLER            PIC X(34) VALUE
              'EXPENSES REIMBURSED (NON-TAXABLE) '.
           05 PSX-AMOUNT        PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(25) VALUE SPACES.

       01  WS-ABSENCE-LINE.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 FILLER            PIC X(19) VALUE
           05 PSA-REDUCTION     PIC ZZZZZZZZ9.99.
           05 FILLER            PIC X(24) VALUE SPACES.

       01  WS-ADVANCE-LINE.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 FILLER            PIC X(27) VALUE
              'SALARY ADVANCE RECOVERED:  '.
           05 PSV-AMOUNT        PIC ZZZZZZ9.99.
           05 FILLER            PIC X(10) VALUE '  LEFT:  '.
           05 PSV-BALANCE       PIC ZZZZZZ9.99.
           05 FILLER            PIC X(14) VALUE SPACES.

       01  WS-FINAL-PAY-LINE.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 FILLER            PIC X(20) VALUE
              'FINAL PAY, LEFT ON  '.
           05 PSF-TERMDATE      PIC 9(8).
           05 FILLER            PIC X(10) VALUE '  DAYS:  '.
           05 PSF-DAYS          PIC Z9.
           05 FILLER            PIC X(31) VALUE SPACES.

       01  SHORT-HEADING.
           05 FILLER            PIC X(43) VALUE
              'ADVANCES NOT RECOVERED ON LEAVING, PERIOD '.
           05 SH-PERIOD         PIC 9(6).
           05 FILLER            PIC X(31) VALUE SPACES.

       01  SHORT-COLUMNS.
           05 FILLER            PIC X(38) VALUE
              'EMP ID  NAME                 GRANTED  '.
           05 FILLER            PIC X(42) VALUE
              '    AMOUNT  RECOVERED  SHORTFALL'.

       01  SHORT-LINE.
           05 SR-EMPLOYEEID     PIC 9(7).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SR-NAME           PIC X(20).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SR-GRANT-DATE     PIC 9(8).
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SR-AMOUNT         PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SR-RECOVERED      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(1) VALUE SPACES.
           05 SR-SHORTFALL      PIC ZZZZZZ9.99.
           05 FILLER            PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-RUN-PAYROLL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
              DISPLAY "PAYROLL: NO EMPLOYEE-ACCOUNT LINK FILE"
           END-IF.

      * THE APPROVED EXPENSE CLAIMS LOAD INTO THE TABLE; A
      * MISSING FILE MEANS NO CLAIMS TO REIMBURSE THIS RUN.
           OPEN INPUT EXPCLAIM.
           IF EXPCLAIM-CHECK-KEY = "00"
              READ EXPCLAIM
                 AT END SET EXPCLAIM-EOF TO TRUE
              END-READ
              PERFORM 0195-LOAD-ONE-CLAIM UNTIL EXPCLAIM-EOF
              CLOSE EXPCLAIM
           ELSE
              DISPLAY "PAYROLL: NO EXPENSE CLAIMS THIS PERIOD"
           END-IF.

      * THE ADVANCE REGISTER LOADS INTO THE TABLE; A MISSING
      * REGISTER MEANS NO ADVANCE GRANTED YET.
           OPEN INPUT ADVANCES.
           IF ADVANCES-CHECK-KEY = "00"
              READ ADVANCES
                 AT END SET ADVANCES-EOF TO TRUE
              END-READ
              PERFORM 0197-LOAD-ONE-ADVANCE UNTIL ADVANCES-EOF
              CLOSE ADVANCES
           ELSE
              DISPLAY "PAYROLL: NO SALARY ADVANCE REGISTER"
           END-IF.

           OPEN OUTPUT PAYREGISTER.
           OPEN OUTPUT PAYSLIPFILE.
           OPEN OUTPUT SALMVT.
           OPEN EXTEND PAYDEPT.
           OPEN EXTEND PAYYTD.
           OPEN OUTPUT EXPPAID.
           OPEN OUTPUT PAYGL.
           OPEN OUTPUT ADVSHORT.
           MOVE WS-RUN-PERIOD TO SH-PERIOD.
           WRITE ADVSHORT-LINE FROM SHORT-HEADING.
           WRITE ADVSHORT-LINE FROM SHORT-COLUMNS.

           WRITE REGISTER-LINE FROM HEADING-LINE.

           END-IF.

           PERFORM 0300-PRINT-CONTROL-PAGE.
           PERFORM 0380-WRITE-LEDGER.
           PERFORM 0350-WRITE-DECLARATION.
           PERFORM 0295-WRITE-ADVANCES.
           PERFORM 9000-END-PROGRAM.
       0100-END.

                 END-IF
              WHEN PP-FIXED
                 ADD PP-LOWER TO WS-FIXED-TOTAL
              WHEN PP-EMPLOYER
                 PERFORM 0155-ADD-EMPLOYER-RULE THRU 0155-END
              WHEN OTHER
                 DISPLAY "ERR: BAD PAYPARM CARD ", PP-TYPE
                 MOVE 8 TO RETURN-CODE
           END-READ.
       0150-END.

      * AN EMPLOYER RULE JOINS ITS FUND, THE FUND BEING
      * CREATED BY ITS FIRST RULE (LABEL FROM THAT CARD).
       0155-ADD-EMPLOYER-RULE.
           IF PP-FUND = SPACES
              OR PP-LOWER NOT NUMERIC
              OR PP-RATE-BP NOT NUMERIC
              DISPLAY "ERR: BAD EMPLOYER CARD ", PP-FUND
              MOVE 8 TO RETURN-CODE
              GO TO 0155-END
           END-IF.
           IF WS-NB-RULES NOT < 20
              DISPLAY "ERR: TOO MANY EMPLOYER RULES"
              MOVE 8 TO RETURN-CODE
              GO TO 0155-END
           END-IF.
           MOVE 'N' TO WS-FUND-FOUND.
           MOVE 1 TO WS-FUND-IDX.
           PERFORM 0156-SCAN-ONE-FUND
              UNTIL FUND-FOUND OR WS-FUND-IDX > WS-NB-FUNDS.
           IF NOT FUND-FOUND
              IF WS-NB-FUNDS < 10
                 ADD 1 TO WS-NB-FUNDS
                 MOVE WS-NB-FUNDS TO WS-FUND-IDX
                 MOVE PP-FUND TO WS-FUND-CODE(WS-FUND-IDX)
                 MOVE PP-FUND-LABEL TO WS-FUND-LABEL(WS-FUND-IDX)
                 MOVE ZERO TO WS-FUND-NB-EMP(WS-FUND-IDX)
                 MOVE ZERO TO WS-FUND-BASE(WS-FUND-IDX)
                 MOVE ZERO TO WS-FUND-AMOUNT(WS-FUND-IDX)
                 MOVE ZERO TO WS-FUND-DECL(WS-FUND-IDX)
              ELSE
                 DISPLAY "ERR: TOO MANY CONTRIBUTION FUNDS ",
                    PP-FUND
                 MOVE 8 TO RETURN-CODE
                 GO TO 0155-END
              END-IF
           END-IF.
           ADD 1 TO WS-NB-RULES.
           MOVE WS-FUND-IDX TO WS-RULE-FUND(WS-NB-RULES).
           MOVE PP-LOWER TO WS-RULE-CEILING(WS-NB-RULES).
           MOVE PP-RATE-BP TO WS-RULE-RATE(WS-NB-RULES).
       0155-END.

       0156-SCAN-ONE-FUND.
           IF WS-FUND-CODE(WS-FUND-IDX) = PP-FUND
              SET FUND-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-FUND-IDX
           END-IF.
       0156-END.

       0170-LOAD-ONE-REF.
           IF WS-NB-REFS < 50
              ADD 1 TO WS-NB-REFS
           END-READ.
       0180-END.

       0195-LOAD-ONE-CLAIM.
           IF WS-NB-CLAIMS < 2000
              ADD 1 TO WS-NB-CLAIMS
              MOVE EC-NUM-NOTE TO WS-CLAIM-NUM(WS-NB-CLAIMS)
              MOVE EC-EMPLOYEEID TO WS-CLAIM-EMPID(WS-NB-CLAIMS)
              MOVE EC-AMOUNT TO WS-CLAIM-AMOUNT(WS-NB-CLAIMS)
              MOVE 'N' TO WS-CLAIM-PAID(WS-NB-CLAIMS)
           ELSE
              DISPLAY "ERR: EXPENSE CLAIM TABLE FULL"
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ EXPCLAIM
              AT END SET EXPCLAIM-EOF TO TRUE
           END-READ.
       0195-END.

      * A FULL TABLE WOULD DROP REGISTER LINES WHEN IT IS
      * WRITTEN BACK: RC 8, SO THE JCL DOES NOT SWAP IT.
       0197-LOAD-ONE-ADVANCE.
           IF WS-NB-ADV < 2000
              ADD 1 TO WS-NB-ADV
              MOVE ADVANCES-REC TO WS-ADV(WS-NB-ADV)
           ELSE
              DISPLAY "ERR: SALARY ADVANCE TABLE FULL"
              SET ADV-OVERFLOW TO TRUE
              MOVE 8 TO RETURN-CODE
           END-IF.
           READ ADVANCES
              AT END SET ADVANCES-EOF TO TRUE
           END-READ.
       0197-END.

       0160-LOAD-ONE-ABSENCE.
           IF AV-TYPE = 'U'
              IF WS-NB-ABS < 1000
       0160-END.

       0200-PAY-ONE-EMPLOYEE.
      * AN EMPLOYEE TERMINATED IN THE PERIOD GETS A FINAL PAY;
      * ONE WHO LEFT IN AN EARLIER PERIOD IS NOT PAID: NO
      * REGISTER LINE, NO PAYSLIP, NOTHING IN THE CONTROL
      * TOTALS - ONLY AN ADVANCE STILL OUTSTANDING GOES TO HR.
           MOVE 'N' TO WS-FINAL-PAY.
           IF EMP-TERMINATED
              MOVE EMP-TERMDATE TO WS-TERM-DATE
              IF WS-TERM-PERIOD = WS-RUN-PERIOD
                 SET FINAL-PAY TO TRUE
              ELSE
                 PERFORM 0288-HAND-OVER-LEAVER
                 READ EMPLOYEEFILE
                    AT END SET EMPENDOFFILE TO TRUE
                 END-READ
                 GO TO 0200-END
              END-IF
           END-IF.
           IF FIRST-DEPT
              MOVE DEPARTMENT TO WS-DEPT-COURANT
           END-IF.

           MOVE SALARY TO WS-GROSS.
      * THE FINAL PAY COVERS THE DAYS UP TO THE TERMINATION
      * DATE, ON A 30-DAY MONTH.
           IF FINAL-PAY AND WS-TERM-DAY < WS-DAYS-IN-MONTH
              COMPUTE WS-GROSS ROUNDED =
                 SALARY * WS-TERM-DAY / WS-DAYS-IN-MONTH
           END-IF.
      * VARIABLE PAY ELEMENTS FOLD INTO THE GROSS BEFORE THE
      * BAND DEDUCTIONS; EACH ELEMENT GETS ITS PAYSLIP LINE
      * IN 0230 AFTER THE MAIN PAYSLIP LINE.
              END-IF
              COMPUTE WS-ABS-REDUCTION ROUNDED =
                 SALARY * WS-DAYS-UNPAID / WS-WORKING-DAYS
              IF WS-ABS-REDUCTION > WS-GROSS
                 MOVE WS-GROSS TO WS-ABS-REDUCTION
              END-IF
              SUBTRACT WS-ABS-REDUCTION FROM WS-GROSS
           END-IF.
           PERFORM 0220-FIND-RATE.
              MOVE WS-GROSS TO WS-DEDUCTIONS
           END-IF.
           COMPUTE WS-NET = WS-GROSS - WS-DEDUCTIONS.
      * THE EMPLOYER'S CHARGES ARE ON THE SAME GROSS; THEY
      * DO NOT TOUCH THE NET.
           PERFORM 0260-COMPUTE-EMPLOYER.
      * APPROVED EXPENSE CLAIMS ARE PAID ON TOP OF THE NET,
      * OUTSIDE EVERY PAY TOTAL ABOVE.
           PERFORM 0270-SUM-CLAIMS.
      * THE ADVANCE INSTALMENT COMES OUT OF THE NET PAID, AFTER
      * EVERY PAY TOTAL ABOVE.
           PERFORM 0285-RECOVER-ADVANCE THRU 0285-END.

           ADD 1 TO WS-NB-EMPLOYEES.
           ADD WS-GROSS TO WS-DEPT-GROSS WS-TOT-GROSS.
           MOVE WS-DEDUCTIONS TO PS-DEDUCTIONS.
           MOVE WS-NET TO PS-NET.
           WRITE PAYSLIP-LINE FROM WS-PAYSLIP-LINE.
           IF FINAL-PAY
              MOVE WS-TERM-DATE TO PSF-TERMDATE
              MOVE WS-TERM-DAY TO PSF-DAYS
              IF WS-TERM-DAY > WS-DAYS-IN-MONTH
                 MOVE WS-DAYS-IN-MONTH TO PSF-DAYS
              END-IF
              WRITE PAYSLIP-LINE FROM WS-FINAL-PAY-LINE
           END-IF.

           MOVE EMPLOYEEID TO PY-EMPLOYEEID.
           MOVE WS-RUN-PERIOD TO PY-PERIOD.
              MOVE WS-RETRO-AMOUNT TO PSR-AMOUNT
              WRITE PAYSLIP-LINE FROM WS-RETRO-LINE
           END-IF.
           IF WS-EMP-EXPENSES > ZERO
              MOVE WS-EMP-EXPENSES TO PSX-AMOUNT
              WRITE PAYSLIP-LINE FROM WS-EXPENSE-LINE
           END-IF.
           IF ADV-FOUND
              MOVE WS-EMP-ADVANCE TO PSV-AMOUNT
              MOVE WS-ADV-BALANCE(WS-ADV-IDX) TO PSV-BALANCE
              WRITE PAYSLIP-LINE FROM WS-ADVANCE-LINE
           END-IF.
           PERFORM 0240-WRITE-SALARY-CREDIT.
           IF WS-DAYS-UNPAID > ZERO
              MOVE WS-DAYS-UNPAID TO PSA-DAYS
           MOVE 1 TO WS-LINK-IDX.
           PERFORM 0245-SCAN-ONE-LINK
              UNTIL LINK-FOUND OR WS-LINK-IDX > WS-NB-LINKS.
      * NOTHING IS SENT WHEN THE ADVANCE TOOK THE WHOLE NET
           IF LINK-FOUND
              AND WS-NET + WS-EMP-EXPENSES > WS-EMP-ADVANCE
              MOVE SPACES TO REC-SALMVT
              MOVE WS-LINK-CPTE(WS-LINK-IDX) TO SM-ID-CPTE
              MOVE 'S' TO SM-CODE
              COMPUTE SM-MONTANT = WS-NET - WS-EMP-ADVANCE
                 + WS-EMP-EXPENSES
              MOVE ZERO TO SM-PIN
              MOVE ZERO TO SM-DATE-VALEUR
              MOVE ZERO TO SM-SEQ
              MOVE 'PAIE' TO SM-SOURCE
              WRITE REC-SALMVT
              ADD 1 TO WS-NB-SALCREDITS
              ADD SM-MONTANT TO WS-TOT-SALCREDITS
           END-IF.
       0240-END.

           MOVE WS-DEPT-COURANT(1:4) TO PD-DEPT.
           MOVE WS-RUN-PERIOD TO PD-PERIOD.
           MOVE WS-DEPT-GROSS TO PD-GROSS.
           MOVE WS-DEPT-EMPLOYER TO PD-EMPLOYER.
           WRITE PAYDEPT-REC.
      * THE DEPARTMENT'S PAY COST IS BOOKED AS IT CLOSES
           MOVE 'D' TO WS-GL-SENS.
           MOVE WS-DEPT-COURANT(1:4) TO WS-GL-DEPT.
           MOVE 'CHG PERSON' TO WS-GL-COMPTE.
           MOVE WS-DEPT-GROSS TO WS-GL-AMOUNT.
           PERFORM 0390-WRITE-GL-LINE.
           ADD WS-DEPT-GROSS TO WS-GL-GROSS.
           MOVE 'CHG SOCIAL' TO WS-GL-COMPTE.
           MOVE WS-DEPT-EMPLOYER TO WS-GL-AMOUNT.
           PERFORM 0390-WRITE-GL-LINE.
           ADD WS-DEPT-EMPLOYER TO WS-GL-EMPLOYER.
           MOVE SPACES TO WS-GL-DEPT.
           MOVE ZERO TO WS-DEPT-GROSS WS-DEPT-NET WS-DEPT-EMPLOYER.
       0250-END.

      * EACH RULE APPLIES ITS RATE TO THE GROSS CAPPED AT
      * ITS CEILING; THE EMPLOYEE'S BASE AND CONTRIBUTION PER
      * FUND ARE THEN KEPT FOR THE DECLARATION.
       0260-COMPUTE-EMPLOYER.
           MOVE ZERO TO WS-EMPLOYER.
           PERFORM 0263-CLEAR-ONE-FUND
              VARYING WS-FUND-IDX FROM 1 BY 1
              UNTIL WS-FUND-IDX > WS-NB-FUNDS.
           PERFORM 0261-APPLY-ONE-RULE
              VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-NB-RULES.
           PERFORM 0262-KEEP-ONE-FUND
              VARYING WS-FUND-IDX FROM 1 BY 1
              UNTIL WS-FUND-IDX > WS-NB-FUNDS.
           ADD WS-EMPLOYER TO WS-DEPT-EMPLOYER WS-TOT-EMPLOYER.
       0260-END.

       0261-APPLY-ONE-RULE.
           MOVE WS-GROSS TO WS-RULE-BASE.
           IF WS-RULE-CEILING(WS-RULE-IDX) > ZERO
              AND WS-RULE-BASE > WS-RULE-CEILING(WS-RULE-IDX)
              MOVE WS-RULE-CEILING(WS-RULE-IDX) TO WS-RULE-BASE
           END-IF.
           COMPUTE WS-RULE-AMOUNT ROUNDED =
              WS-RULE-BASE * WS-RULE-RATE(WS-RULE-IDX) / 10000.
           MOVE WS-RULE-FUND(WS-RULE-IDX) TO WS-FUND-IDX.
           ADD WS-RULE-AMOUNT TO WS-EF-AMOUNT(WS-FUND-IDX).
           IF WS-RULE-BASE > WS-EF-BASE(WS-FUND-IDX)
              MOVE WS-RULE-BASE TO WS-EF-BASE(WS-FUND-IDX)
           END-IF.
       0261-END.

      * A FULL DECLARATION TABLE IS AN ERROR; THE FUND TOTALS
      * STILL COUNT THE EMPLOYEE, SO THE DECLARATION WILL NOT
      * RECONCILE AND IS NOT SHIPPED.
       0262-KEEP-ONE-FUND.
           IF WS-EF-BASE(WS-FUND-IDX) > ZERO
              ADD WS-EF-AMOUNT(WS-FUND-IDX) TO WS-EMPLOYER
              ADD WS-EF-AMOUNT(WS-FUND-IDX)
                 TO WS-FUND-AMOUNT(WS-FUND-IDX)
              ADD WS-EF-BASE(WS-FUND-IDX)
                 TO WS-FUND-BASE(WS-FUND-IDX)
              ADD 1 TO WS-FUND-NB-EMP(WS-FUND-IDX)
              IF WS-NB-DECL < 10000
                 ADD 1 TO WS-NB-DECL
                 MOVE EMPLOYEEID TO WS-DECL-EMPID(WS-NB-DECL)
                 MOVE WS-FUND-IDX TO WS-DECL-FUND(WS-NB-DECL)
                 MOVE WS-EF-BASE(WS-FUND-IDX)
                    TO WS-DECL-BASE(WS-NB-DECL)
                 MOVE WS-EF-AMOUNT(WS-FUND-IDX)
                    TO WS-DECL-AMOUNT(WS-NB-DECL)
              ELSE
                 DISPLAY "ERR: DECLARATION TABLE FULL ",
                    EMPLOYEEID
                 MOVE 8 TO RETURN-CODE
              END-IF
           END-IF.
       0262-END.

       0263-CLEAR-ONE-FUND.
           MOVE ZERO TO WS-EF-BASE(WS-FUND-IDX).
           MOVE ZERO TO WS-EF-AMOUNT(WS-FUND-IDX).
       0263-END.

       0270-SUM-CLAIMS.
           MOVE ZERO TO WS-EMP-EXPENSES.
           PERFORM 0275-PAY-ONE-CLAIM
              VARYING WS-CLAIM-IDX FROM 1 BY 1
              UNTIL WS-CLAIM-IDX > WS-NB-CLAIMS.
           ADD WS-EMP-EXPENSES TO WS-TOT-EXPENSES.
       0270-END.

       0275-PAY-ONE-CLAIM.
           IF WS-CLAIM-EMPID(WS-CLAIM-IDX) = EMPLOYEEID
              AND WS-CLAIM-PAID(WS-CLAIM-IDX) = 'N'
              ADD WS-CLAIM-AMOUNT(WS-CLAIM-IDX) TO WS-EMP-EXPENSES
              MOVE 'Y' TO WS-CLAIM-PAID(WS-CLAIM-IDX)
              ADD 1 TO WS-NB-CLAIMS-PAID
              MOVE WS-CLAIM-NUM(WS-CLAIM-IDX) TO XP-NUM-NOTE
              MOVE EMPLOYEEID TO XP-EMPLOYEEID
              MOVE WS-RUN-PERIOD TO XP-PERIOD
              MOVE WS-CLAIM-AMOUNT(WS-CLAIM-IDX) TO XP-AMOUNT
              WRITE EXPPAID-REC
           END-IF.
       0275-END.

      * THE EMPLOYEE'S ADVANCE BEING REPAID: ONE INSTALMENT
      * (AMOUNT OVER THE NUMBER OF INSTALMENTS, THE LAST ONE
      * TAKING WHAT IS LEFT), OR THE WHOLE BALANCE ON A FINAL
      * PAY - NEVER MORE THAN THE NET. A MONTH TOO SHORT TO
      * COVER IT LEAVES THE REST ON THE BALANCE FOR THE NEXT
      * RUN; ON A FINAL PAY THE REST GOES TO HR.
       0285-RECOVER-ADVANCE.
           MOVE ZERO TO WS-EMP-ADVANCE.
           PERFORM 0286-FIND-ADVANCE.
           IF NOT ADV-FOUND
              GO TO 0285-END
           END-IF.
           IF FINAL-PAY
              OR WS-ADV-DONE(WS-ADV-IDX) + 1
                 NOT < WS-ADV-INSTALMENTS(WS-ADV-IDX)
              MOVE WS-ADV-BALANCE(WS-ADV-IDX) TO WS-EMP-ADVANCE
           ELSE
              COMPUTE WS-EMP-ADVANCE ROUNDED =
                 WS-ADV-AMOUNT(WS-ADV-IDX)
                 / WS-ADV-INSTALMENTS(WS-ADV-IDX)
              IF WS-EMP-ADVANCE > WS-ADV-BALANCE(WS-ADV-IDX)
                 MOVE WS-ADV-BALANCE(WS-ADV-IDX) TO WS-EMP-ADVANCE
              END-IF
           END-IF.
           IF WS-EMP-ADVANCE > WS-NET
              MOVE WS-NET TO WS-EMP-ADVANCE
           END-IF.
           SUBTRACT WS-EMP-ADVANCE FROM WS-ADV-BALANCE(WS-ADV-IDX).
           ADD 1 TO WS-ADV-DONE(WS-ADV-IDX).
           MOVE WS-RUN-PERIOD TO WS-ADV-LAST-PERIOD(WS-ADV-IDX).
           ADD 1 TO WS-NB-ADV-TAKEN.
           ADD WS-EMP-ADVANCE TO WS-TOT-ADVANCES.
           IF WS-ADV-BALANCE(WS-ADV-IDX) = ZERO
              SET ADV-SETTLED(WS-ADV-IDX) TO TRUE
           ELSE
              IF FINAL-PAY
                 PERFORM 0287-REPORT-SHORTFALL
              END-IF
           END-IF.
       0285-END.

       0286-FIND-ADVANCE.
           MOVE 'N' TO WS-ADV-FOUND.
           MOVE 1 TO WS-ADV-IDX.
           PERFORM 0289-SCAN-ONE-ADVANCE
              UNTIL ADV-FOUND OR WS-ADV-IDX > WS-NB-ADV.
       0286-END.

      * THE BALANCE LEFT IS HR'S TO RECOVER; THE ADVANCE IS
      * CLOSED ON THE PAYROLL SIDE.
       0287-REPORT-SHORTFALL.
           MOVE WS-ADV-BALANCE(WS-ADV-IDX) TO WS-ADV-SHORTFALL.
           SET ADV-HANDED-TO-HR(WS-ADV-IDX) TO TRUE.
           ADD 1 TO WS-NB-ADV-SHORT.
           ADD WS-ADV-SHORTFALL TO WS-TOT-ADV-SHORT.
           MOVE EMPLOYEEID TO SR-EMPLOYEEID.
           MOVE EMPLOYEENAME TO SR-NAME.
           MOVE WS-ADV-GRANT-DATE(WS-ADV-IDX) TO SR-GRANT-DATE.
           MOVE WS-ADV-AMOUNT(WS-ADV-IDX) TO SR-AMOUNT.
           MOVE WS-EMP-ADVANCE TO SR-RECOVERED.
           MOVE WS-ADV-SHORTFALL TO SR-SHORTFALL.
           WRITE ADVSHORT-LINE FROM SHORT-LINE.
           DISPLAY "PAYROLL: ADVANCE OF " EMPLOYEEID
              " NOT RECOVERED - SEE ADVSHORT.RPT".
       0287-END.

      * A LEAVER FROM AN EARLIER PERIOD WITH AN ADVANCE STILL
      * BEING REPAID (LEFT BEFORE THE FINAL PAY COULD RECOVER
      * IT): NOTHING IS RECOVERED, THE WHOLE BALANCE GOES TO HR.
       0288-HAND-OVER-LEAVER.
           MOVE ZERO TO WS-EMP-ADVANCE.
           PERFORM 0286-FIND-ADVANCE.
           IF ADV-FOUND
              PERFORM 0287-REPORT-SHORTFALL
           END-IF.
       0288-END.

       0289-SCAN-ONE-ADVANCE.
           IF WS-ADV-EMPID(WS-ADV-IDX) = EMPLOYEEID
              AND ADV-ACTIVE(WS-ADV-IDX)
              SET ADV-FOUND TO TRUE
           ELSE
              ADD 1 TO WS-ADV-IDX
           END-IF.
       0289-END.

      * THE REGISTER GOES BACK WHOLE, WITH THIS RUN'S BALANCES,
      * FOR THE JCL TO SWAP; NOT AFTER A TABLE OVERFLOW.
       0295-WRITE-ADVANCES.
           CLOSE ADVSHORT.
           IF ADV-OVERFLOW
              GO TO 0295-END
           END-IF.
           OPEN OUTPUT ADVNEW.
           PERFORM 0296-WRITE-ONE-ADVANCE
              VARYING WS-ADV-IDX FROM 1 BY 1
              UNTIL WS-ADV-IDX > WS-NB-ADV.
           CLOSE ADVNEW.
           DISPLAY "PAYROLL: ADVANCE INSTALMENTS " WS-NB-ADV-TAKEN.
           DISPLAY "PAYROLL: ADVANCES TO HR " WS-NB-ADV-SHORT.
       0295-END.

       0296-WRITE-ONE-ADVANCE.
           WRITE ADVNEW-REC FROM WS-ADV(WS-ADV-IDX).
       0296-END.

      * A CLAIM WHOSE EMPLOYEE WAS NOT PAID THIS RUN (LEFT,
      * OR UNKNOWN TO THE MASTER) STAYS APPROVED ON FFRAIS
      * FOR THE NEXT RUN; IT IS ONLY REPORTED HERE.
       0280-CHECK-ONE-CLAIM.
           IF WS-CLAIM-PAID(WS-CLAIM-IDX) = 'N'
              DISPLAY "PAYROLL: EXPENSE CLAIM "
                 WS-CLAIM-NUM(WS-CLAIM-IDX) " OF "
                 WS-CLAIM-EMPID(WS-CLAIM-IDX)
                 " NOT PAID - EMPLOYEE NOT ON THE PAYROLL"
              ADD 1 TO WS-NB-CLAIMS-HELD
           END-IF.
       0280-END.

       0300-PRINT-CONTROL-PAGE.
           MOVE WS-TOT-GROSS TO CTL-GROSS.
           MOVE WS-TOT-DEDUCTIONS TO CTL-DEDUCTIONS.
              MOVE 8 TO RETURN-CODE
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-LINE2.
           PERFORM 0310-PRINT-ONE-FUND
              VARYING WS-FUND-IDX FROM 1 BY 1
              UNTIL WS-FUND-IDX > WS-NB-FUNDS.
           MOVE WS-TOT-EMPLOYER TO CTL-EMPLOYER.
           COMPUTE WS-TOT-COST = WS-TOT-GROSS + WS-TOT-EMPLOYER.
           MOVE WS-TOT-COST TO CTL-COST.
           WRITE REGISTER-LINE FROM CONTROL-LINE3.
           MOVE WS-NB-CLAIMS-PAID TO CTL-NB-CLAIMS.
           MOVE WS-TOT-EXPENSES TO CTL-EXPENSES.
           WRITE REGISTER-LINE FROM CONTROL-LINE4.
           MOVE WS-NB-ADV-TAKEN TO CTL-NB-ADV.
           MOVE WS-TOT-ADVANCES TO CTL-ADVANCES.
           MOVE WS-NB-ADV-SHORT TO CTL-NB-ADV-SHORT.
           MOVE WS-TOT-ADV-SHORT TO CTL-ADV-SHORT.
           WRITE REGISTER-LINE FROM CONTROL-LINE6.
           PERFORM 0280-CHECK-ONE-CLAIM
              VARYING WS-CLAIM-IDX FROM 1 BY 1
              UNTIL WS-CLAIM-IDX > WS-NB-CLAIMS.

           OPEN EXTEND PAYCTL.
           MOVE WS-RUN-PERIOD TO PC-PERIOD.

           DISPLAY "PAYROLL: EMPLOYEES PAID " WS-NB-EMPLOYEES.
           DISPLAY "PAYROLL: SALARY CREDITS " WS-NB-SALCREDITS.
           DISPLAY "PAYROLL: EXPENSE CLAIMS PAID " WS-NB-CLAIMS-PAID.
           DISPLAY "PAYROLL: EXPENSE CLAIMS HELD " WS-NB-CLAIMS-HELD.
       0300-END.

       0310-PRINT-ONE-FUND.
           MOVE WS-FUND-CODE(WS-FUND-IDX) TO CFL-FUND.
           MOVE WS-FUND-LABEL(WS-FUND-IDX) TO CFL-LABEL.
           MOVE WS-FUND-NB-EMP(WS-FUND-IDX) TO CFL-NB-EMP.
           MOVE WS-FUND-BASE(WS-FUND-IDX) TO CFL-BASE.
           MOVE WS-FUND-AMOUNT(WS-FUND-IDX) TO CFL-AMOUNT.
           WRITE REGISTER-LINE FROM CONTROL-FUND-LINE.
       0310-END.

      * THE SOCIAL DECLARATION, FUND BY FUND. EACH FUND'S
      * DETAIL LINES MUST ADD UP TO THE FUND TOTAL OF THE
      * CONTROL PAGE, AND ALL OF THEM TO THE RUN'S EMPLOYER
      * CHARGES, TO THE CENT.
       0350-WRITE-DECLARATION.
           OPEN OUTPUT DECLSOC.
           MOVE 'E' TO CTL-FONCTION.
           MOVE 'PAYROLL' TO CTL-PROG.
           MOVE WS-RUN-DATE TO CTL-DATE.
           CALL 'pgctlfic' USING CTL-COMMUN.
           MOVE SPACES TO DECLSOC-REC.
           MOVE CTL-ENREG TO DECLSOC-REC(1:53).
           WRITE DECLSOC-REC.

           PERFORM 0360-WRITE-ONE-FUND
              VARYING WS-FUND-IDX FROM 1 BY 1
              UNTIL WS-FUND-IDX > WS-NB-FUNDS.

           MOVE 'T' TO CTL-FONCTION.
           MOVE WS-NB-DECL-LINES TO CTL-COMPTEUR.
           MOVE WS-DECL-HASH TO CTL-HASH.
           CALL 'pgctlfic' USING CTL-COMMUN.
           MOVE SPACES TO DECLSOC-REC.
           MOVE CTL-ENREG TO DECLSOC-REC(1:53).
           WRITE DECLSOC-REC.
           CLOSE DECLSOC.

           IF WS-DECL-HASH NOT = WS-TOT-EMPLOYER
              SET DECL-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF DECL-OUT-OF-BALANCE
              DISPLAY "ERR: SOCIAL DECLARATION DOES NOT MATCH ",
                 "THE EMPLOYER CHARGES - DO NOT SHIP"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "PAYROLL: SOCIAL DECLARATION LINES "
                 WS-NB-DECL-LINES
           END-IF.
       0350-END.

       0360-WRITE-ONE-FUND.
           MOVE WS-FUND-CODE(WS-FUND-IDX) TO DF-FUND.
           MOVE WS-RUN-PERIOD TO DF-PERIOD.
           MOVE WS-FUND-LABEL(WS-FUND-IDX) TO DF-LABEL.
           WRITE DECLSOC-REC FROM DECL-FUND-LINE.
           PERFORM 0370-WRITE-ONE-DETAIL
              VARYING WS-DECL-IDX FROM 1 BY 1
              UNTIL WS-DECL-IDX > WS-NB-DECL.
           MOVE WS-FUND-CODE(WS-FUND-IDX) TO DS-FUND.
           MOVE WS-RUN-PERIOD TO DS-PERIOD.
           MOVE WS-FUND-NB-EMP(WS-FUND-IDX) TO DS-NB-EMP.
           MOVE WS-FUND-BASE(WS-FUND-IDX) TO DS-BASE.
           MOVE WS-FUND-AMOUNT(WS-FUND-IDX) TO DS-AMOUNT.
           WRITE DECLSOC-REC FROM DECL-TOTAL-LINE.
           IF WS-FUND-DECL(WS-FUND-IDX)
              NOT = WS-FUND-AMOUNT(WS-FUND-IDX)
              DISPLAY "ERR: FUND " WS-FUND-CODE(WS-FUND-IDX)
                 " DETAIL LINES DO NOT ADD UP TO ITS TOTAL"
              SET DECL-OUT-OF-BALANCE TO TRUE
           END-IF.
       0360-END.

       0370-WRITE-ONE-DETAIL.
           IF WS-DECL-FUND(WS-DECL-IDX) = WS-FUND-IDX
              MOVE WS-FUND-CODE(WS-FUND-IDX) TO DD-FUND
              MOVE WS-RUN-PERIOD TO DD-PERIOD
              MOVE WS-DECL-EMPID(WS-DECL-IDX) TO DD-EMPLOYEEID
              MOVE WS-DECL-BASE(WS-DECL-IDX) TO DD-BASE
              MOVE WS-DECL-AMOUNT(WS-DECL-IDX) TO DD-AMOUNT
              WRITE DECLSOC-REC FROM DECL-DETAIL-LINE
              ADD 1 TO WS-NB-DECL-LINES
              ADD WS-DECL-AMOUNT(WS-DECL-IDX) TO WS-DECL-HASH
              ADD WS-DECL-AMOUNT(WS-DECL-IDX)
                 TO WS-FUND-DECL(WS-FUND-IDX)
           END-IF.
       0370-END.

      * THE RUN'S LIABILITIES: THE DEDUCTIONS WITHHELD, THE NET
      * DUE TO THE STAFF AND EACH FUND'S EMPLOYER CHARGES. THE
      * EXPENSE CLAIMS ADD TO THE NET DUE, AND THE SALARY
      * CREDITS SENT TO THE STAFF ACCOUNTS (SALMVT, POSTED AS
      * DEPOSITS BY THE CLIENT CHAIN) CLEAR IT AGAINST
      * TREASURY; THE NET OF STAFF PAID OUTSIDE THE BANK STAYS
      * DUE UNTIL PAID.
       0380-WRITE-LEDGER.
           MOVE SPACES TO WS-GL-DEPT.
           MOVE 'C' TO WS-GL-SENS.
           MOVE 'RETENUES' TO WS-GL-COMPTE.
           MOVE WS-TOT-DEDUCTIONS TO WS-GL-AMOUNT.
           PERFORM 0390-WRITE-GL-LINE.
           MOVE 'NET A PAYE' TO WS-GL-COMPTE.
           MOVE WS-TOT-NET TO WS-GL-AMOUNT.
           PERFORM 0390-WRITE-GL-LINE.
           PERFORM 0385-WRITE-ONE-FUND-GL
              VARYING WS-FUND-IDX FROM 1 BY 1
              UNTIL WS-FUND-IDX > WS-NB-FUNDS.

           MOVE 'D' TO WS-GL-SENS.
           MOVE 'FRAIS PROF' TO WS-GL-COMPTE.
           MOVE WS-TOT-EXPENSES TO WS-GL-AMOUNT.
           PERFORM 0390-WRITE-GL-LINE.
           MOVE 'C' TO WS-GL-SENS.
           MOVE 'NET A PAYE' TO WS-GL-COMPTE.
           PERFORM 0390-WRITE-GL-LINE.

      * THE ADVANCE INSTALMENTS WITHHELD FROM THE NET CLEAR
      * THE STAFF ADVANCES ACCOUNT
           MOVE 'D' TO WS-GL-SENS.
           MOVE 'NET A PAYE' TO WS-GL-COMPTE.
           MOVE WS-TOT-ADVANCES TO WS-GL-AMOUNT.
           PERFORM 0390-WRITE-GL-LINE.
           MOVE 'C' TO WS-GL-SENS.
           MOVE 'AVANCE PER' TO WS-GL-COMPTE.
           PERFORM 0390-WRITE-GL-LINE.

           MOVE 'D' TO WS-GL-SENS.
           MOVE 'NET A PAYE' TO WS-GL-COMPTE.
           MOVE WS-TOT-SALCREDITS TO WS-GL-AMOUNT.
           PERFORM 0390-WRITE-GL-LINE.
           MOVE 'C' TO WS-GL-SENS.
           MOVE 'TRESORERIE' TO WS-GL-COMPTE.
           PERFORM 0390-WRITE-GL-LINE.

           MOVE SPACES TO REC-GL.
           MOVE 'T' TO GL-TYPE.
           MOVE WS-RUN-DATE TO GL-DATE.
           MOVE ZERO TO GL-NAT.
           MOVE WS-GL-HASH TO GL-MONTANT.
           MOVE WS-NB-GL-LINES TO REC-GL(38:5).
           WRITE REC-GL.
           CLOSE PAYGL.

      * BALANCE, THEN THE TIE TO THE TOTALS OF THE CONTROL
      * LINE JUST APPENDED TO PAYCTL.DAT (THE DEPARTMENT
      * EXPENSE LINES MUST ADD UP TO ITS GROSS) AND TO THE
      * EMPLOYER CHARGES
           IF WS-GL-DEBIT NOT = WS-GL-CREDIT
              DISPLAY "ERR: LEDGER DEBITS AND CREDITS DIFFER"
              SET GL-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-GL-GROSS NOT = WS-TOT-GROSS
              OR WS-GL-GROSS - WS-TOT-DEDUCTIONS NOT = WS-TOT-NET
              DISPLAY "ERR: LEDGER DOES NOT TIE TO PAYCTL ",
                 WS-RUN-PERIOD
              SET GL-OUT-OF-BALANCE TO TRUE
           END-IF.
           IF WS-GL-EMPLOYER NOT = WS-TOT-EMPLOYER
              OR WS-GL-FUNDS NOT = WS-TOT-EMPLOYER
              DISPLAY "ERR: LEDGER EMPLOYER CHARGES DO NOT TIE"
              SET GL-OUT-OF-BALANCE TO TRUE
           END-IF.
           MOVE WS-GL-DEBIT TO CTL-GL-DEBIT.
           MOVE WS-GL-CREDIT TO CTL-GL-CREDIT.
           IF GL-OUT-OF-BALANCE
              MOVE 'OUT OF BALANCE - DO NOT SHIP' TO CTL-GL-VERDICT
              DISPLAY "ERR: PAYGL.DAT OUT OF BALANCE - DO NOT SHIP"
              MOVE 8 TO RETURN-CODE
           ELSE
              MOVE 'BALANCED, TIED TO PAYCTL' TO CTL-GL-VERDICT
              DISPLAY "PAYROLL: LEDGER LINES " WS-NB-GL-LINES
           END-IF.
           WRITE REGISTER-LINE FROM CONTROL-LINE5.
       0380-END.

       0385-WRITE-ONE-FUND-GL.
           MOVE 'C' TO WS-GL-SENS.
           MOVE SPACES TO WS-GL-COMPTE.
           MOVE 'ORG ' TO WS-GL-COMPTE(1:4).
           MOVE WS-FUND-CODE(WS-FUND-IDX) TO WS-GL-COMPTE(5:4).
           MOVE WS-FUND-AMOUNT(WS-FUND-IDX) TO WS-GL-AMOUNT.
           PERFORM 0390-WRITE-GL-LINE.
           ADD WS-FUND-AMOUNT(WS-FUND-IDX) TO WS-GL-FUNDS.
       0385-END.

      * A ZERO AMOUNT IS NOT BOOKED
       0390-WRITE-GL-LINE.
           IF WS-GL-AMOUNT > ZERO
              MOVE SPACES TO REC-GL
              MOVE 'D' TO GL-TYPE
              MOVE WS-RUN-DATE TO GL-DATE
              MOVE ZERO TO GL-NAT
              MOVE WS-GL-SENS TO GL-SENS
              MOVE WS-GL-COMPTE TO GL-COMPTE
              MOVE WS-GL-AMOUNT TO GL-MONTANT
              MOVE WS-GL-DEPT TO GL-DEPT
              WRITE REC-GL
              ADD 1 TO WS-NB-GL-LINES
              ADD WS-GL-AMOUNT TO WS-GL-HASH
              IF WS-GL-SENS = 'D'
                 ADD WS-GL-AMOUNT TO WS-GL-DEBIT
              ELSE
                 ADD WS-GL-AMOUNT TO WS-GL-CREDIT
              END-IF
           END-IF.
       0390-END.

       9000-END-PROGRAM.
           CLOSE EMPLOYEEFILE.
           CLOSE PAYREGISTER.
           CLOSE SALMVT.
           CLOSE PAYDEPT.
           CLOSE PAYYTD.
           CLOSE EXPPAID.
           STOP RUN.

          END PROGRAM PAYROLL.

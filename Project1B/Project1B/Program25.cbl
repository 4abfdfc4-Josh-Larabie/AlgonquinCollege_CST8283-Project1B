       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCALC.
       AUTHOR. Josh Larabie, Design by Mel Sanschagrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *The period's one and only pay calculation - runs as STEP25 in
      *PAYRNITE/PAYRNITN, straight after STEP20's sort, and writes
      *one pay result per employee to PAY-RESULTS-FILE: every
      *earning line, every deduction, the net pay and the rates the
      *figures were worked at. The register (PAYREGS/PAYREG), the
      *pay stubs (PAYSTUBS), the remittance register (PAYREMIT),
      *the bank file (PAYROLL-DIRECT-DEPOSIT) and the cheque run
      *(PAYROLL-CHEQUE-RUN) all print or pay the stored result
      *instead of each re-pricing the roster on its own, so they
      *cannot disagree with one another about what an employee was
      *paid. Assigned to the PAYROLE DDNAME the same way PAYREDIT
      *(Program8.cbl) is - GnuCOBOL resolves an unquoted ASSIGN
      *name from the DD_PAYROLE environment variable at run time,
      *which STEP25 sets to the sorted work file.
           SELECT PAYROLE-FILE
               ASSIGN TO PAYROLE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *Terminated employees moved off PAYROLE-FILE by PROJECT-1-B's
      *300-DELETE-PAYROLE-RECORD - see Program1.cbl. An employee
      *whose final pay falls in the run's period is priced off this
      *file, vacation payout and all, so the final deposit or
      *cheque has a result to pay from like everyone else.
           SELECT PAYROLE-ARCHIVE-FILE
               ASSIGN TO "C:\PAYROLE-ARCHIVE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-EMPLOYEE-NUM
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *One pay result per pay period and employee, keyed on the two
      *together so every period's results stay on file side by
      *side - a past period's net and deductions can be shown
      *exactly as paid long after the roster has moved on. A rerun
      *of the stream for the same open period replaces that
      *period's results; a closed period's are never recalculated
      *(see 200-INIT-PAY-CALC).
           SELECT PAY-RESULTS-FILE
               ASSIGN TO "C:\PAYROLL-RESULTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-RESULT-KEY
                   FILE STATUS IS WS-RESULTS-STATUS.
      *Statutory withholding rates and CPP/EI annual maximums,
      *effective-dated by pay period - maintained by PAYRATES
      *(Program13.cbl), read at start-up by
      *700-LOAD-DEDUCTION-RATES so a January rate change reaches
      *every program that withholds without a recompile.
           SELECT RATE-TABLE-FILE
               ASSIGN TO "C:\PAYROLL-RATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATETAB-STATUS.
      *Each pay period's open/closed status and the single current
      *period - maintained by PAYROLL-PERIOD-CTL (Program17.cbl).
      *The rate-table entry is selected for the current period off
      *this file, not the wall-clock date, so a December stream
      *run after midnight on January 1 still withholds December's
      *pay at December's rates - the same period PROJECT-1-B and
      *the hours loader accumulated the YTD statutory totals at.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.
      *Court-ordered garnishments, one entry per employee and court
      *order number - maintained by PAYROLL-GARNISH-ORDERS
      *(Program22.cbl). Loaded whole at start-up by
      *700-LOAD-GARNISH-ORDERS so 700-APPLY-GARNISH-ORDERS can take
      *each employee's open orders in priority order.
           SELECT GARNISH-ORDER-FILE
               ASSIGN TO "C:\PAYROLL-GARNISH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GARNISH-STATUS.
      *Read once at start-up for the retro lines PAYROLL-RETRO-PAY
      *(Program21.cbl) posted in the run's period - see
      *700-LOAD-RETRO-TABLE. The retro is paid on the period's
      *result as its own earning line.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "C:\PAY-HISTORY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYROLE-FILE.
       01  PAYRECORD-OUT.
           05 EMPLOYEE-NUM-OUT         PIC 9(9).
           05 EMPLOYEE-LNAME-OUT       PIC X(13).
           05 EMPLOYEE-INITIALS-OUT    PIC X(2).
           05 EMPLOYEE-HOURLY-PAY-OUT  PIC 9(4).
           05 HOURS-WORKED-OUT         PIC 9(4).
           05 UNION-MEMBER-OUT         PIC X(1).
           05 YTD-HOURS-OUT            PIC 9(6)V99.
           05 YTD-GROSS-PAY-OUT        PIC 9(7)V99.
           05 LAST-PERIOD-POSTED-OUT   PIC X(6).
           05 EMPLOYEE-BENEFIT-DED-OUT PIC 9(4)V99.
           05 EMPLOYEE-GARNISHMENT-OUT PIC 9(4)V99.
           05 EMPLOYEE-STATUS-OUT      PIC X(1).
               88  EMPLOYEE-ACTIVE-OUT         VALUE "A".
               88  EMPLOYEE-TERMINATED-OUT     VALUE "T".
               88  EMPLOYEE-ON-LEAVE-OUT       VALUE "L".
           05 EMPLOYEE-TERM-DATE-OUT   PIC X(8).
           05 EMPLOYEE-INSTITUTION-OUT PIC 9(3).
           05 EMPLOYEE-TRANSIT-OUT     PIC 9(5).
           05 EMPLOYEE-ACCOUNT-NUM-OUT PIC 9(12).
           05 EMPLOYEE-SHIFT-PREM-RATE-OUT  PIC 9(4).
           05 EMPLOYEE-SHIFT-HOURS-OUT      PIC 9(4).
           05 EMPLOYEE-ONCALL-RATE-OUT      PIC 9(4).
           05 EMPLOYEE-ONCALL-HOURS-OUT     PIC 9(4).
           05 EMPLOYEE-DEPT-CODE-OUT        PIC X(4).
           05 YTD-CPP-DED-OUT          PIC 9(6)V99.
           05 YTD-EI-DED-OUT           PIC 9(6)V99.
           05 EMPLOYEE-BANK-STATUS-OUT PIC X(1).
               88  EMPLOYEE-BANK-REJECTED-OUT  VALUE "R".
           05 EMPLOYEE-VAC-BALANCE-OUT PIC 9(6)V99.
           05 EMPLOYEE-PAY-TYPE-OUT    PIC X(1).
               88  EMPLOYEE-HOURLY-OUT         VALUE "H" " ".
               88  EMPLOYEE-SALARIED-OUT       VALUE "S".
           05 EMPLOYEE-ANNUAL-SALARY-OUT PIC 9(7)V99.
           05 EMPLOYEE-HIRE-DATE-OUT   PIC X(8).
           05 EMPLOYEE-HOLIDAY-HOURS-OUT PIC 9(4).
           05 EMPLOYEE-HOLIDAY-PAY-OUT PIC 9(5)V99.
           05 EMPLOYEE-HOLIDAY-PERIOD-OUT PIC X(6).

      *Same layout PROJECT-1-B writes to PAYROLE-ARCHIVE-FILE - see
      *Program1.cbl's ARCHIVE-RECORD.
       FD  PAYROLE-ARCHIVE-FILE.
       01  ARCHIVE-RECORD.
           05 ARCH-EMPLOYEE-NUM         PIC 9(9).
           05 ARCH-EMPLOYEE-LNAME       PIC X(13).
           05 ARCH-EMPLOYEE-INITIALS    PIC X(2).
           05 ARCH-EMPLOYEE-HOURLY-PAY  PIC 9(4).
           05 ARCH-HOURS-WORKED         PIC 9(4).
           05 ARCH-UNION-MEMBER         PIC X(1).
           05 ARCH-YTD-HOURS            PIC 9(6)V99.
           05 ARCH-YTD-GROSS-PAY        PIC 9(7)V99.
           05 ARCH-LAST-PERIOD-POSTED   PIC X(6).
           05 ARCH-EMPLOYEE-BENEFIT-DED PIC 9(4)V99.
           05 ARCH-EMPLOYEE-GARNISHMENT PIC 9(4)V99.
           05 ARCH-EMPLOYEE-STATUS      PIC X(1).
           05 ARCH-EMPLOYEE-TERM-DATE   PIC X(8).
           05 ARCH-EMPLOYEE-INSTITUTION PIC 9(3).
           05 ARCH-EMPLOYEE-TRANSIT     PIC 9(5).
           05 ARCH-EMPLOYEE-ACCOUNT-NUM PIC 9(12).
           05 ARCH-EMPLOYEE-SHIFT-PREM-RATE PIC 9(4).
           05 ARCH-EMPLOYEE-SHIFT-HOURS     PIC 9(4).
           05 ARCH-EMPLOYEE-ONCALL-RATE     PIC 9(4).
           05 ARCH-EMPLOYEE-ONCALL-HOURS    PIC 9(4).
           05 ARCH-EMPLOYEE-DEPT-CODE       PIC X(4).
           05 ARCH-YTD-CPP-DED          PIC 9(6)V99.
           05 ARCH-YTD-EI-DED           PIC 9(6)V99.
           05 ARCH-EMPLOYEE-BANK-STATUS PIC X(1).
           05 ARCH-EMPLOYEE-VAC-BALANCE PIC 9(6)V99.
           05 ARCH-EMPLOYEE-PAY-TYPE    PIC X(1).
           05 ARCH-EMPLOYEE-ANNUAL-SALARY PIC 9(7)V99.
           05 ARCH-EMPLOYEE-HIRE-DATE   PIC X(8).
           05 ARCH-EMPLOYEE-HOLIDAY-HOURS PIC 9(4).
           05 ARCH-EMPLOYEE-HOLIDAY-PAY PIC 9(5)V99.
           05 ARCH-EMPLOYEE-HOLIDAY-PERIOD PIC X(6).

      *One employee's pay for one period, exactly as calculated by
      *200-PROCESS-PAYROLE-RECORD - the earning lines with the hours
      *and rate behind each, the rates withheld at, every deduction
      *taken and the net. PR-GARNISH-LINE carries what each court
      *order took, in the order it was taken; an entry with a blank
      *order number is the flat EMPLOYEE-GARNISHMENT amount off the
      *roster for an employee with no order on file.
       FD  PAY-RESULTS-FILE.
       01  PAY-RESULTS-RECORD.
           05  PR-RESULT-KEY.
               10  PR-PERIOD           PIC X(6).
               10  PR-EMPLOYEE-NUM     PIC 9(9).
           05  PR-CALC-TIMESTAMP       PIC X(19).
           05  PR-EMPLOYEE-LNAME       PIC X(13).
           05  PR-EMPLOYEE-INITIALS    PIC X(2).
           05  PR-UNION-MEMBER         PIC X(1).
           05  PR-DEPT-CODE            PIC X(4).
           05  PR-EMPLOYEE-STATUS      PIC X(1).
           05  PR-HOURS-WORKED         PIC 9(4).
           05  PR-HOURLY-PAY           PIC 9(4).
           05  PR-STRAIGHT-HOURS       PIC 9(4).
           05  PR-STRAIGHT-PAY         PIC 9(7)V99.
           05  PR-OVERTIME-HOURS       PIC 9(4).
           05  PR-OVERTIME-RATE        PIC 9(4)V99.
           05  PR-OVERTIME-PAY         PIC 9(7)V99.
           05  PR-SHIFT-HOURS          PIC 9(4).
           05  PR-SHIFT-RATE           PIC 9(4).
           05  PR-SHIFT-PREM-PAY       PIC 9(7)V99.
           05  PR-ONCALL-HOURS         PIC 9(4).
           05  PR-ONCALL-RATE          PIC 9(4).
           05  PR-ONCALL-PAY           PIC 9(7)V99.
           05  PR-VAC-PAYOUT           PIC 9(6)V99.
           05  PR-GROSS-PAY            PIC 9(7)V99.
           05  PR-VAC-ACCRUED          PIC 9(7)V99.
           05  PR-RATE-PERIOD          PIC X(6).
           05  PR-TAX-RATE             PIC V999.
           05  PR-CPP-RATE             PIC V999.
           05  PR-EI-RATE              PIC V999.
           05  PR-CPP-ANNUAL-MAX       PIC 9(5)V99.
           05  PR-EI-ANNUAL-MAX        PIC 9(5)V99.
           05  PR-INCOME-TAX           PIC 9(6)V99.
           05  PR-CPP-DEDUCTION        PIC 9(6)V99.
           05  PR-EI-DEDUCTION         PIC 9(6)V99.
           05  PR-BENEFIT-REQUESTED    PIC 9(4)V99.
           05  PR-BENEFIT-TAKEN        PIC 9(5)V99.
           05  PR-GARNISH-TAKEN        PIC 9(5)V99.
           05  PR-GARNISH-SHORT        PIC 9(7)V99.
           05  PR-TOTAL-DEDUCTIONS     PIC 9(7)V99.
           05  PR-NET-PAY              PIC 9(7)V99.
           05  PR-GARNISH-COUNT        PIC 9(2).
           05  PR-GARNISH-LINE OCCURS 10 TIMES.
               10  PR-ORDER-NUM        PIC X(12).
               10  PR-ORDER-TAKEN      PIC 9(5)V99.
      *How the regular earnings were worked out - for a salaried
      *employee PR-STRAIGHT-PAY is the period's share of
      *PR-ANNUAL-SALARY, and PR-SALARY-DAYS of PR-PERIOD-DAYS tells
      *a prorated hire or termination month from a full one.
           05  PR-PAY-TYPE             PIC X(1).
               88  PR-SALARIED                 VALUE "S".
           05  PR-ANNUAL-SALARY        PIC 9(7)V99.
           05  PR-SALARY-DAYS          PIC 9(2).
           05  PR-PERIOD-DAYS          PIC 9(2).
      *Public holiday earnings - the hours worked on a holiday at
      *their time-and-a-half rate, and the holiday pay entitlement
      *PAYROLL-HOLIDAY-PAY (Program27.cbl) posted for the period.
      *Both are their own earning lines inside PR-GROSS-PAY.
           05  PR-HOLIDAY-HOURS        PIC 9(4).
           05  PR-HOLIDAY-RATE         PIC 9(4)V99.
           05  PR-HOLIDAY-PREM-PAY     PIC 9(7)V99.
           05  PR-STAT-HOLIDAY-PAY     PIC 9(7)V99.
      *Retroactive pay PAYROLL-RETRO-PAY (Program21.cbl) posted in
      *the period - its own earning line inside PR-GROSS-PAY.
           05  PR-RETRO-PAY            PIC 9(7)V99.

      *One effective-dated rate entry - same layout PAYRATES
      *(Program13.cbl) maintains; see Program1.cbl's
      *RATE-TABLE-RECORD.
       FD  RATE-TABLE-FILE.
       01  RATE-TABLE-RECORD.
           05  RT-EFFECTIVE-PERIOD PIC X(6).
           05  FILLER              PIC X(1).
           05  RT-TAX-RATE         PIC V999.
           05  FILLER              PIC X(1).
           05  RT-CPP-RATE         PIC V999.
           05  FILLER              PIC X(1).
           05  RT-EI-RATE          PIC V999.
           05  FILLER              PIC X(1).
           05  RT-CPP-ANNUAL-MAX   PIC 9(5)V99.
           05  FILLER              PIC X(1).
           05  RT-EI-ANNUAL-MAX    PIC 9(5)V99.

      *One pay period's control entry - same layout
      *PAYROLL-PERIOD-CTL (Program17.cbl) maintains.
       FD  PERIOD-CONTROL-FILE.
       01  PERIOD-CONTROL-RECORD.
           05  PC-PERIOD           PIC X(6).
           05  FILLER              PIC X(1).
           05  PC-STATUS           PIC X(1).
               88  PC-PERIOD-OPEN          VALUE "O".
               88  PC-PERIOD-CLOSED        VALUE "C".
           05  FILLER              PIC X(1).
           05  PC-CURRENT-FLAG     PIC X(1).
               88  PC-CURRENT-PERIOD       VALUE "Y".

      *One garnishment order - same layout PAYROLL-GARNISH-ORDERS
      *(Program22.cbl) maintains.
       FD  GARNISH-ORDER-FILE.
       01  GARNISH-ORDER-RECORD.
           05  GO-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1).
           05  GO-ORDER-NUM        PIC X(12).
           05  FILLER              PIC X(1).
           05  GO-COURT-CREDITOR   PIC X(30).
           05  FILLER              PIC X(1).
           05  GO-PRIORITY         PIC 9(2).
           05  FILLER              PIC X(1).
           05  GO-DEDUCT-TYPE      PIC X(1).
               88  GO-FLAT-AMOUNT          VALUE "A".
               88  GO-PERCENT-OF-NET       VALUE "P".
           05  FILLER              PIC X(1).
           05  GO-DEDUCT-AMOUNT    PIC 9(4)V99.
           05  FILLER              PIC X(1).
           05  GO-DEDUCT-PERCENT   PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  GO-TOTAL-OWING      PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  GO-BALANCE          PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  GO-STATUS           PIC X(1).
               88  GO-ORDER-ACTIVE         VALUE "A".
               88  GO-ORDER-SATISFIED      VALUE "S".
               88  GO-ORDER-STOPPED        VALUE "X".
           05  FILLER              PIC X(1).
           05  GO-LAST-PERIOD      PIC X(6).

      *Same layout Program1.cbl appends to on every posting - see
      *Program1.cbl's PAY-HISTORY-RECORD. Only the "R" lines paid
      *in the run's period are used here.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PH-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1).
           05  PH-PERIOD           PIC X(6).
           05  FILLER              PIC X(1).
           05  PH-HOURLY-PAY       PIC 9(4).
           05  FILLER              PIC X(1).
           05  PH-HOURS-WORKED     PIC 9(4).
           05  FILLER              PIC X(1).
           05  PH-SHIFT-HOURS      PIC 9(4).
           05  FILLER              PIC X(1).
           05  PH-ONCALL-HOURS     PIC 9(4).
           05  FILLER              PIC X(1).
           05  PH-PERIOD-GROSS     PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  PH-POST-TIMESTAMP   PIC X(19).
           05  FILLER              PIC X(1).
           05  PH-EARNING-TYPE     PIC X(1).
               88  PH-REGULAR-EARNING      VALUE SPACE.
               88  PH-RETRO-EARNING        VALUE "R".
               88  PH-HOLIDAY-EARNING      VALUE "H".
           05  FILLER              PIC X(1).
           05  PH-EARNED-PERIOD    PIC X(6).
           05  FILLER              PIC X(1).
           05  PH-HOLIDAY-HOURS    PIC 9(4).

       WORKING-STORAGE SECTION.
       01  PAYRECORD-IN.
           05 EMPLOYEE-NUM         PIC 9(9).
           05 EMPLOYEE-LNAME       PIC X(13).
           05 EMPLOYEE-INITIALS    PIC X(2).
           05 EMPLOYEE-HOURLY-PAY  PIC 9(4).
           05 HOURS-WORKED         PIC 9(4).
           05 UNION-MEMBER         PIC X(1).
           05 YTD-HOURS            PIC 9(6)V99.
           05 YTD-GROSS-PAY        PIC 9(7)V99.
           05 LAST-PERIOD-POSTED   PIC X(6).
           05 EMPLOYEE-BENEFIT-DED PIC 9(4)V99.
           05 EMPLOYEE-GARNISHMENT PIC 9(4)V99.
           05 EMPLOYEE-STATUS      PIC X(1).
           05 EMPLOYEE-TERM-DATE   PIC X(8).
           05 EMPLOYEE-INSTITUTION PIC 9(3).
           05 EMPLOYEE-TRANSIT     PIC 9(5).
           05 EMPLOYEE-ACCOUNT-NUM PIC 9(12).
           05 EMPLOYEE-SHIFT-PREM-RATE  PIC 9(4).
           05 EMPLOYEE-SHIFT-HOURS      PIC 9(4).
           05 EMPLOYEE-ONCALL-RATE      PIC 9(4).
           05 EMPLOYEE-ONCALL-HOURS     PIC 9(4).
           05 EMPLOYEE-DEPT-CODE        PIC X(4).
           05 YTD-CPP-DED          PIC 9(6)V99.
           05 YTD-EI-DED           PIC 9(6)V99.
           05 EMPLOYEE-BANK-STATUS PIC X(1).
               88  EMPLOYEE-BANK-REJECTED      VALUE "R".
           05 EMPLOYEE-VAC-BALANCE PIC 9(6)V99.
           05 EMPLOYEE-PAY-TYPE    PIC X(1).
               88  EMPLOYEE-HOURLY             VALUE "H" " ".
               88  EMPLOYEE-SALARIED           VALUE "S".
           05 EMPLOYEE-ANNUAL-SALARY PIC 9(7)V99.
           05 EMPLOYEE-HIRE-DATE   PIC X(8).
           05 EMPLOYEE-HOLIDAY-HOURS PIC 9(4).
           05 EMPLOYEE-HOLIDAY-PAY PIC 9(5)V99.
           05 EMPLOYEE-HOLIDAY-PERIOD PIC X(6).

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PAYROLE-STATUS      PIC X(2).
               88  WS-PAYROLE-OK              VALUE "00".
               88  WS-PAYROLE-FILE-MISSING    VALUE "35".
           05  WS-ARCHIVE-STATUS      PIC X(2).
               88  WS-ARCHIVE-OK              VALUE "00".
               88  WS-ARCHIVE-FILE-MISSING    VALUE "35".
           05  WS-RESULTS-STATUS      PIC X(2).
               88  WS-RESULTS-OK              VALUE "00".
               88  WS-RESULTS-FILE-MISSING    VALUE "35".
           05  WS-RATETAB-STATUS      PIC X(2).
               88  WS-RATETAB-OK              VALUE "00".
               88  WS-RATETAB-FILE-MISSING    VALUE "35".
           05  WS-PERIODS-STATUS      PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".
           05  WS-GARNISH-STATUS      PIC X(2).
               88  WS-GARNISH-OK              VALUE "00".
               88  WS-GARNISH-FILE-MISSING    VALUE "35".
           05  WS-HISTORY-STATUS      PIC X(2).
               88  WS-HISTORY-OK              VALUE "00".
               88  WS-HISTORY-FILE-MISSING    VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PAYROLE-FILE         VALUE "Y".
           05  WS-ARCH-EOF-FLAG    PIC X(1)    VALUE "N".
               88  END-OF-ARCHIVE-FILE         VALUE "Y".
      *Set by 700-CHECK-RUN-PERIOD when the run's period has
      *already been closed by PAYROLL-PERIOD-CTL - its results are
      *what was paid and the garnishment balances have been reduced
      *by them, so they must not be recalculated.
           05  WS-PERIOD-CLOSED-FLAG PIC X(1)  VALUE "N".
               88  WS-RUN-PERIOD-CLOSED        VALUE "Y".
           05  WS-HIST-EOF-FLAG    PIC X(1)    VALUE "N".
               88  END-OF-PAY-HISTORY          VALUE "Y".
           05  WS-RETRO-FULL-FLAG  PIC X(1)    VALUE "N".
               88  WS-RETRO-TABLE-FULL         VALUE "Y".
           05  WS-RETRO-FOUND-FLAG PIC X(1)    VALUE "N".
               88  WS-RETRO-FOUND              VALUE "Y".

      *Every employee's retro paid in the run's period - the "R"
      *lines on the pay history with PH-PERIOD the run's period,
      *summed per employee so a second settlement paid in the same
      *period adds on. Loaded by 700-LOAD-RETRO-TABLE.
       01  RETRO-PAY-TABLE.
           05  RETRO-PAY-ENTRY OCCURS 2000 TIMES INDEXED BY RP-IDX.
               10  RP-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  RP-RETRO-PAY       PIC 9(7)V99 VALUE ZERO.
       01  WS-RETRO-TABLE-COUNT       PIC 9(4)    VALUE ZERO.

      *Work fields used to compute gross pay for the record being read.
       01  GROSS-PAY-CALC.
           05  WS-STRAIGHT-HOURS   PIC 9(4)    VALUE ZERO.
           05  WS-OVERTIME-HOURS   PIC 9(4)    VALUE ZERO.
           05  WS-OVERTIME-RATE    PIC 9(4)V99 VALUE ZERO.
           05  WS-OVERTIME-PAY     PIC 9(7)V99 VALUE ZERO.
           05  WS-STRAIGHT-PAY     PIC 9(7)V99 VALUE ZERO.
           05  WS-SHIFT-PREM-PAY   PIC 9(7)V99 VALUE ZERO.
           05  WS-ONCALL-PAY       PIC 9(7)V99 VALUE ZERO.
      *Hours worked on a public holiday at time-and-a-half, and the
      *holiday pay entitlement due in the run's period.
           05  WS-HOLIDAY-RATE     PIC 9(4)V99 VALUE ZERO.
           05  WS-HOLIDAY-PREM-PAY PIC 9(7)V99 VALUE ZERO.
           05  WS-STAT-HOLIDAY-PAY PIC 9(7)V99 VALUE ZERO.
      *Retroactive pay PAYROLL-RETRO-PAY posted in the run's period.
           05  WS-RETRO-PAY        PIC 9(7)V99 VALUE ZERO.
      *A terminated employee's accrued vacation balance paid out on
      *the final pay - its own earning line, kept out of the
      *vacation accrual below since it is the accrual being paid.
           05  WS-VAC-PAYOUT       PIC 9(6)V99 VALUE ZERO.
           05  WS-GROSS-PAY        PIC 9(7)V99 VALUE ZERO.
      *This period's vacation pay accrual - the percentage of the
      *period's earnings the union agreements bank for the
      *employee, reported as its own register column and subtotal.
           05  WS-VAC-ACCRUED      PIC 9(7)V99 VALUE ZERO.

      *Work fields for 700-COMPUTE-SALARY-PAY - the monthly period
      *being paid, the annual salary, hire date and termination date
      *(spaces unless terminated) it is paid from, the period's
      *length in days, the first and last days of it the employee
      *was on staff, and the salary those days earn.
       01  SALARY-PAY-CALC.
           05  WS-SALARY-PERIOD       PIC X(6)    VALUE SPACES.
           05  WS-SALARY-PERIOD-NUM REDEFINES WS-SALARY-PERIOD.
               10  WS-SALARY-YEAR     PIC 9(4).
               10  WS-SALARY-MONTH    PIC 9(2).
           05  WS-SALARY-ANNUAL       PIC 9(7)V99 VALUE ZERO.
           05  WS-SALARY-HIRE-DATE    PIC X(8)    VALUE SPACES.
           05  WS-SALARY-TERM-DATE    PIC X(8)    VALUE SPACES.
           05  WS-DAYS-IN-PERIOD      PIC 9(2)    VALUE ZERO.
           05  WS-FIRST-PAID-DAY      PIC 9(2)    VALUE ZERO.
           05  WS-LAST-PAID-DAY       PIC 9(2)    VALUE ZERO.
           05  WS-SALARY-DAYS         PIC 9(2)    VALUE ZERO.
           05  WS-LEAP-QUOTIENT       PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
           05  WS-MONTHLY-SALARY      PIC 9(7)V99 VALUE ZERO.
           05  WS-SALARY-PAY          PIC 9(7)V99 VALUE ZERO.

      *Days in each month, January first - February is bumped to 29
      *in a leap year by 700-COMPUTE-SALARY-PAY.
       01  WS-MONTH-DAYS-VALUES       PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS          PIC 9(2)    OCCURS 12 TIMES.


      *Statutory withholding rates applied against gross pay by
      *700-COMPUTE-DEDUCTIONS - loaded from RATE-TABLE-FILE at
      *start-up by 700-LOAD-DEDUCTION-RATES (maintained by PAYRATES,
      *Program13.cbl); see Program1.cbl's WS-DEDUCTION-RATES. The
      *VALUE clauses are only the fallback for a system the rate
      *table has never been set up on.
       01  WS-DEDUCTION-RATES.
           05  WS-TAX-RATE          PIC V999    VALUE .150.
           05  WS-CPP-RATE          PIC V999    VALUE .059.
           05  WS-EI-RATE           PIC V999    VALUE .017.
           05  WS-CPP-ANNUAL-MAX    PIC 9(5)V99 VALUE 99999.99.
           05  WS-EI-ANNUAL-MAX     PIC 9(5)V99 VALUE 99999.99.

      *Fields driving the rate-table scan - the period the run
      *selects rates for (the period control file's current period,
      *see 700-GET-RUN-PERIOD) and the best effective period kept
      *so far.
       01  WS-RATE-TABLE-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-RATE-BEST-PERIOD    PIC X(6)    VALUE SPACES.
           05  WS-RATE-EOF-FLAG       PIC X(1)    VALUE "N".
               88  END-OF-RATE-TABLE              VALUE "Y".
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".

      *Vacation pay accrues at this percentage of each period's
      *gross under the union agreements - same contractual figure
      *as Program1.cbl's WS-VAC-ACCRUAL-RATE, not a statutory rate
      *off the rate table.
       01  WS-VAC-ACCRUAL-RATE        PIC V99     VALUE .04.

      *Every garnishment order on file, loaded at start-up by
      *700-LOAD-GARNISH-ORDERS. OT-TAKEN is what this period's
      *cheque withholds against the order, and OT-DONE marks the
      *orders 700-APPLY-GARNISH-ORDERS has already worked through
      *for the employee in hand.
       01  GARNISH-ORDER-TABLE.
           05  GARNISH-ORDER-ENTRY OCCURS 500 TIMES INDEXED BY OT-IDX.
               10  OT-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  OT-ORDER-NUM       PIC X(12)   VALUE SPACES.
               10  OT-COURT-CREDITOR  PIC X(30)   VALUE SPACES.
               10  OT-PRIORITY        PIC 9(2)    VALUE ZERO.
               10  OT-DEDUCT-TYPE     PIC X(1)    VALUE SPACE.
               10  OT-DEDUCT-AMOUNT   PIC 9(4)V99 VALUE ZERO.
               10  OT-DEDUCT-PERCENT  PIC 9(3)V99 VALUE ZERO.
               10  OT-TOTAL-OWING     PIC 9(7)V99 VALUE ZERO.
               10  OT-BALANCE         PIC 9(7)V99 VALUE ZERO.
               10  OT-STATUS          PIC X(1)    VALUE SPACE.
               10  OT-LAST-PERIOD     PIC X(6)    VALUE SPACES.
               10  OT-TAKEN           PIC 9(5)V99 VALUE ZERO.
               10  OT-DONE            PIC X(1)    VALUE SPACE.
       01  WS-ORDER-TABLE-COUNT       PIC 9(3)    VALUE ZERO.

      *Work fields for 700-APPLY-GARNISH-ORDERS - the employee's net
      *before any order comes off (a percentage order is a
      *percentage of this), how much of it the orders may still
      *take, the order picked next, and what could not be taken.
       01  GARNISH-CALC.
           05  WS-GO-EOF-FLAG         PIC X(1)     VALUE "N".
               88  END-OF-GARNISH-FILE            VALUE "Y".
           05  WS-ORDER-ON-FILE-FLAG  PIC X(1)     VALUE "N".
               88  WS-ORDER-ON-FILE               VALUE "Y".
           05  WS-ORDER-PICKED-FLAG   PIC X(1)     VALUE "N".
               88  WS-ORDER-PICKED                VALUE "Y".
           05  WS-PICK-SUB            PIC 9(3)     VALUE ZERO.
           05  WS-PICK-PRIORITY       PIC 9(2)     VALUE ZERO.
           05  WS-NET-BEFORE-GARNISH  PIC S9(7)V99 VALUE ZERO.
           05  WS-GARNISH-ROOM        PIC S9(7)V99 VALUE ZERO.
           05  WS-ORDER-DUE           PIC 9(7)V99  VALUE ZERO.
           05  WS-GARNISH-SHORT       PIC 9(7)V99  VALUE ZERO.
      *The order each PR-GARNISH-LINE entry is taken in - orders
      *are recorded in priority order as 700-APPLY-NEXT-GARNISH-ORDER
      *picks them.
           05  WS-GARNISH-LINE-SUB    PIC 9(2)     VALUE ZERO.
           05  WS-ORDER-NUM-HOLD      PIC X(12)    VALUE SPACES.
      *This record's statutory and voluntary deductions and the net
      *pay left over after all of them come off WS-GROSS-PAY.
       01  DEDUCTIONS-CALC.
           05  WS-INCOME-TAX        PIC 9(6)V99 VALUE ZERO.
           05  WS-CPP-DEDUCTION     PIC 9(6)V99 VALUE ZERO.
           05  WS-EI-DEDUCTION      PIC 9(6)V99 VALUE ZERO.
      *Room left under each annual maximum for this record's CPP
      *and EI - signed so an employee already past the maximum
      *computes negative and is floored to zero rather than
      *wrapping in an unsigned field.
           05  WS-CPP-ROOM          PIC S9(6)V99 VALUE ZERO.
           05  WS-EI-ROOM           PIC S9(6)V99 VALUE ZERO.
           05  WS-TOTAL-DEDUCTIONS  PIC 9(7)V99 VALUE ZERO.
           05  WS-NET-PAY           PIC 9(7)V99 VALUE ZERO.
      *What is left of gross once the statutory withholdings come
      *off - the most the voluntary deductions are allowed to take.
      *Signed so an unexpected negative is caught by the cap test
      *rather than silently stored sign-dropped.
           05  WS-REMAINING-GROSS   PIC S9(7)V99 VALUE ZERO.
           05  WS-VOLUNTARY-DED     PIC 9(5)V99 VALUE ZERO.
      *The benefit premium and garnishments actually taken once the
      *cap is applied - see 700-COMPUTE-DEDUCTIONS.
           05  WS-BENEFIT-TAKEN     PIC 9(5)V99 VALUE ZERO.
           05  WS-GARNISH-TAKEN     PIC 9(5)V99 VALUE ZERO.

      *Stamped onto every result this run writes, so a result can
      *be traced to the run that produced it.
       01  WS-CURRENT-DATETIME        PIC X(21).
       01  WS-FORMATTED-TIMESTAMP.
           05  WS-TS-YEAR             PIC X(4).
           05  FILLER                 PIC X(1)    VALUE "-".
           05  WS-TS-MONTH            PIC X(2).
           05  FILLER                 PIC X(1)    VALUE "-".
           05  WS-TS-DAY              PIC X(2).
           05  FILLER                 PIC X(1)    VALUE SPACE.
           05  WS-TS-HOUR             PIC X(2).
           05  FILLER                 PIC X(1)    VALUE ":".
           05  WS-TS-MINUTE           PIC X(2).
           05  FILLER                 PIC X(1)    VALUE ":".
           05  WS-TS-SECOND           PIC X(2).

      *Run control totals - printed at the end of the step so the
      *register's grand total can be tied back to what was
      *calculated here.
       01  CALC-TOTALS.
           05  WS-RESULT-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-ARCHIVE-RESULT-COUNT  PIC 9(5)    VALUE ZERO.
           05  WS-REPLACED-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-GROSS           PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-DEDUCT          PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-NET             PIC 9(9)V99 VALUE ZERO.

       01  CALC-TOTAL-LINE.
           05  CT-LABEL                PIC X(34).
           05  CT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *Main Loop, prices every employee on the sorted roster, then
      *every archived employee whose final pay falls in the period,
      *and writes each one's pay result.
       100-CALCULATE-PAY-RESULTS.
           PERFORM 200-INIT-PAY-CALC.
           PERFORM 200-PROCESS-PAYROLE-RECORD
               UNTIL END-OF-PAYROLE-FILE.
           PERFORM 200-PROCESS-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE-FILE.
           PERFORM 200-TERM-PAY-CALC.
           STOP RUN.

      *Loads the period's rates and the garnishment orders and opens
      *the files. A period PAYROLL-PERIOD-CTL has already closed
      *keeps the results it was paid from - the step warns (RC=4)
      *and calculates nothing, and the steps after it print the
      *closed period's stored results.
       200-INIT-PAY-CALC.
           PERFORM 700-LOAD-DEDUCTION-RATES.
           PERFORM 700-CHECK-RUN-PERIOD.
           IF WS-RUN-PERIOD-CLOSED
               DISPLAY "PERIOD " WS-RUN-PERIOD
                   " IS CLOSED - PAY RESULTS NOT RECALCULATED"
               MOVE 4   TO RETURN-CODE
               MOVE "Y" TO WS-EOF-FLAG
                           WS-ARCH-EOF-FLAG
           ELSE
               PERFORM 700-LOAD-GARNISH-ORDERS
               PERFORM 700-LOAD-RETRO-TABLE
               PERFORM 700-BUILD-TIMESTAMP
               PERFORM 700-OPEN-FILES
               IF NOT END-OF-PAYROLE-FILE
                   PERFORM 700-READ-PAYROLE-RECORD
               END-IF
               IF NOT END-OF-ARCHIVE-FILE
                   PERFORM 700-READ-ARCHIVE-RECORD
               END-IF
           END-IF.

      *Prices the current roster record, writes its result and reads
      *the next record.
       200-PROCESS-PAYROLE-RECORD.
           INITIALIZE PAY-RESULTS-RECORD.
           PERFORM 700-COMPUTE-GROSS-PAY.
           PERFORM 700-COMPUTE-DEDUCTIONS.
           PERFORM 700-WRITE-PAY-RESULT.
           PERFORM 700-READ-PAYROLE-RECORD.

      *Prices an archived employee whose final pay belongs to the
      *run's period - terminated in the period, or last posted for
      *it - and reads the next archive record. Anyone archived in
      *an earlier period was paid out then and is left alone.
       200-PROCESS-ARCHIVE-RECORD.
           IF ARCH-EMPLOYEE-STATUS = "T"
               AND (ARCH-EMPLOYEE-TERM-DATE(1:6) = WS-RUN-PERIOD
                   OR ARCH-LAST-PERIOD-POSTED = WS-RUN-PERIOD)
               PERFORM 700-MOVE-ARCHIVE-TO-PAYRECORD
               INITIALIZE PAY-RESULTS-RECORD
               PERFORM 700-COMPUTE-GROSS-PAY
               PERFORM 700-COMPUTE-DEDUCTIONS
               PERFORM 700-WRITE-PAY-RESULT
               ADD 1 TO WS-ARCHIVE-RESULT-COUNT
           END-IF.
           PERFORM 700-READ-ARCHIVE-RECORD.

      *Prints the run's control totals and closes the files.
       200-TERM-PAY-CALC.
           IF NOT WS-RUN-PERIOD-CLOSED
               PERFORM 700-PRINT-CALC-TOTALS
               PERFORM 700-CLOSE-FILES
           END-IF.

      *Opens the sorted roster and the archive for input and the
      *results file for update. A results file that has never been
      *created yet is created empty first, the same way the audit
      *log is - see Program16.cbl's 700-OPEN-FILES. A missing
      *roster or archive just means there is nothing on it to
      *price.
       700-OPEN-FILES.
           OPEN INPUT PAYROLE-FILE.
           IF WS-PAYROLE-FILE-MISSING
               DISPLAY "NO PAYROLL RECORDS ON FILE"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           OPEN INPUT PAYROLE-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-MISSING
               MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-IF.
           OPEN I-O PAY-RESULTS-FILE.
           IF WS-RESULTS-FILE-MISSING
               OPEN OUTPUT PAY-RESULTS-FILE
               CLOSE       PAY-RESULTS-FILE
               OPEN I-O    PAY-RESULTS-FILE
           END-IF.

      *Reads the next record off PAYROLE-FILE, sets the end of file flag
      *when there are no more records to process.
       700-READ-PAYROLE-RECORD.
           READ PAYROLE-FILE INTO PAYRECORD-IN
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *Reads the next record off the archive, sets the end of file
      *flag when there are no more records to process.
       700-READ-ARCHIVE-RECORD.
           READ PAYROLE-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-READ.

      *Copies the archive record just read into PAYRECORD-IN - see
      *Program6.cbl's identical paragraph.
       700-MOVE-ARCHIVE-TO-PAYRECORD.
           MOVE ARCH-EMPLOYEE-NUM       TO EMPLOYEE-NUM.
           MOVE ARCH-EMPLOYEE-LNAME     TO EMPLOYEE-LNAME.
           MOVE ARCH-EMPLOYEE-INITIALS  TO EMPLOYEE-INITIALS.
           MOVE ARCH-EMPLOYEE-HOURLY-PAY TO EMPLOYEE-HOURLY-PAY.
           MOVE ARCH-HOURS-WORKED       TO HOURS-WORKED.
           MOVE ARCH-UNION-MEMBER       TO UNION-MEMBER.
           MOVE ARCH-YTD-HOURS          TO YTD-HOURS.
           MOVE ARCH-YTD-GROSS-PAY      TO YTD-GROSS-PAY.
           MOVE ARCH-LAST-PERIOD-POSTED TO LAST-PERIOD-POSTED.
           MOVE ARCH-EMPLOYEE-BENEFIT-DED TO EMPLOYEE-BENEFIT-DED.
           MOVE ARCH-EMPLOYEE-GARNISHMENT TO EMPLOYEE-GARNISHMENT.
           MOVE ARCH-EMPLOYEE-STATUS      TO EMPLOYEE-STATUS.
           MOVE ARCH-EMPLOYEE-TERM-DATE   TO EMPLOYEE-TERM-DATE.
           MOVE ARCH-EMPLOYEE-INSTITUTION TO EMPLOYEE-INSTITUTION.
           MOVE ARCH-EMPLOYEE-TRANSIT     TO EMPLOYEE-TRANSIT.
           MOVE ARCH-EMPLOYEE-ACCOUNT-NUM TO EMPLOYEE-ACCOUNT-NUM.
           MOVE ARCH-EMPLOYEE-SHIFT-PREM-RATE
                                    TO EMPLOYEE-SHIFT-PREM-RATE.
           MOVE ARCH-EMPLOYEE-SHIFT-HOURS  TO EMPLOYEE-SHIFT-HOURS.
           MOVE ARCH-EMPLOYEE-ONCALL-RATE  TO EMPLOYEE-ONCALL-RATE.
           MOVE ARCH-EMPLOYEE-ONCALL-HOURS TO EMPLOYEE-ONCALL-HOURS.
           MOVE ARCH-EMPLOYEE-DEPT-CODE    TO EMPLOYEE-DEPT-CODE.
           MOVE ARCH-YTD-CPP-DED           TO YTD-CPP-DED.
           MOVE ARCH-YTD-EI-DED            TO YTD-EI-DED.
           MOVE ARCH-EMPLOYEE-BANK-STATUS  TO EMPLOYEE-BANK-STATUS.
           MOVE ARCH-EMPLOYEE-VAC-BALANCE  TO EMPLOYEE-VAC-BALANCE.
           MOVE ARCH-EMPLOYEE-PAY-TYPE     TO EMPLOYEE-PAY-TYPE.
           MOVE ARCH-EMPLOYEE-ANNUAL-SALARY
                                    TO EMPLOYEE-ANNUAL-SALARY.
           MOVE ARCH-EMPLOYEE-HIRE-DATE    TO EMPLOYEE-HIRE-DATE.
           MOVE ARCH-EMPLOYEE-HOLIDAY-HOURS TO EMPLOYEE-HOLIDAY-HOURS.
           MOVE ARCH-EMPLOYEE-HOLIDAY-PAY  TO EMPLOYEE-HOLIDAY-PAY.
           MOVE ARCH-EMPLOYEE-HOLIDAY-PERIOD
                                           TO EMPLOYEE-HOLIDAY-PERIOD.

      *An hourly employee's regular earnings are their hours at the
      *hourly rate with overtime past 40 hours, a salaried
      *employee's are the period's share of their annual salary -
      *see 700-COMPUTE-HOURLY-EARNINGS and 700-COMPUTE-SALARY-PAY.
      *Everything after the regular earnings is paid the same way
      *whichever pay type the employee is on.
       700-COMPUTE-GROSS-PAY.
           IF EMPLOYEE-HOLIDAY-HOURS NOT NUMERIC
               MOVE ZERO TO EMPLOYEE-HOLIDAY-HOURS
           END-IF.
           IF EMPLOYEE-HOLIDAY-PAY NOT NUMERIC
               MOVE ZERO TO EMPLOYEE-HOLIDAY-PAY
           END-IF.
           IF EMPLOYEE-SALARIED
               PERFORM 700-COMPUTE-SALARIED-EARNINGS
           ELSE
               PERFORM 700-COMPUTE-HOURLY-EARNINGS
           END-IF.
      *Shift premium and on-call hours are paid at their own flat
      *rate with no overtime uplift - see Program1.cbl's identical
      *700-COMPUTE-PERIOD-GROSS-PAY.
           COMPUTE WS-SHIFT-PREM-PAY ROUNDED =
               EMPLOYEE-SHIFT-HOURS * EMPLOYEE-SHIFT-PREM-RATE.
           COMPUTE WS-ONCALL-PAY ROUNDED =
               EMPLOYEE-ONCALL-HOURS * EMPLOYEE-ONCALL-RATE.
      *Hours worked on a public holiday are paid at time-and-a-half
      *outside the 40-hour overtime rule - see Program1.cbl's
      *700-COMPUTE-PERIOD-GROSS-PAY. The holiday pay entitlement is
      *paid only in the period PAYROLL-HOLIDAY-PAY posted it for;
      *a later period's calculation leaves it alone.
           COMPUTE WS-HOLIDAY-RATE = EMPLOYEE-HOURLY-PAY * 1.5.
           COMPUTE WS-HOLIDAY-PREM-PAY ROUNDED =
               EMPLOYEE-HOLIDAY-HOURS * EMPLOYEE-HOURLY-PAY * 1.5.
           IF EMPLOYEE-HOLIDAY-PERIOD = WS-RUN-PERIOD
               MOVE EMPLOYEE-HOLIDAY-PAY TO WS-STAT-HOLIDAY-PAY
           ELSE
               MOVE ZERO                 TO WS-STAT-HOLIDAY-PAY
           END-IF.
      *Retro pay posted in the period is gross like any other
      *earning - taxed, withheld on and accrued on. PAYROLL-RETRO-PAY
      *already added its uncapped CPP/EI to the YTD totals, the same
      *as a posting does, so 700-COMPUTE-DEDUCTIONS' annual-maximum
      *back-out still holds.
           PERFORM 700-FIND-RETRO-PAY.
           COMPUTE WS-GROSS-PAY ROUNDED =
               WS-STRAIGHT-PAY
               + WS-OVERTIME-PAY + WS-SHIFT-PREM-PAY + WS-ONCALL-PAY
               + WS-HOLIDAY-PREM-PAY + WS-STAT-HOLIDAY-PAY
               + WS-RETRO-PAY.
           COMPUTE WS-VAC-ACCRUED ROUNDED =
               WS-GROSS-PAY * WS-VAC-ACCRUAL-RATE.
      *A terminated employee's final pay carries the accrued
      *vacation balance paid out at termination (see Program1.cbl's
      *700-PAY-OUT-VACATION) - an active employee's balance is
      *still accruing and is not payable yet.
           IF EMPLOYEE-STATUS = "T"
               MOVE EMPLOYEE-VAC-BALANCE TO WS-VAC-PAYOUT
           ELSE
               MOVE ZERO                 TO WS-VAC-PAYOUT
           END-IF.
           ADD WS-VAC-PAYOUT TO WS-GROSS-PAY.

      *Straight time is paid for the first 40 hours worked, anything
      *beyond 40 hours is paid at time-and-a-half.
       700-COMPUTE-HOURLY-EARNINGS.
           IF HOURS-WORKED > 40
               MOVE 40                         TO WS-STRAIGHT-HOURS
               COMPUTE WS-OVERTIME-HOURS = HOURS-WORKED - 40
           ELSE
               MOVE HOURS-WORKED               TO WS-STRAIGHT-HOURS
               MOVE ZERO                       TO WS-OVERTIME-HOURS
           END-IF.
           COMPUTE WS-OVERTIME-RATE = EMPLOYEE-HOURLY-PAY * 1.5.
      *The overtime premium is computed into its own decimal field
      *first - folding it into one COMPUTE with the all-integer
      *straight-pay term loses the .50 under -std=ibm intermediate
      *arithmetic rules.
           COMPUTE WS-OVERTIME-PAY ROUNDED =
               WS-OVERTIME-HOURS * EMPLOYEE-HOURLY-PAY * 1.5.
      *Straight pay is staged into its own decimal field as well -
      *an all-integer product buried inside the final COMPUTE's
      *operand list evaluates wrong under -std=ibm intermediate
      *arithmetic once three decimal addends follow it.
           COMPUTE WS-STRAIGHT-PAY =
               WS-STRAIGHT-HOURS * EMPLOYEE-HOURLY-PAY.

      *A salaried employee is paid the period's share of the annual
      *salary whatever hours were keyed - no overtime, so the hours
      *all show as straight time at no hourly rate.
       700-COMPUTE-SALARIED-EARNINGS.
           MOVE HOURS-WORKED       TO WS-STRAIGHT-HOURS.
           MOVE ZERO               TO WS-OVERTIME-HOURS
                                      WS-OVERTIME-RATE
                                      WS-OVERTIME-PAY.
           MOVE WS-RUN-PERIOD      TO WS-SALARY-PERIOD.
           MOVE EMPLOYEE-ANNUAL-SALARY TO WS-SALARY-ANNUAL.
           MOVE EMPLOYEE-HIRE-DATE TO WS-SALARY-HIRE-DATE.
           IF EMPLOYEE-STATUS = "T"
               MOVE EMPLOYEE-TERM-DATE TO WS-SALARY-TERM-DATE
           ELSE
               MOVE SPACES         TO WS-SALARY-TERM-DATE
           END-IF.
           PERFORM 700-COMPUTE-SALARY-PAY.
           MOVE WS-SALARY-PAY      TO WS-STRAIGHT-PAY.

      *Works out a salaried employee's pay for the monthly period in
      *WS-SALARY-PERIOD - a twelfth of WS-SALARY-ANNUAL for a full
      *month on staff. A month the employee was hired in
      *(WS-SALARY-HIRE-DATE) or terminated in (WS-SALARY-TERM-DATE)
      *is prorated by calendar day: the twelfth times the days from
      *the hire date, or to the termination date, both inclusive,
      *over the days in the month. A month wholly before the hire
      *or after the termination pays nothing. A blank hire date is
      *an employee on staff before the roster carried one.
       700-COMPUTE-SALARY-PAY.
           MOVE WS-MONTH-DAYS(WS-SALARY-MONTH) TO WS-DAYS-IN-PERIOD.
           IF WS-SALARY-MONTH = 2
               DIVIDE WS-SALARY-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-SALARY-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-SALARY-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-PERIOD
               END-IF
           END-IF.
           MOVE 1                 TO WS-FIRST-PAID-DAY.
           MOVE WS-DAYS-IN-PERIOD TO WS-LAST-PAID-DAY.
           IF WS-SALARY-HIRE-DATE(1:6) = WS-SALARY-PERIOD
               AND WS-SALARY-HIRE-DATE(7:2) IS NUMERIC
               MOVE WS-SALARY-HIRE-DATE(7:2) TO WS-FIRST-PAID-DAY
           END-IF.
           IF WS-SALARY-TERM-DATE(1:6) = WS-SALARY-PERIOD
               AND WS-SALARY-TERM-DATE(7:2) IS NUMERIC
               MOVE WS-SALARY-TERM-DATE(7:2) TO WS-LAST-PAID-DAY
           END-IF.
           IF WS-SALARY-HIRE-DATE(1:6) > WS-SALARY-PERIOD
               OR (WS-SALARY-TERM-DATE NOT = SPACES
                   AND WS-SALARY-TERM-DATE(1:6) < WS-SALARY-PERIOD)
               OR WS-LAST-PAID-DAY < WS-FIRST-PAID-DAY
               MOVE ZERO TO WS-SALARY-DAYS
           ELSE
               COMPUTE WS-SALARY-DAYS =
                   WS-LAST-PAID-DAY - WS-FIRST-PAID-DAY + 1
           END-IF.
           COMPUTE WS-MONTHLY-SALARY ROUNDED =
               WS-SALARY-ANNUAL / 12.
           IF WS-SALARY-DAYS NOT < WS-DAYS-IN-PERIOD
               MOVE WS-MONTHLY-SALARY TO WS-SALARY-PAY
           ELSE
               COMPUTE WS-SALARY-PAY ROUNDED =
                   WS-MONTHLY-SALARY * WS-SALARY-DAYS
                   / WS-DAYS-IN-PERIOD
           END-IF.


      *Applies the statutory withholding rates to WS-GROSS-PAY, adds
      *the employee's voluntary benefit and garnishment deductions,
      *and nets the result down to what actually lands in the
      *employee's pocket (or bank account - see Program6.cbl).
       700-COMPUTE-DEDUCTIONS.
           COMPUTE WS-INCOME-TAX ROUNDED = WS-GROSS-PAY * WS-TAX-RATE.
           COMPUTE WS-CPP-DEDUCTION ROUNDED =
               WS-GROSS-PAY * WS-CPP-RATE.
           COMPUTE WS-EI-DEDUCTION ROUNDED =
               WS-GROSS-PAY * WS-EI-RATE.
      *CPP and EI stop for the year once the employee's uncapped
      *YTD statutory total reaches the annual maximum off the rate
      *table. The roster's YTD-CPP-DED/YTD-EI-DED already include
      *this period's posting, so backing this period's uncapped
      *amount out gives the prior total, and the room left under
      *the maximum is all this period may withhold - an employee
      *already at the maximum withholds nothing further.
           COMPUTE WS-CPP-ROOM =
               WS-CPP-ANNUAL-MAX - YTD-CPP-DED + WS-CPP-DEDUCTION.
           IF WS-CPP-ROOM < ZERO
               MOVE ZERO TO WS-CPP-ROOM
           END-IF.
           IF WS-CPP-DEDUCTION > WS-CPP-ROOM
               MOVE WS-CPP-ROOM TO WS-CPP-DEDUCTION
           END-IF.
           COMPUTE WS-EI-ROOM =
               WS-EI-ANNUAL-MAX - YTD-EI-DED + WS-EI-DEDUCTION.
           IF WS-EI-ROOM < ZERO
               MOVE ZERO TO WS-EI-ROOM
           END-IF.
           IF WS-EI-DEDUCTION > WS-EI-ROOM
               MOVE WS-EI-ROOM TO WS-EI-DEDUCTION
           END-IF.
      *The voluntary deductions are capped at whatever gross is
      *left after the statutory withholdings - benefit premium
      *first, then the garnishment orders in priority order out of
      *what the premium leaves (see 700-APPLY-GARNISH-ORDERS). An
      *employee with no hours this period would otherwise deduct
      *more than they earned, and the unsigned net field would
      *silently store the shortfall as a positive amount. The cap
      *is called out so Payroll can carry the missed premium or
      *garnishment to a later period.
           COMPUTE WS-REMAINING-GROSS =
               WS-GROSS-PAY - WS-INCOME-TAX - WS-CPP-DEDUCTION
               - WS-EI-DEDUCTION.
           IF EMPLOYEE-BENEFIT-DED > WS-REMAINING-GROSS
               MOVE WS-REMAINING-GROSS   TO WS-BENEFIT-TAKEN
           ELSE
               MOVE EMPLOYEE-BENEFIT-DED TO WS-BENEFIT-TAKEN
           END-IF.
           COMPUTE WS-NET-BEFORE-GARNISH =
               WS-REMAINING-GROSS - WS-BENEFIT-TAKEN.
           PERFORM 700-APPLY-GARNISH-ORDERS.
           COMPUTE WS-VOLUNTARY-DED =
               WS-BENEFIT-TAKEN + WS-GARNISH-TAKEN.
           IF WS-BENEFIT-TAKEN < EMPLOYEE-BENEFIT-DED
               OR WS-GARNISH-SHORT > ZERO
               DISPLAY "DEDUCTION SHORTFALL - EMPLOYEE " EMPLOYEE-NUM
                   " VOLUNTARY DEDUCTIONS CAPPED AT EARNINGS"
           END-IF.
           COMPUTE WS-TOTAL-DEDUCTIONS =
               WS-INCOME-TAX + WS-CPP-DEDUCTION + WS-EI-DEDUCTION
               + WS-VOLUNTARY-DED.
           COMPUTE WS-NET-PAY = WS-GROSS-PAY - WS-TOTAL-DEDUCTIONS.

      *Takes the employee's garnishments out of
      *WS-NET-BEFORE-GARNISH. Every open order on file for the
      *employee (active, with a balance still owing) is taken
      *lowest priority number first - a flat order for its
      *per-period amount, a percentage order for its percentage of
      *the net before garnishment - and never for more than the
      *order's balance, so the last cheque on an order takes only
      *what is left and PAYROLL-PERIOD-CTL stops the order when
      *the period closes. An order the remaining net cannot cover
      *takes what there is and the rest lands in WS-GARNISH-SHORT.
      *An employee with no order on file at all falls back to the
      *flat EMPLOYEE-GARNISHMENT amount off the roster, so a
      *deduction keyed before the order file existed carries on
      *until it is converted to an order. What each order took is
      *recorded on the result as it is taken - see
      *700-RECORD-GARNISH-LINE.
       700-APPLY-GARNISH-ORDERS.
           MOVE ZERO TO WS-GARNISH-TAKEN
                        WS-GARNISH-SHORT
                        WS-GARNISH-LINE-SUB.
           MOVE "N"  TO WS-ORDER-ON-FILE-FLAG.
           MOVE WS-NET-BEFORE-GARNISH TO WS-GARNISH-ROOM.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-ORDER-TABLE-COUNT
               IF OT-EMPLOYEE-NUM(OT-IDX) = EMPLOYEE-NUM
                   MOVE "Y"  TO WS-ORDER-ON-FILE-FLAG
                   MOVE ZERO TO OT-TAKEN(OT-IDX)
                   IF OT-STATUS(OT-IDX) = "A"
                       AND OT-BALANCE(OT-IDX) > ZERO
                       MOVE "N" TO OT-DONE(OT-IDX)
                   ELSE
                       MOVE "Y" TO OT-DONE(OT-IDX)
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ORDER-ON-FILE
               MOVE "Y" TO WS-ORDER-PICKED-FLAG
               PERFORM 700-APPLY-NEXT-GARNISH-ORDER
                   UNTIL NOT WS-ORDER-PICKED
           ELSE
               IF EMPLOYEE-GARNISHMENT > WS-GARNISH-ROOM
                   MOVE WS-GARNISH-ROOM      TO WS-GARNISH-TAKEN
                   COMPUTE WS-GARNISH-SHORT =
                       EMPLOYEE-GARNISHMENT - WS-GARNISH-ROOM
               ELSE
                   MOVE EMPLOYEE-GARNISHMENT TO WS-GARNISH-TAKEN
               END-IF
               IF WS-GARNISH-TAKEN > ZERO
                   MOVE SPACES           TO WS-ORDER-NUM-HOLD
                   MOVE WS-GARNISH-TAKEN TO WS-ORDER-DUE
                   PERFORM 700-RECORD-GARNISH-LINE
               END-IF
           END-IF.

      *Picks the employee's open order with the lowest priority
      *number not yet worked through - the earlier order on file
      *wins a tie - and takes its deduction. WS-ORDER-PICKED-FLAG
      *comes back "N" once every order has been worked through.
       700-APPLY-NEXT-GARNISH-ORDER.
           MOVE "N" TO WS-ORDER-PICKED-FLAG.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-ORDER-TABLE-COUNT
               IF OT-EMPLOYEE-NUM(OT-IDX) = EMPLOYEE-NUM
                   AND OT-DONE(OT-IDX) = "N"
                   IF NOT WS-ORDER-PICKED
                       OR OT-PRIORITY(OT-IDX) < WS-PICK-PRIORITY
                       MOVE "Y"                 TO WS-ORDER-PICKED-FLAG
                       SET WS-PICK-SUB          TO OT-IDX
                       MOVE OT-PRIORITY(OT-IDX) TO WS-PICK-PRIORITY
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-ORDER-PICKED
               SET OT-IDX TO WS-PICK-SUB
               MOVE "Y" TO OT-DONE(OT-IDX)
               IF OT-DEDUCT-TYPE(OT-IDX) = "P"
                   COMPUTE WS-ORDER-DUE ROUNDED =
                       WS-NET-BEFORE-GARNISH
                       * OT-DEDUCT-PERCENT(OT-IDX) / 100
               ELSE
                   MOVE OT-DEDUCT-AMOUNT(OT-IDX) TO WS-ORDER-DUE
               END-IF
               IF WS-ORDER-DUE > OT-BALANCE(OT-IDX)
                   MOVE OT-BALANCE(OT-IDX) TO WS-ORDER-DUE
               END-IF
               IF WS-ORDER-DUE > WS-GARNISH-ROOM
                   COMPUTE WS-GARNISH-SHORT = WS-GARNISH-SHORT
                       + WS-ORDER-DUE - WS-GARNISH-ROOM
                   MOVE WS-GARNISH-ROOM TO WS-ORDER-DUE
               END-IF
               MOVE WS-ORDER-DUE       TO OT-TAKEN(OT-IDX)
               ADD WS-ORDER-DUE        TO WS-GARNISH-TAKEN
               SUBTRACT WS-ORDER-DUE FROM WS-GARNISH-ROOM
               IF WS-ORDER-DUE > ZERO
                   MOVE OT-ORDER-NUM(OT-IDX) TO WS-ORDER-NUM-HOLD
                   PERFORM 700-RECORD-GARNISH-LINE
               END-IF
           END-IF.

      *Adds the amount just taken (WS-ORDER-DUE) against the order
      *in WS-ORDER-NUM-HOLD to the result's garnishment lines. An
      *employee with more orders taking money in one period than
      *the result has lines for is called out - the extra order's
      *amount is still in PR-GARNISH-TAKEN and the net, but the
      *remittance register cannot name its court.
       700-RECORD-GARNISH-LINE.
           IF WS-GARNISH-LINE-SUB < 10
               ADD 1 TO WS-GARNISH-LINE-SUB
               MOVE WS-ORDER-NUM-HOLD
                   TO PR-ORDER-NUM(WS-GARNISH-LINE-SUB)
               MOVE WS-ORDER-DUE
                   TO PR-ORDER-TAKEN(WS-GARNISH-LINE-SUB)
           ELSE
               DISPLAY "MORE THAN 10 GARNISH ORDERS TAKEN - ORDER "
                   WS-ORDER-NUM-HOLD " NOT ITEMIZED FOR EMPLOYEE "
                   EMPLOYEE-NUM
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Loads every garnishment order on file into
      *GARNISH-ORDER-TABLE. A missing file just means no order has
      *been keyed yet - every employee then falls back to the flat
      *EMPLOYEE-GARNISHMENT amount.
       700-LOAD-GARNISH-ORDERS.
           MOVE "N" TO WS-GO-EOF-FLAG.
           OPEN INPUT GARNISH-ORDER-FILE.
           IF WS-GARNISH-OK
               PERFORM 700-READ-GARNISH-RECORD
               PERFORM 700-TABLE-GARNISH-RECORD
                   UNTIL END-OF-GARNISH-FILE
               CLOSE GARNISH-ORDER-FILE
           END-IF.

      *Reads the next order, setting the end of file flag when there
      *are no more orders to load.
       700-READ-GARNISH-RECORD.
           READ GARNISH-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-GO-EOF-FLAG
           END-READ.

      *Folds the order just read into the table and reads the next
      *one. An order past the table's capacity is called out rather
      *than silently left unapplied.
       700-TABLE-GARNISH-RECORD.
           IF WS-ORDER-TABLE-COUNT < 500
               ADD 1 TO WS-ORDER-TABLE-COUNT
               SET OT-IDX               TO WS-ORDER-TABLE-COUNT
               MOVE GO-EMPLOYEE-NUM     TO OT-EMPLOYEE-NUM(OT-IDX)
               MOVE GO-ORDER-NUM        TO OT-ORDER-NUM(OT-IDX)
               MOVE GO-COURT-CREDITOR   TO OT-COURT-CREDITOR(OT-IDX)
               MOVE GO-PRIORITY         TO OT-PRIORITY(OT-IDX)
               MOVE GO-DEDUCT-TYPE      TO OT-DEDUCT-TYPE(OT-IDX)
               MOVE GO-DEDUCT-AMOUNT    TO OT-DEDUCT-AMOUNT(OT-IDX)
               MOVE GO-DEDUCT-PERCENT   TO OT-DEDUCT-PERCENT(OT-IDX)
               MOVE GO-TOTAL-OWING      TO OT-TOTAL-OWING(OT-IDX)
               MOVE GO-BALANCE          TO OT-BALANCE(OT-IDX)
               MOVE GO-STATUS           TO OT-STATUS(OT-IDX)
               MOVE GO-LAST-PERIOD      TO OT-LAST-PERIOD(OT-IDX)
           ELSE
               DISPLAY "GARNISH ORDER TABLE FULL - ORDER "
                   GO-ORDER-NUM " NOT LOADED FOR EMPLOYEE "
                   GO-EMPLOYEE-NUM
           END-IF.
           PERFORM 700-READ-GARNISH-RECORD.

      *Picks the employee's retro for the run's period out of
      *RETRO-PAY-TABLE - zero when none was posted.
       700-FIND-RETRO-PAY.
           MOVE ZERO TO WS-RETRO-PAY.
           MOVE "N"  TO WS-RETRO-FOUND-FLAG.
           PERFORM VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > WS-RETRO-TABLE-COUNT
                      OR WS-RETRO-FOUND
               IF RP-EMPLOYEE-NUM(RP-IDX) = EMPLOYEE-NUM
                   MOVE RP-RETRO-PAY(RP-IDX) TO WS-RETRO-PAY
                   MOVE "Y" TO WS-RETRO-FOUND-FLAG
               END-IF
           END-PERFORM.

      *Reads the whole pay history once, summing every retro line
      *paid in the run's period per employee. A missing history
      *just means nothing has been posted. More employees owed
      *retro than the table holds ends the step RC=8 before any
      *result is written - paying some of a settlement and
      *dropping the rest would be worse than paying none of it.
       700-LOAD-RETRO-TABLE.
           MOVE "N" TO WS-HIST-EOF-FLAG.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM 700-READ-HISTORY-RECORD
               PERFORM 700-TABLE-RETRO-LINE
                   UNTIL END-OF-PAY-HISTORY
               CLOSE PAY-HISTORY-FILE
           END-IF.
           IF WS-RETRO-TABLE-FULL
               DISPLAY "RETRO TABLE FULL - PAY RESULTS NOT CALCULATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *Reads the next posting off the history file, setting the end
      *of file flag when there are no more postings to scan.
       700-READ-HISTORY-RECORD.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-READ.

      *Adds the line just read to its employee's retro when it is a
      *retro line paid in the run's period, then reads the next
      *line.
       700-TABLE-RETRO-LINE.
           IF PH-RETRO-EARNING
               AND PH-PERIOD = WS-RUN-PERIOD
               MOVE "N" TO WS-RETRO-FOUND-FLAG
               PERFORM VARYING RP-IDX FROM 1 BY 1
                       UNTIL RP-IDX > WS-RETRO-TABLE-COUNT
                          OR WS-RETRO-FOUND
                   IF RP-EMPLOYEE-NUM(RP-IDX) = PH-EMPLOYEE-NUM
                       ADD PH-PERIOD-GROSS TO RP-RETRO-PAY(RP-IDX)
                       MOVE "Y" TO WS-RETRO-FOUND-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-RETRO-FOUND
                   IF WS-RETRO-TABLE-COUNT < 2000
                       ADD 1 TO WS-RETRO-TABLE-COUNT
                       SET RP-IDX TO WS-RETRO-TABLE-COUNT
                       MOVE PH-EMPLOYEE-NUM TO RP-EMPLOYEE-NUM(RP-IDX)
                       MOVE PH-PERIOD-GROSS TO RP-RETRO-PAY(RP-IDX)
                   ELSE
                       MOVE "Y" TO WS-RETRO-FULL-FLAG
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

      *Loads the statutory rates and annual maximums in force for
      *this run off the rate table - the entry with the latest
      *effective period at or before the run's period wins (see
      *700-GET-RUN-PERIOD for where that period comes from). A
      *missing or empty table leaves the fallback VALUEs in place,
      *matching the rates that used to be hardcoded here.
       700-LOAD-DEDUCTION-RATES.
           PERFORM 700-GET-RUN-PERIOD.
           MOVE "N"    TO WS-RATE-EOF-FLAG.
           MOVE SPACES TO WS-RATE-BEST-PERIOD.
           OPEN INPUT RATE-TABLE-FILE.
           IF WS-RATETAB-OK
               PERFORM 700-READ-RATE-TABLE-RECORD
               PERFORM 700-APPLY-RATE-TABLE-RECORD
                   UNTIL END-OF-RATE-TABLE
               CLOSE RATE-TABLE-FILE
           ELSE
               DISPLAY "NO RATE TABLE ON FILE - BUILT-IN RATES IN USE"
           END-IF.

      *Reads the next rate entry, setting the end of file flag when
      *there are no more entries to scan.
       700-READ-RATE-TABLE-RECORD.
           READ RATE-TABLE-FILE
               AT END
                   MOVE "Y" TO WS-RATE-EOF-FLAG
           END-READ.

      *Keeps the entry just read when it is in force for the run's
      *period and later than any entry kept so far, then reads the
      *next one.
       700-APPLY-RATE-TABLE-RECORD.
           IF RT-EFFECTIVE-PERIOD NOT > WS-RUN-PERIOD
               AND RT-EFFECTIVE-PERIOD > WS-RATE-BEST-PERIOD
               MOVE RT-EFFECTIVE-PERIOD TO WS-RATE-BEST-PERIOD
               MOVE RT-TAX-RATE         TO WS-TAX-RATE
               MOVE RT-CPP-RATE         TO WS-CPP-RATE
               MOVE RT-EI-RATE          TO WS-EI-RATE
               MOVE RT-CPP-ANNUAL-MAX   TO WS-CPP-ANNUAL-MAX
               MOVE RT-EI-ANNUAL-MAX    TO WS-EI-ANNUAL-MAX
           END-IF.
           PERFORM 700-READ-RATE-TABLE-RECORD.

      *Takes the period the rates are selected for off the period
      *control file's single current period - the same period the
      *postings that built the YTD statutory totals ran under, so
      *the annual-maximum back-out in 700-COMPUTE-DEDUCTIONS
      *reconstructs the prior YTD at the rate it was accumulated
      *at. Same lookup as PAYREDIT's 700-GET-BATCH-PERIOD. A system
      *with no control file, or none of its periods flagged
      *current, falls back to the wall-clock YYYYMM this program
      *used before the control file existed.
       700-GET-RUN-PERIOD.
           MOVE "N"    TO WS-PC-EOF-FLAG.
           MOVE SPACES TO WS-RUN-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIODS-OK
               PERFORM 700-READ-PERIOD-RECORD
               PERFORM 700-FIND-CURRENT-PERIOD
                   UNTIL END-OF-PERIOD-FILE
               CLOSE PERIOD-CONTROL-FILE
           END-IF.
           IF WS-RUN-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-PERIOD
           END-IF.

      *Reads the next period entry, setting the end of file flag
      *when there are no more entries to scan.
       700-READ-PERIOD-RECORD.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-PC-EOF-FLAG
           END-READ.

      *Keeps the period flagged current and reads the next entry.
       700-FIND-CURRENT-PERIOD.
           IF PC-CURRENT-PERIOD
               MOVE PC-PERIOD TO WS-RUN-PERIOD
           END-IF.
           PERFORM 700-READ-PERIOD-RECORD.

      *Checks whether the run's period has already been closed.
      *The current period never is - PAYROLL-PERIOD-CTL clears the
      *current flag as it closes one - but a stream run between a
      *CLOSE and the next OPEN falls back to the wall-clock month,
      *which can be the period just closed.
       700-CHECK-RUN-PERIOD.
           MOVE "N" TO WS-PC-EOF-FLAG.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIODS-OK
               PERFORM 700-READ-PERIOD-RECORD
               PERFORM 700-FIND-RUN-PERIOD-STATUS
                   UNTIL END-OF-PERIOD-FILE
               CLOSE PERIOD-CONTROL-FILE
           END-IF.

      *Flags the run's period if the entry just read closes it, and
      *reads the next entry.
       700-FIND-RUN-PERIOD-STATUS.
           IF PC-PERIOD = WS-RUN-PERIOD
               AND PC-PERIOD-CLOSED
               MOVE "Y" TO WS-PERIOD-CLOSED-FLAG
           END-IF.
           PERFORM 700-READ-PERIOD-RECORD.

      *Builds the result for the employee just priced and writes it.
      *A result already on file for the employee and period - a
      *rerun of the stream, or a hand correction re-priced - is
      *replaced, so the latest calculation is the one everything
      *downstream pays from. The record was cleared before the
      *employee was priced, and its garnishment lines filled as
      *700-APPLY-GARNISH-ORDERS took each order.
       700-WRITE-PAY-RESULT.
           MOVE WS-RUN-PERIOD          TO PR-PERIOD.
           MOVE EMPLOYEE-NUM           TO PR-EMPLOYEE-NUM.
           MOVE WS-FORMATTED-TIMESTAMP TO PR-CALC-TIMESTAMP.
           MOVE EMPLOYEE-LNAME         TO PR-EMPLOYEE-LNAME.
           MOVE EMPLOYEE-INITIALS      TO PR-EMPLOYEE-INITIALS.
           MOVE UNION-MEMBER           TO PR-UNION-MEMBER.
           MOVE EMPLOYEE-DEPT-CODE     TO PR-DEPT-CODE.
           MOVE EMPLOYEE-STATUS        TO PR-EMPLOYEE-STATUS.
           MOVE HOURS-WORKED           TO PR-HOURS-WORKED.
           MOVE EMPLOYEE-HOURLY-PAY    TO PR-HOURLY-PAY.
           MOVE WS-STRAIGHT-HOURS      TO PR-STRAIGHT-HOURS.
           MOVE WS-STRAIGHT-PAY        TO PR-STRAIGHT-PAY.
           MOVE WS-OVERTIME-HOURS      TO PR-OVERTIME-HOURS.
           MOVE WS-OVERTIME-RATE       TO PR-OVERTIME-RATE.
           MOVE WS-OVERTIME-PAY        TO PR-OVERTIME-PAY.
           MOVE EMPLOYEE-SHIFT-HOURS   TO PR-SHIFT-HOURS.
           MOVE EMPLOYEE-SHIFT-PREM-RATE TO PR-SHIFT-RATE.
           MOVE WS-SHIFT-PREM-PAY      TO PR-SHIFT-PREM-PAY.
           MOVE EMPLOYEE-ONCALL-HOURS  TO PR-ONCALL-HOURS.
           MOVE EMPLOYEE-ONCALL-RATE   TO PR-ONCALL-RATE.
           MOVE WS-ONCALL-PAY          TO PR-ONCALL-PAY.
           MOVE EMPLOYEE-HOLIDAY-HOURS TO PR-HOLIDAY-HOURS.
           MOVE WS-HOLIDAY-RATE        TO PR-HOLIDAY-RATE.
           MOVE WS-HOLIDAY-PREM-PAY    TO PR-HOLIDAY-PREM-PAY.
           MOVE WS-STAT-HOLIDAY-PAY    TO PR-STAT-HOLIDAY-PAY.
           MOVE WS-RETRO-PAY           TO PR-RETRO-PAY.
           MOVE WS-VAC-PAYOUT          TO PR-VAC-PAYOUT.
           MOVE WS-GROSS-PAY           TO PR-GROSS-PAY.
           MOVE WS-VAC-ACCRUED         TO PR-VAC-ACCRUED.
           MOVE WS-RATE-BEST-PERIOD    TO PR-RATE-PERIOD.
           MOVE WS-TAX-RATE            TO PR-TAX-RATE.
           MOVE WS-CPP-RATE            TO PR-CPP-RATE.
           MOVE WS-EI-RATE             TO PR-EI-RATE.
           MOVE WS-CPP-ANNUAL-MAX      TO PR-CPP-ANNUAL-MAX.
           MOVE WS-EI-ANNUAL-MAX       TO PR-EI-ANNUAL-MAX.
           MOVE WS-INCOME-TAX          TO PR-INCOME-TAX.
           MOVE WS-CPP-DEDUCTION       TO PR-CPP-DEDUCTION.
           MOVE WS-EI-DEDUCTION        TO PR-EI-DEDUCTION.
           MOVE EMPLOYEE-BENEFIT-DED   TO PR-BENEFIT-REQUESTED.
           MOVE WS-BENEFIT-TAKEN       TO PR-BENEFIT-TAKEN.
           MOVE WS-GARNISH-TAKEN       TO PR-GARNISH-TAKEN.
           MOVE WS-GARNISH-SHORT       TO PR-GARNISH-SHORT.
           MOVE WS-TOTAL-DEDUCTIONS    TO PR-TOTAL-DEDUCTIONS.
           MOVE WS-NET-PAY             TO PR-NET-PAY.
           MOVE WS-GARNISH-LINE-SUB    TO PR-GARNISH-COUNT.
           IF EMPLOYEE-SALARIED
               MOVE "S"                    TO PR-PAY-TYPE
               MOVE EMPLOYEE-ANNUAL-SALARY TO PR-ANNUAL-SALARY
               MOVE WS-SALARY-DAYS         TO PR-SALARY-DAYS
               MOVE WS-DAYS-IN-PERIOD      TO PR-PERIOD-DAYS
           ELSE
               MOVE "H"                    TO PR-PAY-TYPE
           END-IF.
           WRITE PAY-RESULTS-RECORD
               INVALID KEY
                   REWRITE PAY-RESULTS-RECORD
                   ADD 1 TO WS-REPLACED-COUNT
           END-WRITE.
           ADD 1                   TO WS-RESULT-COUNT.
           ADD WS-GROSS-PAY        TO WS-TOTAL-GROSS.
           ADD WS-TOTAL-DEDUCTIONS TO WS-TOTAL-DEDUCT.
           ADD WS-NET-PAY          TO WS-TOTAL-NET.

      *Prints the step's control totals - the count of results
      *written and the period's gross, deductions and net, which
      *the register's grand total line must agree with.
       700-PRINT-CALC-TOTALS.
           DISPLAY "PAY RESULTS CALCULATED FOR PERIOD " WS-RUN-PERIOD.
           DISPLAY "EMPLOYEES CALCULATED:             " WS-RESULT-COUNT.
           DISPLAY "  FINAL PAY OFF ARCHIVE:          "
                    WS-ARCHIVE-RESULT-COUNT.
           DISPLAY "  EARLIER RESULT REPLACED:        "
                    WS-REPLACED-COUNT.
           MOVE "TOTAL GROSS PAY:"      TO CT-LABEL.
           MOVE WS-TOTAL-GROSS          TO CT-AMOUNT.
           DISPLAY CALC-TOTAL-LINE.
           MOVE "TOTAL DEDUCTIONS:"     TO CT-LABEL.
           MOVE WS-TOTAL-DEDUCT         TO CT-AMOUNT.
           DISPLAY CALC-TOTAL-LINE.
           MOVE "TOTAL NET PAY:"        TO CT-LABEL.
           MOVE WS-TOTAL-NET            TO CT-AMOUNT.
           DISPLAY CALC-TOTAL-LINE.

       700-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:4)  TO WS-TS-YEAR.
           MOVE WS-CURRENT-DATETIME(5:2)  TO WS-TS-MONTH.
           MOVE WS-CURRENT-DATETIME(7:2)  TO WS-TS-DAY.
           MOVE WS-CURRENT-DATETIME(9:2)  TO WS-TS-HOUR.
           MOVE WS-CURRENT-DATETIME(11:2) TO WS-TS-MINUTE.
           MOVE WS-CURRENT-DATETIME(13:2) TO WS-TS-SECOND.

      *Closes every file the run opened.
       700-CLOSE-FILES.
           IF NOT WS-PAYROLE-FILE-MISSING
               CLOSE PAYROLE-FILE
           END-IF.
           IF NOT WS-ARCHIVE-FILE-MISSING
               CLOSE PAYROLE-ARCHIVE-FILE
           END-IF.
           CLOSE PAY-RESULTS-FILE.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYGLJNL.
       AUTHOR. Josh Larabie, Design by Mel Sanschagrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Employer payroll cost and GL journal - books the employer side
      *of the period. Every other report shows only what comes out
      *of the employee's pay, and Accounting built the employer CPP
      *match, the employer EI premium, the vacation accrual and the
      *wages-payable and withholdings-payable clearing entries on a
      *spreadsheet from the PAYREGS department subtotals. One pass
      *over the period's pay results works out the employer
      *contributions, totals labour cost by PR-DEPT-CODE, and
      *writes a balanced debit/credit journal the GL imports, keyed
      *to the account codes on the GL account map. The printed
      *proof shows the debits equal the credits and the journal's
      *gross ties to the grand total STEP30's PAYREGS (Program5.cbl)
      *printed on the period's register. Every amount is read back
      *off the pay result PAYCALC (Program25.cbl) stored in STEP25, so
      *the journal books the dollars the register printed and the
      *deposits and cheques actually paid. Every result stored for
      *the period is booked, not just the roster's, so a terminated
      *employee's final pay, calculated off the archive by PAYCALC's
      *200-PROCESS-ARCHIVE-RECORD, is journalled with the rest.
      *The roster is read in a second pass for the one figure only
      *it carries - the vacation balance still owed.
      *LINE-SEQUENTIAL like PAYCALC (Program25.cbl) and for the same
      *reason - it runs as STEP37 in the nightly streams against
      *the sorted work file, reading the same PAYROLE DDNAME, and an
      *ORGANIZATION INDEXED FD cannot OPEN that flat file.
           SELECT PAYROLE-FILE
               ASSIGN TO PAYROLE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *Each pay period's open/closed status and the single current
      *period - maintained by PAYROLL-PERIOD-CTL (Program17.cbl).
      *The journal books the current period's pay results.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.
      *The period's pay results, one per employee - written by
      *PAYCALC (Program25.cbl), the stream's only pay calculation,
      *keyed on pay period and employee number. Read from the
      *period's first result to its last, as PAYREG (Program2.cbl)
      *does.
           SELECT PAY-RESULTS-FILE
               ASSIGN TO "C:\PAYROLL-RESULTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-RESULT-KEY
                   FILE STATUS IS WS-RESULTS-STATUS.
      *The GL account map - one entry per journal entry type, and
      *optionally per department, giving the GL account the entry
      *posts to. Kept by Accounting alongside the chart of
      *accounts and loaded whole at start-up by
      *700-LOAD-ACCOUNT-MAP, the way PAYREMIT loads the garnishment
      *orders.
           SELECT GL-ACCOUNT-FILE
               ASSIGN TO "C:\PAYROLL-GLACCT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GLACCT-STATUS.
      *The register's grand totals for the period PAYREGS last
      *printed, rewritten by it on every run - the independent figure
      *the journal's gross is proved against.
           SELECT REGISTER-TOTAL-FILE
               ASSIGN TO "C:\PAYROLL-REGTOTAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGTOTAL-STATUS.
      *The journal itself, rewritten whole on every run so it always
      *holds the current period's entries - the GL imports it once
      *the period's last nightly run has printed a clean proof.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO "C:\PAYROLL-GLJOURNAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JOURNAL-STATUS.

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

      *One employee's pay for one period - same layout PAYCALC
      *(Program25.cbl) writes; see its PAY-RESULTS-RECORD.
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
           05  PR-PAY-TYPE             PIC X(1).
               88  PR-SALARIED                 VALUE "S".
           05  PR-ANNUAL-SALARY        PIC 9(7)V99.
           05  PR-SALARY-DAYS          PIC 9(2).
           05  PR-PERIOD-DAYS          PIC 9(2).
           05  PR-HOLIDAY-HOURS        PIC 9(4).
           05  PR-HOLIDAY-RATE         PIC 9(4)V99.
           05  PR-HOLIDAY-PREM-PAY     PIC 9(7)V99.
           05  PR-STAT-HOLIDAY-PAY     PIC 9(7)V99.
      *Retroactive pay PAYROLL-RETRO-PAY (Program21.cbl) posted in
      *the period - its own earning line inside PR-GROSS-PAY.
           05  PR-RETRO-PAY            PIC 9(7)V99.

      *One GL account map entry. GA-ENTRY-TYPE is one of the journal
      *entry types 700-WRITE-JOURNAL books (see JOURNAL-LINE-FIELDS).
      *A blank GA-DEPT-CODE is the entry type's default account; an
      *entry naming a department overrides it for that department.
       FD  GL-ACCOUNT-FILE.
       01  GL-ACCOUNT-RECORD.
           05  GA-ENTRY-TYPE       PIC X(4).
           05  FILLER              PIC X(1).
           05  GA-DEPT-CODE        PIC X(4).
           05  FILLER              PIC X(1).
           05  GA-ACCOUNT          PIC X(10).

      *The register's grand totals for one period - same layout
      *PAYREGS (Program5.cbl) writes.
       FD  REGISTER-TOTAL-FILE.
       01  REGISTER-TOTAL-RECORD.
           05  RT-PERIOD               PIC X(6).
           05  FILLER                  PIC X(1).
           05  RT-EMP-COUNT            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  RT-GROSS-TOTAL          PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  RT-DEDUCT-TOTAL         PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  RT-NET-TOTAL            PIC 9(9)V99.

      *One journal line - the period, the GL account, the department
      *it is booked to (blank on the company-wide clearing entries),
      *the entry type, debit or credit, the amount and a caption.
       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05  GJ-PERIOD           PIC X(6).
           05  FILLER              PIC X(1).
           05  GJ-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(1).
           05  GJ-DEPT-CODE        PIC X(4).
           05  FILLER              PIC X(1).
           05  GJ-ENTRY-TYPE       PIC X(4).
           05  FILLER              PIC X(1).
           05  GJ-DR-CR            PIC X(1).
           05  FILLER              PIC X(1).
           05  GJ-AMOUNT           PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  GJ-DESCRIPTION      PIC X(30).

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
           05  WS-PERIODS-STATUS      PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".
           05  WS-RESULTS-STATUS      PIC X(2).
               88  WS-RESULTS-OK              VALUE "00".
               88  WS-RESULTS-FILE-MISSING    VALUE "35".
           05  WS-GLACCT-STATUS       PIC X(2).
               88  WS-GLACCT-OK               VALUE "00".
               88  WS-GLACCT-FILE-MISSING     VALUE "35".
           05  WS-REGTOTAL-STATUS     PIC X(2).
               88  WS-REGTOTAL-OK             VALUE "00".
           05  WS-JOURNAL-STATUS      PIC X(2).
               88  WS-JOURNAL-OK              VALUE "00".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PAYROLE-FILE         VALUE "Y".
           05  WS-PR-EOF-FLAG      PIC X(1)    VALUE "N".
               88  END-OF-PAY-RESULTS          VALUE "Y".
           05  WS-FOUND-FLAG       PIC X(1)    VALUE "N".
               88  WS-FOUND                    VALUE "Y".
           05  WS-GA-EOF-FLAG      PIC X(1)    VALUE "N".
               88  END-OF-ACCOUNT-FILE         VALUE "Y".
           05  WS-JOURNAL-OPEN-FLAG PIC X(1)   VALUE "N".
               88  WS-JOURNAL-OPEN             VALUE "Y".
           05  WS-REGTOTAL-FLAG    PIC X(1)    VALUE "N".
               88  WS-REGISTER-TOTAL-FOUND     VALUE "Y".

      *The period the journal books (the period control file's
      *current period, see 700-GET-RUN-PERIOD).
       01  WS-RUN-PERIOD-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".

      *Employer EI premium as a multiple of the employee's - the
      *statutory 1.4 times, a fixed factor rather than a rate-table
      *figure since it does not move with the yearly EI rate.
       01  WS-EI-EMPLOYER-FACTOR      PIC 9V9     VALUE 1.4.

      *Every GL account map entry on file, loaded at start-up by
      *700-LOAD-ACCOUNT-MAP.
       01  ACCOUNT-MAP-TABLE.
           05  ACCOUNT-MAP-ENTRY OCCURS 200 TIMES INDEXED BY AM-IDX.
               10  AM-ENTRY-TYPE      PIC X(4)    VALUE SPACES.
               10  AM-DEPT-CODE       PIC X(4)    VALUE SPACES.
               10  AM-ACCOUNT         PIC X(10)   VALUE SPACES.
       01  WS-ACCOUNT-MAP-COUNT       PIC 9(3)    VALUE ZERO.

      *One employee's employer-side figures, worked out off the pay
      *result by 700-COMPUTE-EMPLOYER-COSTS.
       01  EMPLOYER-COST-CALC.
           05  WS-EMPLOYER-CPP        PIC 9(6)V99  VALUE ZERO.
           05  WS-EMPLOYER-EI         PIC 9(6)V99  VALUE ZERO.
           05  WS-WAGE-EXPENSE        PIC 9(7)V99  VALUE ZERO.

      *Labour cost broken out by department code, kept in an
      *in-memory table and accumulated as each record is read - same
      *lookup-or-add pattern as PAYREGS's DEPT-TOTALS-TABLE, since
      *neither file is ordered by department. DC-VAC-LIABILITY
      *is the vacation balance the department's employees carry on
      *the roster, printed as the liability the GL account should
      *hold once the period is posted.
       01  DEPT-COST-TABLE.
           05  DEPT-COST-ENTRY OCCURS 50 TIMES INDEXED BY DC-IDX.
               10  DC-DEPT-CODE       PIC X(4)     VALUE SPACES.
               10  DC-EMP-COUNT       PIC 9(3)     VALUE ZERO.
               10  DC-WAGE-TOTAL      PIC 9(9)V99  VALUE ZERO.
               10  DC-EMPLOYER-CPP    PIC 9(9)V99  VALUE ZERO.
               10  DC-EMPLOYER-EI     PIC 9(9)V99  VALUE ZERO.
               10  DC-VAC-ACCRUED     PIC 9(9)V99  VALUE ZERO.
               10  DC-LABOUR-TOTAL    PIC 9(9)V99  VALUE ZERO.
               10  DC-VAC-LIABILITY   PIC 9(9)V99  VALUE ZERO.
       01  WS-DEPT-TABLE-COUNT        PIC 9(2)     VALUE ZERO.

      *The department 700-FIND-DEPT-ENTRY looks up, and whose record
      *it is for - the result's in the cost pass, the roster's in
      *the liability pass.
       01  DEPT-LOOKUP-FIELDS.
           05  WS-LOOKUP-DEPT-CODE    PIC X(4)     VALUE SPACES.
           05  WS-LOOKUP-EMPLOYEE-NUM PIC 9(9)     VALUE ZERO.

      *The period's company-wide totals - the clearing entries and
      *the proof figures.
       01  JOURNAL-TOTALS.
           05  WS-TOTAL-EMP-COUNT     PIC 9(3)     VALUE ZERO.
           05  WS-TOTAL-WAGES         PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-EMPLOYER-CPP  PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-EMPLOYER-EI   PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-VAC-ACCRUED   PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-LABOUR        PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-VAC-LIABILITY PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-VAC-PAYOUT    PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-NET-PAY       PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-WITHHELD      PIC 9(9)V99  VALUE ZERO.
           05  WS-TOTAL-DEBITS        PIC 9(10)V99 VALUE ZERO.
           05  WS-TOTAL-CREDITS       PIC 9(10)V99 VALUE ZERO.
           05  WS-JOURNAL-GROSS       PIC 9(9)V99  VALUE ZERO.
           05  WS-REGISTER-GROSS      PIC 9(9)V99  VALUE ZERO.
           05  WS-PROOF-DIFFERENCE    PIC S9(10)V99 VALUE ZERO.
           05  WS-JOURNAL-LINE-COUNT  PIC 9(5)     VALUE ZERO.
           05  WS-UNMAPPED-COUNT      PIC 9(5)     VALUE ZERO.
           05  WS-PROOF-FLAG          PIC X(1)     VALUE "Y".
               88  WS-PROOF-PASSED                 VALUE "Y".

      *The journal line in hand, staged by the caller for
      *700-WRITE-JOURNAL-LINE. The entry types are the ones the GL
      *account map's GA-ENTRY-TYPE names.
       01  JOURNAL-LINE-FIELDS.
           05  WS-JL-ENTRY-TYPE       PIC X(4)     VALUE SPACES.
               88  WS-JL-WAGE-EXPENSE             VALUE "WAGE".
               88  WS-JL-EMPLOYER-CPP             VALUE "ERCP".
               88  WS-JL-EMPLOYER-EI              VALUE "EREI".
               88  WS-JL-VAC-EXPENSE              VALUE "VACE".
               88  WS-JL-VAC-LIABILITY            VALUE "VACL".
               88  WS-JL-WAGES-PAYABLE            VALUE "WPAY".
               88  WS-JL-WITHHOLDINGS             VALUE "WHLD".
           05  WS-JL-DEPT-CODE        PIC X(4)     VALUE SPACES.
           05  WS-JL-DR-CR            PIC X(1)     VALUE SPACES.
               88  WS-JL-DEBIT                    VALUE "D".
               88  WS-JL-CREDIT                   VALUE "C".
           05  WS-JL-AMOUNT           PIC 9(9)V99  VALUE ZERO.
           05  WS-JL-DESCRIPTION      PIC X(30)    VALUE SPACES.
           05  WS-JL-ACCOUNT          PIC X(10)    VALUE SPACES.

      *Print line layouts for the cost report and journal proof.
       01  HEADING-LINE-1.
           05  FILLER              PIC X(40)
               VALUE "   EMPLOYER PAYROLL COST AND GL JOURNAL".
           05  FILLER              PIC X(11) VALUE "PAY PERIOD ".
           05  HL-PERIOD           PIC X(6).

       01  SECTION-HEADING-LINE.
           05  SH-SECTION-TITLE    PIC X(46).

       01  DEPT-HEADING-LINE.
           05  FILLER              PIC X(6)  VALUE "DEPT".
           05  FILLER              PIC X(5)  VALUE "EMPS".
           05  FILLER              PIC X(15) VALUE "          WAGES".
           05  FILLER              PIC X(15) VALUE "   EMPLOYER CPP".
           05  FILLER              PIC X(15) VALUE "    EMPLOYER EI".
           05  FILLER              PIC X(15) VALUE "    VAC ACCRUED".
           05  FILLER              PIC X(15) VALUE "    LABOUR COST".
           05  FILLER              PIC X(15) VALUE "  VAC LIABILITY".

       01  DEPT-DETAIL-LINE.
           05  DD-DEPT-CODE        PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DD-EMP-COUNT        PIC ZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DD-WAGE-TOTAL       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DD-EMPLOYER-CPP     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DD-EMPLOYER-EI      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DD-VAC-ACCRUED      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DD-LABOUR-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DD-VAC-LIABILITY    PIC ZZZ,ZZZ,ZZ9.99.

       01  JOURNAL-HEADING-LINE.
           05  FILLER              PIC X(12) VALUE "ACCOUNT".
           05  FILLER              PIC X(6)  VALUE "DEPT".
           05  FILLER              PIC X(6)  VALUE "TYPE".
           05  FILLER              PIC X(32) VALUE "DESCRIPTION".
           05  FILLER              PIC X(15) VALUE "          DEBIT".
           05  FILLER              PIC X(15) VALUE "         CREDIT".

       01  JOURNAL-DETAIL-LINE.
           05  JD-ACCOUNT          PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  JD-DEPT-CODE        PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  JD-ENTRY-TYPE       PIC X(4).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  JD-DESCRIPTION      PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  JD-DEBIT-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  JD-CREDIT-AMOUNT    PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.

       01  PROOF-TOTAL-LINE.
           05  PT-CAPTION          PIC X(30).
           05  PT-AMOUNT           PIC -Z,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *Main Loop, books every pay result for the period, then reads
      *the work file for the vacation liability, then writes the
      *journal and prints the cost report and proof.
       100-PRINT-GL-JOURNAL.
           PERFORM 200-INIT-GL-JOURNAL.
           PERFORM 200-PROCESS-PAY-RESULT
               UNTIL END-OF-PAY-RESULTS.
           PERFORM 200-PROCESS-PAYROLE-RECORD
               UNTIL END-OF-PAYROLE-FILE.
           PERFORM 200-TERM-GL-JOURNAL.
           STOP RUN.

      *Opens the work file, positions the pay results at the run
      *period's first result, loads the GL account map and the
      *register's totals, opens the journal, and prints the report
      *heading.
       200-INIT-GL-JOURNAL.
           PERFORM 700-OPEN-PAYROLE-FILE.
           PERFORM 700-GET-RUN-PERIOD.
           PERFORM 700-OPEN-RESULTS-FILE.
           PERFORM 700-LOAD-ACCOUNT-MAP.
           PERFORM 700-LOAD-REGISTER-TOTAL.
           PERFORM 700-OPEN-JOURNAL-FILE.
           MOVE WS-RUN-PERIOD TO HL-PERIOD.
           DISPLAY HEADING-LINE-1.
           IF NOT END-OF-PAY-RESULTS
               PERFORM 700-READ-PAY-RESULT
           END-IF.
           IF NOT END-OF-PAYROLE-FILE
               PERFORM 700-READ-PAYROLE-RECORD
           END-IF.

      *Books the result's employee cost to their department, then
      *reads the next result.
       200-PROCESS-PAY-RESULT.
           MOVE PR-DEPT-CODE    TO WS-LOOKUP-DEPT-CODE.
           MOVE PR-EMPLOYEE-NUM TO WS-LOOKUP-EMPLOYEE-NUM.
           PERFORM 700-FIND-DEPT-ENTRY.
           IF WS-FOUND
               PERFORM 700-COMPUTE-EMPLOYER-COSTS
               PERFORM 700-ACCUMULATE-DEPT-COSTS
           END-IF.
           PERFORM 700-READ-PAY-RESULT.

      *Folds the roster record's vacation balance into its
      *department's liability, then reads the next record. Every
      *employee on the roster carries the liability, paid this
      *period or not.
       200-PROCESS-PAYROLE-RECORD.
           MOVE EMPLOYEE-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
           MOVE EMPLOYEE-NUM       TO WS-LOOKUP-EMPLOYEE-NUM.
           PERFORM 700-FIND-DEPT-ENTRY.
           IF WS-FOUND
               ADD EMPLOYEE-VAC-BALANCE TO DC-VAC-LIABILITY(DC-IDX)
               ADD EMPLOYEE-VAC-BALANCE TO WS-TOTAL-VAC-LIABILITY
           END-IF.
           PERFORM 700-READ-PAYROLE-RECORD.

      *Prints the department cost section, writes and lists the
      *journal, prints the proof, and closes the files.
       200-TERM-GL-JOURNAL.
           PERFORM 700-PRINT-DEPT-COSTS.
           PERFORM 700-WRITE-JOURNAL.
           PERFORM 700-PRINT-JOURNAL-PROOF.
           PERFORM 700-CLOSE-FILES.

      *Opens the work file for input. If the file is somehow
      *missing, prints an empty report instead of letting an
      *unchecked OPEN INPUT abend the batch step.
       700-OPEN-PAYROLE-FILE.
           OPEN INPUT PAYROLE-FILE.
           IF WS-PAYROLE-FILE-MISSING
               DISPLAY "NO PAYROLL RECORDS ON FILE"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.

      *Reads the next record off PAYROLE-FILE, sets the end of file
      *flag when there are no more records to process.
       700-READ-PAYROLE-RECORD.
           READ PAYROLE-FILE INTO PAYRECORD-IN
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *Opens the results file and positions it at the run period's
      *first result. With no results file at all STEP25 has never
      *run, and with none for the period nobody was paid - either
      *way the journal books no wages rather than letting an
      *unchecked OPEN INPUT abend the batch step.
       700-OPEN-RESULTS-FILE.
           OPEN INPUT PAY-RESULTS-FILE.
           IF WS-RESULTS-FILE-MISSING
               DISPLAY "NO PAY RESULTS ON FILE"
               MOVE "Y" TO WS-PR-EOF-FLAG
           ELSE
               MOVE WS-RUN-PERIOD TO PR-PERIOD
               MOVE ZERO          TO PR-EMPLOYEE-NUM
               START PAY-RESULTS-FILE KEY IS NOT < PR-RESULT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-PR-EOF-FLAG
               END-START
           END-IF.

      *Reads the next pay result, ending the cost pass at end of
      *file or at the first result belonging to a later period.
       700-READ-PAY-RESULT.
           READ PAY-RESULTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PR-EOF-FLAG
           END-READ.
           IF NOT END-OF-PAY-RESULTS
               IF PR-PERIOD NOT = WS-RUN-PERIOD
                   MOVE "Y" TO WS-PR-EOF-FLAG
               END-IF
           END-IF.

      *Takes the period the journal books off the period control
      *file's single current period - the period STEP25 calculated
      *the pay results for. Same lookup as PAYCALC's
      *700-GET-RUN-PERIOD, wall-clock fallback included.
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

      *Takes the register's grand gross for the run period off the
      *register total file STEP30's PAYREGS rewrote. A missing file,
      *or one left from a different period, leaves the journal with
      *nothing to prove its gross against - the proof fails rather
      *than passing on a figure the register never printed.
       700-LOAD-REGISTER-TOTAL.
           MOVE "N"  TO WS-REGTOTAL-FLAG.
           MOVE ZERO TO WS-REGISTER-GROSS.
           OPEN INPUT REGISTER-TOTAL-FILE.
           IF WS-REGTOTAL-OK
               READ REGISTER-TOTAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RT-PERIOD = WS-RUN-PERIOD
                           MOVE "Y"            TO WS-REGTOTAL-FLAG
                           MOVE RT-GROSS-TOTAL TO WS-REGISTER-GROSS
                       END-IF
               END-READ
               CLOSE REGISTER-TOTAL-FILE
           END-IF.
           IF NOT WS-REGISTER-TOTAL-FOUND
               DISPLAY "NO REGISTER TOTAL ON FILE FOR PERIOD "
                   WS-RUN-PERIOD
               MOVE "N" TO WS-PROOF-FLAG
           END-IF.

      *Opens the journal for the period's entries. If it cannot be
      *opened nothing is written - the cost report and proof still
      *print for review, but the step fails (RC=8) since the GL has
      *no journal to import.
       700-OPEN-JOURNAL-FILE.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF WS-JOURNAL-OK
               MOVE "Y" TO WS-JOURNAL-OPEN-FLAG
           ELSE
               DISPLAY "GL JOURNAL FILE NOT OPENED - STATUS "
                   WS-JOURNAL-STATUS
               MOVE "N" TO WS-PROOF-FLAG
           END-IF.

      *Loads every GL account map entry on file into
      *ACCOUNT-MAP-TABLE. A missing map leaves every journal line
      *unmapped - each is still written, so the journal balances,
      *but called out by 700-LOOKUP-ACCOUNT.
       700-LOAD-ACCOUNT-MAP.
           MOVE "N" TO WS-GA-EOF-FLAG.
           OPEN INPUT GL-ACCOUNT-FILE.
           IF WS-GLACCT-OK
               PERFORM 700-READ-ACCOUNT-RECORD
               PERFORM 700-TABLE-ACCOUNT-RECORD
                   UNTIL END-OF-ACCOUNT-FILE
               CLOSE GL-ACCOUNT-FILE
           ELSE
               DISPLAY "NO GL ACCOUNT MAP ON FILE"
           END-IF.

      *Reads the next map entry, setting the end of file flag when
      *there are no more entries to load.
       700-READ-ACCOUNT-RECORD.
           READ GL-ACCOUNT-FILE
               AT END
                   MOVE "Y" TO WS-GA-EOF-FLAG
           END-READ.

      *Folds the map entry just read into the table and reads the
      *next one. An entry past the table's capacity is called out
      *rather than silently dropped.
       700-TABLE-ACCOUNT-RECORD.
           IF WS-ACCOUNT-MAP-COUNT < 200
               ADD 1 TO WS-ACCOUNT-MAP-COUNT
               SET AM-IDX             TO WS-ACCOUNT-MAP-COUNT
               MOVE GA-ENTRY-TYPE     TO AM-ENTRY-TYPE(AM-IDX)
               MOVE GA-DEPT-CODE      TO AM-DEPT-CODE(AM-IDX)
               MOVE GA-ACCOUNT        TO AM-ACCOUNT(AM-IDX)
           ELSE
               DISPLAY "GL ACCOUNT MAP TABLE FULL - ENTRY "
                   GA-ENTRY-TYPE " " GA-DEPT-CODE " NOT LOADED"
           END-IF.
           PERFORM 700-READ-ACCOUNT-RECORD.

      *Finds (or creates) WS-LOOKUP-DEPT-CODE's entry in
      *DEPT-COST-TABLE - same lookup-or-add pattern as PAYREGS's
      *700-ACCUMULATE-DEPT-TOTALS. A department past the table's
      *capacity is left out of the journal entirely, debits and
      *credits alike, and called out (RC=4) - the register still
      *carries its gross, so the proof shows the journal short of
      *the register by exactly that much rather than booking it to
      *the wrong department.
       700-FIND-DEPT-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DEPT-TABLE-COUNT
                      OR WS-FOUND
               IF DC-DEPT-CODE(DC-IDX) = WS-LOOKUP-DEPT-CODE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET DC-IDX DOWN BY 1
           ELSE
               IF WS-DEPT-TABLE-COUNT < 50
                   ADD 1 TO WS-DEPT-TABLE-COUNT
                   SET DC-IDX               TO WS-DEPT-TABLE-COUNT
                   MOVE WS-LOOKUP-DEPT-CODE TO DC-DEPT-CODE(DC-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   DISPLAY "DEPT TABLE FULL - EMPLOYEE "
                       WS-LOOKUP-EMPLOYEE-NUM
                       " DEPT " WS-LOOKUP-DEPT-CODE " NOT JOURNALLED"
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *Works out the employer's side of the result. The employer CPP
      *contribution matches what was withheld dollar for dollar -
      *PR-CPP-DEDUCTION was taken at the period's rate-table rate
      *(PR-RATE-PERIOD's PR-CPP-RATE) and stopped at the same annual
      *maximum, so the match does too. The employer EI premium is
      *WS-EI-EMPLOYER-FACTOR times the employee's, taken the same
      *way at PR-EI-RATE. The wage expense is the gross less any
      *vacation payout - a payout is the accrued liability being
      *paid, not a new cost, so it is booked against the liability
      *account instead.
       700-COMPUTE-EMPLOYER-COSTS.
           MOVE PR-CPP-DEDUCTION TO WS-EMPLOYER-CPP.
           COMPUTE WS-EMPLOYER-EI ROUNDED =
               PR-EI-DEDUCTION * WS-EI-EMPLOYER-FACTOR.
           COMPUTE WS-WAGE-EXPENSE = PR-GROSS-PAY - PR-VAC-PAYOUT.

      *Folds the employee's costs into their department's entry
      *(DC-IDX, set by 700-FIND-DEPT-ENTRY) and the company-wide
      *totals. Labour cost is the wage expense plus the employer
      *contributions plus the vacation accrued on the period's pay.
       700-ACCUMULATE-DEPT-COSTS.
           ADD 1                  TO DC-EMP-COUNT(DC-IDX).
           ADD WS-WAGE-EXPENSE    TO DC-WAGE-TOTAL(DC-IDX).
           ADD WS-EMPLOYER-CPP    TO DC-EMPLOYER-CPP(DC-IDX).
           ADD WS-EMPLOYER-EI     TO DC-EMPLOYER-EI(DC-IDX).
           ADD PR-VAC-ACCRUED     TO DC-VAC-ACCRUED(DC-IDX).
           ADD WS-WAGE-EXPENSE WS-EMPLOYER-CPP WS-EMPLOYER-EI
               PR-VAC-ACCRUED     TO DC-LABOUR-TOTAL(DC-IDX).
           ADD 1                  TO WS-TOTAL-EMP-COUNT.
           ADD WS-WAGE-EXPENSE    TO WS-TOTAL-WAGES.
           ADD WS-EMPLOYER-CPP    TO WS-TOTAL-EMPLOYER-CPP.
           ADD WS-EMPLOYER-EI     TO WS-TOTAL-EMPLOYER-EI.
           ADD PR-VAC-ACCRUED     TO WS-TOTAL-VAC-ACCRUED.
           ADD WS-WAGE-EXPENSE WS-EMPLOYER-CPP WS-EMPLOYER-EI
               PR-VAC-ACCRUED     TO WS-TOTAL-LABOUR.
           ADD PR-VAC-PAYOUT      TO WS-TOTAL-VAC-PAYOUT.
           ADD PR-NET-PAY         TO WS-TOTAL-NET-PAY.
           ADD PR-TOTAL-DEDUCTIONS WS-EMPLOYER-CPP WS-EMPLOYER-EI
                                  TO WS-TOTAL-WITHHELD.

      *The labour cost section - one line per distinct department
      *code found on file, and the company total.
       700-PRINT-DEPT-COSTS.
           DISPLAY " ".
           MOVE "LABOUR COST BY DEPARTMENT" TO SH-SECTION-TITLE.
           DISPLAY SECTION-HEADING-LINE.
           DISPLAY DEPT-HEADING-LINE.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DEPT-TABLE-COUNT
               MOVE DC-DEPT-CODE(DC-IDX)     TO DD-DEPT-CODE
               MOVE DC-EMP-COUNT(DC-IDX)     TO DD-EMP-COUNT
               MOVE DC-WAGE-TOTAL(DC-IDX)    TO DD-WAGE-TOTAL
               MOVE DC-EMPLOYER-CPP(DC-IDX)  TO DD-EMPLOYER-CPP
               MOVE DC-EMPLOYER-EI(DC-IDX)   TO DD-EMPLOYER-EI
               MOVE DC-VAC-ACCRUED(DC-IDX)   TO DD-VAC-ACCRUED
               MOVE DC-LABOUR-TOTAL(DC-IDX)  TO DD-LABOUR-TOTAL
               MOVE DC-VAC-LIABILITY(DC-IDX) TO DD-VAC-LIABILITY
               DISPLAY DEPT-DETAIL-LINE
           END-PERFORM.
           MOVE "ALL "                    TO DD-DEPT-CODE.
           MOVE WS-TOTAL-EMP-COUNT        TO DD-EMP-COUNT.
           MOVE WS-TOTAL-WAGES            TO DD-WAGE-TOTAL.
           MOVE WS-TOTAL-EMPLOYER-CPP     TO DD-EMPLOYER-CPP.
           MOVE WS-TOTAL-EMPLOYER-EI      TO DD-EMPLOYER-EI.
           MOVE WS-TOTAL-VAC-ACCRUED      TO DD-VAC-ACCRUED.
           MOVE WS-TOTAL-LABOUR           TO DD-LABOUR-TOTAL.
           MOVE WS-TOTAL-VAC-LIABILITY    TO DD-VAC-LIABILITY.
           DISPLAY " ".
           DISPLAY DEPT-DETAIL-LINE.

      *Writes the period's journal and lists each line as it goes.
      *Each department is debited its wage expense, employer CPP,
      *employer EI and vacation expense. Company-wide, the vacation
      *liability is debited the payouts it funded and credited the
      *period's accrual, wages payable is credited the net pay, and
      *withholdings payable is credited every deduction taken plus
      *the employer contributions still to be remitted - which
      *together come to the debits.
       700-WRITE-JOURNAL.
           DISPLAY " ".
           MOVE "GL JOURNAL" TO SH-SECTION-TITLE.
           DISPLAY SECTION-HEADING-LINE.
           DISPLAY JOURNAL-HEADING-LINE.
           PERFORM VARYING DC-IDX FROM 1 BY 1
                   UNTIL DC-IDX > WS-DEPT-TABLE-COUNT
               PERFORM 700-WRITE-DEPT-ENTRIES
           END-PERFORM.
           MOVE SPACES                    TO WS-JL-DEPT-CODE.
           MOVE "VACL"                    TO WS-JL-ENTRY-TYPE.
           MOVE "D"                       TO WS-JL-DR-CR.
           MOVE WS-TOTAL-VAC-PAYOUT       TO WS-JL-AMOUNT.
           MOVE "VACATION PAID OUT"       TO WS-JL-DESCRIPTION.
           PERFORM 700-WRITE-JOURNAL-LINE.
           MOVE "C"                       TO WS-JL-DR-CR.
           MOVE WS-TOTAL-VAC-ACCRUED      TO WS-JL-AMOUNT.
           MOVE "ACCRUED VACATION LIABILITY" TO WS-JL-DESCRIPTION.
           PERFORM 700-WRITE-JOURNAL-LINE.
           MOVE "WPAY"                    TO WS-JL-ENTRY-TYPE.
           MOVE WS-TOTAL-NET-PAY          TO WS-JL-AMOUNT.
           MOVE "WAGES PAYABLE"           TO WS-JL-DESCRIPTION.
           PERFORM 700-WRITE-JOURNAL-LINE.
           MOVE "WHLD"                    TO WS-JL-ENTRY-TYPE.
           MOVE WS-TOTAL-WITHHELD         TO WS-JL-AMOUNT.
           MOVE "WITHHOLDINGS PAYABLE"    TO WS-JL-DESCRIPTION.
           PERFORM 700-WRITE-JOURNAL-LINE.

      *Stages and writes the four expense debits for the department
      *at DC-IDX.
       700-WRITE-DEPT-ENTRIES.
           MOVE DC-DEPT-CODE(DC-IDX)      TO WS-JL-DEPT-CODE.
           MOVE "D"                       TO WS-JL-DR-CR.
           MOVE "WAGE"                    TO WS-JL-ENTRY-TYPE.
           MOVE DC-WAGE-TOTAL(DC-IDX)     TO WS-JL-AMOUNT.
           MOVE "WAGE EXPENSE"            TO WS-JL-DESCRIPTION.
           PERFORM 700-WRITE-JOURNAL-LINE.
           MOVE "ERCP"                    TO WS-JL-ENTRY-TYPE.
           MOVE DC-EMPLOYER-CPP(DC-IDX)   TO WS-JL-AMOUNT.
           MOVE "EMPLOYER CPP EXPENSE"    TO WS-JL-DESCRIPTION.
           PERFORM 700-WRITE-JOURNAL-LINE.
           MOVE "EREI"                    TO WS-JL-ENTRY-TYPE.
           MOVE DC-EMPLOYER-EI(DC-IDX)    TO WS-JL-AMOUNT.
           MOVE "EMPLOYER EI EXPENSE"     TO WS-JL-DESCRIPTION.
           PERFORM 700-WRITE-JOURNAL-LINE.
           MOVE "VACE"                    TO WS-JL-ENTRY-TYPE.
           MOVE DC-VAC-ACCRUED(DC-IDX)    TO WS-JL-AMOUNT.
           MOVE "VACATION EXPENSE"        TO WS-JL-DESCRIPTION.
           PERFORM 700-WRITE-JOURNAL-LINE.

      *Writes the journal line staged in JOURNAL-LINE-FIELDS, folds
      *it into the debit or credit total, and lists it. A zero line
      *is not written - the GL has nothing to post, and nothing at
      *all is written when the journal could not be opened. The
      *gross the
      *journal books is the wage expense plus the vacation payouts
      *charged to the liability, tied to the register in the proof.
       700-WRITE-JOURNAL-LINE.
           IF WS-JL-AMOUNT > ZERO
               PERFORM 700-LOOKUP-ACCOUNT
               MOVE SPACES            TO GL-JOURNAL-RECORD
               MOVE WS-RUN-PERIOD     TO GJ-PERIOD
               MOVE WS-JL-ACCOUNT     TO GJ-ACCOUNT
               MOVE WS-JL-DEPT-CODE   TO GJ-DEPT-CODE
               MOVE WS-JL-ENTRY-TYPE  TO GJ-ENTRY-TYPE
               MOVE WS-JL-DR-CR       TO GJ-DR-CR
               MOVE WS-JL-AMOUNT      TO GJ-AMOUNT
               MOVE WS-JL-DESCRIPTION TO GJ-DESCRIPTION
               IF WS-JOURNAL-OPEN
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINE-COUNT
               END-IF
               MOVE WS-JL-ACCOUNT     TO JD-ACCOUNT
               MOVE WS-JL-DEPT-CODE   TO JD-DEPT-CODE
               MOVE WS-JL-ENTRY-TYPE  TO JD-ENTRY-TYPE
               MOVE WS-JL-DESCRIPTION TO JD-DESCRIPTION
               IF WS-JL-DEBIT
                   ADD WS-JL-AMOUNT   TO WS-TOTAL-DEBITS
                   MOVE WS-JL-AMOUNT  TO JD-DEBIT-AMOUNT
                   MOVE ZERO          TO JD-CREDIT-AMOUNT
               ELSE
                   ADD WS-JL-AMOUNT   TO WS-TOTAL-CREDITS
                   MOVE ZERO          TO JD-DEBIT-AMOUNT
                   MOVE WS-JL-AMOUNT  TO JD-CREDIT-AMOUNT
               END-IF
               IF WS-JL-WAGE-EXPENSE
                   OR (WS-JL-VAC-LIABILITY AND WS-JL-DEBIT)
                   ADD WS-JL-AMOUNT   TO WS-JOURNAL-GROSS
               END-IF
               DISPLAY JOURNAL-DETAIL-LINE
           END-IF.

      *Finds the GL account for the staged line's entry type - the
      *map entry naming the line's department if there is one,
      *otherwise the entry type's default (blank department). A
      *line with no account on the map is still written, with a
      *blank account the GL import will reject, and called out
      *(RC=4) so the map can be corrected before the import.
       700-LOOKUP-ACCOUNT.
           MOVE SPACES TO WS-JL-ACCOUNT.
           IF WS-JL-DEPT-CODE NOT = SPACES
               PERFORM VARYING AM-IDX FROM 1 BY 1
                       UNTIL AM-IDX > WS-ACCOUNT-MAP-COUNT
                   IF AM-ENTRY-TYPE(AM-IDX) = WS-JL-ENTRY-TYPE
                       AND AM-DEPT-CODE(AM-IDX) = WS-JL-DEPT-CODE
                       MOVE AM-ACCOUNT(AM-IDX) TO WS-JL-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-JL-ACCOUNT = SPACES
               PERFORM VARYING AM-IDX FROM 1 BY 1
                       UNTIL AM-IDX > WS-ACCOUNT-MAP-COUNT
                   IF AM-ENTRY-TYPE(AM-IDX) = WS-JL-ENTRY-TYPE
                       AND AM-DEPT-CODE(AM-IDX) = SPACES
                       MOVE AM-ACCOUNT(AM-IDX) TO WS-JL-ACCOUNT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-JL-ACCOUNT = SPACES
               ADD 1 TO WS-UNMAPPED-COUNT
               DISPLAY "NO GL ACCOUNT FOR ENTRY TYPE "
                   WS-JL-ENTRY-TYPE " DEPT " WS-JL-DEPT-CODE
               MOVE 4 TO RETURN-CODE
           END-IF.

      *The proof - the journal's debits against its credits, and the
      *gross it books against the grand gross PAYREGS printed on the
      *period's register. Either one out, no register total for the
      *period, or a journal that could not be opened ends the step
      *RC=8 so the journal is not imported; the roster's vacation
      *liability is printed for the GL account to be checked
      *against once posted.
       700-PRINT-JOURNAL-PROOF.
           DISPLAY " ".
           MOVE "JOURNAL PROOF" TO SH-SECTION-TITLE.
           DISPLAY SECTION-HEADING-LINE.
           MOVE "JOURNAL LINES WRITTEN"     TO PT-CAPTION.
           MOVE WS-JOURNAL-LINE-COUNT       TO PT-AMOUNT.
           DISPLAY PROOF-TOTAL-LINE.
           MOVE "TOTAL DEBITS"              TO PT-CAPTION.
           MOVE WS-TOTAL-DEBITS             TO PT-AMOUNT.
           DISPLAY PROOF-TOTAL-LINE.
           MOVE "TOTAL CREDITS"             TO PT-CAPTION.
           MOVE WS-TOTAL-CREDITS            TO PT-AMOUNT.
           DISPLAY PROOF-TOTAL-LINE.
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           MOVE "DEBITS LESS CREDITS"       TO PT-CAPTION.
           MOVE WS-PROOF-DIFFERENCE         TO PT-AMOUNT.
           DISPLAY PROOF-TOTAL-LINE.
           IF WS-PROOF-DIFFERENCE = ZERO
               DISPLAY "JOURNAL IN BALANCE"
           ELSE
               DISPLAY "*** JOURNAL OUT OF BALANCE ***"
               MOVE "N" TO WS-PROOF-FLAG
           END-IF.
           DISPLAY " ".
           MOVE "GROSS PER JOURNAL"         TO PT-CAPTION.
           MOVE WS-JOURNAL-GROSS            TO PT-AMOUNT.
           DISPLAY PROOF-TOTAL-LINE.
           MOVE "GROSS PER REGISTER"        TO PT-CAPTION.
           MOVE WS-REGISTER-GROSS           TO PT-AMOUNT.
           DISPLAY PROOF-TOTAL-LINE.
           COMPUTE WS-PROOF-DIFFERENCE =
               WS-JOURNAL-GROSS - WS-REGISTER-GROSS.
           MOVE "JOURNAL LESS REGISTER"     TO PT-CAPTION.
           MOVE WS-PROOF-DIFFERENCE         TO PT-AMOUNT.
           DISPLAY PROOF-TOTAL-LINE.
           IF NOT WS-REGISTER-TOTAL-FOUND
               DISPLAY "*** NO REGISTER TOTAL - GROSS NOT PROVED ***"
           ELSE
               IF WS-PROOF-DIFFERENCE = ZERO
                   DISPLAY "GROSS TIES TO REGISTER"
               ELSE
                   DISPLAY "*** GROSS DOES NOT TIE TO REGISTER ***"
                   MOVE "N" TO WS-PROOF-FLAG
               END-IF
           END-IF.
           DISPLAY " ".
           MOVE "VACATION LIABILITY ON ROSTER" TO PT-CAPTION.
           MOVE WS-TOTAL-VAC-LIABILITY      TO PT-AMOUNT.
           DISPLAY PROOF-TOTAL-LINE.
           IF WS-UNMAPPED-COUNT > ZERO
               MOVE "LINES WITH NO GL ACCOUNT"  TO PT-CAPTION
               MOVE WS-UNMAPPED-COUNT           TO PT-AMOUNT
               DISPLAY PROOF-TOTAL-LINE
           END-IF.
           IF NOT WS-PROOF-PASSED
               DISPLAY "JOURNAL FAILED PROOF - DO NOT IMPORT"
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Closes the work file, the pay results and the journal.
       700-CLOSE-FILES.
           IF NOT WS-PAYROLE-FILE-MISSING
               CLOSE PAYROLE-FILE
           END-IF.
           IF NOT WS-RESULTS-FILE-MISSING
               CLOSE PAY-RESULTS-FILE
           END-IF.
           IF WS-JOURNAL-OPEN
               CLOSE GL-JOURNAL-FILE
           END-IF.

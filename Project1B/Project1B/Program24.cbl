       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-CHEQUE-RUN.
       AUTHOR. Josh Larabie, Design by Mel Sanschagrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Prints, numbers and tracks the paper cheques. PAYROLL-DIRECT-
      *DEPOSIT (Program6.cbl) has always put an employee whose
      *banking the bank rejected onto the cheque list, and skipped
      *one with no banking on file at all, and PAYROLL-EFT-RETURNS
      *(Program15.cbl) has always told Payroll to pay a returned
      *item by cheque - but nothing printed those cheques or kept
      *track of them, so they were written by hand off the console
      *listing with no record of which number went to whom. RUN
      *reads the same file the bank file was built from, picks out
      *exactly the employees the bank file left out, and prints
      *each one a cheque for the net pay PAYCALC (Program25.cbl)
      *stored for the period - the same net the bank file would
      *have deposited. Every cheque takes the next number
      *off the cheque control file - the only place a number comes
      *from, and it only ever moves forward - and lands on the
      *cheque register as issued. The bank's positive-pay file is
      *written with the cheques so the bank will only honour a
      *cheque Payroll actually issued, for the amount it was issued
      *for. VOID stops a cheque, REISSUE voids a cheque and prints
      *its replacement under a new number, CASH marks a cheque the
      *bank has cleared, SENT clears the positive-pay items once
      *the bank has them, and LIST prints the register. Every
      *cheque issued, voided, reissued or cashed lands a line on
      *the audit log.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLE-FILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EMPLOYEE-NUM-OUT
                   ALTERNATE RECORD KEY IS EMPLOYEE-LNAME-OUT
                       WITH DUPLICATES
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *The period control file - the current period is the pay
      *period each cheque is issued for, and the period whose pay
      *results the cheques are written from.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.
      *Terminated employees moved off PAYROLE-FILE - a final pay
      *with no usable banking is paid by cheque off this file the
      *same way Program6.cbl direct deposits one.
           SELECT PAYROLE-ARCHIVE-FILE
               ASSIGN TO "C:\PAYROLE-ARCHIVE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-EMPLOYEE-NUM
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *The period's pay results, one per employee - written by
      *PAYCALC (Program25.cbl), the stream's only pay calculation,
      *keyed on pay period and employee number.
           SELECT PAY-RESULTS-FILE
               ASSIGN TO "C:\PAYROLL-RESULTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-RESULT-KEY
                   FILE STATUS IS WS-RESULTS-STATUS.
      *The cheque stock control - one record holding the last cheque
      *number used and the payroll bank account the cheques are
      *drawn on. Saved again the moment each number is taken, so a
      *run that stops part way can never hand the same number out
      *twice.
           SELECT CHEQUE-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-CHEQUE-CTL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHQCTL-STATUS.
      *The cheque register - one entry per cheque number ever used,
      *loaded whole at the top of every function and written back
      *whole, the same load-and-rewrite pattern as
      *PAYROLL-GARNISH-ORDERS' order file.
           SELECT CHEQUE-REGISTER-FILE
               ASSIGN TO "C:\PAYROLL-CHEQUE-REG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHQREG-STATUS.
      *The positive-pay file for the bank - every RUN, VOID and
      *REISSUE adds the cheques it issued and voided onto the end,
      *for upload the same way the direct-deposit file is. Items
      *build up until the operator confirms through SENT that the
      *bank has the file, so a second function run before the
      *upload can never drop the first one's items.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "C:\PAYROLL-POSPAY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-POSPAY-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "C:\AUDIT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

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

      *The cheque stock control record. CC-LAST-CHEQUE-NUM is the
      *last number handed out - the next cheque is always one past
      *it. The drawn-on institution, transit and account go on
      *every positive-pay item.
       FD  CHEQUE-CONTROL-FILE.
       01  CHEQUE-CONTROL-RECORD.
           05  CC-LAST-CHEQUE-NUM  PIC 9(8).
           05  FILLER              PIC X(1).
           05  CC-DRAWN-INSTITUTION PIC 9(3).
           05  FILLER              PIC X(1).
           05  CC-DRAWN-TRANSIT    PIC 9(5).
           05  FILLER              PIC X(1).
           05  CC-DRAWN-ACCOUNT    PIC 9(12).

      *One cheque. CR-STATUS is I while the cheque is outstanding,
      *V once it is voided and C once the bank has cleared it;
      *CR-STATUS-DATE and CR-OPERATOR-ID say when and by whom it
      *last changed. A replacement cheque carries the number of the
      *cheque it replaced in CR-REPLACES-NUM.
       FD  CHEQUE-REGISTER-FILE.
       01  CHEQUE-REGISTER-RECORD.
           05  CR-CHEQUE-NUM       PIC 9(8).
           05  FILLER              PIC X(1).
           05  CR-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1).
           05  CR-PAYEE-LNAME      PIC X(13).
           05  FILLER              PIC X(1).
           05  CR-PAYEE-INITIALS   PIC X(2).
           05  FILLER              PIC X(1).
           05  CR-PAY-PERIOD       PIC X(6).
           05  FILLER              PIC X(1).
           05  CR-ISSUE-DATE       PIC X(8).
           05  FILLER              PIC X(1).
           05  CR-AMOUNT           PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  CR-STATUS           PIC X(1).
               88  CR-CHEQUE-ISSUED        VALUE "I".
               88  CR-CHEQUE-VOIDED        VALUE "V".
               88  CR-CHEQUE-CASHED        VALUE "C".
           05  FILLER              PIC X(1).
           05  CR-STATUS-DATE      PIC X(8).
           05  FILLER              PIC X(1).
           05  CR-REPLACES-NUM     PIC 9(8).
           05  FILLER              PIC X(1).
           05  CR-OPERATOR-ID      PIC X(8).

      *One fixed-width positive-pay item, built up in PP-DETAIL-LINE
      *the same way Program6.cbl builds its bank line: item type
      *(I issued, V void), drawn-on institution, transit and
      *account, cheque number, issue date, amount in dollars and
      *cents, and payee.
       FD  POSITIVE-PAY-FILE.
       01  PP-DETAIL-LINE               PIC X(80).

      *Same layout Program1.cbl appends to on every add/change/
      *delete - see Program1.cbl's AUDIT-LOG-RECORD. AL-ACTION
      *carries "CHQISS", "CHQVOD", "CHQRIS" or "CHQCSH" for a
      *cheque issued, voided, reissued or cashed, "CHQSKP" for
      *spoiled stock numbers stepped over, and "CHQPPS" for the
      *positive-pay file cleared once sent.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP        PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-ACTION           PIC X(6).

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
           05  WS-PERIODS-STATUS      PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".
           05  WS-RESULTS-STATUS      PIC X(2).
               88  WS-RESULTS-OK              VALUE "00".
               88  WS-RESULTS-FILE-MISSING    VALUE "35".
           05  WS-CHQCTL-STATUS       PIC X(2).
               88  WS-CHQCTL-OK               VALUE "00".
               88  WS-CHQCTL-FILE-MISSING     VALUE "35".
           05  WS-CHQREG-STATUS       PIC X(2).
               88  WS-CHQREG-OK               VALUE "00".
               88  WS-CHQREG-FILE-MISSING     VALUE "35".
           05  WS-AUDIT-STATUS        PIC X(2).
               88  WS-AUDIT-OK                VALUE "00".
               88  WS-AUDIT-FILE-MISSING      VALUE "35".
           05  WS-POSPAY-STATUS       PIC X(2).
               88  WS-POSPAY-OK               VALUE "00".
               88  WS-POSPAY-FILE-MISSING     VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PAYROLE-FILE         VALUE "Y".
           05  WS-CR-EOF-FLAG      PIC X(1)    VALUE "N".
               88  END-OF-CHEQUE-REGISTER      VALUE "Y".
           05  WS-FOUND-FLAG       PIC X(1)    VALUE "N".
               88  WS-FOUND                    VALUE "Y".
           05  WS-STOCK-OK-FLAG    PIC X(1)    VALUE "N".
               88  WS-STOCK-CONFIRMED          VALUE "Y".
           05  WS-CONTROL-FLAG     PIC X(1)    VALUE "N".
               88  WS-CONTROL-ON-FILE          VALUE "Y".
           05  WS-REGISTER-FULL-FLAG PIC X(1)  VALUE "N".
               88  WS-REGISTER-FULL            VALUE "Y".
           05  WS-REPLACED-FLAG    PIC X(1)    VALUE "N".
               88  WS-ALREADY-REPLACED         VALUE "Y".
           05  WS-RESULT-FLAG      PIC X(1)    VALUE "N".
               88  WS-RESULT-FOUND             VALUE "Y".
           05  WS-VOID-PENDING-FLAG PIC X(1)   VALUE "N".
               88  WS-VOID-PENDING             VALUE "Y".
           05  WS-PP-EOF-FLAG      PIC X(1)    VALUE "N".
               88  END-OF-POSITIVE-PAY         VALUE "Y".

      *Which file this run pays out of - see Program6.cbl's
      *WS-FILE-SELECTION.
       01  WS-FILE-SELECTION       PIC X(1)    VALUE "A".
           88  SELECT-ACTIVE-FILE          VALUE "A" "a".
           88  SELECT-ARCHIVE-FILE         VALUE "R" "r".

       01  WS-OPERATOR-FIELDS.
           05  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.

      *The function this run performs, the cheque it acts on and the
      *audit action being logged.
       01  WS-FUNCTION-FIELDS.
           05  WS-CHEQUE-FUNCTION     PIC X(7)   VALUE SPACES.
           05  WS-WORK-CHEQUE-NUM     PIC 9(8)   VALUE ZERO.
           05  WS-WORK-EMPLOYEE-NUM   PIC 9(9)   VALUE ZERO.
           05  WS-AUDIT-ACTION        PIC X(6)   VALUE SPACES.
           05  WS-CONFIRM             PIC X(1)   VALUE SPACE.
               88  WS-CONFIRMED               VALUE "Y" "y".

      *The cheque control record as loaded - the last number used
      *and the account the cheques are drawn on.
       01  WS-CHEQUE-CONTROL-FIELDS.
           05  WS-LAST-CHEQUE-NUM     PIC 9(8)   VALUE ZERO.
           05  WS-DRAWN-INSTITUTION   PIC 9(3)   VALUE ZERO.
           05  WS-DRAWN-TRANSIT       PIC 9(5)   VALUE ZERO.
           05  WS-DRAWN-ACCOUNT       PIC 9(12)  VALUE ZERO.

      *Cheque numbering. WS-STOCK-CHEQUE-NUM is the number printed
      *on the first form in the printer as keyed by the operator;
      *WS-SKIP-FROM/WS-SKIP-TO are the spoiled numbers stepped over
      *when the stock is ahead of the control file.
       01  WS-CHEQUE-NUMBER-FIELDS.
           05  WS-STOCK-CHEQUE-NUM    PIC 9(8)   VALUE ZERO.
           05  WS-NEXT-CHEQUE-NUM     PIC 9(8)   VALUE ZERO.
           05  WS-SKIP-FROM           PIC 9(8)   VALUE ZERO.
           05  WS-SKIP-TO             PIC 9(8)   VALUE ZERO.
           05  WS-ISSUE-DATE          PIC X(8)   VALUE SPACES.

      *The cheque about to be issued - staged off the roster record
      *by RUN, or off the cheque being replaced by REISSUE.
       01  WS-NEW-CHEQUE-FIELDS.
           05  WS-CHQ-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
           05  WS-CHQ-PAYEE-LNAME     PIC X(13)   VALUE SPACES.
           05  WS-CHQ-PAYEE-INITIALS  PIC X(2)    VALUE SPACES.
           05  WS-CHQ-PAY-PERIOD      PIC X(6)    VALUE SPACES.
           05  WS-CHQ-AMOUNT          PIC 9(7)V99 VALUE ZERO.
           05  WS-CHQ-REPLACES-NUM    PIC 9(8)    VALUE ZERO.

      *The period the cheques are issued for (the period control
      *file's current period, see 700-GET-RUN-PERIOD).
       01  WS-RUN-PERIOD-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".

      *In-memory copy of the cheque register, in cheque number order
      *- every new cheque takes a higher number than any on file, so
      *appending keeps it in order. CT-REPLACED marks a voided
      *cheque a replacement has already been issued for.
       01  CHEQUE-REGISTER-TABLE.
           05  CHEQUE-ENTRY OCCURS 5000 TIMES INDEXED BY CT-IDX.
               10  CT-CHEQUE-NUM      PIC 9(8)    VALUE ZERO.
               10  CT-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  CT-PAYEE-LNAME     PIC X(13)   VALUE SPACES.
               10  CT-PAYEE-INITIALS  PIC X(2)    VALUE SPACES.
               10  CT-PAY-PERIOD      PIC X(6)    VALUE SPACES.
               10  CT-ISSUE-DATE      PIC X(8)    VALUE SPACES.
               10  CT-AMOUNT          PIC 9(7)V99 VALUE ZERO.
               10  CT-STATUS          PIC X(1)    VALUE SPACE.
               10  CT-STATUS-DATE     PIC X(8)    VALUE SPACES.
               10  CT-REPLACES-NUM    PIC 9(8)    VALUE ZERO.
               10  CT-OPERATOR-ID     PIC X(8)    VALUE SPACES.
       01  WS-CHEQUE-TABLE-COUNT      PIC 9(4)    VALUE ZERO.
       01  WS-CHEQUE-SUB              PIC 9(4)    VALUE ZERO.

      *Edited fields used to build the fixed-width positive-pay
      *item - see Program6.cbl's DD-EDIT-FIELDS for why the amount
      *is split through a REDEFINES.
       01  PP-EDIT-FIELDS.
           05  PE-AMOUNT            PIC 9(7)V99.
           05  FILLER REDEFINES PE-AMOUNT.
               10  PE-AMOUNT-DOLLARS    PIC 9(7).
               10  PE-AMOUNT-CENTS      PIC 99.
           05  PE-ITEM-TYPE         PIC X(1).

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

      *The printed cheque. The amount is check-protected with
      *asterisks so nothing can be written in ahead of it.
       01  CHEQUE-PRINT-LINES.
           05  CP-NUMBER-LINE.
               10  FILLER          PIC X(46) VALUE SPACES.
               10  FILLER          PIC X(11) VALUE "CHEQUE NO. ".
               10  CP-CHEQUE-NUM   PIC 9(8).
           05  CP-DATE-LINE.
               10  FILLER          PIC X(46) VALUE SPACES.
               10  FILLER          PIC X(11) VALUE "DATE       ".
               10  CP-ISSUE-DATE   PIC X(8).
           05  CP-PAYEE-LINE.
               10  FILLER          PIC X(20) VALUE
                                   "PAY TO THE ORDER OF ".
               10  CP-PAYEE-LNAME  PIC X(13).
               10  FILLER          PIC X(1)  VALUE SPACE.
               10  CP-PAYEE-INITIALS PIC X(2).
               10  FILLER          PIC X(10) VALUE SPACES.
               10  CP-AMOUNT       PIC $**,***,**9.99.
           05  CP-STUB-LINE.
               10  FILLER          PIC X(9)  VALUE "EMPLOYEE ".
               10  CP-EMPLOYEE-NUM PIC 9(9).
               10  FILLER          PIC X(13) VALUE "  PAY PERIOD ".
               10  CP-PAY-PERIOD   PIC X(6).
               10  FILLER          PIC X(11) VALUE "  REPLACES ".
               10  CP-REPLACES     PIC X(8).

      *Print line layouts for the LIST function.
       01  CHEQUE-HEADING-LINE.
           05  FILLER              PIC X(10) VALUE "CHEQUE".
           05  FILLER              PIC X(11) VALUE "EMPLOYEE".
           05  FILLER              PIC X(17) VALUE "PAYEE".
           05  FILLER              PIC X(8)  VALUE "PERIOD".
           05  FILLER              PIC X(10) VALUE "ISSUED".
           05  FILLER              PIC X(15) VALUE "AMOUNT".
           05  FILLER              PIC X(12) VALUE "STATUS".
           05  FILLER              PIC X(10) VALUE "ON".
           05  FILLER              PIC X(8)  VALUE "REPLACES".

       01  CHEQUE-LIST-LINE.
           05  CL-CHEQUE-NUM       PIC 9(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CL-PAYEE-LNAME      PIC X(13).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  CL-PAYEE-INITIALS   PIC X(2).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  CL-PAY-PERIOD       PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CL-ISSUE-DATE       PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CL-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  CL-STATUS-TEXT      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CL-STATUS-DATE      PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CL-REPLACES         PIC X(8).

      *Run totals.
       01  WS-CHEQUE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-CHEQUE-TOTAL         PIC 9(9)V99 VALUE ZERO.
       01  WS-DUPLICATE-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-NO-NET-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-NO-RESULT-COUNT      PIC 9(5) VALUE ZERO.
       01  WS-REISSUE-REQ-COUNT    PIC 9(5) VALUE ZERO.
       01  WS-PP-ITEM-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-EDITED-TOTAL         PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *Main line - identifies the operator, takes the function and
      *routes to RUN, VOID, REISSUE, CASH, SENT or LIST.
       100-PRODUCE-CHEQUES.
           PERFORM 200-ENTER-CHEQUE-FUNCTION.
           PERFORM 200-APPLY-CHEQUE-FUNCTION.
           STOP RUN.

      *Takes the operator ID stamped on every audit log entry and
      *register change, and the function to perform - batch console
      *prompts, the same way Program22.cbl takes its run-time input.
       200-ENTER-CHEQUE-FUNCTION.
           DISPLAY "ENTER OPERATOR ID".
           ACCEPT  WS-OPERATOR-ID.
           DISPLAY "ENTER FUNCTION (RUN/VOID/REISSUE/CASH/SENT/LIST)".
           ACCEPT  WS-CHEQUE-FUNCTION.
           MOVE FUNCTION UPPER-CASE(WS-CHEQUE-FUNCTION)
                                       TO WS-CHEQUE-FUNCTION.

      *Loads the register and routes to the selected function.
      *Anything else fails the run so a mis-keyed function is caught
      *rather than quietly ignored. A register too big for the table
      *fails the run as well - writing back only the entries that
      *fit would lose cheque numbers off the register for good.
       200-APPLY-CHEQUE-FUNCTION.
           PERFORM 700-LOAD-CHEQUE-REGISTER.
           IF WS-REGISTER-FULL
               DISPLAY "CHEQUE REGISTER EXCEEDS "
                       "5000 ENTRIES - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
           ELSE
               EVALUATE WS-CHEQUE-FUNCTION
                   WHEN "RUN"
                       PERFORM 300-RUN-CHEQUES
                   WHEN "VOID"
                       PERFORM 300-VOID-CHEQUE
                   WHEN "REISSUE"
                       PERFORM 300-REISSUE-CHEQUE
                   WHEN "CASH"
                       PERFORM 300-CASH-CHEQUE
                   WHEN "SENT"
                       PERFORM 300-CLEAR-POSITIVE-PAY
                   WHEN "LIST"
                       PERFORM 300-LIST-CHEQUES
                   WHEN OTHER
                       DISPLAY "FUNCTION MUST BE RUN, VOID, REISSUE, "
                               "CASH, SENT OR LIST"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *Prints a cheque for every employee on the selected file the
      *direct-deposit file leaves out - see Program6.cbl's
      *200-PROCESS-PAYROLE-RECORD - once the operator has confirmed
      *the cheque stock in the printer starts at the next number on
      *the control file. Writes the register back and closes the
      *positive-pay file once every record has been read.
       300-RUN-CHEQUES.
           PERFORM 700-READY-CHEQUE-STOCK.
           IF WS-STOCK-CONFIRMED
               PERFORM 700-PROMPT-FILE-SELECTION
               PERFORM 700-OPEN-FILES
               PERFORM 700-GET-RUN-PERIOD
               PERFORM 700-OPEN-RESULTS-FILE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ISSUE-DATE
               IF NOT END-OF-PAYROLE-FILE
                   PERFORM 700-READ-PAYROLE-RECORD
               END-IF
               PERFORM 700-PROCESS-PAYROLE-RECORD
                   UNTIL END-OF-PAYROLE-FILE
               PERFORM 700-SAVE-CHEQUE-REGISTER
               PERFORM 700-CLOSE-FILES
               MOVE WS-CHEQUE-TOTAL TO WS-EDITED-TOTAL
               DISPLAY " "
               DISPLAY "CHEQUES PRINTED           : " WS-CHEQUE-COUNT
               DISPLAY "CHEQUE TOTAL              : " WS-EDITED-TOTAL
               DISPLAY "ALREADY PAID THIS PERIOD  : "
                        WS-DUPLICATE-COUNT
               DISPLAY "NO NET PAY - NO CHEQUE    : " WS-NO-NET-COUNT
               DISPLAY "NO PAY RESULT - NO CHEQUE : "
                        WS-NO-RESULT-COUNT
               DISPLAY "VOIDED - REISSUE REQUIRED : "
                        WS-REISSUE-REQ-COUNT
               DISPLAY "LAST CHEQUE NUMBER USED   : "
                        WS-LAST-CHEQUE-NUM
               DISPLAY "SEND PAYROLL-POSPAY.DAT TO THE BANK BEFORE "
                       "THE CHEQUES ARE RELEASED, THEN RUN SENT"
           END-IF.

      *Voids an outstanding cheque - a lost or spoiled cheque, or
      *one issued in error - and sends the bank a void item for it
      *so it cannot be cashed. A cheque already voided or cashed
      *cannot be voided.
       300-VOID-CHEQUE.
           PERFORM 700-ENTER-CHEQUE-NUM.
           PERFORM 700-FIND-CHEQUE.
           IF NOT WS-FOUND
               DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                       " NOT ON CHEQUE REGISTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT CT-STATUS(CT-IDX) = "I"
                   PERFORM 700-REFUSE-CHEQUE-STATUS
               ELSE
                   PERFORM 700-OPEN-POSITIVE-PAY
                   PERFORM 700-VOID-REGISTER-CHEQUE
                   CLOSE POSITIVE-PAY-FILE
                   PERFORM 700-SAVE-CHEQUE-REGISTER
                   DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM " VOIDED"
                   DISPLAY "SEND PAYROLL-POSPAY.DAT TO THE BANK, "
                           "THEN RUN SENT"
               END-IF
           END-IF.

      *Replaces a cheque with a new one for the same employee,
      *period and amount under the next number off the control
      *file - a number is never reused, so the replacement can
      *never be confused with the cheque it replaces. A cheque
      *still outstanding is voided first; a cheque already voided
      *is replaced as it stands, but only once. A cashed cheque
      *has been paid and cannot be replaced, and neither can one
      *whose employee already holds another cheque for the period
      *that has not been voided - the period is paid.
       300-REISSUE-CHEQUE.
           PERFORM 700-ENTER-CHEQUE-NUM.
           PERFORM 700-FIND-CHEQUE.
           IF NOT WS-FOUND
               DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                       " NOT ON CHEQUE REGISTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               SET WS-CHEQUE-SUB TO CT-IDX
               PERFORM 700-FIND-REPLACEMENT
               IF CT-STATUS(WS-CHEQUE-SUB) = "C"
                   SET CT-IDX TO WS-CHEQUE-SUB
                   PERFORM 700-REFUSE-CHEQUE-STATUS
               ELSE
                   IF WS-ALREADY-REPLACED
                       DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                               " ALREADY REPLACED BY CHEQUE "
                               CT-CHEQUE-NUM(CT-IDX)
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       PERFORM 700-FIND-LIVE-PERIOD-CHEQUE
                       IF WS-FOUND
                           DISPLAY "CHEQUE " CT-CHEQUE-NUM(CT-IDX)
                                   " ALREADY PAYS EMPLOYEE "
                                   CT-EMPLOYEE-NUM(CT-IDX)
                                   " FOR " CT-PAY-PERIOD(CT-IDX)
                                   " - CHEQUE " WS-WORK-CHEQUE-NUM
                                   " NOT REISSUED"
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           PERFORM 700-REISSUE-REGISTER-CHEQUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Marks an outstanding cheque cashed once it has cleared the
      *bank, so the register shows what is still outstanding.
       300-CASH-CHEQUE.
           PERFORM 700-ENTER-CHEQUE-NUM.
           PERFORM 700-FIND-CHEQUE.
           IF NOT WS-FOUND
               DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                       " NOT ON CHEQUE REGISTER"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT CT-STATUS(CT-IDX) = "I"
                   PERFORM 700-REFUSE-CHEQUE-STATUS
               ELSE
                   MOVE "C"             TO CT-STATUS(CT-IDX)
                   MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO CT-STATUS-DATE(CT-IDX)
                   MOVE WS-OPERATOR-ID  TO CT-OPERATOR-ID(CT-IDX)
                   MOVE CT-EMPLOYEE-NUM(CT-IDX)
                                        TO WS-WORK-EMPLOYEE-NUM
                   MOVE "CHQCSH"        TO WS-AUDIT-ACTION
                   PERFORM 700-LOG-AUDIT-CHEQUE
                   PERFORM 700-SAVE-CHEQUE-REGISTER
                   DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                           " MARKED CASHED"
               END-IF
           END-IF.

      *Clears the positive-pay file once the operator confirms the
      *bank has received it, so the next RUN, VOID or REISSUE starts
      *a fresh upload. Nothing waiting clears nothing; a clear not
      *confirmed leaves every item in place for the next upload.
       300-CLEAR-POSITIVE-PAY.
           PERFORM 700-COUNT-POSITIVE-PAY.
           IF WS-PP-ITEM-COUNT = ZERO
               DISPLAY "NO POSITIVE-PAY ITEMS WAITING - NOTHING CLEARED"
           ELSE
               DISPLAY "POSITIVE-PAY ITEMS WAITING: " WS-PP-ITEM-COUNT
               DISPLAY "HAS THE BANK RECEIVED PAYROLL-POSPAY.DAT (Y/N)"
               ACCEPT  WS-CONFIRM
               IF WS-CONFIRMED
                   OPEN OUTPUT POSITIVE-PAY-FILE
                   CLOSE POSITIVE-PAY-FILE
                   MOVE ZERO     TO WS-WORK-EMPLOYEE-NUM
                   MOVE "CHQPPS" TO WS-AUDIT-ACTION
                   PERFORM 700-LOG-AUDIT-CHEQUE
                   DISPLAY "POSITIVE-PAY FILE CLEARED"
               ELSE
                   DISPLAY "NOT CONFIRMED - POSITIVE-PAY FILE KEPT"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *Prints every cheque on the register in cheque number order.
       300-LIST-CHEQUES.
           DISPLAY "CHEQUE REGISTER".
           DISPLAY " ".
           DISPLAY CHEQUE-HEADING-LINE.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CHEQUE-TABLE-COUNT
               PERFORM 700-PRINT-CHEQUE-LINE
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "CHEQUES ON REGISTER : " WS-CHEQUE-TABLE-COUNT.

      *Issues the next cheque for the employee in PAYRECORD-IN when
      *the direct-deposit file leaves them out - a bank reject on
      *file, or any of the three routing fields at zero, exactly
      *the tests in Program6.cbl's 200-PROCESS-PAYROLE-RECORD - then
      *reads the next record. An employee already holding a cheque
      *for the period that has not been voided is not paid twice;
      *a lost cheque is replaced through REISSUE, not a second RUN.
      *One whose cheque for the period was voided with no
      *replacement yet is skipped too and called out (RC=4) -
      *REISSUE pays it, so it can never be paid by both.
      *The cheque is written for the net PAYCALC (Program25.cbl)
      *stored for the period in STEP25 - the same figure the bank
      *file would have deposited. An employee with no result for
      *the period has nothing owing and is called out with a
      *warning (RC=4) rather than paid.
       700-PROCESS-PAYROLE-RECORD.
           IF EMPLOYEE-BANK-REJECTED
               OR EMPLOYEE-INSTITUTION = ZERO
               OR EMPLOYEE-TRANSIT = ZERO
               OR EMPLOYEE-ACCOUNT-NUM = ZERO
               PERFORM 700-FIND-PERIOD-CHEQUE
               IF WS-FOUND
                   DISPLAY "CHEQUE " CT-CHEQUE-NUM(CT-IDX)
                           " ALREADY ISSUED FOR " WS-RUN-PERIOD
                           " - SKIPPED EMPLOYEE " EMPLOYEE-NUM
                   ADD 1 TO WS-DUPLICATE-COUNT
               ELSE
                   PERFORM 700-FIND-UNREPLACED-VOID
                   IF WS-VOID-PENDING
                       DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                               " VOIDED FOR " WS-RUN-PERIOD
                               " - REISSUE REQUIRED, SKIPPED "
                               "EMPLOYEE " EMPLOYEE-NUM
                       ADD 1 TO WS-REISSUE-REQ-COUNT
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM 700-PAY-RUN-CHEQUE
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-PAYROLE-RECORD.

      *Issues the RUN cheque for the employee in PAYRECORD-IN off
      *their pay result for the period - nothing when there is no
      *result or no net pay.
       700-PAY-RUN-CHEQUE.
           PERFORM 700-READ-PAY-RESULT.
           IF NOT WS-RESULT-FOUND
               DISPLAY "NO PAY RESULT FOR PERIOD "
                       WS-RUN-PERIOD " - NO CHEQUE FOR "
                       "EMPLOYEE " EMPLOYEE-NUM
               ADD 1 TO WS-NO-RESULT-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               IF PR-NET-PAY = ZERO
                   DISPLAY "NO NET PAY - NO CHEQUE FOR "
                           "EMPLOYEE " EMPLOYEE-NUM
                   ADD 1 TO WS-NO-NET-COUNT
               ELSE
                   PERFORM 700-STAGE-RUN-CHEQUE
                   PERFORM 700-ISSUE-CHEQUE
               END-IF
           END-IF.

      *Stages the RUN cheque for the employee in PAYRECORD-IN at the
      *net pay off their pay result.
       700-STAGE-RUN-CHEQUE.
           MOVE EMPLOYEE-NUM      TO WS-CHQ-EMPLOYEE-NUM.
           MOVE EMPLOYEE-LNAME    TO WS-CHQ-PAYEE-LNAME.
           MOVE EMPLOYEE-INITIALS TO WS-CHQ-PAYEE-INITIALS.
           MOVE WS-RUN-PERIOD     TO WS-CHQ-PAY-PERIOD.
           MOVE PR-NET-PAY        TO WS-CHQ-AMOUNT.
           MOVE ZERO              TO WS-CHQ-REPLACES-NUM.
           MOVE "CHQISS"          TO WS-AUDIT-ACTION.

      *Voids the cheque at WS-CHEQUE-SUB if it is still outstanding
      *and issues its replacement, then writes the register back.
       700-REISSUE-REGISTER-CHEQUE.
           PERFORM 700-READY-CHEQUE-STOCK.
           IF WS-STOCK-CONFIRMED
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ISSUE-DATE
               PERFORM 700-OPEN-POSITIVE-PAY
               SET CT-IDX TO WS-CHEQUE-SUB
               IF CT-STATUS(CT-IDX) = "I"
                   PERFORM 700-VOID-REGISTER-CHEQUE
               END-IF
               MOVE CT-EMPLOYEE-NUM(CT-IDX)   TO WS-CHQ-EMPLOYEE-NUM
               MOVE CT-PAYEE-LNAME(CT-IDX)    TO WS-CHQ-PAYEE-LNAME
               MOVE CT-PAYEE-INITIALS(CT-IDX) TO WS-CHQ-PAYEE-INITIALS
               MOVE CT-PAY-PERIOD(CT-IDX)     TO WS-CHQ-PAY-PERIOD
               MOVE CT-AMOUNT(CT-IDX)         TO WS-CHQ-AMOUNT
               MOVE CT-CHEQUE-NUM(CT-IDX)     TO WS-CHQ-REPLACES-NUM
               MOVE "CHQRIS"                  TO WS-AUDIT-ACTION
               PERFORM 700-ISSUE-CHEQUE
               CLOSE POSITIVE-PAY-FILE
               PERFORM 700-SAVE-CHEQUE-REGISTER
               DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                       " REPLACED BY CHEQUE " WS-LAST-CHEQUE-NUM
               DISPLAY "SEND PAYROLL-POSPAY.DAT TO THE BANK, "
                       "THEN RUN SENT"
           END-IF.

      *Voids the cheque at CT-IDX - status V as of today, the
      *operator who voided it, a void item on the positive-pay file
      *and an audit line.
       700-VOID-REGISTER-CHEQUE.
           MOVE "V"                     TO CT-STATUS(CT-IDX).
           MOVE FUNCTION CURRENT-DATE(1:8)
                                        TO CT-STATUS-DATE(CT-IDX).
           MOVE WS-OPERATOR-ID          TO CT-OPERATOR-ID(CT-IDX).
           MOVE "V"                     TO PE-ITEM-TYPE.
           PERFORM 700-WRITE-POSITIVE-PAY-ITEM.
           MOVE CT-EMPLOYEE-NUM(CT-IDX) TO WS-WORK-EMPLOYEE-NUM.
           MOVE "CHQVOD"                TO WS-AUDIT-ACTION.
           PERFORM 700-LOG-AUDIT-CHEQUE.

      *Says why the cheque at CT-IDX cannot be voided, reissued or
      *cashed, and fails the run.
       700-REFUSE-CHEQUE-STATUS.
           EVALUATE CT-STATUS(CT-IDX)
               WHEN "V"
                   DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                           " ALREADY VOIDED "
                           CT-STATUS-DATE(CT-IDX)
               WHEN "C"
                   DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                           " ALREADY CASHED "
                           CT-STATUS-DATE(CT-IDX)
               WHEN OTHER
                   DISPLAY "CHEQUE " WS-WORK-CHEQUE-NUM
                           " STATUS " CT-STATUS(CT-IDX)
                           " - NOT OUTSTANDING"
           END-EVALUATE.
           MOVE 8 TO RETURN-CODE.

      *Takes the next number off the control file - saved back
      *before anything is printed, so the number is used up even if
      *the run stops before the register is written - and adds the
      *staged cheque to the register as issued, prints it, writes
      *its positive-pay item and logs it. A full register table
      *prints nothing rather than issue a cheque it cannot record.
       700-ISSUE-CHEQUE.
           IF WS-CHEQUE-TABLE-COUNT NOT < 5000
               DISPLAY "CHEQUE REGISTER FULL - NO CHEQUE FOR EMPLOYEE "
                       WS-CHQ-EMPLOYEE-NUM
               MOVE 8 TO RETURN-CODE
           ELSE
               ADD 1 TO WS-LAST-CHEQUE-NUM
               PERFORM 700-SAVE-CHEQUE-CONTROL
               ADD 1 TO WS-CHEQUE-TABLE-COUNT
               SET CT-IDX TO WS-CHEQUE-TABLE-COUNT
               MOVE WS-LAST-CHEQUE-NUM    TO CT-CHEQUE-NUM(CT-IDX)
               MOVE WS-CHQ-EMPLOYEE-NUM   TO CT-EMPLOYEE-NUM(CT-IDX)
               MOVE WS-CHQ-PAYEE-LNAME    TO CT-PAYEE-LNAME(CT-IDX)
               MOVE WS-CHQ-PAYEE-INITIALS TO CT-PAYEE-INITIALS(CT-IDX)
               MOVE WS-CHQ-PAY-PERIOD     TO CT-PAY-PERIOD(CT-IDX)
               MOVE WS-ISSUE-DATE         TO CT-ISSUE-DATE(CT-IDX)
               MOVE WS-CHQ-AMOUNT         TO CT-AMOUNT(CT-IDX)
               MOVE "I"                   TO CT-STATUS(CT-IDX)
               MOVE WS-ISSUE-DATE         TO CT-STATUS-DATE(CT-IDX)
               MOVE WS-CHQ-REPLACES-NUM   TO CT-REPLACES-NUM(CT-IDX)
               MOVE WS-OPERATOR-ID        TO CT-OPERATOR-ID(CT-IDX)
               PERFORM 700-PRINT-CHEQUE
               MOVE "I"                   TO PE-ITEM-TYPE
               PERFORM 700-WRITE-POSITIVE-PAY-ITEM
               MOVE WS-CHQ-EMPLOYEE-NUM   TO WS-WORK-EMPLOYEE-NUM
               PERFORM 700-LOG-AUDIT-CHEQUE
               ADD 1                      TO WS-CHEQUE-COUNT
               ADD WS-CHQ-AMOUNT          TO WS-CHEQUE-TOTAL
           END-IF.

      *Prints the cheque at CT-IDX onto the form in the printer.
       700-PRINT-CHEQUE.
           MOVE CT-CHEQUE-NUM(CT-IDX)     TO CP-CHEQUE-NUM.
           MOVE CT-ISSUE-DATE(CT-IDX)     TO CP-ISSUE-DATE.
           MOVE CT-PAYEE-LNAME(CT-IDX)    TO CP-PAYEE-LNAME.
           MOVE CT-PAYEE-INITIALS(CT-IDX) TO CP-PAYEE-INITIALS.
           MOVE CT-AMOUNT(CT-IDX)         TO CP-AMOUNT.
           MOVE CT-EMPLOYEE-NUM(CT-IDX)   TO CP-EMPLOYEE-NUM.
           MOVE CT-PAY-PERIOD(CT-IDX)     TO CP-PAY-PERIOD.
           IF CT-REPLACES-NUM(CT-IDX) = ZERO
               MOVE SPACES                TO CP-REPLACES
           ELSE
               MOVE CT-REPLACES-NUM(CT-IDX) TO CP-REPLACES
           END-IF.
           DISPLAY " ".
           DISPLAY CP-NUMBER-LINE.
           DISPLAY CP-DATE-LINE.
           DISPLAY " ".
           DISPLAY CP-PAYEE-LINE.
           DISPLAY " ".
           DISPLAY CP-STUB-LINE.
           DISPLAY " ".

      *Builds and writes one fixed-width positive-pay item of type
      *PE-ITEM-TYPE for the cheque at CT-IDX - see Program6.cbl's
      *700-WRITE-DIRECT-DEPOSIT-LINE.
       700-WRITE-POSITIVE-PAY-ITEM.
           MOVE CT-AMOUNT(CT-IDX)        TO PE-AMOUNT.
           MOVE SPACES                   TO PP-DETAIL-LINE.
           STRING
               PE-ITEM-TYPE              DELIMITED BY SIZE
               WS-DRAWN-INSTITUTION      DELIMITED BY SIZE
               WS-DRAWN-TRANSIT          DELIMITED BY SIZE
               WS-DRAWN-ACCOUNT          DELIMITED BY SIZE
               CT-CHEQUE-NUM(CT-IDX)     DELIMITED BY SIZE
               CT-ISSUE-DATE(CT-IDX)     DELIMITED BY SIZE
               PE-AMOUNT-DOLLARS         DELIMITED BY SIZE
               PE-AMOUNT-CENTS           DELIMITED BY SIZE
               CT-PAYEE-LNAME(CT-IDX)    DELIMITED BY SIZE
               CT-PAYEE-INITIALS(CT-IDX) DELIMITED BY SIZE
               INTO PP-DETAIL-LINE
           END-STRING.
           WRITE PP-DETAIL-LINE.

      *Displays the cheque at CT-IDX on one register line.
       700-PRINT-CHEQUE-LINE.
           MOVE CT-CHEQUE-NUM(CT-IDX)     TO CL-CHEQUE-NUM.
           MOVE CT-EMPLOYEE-NUM(CT-IDX)   TO CL-EMPLOYEE-NUM.
           MOVE CT-PAYEE-LNAME(CT-IDX)    TO CL-PAYEE-LNAME.
           MOVE CT-PAYEE-INITIALS(CT-IDX) TO CL-PAYEE-INITIALS.
           MOVE CT-PAY-PERIOD(CT-IDX)     TO CL-PAY-PERIOD.
           MOVE CT-ISSUE-DATE(CT-IDX)     TO CL-ISSUE-DATE.
           MOVE CT-AMOUNT(CT-IDX)         TO CL-AMOUNT.
           MOVE CT-STATUS-DATE(CT-IDX)    TO CL-STATUS-DATE.
           EVALUATE CT-STATUS(CT-IDX)
               WHEN "I"
                   MOVE "ISSUED"    TO CL-STATUS-TEXT
               WHEN "V"
                   MOVE "VOIDED"    TO CL-STATUS-TEXT
               WHEN "C"
                   MOVE "CASHED"    TO CL-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES      TO CL-STATUS-TEXT
           END-EVALUATE.
           IF CT-REPLACES-NUM(CT-IDX) = ZERO
               MOVE SPACES                  TO CL-REPLACES
           ELSE
               MOVE CT-REPLACES-NUM(CT-IDX) TO CL-REPLACES
           END-IF.
           DISPLAY CHEQUE-LIST-LINE.

      *Takes the cheque number VOID, REISSUE or CASH acts on.
       700-ENTER-CHEQUE-NUM.
           DISPLAY "ENTER CHEQUE NUMBER".
           ACCEPT  WS-WORK-CHEQUE-NUM.

      *Looks the keyed cheque number up on the register, leaving
      *CT-IDX on the cheque when it is found.
       700-FIND-CHEQUE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET CT-IDX TO 1.
           SEARCH CHEQUE-ENTRY
               WHEN CT-IDX > WS-CHEQUE-TABLE-COUNT
                   CONTINUE
               WHEN CT-CHEQUE-NUM(CT-IDX) = WS-WORK-CHEQUE-NUM
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.

      *Looks for a cheque already issued in replacement of the keyed
      *one, leaving CT-IDX on it when there is one.
       700-FIND-REPLACEMENT.
           MOVE "N" TO WS-REPLACED-FLAG.
           SET CT-IDX TO 1.
           SEARCH CHEQUE-ENTRY
               WHEN CT-IDX > WS-CHEQUE-TABLE-COUNT
                   CONTINUE
               WHEN CT-REPLACES-NUM(CT-IDX) = WS-WORK-CHEQUE-NUM
                   MOVE "Y" TO WS-REPLACED-FLAG
           END-SEARCH.

      *Looks for a cheque not voided for the employee in
      *PAYRECORD-IN and the run's period, leaving CT-IDX on it when
      *there is one.
       700-FIND-PERIOD-CHEQUE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET CT-IDX TO 1.
           SEARCH CHEQUE-ENTRY
               WHEN CT-IDX > WS-CHEQUE-TABLE-COUNT
                   CONTINUE
               WHEN CT-EMPLOYEE-NUM(CT-IDX) = EMPLOYEE-NUM
                   AND CT-PAY-PERIOD(CT-IDX) = WS-RUN-PERIOD
                   AND CT-STATUS(CT-IDX) NOT = "V"
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.

      *Looks for a voided cheque for the employee in PAYRECORD-IN
      *and the run's period that no cheque has replaced yet, leaving
      *its number in WS-WORK-CHEQUE-NUM when there is one. Only
      *called once 700-FIND-PERIOD-CHEQUE has found no live cheque.
       700-FIND-UNREPLACED-VOID.
           MOVE "N" TO WS-VOID-PENDING-FLAG.
           PERFORM VARYING WS-CHEQUE-SUB FROM 1 BY 1
                   UNTIL WS-CHEQUE-SUB > WS-CHEQUE-TABLE-COUNT
                      OR WS-VOID-PENDING
               IF CT-EMPLOYEE-NUM(WS-CHEQUE-SUB) = EMPLOYEE-NUM
                   AND CT-PAY-PERIOD(WS-CHEQUE-SUB) = WS-RUN-PERIOD
                   AND CT-STATUS(WS-CHEQUE-SUB) = "V"
                   MOVE CT-CHEQUE-NUM(WS-CHEQUE-SUB)
                                       TO WS-WORK-CHEQUE-NUM
                   PERFORM 700-FIND-REPLACEMENT
                   IF NOT WS-ALREADY-REPLACED
                       MOVE "Y" TO WS-VOID-PENDING-FLAG
                   END-IF
               END-IF
           END-PERFORM.

      *Looks for a cheque not voided, other than the keyed one, for
      *the employee and period of the cheque at WS-CHEQUE-SUB,
      *leaving CT-IDX on it when there is one.
       700-FIND-LIVE-PERIOD-CHEQUE.
           MOVE "N" TO WS-FOUND-FLAG.
           SET CT-IDX TO 1.
           SEARCH CHEQUE-ENTRY
               WHEN CT-IDX > WS-CHEQUE-TABLE-COUNT
                   CONTINUE
               WHEN CT-EMPLOYEE-NUM(CT-IDX)
                                     = CT-EMPLOYEE-NUM(WS-CHEQUE-SUB)
                   AND CT-PAY-PERIOD(CT-IDX)
                                     = CT-PAY-PERIOD(WS-CHEQUE-SUB)
                   AND CT-STATUS(CT-IDX) NOT = "V"
                   AND CT-CHEQUE-NUM(CT-IDX) NOT = WS-WORK-CHEQUE-NUM
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.

      *Loads the cheque control record and makes sure the stock in
      *the printer starts at the next number on it - or, the first
      *time cheques are run, sets the control record up.
       700-READY-CHEQUE-STOCK.
           MOVE "N" TO WS-STOCK-OK-FLAG.
           PERFORM 700-LOAD-CHEQUE-CONTROL.
           IF WS-CONTROL-ON-FILE
               PERFORM 700-CONFIRM-CHEQUE-STOCK
           ELSE
               PERFORM 700-SET-UP-CHEQUE-CONTROL
           END-IF.

      *Reads the cheque control record. A control record behind the
      *highest number on the register - restored from an old backup,
      *say - is moved up to it, so a number already on the register
      *is never handed out again.
       700-LOAD-CHEQUE-CONTROL.
           MOVE "N" TO WS-CONTROL-FLAG.
           OPEN INPUT CHEQUE-CONTROL-FILE.
           IF WS-CHQCTL-OK
               READ CHEQUE-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y"                  TO WS-CONTROL-FLAG
                       MOVE CC-LAST-CHEQUE-NUM   TO WS-LAST-CHEQUE-NUM
                       MOVE CC-DRAWN-INSTITUTION TO WS-DRAWN-INSTITUTION
                       MOVE CC-DRAWN-TRANSIT     TO WS-DRAWN-TRANSIT
                       MOVE CC-DRAWN-ACCOUNT     TO WS-DRAWN-ACCOUNT
               END-READ
               CLOSE CHEQUE-CONTROL-FILE
           END-IF.
           IF WS-CHEQUE-TABLE-COUNT > ZERO
               SET CT-IDX TO WS-CHEQUE-TABLE-COUNT
               IF CT-CHEQUE-NUM(CT-IDX) > WS-LAST-CHEQUE-NUM
                   MOVE CT-CHEQUE-NUM(CT-IDX) TO WS-LAST-CHEQUE-NUM
                   IF WS-CONTROL-ON-FILE
                       DISPLAY "CHEQUE CONTROL BEHIND REGISTER - LAST "
                               "NUMBER MOVED UP TO " WS-LAST-CHEQUE-NUM
                   END-IF
               END-IF
           END-IF.

      *Has the operator key the number on the first form in the
      *printer. Stock at the next number goes ahead. Stock further
      *on - forms spoiled in the printer or torn off - steps the
      *control file over the missing numbers once the operator
      *confirms, with an audit line, so the gap is accounted for.
      *Stock at a number already used is refused: that number is on
      *the register or was stepped over, and is never printed again.
       700-CONFIRM-CHEQUE-STOCK.
           COMPUTE WS-NEXT-CHEQUE-NUM = WS-LAST-CHEQUE-NUM + 1.
           DISPLAY "NEXT CHEQUE NUMBER ON CONTROL: " WS-NEXT-CHEQUE-NUM.
           DISPLAY "ENTER NUMBER ON FIRST CHEQUE FORM IN PRINTER".
           ACCEPT  WS-STOCK-CHEQUE-NUM.
           EVALUATE TRUE
               WHEN WS-STOCK-CHEQUE-NUM = WS-NEXT-CHEQUE-NUM
                   MOVE "Y" TO WS-STOCK-OK-FLAG
               WHEN WS-STOCK-CHEQUE-NUM > WS-NEXT-CHEQUE-NUM
                   MOVE WS-NEXT-CHEQUE-NUM TO WS-SKIP-FROM
                   COMPUTE WS-SKIP-TO = WS-STOCK-CHEQUE-NUM - 1
                   DISPLAY "CHEQUE NUMBERS " WS-SKIP-FROM " THRU "
                           WS-SKIP-TO " WILL BE STEPPED OVER AS "
                           "SPOILED - CONFIRM (Y/N)"
                   ACCEPT  WS-CONFIRM
                   IF WS-CONFIRMED
                       PERFORM 700-SKIP-SPOILED-NUMBERS
                   ELSE
                       DISPLAY "CHEQUE STOCK NOT CONFIRMED - "
                               "NOTHING PRINTED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "CHEQUE NUMBER " WS-STOCK-CHEQUE-NUM
                           " ALREADY USED - LOAD STOCK FROM "
                           WS-NEXT-CHEQUE-NUM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *Moves the control file past the spoiled numbers and logs the
      *step - employee number zero, since the numbers were never
      *issued to anyone.
       700-SKIP-SPOILED-NUMBERS.
           MOVE WS-SKIP-TO   TO WS-LAST-CHEQUE-NUM.
           PERFORM 700-SAVE-CHEQUE-CONTROL.
           MOVE ZERO         TO WS-WORK-EMPLOYEE-NUM.
           MOVE "CHQSKP"     TO WS-AUDIT-ACTION.
           PERFORM 700-LOG-AUDIT-CHEQUE.
           MOVE "Y"          TO WS-STOCK-OK-FLAG.

      *First cheque run on this system - takes the number on the
      *first form of the cheque stock and the payroll account the
      *cheques are drawn on, and writes the control record. The
      *first number must be past any number already on the
      *register.
       700-SET-UP-CHEQUE-CONTROL.
           DISPLAY "NO CHEQUE CONTROL ON FILE - SETTING UP CHEQUE "
                   "STOCK".
           DISPLAY "ENTER NUMBER ON FIRST CHEQUE FORM IN PRINTER".
           ACCEPT  WS-STOCK-CHEQUE-NUM.
           PERFORM 700-EDIT-FIRST-CHEQUE-NUM
               UNTIL WS-STOCK-CHEQUE-NUM > WS-LAST-CHEQUE-NUM.
           DISPLAY "ENTER PAYROLL ACCOUNT INSTITUTION (NNN)".
           ACCEPT  WS-DRAWN-INSTITUTION.
           DISPLAY "ENTER PAYROLL ACCOUNT TRANSIT (NNNNN)".
           ACCEPT  WS-DRAWN-TRANSIT.
           DISPLAY "ENTER PAYROLL ACCOUNT NUMBER (NNNNNNNNNNNN)".
           ACCEPT  WS-DRAWN-ACCOUNT.
           COMPUTE WS-LAST-CHEQUE-NUM = WS-STOCK-CHEQUE-NUM - 1.
           PERFORM 700-SAVE-CHEQUE-CONTROL.
           MOVE "Y" TO WS-STOCK-OK-FLAG.

      *Re-prompts for a first cheque number at or before a number
      *already used.
       700-EDIT-FIRST-CHEQUE-NUM.
           DISPLAY "CHEQUE NUMBER MUST BE AFTER " WS-LAST-CHEQUE-NUM
                   " - RE-ENTER".
           ACCEPT  WS-STOCK-CHEQUE-NUM.

      *Writes the control record back with the last number used.
       700-SAVE-CHEQUE-CONTROL.
           OPEN OUTPUT CHEQUE-CONTROL-FILE.
           MOVE SPACES                TO CHEQUE-CONTROL-RECORD.
           MOVE WS-LAST-CHEQUE-NUM    TO CC-LAST-CHEQUE-NUM.
           MOVE WS-DRAWN-INSTITUTION  TO CC-DRAWN-INSTITUTION.
           MOVE WS-DRAWN-TRANSIT      TO CC-DRAWN-TRANSIT.
           MOVE WS-DRAWN-ACCOUNT      TO CC-DRAWN-ACCOUNT.
           WRITE CHEQUE-CONTROL-RECORD.
           CLOSE CHEQUE-CONTROL-FILE.

      *Loads the cheque register into the in-memory table. A missing
      *file just means no cheque has been issued yet.
       700-LOAD-CHEQUE-REGISTER.
           MOVE "N" TO WS-CR-EOF-FLAG.
           OPEN INPUT CHEQUE-REGISTER-FILE.
           IF WS-CHQREG-OK
               PERFORM 700-READ-CHEQUE-REGISTER
               PERFORM 700-TABLE-CHEQUE-RECORD
                   UNTIL END-OF-CHEQUE-REGISTER
               CLOSE CHEQUE-REGISTER-FILE
           END-IF.

      *Reads the next register entry, setting the end of file flag
      *when there are no more entries to load.
       700-READ-CHEQUE-REGISTER.
           READ CHEQUE-REGISTER-FILE
               AT END
                   MOVE "Y" TO WS-CR-EOF-FLAG
           END-READ.

      *Folds the register entry just read into the table and reads
      *the next one, flagging a register too big for the table.
       700-TABLE-CHEQUE-RECORD.
           IF WS-CHEQUE-TABLE-COUNT < 5000
               ADD 1 TO WS-CHEQUE-TABLE-COUNT
               SET CT-IDX               TO WS-CHEQUE-TABLE-COUNT
               MOVE CR-CHEQUE-NUM       TO CT-CHEQUE-NUM(CT-IDX)
               MOVE CR-EMPLOYEE-NUM     TO CT-EMPLOYEE-NUM(CT-IDX)
               MOVE CR-PAYEE-LNAME      TO CT-PAYEE-LNAME(CT-IDX)
               MOVE CR-PAYEE-INITIALS   TO CT-PAYEE-INITIALS(CT-IDX)
               MOVE CR-PAY-PERIOD       TO CT-PAY-PERIOD(CT-IDX)
               MOVE CR-ISSUE-DATE       TO CT-ISSUE-DATE(CT-IDX)
               MOVE CR-AMOUNT           TO CT-AMOUNT(CT-IDX)
               MOVE CR-STATUS           TO CT-STATUS(CT-IDX)
               MOVE CR-STATUS-DATE      TO CT-STATUS-DATE(CT-IDX)
               MOVE CR-REPLACES-NUM     TO CT-REPLACES-NUM(CT-IDX)
               MOVE CR-OPERATOR-ID      TO CT-OPERATOR-ID(CT-IDX)
           ELSE
               MOVE "Y" TO WS-REGISTER-FULL-FLAG
           END-IF.
           PERFORM 700-READ-CHEQUE-REGISTER.

      *Writes the updated register back out whole.
       700-SAVE-CHEQUE-REGISTER.
           OPEN OUTPUT CHEQUE-REGISTER-FILE.
           PERFORM VARYING CT-IDX FROM 1 BY 1
                   UNTIL CT-IDX > WS-CHEQUE-TABLE-COUNT
               MOVE SPACES                   TO CHEQUE-REGISTER-RECORD
               MOVE CT-CHEQUE-NUM(CT-IDX)     TO CR-CHEQUE-NUM
               MOVE CT-EMPLOYEE-NUM(CT-IDX)   TO CR-EMPLOYEE-NUM
               MOVE CT-PAYEE-LNAME(CT-IDX)    TO CR-PAYEE-LNAME
               MOVE CT-PAYEE-INITIALS(CT-IDX) TO CR-PAYEE-INITIALS
               MOVE CT-PAY-PERIOD(CT-IDX)     TO CR-PAY-PERIOD
               MOVE CT-ISSUE-DATE(CT-IDX)     TO CR-ISSUE-DATE
               MOVE CT-AMOUNT(CT-IDX)         TO CR-AMOUNT
               MOVE CT-STATUS(CT-IDX)         TO CR-STATUS
               MOVE CT-STATUS-DATE(CT-IDX)    TO CR-STATUS-DATE
               MOVE CT-REPLACES-NUM(CT-IDX)   TO CR-REPLACES-NUM
               MOVE CT-OPERATOR-ID(CT-IDX)    TO CR-OPERATOR-ID
               WRITE CHEQUE-REGISTER-RECORD
           END-PERFORM.
           CLOSE CHEQUE-REGISTER-FILE.

      *Asks the operator which file to pay out of - see
      *Program6.cbl's identical 700-PROMPT-FILE-SELECTION.
       700-PROMPT-FILE-SELECTION.
           DISPLAY "PAY ACTIVE (A) OR ARCHIVE (R) FILE? ".
           ACCEPT  WS-FILE-SELECTION.
           IF NOT SELECT-ACTIVE-FILE AND NOT SELECT-ARCHIVE-FILE
               MOVE "A" TO WS-FILE-SELECTION
           END-IF.

      *Opens the file the operator selected for input and the
      *positive-pay file to add to. A selected file never created
      *yet prints no cheques rather than abending the run.
       700-OPEN-FILES.
           IF SELECT-ARCHIVE-FILE
               OPEN INPUT PAYROLE-ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-MISSING
                   DISPLAY "NO ARCHIVED PAYROLL RECORDS ON FILE"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           ELSE
               OPEN INPUT PAYROLE-FILE
               IF WS-PAYROLE-FILE-MISSING
                   DISPLAY "NO PAYROLL RECORDS ON FILE"
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF.
           PERFORM 700-OPEN-POSITIVE-PAY.

      *Opens the positive-pay file to add items onto the end of
      *whatever has not been sent yet, creating it the first time
      *the same way 700-LOG-AUDIT-CHEQUE creates the audit log.
       700-OPEN-POSITIVE-PAY.
           OPEN EXTEND POSITIVE-PAY-FILE.
           IF WS-POSPAY-FILE-MISSING
               OPEN OUTPUT POSITIVE-PAY-FILE
               CLOSE       POSITIVE-PAY-FILE
               OPEN EXTEND POSITIVE-PAY-FILE
           END-IF.

      *Counts the items waiting on the positive-pay file. A missing
      *file has none.
       700-COUNT-POSITIVE-PAY.
           MOVE ZERO TO WS-PP-ITEM-COUNT.
           MOVE "N"  TO WS-PP-EOF-FLAG.
           OPEN INPUT POSITIVE-PAY-FILE.
           IF WS-POSPAY-OK
               PERFORM 700-READ-POSITIVE-PAY
               PERFORM 700-TALLY-POSITIVE-PAY
                   UNTIL END-OF-POSITIVE-PAY
               CLOSE POSITIVE-PAY-FILE
           END-IF.

      *Reads the next positive-pay item, setting the end of file
      *flag when there are no more.
       700-READ-POSITIVE-PAY.
           READ POSITIVE-PAY-FILE
               AT END
                   MOVE "Y" TO WS-PP-EOF-FLAG
           END-READ.

      *Counts the item just read and reads the next one.
       700-TALLY-POSITIVE-PAY.
           ADD 1 TO WS-PP-ITEM-COUNT.
           PERFORM 700-READ-POSITIVE-PAY.

      *Reads the next record off whichever file was selected - see
      *Program6.cbl's identical 700-READ-PAYROLE-RECORD.
       700-READ-PAYROLE-RECORD.
           IF SELECT-ARCHIVE-FILE
               READ PAYROLE-ARCHIVE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM 700-MOVE-ARCHIVE-TO-PAYRECORD
               END-READ
           ELSE
               READ PAYROLE-FILE INTO PAYRECORD-IN
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
               END-READ
           END-IF.

      *Copies the archive record just read into PAYRECORD-IN.
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

      *Opens the pay results for keyed lookup. With no results file
      *at all STEP25 has never run, and every employee the bank file
      *leaves out is called out by 700-PROCESS-PAYROLE-RECORD as
      *having no result.
       700-OPEN-RESULTS-FILE.
           OPEN INPUT PAY-RESULTS-FILE.
           IF WS-RESULTS-FILE-MISSING
               DISPLAY "NO PAY RESULTS ON FILE"
           END-IF.

      *Reads the current record's pay result for the run's period
      *into PAY-RESULTS-RECORD.
       700-READ-PAY-RESULT.
           MOVE "N" TO WS-RESULT-FLAG.
           IF NOT WS-RESULTS-FILE-MISSING
               MOVE WS-RUN-PERIOD TO PR-PERIOD
               MOVE EMPLOYEE-NUM  TO PR-EMPLOYEE-NUM
               READ PAY-RESULTS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-RESULT-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RESULT-FLAG
               END-READ
           END-IF.

      *Takes the period the cheques are issued for off the period
      *control file's single current period - the period STEP25
      *calculated the pay results for. Same lookup as PAYCALC's
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

      *Builds a YYYY-MM-DD HH:MM:SS timestamp for the audit log - see
      *Program1.cbl's identical 700-BUILD-TIMESTAMP.
       700-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:4)  TO WS-TS-YEAR.
           MOVE WS-CURRENT-DATETIME(5:2)  TO WS-TS-MONTH.
           MOVE WS-CURRENT-DATETIME(7:2)  TO WS-TS-DAY.
           MOVE WS-CURRENT-DATETIME(9:2)  TO WS-TS-HOUR.
           MOVE WS-CURRENT-DATETIME(11:2) TO WS-TS-MINUTE.
           MOVE WS-CURRENT-DATETIME(13:2) TO WS-TS-SECOND.

      *Appends one line to the audit log for the cheque just
      *issued, voided, reissued or cashed, opening the log the same
      *way Program16.cbl's 700-OPEN-FILES does.
       700-LOG-AUDIT-CHEQUE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE       AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE SPACES                 TO AUDIT-LOG-RECORD.
           MOVE WS-FORMATTED-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE WS-WORK-EMPLOYEE-NUM   TO AL-EMPLOYEE-NUM.
           MOVE WS-AUDIT-ACTION        TO AL-ACTION.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

      *Closes the payrole file, the pay results and the
      *positive-pay file.
       700-CLOSE-FILES.
           IF SELECT-ARCHIVE-FILE
               IF NOT WS-ARCHIVE-FILE-MISSING
                   CLOSE PAYROLE-ARCHIVE-FILE
               END-IF
           ELSE
               IF NOT WS-PAYROLE-FILE-MISSING
                   CLOSE PAYROLE-FILE
               END-IF
           END-IF.
           IF NOT WS-RESULTS-FILE-MISSING
               CLOSE PAY-RESULTS-FILE
           END-IF.
           CLOSE POSITIVE-PAY-FILE.

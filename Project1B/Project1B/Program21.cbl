       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-RETRO-PAY.
       AUTHOR. Josh Larabie, Design by Mel Sanschagrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Retroactive pay for a back-dated rate increase. When a
      *contract settles the new rate almost always reaches back
      *several periods, and PAYROLL-RATE-ADJUST (Program9.cbl) only
      *changes EMPLOYEE-HOURLY-PAY going forward - the retro owed
      *used to be worked out by hand off PAYROLL-HISTORY-INQ
      *printouts. This program takes the effective period and
      *either the new rate or the same percent/flat increase
      *PAYROLL-RATE-ADJUST accepts, re-prices every closed period's
      *posting on PAY-HISTORY.DAT from the effective period on (the
      *latest-timestamp line per period, split straight/overtime/
      *shift/on-call exactly as 700-COMPUTE-PERIOD-GROSS-PAY does),
      *prints a per-employee retro register, and posts what is owed
      *as a separate retro earning - onto YTD, as "R" lines on the
      *pay history, on the audit log and into the control totals.
      *PAYCALC (Program25.cbl) picks the period's "R" lines up and
      *pays them on the period's result as their own earning, so the
      *retro reaches the register, stub, deposit and cheque.
      *The period currently open is not re-priced: run
      *PAYROLL-RATE-ADJUST first and re-post it at the new rate.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLE-FILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EMPLOYEE-NUM-OUT
                   ALTERNATE RECORD KEY IS EMPLOYEE-LNAME-OUT
                       WITH DUPLICATES
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *Read once up front to build the periods being re-priced, then
      *appended to with the retro lines this run posts.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "C:\PAY-HISTORY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "C:\AUDIT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
      *The running control totals - every retro dollar posted is
      *added to CT-RETRO-GROSS-PAY, which PAYROLL-RECONCILIATION
      *proves against the pay history's retro lines.
           SELECT CONTROL-TOTAL-FILE
               ASSIGN TO "C:\PAYROLL-CONTROL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-STATUS.
      *Statutory withholding rates, effective-dated by pay period -
      *maintained by PAYRATES (Program13.cbl). The retro is paid in
      *the current period, so the YTD CPP/EI totals accumulate it at
      *that period's rates.
           SELECT RATE-TABLE-FILE
               ASSIGN TO "C:\PAYROLL-RATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATETAB-STATUS.
      *Each pay period's open/closed status - maintained by
      *PAYROLL-PERIOD-CTL (Program17.cbl). The retro is paid in the
      *period flagged current, which must still be open.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.

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

      *Same layout Program1.cbl appends to on every posting - see
      *Program1.cbl's PAY-HISTORY-RECORD. The lines this program
      *writes carry PH-EARNING-TYPE "R", the period the retro was
      *paid in as PH-PERIOD and the period it re-priced as
      *PH-EARNED-PERIOD.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PH-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-PERIOD           PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-HOURLY-PAY       PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-HOURS-WORKED     PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-SHIFT-HOURS      PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-ONCALL-HOURS     PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-PERIOD-GROSS     PIC 9(7)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-POST-TIMESTAMP   PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-EARNING-TYPE     PIC X(1).
               88  PH-REGULAR-EARNING      VALUE SPACE.
               88  PH-RETRO-EARNING        VALUE "R".
               88  PH-HOLIDAY-EARNING      VALUE "H".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-EARNED-PERIOD    PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-HOLIDAY-HOURS    PIC 9(4).

      *Same layout Program1.cbl appends to on every add/change/
      *delete - see Program1.cbl's AUDIT-LOG-RECORD. AL-ACTION
      *carries "RETRO" for every employee this program pays.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP        PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-ACTION           PIC X(6).

      *Running control totals across every session - see
      *Program1.cbl's CONTROL-TOTAL-RECORD.
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05  CT-RECORD-COUNT         PIC 9(7).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-HASH-HOURLY-PAY      PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-HASH-HOURS-WORKED    PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-RETRO-GROSS-PAY      PIC 9(9)V99.

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-PAYROLE-STATUS          PIC X(2).
               88  WS-PAYROLE-OK              VALUE "00".
               88  WS-PAYROLE-FILE-MISSING    VALUE "35".
           05  WS-HISTORY-STATUS          PIC X(2).
               88  WS-HISTORY-OK              VALUE "00".
               88  WS-HISTORY-FILE-MISSING    VALUE "35".
           05  WS-AUDIT-STATUS            PIC X(2).
               88  WS-AUDIT-OK                VALUE "00".
               88  WS-AUDIT-FILE-MISSING      VALUE "35".
           05  WS-CONTROL-STATUS          PIC X(2).
               88  WS-CONTROL-OK              VALUE "00".
               88  WS-CONTROL-FILE-MISSING    VALUE "35".
           05  WS-RATETAB-STATUS          PIC X(2).
               88  WS-RATETAB-OK              VALUE "00".
               88  WS-RATETAB-FILE-MISSING    VALUE "35".
           05  WS-PERIODS-STATUS          PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG            PIC X(1)  VALUE "N".
               88  END-OF-PAYROLE-FILE        VALUE "Y".
           05  WS-HIST-EOF-FLAG       PIC X(1)  VALUE "N".
               88  END-OF-PAY-HISTORY         VALUE "Y".
           05  WS-FOUND-FLAG          PIC X(1)  VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-TABLE-FULL-FLAG     PIC X(1)  VALUE "N".
               88  WS-HIST-TABLE-FULL         VALUE "Y".
           05  WS-RATE-OK-FLAG        PIC X(1)  VALUE "N".
               88  WS-TARGET-RATE-OK          VALUE "Y".

       01  WS-OPERATOR-FIELDS.
           05  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.

      *The settlement keyed in at the top of the run. Scope, type
      *and direction take the same answers PAYROLL-RATE-ADJUST does,
      *plus type N for a settlement stated as the new rate itself.
      *A retro run pays money owed - a decrease is refused rather
      *than clawed back out of past cheques.
       01  WS-ADJUSTMENT-FIELDS.
           05  WS-ADJUST-SCOPE        PIC X(1)   VALUE SPACE.
               88  WS-SCOPE-ALL               VALUE "A".
           05  WS-ADJUST-TYPE         PIC X(1)   VALUE SPACE.
               88  WS-TYPE-NEW-RATE           VALUE "N".
               88  WS-TYPE-PERCENT            VALUE "P".
               88  WS-TYPE-FLAT               VALUE "F".
           05  WS-ADJUST-DIRECTION    PIC X(1)   VALUE SPACE.
               88  WS-DIRECTION-UP            VALUE "I".
               88  WS-DIRECTION-DOWN          VALUE "D".
           05  WS-PERCENT-AMOUNT      PIC 9(3)V99 VALUE ZERO.
      *Taken in as text and converted with NUMVAL - see
      *Program9.cbl's WS-PERCENT-INPUT for why.
           05  WS-PERCENT-INPUT       PIC X(7)   VALUE SPACES.
           05  WS-FLAT-AMOUNT         PIC 9(4)   VALUE ZERO.
           05  WS-NEW-RATE-AMOUNT     PIC 9(4)   VALUE ZERO.
      *Pre-divided percentage - see Program9.cbl's WS-PCT-FRACTION.
           05  WS-PCT-FRACTION        PIC 9V9(5) VALUE ZERO.

      *The first period the new rate applies to, and the period the
      *retro is paid in - the period control file's current period.
      *Every period from the effective period up to, not including,
      *the paid-in period is re-priced.
       01  WS-PERIOD-FIELDS.
           05  WS-EFFECTIVE-PERIOD    PIC X(6)    VALUE SPACES.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-PERIOD-OPEN-FLAG    PIC X(1)    VALUE "N".
               88  WS-PERIOD-IS-OPEN              VALUE "Y".
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".

      *Statutory withholding rates - loaded from RATE-TABLE-FILE at
      *start-up by 700-LOAD-DEDUCTION-RATES, fallback VALUEs only
      *for a system the rate table has never been set up on.
       01  WS-DEDUCTION-RATES.
           05  WS-TAX-RATE          PIC V999    VALUE .150.
           05  WS-CPP-RATE          PIC V999    VALUE .059.
           05  WS-EI-RATE           PIC V999    VALUE .017.
           05  WS-CPP-ANNUAL-MAX    PIC 9(5)V99 VALUE 99999.99.
           05  WS-EI-ANNUAL-MAX     PIC 9(5)V99 VALUE 99999.99.

      *Vacation pay accrues at this percentage of each period's
      *gross under the union agreements - same contractual figure
      *as Program1.cbl's WS-VAC-ACCRUAL-RATE. Retro pay is gross.
       01  WS-VAC-ACCRUAL-RATE        PIC V99     VALUE .04.

      *Fields driving the rate-table scan - the best effective
      *period kept so far.
       01  WS-RATE-TABLE-FIELDS.
           05  WS-RATE-BEST-PERIOD    PIC X(6)    VALUE SPACES.
           05  WS-RATE-EOF-FLAG       PIC X(1)    VALUE "N".
               88  END-OF-RATE-TABLE              VALUE "Y".

      *In-memory table of every posting being re-priced, one entry
      *per employee and period - the latest-timestamp regular line
      *stands, the same rule PAYROLL-T4-EXTRACT's HIST-POSTING-TABLE
      *follows, and any retro already paid for the period by an
      *earlier run is summed into HP-RETRO-PAID so a second
      *settlement reaching back over the same periods pays only the
      *difference. HP-POST-TIMESTAMP stays blank on an entry built
      *from retro lines alone - there is no posting to re-price.
       01  HIST-POSTING-TABLE.
           05  HIST-POSTING-ENTRY OCCURS 2000 TIMES INDEXED BY HP-IDX.
               10  HP-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  HP-PERIOD          PIC X(6)    VALUE SPACES.
               10  HP-HOURLY-PAY      PIC 9(4)    VALUE ZERO.
               10  HP-HOURS-WORKED    PIC 9(4)    VALUE ZERO.
               10  HP-HOLIDAY-HOURS   PIC 9(4)    VALUE ZERO.
               10  HP-PERIOD-GROSS    PIC 9(7)V99 VALUE ZERO.
               10  HP-POST-TIMESTAMP  PIC X(19)   VALUE SPACES.
               10  HP-RETRO-PAID      PIC 9(7)V99 VALUE ZERO.
               10  HP-RETRO-OWED      PIC 9(7)V99 VALUE ZERO.
       01  WS-HIST-TABLE-COUNT        PIC 9(4)    VALUE ZERO.

      *The employee's new rate for every re-priced period. A new
      *rate settlement is the rate keyed in; a percent or flat one
      *is applied to the rate the employee was paid in the first
      *re-priced period, so periods already paid at a raised rate
      *are not raised twice. Computed wide and signed, then rounded
      *to whole dollars, the same way Program9.cbl's WS-RATE-CALC
      *is.
       01  WS-RATE-CALC.
           05  WS-BASE-RATE           PIC 9(4)     VALUE ZERO.
           05  WS-BASE-PERIOD         PIC X(6)     VALUE SPACES.
           05  WS-NEW-RATE            PIC S9(5)V99 VALUE ZERO.
           05  WS-NEW-RATE-DOLLARS    PIC S9(5)    VALUE ZERO.
           05  WS-TARGET-RATE         PIC 9(4)     VALUE ZERO.

      *Work fields for re-pricing one period - the hours split the
      *same way 700-COMPUTE-PERIOD-GROSS-PAY splits them, the
      *straight and overtime pay at the rate paid and at the new
      *rate, each staged in its own decimal field (see
      *Program1.cbl's 700-COMPUTE-PERIOD-GROSS-PAY for why), and
      *the public holiday premium at both rates. Shift premium and
      *on-call pay are not rate-driven and carry over unchanged
      *inside the gross.
       01  WS-REPRICE-CALC.
           05  WS-STRAIGHT-HOURS      PIC 9(4)     VALUE ZERO.
           05  WS-OVERTIME-HOURS      PIC 9(4)     VALUE ZERO.
           05  WS-OLD-STRAIGHT-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-OLD-OVERTIME-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-NEW-STRAIGHT-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-NEW-OVERTIME-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-OLD-HOLIDAY-PREM-PAY PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-HOLIDAY-PREM-PAY PIC 9(7)V99 VALUE ZERO.
           05  WS-REPRICED-GROSS      PIC S9(7)V99 VALUE ZERO.
           05  WS-PERIOD-RETRO        PIC S9(7)V99 VALUE ZERO.

      *One employee's retro, and what it adds to the statutory and
      *vacation totals on the roster record.
       01  WS-EMPLOYEE-RETRO-FIELDS.
           05  WS-EMP-RETRO-TOTAL     PIC 9(7)V99  VALUE ZERO.
           05  WS-EMP-PERIOD-COUNT    PIC 9(3)     VALUE ZERO.
           05  WS-RETRO-CPP-DED       PIC 9(6)V99  VALUE ZERO.
           05  WS-RETRO-EI-DED        PIC 9(6)V99  VALUE ZERO.
           05  WS-RETRO-VAC-ACCR      PIC 9(6)V99  VALUE ZERO.

      *Work fields used to build a timestamp for the audit log and
      *pay history - same pattern as Program1.cbl's identical
      *fields.
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

       01  WS-RUN-TOTALS.
           05  WS-RECORDS-READ        PIC 9(5)     VALUE ZERO.
           05  WS-EMPLOYEES-PAID      PIC 9(5)     VALUE ZERO.
           05  WS-EMPLOYEES-SKIPPED   PIC 9(5)     VALUE ZERO.
           05  WS-PERIODS-REPRICED    PIC 9(5)     VALUE ZERO.
           05  WS-RUN-RETRO-TOTAL     PIC 9(9)V99  VALUE ZERO.

      *This run's retro posted, folded into the running control
      *totals after every successful REWRITE the same way
      *Program16.cbl's WS-SESSION-HASH-TOTALS is.
       01  WS-SESSION-HASH-TOTALS.
           05  WS-HASH-RETRO-GROSS-PAY PIC 9(9)V99 VALUE ZERO.

       01  WS-PRIOR-CONTROL-TOTALS.
           05  WS-PRIOR-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURLY-PAY   PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURS-WORKED PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

      *Print line layouts for the retro register.
       01  HEADING-LINE-1.
           05  FILLER              PIC X(37)
               VALUE "      RETROACTIVE PAY REGISTER - FROM".
           05  H1-EFFECTIVE-PERIOD PIC X(6).
           05  FILLER              PIC X(13) VALUE "  PAID IN".
           05  H1-RUN-PERIOD       PIC X(6).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(11) VALUE "EMP NUM".
           05  FILLER              PIC X(15) VALUE "LAST NAME".
           05  FILLER              PIC X(8)  VALUE "PERIOD".
           05  FILLER              PIC X(7)  VALUE "HOURS".
           05  FILLER              PIC X(7)  VALUE "PAID".
           05  FILLER              PIC X(7)  VALUE "NEW".
           05  FILLER              PIC X(12) VALUE "GROSS PAID".
           05  FILLER              PIC X(12) VALUE "REPRICED".
           05  FILLER              PIC X(12) VALUE "PRIOR RETRO".
           05  FILLER              PIC X(10) VALUE "RETRO OWED".

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-EMPLOYEE-LNAME   PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-PERIOD           PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-HOURS-WORKED     PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-PAID-RATE        PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-NEW-RATE         PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-PERIOD-GROSS     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-REPRICED-GROSS   PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-RETRO-PAID       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-RETRO-OWED       PIC ZZZ,ZZ9.99.

       01  EMPLOYEE-TOTAL-LINE.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  FILLER              PIC X(22)
               VALUE "EMPLOYEE RETRO TOTAL".
           05  ET-RETRO-TOTAL      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ET-POSTING-STATUS   PIC X(30).

       PROCEDURE DIVISION.

      *Main Loop, reads every record on PAYROLE-FILE and pays the
      *retro owed to each one in scope.
       100-PAY-RETRO.
           PERFORM 200-INIT-RETRO-PAY.
           PERFORM 200-PROCESS-PAYROLE-RECORD
               UNTIL END-OF-PAYROLE-FILE.
           PERFORM 200-TERM-RETRO-PAY.
           STOP RUN.

      *Identifies the operator, takes the settlement, checks the
      *paid-in period, loads the statutory rates and the postings to
      *re-price, opens the files, and prints the register headings.
       200-INIT-RETRO-PAY.
           PERFORM 700-ENTER-OPERATOR-ID.
           PERFORM 700-ENTER-ADJUSTMENT.
           PERFORM 700-GET-RUN-PERIOD.
           PERFORM 700-ENTER-EFFECTIVE-PERIOD.
           PERFORM 700-LOAD-DEDUCTION-RATES.
           PERFORM 700-LOAD-HISTORY-TABLE.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-READ-CONTROL-TOTALS.
           PERFORM 700-PRINT-HEADINGS.
           IF NOT END-OF-PAYROLE-FILE
               PERFORM 700-READ-PAYROLE-RECORD
           END-IF.

      *Re-prices the current employee's periods when the employee is
      *in scope and posts any retro owed, then reads the next
      *record. A salaried employee is never in scope - the re-pricing
      *is hours times an hourly rate, and a salaried employee's
      *history carries no hourly rate to re-price.
       200-PROCESS-PAYROLE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF EMPLOYEE-HOURLY-OUT
              AND (WS-SCOPE-ALL
                   OR UNION-MEMBER-OUT = WS-ADJUST-SCOPE)
               PERFORM 700-COMPUTE-EMPLOYEE-RETRO
               IF WS-EMP-RETRO-TOTAL > ZERO
                   PERFORM 700-POST-EMPLOYEE-RETRO
               END-IF
           END-IF.
           PERFORM 700-READ-PAYROLE-RECORD.

      *Displays the run totals and closes the files. A skipped
      *employee leaves the step at RC=4 so the job log shows the
      *register needs reading.
       200-TERM-RETRO-PAY.
           DISPLAY " ".
           DISPLAY "RETRO PAY COMPLETE - PAID IN PERIOD "
               WS-RUN-PERIOD.
           DISPLAY "RECORDS READ       : " WS-RECORDS-READ.
           DISPLAY "PERIODS RE-PRICED  : " WS-PERIODS-REPRICED.
           DISPLAY "EMPLOYEES PAID     : " WS-EMPLOYEES-PAID.
           DISPLAY "EMPLOYEES SKIPPED  : " WS-EMPLOYEES-SKIPPED.
           DISPLAY "TOTAL RETRO POSTED : " WS-RUN-RETRO-TOTAL.
           PERFORM 700-CLOSE-FILES.
           IF WS-EMPLOYEES-SKIPPED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Prompts for the operator ID stamped on every audit log entry -
      *batch console prompt, no LINE/COLUMN, the same way Program7.cbl
      *takes its run-time input.
       700-ENTER-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID".
           ACCEPT  WS-OPERATOR-ID.

      *Takes the settlement, re-prompting each answer until it is a
      *value the run can act on - same prompts and edits as
      *Program9.cbl's 700-ENTER-ADJUSTMENT, with type N added for a
      *settlement stated as the new rate. A decrease ends the run.
       700-ENTER-ADJUSTMENT.
           DISPLAY "ENTER SCOPE A-ALL OR UNION CODE Y/N".
           ACCEPT  WS-ADJUST-SCOPE.
           PERFORM 700-EDIT-ADJUST-SCOPE
               UNTIL WS-ADJUST-SCOPE = "A" OR "Y" OR "N".
           DISPLAY "ENTER TYPE N-NEW RATE P-PERCENT F-FLAT AMOUNT".
           ACCEPT  WS-ADJUST-TYPE.
           PERFORM 700-EDIT-ADJUST-TYPE
               UNTIL WS-ADJUST-TYPE = "N" OR "P" OR "F".
           IF WS-TYPE-NEW-RATE
               MOVE "I" TO WS-ADJUST-DIRECTION
               DISPLAY "ENTER NEW HOURLY RATE (NNNN)"
               ACCEPT  WS-NEW-RATE-AMOUNT
               PERFORM 700-EDIT-NEW-RATE-AMOUNT
                   UNTIL WS-NEW-RATE-AMOUNT NOT = ZERO
           ELSE
               DISPLAY "ENTER DIRECTION I-INCREASE D-DECREASE"
               ACCEPT  WS-ADJUST-DIRECTION
               PERFORM 700-EDIT-ADJUST-DIRECTION
                   UNTIL WS-ADJUST-DIRECTION = "I" OR "D"
               IF WS-DIRECTION-DOWN
                   DISPLAY "RETRO PAY IS FOR INCREASES ONLY"
                   DISPLAY "RETRO PAY NOT RUN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-TYPE-PERCENT
                   DISPLAY "ENTER PERCENT (NNN.NN)"
                   ACCEPT  WS-PERCENT-INPUT
                   MOVE FUNCTION NUMVAL(WS-PERCENT-INPUT)
                                       TO WS-PERCENT-AMOUNT
                   PERFORM 700-EDIT-PERCENT-AMOUNT
                       UNTIL WS-PERCENT-AMOUNT NOT = ZERO
                   COMPUTE WS-PCT-FRACTION = WS-PERCENT-AMOUNT / 100
               ELSE
                   DISPLAY "ENTER FLAT AMOUNT (NNNN)"
                   ACCEPT  WS-FLAT-AMOUNT
                   PERFORM 700-EDIT-FLAT-AMOUNT
                       UNTIL WS-FLAT-AMOUNT NOT = ZERO
               END-IF
           END-IF.

      *Normalizes the scope answer to upper case and re-prompts when
      *it is not the whole file or one of the union codes.
       700-EDIT-ADJUST-SCOPE.
           MOVE FUNCTION UPPER-CASE(WS-ADJUST-SCOPE)
                                       TO WS-ADJUST-SCOPE.
           IF WS-ADJUST-SCOPE NOT = "A" AND "Y" AND "N"
               DISPLAY "SCOPE MUST BE A, Y OR N - RE-ENTER"
               ACCEPT WS-ADJUST-SCOPE
           END-IF.

      *Normalizes the type answer to upper case and re-prompts when
      *it is not new rate, percentage or flat.
       700-EDIT-ADJUST-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-ADJUST-TYPE)
                                       TO WS-ADJUST-TYPE.
           IF WS-ADJUST-TYPE NOT = "N" AND "P" AND "F"
               DISPLAY "TYPE MUST BE N, P OR F - RE-ENTER"
               ACCEPT WS-ADJUST-TYPE
           END-IF.

      *Normalizes the direction answer to upper case and re-prompts
      *when it is not increase or decrease.
       700-EDIT-ADJUST-DIRECTION.
           MOVE FUNCTION UPPER-CASE(WS-ADJUST-DIRECTION)
                                       TO WS-ADJUST-DIRECTION.
           IF WS-ADJUST-DIRECTION NOT = "I" AND "D"
               DISPLAY "DIRECTION MUST BE I OR D - RE-ENTER"
               ACCEPT WS-ADJUST-DIRECTION
           END-IF.

      *Re-prompts until a non-zero new rate is keyed in.
       700-EDIT-NEW-RATE-AMOUNT.
           IF WS-NEW-RATE-AMOUNT = ZERO
               DISPLAY "NEW RATE MUST NOT BE ZERO - RE-ENTER"
               ACCEPT WS-NEW-RATE-AMOUNT
           END-IF.

      *Re-prompts until a non-zero percentage is keyed in. An
      *unparseable answer converts to zero and lands here too.
       700-EDIT-PERCENT-AMOUNT.
           IF WS-PERCENT-AMOUNT = ZERO
               DISPLAY "PERCENT MUST NOT BE ZERO - RE-ENTER"
               ACCEPT WS-PERCENT-INPUT
               MOVE FUNCTION NUMVAL(WS-PERCENT-INPUT)
                                       TO WS-PERCENT-AMOUNT
           END-IF.

      *Re-prompts until a non-zero flat amount is keyed in.
       700-EDIT-FLAT-AMOUNT.
           IF WS-FLAT-AMOUNT = ZERO
               DISPLAY "FLAT AMOUNT MUST NOT BE ZERO - RE-ENTER"
               ACCEPT WS-FLAT-AMOUNT
           END-IF.

      *Takes the period the settlement is effective from,
      *re-prompting until a non-blank value is keyed in. It must be
      *before the paid-in period - otherwise there is nothing closed
      *to re-price.
       700-ENTER-EFFECTIVE-PERIOD.
           DISPLAY "ENTER EFFECTIVE PAY PERIOD(YYYYMM)".
           ACCEPT  WS-EFFECTIVE-PERIOD.
           PERFORM 700-EDIT-EFFECTIVE-PERIOD
               UNTIL WS-EFFECTIVE-PERIOD NOT = SPACES.
           IF WS-EFFECTIVE-PERIOD NOT < WS-RUN-PERIOD
               DISPLAY "EFFECTIVE PERIOD " WS-EFFECTIVE-PERIOD
                   " IS NOT BEFORE CURRENT PERIOD " WS-RUN-PERIOD
               DISPLAY "RETRO PAY NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *Re-prompts until a non-blank effective period is keyed in.
       700-EDIT-EFFECTIVE-PERIOD.
           IF WS-EFFECTIVE-PERIOD = SPACES
               DISPLAY "EFFECTIVE PERIOD CANNOT BE BLANK - RE-ENTER"
               ACCEPT WS-EFFECTIVE-PERIOD
           END-IF.

      *Takes the paid-in period off the period control file's single
      *current period - same lookup as Program12.cbl's
      *700-GET-RUN-PERIOD - and refuses the run unless that period
      *is open, the same rule Program16.cbl's 700-ENTER-PAY-PERIOD
      *enforces. A system with no control file falls back to the
      *wall-clock YYYYMM and passes with a warning.
       700-GET-RUN-PERIOD.
           MOVE "N"    TO WS-PC-EOF-FLAG.
           MOVE "N"    TO WS-PERIOD-OPEN-FLAG.
           MOVE SPACES TO WS-RUN-PERIOD.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIODS-OK
               PERFORM 700-READ-PERIOD-RECORD
               PERFORM 700-FIND-CURRENT-PERIOD
                   UNTIL END-OF-PERIOD-FILE
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               MOVE "Y" TO WS-PERIOD-OPEN-FLAG
               DISPLAY "NO PERIOD CONTROL FILE - PERIOD NOT CHECKED"
           END-IF.
           IF WS-RUN-PERIOD = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-RUN-PERIOD
           END-IF.
           IF NOT WS-PERIOD-IS-OPEN
               DISPLAY "CURRENT PERIOD " WS-RUN-PERIOD
                   " IS NOT OPEN ON THE PERIOD CONTROL FILE"
               DISPLAY "RETRO PAY NOT RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *Reads the next period entry, setting the end of file flag
      *when there are no more entries to scan.
       700-READ-PERIOD-RECORD.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-PC-EOF-FLAG
           END-READ.

      *Keeps the period flagged current, and whether it is open,
      *then reads the next entry.
       700-FIND-CURRENT-PERIOD.
           IF PC-CURRENT-PERIOD
               MOVE PC-PERIOD TO WS-RUN-PERIOD
               IF PC-PERIOD-OPEN
                   MOVE "Y" TO WS-PERIOD-OPEN-FLAG
               ELSE
                   MOVE "N" TO WS-PERIOD-OPEN-FLAG
               END-IF
           END-IF.
           PERFORM 700-READ-PERIOD-RECORD.

      *Loads the statutory rates in force for the paid-in period off
      *the rate table - same latest-at-or-before scan as
      *Program1.cbl's 700-LOAD-DEDUCTION-RATES.
       700-LOAD-DEDUCTION-RATES.
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

      *Reads the whole pay history once, tabling every posting that
      *falls in the re-priced periods. A history too big for the
      *table ends the run before anything is posted - paying part
      *of a settlement and missing the rest would be worse than
      *paying none of it.
       700-LOAD-HISTORY-TABLE.
           MOVE "N" TO WS-HIST-EOF-FLAG.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM 700-READ-HISTORY-RECORD
               PERFORM 700-TABLE-HISTORY-RECORD
                   UNTIL END-OF-PAY-HISTORY
               CLOSE PAY-HISTORY-FILE
           ELSE
               DISPLAY "NO PAY HISTORY FILE ON SYSTEM"
           END-IF.
           IF WS-HIST-TABLE-FULL
               DISPLAY "RETRO PAY NOT RUN"
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

      *Folds the line just read into the table when the period it
      *was earned in is being re-priced. A regular line replaces
      *the entry's posting only when its timestamp is later; a
      *retro line adds onto what has already been paid for the
      *period it re-priced. Then reads the next line.
       700-TABLE-HISTORY-RECORD.
           IF PH-REGULAR-EARNING
               MOVE PH-PERIOD TO PH-EARNED-PERIOD
           END-IF.
           IF (PH-REGULAR-EARNING OR PH-RETRO-EARNING)
               AND PH-EARNED-PERIOD NOT < WS-EFFECTIVE-PERIOD
               AND PH-EARNED-PERIOD < WS-RUN-PERIOD
               PERFORM 700-FIND-HISTORY-ENTRY
               IF WS-FOUND
                   IF PH-RETRO-EARNING
                       ADD PH-PERIOD-GROSS TO HP-RETRO-PAID(HP-IDX)
                   ELSE
                       IF PH-POST-TIMESTAMP >
                               HP-POST-TIMESTAMP(HP-IDX)
                           MOVE PH-HOURLY-PAY
                                       TO HP-HOURLY-PAY(HP-IDX)
                           MOVE PH-HOURS-WORKED
                                       TO HP-HOURS-WORKED(HP-IDX)
                           IF PH-HOLIDAY-HOURS IS NUMERIC
                               MOVE PH-HOLIDAY-HOURS
                                       TO HP-HOLIDAY-HOURS(HP-IDX)
                           ELSE
                               MOVE ZERO
                                       TO HP-HOLIDAY-HOURS(HP-IDX)
                           END-IF
                           MOVE PH-PERIOD-GROSS
                                       TO HP-PERIOD-GROSS(HP-IDX)
                           MOVE PH-POST-TIMESTAMP
                                       TO HP-POST-TIMESTAMP(HP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

      *Points HP-IDX at the table entry for the line's employee and
      *earned period, adding an empty one when there is none yet.
      *WS-FOUND-FLAG comes back "N" only when the table is full.
       700-FIND-HISTORY-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING HP-IDX FROM 1 BY 1
                   UNTIL HP-IDX > WS-HIST-TABLE-COUNT
                      OR WS-FOUND
               IF HP-EMPLOYEE-NUM(HP-IDX) = PH-EMPLOYEE-NUM
                   AND HP-PERIOD(HP-IDX) = PH-EARNED-PERIOD
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET HP-IDX DOWN BY 1
           ELSE
               IF WS-HIST-TABLE-COUNT < 2000
                   ADD 1 TO WS-HIST-TABLE-COUNT
                   SET HP-IDX          TO WS-HIST-TABLE-COUNT
                   MOVE PH-EMPLOYEE-NUM  TO HP-EMPLOYEE-NUM(HP-IDX)
                   MOVE PH-EARNED-PERIOD TO HP-PERIOD(HP-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   IF NOT WS-HIST-TABLE-FULL
                       DISPLAY "HISTORY TABLE FULL AT EMPLOYEE "
                           PH-EMPLOYEE-NUM " PERIOD " PH-EARNED-PERIOD
                   END-IF
                   MOVE "Y" TO WS-TABLE-FULL-FLAG
               END-IF
           END-IF.

      *Opens the payrole file for update and the history file and
      *audit log for append, creating the appendable files on the
      *first run the same way Program1.cbl does. A missing payrole
      *file just means there is nobody to pay.
       700-OPEN-FILES.
           OPEN I-O PAYROLE-FILE.
           IF WS-PAYROLE-FILE-MISSING
               DISPLAY "NO PAYROLL RECORDS ON FILE"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           OPEN EXTEND PAY-HISTORY-FILE.
           IF WS-HISTORY-FILE-MISSING
               OPEN OUTPUT PAY-HISTORY-FILE
               CLOSE       PAY-HISTORY-FILE
               OPEN EXTEND PAY-HISTORY-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE       AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

       700-PRINT-HEADINGS.
           MOVE WS-EFFECTIVE-PERIOD TO H1-EFFECTIVE-PERIOD.
           MOVE WS-RUN-PERIOD       TO H1-RUN-PERIOD.
           DISPLAY HEADING-LINE-1.
           DISPLAY " ".
           DISPLAY HEADING-LINE-2.

      *Reads the next record off PAYROLE-FILE, sets the end of file
      *flag when there are no more records to process.
       700-READ-PAYROLE-RECORD.
           READ PAYROLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *Works out the employee's new rate, then re-prices each of the
      *employee's tabled periods that has a posting, printing one
      *register line per period and totalling the retro owed.
       700-COMPUTE-EMPLOYEE-RETRO.
           MOVE ZERO TO WS-EMP-RETRO-TOTAL
                        WS-EMP-PERIOD-COUNT.
           PERFORM 700-FIND-BASE-RATE.
           IF WS-BASE-PERIOD NOT = SPACES
               PERFORM 700-COMPUTE-TARGET-RATE
               IF WS-TARGET-RATE-OK
                   PERFORM VARYING HP-IDX FROM 1 BY 1
                           UNTIL HP-IDX > WS-HIST-TABLE-COUNT
                       IF HP-EMPLOYEE-NUM(HP-IDX) = EMPLOYEE-NUM-OUT
                           AND HP-POST-TIMESTAMP(HP-IDX) NOT = SPACES
                           PERFORM 700-REPRICE-PERIOD
                       END-IF
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-EMPLOYEES-SKIPPED
                   DISPLAY "SKIPPED - EMPLOYEE " EMPLOYEE-NUM-OUT
                       ": NEW RATE OUT OF RANGE"
               END-IF
           END-IF.

      *Finds the rate the employee was paid in the earliest
      *re-priced period that has a posting - the base a percent or
      *flat settlement is applied to.
       700-FIND-BASE-RATE.
           MOVE SPACES TO WS-BASE-PERIOD.
           MOVE ZERO   TO WS-BASE-RATE.
           PERFORM VARYING HP-IDX FROM 1 BY 1
                   UNTIL HP-IDX > WS-HIST-TABLE-COUNT
               IF HP-EMPLOYEE-NUM(HP-IDX) = EMPLOYEE-NUM-OUT
                   AND HP-POST-TIMESTAMP(HP-IDX) NOT = SPACES
                   IF WS-BASE-PERIOD = SPACES
                       OR HP-PERIOD(HP-IDX) < WS-BASE-PERIOD
                       MOVE HP-PERIOD(HP-IDX)     TO WS-BASE-PERIOD
                       MOVE HP-HOURLY-PAY(HP-IDX) TO WS-BASE-RATE
                   END-IF
               END-IF
           END-PERFORM.

      *Computes the employee's new rate from the settlement - see
      *Program9.cbl's 700-COMPUTE-NEW-RATE - and flags it usable
      *only when it lands in the range EMPLOYEE-HOURLY-PAY holds.
       700-COMPUTE-TARGET-RATE.
           IF WS-TYPE-NEW-RATE
               MOVE WS-NEW-RATE-AMOUNT TO WS-NEW-RATE
           ELSE
               IF WS-TYPE-PERCENT
                   COMPUTE WS-NEW-RATE ROUNDED = WS-BASE-RATE +
                       WS-BASE-RATE * WS-PCT-FRACTION
               ELSE
                   COMPUTE WS-NEW-RATE = WS-BASE-RATE + WS-FLAT-AMOUNT
               END-IF
           END-IF.
           COMPUTE WS-NEW-RATE-DOLLARS ROUNDED = WS-NEW-RATE.
           IF WS-NEW-RATE-DOLLARS < 1 OR WS-NEW-RATE-DOLLARS > 9999
               MOVE "N" TO WS-RATE-OK-FLAG
               MOVE ZERO TO WS-TARGET-RATE
           ELSE
               MOVE "Y" TO WS-RATE-OK-FLAG
               MOVE WS-NEW-RATE-DOLLARS TO WS-TARGET-RATE
           END-IF.

      *Re-prices the period at HP-IDX. Straight time is the first 40
      *hours and overtime the rest at time-and-a-half, as in
      *700-COMPUTE-PERIOD-GROSS-PAY, with any hours worked on a
      *public holiday at time-and-a-half on top; only those terms
      *move with the rate, so the re-priced gross is the gross paid
      *with the straight, overtime and holiday premium pay swapped
      *for their new-rate figures. What is owed is the re-priced
      *gross less the gross paid and any retro already paid for the
      *period - never less than zero, since a period already paid
      *at or above the new rate owes nothing back.
       700-REPRICE-PERIOD.
           IF HP-HOURS-WORKED(HP-IDX) > 40
               MOVE 40                         TO WS-STRAIGHT-HOURS
               COMPUTE WS-OVERTIME-HOURS =
                   HP-HOURS-WORKED(HP-IDX) - 40
           ELSE
               MOVE HP-HOURS-WORKED(HP-IDX)    TO WS-STRAIGHT-HOURS
               MOVE ZERO                       TO WS-OVERTIME-HOURS
           END-IF.
           COMPUTE WS-OLD-OVERTIME-PAY ROUNDED =
               WS-OVERTIME-HOURS * HP-HOURLY-PAY(HP-IDX) * 1.5.
           COMPUTE WS-OLD-STRAIGHT-PAY =
               WS-STRAIGHT-HOURS * HP-HOURLY-PAY(HP-IDX).
           COMPUTE WS-NEW-OVERTIME-PAY ROUNDED =
               WS-OVERTIME-HOURS * WS-TARGET-RATE * 1.5.
           COMPUTE WS-NEW-STRAIGHT-PAY =
               WS-STRAIGHT-HOURS * WS-TARGET-RATE.
           COMPUTE WS-OLD-HOLIDAY-PREM-PAY ROUNDED =
               HP-HOLIDAY-HOURS(HP-IDX) * HP-HOURLY-PAY(HP-IDX) * 1.5.
           COMPUTE WS-NEW-HOLIDAY-PREM-PAY ROUNDED =
               HP-HOLIDAY-HOURS(HP-IDX) * WS-TARGET-RATE * 1.5.
           COMPUTE WS-REPRICED-GROSS =
               HP-PERIOD-GROSS(HP-IDX)
               - WS-OLD-STRAIGHT-PAY - WS-OLD-OVERTIME-PAY
               - WS-OLD-HOLIDAY-PREM-PAY
               + WS-NEW-STRAIGHT-PAY + WS-NEW-OVERTIME-PAY
               + WS-NEW-HOLIDAY-PREM-PAY.
           COMPUTE WS-PERIOD-RETRO =
               WS-REPRICED-GROSS - HP-PERIOD-GROSS(HP-IDX)
               - HP-RETRO-PAID(HP-IDX).
           IF WS-PERIOD-RETRO > ZERO
               MOVE WS-PERIOD-RETRO TO HP-RETRO-OWED(HP-IDX)
           ELSE
               MOVE ZERO            TO HP-RETRO-OWED(HP-IDX)
           END-IF.
           ADD HP-RETRO-OWED(HP-IDX) TO WS-EMP-RETRO-TOTAL.
           ADD 1                     TO WS-EMP-PERIOD-COUNT
                                        WS-PERIODS-REPRICED.
           MOVE EMPLOYEE-NUM-OUT        TO DL-EMPLOYEE-NUM.
           MOVE EMPLOYEE-LNAME-OUT      TO DL-EMPLOYEE-LNAME.
           MOVE HP-PERIOD(HP-IDX)       TO DL-PERIOD.
           MOVE HP-HOURS-WORKED(HP-IDX) TO DL-HOURS-WORKED.
           MOVE HP-HOURLY-PAY(HP-IDX)   TO DL-PAID-RATE.
           MOVE WS-TARGET-RATE          TO DL-NEW-RATE.
           MOVE HP-PERIOD-GROSS(HP-IDX) TO DL-PERIOD-GROSS.
           MOVE WS-REPRICED-GROSS       TO DL-REPRICED-GROSS.
           MOVE HP-RETRO-PAID(HP-IDX)   TO DL-RETRO-PAID.
           MOVE HP-RETRO-OWED(HP-IDX)   TO DL-RETRO-OWED.
           DISPLAY DETAIL-LINE.

      *Adds the employee's retro onto the roster record as gross for
      *the paid-in period - YTD gross, the uncapped YTD statutory
      *totals at the period's rates, and the vacation accrual on it,
      *the same three things 700-ACCUMULATE-YTD adds for a posting.
      *YTD hours and LAST-PERIOD-POSTED are untouched: no hours were
      *worked, and the period's own posting must still be
      *recognized as a correction if it is re-keyed. The history
      *lines, audit line and control totals go on only once the
      *REWRITE has landed - the "R" history lines are what PAYCALC
      *pays the retro from.
       700-POST-EMPLOYEE-RETRO.
           COMPUTE WS-RETRO-CPP-DED ROUNDED =
               WS-EMP-RETRO-TOTAL * WS-CPP-RATE.
           COMPUTE WS-RETRO-EI-DED ROUNDED =
               WS-EMP-RETRO-TOTAL * WS-EI-RATE.
           COMPUTE WS-RETRO-VAC-ACCR ROUNDED =
               WS-EMP-RETRO-TOTAL * WS-VAC-ACCRUAL-RATE.
           ADD WS-EMP-RETRO-TOTAL  TO YTD-GROSS-PAY-OUT.
           ADD WS-RETRO-CPP-DED    TO YTD-CPP-DED-OUT.
           ADD WS-RETRO-EI-DED     TO YTD-EI-DED-OUT.
           ADD WS-RETRO-VAC-ACCR   TO EMPLOYEE-VAC-BALANCE-OUT.
           MOVE WS-EMP-RETRO-TOTAL TO ET-RETRO-TOTAL.
           REWRITE PAYRECORD-OUT
               INVALID KEY
                   ADD 1 TO WS-EMPLOYEES-SKIPPED
                   MOVE "NOT POSTED - UNABLE TO REWRITE"
                                       TO ET-POSTING-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-EMPLOYEES-PAID
                   ADD WS-EMP-RETRO-TOTAL TO WS-RUN-RETRO-TOTAL
                                             WS-HASH-RETRO-GROSS-PAY
                   MOVE "POSTED"       TO ET-POSTING-STATUS
                   PERFORM 700-WRITE-RETRO-HISTORY
                   PERFORM 700-LOG-AUDIT-RETRO
                   PERFORM 700-SAVE-CONTROL-TOTALS
           END-REWRITE.
           DISPLAY EMPLOYEE-TOTAL-LINE.
           DISPLAY " ".

      *Appends one retro line per re-priced period that owed
      *anything - paid in the current period, hours zero (they were
      *already counted by the period's own posting), the new rate,
      *and the period it re-priced.
       700-WRITE-RETRO-HISTORY.
           PERFORM 700-BUILD-TIMESTAMP.
           PERFORM VARYING HP-IDX FROM 1 BY 1
                   UNTIL HP-IDX > WS-HIST-TABLE-COUNT
               IF HP-EMPLOYEE-NUM(HP-IDX) = EMPLOYEE-NUM-OUT
                   AND HP-RETRO-OWED(HP-IDX) > ZERO
                   MOVE SPACES                 TO PAY-HISTORY-RECORD
                   MOVE EMPLOYEE-NUM-OUT       TO PH-EMPLOYEE-NUM
                   MOVE WS-RUN-PERIOD          TO PH-PERIOD
                   MOVE WS-TARGET-RATE         TO PH-HOURLY-PAY
                   MOVE ZERO                   TO PH-HOURS-WORKED
                                                  PH-SHIFT-HOURS
                                                  PH-ONCALL-HOURS
                                                  PH-HOLIDAY-HOURS
                   MOVE HP-RETRO-OWED(HP-IDX)  TO PH-PERIOD-GROSS
                   MOVE WS-FORMATTED-TIMESTAMP TO PH-POST-TIMESTAMP
                   MOVE "R"                    TO PH-EARNING-TYPE
                   MOVE HP-PERIOD(HP-IDX)      TO PH-EARNED-PERIOD
                   WRITE PAY-HISTORY-RECORD
               END-IF
           END-PERFORM.

      *Appends one line to the audit log for the employee just paid.
       700-LOG-AUDIT-RETRO.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE SPACES                 TO AUDIT-LOG-RECORD.
           MOVE WS-FORMATTED-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE EMPLOYEE-NUM-OUT       TO AL-EMPLOYEE-NUM.
           MOVE "RETRO"                TO AL-ACTION.
           WRITE AUDIT-LOG-RECORD.

      *Reads the control totals carried forward from every prior
      *session - see Program1.cbl's identical 700-READ-CONTROL-TOTALS.
       700-READ-CONTROL-TOTALS.
           INITIALIZE WS-PRIOR-CONTROL-TOTALS.
           OPEN INPUT CONTROL-TOTAL-FILE.
           IF WS-CONTROL-OK
               READ CONTROL-TOTAL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CT-RECORD-COUNT  TO
                                         WS-PRIOR-RECORD-COUNT
                       MOVE CT-HASH-HOURLY-PAY TO
                                         WS-PRIOR-HASH-HOURLY-PAY
                       MOVE CT-HASH-HOURS-WORKED TO
                                         WS-PRIOR-HASH-HOURS-WORKED
                       MOVE CT-RETRO-GROSS-PAY TO
                                         WS-PRIOR-RETRO-GROSS-PAY
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

      *Folds this run's retro into the running retro total,
      *re-persisted after every successful REWRITE so a run that
      *dies partway leaves CONTROL-TOTAL-FILE current through the
      *last employee paid. Retro only ever adds, so the total cannot
      *go negative. The record count and both hashes are carried
      *forward untouched - a retro changes no rate and no hours.
       700-SAVE-CONTROL-TOTALS.
           OPEN OUTPUT CONTROL-TOTAL-FILE.
           MOVE SPACES TO CONTROL-TOTAL-RECORD.
           MOVE WS-PRIOR-RECORD-COUNT         TO CT-RECORD-COUNT.
           MOVE WS-PRIOR-HASH-HOURLY-PAY      TO CT-HASH-HOURLY-PAY.
           MOVE WS-PRIOR-HASH-HOURS-WORKED    TO CT-HASH-HOURS-WORKED.
           COMPUTE CT-RETRO-GROSS-PAY =
               WS-PRIOR-RETRO-GROSS-PAY + WS-HASH-RETRO-GROSS-PAY.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.

      *Builds a YYYY-MM-DD HH:MM:SS timestamp for the audit log and
      *pay history - see Program1.cbl's identical
      *700-BUILD-TIMESTAMP.
       700-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:4)  TO WS-TS-YEAR.
           MOVE WS-CURRENT-DATETIME(5:2)  TO WS-TS-MONTH.
           MOVE WS-CURRENT-DATETIME(7:2)  TO WS-TS-DAY.
           MOVE WS-CURRENT-DATETIME(9:2)  TO WS-TS-HOUR.
           MOVE WS-CURRENT-DATETIME(11:2) TO WS-TS-MINUTE.
           MOVE WS-CURRENT-DATETIME(13:2) TO WS-TS-SECOND.

      *Closes every file opened by 700-OPEN-FILES.
       700-CLOSE-FILES.
           IF NOT WS-PAYROLE-FILE-MISSING
               CLOSE PAYROLE-FILE
           END-IF.
           CLOSE PAY-HISTORY-FILE.
           CLOSE AUDIT-LOG-FILE.

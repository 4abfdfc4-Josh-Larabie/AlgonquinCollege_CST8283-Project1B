       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-HOLIDAY-PAY.
       AUTHOR. Josh Larabie, Design by Mel Sanschagrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Statutory (public) holiday pay. Holiday pay used to be keyed
      *as extra HOURS-WORKED, which paid it on hours instead of on
      *earnings and pushed the padded hours past the 40-hour
      *overtime threshold. This program keeps the holiday calendar
      *- every statutory holiday and the pay period it falls in -
      *and, for the period currently open, works out each active
      *employee's entitlement under the Ontario formula: the
      *regular wages earned in the four weeks before the holiday,
      *divided by 20. The wages come off the preceding period's
      *posting on PAY-HISTORY.DAT (the latest-timestamp regular
      *line, with overtime and holiday premium pay taken back out -
      *neither is regular wages), scaled from the calendar month to
      *four weeks. The entitlement posts as its own earning - onto
      *YTD, as an "H" line on the pay history, and onto the roster
      *record, where PAYCALC (Program25.cbl) pays it in the period
      *as its own line on the stub, outside the overtime rule.
      *Hours actually worked on a holiday are a separate thing: they
      *come in through the time-and-attendance feed and are paid at
      *time-and-a-half by the posting itself.
           SELECT HOLIDAY-CALENDAR-FILE
               ASSIGN TO "C:\PAYROLL-HOLIDAYS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CALENDAR-STATUS.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLE-FILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EMPLOYEE-NUM-OUT
                   ALTERNATE RECORD KEY IS EMPLOYEE-LNAME-OUT
                       WITH DUPLICATES
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *Read once up front for the preceding period's postings, then
      *appended to with the holiday pay lines this run posts.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "C:\PAY-HISTORY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "C:\AUDIT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
      *Statutory withholding rates, effective-dated by pay period -
      *maintained by PAYRATES (Program13.cbl). Holiday pay is paid in
      *the current period, so the YTD CPP/EI totals accumulate it at
      *that period's rates.
           SELECT RATE-TABLE-FILE
               ASSIGN TO "C:\PAYROLL-RATES.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATETAB-STATUS.
      *Each pay period's open/closed status - maintained by
      *PAYROLL-PERIOD-CTL (Program17.cbl). Holiday pay is paid in the
      *period flagged current, which must still be open.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *One statutory holiday - its date, the pay period it falls in
      *(always the date's own YYYYMM, stored so the file reads
      *without working it out) and its name.
       FD  HOLIDAY-CALENDAR-FILE.
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-HOLIDAY-DATE     PIC X(8).
           05  FILLER              PIC X(1).
           05  HC-PERIOD           PIC X(6).
           05  FILLER              PIC X(1).
           05  HC-HOLIDAY-NAME     PIC X(30).

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
      *writes carry PH-EARNING-TYPE "H", the period the holiday pay
      *was paid in as PH-PERIOD and the period whose wages it was
      *worked out from as PH-EARNED-PERIOD.
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
      *carries "HOLPAY" for every employee this program pays.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP        PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-ACTION           PIC X(6).

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
           05  WS-CALENDAR-STATUS         PIC X(2).
               88  WS-CALENDAR-OK             VALUE "00".
               88  WS-CALENDAR-FILE-MISSING   VALUE "35".
           05  WS-PAYROLE-STATUS          PIC X(2).
               88  WS-PAYROLE-OK              VALUE "00".
               88  WS-PAYROLE-FILE-MISSING    VALUE "35".
           05  WS-HISTORY-STATUS          PIC X(2).
               88  WS-HISTORY-OK              VALUE "00".
               88  WS-HISTORY-FILE-MISSING    VALUE "35".
           05  WS-AUDIT-STATUS            PIC X(2).
               88  WS-AUDIT-OK                VALUE "00".
               88  WS-AUDIT-FILE-MISSING      VALUE "35".
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
           05  WS-HC-EOF-FLAG         PIC X(1)  VALUE "N".
               88  END-OF-CALENDAR-FILE       VALUE "Y".
           05  WS-FOUND-FLAG          PIC X(1)  VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-TABLE-FULL-FLAG     PIC X(1)  VALUE "N".
               88  WS-HIST-TABLE-FULL         VALUE "Y".
           05  WS-CALENDAR-FULL-FLAG  PIC X(1)  VALUE "N".
               88  WS-CALENDAR-FULL           VALUE "Y".
           05  WS-DATE-OK-FLAG        PIC X(1)  VALUE "N".
               88  WS-HOLIDAY-DATE-VALID      VALUE "Y".

       01  WS-OPERATOR-FIELDS.
           05  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.

      *The function this run performs - LIST prints the calendar,
      *ADD and DELETE maintain it, PAY works out and posts the
      *current period's holiday pay - and the holiday ADD and
      *DELETE act on.
       01  WS-FUNCTION-FIELDS.
           05  WS-HOLIDAY-FUNCTION    PIC X(6)   VALUE SPACES.
           05  WS-WORK-HOLIDAY-DATE   PIC X(8)   VALUE SPACES.
           05  WS-WORK-HOLIDAY-NAME   PIC X(30)  VALUE SPACES.

      *In-memory copy of the holiday calendar, loaded at the top of
      *every function and written back whole by ADD and DELETE -
      *same load-and-rewrite pattern as PAYROLL-PERIOD-CTL's
      *PERIOD-TABLE. Ten years of statutory holidays fit with room
      *to spare.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ENTRY OCCURS 150 TIMES INDEXED BY HT-IDX.
               10  HT-HOLIDAY-DATE    PIC X(8)   VALUE SPACES.
               10  HT-PERIOD          PIC X(6)   VALUE SPACES.
               10  HT-HOLIDAY-NAME    PIC X(30)  VALUE SPACES.
       01  WS-HOLIDAY-TABLE-COUNT     PIC 9(3)   VALUE ZERO.

      *The period the holiday pay is paid in - the period control
      *file's current period - and the period before it, whose
      *postings the entitlement is worked out from.
       01  WS-PERIOD-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-BASE-PERIOD.
               10  WS-BASE-YEAR       PIC 9(4)    VALUE ZERO.
               10  WS-BASE-MONTH      PIC 9(2)    VALUE ZERO.
           05  WS-PERIOD-OPEN-FLAG    PIC X(1)    VALUE "N".
               88  WS-PERIOD-IS-OPEN              VALUE "Y".
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".
           05  WS-PERIOD-HOLIDAY-COUNT PIC 9(3)   VALUE ZERO.

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
      *as Program1.cbl's WS-VAC-ACCRUAL-RATE. Holiday pay is gross.
       01  WS-VAC-ACCRUAL-RATE        PIC V99     VALUE .04.

      *Fields driving the rate-table scan - the best effective
      *period kept so far.
       01  WS-RATE-TABLE-FIELDS.
           05  WS-RATE-BEST-PERIOD    PIC X(6)    VALUE SPACES.
           05  WS-RATE-EOF-FLAG       PIC X(1)    VALUE "N".
               88  END-OF-RATE-TABLE              VALUE "Y".

      *In-memory table of the preceding period's postings, one entry
      *per employee - the latest-timestamp regular line stands, the
      *same rule PAYROLL-RETRO-PAY's HIST-POSTING-TABLE follows.
      *Retro and holiday pay lines are left out: neither is wages
      *earned in the period.
       01  HIST-POSTING-TABLE.
           05  HIST-POSTING-ENTRY OCCURS 2000 TIMES INDEXED BY HP-IDX.
               10  HP-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  HP-HOURLY-PAY      PIC 9(4)    VALUE ZERO.
               10  HP-HOURS-WORKED    PIC 9(4)    VALUE ZERO.
               10  HP-HOLIDAY-HOURS   PIC 9(4)    VALUE ZERO.
               10  HP-PERIOD-GROSS    PIC 9(7)V99 VALUE ZERO.
               10  HP-POST-TIMESTAMP  PIC X(19)   VALUE SPACES.
       01  WS-HIST-TABLE-COUNT        PIC 9(4)    VALUE ZERO.

      *Days in each month, January first - February is bumped to 29
      *in a leap year - see Program1.cbl's identical table.
       01  WS-MONTH-DAYS-VALUES       PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS          PIC 9(2)    OCCURS 12 TIMES.

      *Work fields for one employee's entitlement - the overtime and
      *holiday premium pay taken back out of the base posting, each
      *staged in its own decimal field (see Program1.cbl's
      *700-COMPUTE-PERIOD-GROSS-PAY for why), the regular wages left
      *and their four-week equivalent, and what the holiday pay adds
      *to the statutory and vacation totals on the roster record.
       01  WS-HOLIDAY-CALC.
           05  WS-DAYS-IN-BASE        PIC 9(2)     VALUE ZERO.
           05  WS-LEAP-QUOTIENT       PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REM-4          PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REM-100        PIC 9(4)     VALUE ZERO.
           05  WS-LEAP-REM-400        PIC 9(4)     VALUE ZERO.
           05  WS-OVERTIME-HOURS      PIC 9(4)     VALUE ZERO.
           05  WS-OVERTIME-PAY        PIC 9(7)V99  VALUE ZERO.
           05  WS-HOLIDAY-PREM-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-REGULAR-WAGES       PIC S9(7)V99 VALUE ZERO.
           05  WS-FOUR-WEEK-WAGES     PIC 9(7)V99  VALUE ZERO.
           05  WS-HOLIDAY-DAY-PAY     PIC 9(5)V99  VALUE ZERO.
           05  WS-EMP-HOLIDAY-COUNT   PIC 9(3)     VALUE ZERO.
           05  WS-EMP-HOLIDAY-PAY     PIC 9(5)V99  VALUE ZERO.
           05  WS-HOLIDAY-CPP-DED     PIC 9(6)V99  VALUE ZERO.
           05  WS-HOLIDAY-EI-DED      PIC 9(6)V99  VALUE ZERO.
           05  WS-HOLIDAY-VAC-ACCR    PIC 9(6)V99  VALUE ZERO.

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
           05  WS-ALREADY-PAID        PIC 9(5)     VALUE ZERO.
           05  WS-NO-EARNINGS         PIC 9(5)     VALUE ZERO.
           05  WS-RUN-HOLIDAY-TOTAL   PIC 9(9)V99  VALUE ZERO.

      *Print line layouts for the calendar listing and the holiday
      *pay register.
       01  HOLIDAY-LIST-LINE.
           05  HL-HOLIDAY-DATE     PIC X(8).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  HL-PERIOD           PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  HL-HOLIDAY-NAME     PIC X(30).

       01  HEADING-LINE-1.
           05  FILLER              PIC X(43)
               VALUE "   STATUTORY HOLIDAY PAY REGISTER - PERIOD".
           05  H1-RUN-PERIOD       PIC X(6).
           05  FILLER              PIC X(15) VALUE "  WAGES FROM".
           05  H1-BASE-PERIOD      PIC X(6).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(11) VALUE "EMP NUM".
           05  FILLER              PIC X(15) VALUE "LAST NAME".
           05  FILLER              PIC X(6)  VALUE "HOLS".
           05  FILLER              PIC X(12) VALUE "BASE GROSS".
           05  FILLER              PIC X(12) VALUE "REG WAGES".
           05  FILLER              PIC X(12) VALUE "HOLIDAY PAY".
           05  FILLER              PIC X(6)  VALUE "STATUS".

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-EMPLOYEE-LNAME   PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-HOLIDAY-COUNT    PIC ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-BASE-GROSS       PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-REGULAR-WAGES    PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-HOLIDAY-PAY      PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-POSTING-STATUS   PIC X(30).

       PROCEDURE DIVISION.

      *Main line - identifies the operator, takes the function and
      *routes to LIST, ADD, DELETE or PAY.
       100-MAINTAIN-HOLIDAY-PAY.
           PERFORM 200-ENTER-HOLIDAY-FUNCTION.
           PERFORM 200-APPLY-HOLIDAY-FUNCTION.
           STOP RUN.

      *Takes the operator ID stamped on every audit log entry, and
      *the function to perform - batch console prompts, the same
      *way Program24.cbl takes its run-time input.
       200-ENTER-HOLIDAY-FUNCTION.
           DISPLAY "ENTER OPERATOR ID".
           ACCEPT  WS-OPERATOR-ID.
           DISPLAY "ENTER FUNCTION (LIST/ADD/DELETE/PAY)".
           ACCEPT  WS-HOLIDAY-FUNCTION.
           MOVE FUNCTION UPPER-CASE(WS-HOLIDAY-FUNCTION)
                                       TO WS-HOLIDAY-FUNCTION.

      *Loads the calendar and routes to the selected function.
      *Anything else fails the run so a mis-keyed function is caught
      *rather than quietly ignored. A calendar too big for the table
      *fails the run as well - writing back only the entries that
      *fit would lose holidays off the calendar for good.
       200-APPLY-HOLIDAY-FUNCTION.
           PERFORM 700-LOAD-HOLIDAY-TABLE.
           IF WS-CALENDAR-FULL
               DISPLAY "HOLIDAY CALENDAR EXCEEDS "
                       "150 ENTRIES - NOTHING DONE"
               MOVE 8 TO RETURN-CODE
           ELSE
               EVALUATE WS-HOLIDAY-FUNCTION
                   WHEN "LIST"
                       PERFORM 300-LIST-HOLIDAYS
                   WHEN "ADD"
                       PERFORM 300-ADD-HOLIDAY
                   WHEN "DELETE"
                       PERFORM 300-DELETE-HOLIDAY
                   WHEN "PAY"
                       PERFORM 300-PAY-HOLIDAYS
                   WHEN OTHER
                       DISPLAY "FUNCTION MUST BE LIST, ADD, DELETE "
                               "OR PAY"
                       MOVE 8 TO RETURN-CODE
               END-EVALUATE
           END-IF.

      *Prints every holiday on the calendar in the order it was
      *added.
       300-LIST-HOLIDAYS.
           DISPLAY "STATUTORY HOLIDAY CALENDAR".
           DISPLAY " ".
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HOLIDAY-TABLE-COUNT
               MOVE HT-HOLIDAY-DATE(HT-IDX) TO HL-HOLIDAY-DATE
               MOVE HT-PERIOD(HT-IDX)       TO HL-PERIOD
               MOVE HT-HOLIDAY-NAME(HT-IDX) TO HL-HOLIDAY-NAME
               DISPLAY HOLIDAY-LIST-LINE
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "HOLIDAYS ON FILE : " WS-HOLIDAY-TABLE-COUNT.

      *Adds a holiday to the calendar under the pay period its date
      *falls in. A date already on the calendar is refused - two
      *entries for one day would pay the day twice.
       300-ADD-HOLIDAY.
           PERFORM 700-ENTER-HOLIDAY-DATE.
           DISPLAY "ENTER HOLIDAY NAME".
           ACCEPT  WS-WORK-HOLIDAY-NAME.
           PERFORM 700-FIND-HOLIDAY.
           IF WS-FOUND
               DISPLAY "HOLIDAY " WS-WORK-HOLIDAY-DATE
                   " ALREADY ON CALENDAR - NOT ADDED"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-HOLIDAY-TABLE-COUNT < 150
                   ADD 1 TO WS-HOLIDAY-TABLE-COUNT
                   SET HT-IDX             TO WS-HOLIDAY-TABLE-COUNT
                   MOVE WS-WORK-HOLIDAY-DATE
                                       TO HT-HOLIDAY-DATE(HT-IDX)
                   MOVE WS-WORK-HOLIDAY-DATE(1:6)
                                       TO HT-PERIOD(HT-IDX)
                   MOVE WS-WORK-HOLIDAY-NAME
                                       TO HT-HOLIDAY-NAME(HT-IDX)
                   PERFORM 700-SAVE-HOLIDAY-TABLE
                   DISPLAY "HOLIDAY " WS-WORK-HOLIDAY-DATE
                       " ADDED FOR PERIOD " WS-WORK-HOLIDAY-DATE(1:6)
               ELSE
                   DISPLAY "HOLIDAY CALENDAR FULL - NOT ADDED"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      *Takes a holiday off the calendar, closing the gap it leaves
      *so the table stays in the order the holidays were added.
       300-DELETE-HOLIDAY.
           PERFORM 700-ENTER-HOLIDAY-DATE.
           PERFORM 700-FIND-HOLIDAY.
           IF NOT WS-FOUND
               DISPLAY "HOLIDAY " WS-WORK-HOLIDAY-DATE
                   " IS NOT ON THE CALENDAR"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM VARYING HT-IDX FROM HT-IDX BY 1
                       UNTIL HT-IDX NOT < WS-HOLIDAY-TABLE-COUNT
                   MOVE HOLIDAY-ENTRY(HT-IDX + 1)
                                       TO HOLIDAY-ENTRY(HT-IDX)
               END-PERFORM
               SET HT-IDX TO WS-HOLIDAY-TABLE-COUNT
               MOVE SPACES TO HOLIDAY-ENTRY(HT-IDX)
               SUBTRACT 1 FROM WS-HOLIDAY-TABLE-COUNT
               PERFORM 700-SAVE-HOLIDAY-TABLE
               DISPLAY "HOLIDAY " WS-WORK-HOLIDAY-DATE " DELETED"
           END-IF.

      *Works out and posts the holiday pay for every statutory
      *holiday falling in the current period. Refused unless the
      *period is open; a period with no holidays on the calendar
      *has nothing to pay. A skipped employee, or one already paid
      *for the period by an earlier run, leaves the step at RC=4 so
      *the job log shows the register needs reading.
       300-PAY-HOLIDAYS.
           PERFORM 700-GET-RUN-PERIOD.
           MOVE ZERO TO WS-PERIOD-HOLIDAY-COUNT.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HOLIDAY-TABLE-COUNT
               IF HT-PERIOD(HT-IDX) = WS-RUN-PERIOD
                   ADD 1 TO WS-PERIOD-HOLIDAY-COUNT
               END-IF
           END-PERFORM.
           IF WS-PERIOD-HOLIDAY-COUNT = ZERO
               DISPLAY "NO STATUTORY HOLIDAYS ON THE CALENDAR FOR "
                   "PERIOD " WS-RUN-PERIOD " - NOTHING TO PAY"
           ELSE
               PERFORM 700-SET-BASE-PERIOD
               PERFORM 700-LOAD-DEDUCTION-RATES
               PERFORM 700-LOAD-HISTORY-TABLE
               PERFORM 700-OPEN-FILES
               PERFORM 700-PRINT-HEADINGS
               IF NOT END-OF-PAYROLE-FILE
                   PERFORM 700-READ-PAYROLE-RECORD
               END-IF
               PERFORM 700-PROCESS-PAYROLE-RECORD
                   UNTIL END-OF-PAYROLE-FILE
               PERFORM 700-TERM-HOLIDAY-PAY
           END-IF.

      *Takes the holiday date ADD and DELETE act on, re-prompting
      *until it is a real YYYYMMDD date.
       700-ENTER-HOLIDAY-DATE.
           DISPLAY "ENTER HOLIDAY DATE (YYYYMMDD)".
           ACCEPT  WS-WORK-HOLIDAY-DATE.
           PERFORM 700-EDIT-HOLIDAY-DATE.
           PERFORM 700-REENTER-HOLIDAY-DATE
               UNTIL WS-HOLIDAY-DATE-VALID.

      *Re-prompts for a holiday date that failed the edit.
       700-REENTER-HOLIDAY-DATE.
           DISPLAY "HOLIDAY DATE MUST BE YYYYMMDD - RE-ENTER".
           ACCEPT  WS-WORK-HOLIDAY-DATE.
           PERFORM 700-EDIT-HOLIDAY-DATE.

      *A holiday date is valid when it is all digits with a month of
      *01 thru 12 and a day of 01 thru 31 - the same edit
      *Program1.cbl's 700-EDIT-HIRE-DATE applies to a hire date.
       700-EDIT-HOLIDAY-DATE.
           MOVE "N" TO WS-DATE-OK-FLAG.
           IF WS-WORK-HOLIDAY-DATE IS NUMERIC
              AND WS-WORK-HOLIDAY-DATE(5:2) >= "01"
              AND WS-WORK-HOLIDAY-DATE(5:2) <= "12"
              AND WS-WORK-HOLIDAY-DATE(7:2) >= "01"
              AND WS-WORK-HOLIDAY-DATE(7:2) <= "31"
               MOVE "Y" TO WS-DATE-OK-FLAG
           END-IF.

      *Points HT-IDX at the calendar entry for the date keyed in.
      *WS-FOUND-FLAG comes back "N" when the date is not on the
      *calendar.
       700-FIND-HOLIDAY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HOLIDAY-TABLE-COUNT
                      OR WS-FOUND
               IF HT-HOLIDAY-DATE(HT-IDX) = WS-WORK-HOLIDAY-DATE
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET HT-IDX DOWN BY 1
           END-IF.

      *Loads the holiday calendar into the in-memory table. A
      *missing file just means no holiday has ever been added - the
      *table starts empty.
       700-LOAD-HOLIDAY-TABLE.
           MOVE "N" TO WS-HC-EOF-FLAG.
           OPEN INPUT HOLIDAY-CALENDAR-FILE.
           IF WS-CALENDAR-OK
               PERFORM 700-READ-CALENDAR-RECORD
               PERFORM 700-TABLE-CALENDAR-RECORD
                   UNTIL END-OF-CALENDAR-FILE
               CLOSE HOLIDAY-CALENDAR-FILE
           ELSE
               MOVE "Y" TO WS-HC-EOF-FLAG
           END-IF.

      *Reads the next calendar entry, setting the end of file flag
      *when there are no more entries to load.
       700-READ-CALENDAR-RECORD.
           READ HOLIDAY-CALENDAR-FILE
               AT END
                   MOVE "Y" TO WS-HC-EOF-FLAG
           END-READ.

      *Folds the calendar entry just read into the table and reads
      *the next one.
       700-TABLE-CALENDAR-RECORD.
           IF WS-HOLIDAY-TABLE-COUNT < 150
               ADD 1 TO WS-HOLIDAY-TABLE-COUNT
               SET HT-IDX             TO WS-HOLIDAY-TABLE-COUNT
               MOVE HC-HOLIDAY-DATE   TO HT-HOLIDAY-DATE(HT-IDX)
               MOVE HC-PERIOD         TO HT-PERIOD(HT-IDX)
               MOVE HC-HOLIDAY-NAME   TO HT-HOLIDAY-NAME(HT-IDX)
           ELSE
               MOVE "Y" TO WS-CALENDAR-FULL-FLAG
           END-IF.
           PERFORM 700-READ-CALENDAR-RECORD.

      *Writes the updated calendar back out whole.
       700-SAVE-HOLIDAY-TABLE.
           OPEN OUTPUT HOLIDAY-CALENDAR-FILE.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HOLIDAY-TABLE-COUNT
               MOVE SPACES                  TO HOLIDAY-CALENDAR-RECORD
               MOVE HT-HOLIDAY-DATE(HT-IDX) TO HC-HOLIDAY-DATE
               MOVE HT-PERIOD(HT-IDX)       TO HC-PERIOD
               MOVE HT-HOLIDAY-NAME(HT-IDX) TO HC-HOLIDAY-NAME
               WRITE HOLIDAY-CALENDAR-RECORD
           END-PERFORM.
           CLOSE HOLIDAY-CALENDAR-FILE.

      *Takes the paid-in period off the period control file's single
      *current period and refuses the run unless that period is
      *open - see Program21.cbl's identical 700-GET-RUN-PERIOD. A
      *system with no control file falls back to the wall-clock
      *YYYYMM and passes with a warning.
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
               DISPLAY "HOLIDAY PAY NOT RUN"
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

      *Works out the period before the paid-in period - the monthly
      *period whose wages stand for the four weeks before the
      *holiday - and the days in it, February bumped to 29 in a
      *leap year the same way Program1.cbl's 700-COMPUTE-SALARY-PAY
      *does it.
       700-SET-BASE-PERIOD.
           MOVE WS-RUN-PERIOD(1:4) TO WS-BASE-YEAR.
           MOVE WS-RUN-PERIOD(5:2) TO WS-BASE-MONTH.
           IF WS-BASE-MONTH = 1
               MOVE 12 TO WS-BASE-MONTH
               SUBTRACT 1 FROM WS-BASE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-BASE-MONTH
           END-IF.
           MOVE WS-MONTH-DAYS(WS-BASE-MONTH) TO WS-DAYS-IN-BASE.
           IF WS-BASE-MONTH = 2
               DIVIDE WS-BASE-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-BASE-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-BASE-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-BASE
               END-IF
           END-IF.

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

      *Reads the whole pay history once, tabling every regular
      *posting to the base period. A history too big for the table
      *ends the run before anything is posted - paying some
      *employees and missing the rest would be worse than paying
      *none of them.
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
               DISPLAY "HOLIDAY PAY NOT RUN"
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

      *Folds the line just read into the table when it is a regular
      *posting to the base period whose timestamp is later than the
      *one tabled for the employee so far, then reads the next
      *line.
       700-TABLE-HISTORY-RECORD.
           IF PH-REGULAR-EARNING
               AND PH-PERIOD = WS-BASE-PERIOD
               PERFORM 700-FIND-HISTORY-ENTRY
               IF WS-FOUND
                   IF PH-POST-TIMESTAMP > HP-POST-TIMESTAMP(HP-IDX)
                       MOVE PH-HOURLY-PAY
                                       TO HP-HOURLY-PAY(HP-IDX)
                       MOVE PH-HOURS-WORKED
                                       TO HP-HOURS-WORKED(HP-IDX)
                       IF PH-HOLIDAY-HOURS IS NUMERIC
                           MOVE PH-HOLIDAY-HOURS
                                       TO HP-HOLIDAY-HOURS(HP-IDX)
                       ELSE
                           MOVE ZERO   TO HP-HOLIDAY-HOURS(HP-IDX)
                       END-IF
                       MOVE PH-PERIOD-GROSS
                                       TO HP-PERIOD-GROSS(HP-IDX)
                       MOVE PH-POST-TIMESTAMP
                                       TO HP-POST-TIMESTAMP(HP-IDX)
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

      *Points HP-IDX at the table entry for the line's employee,
      *adding an empty one when there is none yet. WS-FOUND-FLAG
      *comes back "N" only when the table is full.
       700-FIND-HISTORY-ENTRY.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING HP-IDX FROM 1 BY 1
                   UNTIL HP-IDX > WS-HIST-TABLE-COUNT
                      OR WS-FOUND
               IF HP-EMPLOYEE-NUM(HP-IDX) = PH-EMPLOYEE-NUM
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
                   MOVE "Y" TO WS-FOUND-FLAG
               ELSE
                   IF NOT WS-HIST-TABLE-FULL
                       DISPLAY "HISTORY TABLE FULL AT EMPLOYEE "
                           PH-EMPLOYEE-NUM " PERIOD " PH-PERIOD
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

      *Prints the register headings and the period's holidays.
       700-PRINT-HEADINGS.
           MOVE WS-RUN-PERIOD       TO H1-RUN-PERIOD.
           MOVE WS-BASE-PERIOD      TO H1-BASE-PERIOD.
           DISPLAY HEADING-LINE-1.
           DISPLAY " ".
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HOLIDAY-TABLE-COUNT
               IF HT-PERIOD(HT-IDX) = WS-RUN-PERIOD
                   MOVE HT-HOLIDAY-DATE(HT-IDX) TO HL-HOLIDAY-DATE
                   MOVE HT-PERIOD(HT-IDX)       TO HL-PERIOD
                   MOVE HT-HOLIDAY-NAME(HT-IDX) TO HL-HOLIDAY-NAME
                   DISPLAY HOLIDAY-LIST-LINE
               END-IF
           END-PERFORM.
           DISPLAY " ".
           DISPLAY HEADING-LINE-2.

      *Reads the next record off PAYROLE-FILE, sets the end of file
      *flag when there are no more records to process.
       700-READ-PAYROLE-RECORD.
           READ PAYROLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *Pays the current employee's holiday pay when the employee is
      *active and was on staff for at least one of the period's
      *holidays, then reads the next record. Employees on leave or
      *terminated are not entitled. An employee the roster already
      *shows paid for the period - a rerun of the step - is listed
      *and left alone rather than paid twice.
       700-PROCESS-PAYROLE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF EMPLOYEE-ACTIVE-OUT
               PERFORM 700-COUNT-ELIGIBLE-HOLIDAYS
               IF WS-EMP-HOLIDAY-COUNT > ZERO
                   PERFORM 700-COMPUTE-EMPLOYEE-HOLIDAY
                   IF EMPLOYEE-HOLIDAY-PERIOD-OUT = WS-RUN-PERIOD
                       ADD 1 TO WS-ALREADY-PAID
                       MOVE "NOT POSTED - ALREADY PAID"
                                       TO DL-POSTING-STATUS
                       DISPLAY DETAIL-LINE
                   ELSE
                       IF WS-EMP-HOLIDAY-PAY > ZERO
                           PERFORM 700-POST-EMPLOYEE-HOLIDAY
                       ELSE
                           ADD 1 TO WS-NO-EARNINGS
                           MOVE "NO EARNINGS IN BASE PERIOD"
                                       TO DL-POSTING-STATUS
                           DISPLAY DETAIL-LINE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-PAYROLE-RECORD.

      *Counts the period's holidays the employee was on staff for -
      *hired on or before the holiday. A blank hire date is an
      *employee on staff before the roster carried one.
       700-COUNT-ELIGIBLE-HOLIDAYS.
           MOVE ZERO TO WS-EMP-HOLIDAY-COUNT.
           PERFORM VARYING HT-IDX FROM 1 BY 1
                   UNTIL HT-IDX > WS-HOLIDAY-TABLE-COUNT
               IF HT-PERIOD(HT-IDX) = WS-RUN-PERIOD
                   AND (EMPLOYEE-HIRE-DATE-OUT = SPACES
                        OR EMPLOYEE-HIRE-DATE-OUT NOT >
                                       HT-HOLIDAY-DATE(HT-IDX))
                   ADD 1 TO WS-EMP-HOLIDAY-COUNT
               END-IF
           END-PERFORM.

      *Works out the employee's holiday pay off the base period's
      *posting: the period's gross less its overtime pay (hours past
      *40 at time-and-a-half, the split 700-COMPUTE-HOURLY-EARNINGS
      *makes - a salaried employee has none) and its holiday premium
      *pay, scaled from the month's days to 28, divided by 20 for a
      *day's holiday pay and paid once per eligible holiday. No
      *posting in the base period means no regular wages to pay on.
       700-COMPUTE-EMPLOYEE-HOLIDAY.
           MOVE ZERO TO WS-REGULAR-WAGES
                        WS-FOUR-WEEK-WAGES
                        WS-HOLIDAY-DAY-PAY
                        WS-EMP-HOLIDAY-PAY.
           MOVE EMPLOYEE-NUM-OUT   TO DL-EMPLOYEE-NUM.
           MOVE EMPLOYEE-LNAME-OUT TO DL-EMPLOYEE-LNAME.
           MOVE WS-EMP-HOLIDAY-COUNT TO DL-HOLIDAY-COUNT.
           MOVE ZERO               TO DL-BASE-GROSS.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING HP-IDX FROM 1 BY 1
                   UNTIL HP-IDX > WS-HIST-TABLE-COUNT
                      OR WS-FOUND
               IF HP-EMPLOYEE-NUM(HP-IDX) = EMPLOYEE-NUM-OUT
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF WS-FOUND
               SET HP-IDX DOWN BY 1
               MOVE HP-PERIOD-GROSS(HP-IDX) TO DL-BASE-GROSS
               IF EMPLOYEE-SALARIED-OUT
                   OR HP-HOURS-WORKED(HP-IDX) NOT > 40
                   MOVE ZERO TO WS-OVERTIME-HOURS
               ELSE
                   COMPUTE WS-OVERTIME-HOURS =
                       HP-HOURS-WORKED(HP-IDX) - 40
               END-IF
               COMPUTE WS-OVERTIME-PAY ROUNDED =
                   WS-OVERTIME-HOURS * HP-HOURLY-PAY(HP-IDX) * 1.5
               COMPUTE WS-HOLIDAY-PREM-PAY ROUNDED =
                   HP-HOLIDAY-HOURS(HP-IDX) * HP-HOURLY-PAY(HP-IDX)
                   * 1.5
               COMPUTE WS-REGULAR-WAGES =
                   HP-PERIOD-GROSS(HP-IDX) - WS-OVERTIME-PAY
                   - WS-HOLIDAY-PREM-PAY
               IF WS-REGULAR-WAGES < ZERO
                   MOVE ZERO TO WS-REGULAR-WAGES
               END-IF
               COMPUTE WS-FOUR-WEEK-WAGES ROUNDED =
                   WS-REGULAR-WAGES * 28 / WS-DAYS-IN-BASE
               COMPUTE WS-HOLIDAY-DAY-PAY ROUNDED =
                   WS-FOUR-WEEK-WAGES / 20
               COMPUTE WS-EMP-HOLIDAY-PAY =
                   WS-HOLIDAY-DAY-PAY * WS-EMP-HOLIDAY-COUNT
           END-IF.
           MOVE WS-REGULAR-WAGES   TO DL-REGULAR-WAGES.
           MOVE WS-EMP-HOLIDAY-PAY TO DL-HOLIDAY-PAY.

      *Adds the employee's holiday pay onto the roster record as
      *gross for the paid-in period - YTD gross, the uncapped YTD
      *statutory totals at the period's rates, and the vacation
      *accrual on it, the same three things PAYROLL-RETRO-PAY adds
      *for a retro - and stamps the amount and period on the record
      *for PAYCALC to pay. YTD hours and LAST-PERIOD-POSTED are
      *untouched: no hours were worked. The history and audit lines
      *go on only once the REWRITE has landed.
       700-POST-EMPLOYEE-HOLIDAY.
           COMPUTE WS-HOLIDAY-CPP-DED ROUNDED =
               WS-EMP-HOLIDAY-PAY * WS-CPP-RATE.
           COMPUTE WS-HOLIDAY-EI-DED ROUNDED =
               WS-EMP-HOLIDAY-PAY * WS-EI-RATE.
           COMPUTE WS-HOLIDAY-VAC-ACCR ROUNDED =
               WS-EMP-HOLIDAY-PAY * WS-VAC-ACCRUAL-RATE.
           ADD WS-EMP-HOLIDAY-PAY  TO YTD-GROSS-PAY-OUT.
           ADD WS-HOLIDAY-CPP-DED  TO YTD-CPP-DED-OUT.
           ADD WS-HOLIDAY-EI-DED   TO YTD-EI-DED-OUT.
           ADD WS-HOLIDAY-VAC-ACCR TO EMPLOYEE-VAC-BALANCE-OUT.
           MOVE WS-EMP-HOLIDAY-PAY TO EMPLOYEE-HOLIDAY-PAY-OUT.
           MOVE WS-RUN-PERIOD      TO EMPLOYEE-HOLIDAY-PERIOD-OUT.
           REWRITE PAYRECORD-OUT
               INVALID KEY
                   ADD 1 TO WS-EMPLOYEES-SKIPPED
                   MOVE "NOT POSTED - UNABLE TO REWRITE"
                                       TO DL-POSTING-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-EMPLOYEES-PAID
                   ADD WS-EMP-HOLIDAY-PAY TO WS-RUN-HOLIDAY-TOTAL
                   MOVE "POSTED"       TO DL-POSTING-STATUS
                   PERFORM 700-WRITE-HOLIDAY-HISTORY
                   PERFORM 700-LOG-AUDIT-HOLIDAY
           END-REWRITE.
           DISPLAY DETAIL-LINE.

      *Appends the holiday pay line - paid in the current period,
      *hours zero (no hours were worked for it), the employee's rate,
      *and the base period the wages came from.
       700-WRITE-HOLIDAY-HISTORY.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE SPACES                  TO PAY-HISTORY-RECORD.
           MOVE EMPLOYEE-NUM-OUT        TO PH-EMPLOYEE-NUM.
           MOVE WS-RUN-PERIOD           TO PH-PERIOD.
           MOVE EMPLOYEE-HOURLY-PAY-OUT TO PH-HOURLY-PAY.
           MOVE ZERO                    TO PH-HOURS-WORKED
                                           PH-SHIFT-HOURS
                                           PH-ONCALL-HOURS
                                           PH-HOLIDAY-HOURS.
           MOVE WS-EMP-HOLIDAY-PAY      TO PH-PERIOD-GROSS.
           MOVE WS-FORMATTED-TIMESTAMP  TO PH-POST-TIMESTAMP.
           MOVE "H"                     TO PH-EARNING-TYPE.
           MOVE WS-BASE-PERIOD          TO PH-EARNED-PERIOD.
           WRITE PAY-HISTORY-RECORD.

      *Appends one line to the audit log for the employee just paid.
       700-LOG-AUDIT-HOLIDAY.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE SPACES                 TO AUDIT-LOG-RECORD.
           MOVE WS-FORMATTED-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE EMPLOYEE-NUM-OUT       TO AL-EMPLOYEE-NUM.
           MOVE "HOLPAY"               TO AL-ACTION.
           WRITE AUDIT-LOG-RECORD.

      *Displays the run totals and closes the files.
       700-TERM-HOLIDAY-PAY.
           DISPLAY " ".
           DISPLAY "HOLIDAY PAY COMPLETE - PAID IN PERIOD "
               WS-RUN-PERIOD.
           DISPLAY "HOLIDAYS IN PERIOD    : " WS-PERIOD-HOLIDAY-COUNT.
           DISPLAY "RECORDS READ          : " WS-RECORDS-READ.
           DISPLAY "EMPLOYEES PAID        : " WS-EMPLOYEES-PAID.
           DISPLAY "NO BASE EARNINGS      : " WS-NO-EARNINGS.
           DISPLAY "ALREADY PAID          : " WS-ALREADY-PAID.
           DISPLAY "EMPLOYEES SKIPPED     : " WS-EMPLOYEES-SKIPPED.
           DISPLAY "TOTAL HOLIDAY PAY     : " WS-RUN-HOLIDAY-TOTAL.
           PERFORM 700-CLOSE-FILES.
           IF WS-EMPLOYEES-SKIPPED > ZERO
               OR WS-ALREADY-PAID > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

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

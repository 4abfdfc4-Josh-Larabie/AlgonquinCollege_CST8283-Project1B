      *Prints one pay statement (stub) per employee per period - the
      *document the employee is handed, where PAYREG/PAYREGS print the
      *one-line-per-employee register Payroll reviews. Each stub shows
      *the rate/hours breakdown (straight, overtime, shift premium,
      *on-call, any vacation payout), every deduction itemized, net
      *pay, and the YTD figures - all but the YTD read back off the
      *pay result PAYCALC (Program25.cbl) stored in STEP25, so the
      *stub always shows the figures the deposit or cheque actually
      *paid. A stub prints for every result stored for the period,
      *so a terminated employee whose final pay PAYCALC calculated
      *off the archive gets one like everyone else, vacation payout
      *and all. Runs as STEP35 in the nightly streams, after
      *STEP30's register; for a single disputed cheque the operator
      *runs it by hand and keys the one EMPLOYEE-NUM instead of
      *0-for-all.
      *The YTD figures are looked up by employee number - on the
      *roster, or for an employee no longer on it, the archive.
      *The nightly stream holds the PAYRLOCK lock while this step
      *runs, so the roster cannot change under it.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLE-FILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMPLOYEE-NUM-OUT
                   ALTERNATE RECORD KEY IS EMPLOYEE-LNAME-OUT
                       WITH DUPLICATES
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *Terminated employees moved off PAYROLE-FILE by PROJECT-1-B's
      *300-DELETE-PAYROLE-RECORD - see Program1.cbl.
           SELECT PAYROLE-ARCHIVE-FILE
               ASSIGN TO "C:\PAYROLE-ARCHIVE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-EMPLOYEE-NUM
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *Each pay period's open/closed status and the single current
      *period - maintained by PAYROLL-PERIOD-CTL (Program17.cbl).
      *The stubs print the current period's pay results.
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

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
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

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PAY-RESULTS          VALUE "Y".
           05  WS-YTD-FLAG         PIC X(1)    VALUE "N".
               88  WS-YTD-FOUND                VALUE "Y".

      *The employee the run prints stubs for - zero prints every
      *employee paid in the period, the normal nightly case. Under the
      *nightly streams STEP35's SYSIN supplies the 0; an operator
      *chasing one disputed cheque keys the one EMPLOYEE-NUM instead.
       01  WS-SEARCH-FIELDS.
           05  WS-SEARCH-EMP-NUM      PIC 9(9)  VALUE ZERO.

      *The period the stubs print (the period control file's
      *current period, see 700-GET-RUN-PERIOD) and the subscript
      *700-PRINT-PAY-STUB walks the result's garnishment lines with.
       01  WS-RUN-PERIOD-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".
           05  WS-GARNISH-LINE-SUB    PIC 9(2)    VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-STUBS-PRINTED     PIC 9(5)    VALUE ZERO.

      *The YTD figures the stub in hand prints, off the roster or
      *the archive record 700-GET-YTD-FIGURES found.
       01  WS-STUB-YTD-FIELDS.
           05  WS-STUB-YTD-HOURS      PIC 9(6)V99 VALUE ZERO.
           05  WS-STUB-YTD-GROSS      PIC 9(7)V99 VALUE ZERO.

      *Print line layouts for the pay statement. One stub is a boxed
      *block of lines per employee, not a columnar register - the
      *earnings lines share one layout refilled per pay type.
           05  ED-HOURS            PIC ZZZ9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ED-RATE             PIC ZZZ9.99.
           05  ED-RATE-TEXT REDEFINES ED-RATE PIC X(7).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  ED-AMOUNT           PIC ZZZ,ZZ9.99.


       PROCEDURE DIVISION.

      *Main Loop, reads every pay result for the period and prints a
      *stub for each employee the run asks for.
       100-PRINT-PAY-STATEMENTS.
           PERFORM 200-INIT-PAY-STATEMENTS.
           PERFORM 200-PROCESS-PAY-RESULT
               UNTIL END-OF-PAY-RESULTS.
           PERFORM 200-TERM-PAY-STATEMENTS.
           STOP RUN.

      *Takes the employee selection, opens the roster and archive for
      *the YTD lookups, and positions the pay results at the run
      *period's first result.
       200-INIT-PAY-STATEMENTS.
           PERFORM 700-ENTER-EMPLOYEE-NUM.
           PERFORM 700-OPEN-PAYROLE-FILES.
           PERFORM 700-GET-RUN-PERIOD.
           PERFORM 700-OPEN-RESULTS-FILE.
           IF NOT END-OF-PAY-RESULTS
               PERFORM 700-READ-PAY-RESULT
           END-IF.

      *Prints the current result's stub if the run asks for that
      *employee, then reads the next result.
       200-PROCESS-PAY-RESULT.
           IF WS-SEARCH-EMP-NUM = ZERO
               OR PR-EMPLOYEE-NUM = WS-SEARCH-EMP-NUM
               PERFORM 700-GET-YTD-FIGURES
               PERFORM 700-PRINT-PAY-STUB
           END-IF.
           PERFORM 700-READ-PAY-RESULT.

      *Reports a run that printed nothing, displays the count, and
      *closes the files. A single employee keyed with no result for
      *the period is called out (RC=4) - nobody was paid for them.
       200-TERM-PAY-STATEMENTS.
           DISPLAY " ".
           IF WS-STUBS-PRINTED = ZERO
               DISPLAY "NO PAY STATEMENTS PRINTED FOR THIS RUN"
               IF WS-SEARCH-EMP-NUM NOT = ZERO
                   DISPLAY "NO PAY RESULT FOR PERIOD " WS-RUN-PERIOD
                       " - EMPLOYEE " WS-SEARCH-EMP-NUM
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "PAY STATEMENTS PRINTED : " WS-STUBS-PRINTED.
           PERFORM 700-CLOSE-FILES.

      *Takes the employee number to print, zero meaning every
      *employee paid in the period - batch console prompt, no
      *LINE/COLUMN, the same way Program10.cbl takes its run-time
      *input. Under the nightly streams STEP35's SYSIN supplies the
      *value.
       700-ENTER-EMPLOYEE-NUM.
           DISPLAY "ENTER EMPLOYEE NUMBER (0 FOR ALL)".
           ACCEPT  WS-SEARCH-EMP-NUM.

      *Opens the roster and the archive for keyed YTD lookups. Either
      *one missing only means no employee is found on it - the stubs
      *still print, the affected YTD lines called out by
      *700-GET-YTD-FIGURES.
       700-OPEN-PAYROLE-FILES.
           OPEN INPUT PAYROLE-FILE.
           OPEN INPUT PAYROLE-ARCHIVE-FILE.

      *Opens the results file and positions it at the run period's
      *first result. With no results file at all STEP25 has never
      *run, and with none for the period nobody was paid - either
      *way no stubs print, rather than letting an unchecked OPEN
      *INPUT abend the batch step.
       700-OPEN-RESULTS-FILE.
           OPEN INPUT PAY-RESULTS-FILE.
           IF WS-RESULTS-FILE-MISSING
               DISPLAY "NO PAY RESULTS ON FILE"
               MOVE "Y" TO WS-EOF-FLAG
           ELSE
               MOVE WS-RUN-PERIOD TO PR-PERIOD
               MOVE ZERO          TO PR-EMPLOYEE-NUM
               START PAY-RESULTS-FILE KEY IS NOT < PR-RESULT-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-FLAG
               END-START
           END-IF.

      *Reads the next pay result, ending the run at end of file or at
      *the first result belonging to a later period.
       700-READ-PAY-RESULT.
           READ PAY-RESULTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.
           IF NOT END-OF-PAY-RESULTS
               IF PR-PERIOD NOT = WS-RUN-PERIOD
                   MOVE "Y" TO WS-EOF-FLAG
               END-IF
           END-IF.

      *Looks up the current result's employee for the YTD figures -
      *on the roster first, then on the archive for a terminated
      *employee moved off it. An employee on neither prints zero YTD
      *and is called out (RC=4).
       700-GET-YTD-FIGURES.
           MOVE "N"  TO WS-YTD-FLAG.
           MOVE ZERO TO WS-STUB-YTD-HOURS WS-STUB-YTD-GROSS.
           IF WS-PAYROLE-OK
               MOVE PR-EMPLOYEE-NUM TO EMPLOYEE-NUM-OUT
               READ PAYROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y"                TO WS-YTD-FLAG
                       MOVE YTD-HOURS-OUT      TO WS-STUB-YTD-HOURS
                       MOVE YTD-GROSS-PAY-OUT  TO WS-STUB-YTD-GROSS
               END-READ
           END-IF.
           IF NOT WS-YTD-FOUND
              AND WS-ARCHIVE-OK
               MOVE PR-EMPLOYEE-NUM TO ARCH-EMPLOYEE-NUM
               READ PAYROLE-ARCHIVE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y"                TO WS-YTD-FLAG
                       MOVE ARCH-YTD-HOURS     TO WS-STUB-YTD-HOURS
                       MOVE ARCH-YTD-GROSS-PAY TO WS-STUB-YTD-GROSS
               END-READ
           END-IF.
           IF NOT WS-YTD-FOUND
               DISPLAY "EMPLOYEE " PR-EMPLOYEE-NUM
                   " NOT ON ROSTER OR ARCHIVE - STUB YTD SHOWS ZERO"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Takes the period the stubs print off the period control
      *file's single current period - the period STEP25 calculated
      *the pay results for. Same lookup as PAYCALC's
      *700-GET-RUN-PERIOD, wall-clock fallback included.
       700-GET-RUN-PERIOD.
           MOVE "N"    TO WS-PC-EOF-FLAG.
           MOVE SPACES TO WS-RUN-PERIOD.

      *Prints one employee's complete stub - heading, the earnings
      *breakdown line by line, each deduction itemized, net pay, and
      *the YTD figures 700-GET-YTD-FIGURES looked up.
       700-PRINT-PAY-STUB.
           DISPLAY " ".
           DISPLAY STUB-SEPARATOR-LINE.
           MOVE PR-PERIOD              TO SH-PERIOD.
           DISPLAY STUB-HEADING-LINE.
           MOVE PR-EMPLOYEE-NUM        TO SE-EMPLOYEE-NUM.
           MOVE PR-EMPLOYEE-LNAME      TO SE-EMPLOYEE-LNAME.
           MOVE PR-EMPLOYEE-INITIALS   TO SE-EMPLOYEE-INITIALS.
           MOVE PR-DEPT-CODE           TO SE-DEPT-CODE.
           DISPLAY STUB-EMPLOYEE-LINE.
           DISPLAY " ".
           DISPLAY EARNINGS-HEADING-LINE.
           IF PR-SALARIED
               PERFORM 700-PRINT-SALARY-LINES
           ELSE
               PERFORM 700-PRINT-HOURLY-LINES
           END-IF.
           MOVE "SHIFT PREMIUM"        TO ED-PAY-TYPE.
           MOVE PR-SHIFT-HOURS         TO ED-HOURS.
           MOVE PR-SHIFT-RATE          TO ED-RATE.
           MOVE PR-SHIFT-PREM-PAY      TO ED-AMOUNT.
           DISPLAY EARNINGS-DETAIL-LINE.
           MOVE "ON-CALL"              TO ED-PAY-TYPE.
           MOVE PR-ONCALL-HOURS        TO ED-HOURS.
           MOVE PR-ONCALL-RATE         TO ED-RATE.
           MOVE PR-ONCALL-PAY          TO ED-AMOUNT.
           DISPLAY EARNINGS-DETAIL-LINE.
      *Public holiday earnings print only when there are any - the
      *hours worked on a holiday at the time-and-a-half rate paid,
      *and the holiday pay entitlement as its own amount line. A
      *result calculated before these fields were carried has
      *neither.
           IF PR-HOLIDAY-HOURS IS NUMERIC
              AND PR-HOLIDAY-HOURS > ZERO
               MOVE "HOLIDAY WORKED"   TO ED-PAY-TYPE
               MOVE PR-HOLIDAY-HOURS   TO ED-HOURS
               MOVE PR-HOLIDAY-RATE    TO ED-RATE
               MOVE PR-HOLIDAY-PREM-PAY TO ED-AMOUNT
               DISPLAY EARNINGS-DETAIL-LINE
           END-IF.
           IF PR-STAT-HOLIDAY-PAY IS NUMERIC
              AND PR-STAT-HOLIDAY-PAY > ZERO
               MOVE "PUBLIC HOLIDAY PAY" TO AM-CAPTION
               MOVE PR-STAT-HOLIDAY-PAY TO AM-AMOUNT
               DISPLAY AMOUNT-LINE
           END-IF.
      *Retroactive pay for a back-dated rate increase, paid in the
      *period as its own amount line - only when there is any.
           IF PR-RETRO-PAY IS NUMERIC
              AND PR-RETRO-PAY > ZERO
               MOVE "RETROACTIVE PAY"  TO AM-CAPTION
               MOVE PR-RETRO-PAY       TO AM-AMOUNT
               DISPLAY AMOUNT-LINE
           END-IF.
      *A terminated employee's final pay carries the vacation
      *balance paid out - printed only when there is one, so every
      *other stub stays as it was.
           IF PR-VAC-PAYOUT > ZERO
               MOVE "VACATION PAYOUT"  TO AM-CAPTION
               MOVE PR-VAC-PAYOUT      TO AM-AMOUNT
               DISPLAY AMOUNT-LINE
           END-IF.
           MOVE "GROSS PAY"            TO AM-CAPTION.
           MOVE PR-GROSS-PAY           TO AM-AMOUNT.
           DISPLAY AMOUNT-LINE.
           DISPLAY " ".
           DISPLAY "DEDUCTIONS".
           MOVE "INCOME TAX"           TO AM-CAPTION.
           MOVE PR-INCOME-TAX          TO AM-AMOUNT.
           DISPLAY AMOUNT-LINE.
           MOVE "CPP"                  TO AM-CAPTION.
           MOVE PR-CPP-DEDUCTION       TO AM-AMOUNT.
           DISPLAY AMOUNT-LINE.
           MOVE "EI"                   TO AM-CAPTION.
           MOVE PR-EI-DEDUCTION        TO AM-AMOUNT.
           DISPLAY AMOUNT-LINE.
           MOVE "BENEFIT PREMIUM"      TO AM-CAPTION.
           MOVE PR-BENEFIT-TAKEN       TO AM-AMOUNT.
           DISPLAY AMOUNT-LINE.
      *One garnishment line per court order taken against, captioned
      *with the order number so the employee can match it to the
      *order served on them - or the single flat line when the
      *employee has no order on file (a result line with no order
      *number, or no line at all when nothing was taken).
           IF PR-GARNISH-COUNT > ZERO
               PERFORM VARYING WS-GARNISH-LINE-SUB FROM 1 BY 1
                       UNTIL WS-GARNISH-LINE-SUB > PR-GARNISH-COUNT
                   MOVE SPACES TO AM-CAPTION
                   IF PR-ORDER-NUM(WS-GARNISH-LINE-SUB) = SPACES
                       MOVE "GARNISHMENT"  TO AM-CAPTION
                   ELSE
                       STRING
                           "GARN ORDER "   DELIMITED BY SIZE
                           PR-ORDER-NUM(WS-GARNISH-LINE-SUB)
                                           DELIMITED BY SIZE
                           INTO AM-CAPTION
                       END-STRING
                   END-IF
                   MOVE PR-ORDER-TAKEN(WS-GARNISH-LINE-SUB)
                                           TO AM-AMOUNT
                   DISPLAY AMOUNT-LINE
               END-PERFORM
           ELSE
               MOVE "GARNISHMENT"          TO AM-CAPTION
               MOVE PR-GARNISH-TAKEN       TO AM-AMOUNT
               DISPLAY AMOUNT-LINE
           END-IF.
           MOVE "TOTAL DEDUCTIONS"     TO AM-CAPTION.
           MOVE PR-TOTAL-DEDUCTIONS    TO AM-AMOUNT.
           DISPLAY AMOUNT-LINE.
           DISPLAY " ".
           MOVE "NET PAY"              TO AM-CAPTION.
           MOVE PR-NET-PAY             TO AM-AMOUNT.
           DISPLAY AMOUNT-LINE.
           MOVE WS-STUB-YTD-HOURS      TO YL-YTD-HOURS.
           MOVE WS-STUB-YTD-GROSS      TO YL-YTD-GROSS.
           DISPLAY YTD-LINE.
           DISPLAY STUB-SEPARATOR-LINE.
           ADD 1 TO WS-STUBS-PRINTED.

      *An hourly employee's regular earnings - straight time and
      *overtime, each with its hours and the rate paid.
       700-PRINT-HOURLY-LINES.
           MOVE "STRAIGHT TIME"        TO ED-PAY-TYPE.
           MOVE PR-STRAIGHT-HOURS      TO ED-HOURS.
           MOVE PR-HOURLY-PAY          TO ED-RATE.
           MOVE PR-STRAIGHT-PAY        TO ED-AMOUNT.
           DISPLAY EARNINGS-DETAIL-LINE.
      *The overtime line carries the time-and-a-half rate actually
      *paid, not the base rate, so the stub's hours times rate lines
      *up with the amount the employee sees.
           MOVE "OVERTIME (1.5X)"      TO ED-PAY-TYPE.
           MOVE PR-OVERTIME-HOURS      TO ED-HOURS.
           MOVE PR-OVERTIME-RATE       TO ED-RATE.
           MOVE PR-OVERTIME-PAY        TO ED-AMOUNT.
           DISPLAY EARNINGS-DETAIL-LINE.

      *A salaried employee's regular earnings - the period's salary
      *on one line with the hours keyed but no rate, since hours do
      *not drive it. A hire or termination month paid for only part
      *of the period says how many of its days were paid.
       700-PRINT-SALARY-LINES.
           MOVE "SALARY"               TO ED-PAY-TYPE.
           MOVE PR-STRAIGHT-HOURS      TO ED-HOURS.
           MOVE SPACES                 TO ED-RATE-TEXT.
           MOVE PR-STRAIGHT-PAY        TO ED-AMOUNT.
           DISPLAY EARNINGS-DETAIL-LINE.
           IF PR-SALARY-DAYS < PR-PERIOD-DAYS
               DISPLAY "  PRORATED - " PR-SALARY-DAYS " OF "
                   PR-PERIOD-DAYS " DAYS IN PERIOD"
           END-IF.

      *Closes the roster, the archive and the pay results.
       700-CLOSE-FILES.
           IF WS-PAYROLE-OK
               CLOSE PAYROLE-FILE
           END-IF.
           IF WS-ARCHIVE-OK
               CLOSE PAYROLE-ARCHIVE-FILE
           END-IF.
           IF NOT WS-RESULTS-FILE-MISSING
               CLOSE PAY-RESULTS-FILE
           END-IF.

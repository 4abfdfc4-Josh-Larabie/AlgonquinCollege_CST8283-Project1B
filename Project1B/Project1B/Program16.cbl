
       DATA DIVISION.
       FILE SECTION.
      *One timekeeping feed line - who, and the hours figures for
      *the period being posted. Rates are not fed in: the
      *timekeeping system tracks time, not pay, and the rates on
      *the roster are what the posting pays them at.
      *TK-HOLIDAY-HOURS is the hours worked on a public holiday,
      *paid at the premium rate apart from TK-HOURS-WORKED - a feed
      *line from before the field was added ends short, reads as
      *spaces there, and is taken as no holiday hours.
       FD  TK-FEED-FILE.
       01  TK-FEED-RECORD.
           05 TK-EMPLOYEE-NUM             PIC 9(9).
           05 TK-HOURS-WORKED             PIC 9(4).
           05 TK-SHIFT-HOURS              PIC 9(4).
           05 TK-ONCALL-HOURS             PIC 9(4).
           05 TK-HOLIDAY-HOURS            PIC 9(4).

       FD PAYROLE-FILE.
       01  PAYRECORD-OUT.
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
      *Program1.cbl's PAY-HISTORY-RECORD.
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
           05  CT-HASH-HOURLY-PAY      PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-HASH-HOURS-WORKED    PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-RETRO-GROSS-PAY      PIC 9(9)V99.

      *One effective-dated rate entry - same layout PAYRATES
      *(Program13.cbl) maintains; see Program1.cbl's
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

      *Work fields used to compute this period's gross pay when
      *accumulating the year-to-date totals - same fields as
           05  WS-STRAIGHT-PAY        PIC 9(7)V99  VALUE ZERO.
           05  WS-SHIFT-PREM-PAY      PIC 9(7)V99  VALUE ZERO.
           05  WS-ONCALL-PAY          PIC 9(7)V99  VALUE ZERO.
           05  WS-HOLIDAY-PREM-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-PERIOD-GROSS-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-OLD-PERIOD-GROSS-PAY PIC 9(7)V99 VALUE ZERO.
           05  WS-PERIOD-CPP-DED      PIC 9(6)V99  VALUE ZERO.
           05  WS-PERIOD-VAC-ACCR     PIC 9(6)V99  VALUE ZERO.
           05  WS-OLD-PERIOD-VAC-ACCR PIC 9(6)V99  VALUE ZERO.

      *Work fields for 700-COMPUTE-SALARY-PAY - same fields as
      *Program1.cbl's SALARY-PAY-CALC - the monthly period
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


       01  WS-FILE-STATUS-FIELDS.
           05  WS-TKFEED-STATUS           PIC X(2).
               88  WS-TKFEED-OK               VALUE "00".
           05  WS-OLD-SHIFT-HOURS     PIC 9(4)    VALUE ZERO.
           05  WS-OLD-ONCALL-RATE     PIC 9(4)    VALUE ZERO.
           05  WS-OLD-ONCALL-HOURS    PIC 9(4)    VALUE ZERO.
           05  WS-OLD-PAY-TYPE        PIC X(1)    VALUE SPACE.
               88  WS-OLD-SALARIED                VALUE "S".
           05  WS-OLD-ANNUAL-SALARY   PIC 9(7)V99 VALUE ZERO.
           05  WS-OLD-HIRE-DATE       PIC X(8)    VALUE SPACES.
           05  WS-OLD-HOLIDAY-HOURS   PIC 9(4)    VALUE ZERO.

      *Work fields used to build a timestamp for the audit log and
      *pay history - same pattern as Program1.cbl's identical
           05  WS-PRIOR-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURLY-PAY   PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURS-WORKED PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

      *Signed work field the new hash is computed into before it is
      *trusted - see Program1.cbl's WS-COMPUTED-CONTROL-TOTALS for
       700-EDIT-TK-FEED-RECORD.
           MOVE "N" TO WS-RECORD-REJECTED-FLAG.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TK-HOLIDAY-HOURS NOT NUMERIC
               MOVE ZERO TO TK-HOLIDAY-HOURS
           END-IF.
           IF TK-EMPLOYEE-NUM = ZERO
               MOVE "Y" TO WS-RECORD-REJECTED-FLAG
               MOVE "EMPLOYEE NUMBER MUST NOT BE ZERO"
               MOVE "ON-CALL HOURS MUST BE 0 THRU 80"
                                       TO WS-REJECT-REASON
           END-IF.
           IF NOT WS-RECORD-REJECTED AND TK-HOLIDAY-HOURS > 80
               MOVE "Y" TO WS-RECORD-REJECTED-FLAG
               MOVE "HOLIDAY HOURS MUST BE 0 THRU 80"
                                       TO WS-REJECT-REASON
           END-IF.
           IF NOT WS-RECORD-REJECTED
               PERFORM 700-READ-PAYROLE-RECORD
               IF NOT WS-RECORD-FOUND
                                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *The holiday premium is an hourly rate uplift - holiday time
      *for a salaried employee is inside the salary, the same rule
      *Program1.cbl's 700-ACCEPT-HOLIDAY-HOURS applies.
           IF NOT WS-RECORD-REJECTED
               IF EMPLOYEE-SALARIED-OUT AND TK-HOLIDAY-HOURS > ZERO
                   MOVE "Y" TO WS-RECORD-REJECTED-FLAG
                   MOVE "HOLIDAY HOURS FED FOR SALARIED EMPLOYEE"
                                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *Reads the roster record for the feed line's employee number,
      *setting WS-RECORD-FOUND-FLAG accordingly. A record written
      *before the roster carried holiday hours reads as none, so a
      *same-period correction backs out no holiday premium.
       700-READ-PAYROLE-RECORD.
           MOVE "N" TO WS-RECORD-FOUND-FLAG.
           MOVE TK-EMPLOYEE-NUM TO EMPLOYEE-NUM-OUT.
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND-FLAG
                   IF EMPLOYEE-HOLIDAY-HOURS-OUT NOT NUMERIC
                       MOVE ZERO TO EMPLOYEE-HOLIDAY-HOURS-OUT
                   END-IF
                   IF EMPLOYEE-HOLIDAY-PAY-OUT NOT NUMERIC
                       MOVE ZERO TO EMPLOYEE-HOLIDAY-PAY-OUT
                   END-IF
           END-READ.

      *Posts one feed line - the same sequence Program1.cbl's
           MOVE EMPLOYEE-SHIFT-HOURS-OUT   TO WS-OLD-SHIFT-HOURS.
           MOVE EMPLOYEE-ONCALL-RATE-OUT   TO WS-OLD-ONCALL-RATE.
           MOVE EMPLOYEE-ONCALL-HOURS-OUT  TO WS-OLD-ONCALL-HOURS.
           MOVE EMPLOYEE-PAY-TYPE-OUT      TO WS-OLD-PAY-TYPE.
           MOVE EMPLOYEE-ANNUAL-SALARY-OUT TO WS-OLD-ANNUAL-SALARY.
           MOVE EMPLOYEE-HIRE-DATE-OUT     TO WS-OLD-HIRE-DATE.
           MOVE EMPLOYEE-HOLIDAY-HOURS-OUT TO WS-OLD-HOLIDAY-HOURS.
           MOVE PAYRECORD-OUT              TO PAYRECORD-IN.
           MOVE TK-HOURS-WORKED            TO HOURS-WORKED.
           MOVE TK-SHIFT-HOURS             TO EMPLOYEE-SHIFT-HOURS.
           MOVE TK-ONCALL-HOURS            TO EMPLOYEE-ONCALL-HOURS.
           MOVE TK-HOLIDAY-HOURS           TO EMPLOYEE-HOLIDAY-HOURS.
           PERFORM 700-ACCUMULATE-YTD.
           PERFORM 700-REWRITE-PAYROLE-RECORD.

      *An hourly employee's regular earnings are their hours at the
      *hourly rate with overtime past 40 hours, a salaried
      *employee's are the period's share of their annual salary -
      *the feed's hours are still posted for a salaried employee,
      *but do not change what they are paid. Holiday hours are paid
      *at time-and-a-half outside the 40-hour overtime rule. See
      *Program1.cbl's identical 700-COMPUTE-PERIOD-GROSS-PAY for why
      *each term is staged in its own decimal field.
       700-COMPUTE-PERIOD-GROSS-PAY.
           IF EMPLOYEE-SALARIED
               PERFORM 700-COMPUTE-SALARIED-EARNINGS
           ELSE
               PERFORM 700-COMPUTE-HOURLY-EARNINGS
           END-IF.
           COMPUTE WS-SHIFT-PREM-PAY ROUNDED =
               EMPLOYEE-SHIFT-HOURS * EMPLOYEE-SHIFT-PREM-RATE.
           COMPUTE WS-ONCALL-PAY ROUNDED =
               EMPLOYEE-ONCALL-HOURS * EMPLOYEE-ONCALL-RATE.
           COMPUTE WS-HOLIDAY-PREM-PAY ROUNDED =
               EMPLOYEE-HOLIDAY-HOURS * EMPLOYEE-HOURLY-PAY * 1.5.
           COMPUTE WS-PERIOD-GROSS-PAY ROUNDED =
               WS-STRAIGHT-PAY
               + WS-OVERTIME-PAY + WS-SHIFT-PREM-PAY + WS-ONCALL-PAY
               + WS-HOLIDAY-PREM-PAY.

      *Straight time is paid for the first 40 hours worked, anything
      *beyond 40 hours is paid at time-and-a-half.
       700-COMPUTE-HOURLY-EARNINGS.
           IF HOURS-WORKED > 40
               MOVE 40                         TO WS-STRAIGHT-HOURS
               COMPUTE WS-OVERTIME-HOURS = HOURS-WORKED - 40
           END-IF.
           COMPUTE WS-OVERTIME-PAY ROUNDED =
               WS-OVERTIME-HOURS * EMPLOYEE-HOURLY-PAY * 1.5.
           COMPUTE WS-STRAIGHT-PAY =
               WS-STRAIGHT-HOURS * EMPLOYEE-HOURLY-PAY.

      *A salaried employee is paid the period's share of the annual
      *salary whatever hours were fed - no overtime.
       700-COMPUTE-SALARIED-EARNINGS.
           MOVE HOURS-WORKED           TO WS-STRAIGHT-HOURS.
           MOVE ZERO                   TO WS-OVERTIME-HOURS
                                          WS-OVERTIME-PAY.
           MOVE WS-CURRENT-PERIOD      TO WS-SALARY-PERIOD.
           MOVE EMPLOYEE-ANNUAL-SALARY TO WS-SALARY-ANNUAL.
           MOVE EMPLOYEE-HIRE-DATE     TO WS-SALARY-HIRE-DATE.
           MOVE SPACES                 TO WS-SALARY-TERM-DATE.
           PERFORM 700-COMPUTE-SALARY-PAY.
           MOVE WS-SALARY-PAY          TO WS-STRAIGHT-PAY.

      *Works out a salaried employee's pay for the monthly period in
      *WS-SALARY-PERIOD, prorated by calendar day for a month the
      *employee was hired or terminated in - see Program1.cbl's
      *identical 700-COMPUTE-SALARY-PAY.
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


      *Same formula applied to the hours a same-period rerun is
      *about to overwrite - see Program1.cbl's identical
      *700-COMPUTE-OLD-PERIOD-GROSS-PAY.
       700-COMPUTE-OLD-PERIOD-GROSS-PAY.
           IF WS-OLD-SALARIED
               MOVE ZERO                       TO WS-OVERTIME-PAY
               MOVE WS-CURRENT-PERIOD          TO WS-SALARY-PERIOD
               MOVE WS-OLD-ANNUAL-SALARY       TO WS-SALARY-ANNUAL
               MOVE WS-OLD-HIRE-DATE           TO WS-SALARY-HIRE-DATE
               MOVE SPACES                     TO WS-SALARY-TERM-DATE
               PERFORM 700-COMPUTE-SALARY-PAY
               MOVE WS-SALARY-PAY              TO WS-STRAIGHT-PAY
           ELSE
               PERFORM 700-COMPUTE-OLD-HOURLY-EARNINGS
           END-IF.
           COMPUTE WS-SHIFT-PREM-PAY ROUNDED =
               WS-OLD-SHIFT-HOURS * WS-OLD-SHIFT-PREM-RATE.
           COMPUTE WS-ONCALL-PAY ROUNDED =
               WS-OLD-ONCALL-HOURS * WS-OLD-ONCALL-RATE.
           COMPUTE WS-HOLIDAY-PREM-PAY ROUNDED =
               WS-OLD-HOLIDAY-HOURS * WS-OLD-HOURLY-PAY * 1.5.
           COMPUTE WS-OLD-PERIOD-GROSS-PAY ROUNDED =
               WS-STRAIGHT-PAY
               + WS-OVERTIME-PAY + WS-SHIFT-PREM-PAY + WS-ONCALL-PAY
               + WS-HOLIDAY-PREM-PAY.

      *Same formula as 700-COMPUTE-HOURLY-EARNINGS, applied to the
      *old hourly pay/hours worked.
       700-COMPUTE-OLD-HOURLY-EARNINGS.
           IF WS-OLD-HOURS-WORKED > 40
               MOVE 40                         TO WS-STRAIGHT-HOURS
               COMPUTE WS-OVERTIME-HOURS = WS-OLD-HOURS-WORKED - 40
           END-IF.
           COMPUTE WS-OVERTIME-PAY ROUNDED =
               WS-OVERTIME-HOURS * WS-OLD-HOURLY-PAY * 1.5.
           COMPUTE WS-STRAIGHT-PAY =
               WS-STRAIGHT-HOURS * WS-OLD-HOURLY-PAY.

      *Adds this period's hours and gross onto the employee's YTD
      *totals - the same correction-aware accumulation Program1.cbl
           IF LAST-PERIOD-POSTED = WS-CURRENT-PERIOD
               PERFORM 700-COMPUTE-OLD-PERIOD-GROSS-PAY
               SUBTRACT WS-OLD-HOURS-WORKED      FROM YTD-HOURS
               SUBTRACT WS-OLD-HOLIDAY-HOURS     FROM YTD-HOURS
               SUBTRACT WS-OLD-PERIOD-GROSS-PAY  FROM YTD-GROSS-PAY
               COMPUTE WS-OLD-PERIOD-CPP-DED ROUNDED =
                   WS-OLD-PERIOD-GROSS-PAY * WS-CPP-RATE
                                       FROM EMPLOYEE-VAC-BALANCE
           END-IF.
           ADD  HOURS-WORKED         TO YTD-HOURS.
           ADD  EMPLOYEE-HOLIDAY-HOURS TO YTD-HOURS.
           ADD  WS-PERIOD-GROSS-PAY  TO YTD-GROSS-PAY.
           COMPUTE WS-PERIOD-CPP-DED ROUNDED =
               WS-PERIOD-GROSS-PAY * WS-CPP-RATE.
           MOVE HOURS-WORKED           TO PH-HOURS-WORKED.
           MOVE EMPLOYEE-SHIFT-HOURS   TO PH-SHIFT-HOURS.
           MOVE EMPLOYEE-ONCALL-HOURS  TO PH-ONCALL-HOURS.
           MOVE EMPLOYEE-HOLIDAY-HOURS TO PH-HOLIDAY-HOURS.
           MOVE WS-PERIOD-GROSS-PAY    TO PH-PERIOD-GROSS.
           MOVE WS-FORMATTED-TIMESTAMP TO PH-POST-TIMESTAMP.
           WRITE PAY-HISTORY-RECORD.
                                         WS-PRIOR-HASH-HOURLY-PAY
                       MOVE CT-HASH-HOURS-WORKED TO
                                         WS-PRIOR-HASH-HOURS-WORKED
                       MOVE CT-RETRO-GROSS-PAY TO
                                         WS-PRIOR-RETRO-GROSS-PAY
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
               MOVE WS-PRIOR-HASH-HOURLY-PAY      TO CT-HASH-HOURLY-PAY
               MOVE WS-COMPUTED-HASH-HOURS-WORKED
                                       TO CT-HASH-HOURS-WORKED
               MOVE WS-PRIOR-RETRO-GROSS-PAY      TO CT-RETRO-GROSS-PAY
               WRITE CONTROL-TOTAL-RECORD
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

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

      *One comma-delimited line per employee, built up in GL-CSV-LINE
      *and written out as a variable-length LINE SEQUENTIAL record.
           05 ARCH-YTD-EI-DED           PIC 9(6)V99.
           05 ARCH-EMPLOYEE-BANK-STATUS PIC X(1).
           05 ARCH-EMPLOYEE-VAC-BALANCE PIC 9(6)V99.
           05 ARCH-EMPLOYEE-PAY-TYPE    PIC X(1).
           05 ARCH-EMPLOYEE-ANNUAL-SALARY PIC 9(7)V99.
           05 ARCH-EMPLOYEE-HIRE-DATE   PIC X(8).
           05 ARCH-EMPLOYEE-HOLIDAY-HOURS PIC 9(4).
           05 ARCH-EMPLOYEE-HOLIDAY-PAY PIC 9(5)V99.
           05 ARCH-EMPLOYEE-HOLIDAY-PERIOD PIC X(6).

       WORKING-STORAGE SECTION.
       01  PAYRECORD-IN.
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
           05  WS-STRAIGHT-PAY     PIC 9(7)V99 VALUE ZERO.
           05  WS-SHIFT-PREM-PAY   PIC 9(7)V99 VALUE ZERO.
           05  WS-ONCALL-PAY       PIC 9(7)V99 VALUE ZERO.
           05  WS-HOLIDAY-PREM-PAY PIC 9(7)V99 VALUE ZERO.
           05  WS-GROSS-PAY        PIC 9(7)V99 VALUE ZERO.

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


      *Edited fields used to build each CSV field free of leading
      *zeros/spaces before they are joined with commas.
       01  CSV-EDIT-FIELDS.
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
      *employee's are the share of their annual salary for the
      *period last posted to the record - see Program1.cbl's
      *identical 700-COMPUTE-PERIOD-GROSS-PAY.
       700-COMPUTE-GROSS-PAY.
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
      *Hours worked on a public holiday at time-and-a-half, outside
      *the overtime rule - none on a record written before the
      *roster carried them.
           IF EMPLOYEE-HOLIDAY-HOURS NOT NUMERIC
               MOVE ZERO TO EMPLOYEE-HOLIDAY-HOURS
           END-IF.
           COMPUTE WS-HOLIDAY-PREM-PAY ROUNDED =
               EMPLOYEE-HOLIDAY-HOURS * EMPLOYEE-HOURLY-PAY * 1.5.
           COMPUTE WS-GROSS-PAY ROUNDED =
               WS-STRAIGHT-PAY
               + WS-OVERTIME-PAY + WS-SHIFT-PREM-PAY + WS-ONCALL-PAY
               + WS-HOLIDAY-PREM-PAY.

      *Straight time is paid for the first 40 hours worked, anything
      *beyond 40 hours is paid at time-and-a-half.
       700-COMPUTE-HOURLY-EARNINGS.
           IF HOURS-WORKED > 40
               MOVE 40                         TO WS-STRAIGHT-HOURS
               COMPUTE WS-OVERTIME-HOURS = HOURS-WORKED - 40
      *arithmetic rules.
           COMPUTE WS-OVERTIME-PAY ROUNDED =
               WS-OVERTIME-HOURS * EMPLOYEE-HOURLY-PAY * 1.5.
      *Straight pay is staged into its own decimal field as well -
      *an all-integer product buried inside the final COMPUTE's
      *operand list evaluates wrong under -std=ibm intermediate
      *arithmetic once three decimal addends follow it.
           COMPUTE WS-STRAIGHT-PAY =
               WS-STRAIGHT-HOURS * EMPLOYEE-HOURLY-PAY.

      *A salaried employee is paid the share of the annual salary
      *for LAST-PERIOD-POSTED, prorated to the termination date for
      *an archived employee. A record never posted has no period
      *and no salary earned yet.
       700-COMPUTE-SALARIED-EARNINGS.
           MOVE ZERO                   TO WS-OVERTIME-PAY.
           IF LAST-PERIOD-POSTED IS NUMERIC
               MOVE LAST-PERIOD-POSTED     TO WS-SALARY-PERIOD
               MOVE EMPLOYEE-ANNUAL-SALARY TO WS-SALARY-ANNUAL
               MOVE EMPLOYEE-HIRE-DATE     TO WS-SALARY-HIRE-DATE
               IF EMPLOYEE-STATUS = "T"
                   MOVE EMPLOYEE-TERM-DATE TO WS-SALARY-TERM-DATE
               ELSE
                   MOVE SPACES             TO WS-SALARY-TERM-DATE
               END-IF
               PERFORM 700-COMPUTE-SALARY-PAY
               MOVE WS-SALARY-PAY          TO WS-STRAIGHT-PAY
           ELSE
               MOVE ZERO                   TO WS-STRAIGHT-PAY
           END-IF.

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

      *Builds and writes one comma-delimited CSV line for the record
      *currently held in PAYRECORD-IN / WS-GROSS-PAY.

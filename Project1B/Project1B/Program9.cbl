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

      *Same layout Program1.cbl appends to on every add/change/delete
      *- see Program1.cbl's AUDIT-LOG-RECORD. AL-ACTION carries
           05  CT-HASH-HOURLY-PAY      PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-HASH-HOURS-WORKED    PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-RETRO-GROSS-PAY      PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
      *conversion and quietly drops the last decimal.
           05  WS-PERCENT-INPUT       PIC X(7)   VALUE SPACES.
           05  WS-FLAT-AMOUNT         PIC 9(4)   VALUE ZERO.
      *A flat raise is keyed in dollars an hour, which means nothing
      *against an annual salary - a flat adjustment takes a second,
      *annual dollar amount for salaried employees. Zero leaves the
      *salaried employees in scope as they are.
           05  WS-FLAT-SALARY-AMOUNT  PIC 9(7)   VALUE ZERO.
      *WS-PERCENT-AMOUNT already divided by 100, staged once into a
      *five-decimal field before any rate is touched - dividing
      *inside the rate COMPUTE keeps only two decimals in the
           05  WS-OLD-RATE            PIC 9(4)     VALUE ZERO.
           05  WS-NEW-RATE            PIC S9(5)V99 VALUE ZERO.
           05  WS-NEW-RATE-DOLLARS    PIC S9(5)    VALUE ZERO.
      *The same for a salaried employee's annual salary, kept to the
      *cent.
           05  WS-OLD-SALARY          PIC 9(7)V99  VALUE ZERO.
           05  WS-NEW-SALARY          PIC S9(8)V99 VALUE ZERO.

      *This run's net change to the hourly rate hash, folded into the
      *running control totals the same way Program1.cbl's
           05  WS-PRIOR-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURLY-PAY   PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURS-WORKED PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

      *Signed work field the new hash is computed into before it is
      *trusted - see Program1.cbl's WS-COMPUTED-CONTROL-TOTALS for

      *Applies the adjustment to the current record if it is in
      *scope and the new rate lands in range, then reads the next.
      *A salaried employee's annual salary is adjusted in place of
      *the hourly rate they do not carry.
       200-ADJUST-PAYROLE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           IF WS-SCOPE-ALL
               OR UNION-MEMBER-OUT = WS-ADJUST-SCOPE
               IF EMPLOYEE-SALARIED-OUT
                   PERFORM 700-COMPUTE-NEW-SALARY
                   PERFORM 700-APPLY-NEW-SALARY
               ELSE
                   PERFORM 700-COMPUTE-NEW-RATE
                   PERFORM 700-APPLY-NEW-RATE
               END-IF
           END-IF.
           PERFORM 700-READ-PAYROLE-RECORD.

               ACCEPT  WS-FLAT-AMOUNT
               PERFORM 700-EDIT-FLAT-AMOUNT
                   UNTIL WS-FLAT-AMOUNT NOT = ZERO
               DISPLAY "ENTER FLAT SALARY AMOUNT (NNNNNNN) 0-NONE"
               ACCEPT  WS-FLAT-SALARY-AMOUNT
           END-IF.

      *Normalizes the scope answer to upper case and re-prompts when
               END-REWRITE
           END-IF.

      *Computes the adjusted annual salary for a salaried employee -
      *the same percentage the hourly rates take, or the flat
      *salary amount - into a signed work field wide enough to hold
      *an out-of-range result.
       700-COMPUTE-NEW-SALARY.
           MOVE EMPLOYEE-ANNUAL-SALARY-OUT TO WS-OLD-SALARY.
           IF WS-TYPE-PERCENT
               IF WS-DIRECTION-UP
                   COMPUTE WS-NEW-SALARY ROUNDED = WS-OLD-SALARY +
                       WS-OLD-SALARY * WS-PCT-FRACTION
               ELSE
                   COMPUTE WS-NEW-SALARY ROUNDED = WS-OLD-SALARY -
                       WS-OLD-SALARY * WS-PCT-FRACTION
               END-IF
           ELSE
               IF WS-DIRECTION-UP
                   COMPUTE WS-NEW-SALARY =
                       WS-OLD-SALARY + WS-FLAT-SALARY-AMOUNT
               ELSE
                   COMPUTE WS-NEW-SALARY =
                       WS-OLD-SALARY - WS-FLAT-SALARY-AMOUNT
               END-IF
           END-IF.

      *Rewrites the record with the adjusted salary and logs one
      *audit entry. A flat adjustment with no salary amount leaves
      *the record alone, and a salary that would fall below one
      *dollar or past what EMPLOYEE-ANNUAL-SALARY holds is refused
      *the way an out-of-range rate is. The control totals carry no
      *salary hash, so they do not move.
       700-APPLY-NEW-SALARY.
           IF WS-TYPE-FLAT AND WS-FLAT-SALARY-AMOUNT = ZERO
               ADD 1 TO WS-RECORDS-SKIPPED
               DISPLAY "SKIPPED - EMPLOYEE " EMPLOYEE-NUM-OUT
                   ": SALARIED, NO FLAT SALARY AMOUNT"
           ELSE
               IF WS-NEW-SALARY < 1 OR WS-NEW-SALARY > 9999999.99
                   ADD 1 TO WS-RECORDS-SKIPPED
                   DISPLAY "SKIPPED - EMPLOYEE " EMPLOYEE-NUM-OUT
                       ": ADJUSTED SALARY OUT OF RANGE"
               ELSE
                   MOVE WS-NEW-SALARY TO EMPLOYEE-ANNUAL-SALARY-OUT
                   REWRITE PAYRECORD-OUT
                       INVALID KEY
                           ADD 1 TO WS-RECORDS-SKIPPED
                           DISPLAY "SKIPPED - EMPLOYEE "
                               EMPLOYEE-NUM-OUT
                               ": UNABLE TO REWRITE RECORD"
                       NOT INVALID KEY
                           ADD 1 TO WS-RECORDS-ADJUSTED
                           PERFORM 700-LOG-AUDIT-ADJUSTMENT
                   END-REWRITE
               END-IF
           END-IF.

      *Builds a YYYY-MM-DD HH:MM:SS timestamp for the audit log - see
      *Program1.cbl's identical 700-BUILD-TIMESTAMP.
       700-BUILD-TIMESTAMP.
                                         WS-PRIOR-HASH-HOURLY-PAY
                       MOVE CT-HASH-HOURS-WORKED TO
                                         WS-PRIOR-HASH-HOURS-WORKED
                       MOVE CT-RETRO-GROSS-PAY TO
                                         WS-PRIOR-RETRO-GROSS-PAY
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
               MOVE WS-COMPUTED-HASH-HOURLY-PAY   TO CT-HASH-HOURLY-PAY
               MOVE WS-PRIOR-HASH-HOURS-WORKED
                                       TO CT-HASH-HOURS-WORKED
               MOVE WS-PRIOR-RETRO-GROSS-PAY      TO CT-RETRO-GROSS-PAY
               WRITE CONTROL-TOTAL-RECORD
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

      *STEP20's sort, against the flat work file STEP10 unloads from
      *PAYROLE-FILE. Flags suspect records for operator review before
      *they ride through the sort and print on the register untouched.
      *Assigned to the PAYROLE DDNAME the same way PAYCALC
      *(Program25.cbl) is - GnuCOBOL resolves an unquoted ASSIGN name
      *from the DD_PAYROLE environment variable at run time, which
      *STEP15 sets to STEP10's unloaded work file.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.
      *Rate and banking changes keyed through PROJECT-1-B's CHANGE
      *and held for a second operator's approval - see
      *Program1.cbl's 700-HOLD-CONTROLLED-CHANGES. Every change
      *still pending lists on the report, since tonight's pay goes
      *out at the rates and banking on file, not the ones waiting.
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO "C:\PAYROLL-PENDCHG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-STATUS.

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

      *One line per employee carried from run to run - the rate seen
      *on the last run, how many consecutive pay periods it has
           05  RW-HOURLY-PAY           PIC 9(4).
           05  RW-PERIOD-COUNT         PIC 9(3).
           05  RW-LAST-PERIOD          PIC X(6).
      *A salaried employee's annual salary is watched alongside the
      *hourly rate - it is their rate. A line written before the
      *salary was carried reads back blank and is taken as zero.
           05  RW-ANNUAL-SALARY        PIC 9(7)V99.

      *One pay period's control entry - same layout
      *PAYROLL-PERIOD-CTL (Program17.cbl) maintains.
           05  PC-CURRENT-FLAG     PIC X(1).
               88  PC-CURRENT-PERIOD       VALUE "Y".

      *One held rate/banking change - same layout PROJECT-1-B
      *(Program1.cbl) writes; see its PENDING-CHANGE-RECORD.
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           05  PN-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-PERIOD           PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-STATUS           PIC X(1).
               88  PN-PENDING              VALUE "P".
               88  PN-APPROVED             VALUE "A".
               88  PN-REJECTED             VALUE "R".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-KEYED-BY         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-KEYED-TIME       PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-DECIDED-BY       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-DECIDED-TIME     PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-HOURLY-PAY   PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-HOURLY-PAY   PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-SHIFT-RATE   PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-SHIFT-RATE   PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-ONCALL-RATE  PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-ONCALL-RATE  PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-INSTITUTION  PIC 9(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-INSTITUTION  PIC 9(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-TRANSIT      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-TRANSIT      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-ACCOUNT-NUM  PIC 9(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-ACCOUNT-NUM  PIC 9(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-PAY-TYPE     PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-PAY-TYPE     PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-ANNUAL-SALARY PIC 9(7)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-ANNUAL-SALARY PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01  PAYRECORD-IN.
           05 EMPLOYEE-NUM         PIC 9(9).
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
           05  WS-PERIODS-STATUS      PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".
           05  WS-PENDING-STATUS      PIC X(2).
               88  WS-PENDING-OK              VALUE "00".
               88  WS-PENDING-FILE-MISSING    VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG            PIC X(1)  VALUE "N".
               88  END-OF-RATE-WATCH          VALUE "Y".
           05  WS-FOUND-FLAG          PIC X(1)  VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-PN-EOF-FLAG         PIC X(1)  VALUE "N".
               88  END-OF-PENDING-FILE        VALUE "Y".

      *The pay period this batch run is posting - taken off the
      *period control file's single current period, compared
               10  RWT-HOURLY-PAY     PIC 9(4)   VALUE ZERO.
               10  RWT-PERIOD-COUNT   PIC 9(3)   VALUE ZERO.
               10  RWT-LAST-PERIOD    PIC X(6)   VALUE SPACES.
               10  RWT-ANNUAL-SALARY  PIC 9(7)V99 VALUE ZERO.
       01  WS-RATE-TABLE-COUNT        PIC 9(3)   VALUE ZERO.

      *The annual salary the rate watch compares for the record being
      *scanned - zero for an hourly employee, whose salary field is
      *not kept.
       01  WS-WATCH-SALARY            PIC 9(7)V99 VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-RECORDS-SCANNED     PIC 9(5)   VALUE ZERO.
           05  WS-EXCEPTION-COUNT     PIC 9(5)   VALUE ZERO.
           05  WS-PENDING-COUNT       PIC 9(5)   VALUE ZERO.

      *Print line layouts for the exception report.
       01  HEADING-LINE-1.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EX-MESSAGE          PIC X(46).

      *Print line layouts for the pending change listing - which
      *controlled fields each held change touches.
       01  PENDING-HEADING-LINE.
           05  FILLER              PIC X(11) VALUE "EMP NUM".
           05  FILLER              PIC X(10) VALUE "KEYED BY".
           05  FILLER              PIC X(8)  VALUE "PERIOD".
           05  FILLER              PIC X(21) VALUE "KEYED AT".
           05  FILLER              PIC X(14) VALUE "FIELDS".

       01  PENDING-LINE.
           05  PL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-KEYED-BY         PIC X(8).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-PERIOD           PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-KEYED-TIME       PIC X(19).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-RATE-TEXT        PIC X(5).
           05  PL-SHIFT-TEXT       PIC X(6).
           05  PL-ONCALL-TEXT      PIC X(7).
           05  PL-BANK-TEXT        PIC X(5).
           05  PL-SALARY-TEXT      PIC X(6).

       PROCEDURE DIVISION.

      *Main Loop, scans every record on the unloaded work file and
           IF WS-EXCEPTION-COUNT = ZERO
               DISPLAY "NO EXCEPTIONS - CLEAN FILE"
           END-IF.
           PERFORM 700-LIST-PENDING-CHANGES.
           PERFORM 700-SAVE-RATE-WATCH.
           PERFORM 700-CLOSE-PAYROLE-FILE.
           IF WS-EXCEPTION-COUNT > ZERO
              OR WS-PENDING-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

               MOVE RW-HOURLY-PAY    TO RWT-HOURLY-PAY(RW-IDX)
               MOVE RW-PERIOD-COUNT  TO RWT-PERIOD-COUNT(RW-IDX)
               MOVE RW-LAST-PERIOD   TO RWT-LAST-PERIOD(RW-IDX)
               IF RW-ANNUAL-SALARY IS NUMERIC
                   MOVE RW-ANNUAL-SALARY TO RWT-ANNUAL-SALARY(RW-IDX)
               ELSE
                   MOVE ZERO             TO RWT-ANNUAL-SALARY(RW-IDX)
               END-IF
           END-IF.
           PERFORM 700-READ-RATE-WATCH-RECORD.

               MOVE RWT-HOURLY-PAY(RW-IDX)    TO RW-HOURLY-PAY
               MOVE RWT-PERIOD-COUNT(RW-IDX)  TO RW-PERIOD-COUNT
               MOVE RWT-LAST-PERIOD(RW-IDX)   TO RW-LAST-PERIOD
               MOVE RWT-ANNUAL-SALARY(RW-IDX) TO RW-ANNUAL-SALARY
               WRITE RATE-WATCH-RECORD
           END-PERFORM.
           CLOSE RATE-WATCH-FILE.
           DISPLAY " ".
           DISPLAY HEADING-LINE-3.

      *An active hourly employee with no hours anywhere on the
      *record - regular, shift premium or on-call - is about to be
      *paid nothing for the period, which is usually a missed time
      *entry rather than the truth. An employee on leave
      *legitimately has zero hours and is not flagged. A salaried
      *employee is paid the period's salary whatever hours are
      *keyed, so zero hours is no exception for them - a salaried
      *employee with no annual salary on the record is, since it
      *would pay them nothing.
       700-CHECK-ZERO-HOURS.
           IF EMPLOYEE-SALARIED
               IF EMPLOYEE-STATUS = "A"
                   AND (EMPLOYEE-ANNUAL-SALARY NOT NUMERIC
                        OR EMPLOYEE-ANNUAL-SALARY = ZERO)
                   MOVE "SALARIED EMPLOYEE WITH NO ANNUAL SALARY"
                                       TO EX-MESSAGE
                   PERFORM 700-PRINT-EXCEPTION-LINE
               END-IF
           ELSE
               PERFORM 700-CHECK-HOURLY-ZERO-HOURS
           END-IF.

      *The hourly side of 700-CHECK-ZERO-HOURS.
       700-CHECK-HOURLY-ZERO-HOURS.
           IF EMPLOYEE-STATUS = "A"
               AND HOURS-WORKED = ZERO
               AND EMPLOYEE-SHIFT-HOURS = ZERO
      *reach the stale limit inside a single month). The streak is
      *flagged once it reaches the stale limit; a changed rate, or
      *an employee not seen before, restarts the streak at one
      *period. A salaried employee's annual salary counts as part of
      *the rate, so a salary that never moves is caught the same
      *way.
       700-CHECK-STALE-RATE.
           MOVE "N" TO WS-FOUND-FLAG.
           IF EMPLOYEE-SALARIED
               MOVE EMPLOYEE-ANNUAL-SALARY TO WS-WATCH-SALARY
           ELSE
               MOVE ZERO                   TO WS-WATCH-SALARY
           END-IF.
           PERFORM VARYING RW-IDX FROM 1 BY 1
                   UNTIL RW-IDX > WS-RATE-TABLE-COUNT
               IF RWT-EMPLOYEE-NUM(RW-IDX) = EMPLOYEE-NUM
                   MOVE "Y" TO WS-FOUND-FLAG
                   IF RWT-HOURLY-PAY(RW-IDX) = EMPLOYEE-HOURLY-PAY
                       AND RWT-ANNUAL-SALARY(RW-IDX) = WS-WATCH-SALARY
                       IF RWT-LAST-PERIOD(RW-IDX) NOT = WS-BATCH-PERIOD
                           ADD 1 TO RWT-PERIOD-COUNT(RW-IDX)
                           MOVE WS-BATCH-PERIOD
                   ELSE
                       MOVE EMPLOYEE-HOURLY-PAY
                                       TO RWT-HOURLY-PAY(RW-IDX)
                       MOVE WS-WATCH-SALARY
                                       TO RWT-ANNUAL-SALARY(RW-IDX)
                       MOVE 1          TO RWT-PERIOD-COUNT(RW-IDX)
                       MOVE WS-BATCH-PERIOD TO RWT-LAST-PERIOD(RW-IDX)
                   END-IF
                   SET RW-IDX               TO WS-RATE-TABLE-COUNT
                   MOVE EMPLOYEE-NUM        TO RWT-EMPLOYEE-NUM(RW-IDX)
                   MOVE EMPLOYEE-HOURLY-PAY TO RWT-HOURLY-PAY(RW-IDX)
                   MOVE WS-WATCH-SALARY  TO RWT-ANNUAL-SALARY(RW-IDX)
                   MOVE 1                   TO RWT-PERIOD-COUNT(RW-IDX)
                   MOVE WS-BATCH-PERIOD     TO RWT-LAST-PERIOD(RW-IDX)
               END-IF
           DISPLAY EXCEPTION-LINE.
           ADD 1 TO WS-EXCEPTION-COUNT.

      *Lists every rate or banking change still waiting for a second
      *operator's approval. A missing pending change file means no
      *change has ever been held.
       700-LIST-PENDING-CHANGES.
           MOVE "N" TO WS-PN-EOF-FLAG.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PENDING-OK
               PERFORM 700-READ-PENDING-CHANGE
               PERFORM 700-LIST-PENDING-CHANGE
                   UNTIL END-OF-PENDING-FILE
               CLOSE PENDING-CHANGE-FILE
           END-IF.
           IF WS-PENDING-COUNT = ZERO
               DISPLAY "NO RATE OR BANKING CHANGES PENDING APPROVAL"
           END-IF.

      *Reads the next held change, setting the end of file flag when
      *there are no more to list.
       700-READ-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE
               AT END
                   MOVE "Y" TO WS-PN-EOF-FLAG
           END-READ.

      *Prints the held change just read when it is still pending,
      *naming the controlled fields it moves, and reads the next.
       700-LIST-PENDING-CHANGE.
           IF PN-PENDING
               IF WS-PENDING-COUNT = ZERO
                   DISPLAY " "
                   DISPLAY "CHANGES PENDING APPROVAL"
                   DISPLAY PENDING-HEADING-LINE
               END-IF
               ADD 1 TO WS-PENDING-COUNT
               MOVE SPACES             TO PENDING-LINE
               MOVE PN-EMPLOYEE-NUM    TO PL-EMPLOYEE-NUM
               MOVE PN-KEYED-BY        TO PL-KEYED-BY
               MOVE PN-PERIOD          TO PL-PERIOD
               MOVE PN-KEYED-TIME      TO PL-KEYED-TIME
               IF PN-NEW-HOURLY-PAY NOT = PN-OLD-HOURLY-PAY
                   MOVE "RATE"         TO PL-RATE-TEXT
               END-IF
               IF PN-NEW-SHIFT-RATE NOT = PN-OLD-SHIFT-RATE
                   MOVE "SHIFT"        TO PL-SHIFT-TEXT
               END-IF
               IF PN-NEW-ONCALL-RATE NOT = PN-OLD-ONCALL-RATE
                   MOVE "ONCALL"       TO PL-ONCALL-TEXT
               END-IF
               IF PN-NEW-INSTITUTION NOT = PN-OLD-INSTITUTION
                  OR PN-NEW-TRANSIT NOT = PN-OLD-TRANSIT
                  OR PN-NEW-ACCOUNT-NUM NOT = PN-OLD-ACCOUNT-NUM
                   MOVE "BANK"         TO PL-BANK-TEXT
               END-IF
      *A change held before the file carried the pay type and
      *salary has both blank, and moved neither.
               IF PN-OLD-PAY-TYPE NOT = SPACE
                   IF PN-NEW-PAY-TYPE NOT = PN-OLD-PAY-TYPE
                      OR PN-NEW-ANNUAL-SALARY NOT = PN-OLD-ANNUAL-SALARY
                       MOVE "SALARY"   TO PL-SALARY-TEXT
                   END-IF
               END-IF
               DISPLAY PENDING-LINE
           END-IF.
           PERFORM 700-READ-PENDING-CHANGE.

       700-CLOSE-PAYROLE-FILE.
           IF NOT WS-PAYROLE-FILE-MISSING
               CLOSE PAYROLE-FILE

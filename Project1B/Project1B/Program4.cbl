                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-EMPLOYEE-NUM
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *The retro pay total on the control file has no roster field
      *to recount it from - it is proved instead against the retro
      *pay lines PAYROLL-RETRO-PAY (Program21.cbl) appended to the
      *pay history as it posted them.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "C:\PAY-HISTORY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.

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

      *Control totals carried forward by PROJECT-1-B across every
      *session that has added records - see Program1.cbl's
           05  CT-HASH-HOURLY-PAY      PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-HASH-HOURS-WORKED    PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-RETRO-GROSS-PAY      PIC 9(9)V99.

      *Same layout PROJECT-1-B writes to PAYROLE-ARCHIVE-FILE - see
      *Program1.cbl's ARCHIVE-RECORD.
           05 ARCH-YTD-EI-DED           PIC 9(6)V99.
           05 ARCH-EMPLOYEE-BANK-STATUS PIC X(1).
           05 ARCH-EMPLOYEE-VAC-BALANCE PIC 9(6)V99.
           05 ARCH-EMPLOYEE-PAY-TYPE    PIC X(1).
           05 ARCH-EMPLOYEE-ANNUAL-SALARY PIC 9(7)V99.
           05 ARCH-EMPLOYEE-HIRE-DATE   PIC X(8).
           05 ARCH-EMPLOYEE-HOLIDAY-HOURS PIC 9(4).
           05 ARCH-EMPLOYEE-HOLIDAY-PAY PIC 9(5)V99.
           05 ARCH-EMPLOYEE-HOLIDAY-PERIOD PIC X(6).

      *Same layout Program1.cbl appends to on every posting - see
      *Program1.cbl's PAY-HISTORY-RECORD.
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
           05  WS-ARCHIVE-STATUS      PIC X(2).
               88  WS-ARCHIVE-OK              VALUE "00".
               88  WS-ARCHIVE-FILE-MISSING    VALUE "35".
           05  WS-HISTORY-STATUS      PIC X(2).
               88  WS-HISTORY-OK              VALUE "00".
               88  WS-HISTORY-FILE-MISSING    VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PAYROLE-FILE         VALUE "Y".
           05  WS-HIST-EOF-FLAG    PIC X(1)    VALUE "N".
               88  END-OF-PAY-HISTORY          VALUE "Y".

      *Which file this run reconciles - the operator is prompted at
      *start-up. Defaults to the active file.
           05  WS-ACTUAL-RECORD-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ACTUAL-HASH-HOURLY-PAY   PIC 9(9) VALUE ZERO.
           05  WS-ACTUAL-HASH-HOURS-WORKED PIC 9(9) VALUE ZERO.
           05  WS-ACTUAL-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

      *Control totals read back from CONTROL-TOTAL-FILE, i.e. what
      *PROJECT-1-B believes it wrote across every session.
           05  WS-EXPECTED-RECORD-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-EXPECTED-HASH-HOURLY-PAY   PIC 9(9) VALUE ZERO.
           05  WS-EXPECTED-HASH-HOURS-WORKED PIC 9(9) VALUE ZERO.
           05  WS-EXPECTED-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

       01  WS-BALANCE-FLAG             PIC X(1) VALUE "Y".
           88  WS-IN-BALANCE                    VALUE "Y".
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  EL-HASH-HOURS-WORKED PIC ZZZ,ZZZ,ZZ9.

      *Retro pay posted - the pay history's retro lines against the
      *running total on the control file.
       01  RETRO-LINE.
           05  FILLER              PIC X(20) VALUE "RETRO GROSS PAY".
           05  FILLER              PIC X(8)  VALUE "HISTORY".
           05  RT-ACTUAL-RETRO     PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "CONTROL".
           05  RT-EXPECTED-RETRO   PIC ZZZ,ZZZ,ZZ9.99.

       01  RESULT-LINE.
           05  FILLER              PIC X(20) VALUE "RESULT".
           05  RL-BALANCE-MESSAGE  PIC X(50).
      *Compares actual to expected, prints the balancing report, and
      *closes the files.
       200-TERM-RECONCILIATION.
           IF NOT SELECT-ARCHIVE-FILE
               PERFORM 700-TOTAL-RETRO-HISTORY
           END-IF.
           PERFORM 700-COMPARE-TOTALS.
           PERFORM 700-PRINT-REPORT.
           PERFORM 700-CLOSE-FILES.
                                         WS-EXPECTED-HASH-HOURLY-PAY
                       MOVE CT-HASH-HOURS-WORKED TO
                                         WS-EXPECTED-HASH-HOURS-WORKED
                       MOVE CT-RETRO-GROSS-PAY TO
                                         WS-EXPECTED-RETRO-GROSS-PAY
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
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

      *Adds the current record's count and hash totals to the running
      *actual totals recomputed from the file.
           ADD EMPLOYEE-HOURLY-PAY  TO WS-ACTUAL-HASH-HOURLY-PAY.
           ADD HOURS-WORKED         TO WS-ACTUAL-HASH-HOURS-WORKED.

      *Sums every retro pay line on the pay history - the figure the
      *control file's running retro total must agree with. A system
      *that has never posted anything has no history file and sums
      *to zero.
       700-TOTAL-RETRO-HISTORY.
           MOVE ZERO TO WS-ACTUAL-RETRO-GROSS-PAY.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM 700-READ-HISTORY-RECORD
               PERFORM 700-ADD-RETRO-HISTORY
                   UNTIL END-OF-PAY-HISTORY
               CLOSE PAY-HISTORY-FILE
           END-IF.

      *Reads the next history line, setting the end of file flag
      *when there are no more lines to scan.
       700-READ-HISTORY-RECORD.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-READ.

      *Adds the line just read when it is a retro pay line, then
      *reads the next one.
       700-ADD-RETRO-HISTORY.
           IF PH-RETRO-EARNING
               ADD PH-PERIOD-GROSS TO WS-ACTUAL-RETRO-GROSS-PAY
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

       700-PRINT-HEADINGS.
           DISPLAY HEADING-LINE-1.
           DISPLAY " ".
                  WS-EXPECTED-HASH-HOURLY-PAY
              OR WS-ACTUAL-HASH-HOURS-WORKED NOT =
                  WS-EXPECTED-HASH-HOURS-WORKED
              OR WS-ACTUAL-RETRO-GROSS-PAY   NOT =
                  WS-EXPECTED-RETRO-GROSS-PAY
               MOVE "N" TO WS-BALANCE-FLAG
           END-IF.

               MOVE WS-EXPECTED-HASH-HOURS-WORKED
                                       TO EL-HASH-HOURS-WORKED
               DISPLAY EXPECTED-LINE
               MOVE WS-ACTUAL-RETRO-GROSS-PAY   TO RT-ACTUAL-RETRO
               MOVE WS-EXPECTED-RETRO-GROSS-PAY TO RT-EXPECTED-RETRO
               DISPLAY RETRO-LINE
               DISPLAY " "
               IF WS-IN-BALANCE
                   MOVE

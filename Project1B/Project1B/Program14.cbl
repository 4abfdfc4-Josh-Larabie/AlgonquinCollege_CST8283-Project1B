           SELECT T4-EXTRACT-FILE
               ASSIGN TO "C:\PAYROLL-T4-EXTRACT.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *One line appended per run recording how the tie-out came out
      *for the tax year - the year-end close (PAYRYEND,
      *Program20.cbl) will not zero a year's YTD figures until the
      *latest line for that year shows a clean run.
           SELECT T4-STATUS-FILE
               ASSIGN TO "C:\PAYROLL-T4-STATUS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-T4STAT-STATUS.
      *Statutory withholding rates and CPP/EI annual maximums,
      *effective-dated by pay period - maintained by PAYRATES
      *(Program13.cbl). Read for December of the tax year so the
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
           05 ARCH-YTD-EI-DED           PIC 9(6)V99.
           05 ARCH-EMPLOYEE-BANK-STATUS PIC X(1).
           05 ARCH-EMPLOYEE-VAC-BALANCE PIC 9(6)V99.
           05 ARCH-EMPLOYEE-PAY-TYPE    PIC X(1).
           05 ARCH-EMPLOYEE-ANNUAL-SALARY PIC 9(7)V99.
           05 ARCH-EMPLOYEE-HIRE-DATE   PIC X(8).
           05 ARCH-EMPLOYEE-HOLIDAY-HOURS PIC 9(4).
           05 ARCH-EMPLOYEE-HOLIDAY-PAY PIC 9(5)V99.
           05 ARCH-EMPLOYEE-HOLIDAY-PERIOD PIC X(6).

      *Same layout Program1.cbl writes - one posting's detail with
      *the timestamp it went on. A period can appear more than once
      *for an employee when a correction was re-posted; the latest
      *timestamp is the figure that stands. Retro pay lines
      *(PH-RETRO-EARNING) and public holiday pay lines
      *(PH-HOLIDAY-EARNING) are extra earnings in the period they
      *were paid in and add to it instead.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PH-EMPLOYEE-NUM     PIC 9(9).
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

      *One T4-layout extract record per employee whose roster YTD
      *tied to the history detail - the year, who, the slip gross,
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  T4-EI-WITHHELD      PIC 9(6)V99.

      *One run's tie-out result - the tax year, the slips written,
      *the employees that did not tie, the slip gross the run
      *proved, and when it ran. Append-only; the latest line for a
      *year is the one that stands.
       FD  T4-STATUS-FILE.
       01  T4-STATUS-RECORD.
           05  TS-TAX-YEAR         PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  TS-SLIPS-WRITTEN    PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  TS-EXCEPTION-COUNT  PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  TS-TOTAL-SLIP-GROSS PIC 9(9)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  TS-RUN-TIMESTAMP    PIC X(19).

      *One effective-dated rate entry - same layout PAYRATES
      *(Program13.cbl) maintains; see Program1.cbl's
      *RATE-TABLE-RECORD.
           05  WS-RATETAB-STATUS      PIC X(2).
               88  WS-RATETAB-OK              VALUE "00".
               88  WS-RATETAB-FILE-MISSING    VALUE "35".
           05  WS-T4STAT-STATUS       PIC X(2).
               88  WS-T4STAT-OK               VALUE "00".
               88  WS-T4STAT-FILE-MISSING     VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG            PIC X(1)  VALUE "N".
      *than replacing the first (see Program1.cbl's
      *700-WRITE-PAY-HISTORY), so summing the raw file would double
      *count every corrected period. Same table-lookup pattern as
      *PAYREG's UNION-TOTALS-TABLE. Retro pay lines are kept in an
      *entry of their own per employee and period, keyed by
      *HP-EARNING-TYPE, and summed rather than replaced - each one
      *is a separate payment.
       01  HIST-POSTING-TABLE.
           05  HIST-POSTING-ENTRY OCCURS 2000 TIMES INDEXED BY HP-IDX.
               10  HP-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  HP-PERIOD          PIC X(6)    VALUE SPACES.
               10  HP-EARNING-TYPE    PIC X(1)    VALUE SPACE.
               10  HP-PERIOD-GROSS    PIC 9(7)V99 VALUE ZERO.
               10  HP-POST-TIMESTAMP  PIC X(19)   VALUE SPACES.
       01  WS-HIST-TABLE-COUNT        PIC 9(4)    VALUE ZERO.
           05  WS-TOTAL-SLIP-CPP     PIC 9(8)V99 VALUE ZERO.
           05  WS-TOTAL-SLIP-EI      PIC 9(8)V99 VALUE ZERO.

      *Work fields used to build the tie-out status timestamp - same
      *pattern as Program1.cbl's identical fields.
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

      *Print line layouts for the exception list and summary page.
       01  HEADING-LINE-1.
           05  FILLER              PIC X(30)
           MOVE WS-EXCEPTION-COUNT       TO SC-COUNT.
           DISPLAY SUMMARY-COUNT-LINE.
           PERFORM 700-CLOSE-FILES.
           PERFORM 700-WRITE-T4-STATUS.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
      *falls in the tax year - an entry already held for the same
      *employee and period is replaced only by a later timestamp,
      *so the figure that stands is the one the last correction
      *posted. A retro pay or public holiday pay line adds onto its
      *own entry. A file grown past the table stops loading and
      *warns;
      *the overflow employees tie out short and land on the
      *exception list rather than going out on a wrong slip.
       700-TABLE-HISTORY-RECORD.
                       UNTIL HP-IDX > WS-HIST-TABLE-COUNT
                   IF HP-EMPLOYEE-NUM(HP-IDX) = PH-EMPLOYEE-NUM
                       AND HP-PERIOD(HP-IDX) = PH-PERIOD
                       AND HP-EARNING-TYPE(HP-IDX) = PH-EARNING-TYPE
                       MOVE "Y" TO WS-FOUND-FLAG
                       IF NOT PH-REGULAR-EARNING
                           ADD PH-PERIOD-GROSS
                                       TO HP-PERIOD-GROSS(HP-IDX)
                       ELSE
                           IF PH-POST-TIMESTAMP >
                                   HP-POST-TIMESTAMP(HP-IDX)
                               MOVE PH-PERIOD-GROSS
                                       TO HP-PERIOD-GROSS(HP-IDX)
                               MOVE PH-POST-TIMESTAMP
                                       TO HP-POST-TIMESTAMP(HP-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
                       MOVE PH-EMPLOYEE-NUM
                                       TO HP-EMPLOYEE-NUM(HP-IDX)
                       MOVE PH-PERIOD  TO HP-PERIOD(HP-IDX)
                       MOVE PH-EARNING-TYPE
                                       TO HP-EARNING-TYPE(HP-IDX)
                       MOVE PH-PERIOD-GROSS
                                       TO HP-PERIOD-GROSS(HP-IDX)
                       MOVE PH-POST-TIMESTAMP
               CLOSE PAYROLE-ARCHIVE-FILE
           END-IF.
           CLOSE T4-EXTRACT-FILE.

      *Appends this run's tie-out result to the status file,
      *creating it on the first run the same way Program1.cbl
      *creates the audit log.
       700-WRITE-T4-STATUS.
           PERFORM 700-BUILD-TIMESTAMP.
           OPEN EXTEND T4-STATUS-FILE.
           IF WS-T4STAT-FILE-MISSING
               OPEN OUTPUT T4-STATUS-FILE
               CLOSE       T4-STATUS-FILE
               OPEN EXTEND T4-STATUS-FILE
           END-IF.
           MOVE SPACES                 TO T4-STATUS-RECORD.
           MOVE WS-T4-YEAR             TO TS-TAX-YEAR.
           MOVE WS-SLIPS-WRITTEN       TO TS-SLIPS-WRITTEN.
           MOVE WS-EXCEPTION-COUNT     TO TS-EXCEPTION-COUNT.
           MOVE WS-TOTAL-SLIP-GROSS    TO TS-TOTAL-SLIP-GROSS.
           MOVE WS-FORMATTED-TIMESTAMP TO TS-RUN-TIMESTAMP.
           WRITE T4-STATUS-RECORD.
           CLOSE T4-STATUS-FILE.

      *Builds a YYYY-MM-DD HH:MM:SS timestamp for the status line -
      *see Program1.cbl's identical 700-BUILD-TIMESTAMP.
       700-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:4)  TO WS-TS-YEAR.
           MOVE WS-CURRENT-DATETIME(5:2)  TO WS-TS-MONTH.
           MOVE WS-CURRENT-DATETIME(7:2)  TO WS-TS-DAY.
           MOVE WS-CURRENT-DATETIME(9:2)  TO WS-TS-HOUR.
           MOVE WS-CURRENT-DATETIME(11:2) TO WS-TS-MINUTE.
           MOVE WS-CURRENT-DATETIME(13:2) TO WS-TS-SECOND.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRYEND.
       AUTHOR. Josh Larabie, Design by Mel Sanschagrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Year-end close. Nothing else on the system ever resets
      *YTD-HOURS, YTD-GROSS-PAY, YTD-CPP-DED or YTD-EI-DED, so the
      *first January posting through 700-ACCUMULATE-YTD (or the
      *hours loader) used to add straight onto last year's figures
      *- and the CPP/EI annual-maximum cap in every
      *700-COMPUTE-DEDUCTIONS then decided the employee had already
      *maxed out and withheld nothing. This job closes one tax year
      *for every employee on the active roster and the termination
      *archive: each employee's closing YTD figures go onto the
      *prior-year balance file, the four YTD buckets are zeroed for
      *the new year, and the vacation balance - an entitlement, not
      *a tax-year figure - carries forward untouched. A before/after
      *control report proves what was moved.
      *The close refuses to run unless the shared PAYROLE-FILE lock
      *is held by the batch (PAYRYEND.JCL takes it through PAYRLOCK
      *in STEP05, the same way the nightly streams do), the latest
      *PAYROLL-T4-EXTRACT run for the closing year tied out with no
      *exceptions and nothing has been posted since, every period
      *of the closing year is closed on the period control file,
      *and the year has not already been closed.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLE-FILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS EMPLOYEE-NUM-OUT
                   ALTERNATE RECORD KEY IS EMPLOYEE-LNAME-OUT
                       WITH DUPLICATES
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *Terminated employees moved off PAYROLE-FILE by PROJECT-1-B's
      *300-DELETE-PAYROLE-RECORD. Their YTD figures are closed and
      *zeroed as well - otherwise next year's T4 run would slip
      *them again, and a rehire (Program7.cbl) would carry last
      *year's YTD onto the new year's roster record.
           SELECT PAYROLE-ARCHIVE-FILE
               ASSIGN TO "C:\PAYROLE-ARCHIVE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-EMPLOYEE-NUM
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *One line per closing-year employee, appended - the closing
      *YTD figures the roster no longer carries once this job has
      *run, kept for amended slips and prior-year pay enquiries.
           SELECT PRIOR-YEAR-FILE
               ASSIGN TO "C:\PAYROLL-PRIOR-YEAR.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRIORYR-STATUS.
      *The tie-out result PAYROLL-T4-EXTRACT (Program14.cbl) appends
      *on every run - the latest line for the closing year must
      *show zero exceptions.
           SELECT T4-STATUS-FILE
               ASSIGN TO "C:\PAYROLL-T4-STATUS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-T4STAT-STATUS.
      *Each pay period's open/closed status - maintained by
      *PAYROLL-PERIOD-CTL (Program17.cbl). A closing-year period
      *still open could take a posting after its YTD was zeroed.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "C:\AUDIT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.
      *The shared lock between the maintenance menu and the batch -
      *see PAYRLOCK (Program11.cbl). Read only; the job's PAYRLOCK
      *steps set and clear it.
           SELECT PAYROLL-LOCK-FILE
               ASSIGN TO "C:\PAYROLL-LOCK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOCK-STATUS.

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

      *One employee's closing figures for one tax year - which file
      *the employee sat on at the close (A active, R archive), the
      *four YTD buckets as they stood, the vacation balance carried
      *into the new year, and when the close ran.
       FD  PRIOR-YEAR-FILE.
       01  PRIOR-YEAR-RECORD.
           05  PY-TAX-YEAR         PIC X(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-SOURCE-FILE      PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-EMPLOYEE-LNAME   PIC X(13).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-EMPLOYEE-INITIALS PIC X(2).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-YTD-HOURS        PIC 9(6)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-YTD-GROSS-PAY    PIC 9(7)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-YTD-CPP-DED      PIC 9(6)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-YTD-EI-DED       PIC 9(6)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-VAC-BALANCE      PIC 9(6)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PY-CLOSE-TIMESTAMP  PIC X(19).

      *Same layout PAYROLL-T4-EXTRACT appends - see Program14.cbl's
      *T4-STATUS-RECORD.
       FD  T4-STATUS-FILE.
       01  T4-STATUS-RECORD.
           05  TS-TAX-YEAR         PIC X(4).
           05  FILLER              PIC X(1).
           05  TS-SLIPS-WRITTEN    PIC 9(5).
           05  FILLER              PIC X(1).
           05  TS-EXCEPTION-COUNT  PIC 9(5).
           05  FILLER              PIC X(1).
           05  TS-TOTAL-SLIP-GROSS PIC 9(9)V99.
           05  FILLER              PIC X(1).
           05  TS-RUN-TIMESTAMP    PIC X(19).

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

      *Same layout Program1.cbl appends to - see its
      *AUDIT-LOG-RECORD. AL-ACTION carries "YREND" for every
      *employee this job closes.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP        PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-ACTION           PIC X(6).

      *Same layout PAYRLOCK maintains - see Program11.cbl.
       FD  PAYROLL-LOCK-FILE.
       01  PAYROLL-LOCK-RECORD.
           05  LK-STATUS           PIC X(1).
               88  LK-FREE                 VALUE "N".
               88  LK-BATCH-ACTIVE         VALUE "B".
               88  LK-MAINT-ACTIVE         VALUE "M".
           05  FILLER              PIC X(1).
           05  LK-SET-BY           PIC X(8).
           05  FILLER              PIC X(1).
           05  LK-TIMESTAMP        PIC X(19).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-PAYROLE-STATUS      PIC X(2).
               88  WS-PAYROLE-OK              VALUE "00".
               88  WS-PAYROLE-FILE-MISSING    VALUE "35".
           05  WS-ARCHIVE-STATUS      PIC X(2).
               88  WS-ARCHIVE-OK              VALUE "00".
               88  WS-ARCHIVE-FILE-MISSING    VALUE "35".
           05  WS-PRIORYR-STATUS      PIC X(2).
               88  WS-PRIORYR-OK              VALUE "00".
               88  WS-PRIORYR-FILE-MISSING    VALUE "35".
           05  WS-T4STAT-STATUS       PIC X(2).
               88  WS-T4STAT-OK               VALUE "00".
               88  WS-T4STAT-FILE-MISSING     VALUE "35".
           05  WS-PERIODS-STATUS      PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".
           05  WS-AUDIT-STATUS        PIC X(2).
               88  WS-AUDIT-OK                VALUE "00".
               88  WS-AUDIT-FILE-MISSING      VALUE "35".
           05  WS-LOCK-STATUS         PIC X(2).
               88  WS-LOCK-OK                 VALUE "00".
               88  WS-LOCK-FILE-MISSING       VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG            PIC X(1)  VALUE "N".
               88  END-OF-PAYROLE-FILE        VALUE "Y".
           05  WS-ARCH-EOF-FLAG       PIC X(1)  VALUE "N".
               88  END-OF-ARCHIVE-FILE        VALUE "Y".
           05  WS-WORK-EOF-FLAG       PIC X(1)  VALUE "N".
               88  END-OF-WORK-FILE           VALUE "Y".
           05  WS-T4-FOUND-FLAG       PIC X(1)  VALUE "N".
               88  WS-T4-FOUND                VALUE "Y".
           05  WS-OPEN-PERIOD-FLAG    PIC X(1)  VALUE "N".
               88  WS-OPEN-PERIOD-FOUND       VALUE "Y".
           05  WS-YEAR-CLOSED-FLAG    PIC X(1)  VALUE "N".
               88  WS-YEAR-ALREADY-CLOSED     VALUE "Y".

       01  WS-OPERATOR-FIELDS.
           05  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.

      *The tax year being closed, keyed in at the top of the run.
       01  WS-YEAR-FIELDS.
           05  WS-CLOSE-YEAR          PIC X(4)   VALUE SPACES.

      *What the lock file says, read once at start-up.
       01  WS-PRIOR-LOCK-FIELDS.
           05  WS-PRIOR-LOCK-STATE    PIC X(1)   VALUE "N".
           05  WS-PRIOR-LOCK-SET-BY   PIC X(8)   VALUE SPACES.
           05  WS-PRIOR-LOCK-TIME     PIC X(19)  VALUE SPACES.

      *The latest tie-out line on the T4 status file for the closing
      *year, and the roster-plus-archive YTD gross it is checked
      *against - a figure that has moved since the T4 run means a
      *posting went on after the slips were proved.
       01  WS-T4-CHECK-FIELDS.
           05  WS-T4-EXCEPTION-COUNT  PIC 9(5)     VALUE ZERO.
           05  WS-T4-SLIP-GROSS       PIC 9(9)V99  VALUE ZERO.
           05  WS-T4-RUN-TIMESTAMP    PIC X(19)    VALUE SPACES.
           05  WS-ROSTER-YTD-GROSS    PIC 9(9)V99  VALUE ZERO.

      *The employee being closed, staged here off whichever roster
      *file the record came from so the prior-year write and the
      *report line work the same way for both - same pattern as
      *Program14.cbl's SLIP-WORK-FIELDS.
       01  CLOSE-WORK-FIELDS.
           05  WS-CLOSE-SOURCE        PIC X(1)    VALUE SPACE.
           05  WS-CLOSE-EMPLOYEE-NUM  PIC 9(9)    VALUE ZERO.
           05  WS-CLOSE-LNAME         PIC X(13)   VALUE SPACES.
           05  WS-CLOSE-INITIALS      PIC X(2)    VALUE SPACES.
           05  WS-CLOSE-YTD-HOURS     PIC 9(6)V99 VALUE ZERO.
           05  WS-CLOSE-YTD-GROSS     PIC 9(7)V99 VALUE ZERO.
           05  WS-CLOSE-YTD-CPP       PIC 9(6)V99 VALUE ZERO.
           05  WS-CLOSE-YTD-EI        PIC 9(6)V99 VALUE ZERO.
           05  WS-CLOSE-VAC-BALANCE   PIC 9(6)V99 VALUE ZERO.

      *Control totals for the report - what the roster carried
      *before the close, what went onto the prior-year file, and
      *what the roster carries after. Before must equal the
      *prior-year file; after must be zero in every YTD bucket with
      *the vacation balance unchanged.
       01  WS-BEFORE-TOTALS.
           05  WS-BEFORE-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-BEFORE-HOURS        PIC 9(9)V99 VALUE ZERO.
           05  WS-BEFORE-GROSS        PIC 9(9)V99 VALUE ZERO.
           05  WS-BEFORE-CPP          PIC 9(9)V99 VALUE ZERO.
           05  WS-BEFORE-EI           PIC 9(9)V99 VALUE ZERO.
           05  WS-BEFORE-VAC          PIC 9(9)V99 VALUE ZERO.

       01  WS-WRITTEN-TOTALS.
           05  WS-WRITTEN-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-WRITTEN-HOURS       PIC 9(9)V99 VALUE ZERO.
           05  WS-WRITTEN-GROSS       PIC 9(9)V99 VALUE ZERO.
           05  WS-WRITTEN-CPP         PIC 9(9)V99 VALUE ZERO.
           05  WS-WRITTEN-EI          PIC 9(9)V99 VALUE ZERO.
           05  WS-WRITTEN-VAC         PIC 9(9)V99 VALUE ZERO.

       01  WS-AFTER-TOTALS.
           05  WS-AFTER-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-AFTER-HOURS         PIC 9(9)V99 VALUE ZERO.
           05  WS-AFTER-GROSS         PIC 9(9)V99 VALUE ZERO.
           05  WS-AFTER-CPP           PIC 9(9)V99 VALUE ZERO.
           05  WS-AFTER-EI            PIC 9(9)V99 VALUE ZERO.
           05  WS-AFTER-VAC           PIC 9(9)V99 VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-ACTIVE-CLOSED       PIC 9(5)    VALUE ZERO.
           05  WS-ARCHIVE-CLOSED      PIC 9(5)    VALUE ZERO.
           05  WS-REWRITE-ERRORS      PIC 9(5)    VALUE ZERO.

      *Work fields used to build a timestamp for the audit log and
      *the prior-year file - same pattern as Program1.cbl's
      *identical fields.
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

      *Print line layouts for the close listing and the before/after
      *control report.
       01  HEADING-LINE-1.
           05  FILLER              PIC X(30)
               VALUE "      YEAR-END CLOSE - ".
           05  H1-CLOSE-YEAR       PIC X(4).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(4)  VALUE "SRC".
           05  FILLER              PIC X(11) VALUE "EMP NUM".
           05  FILLER              PIC X(15) VALUE "LAST NAME".
           05  FILLER              PIC X(12) VALUE "YTD HOURS".
           05  FILLER              PIC X(14) VALUE "YTD GROSS".
           05  FILLER              PIC X(11) VALUE "YTD CPP".
           05  FILLER              PIC X(11) VALUE "YTD EI".
           05  FILLER              PIC X(11) VALUE "VAC CARRIED".

       01  DETAIL-LINE.
           05  DL-SOURCE           PIC X(1).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-EMPLOYEE-LNAME   PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-YTD-HOURS        PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-YTD-GROSS        PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-YTD-CPP          PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-YTD-EI           PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(1)  VALUE SPACES.
           05  DL-VAC-BALANCE      PIC ZZZ,ZZ9.99.

       01  CONTROL-HEADING-LINE.
           05  FILLER              PIC X(22) VALUE SPACES.
           05  FILLER              PIC X(16) VALUE "      BEFORE".
           05  FILLER              PIC X(16) VALUE "  PRIOR-YR FILE".
           05  FILLER              PIC X(16) VALUE "       AFTER".

       01  CONTROL-LINE.
           05  CL-CAPTION          PIC X(22).
           05  CL-BEFORE           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CL-WRITTEN          PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  CL-AFTER            PIC ZZZ,ZZZ,ZZ9.99.

       01  CONTROL-COUNT-LINE.
           05  CC-CAPTION          PIC X(22).
           05  FILLER              PIC X(6)  VALUE SPACES.
           05  CC-BEFORE           PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  CC-WRITTEN          PIC Z,ZZZ,ZZ9.
           05  FILLER              PIC X(7)  VALUE SPACES.
           05  CC-AFTER            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

      *Main line - proves the year may be closed, then closes every
      *employee on the active roster and the termination archive.
       100-CLOSE-TAX-YEAR.
           PERFORM 200-INIT-YEAR-END.
           PERFORM 200-CLOSE-ACTIVE-RECORD
               UNTIL END-OF-PAYROLE-FILE.
           PERFORM 200-CLOSE-ARCHIVE-RECORD
               UNTIL END-OF-ARCHIVE-FILE.
           PERFORM 200-TERM-YEAR-END.
           STOP RUN.

      *Takes the operator and the closing year, runs every check
      *the close depends on, opens the files for update, and prints
      *the listing headings.
       200-INIT-YEAR-END.
           PERFORM 700-ENTER-OPERATOR-ID.
           PERFORM 700-ENTER-CLOSE-YEAR.
           PERFORM 700-CHECK-BATCH-LOCK.
           PERFORM 700-CHECK-T4-TIE-OUT.
           PERFORM 700-CHECK-PERIODS-CLOSED.
           PERFORM 700-CHECK-YEAR-NOT-CLOSED.
           PERFORM 700-CHECK-YTD-UNCHANGED.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-PRINT-HEADINGS.
           IF NOT END-OF-PAYROLE-FILE
               PERFORM 700-READ-PAYROLE-RECORD
           END-IF.
           IF NOT END-OF-ARCHIVE-FILE
               PERFORM 700-READ-ARCHIVE-RECORD
           END-IF.

      *Stages the active employee just read, writes the closing
      *figures, zeroes the YTD buckets on the roster record, and
      *reads the next record.
       200-CLOSE-ACTIVE-RECORD.
           MOVE "A"                   TO WS-CLOSE-SOURCE.
           MOVE EMPLOYEE-NUM-OUT      TO WS-CLOSE-EMPLOYEE-NUM.
           MOVE EMPLOYEE-LNAME-OUT    TO WS-CLOSE-LNAME.
           MOVE EMPLOYEE-INITIALS-OUT TO WS-CLOSE-INITIALS.
           MOVE YTD-HOURS-OUT         TO WS-CLOSE-YTD-HOURS.
           MOVE YTD-GROSS-PAY-OUT     TO WS-CLOSE-YTD-GROSS.
           MOVE YTD-CPP-DED-OUT       TO WS-CLOSE-YTD-CPP.
           MOVE YTD-EI-DED-OUT        TO WS-CLOSE-YTD-EI.
           MOVE EMPLOYEE-VAC-BALANCE-OUT TO WS-CLOSE-VAC-BALANCE.
           PERFORM 700-WRITE-PRIOR-YEAR-RECORD.
           MOVE ZERO TO YTD-HOURS-OUT
                        YTD-GROSS-PAY-OUT
                        YTD-CPP-DED-OUT
                        YTD-EI-DED-OUT.
           REWRITE PAYRECORD-OUT
               INVALID KEY
                   PERFORM 700-REPORT-REWRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ACTIVE-CLOSED
                   PERFORM 700-ACCUMULATE-AFTER-TOTALS
                   PERFORM 700-LOG-AUDIT-CLOSE
           END-REWRITE.
           PERFORM 700-READ-PAYROLE-RECORD.

      *Same close for an archived employee.
       200-CLOSE-ARCHIVE-RECORD.
           MOVE "R"                   TO WS-CLOSE-SOURCE.
           MOVE ARCH-EMPLOYEE-NUM     TO WS-CLOSE-EMPLOYEE-NUM.
           MOVE ARCH-EMPLOYEE-LNAME   TO WS-CLOSE-LNAME.
           MOVE ARCH-EMPLOYEE-INITIALS TO WS-CLOSE-INITIALS.
           MOVE ARCH-YTD-HOURS        TO WS-CLOSE-YTD-HOURS.
           MOVE ARCH-YTD-GROSS-PAY    TO WS-CLOSE-YTD-GROSS.
           MOVE ARCH-YTD-CPP-DED      TO WS-CLOSE-YTD-CPP.
           MOVE ARCH-YTD-EI-DED       TO WS-CLOSE-YTD-EI.
           MOVE ARCH-EMPLOYEE-VAC-BALANCE TO WS-CLOSE-VAC-BALANCE.
           PERFORM 700-WRITE-PRIOR-YEAR-RECORD.
           MOVE ZERO TO ARCH-YTD-HOURS
                        ARCH-YTD-GROSS-PAY
                        ARCH-YTD-CPP-DED
                        ARCH-YTD-EI-DED.
           REWRITE ARCHIVE-RECORD
               INVALID KEY
                   PERFORM 700-REPORT-REWRITE-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-ARCHIVE-CLOSED
                   PERFORM 700-ACCUMULATE-AFTER-TOTALS
                   PERFORM 700-LOG-AUDIT-CLOSE
           END-REWRITE.
           PERFORM 700-READ-ARCHIVE-RECORD.

      *Prints the before/after control report and closes the files.
       200-TERM-YEAR-END.
           PERFORM 700-PRINT-CONTROL-REPORT.
           PERFORM 700-CLOSE-FILES.
           IF WS-REWRITE-ERRORS > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Prompts for the operator ID stamped on every audit log entry -
      *batch console prompt, no LINE/COLUMN, the same way Program7.cbl
      *takes its run-time input. PAYRYEND.JCL supplies it on SYSIN.
       700-ENTER-OPERATOR-ID.
           DISPLAY "ENTER OPERATOR ID".
           ACCEPT  WS-OPERATOR-ID.

      *Takes the tax year being closed, re-prompting until a
      *non-blank year is keyed in.
       700-ENTER-CLOSE-YEAR.
           DISPLAY "ENTER TAX YEAR TO CLOSE (YYYY)".
           ACCEPT  WS-CLOSE-YEAR.
           PERFORM UNTIL WS-CLOSE-YEAR NOT = SPACES
               DISPLAY "TAX YEAR CANNOT BE BLANK - RE-ENTER"
               ACCEPT  WS-CLOSE-YEAR
           END-PERFORM.

      *Refuses to run unless the shared lock says the batch holds
      *PAYROLE-FILE - PAYRYEND.JCL's STEP05 takes it through
      *PAYRLOCK SET, which itself refuses while a maintenance
      *session is in. Zeroing YTD under a live session would be
      *undone by that session's next REWRITE.
       700-CHECK-BATCH-LOCK.
           MOVE "N"    TO WS-PRIOR-LOCK-STATE.
           MOVE SPACES TO WS-PRIOR-LOCK-SET-BY
                          WS-PRIOR-LOCK-TIME.
           OPEN INPUT PAYROLL-LOCK-FILE.
           IF WS-LOCK-OK
               READ PAYROLL-LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE LK-STATUS    TO WS-PRIOR-LOCK-STATE
                       MOVE LK-SET-BY    TO WS-PRIOR-LOCK-SET-BY
                       MOVE LK-TIMESTAMP TO WS-PRIOR-LOCK-TIME
               END-READ
               CLOSE PAYROLL-LOCK-FILE
           END-IF.
           IF WS-PRIOR-LOCK-STATE NOT = "B"
               DISPLAY "PAYROLE-FILE LOCK NOT HELD BY THE BATCH"
               DISPLAY "RUN PAYRLOCK SET BEFORE THE YEAR-END CLOSE"
               PERFORM 700-REFUSE-YEAR-END
           END-IF.

      *Finds the latest tie-out line PAYROLL-T4-EXTRACT wrote for
      *the closing year and refuses the close unless it shows no
      *exceptions - a year is never closed on a YTD figure the
      *history detail could not prove.
       700-CHECK-T4-TIE-OUT.
           MOVE "N"    TO WS-T4-FOUND-FLAG.
           MOVE "N"    TO WS-WORK-EOF-FLAG.
           MOVE SPACES TO WS-T4-RUN-TIMESTAMP.
           OPEN INPUT T4-STATUS-FILE.
           IF WS-T4STAT-OK
               PERFORM 700-READ-T4-STATUS-RECORD
               PERFORM 700-TEST-T4-STATUS-RECORD
                   UNTIL END-OF-WORK-FILE
               CLOSE T4-STATUS-FILE
           END-IF.
           IF NOT WS-T4-FOUND
               DISPLAY "NO T4 EXTRACT RUN ON FILE FOR " WS-CLOSE-YEAR
               PERFORM 700-REFUSE-YEAR-END
           END-IF.
           IF WS-T4-EXCEPTION-COUNT > ZERO
               DISPLAY "T4 EXTRACT FOR " WS-CLOSE-YEAR " RUN "
                   WS-T4-RUN-TIMESTAMP " HAD "
                   WS-T4-EXCEPTION-COUNT " EXCEPTIONS"
               DISPLAY "RESOLVE THEM AND RERUN PAYROLL-T4-EXTRACT"
               PERFORM 700-REFUSE-YEAR-END
           END-IF.

      *Reads the next tie-out line, setting the end of file flag
      *when there are no more lines to scan.
       700-READ-T4-STATUS-RECORD.
           READ T4-STATUS-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-FLAG
           END-READ.

      *Keeps the tie-out line just read when it is for the closing
      *year - the file is appended in run order, so the last one
      *kept is the latest run - then reads the next line.
       700-TEST-T4-STATUS-RECORD.
           IF TS-TAX-YEAR = WS-CLOSE-YEAR
               MOVE "Y"                 TO WS-T4-FOUND-FLAG
               MOVE TS-EXCEPTION-COUNT  TO WS-T4-EXCEPTION-COUNT
               MOVE TS-TOTAL-SLIP-GROSS TO WS-T4-SLIP-GROSS
               MOVE TS-RUN-TIMESTAMP    TO WS-T4-RUN-TIMESTAMP
           END-IF.
           PERFORM 700-READ-T4-STATUS-RECORD.

      *Refuses the close while any period of the closing year is
      *still open on the period control file - a posting into it
      *after the close would land on a zeroed YTD, and a same-period
      *correction would back figures out of a year that is gone.
       700-CHECK-PERIODS-CLOSED.
           MOVE "N" TO WS-OPEN-PERIOD-FLAG.
           MOVE "N" TO WS-WORK-EOF-FLAG.
           OPEN INPUT PERIOD-CONTROL-FILE.
           IF WS-PERIODS-OK
               PERFORM 700-READ-PERIOD-RECORD
               PERFORM 700-TEST-PERIOD-RECORD
                   UNTIL END-OF-WORK-FILE
               CLOSE PERIOD-CONTROL-FILE
           ELSE
               DISPLAY "NO PERIOD CONTROL FILE - PERIODS NOT CHECKED"
           END-IF.
           IF WS-OPEN-PERIOD-FOUND
               DISPLAY "CLOSE EVERY " WS-CLOSE-YEAR
                   " PERIOD WITH PAYROLL-PERIOD-CTL FIRST"
               PERFORM 700-REFUSE-YEAR-END
           END-IF.

      *Reads the next period entry, setting the end of file flag
      *when there are no more entries to scan.
       700-READ-PERIOD-RECORD.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-FLAG
           END-READ.

      *Flags a closing-year period still open, then reads the next
      *entry.
       700-TEST-PERIOD-RECORD.
           IF PC-PERIOD(1:4) = WS-CLOSE-YEAR AND PC-PERIOD-OPEN
               MOVE "Y" TO WS-OPEN-PERIOD-FLAG
               DISPLAY "PERIOD " PC-PERIOD " IS STILL OPEN"
           END-IF.
           PERFORM 700-READ-PERIOD-RECORD.

      *Refuses a second close of the same year - the roster YTD is
      *already zero, so a rerun would bury the real closing figures
      *under a set of zero lines on the prior-year file.
       700-CHECK-YEAR-NOT-CLOSED.
           MOVE "N" TO WS-YEAR-CLOSED-FLAG.
           MOVE "N" TO WS-WORK-EOF-FLAG.
           OPEN INPUT PRIOR-YEAR-FILE.
           IF WS-PRIORYR-OK
               PERFORM 700-READ-PRIOR-YEAR-RECORD
               PERFORM 700-TEST-PRIOR-YEAR-RECORD
                   UNTIL END-OF-WORK-FILE
               CLOSE PRIOR-YEAR-FILE
           END-IF.
           IF WS-YEAR-ALREADY-CLOSED
               DISPLAY "TAX YEAR " WS-CLOSE-YEAR
                   " IS ALREADY ON THE PRIOR-YEAR FILE"
               PERFORM 700-REFUSE-YEAR-END
           END-IF.

      *Reads the next prior-year line, setting the end of file flag
      *when there are no more lines to scan.
       700-READ-PRIOR-YEAR-RECORD.
           READ PRIOR-YEAR-FILE
               AT END
                   MOVE "Y" TO WS-WORK-EOF-FLAG
           END-READ.

      *Flags a line already written for the closing year, then reads
      *the next line.
       700-TEST-PRIOR-YEAR-RECORD.
           IF PY-TAX-YEAR = WS-CLOSE-YEAR
               MOVE "Y" TO WS-YEAR-CLOSED-FLAG
           END-IF.
           PERFORM 700-READ-PRIOR-YEAR-RECORD.

      *Totals the YTD gross sitting on the active roster and the
      *archive right now and refuses the close unless it still
      *equals the slip gross the T4 run proved - a clean tie-out
      *slips every employee with pay, so the two only differ when
      *something was posted, corrected or rehired after the slips
      *were built.
       700-CHECK-YTD-UNCHANGED.
           MOVE ZERO TO WS-ROSTER-YTD-GROSS.
           MOVE "N"  TO WS-EOF-FLAG.
           MOVE "N"  TO WS-ARCH-EOF-FLAG.
           OPEN INPUT PAYROLE-FILE.
           IF WS-PAYROLE-OK
               PERFORM 700-READ-PAYROLE-RECORD
               PERFORM 700-TOTAL-ACTIVE-YTD
                   UNTIL END-OF-PAYROLE-FILE
               CLOSE PAYROLE-FILE
           END-IF.
           OPEN INPUT PAYROLE-ARCHIVE-FILE.
           IF WS-ARCHIVE-OK
               PERFORM 700-READ-ARCHIVE-RECORD
               PERFORM 700-TOTAL-ARCHIVE-YTD
                   UNTIL END-OF-ARCHIVE-FILE
               CLOSE PAYROLE-ARCHIVE-FILE
           END-IF.
           MOVE "N"  TO WS-EOF-FLAG.
           MOVE "N"  TO WS-ARCH-EOF-FLAG.
           IF WS-ROSTER-YTD-GROSS NOT = WS-T4-SLIP-GROSS
               DISPLAY "YTD GROSS ON FILE NO LONGER MATCHES THE T4 "
                   "EXTRACT RUN " WS-T4-RUN-TIMESTAMP
               DISPLAY "RERUN PAYROLL-T4-EXTRACT FOR " WS-CLOSE-YEAR
               PERFORM 700-REFUSE-YEAR-END
           END-IF.

      *Adds the active record's YTD gross to the check total and
      *reads the next record.
       700-TOTAL-ACTIVE-YTD.
           ADD YTD-GROSS-PAY-OUT TO WS-ROSTER-YTD-GROSS.
           PERFORM 700-READ-PAYROLE-RECORD.

      *Adds the archive record's YTD gross to the check total and
      *reads the next record.
       700-TOTAL-ARCHIVE-YTD.
           ADD ARCH-YTD-GROSS-PAY TO WS-ROSTER-YTD-GROSS.
           PERFORM 700-READ-ARCHIVE-RECORD.

      *Ends the run without touching a record - the step return code
      *fails the job so the operator sees the close did not happen.
      *PAYRYEND.JCL's final PAYRLOCK CLEAR still releases the lock.
       700-REFUSE-YEAR-END.
           DISPLAY "YEAR-END CLOSE NOT RUN".
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

      *Opens both roster files for update and the prior-year file
      *and audit log for append, creating the appendable files on
      *the first run the same way Program1.cbl does. A roster file
      *that has never been created just contributes no employees.
       700-OPEN-FILES.
           OPEN I-O PAYROLE-FILE.
           IF WS-PAYROLE-FILE-MISSING
               DISPLAY "NO PAYROLL RECORDS ON FILE"
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           OPEN I-O PAYROLE-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-MISSING
               DISPLAY "NO ARCHIVED PAYROLL RECORDS ON FILE"
               MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-IF.
           OPEN EXTEND PRIOR-YEAR-FILE.
           IF WS-PRIORYR-FILE-MISSING
               OPEN OUTPUT PRIOR-YEAR-FILE
               CLOSE       PRIOR-YEAR-FILE
               OPEN EXTEND PRIOR-YEAR-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE       AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.

       700-PRINT-HEADINGS.
           MOVE WS-CLOSE-YEAR TO H1-CLOSE-YEAR.
           DISPLAY HEADING-LINE-1.
           DISPLAY " ".
           DISPLAY HEADING-LINE-2.

      *Reads the next active record, sets the end of file flag when
      *there are no more records to process.
       700-READ-PAYROLE-RECORD.
           READ PAYROLE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *Reads the next archive record, sets the end of file flag when
      *there are no more records to process.
       700-READ-ARCHIVE-RECORD.
           READ PAYROLE-ARCHIVE-FILE
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-READ.

      *Writes the staged employee's closing figures to the
      *prior-year file and prints the listing line. Written before
      *the roster record is zeroed, so a REWRITE that fails still
      *leaves the closing figures on file for the operator to
      *reconcile rather than losing them.
       700-WRITE-PRIOR-YEAR-RECORD.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE SPACES                TO PRIOR-YEAR-RECORD.
           MOVE WS-CLOSE-YEAR         TO PY-TAX-YEAR.
           MOVE WS-CLOSE-SOURCE       TO PY-SOURCE-FILE.
           MOVE WS-CLOSE-EMPLOYEE-NUM TO PY-EMPLOYEE-NUM.
           MOVE WS-CLOSE-LNAME        TO PY-EMPLOYEE-LNAME.
           MOVE WS-CLOSE-INITIALS     TO PY-EMPLOYEE-INITIALS.
           MOVE WS-CLOSE-YTD-HOURS    TO PY-YTD-HOURS.
           MOVE WS-CLOSE-YTD-GROSS    TO PY-YTD-GROSS-PAY.
           MOVE WS-CLOSE-YTD-CPP      TO PY-YTD-CPP-DED.
           MOVE WS-CLOSE-YTD-EI       TO PY-YTD-EI-DED.
           MOVE WS-CLOSE-VAC-BALANCE  TO PY-VAC-BALANCE.
           MOVE WS-FORMATTED-TIMESTAMP TO PY-CLOSE-TIMESTAMP.
           WRITE PRIOR-YEAR-RECORD.
           ADD 1                      TO WS-BEFORE-COUNT
                                         WS-WRITTEN-COUNT.
           ADD WS-CLOSE-YTD-HOURS     TO WS-BEFORE-HOURS
                                         WS-WRITTEN-HOURS.
           ADD WS-CLOSE-YTD-GROSS     TO WS-BEFORE-GROSS
                                         WS-WRITTEN-GROSS.
           ADD WS-CLOSE-YTD-CPP       TO WS-BEFORE-CPP
                                         WS-WRITTEN-CPP.
           ADD WS-CLOSE-YTD-EI        TO WS-BEFORE-EI
                                         WS-WRITTEN-EI.
           ADD WS-CLOSE-VAC-BALANCE   TO WS-BEFORE-VAC
                                         WS-WRITTEN-VAC.
           MOVE WS-CLOSE-SOURCE       TO DL-SOURCE.
           MOVE WS-CLOSE-EMPLOYEE-NUM TO DL-EMPLOYEE-NUM.
           MOVE WS-CLOSE-LNAME        TO DL-EMPLOYEE-LNAME.
           MOVE WS-CLOSE-YTD-HOURS    TO DL-YTD-HOURS.
           MOVE WS-CLOSE-YTD-GROSS    TO DL-YTD-GROSS.
           MOVE WS-CLOSE-YTD-CPP      TO DL-YTD-CPP.
           MOVE WS-CLOSE-YTD-EI       TO DL-YTD-EI.
           MOVE WS-CLOSE-VAC-BALANCE  TO DL-VAC-BALANCE.
           DISPLAY DETAIL-LINE.

      *Counts the record just rewritten into the after totals. Every
      *YTD bucket is now zero, so only the count and the vacation
      *balance carried forward add anything.
       700-ACCUMULATE-AFTER-TOTALS.
           ADD 1                      TO WS-AFTER-COUNT.
           ADD WS-CLOSE-VAC-BALANCE   TO WS-AFTER-VAC.

      *A record the file refused to rewrite keeps last year's YTD -
      *called out so the operator can fix it before the first
      *posting of the new year. Its closing figures are already on
      *the prior-year file, so the after totals carry its YTD as
      *still sitting on the roster.
       700-REPORT-REWRITE-ERROR.
           DISPLAY "UNABLE TO REWRITE EMPLOYEE " WS-CLOSE-EMPLOYEE-NUM
               " - YTD NOT ZEROED".
           ADD 1                      TO WS-REWRITE-ERRORS.
           ADD 1                      TO WS-AFTER-COUNT.
           ADD WS-CLOSE-YTD-HOURS     TO WS-AFTER-HOURS.
           ADD WS-CLOSE-YTD-GROSS     TO WS-AFTER-GROSS.
           ADD WS-CLOSE-YTD-CPP       TO WS-AFTER-CPP.
           ADD WS-CLOSE-YTD-EI        TO WS-AFTER-EI.
           ADD WS-CLOSE-VAC-BALANCE   TO WS-AFTER-VAC.

      *Appends one line to the audit log for the employee just
      *closed.
       700-LOG-AUDIT-CLOSE.
           MOVE SPACES                 TO AUDIT-LOG-RECORD.
           MOVE WS-FORMATTED-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE WS-CLOSE-EMPLOYEE-NUM  TO AL-EMPLOYEE-NUM.
           MOVE "YREND"                TO AL-ACTION.
           WRITE AUDIT-LOG-RECORD.

      *Prints the before/after control report - what the files
      *carried going in, what went onto the prior-year file, and
      *what they carry coming out, bucket by bucket.
       700-PRINT-CONTROL-REPORT.
           DISPLAY " ".
           DISPLAY "YEAR-END CONTROL REPORT - " WS-CLOSE-YEAR.
           DISPLAY "T4 TIE-OUT USED : " WS-T4-RUN-TIMESTAMP.
           DISPLAY " ".
           DISPLAY CONTROL-HEADING-LINE.
           MOVE "EMPLOYEES"            TO CC-CAPTION.
           MOVE WS-BEFORE-COUNT        TO CC-BEFORE.
           MOVE WS-WRITTEN-COUNT       TO CC-WRITTEN.
           MOVE WS-AFTER-COUNT         TO CC-AFTER.
           DISPLAY CONTROL-COUNT-LINE.
           MOVE "YTD HOURS"            TO CL-CAPTION.
           MOVE WS-BEFORE-HOURS        TO CL-BEFORE.
           MOVE WS-WRITTEN-HOURS       TO CL-WRITTEN.
           MOVE WS-AFTER-HOURS         TO CL-AFTER.
           DISPLAY CONTROL-LINE.
           MOVE "YTD GROSS PAY"        TO CL-CAPTION.
           MOVE WS-BEFORE-GROSS        TO CL-BEFORE.
           MOVE WS-WRITTEN-GROSS       TO CL-WRITTEN.
           MOVE WS-AFTER-GROSS         TO CL-AFTER.
           DISPLAY CONTROL-LINE.
           MOVE "YTD CPP"              TO CL-CAPTION.
           MOVE WS-BEFORE-CPP          TO CL-BEFORE.
           MOVE WS-WRITTEN-CPP         TO CL-WRITTEN.
           MOVE WS-AFTER-CPP           TO CL-AFTER.
           DISPLAY CONTROL-LINE.
           MOVE "YTD EI"               TO CL-CAPTION.
           MOVE WS-BEFORE-EI           TO CL-BEFORE.
           MOVE WS-WRITTEN-EI          TO CL-WRITTEN.
           MOVE WS-AFTER-EI            TO CL-AFTER.
           DISPLAY CONTROL-LINE.
           MOVE "VACATION BALANCE"     TO CL-CAPTION.
           MOVE WS-BEFORE-VAC          TO CL-BEFORE.
           MOVE WS-WRITTEN-VAC         TO CL-WRITTEN.
           MOVE WS-AFTER-VAC           TO CL-AFTER.
           DISPLAY CONTROL-LINE.
           DISPLAY " ".
           DISPLAY "ACTIVE EMPLOYEES CLOSED   : " WS-ACTIVE-CLOSED.
           DISPLAY "ARCHIVED EMPLOYEES CLOSED : " WS-ARCHIVE-CLOSED.
           DISPLAY "REWRITE ERRORS            : " WS-REWRITE-ERRORS.
           IF WS-BEFORE-GROSS NOT = WS-T4-SLIP-GROSS
               DISPLAY "WARNING: CLOSING GROSS DOES NOT EQUAL T4 "
                   "SLIP GROSS"
           END-IF.

      *Builds a YYYY-MM-DD HH:MM:SS timestamp for the prior-year file
      *and audit log - see Program1.cbl's identical
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
           IF NOT WS-ARCHIVE-FILE-MISSING
               CLOSE PAYROLE-ARCHIVE-FILE
           END-IF.
           CLOSE PRIOR-YEAR-FILE.
           CLOSE AUDIT-LOG-FILE.

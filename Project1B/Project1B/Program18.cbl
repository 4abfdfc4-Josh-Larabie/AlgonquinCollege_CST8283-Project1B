      *hash totals from what is really sitting on PAYROLE-FILE,
      *shows the operator the old and new totals side by side, and
      *reseeds PAYROLL-CONTROL.DAT only on explicit confirmation -
      *with an audit line recording who reseeded and when. The
      *retro pay total has no roster field behind it, so it is
      *rebuilt from the retro pay lines on the pay history instead.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLE-FILE.DAT"
                   ORGANIZATION IS INDEXED
               ASSIGN TO "C:\PAYROLL-LOCK.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOCK-STATUS.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "C:\PAY-HISTORY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "C:\AUDIT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
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

      *Running control totals across every session - see
      *Program1.cbl's CONTROL-TOTAL-RECORD.
           05  CT-HASH-HOURLY-PAY      PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-HASH-HOURS-WORKED    PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-RETRO-GROSS-PAY      PIC 9(9)V99.

      *One record - who holds PAYROLE-FILE right now. Same layout
      *PAYRLOCK (Program11.cbl) maintains.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  LK-TIMESTAMP        PIC X(19).

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

      *Same layout Program1.cbl appends to on every add/change/
      *delete - see Program1.cbl's AUDIT-LOG-RECORD. AL-ACTION
      *carries "RESEED" and AL-EMPLOYEE-NUM zero, since a reseed
           05  WS-AUDIT-STATUS        PIC X(2).
               88  WS-AUDIT-OK                VALUE "00".
               88  WS-AUDIT-FILE-MISSING      VALUE "35".
           05  WS-HISTORY-STATUS      PIC X(2).
               88  WS-HISTORY-OK              VALUE "00".
               88  WS-HISTORY-FILE-MISSING    VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG            PIC X(1)  VALUE "N".
               88  END-OF-PAYROLE-FILE        VALUE "Y".
           05  WS-HIST-EOF-FLAG       PIC X(1)  VALUE "N".
               88  END-OF-PAY-HISTORY         VALUE "Y".
           05  WS-CONFIRM-RESPONSE    PIC X(1)  VALUE SPACE.

       01  WS-OPERATOR-FIELDS.
           05  WS-ACTUAL-RECORD-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-ACTUAL-HASH-HOURLY-PAY   PIC 9(9) VALUE ZERO.
           05  WS-ACTUAL-HASH-HOURS-WORKED PIC 9(9) VALUE ZERO.
           05  WS-ACTUAL-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

      *Control totals read back from CONTROL-TOTAL-FILE - the
      *frozen figures the reseed replaces.
           05  WS-EXPECTED-RECORD-COUNT      PIC 9(7) VALUE ZERO.
           05  WS-EXPECTED-HASH-HOURLY-PAY   PIC 9(9) VALUE ZERO.
           05  WS-EXPECTED-HASH-HOURS-WORKED PIC 9(9) VALUE ZERO.
           05  WS-EXPECTED-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

      *Work fields used to build a timestamp for the audit log - same
      *pattern as Program1.cbl's identical fields.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  NL-HASH-HOURS-WORKED PIC ZZZ,ZZZ,ZZ9.

      *Retro pay total, old and rebuilt - money rather than a hash,
      *so it prints on a line of its own.
       01  RETRO-TOTALS-LINE.
           05  FILLER              PIC X(20) VALUE "RETRO GROSS PAY".
           05  FILLER              PIC X(5)  VALUE "OLD".
           05  RL-OLD-RETRO        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(5)  VALUE "NEW".
           05  RL-NEW-RETRO        PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *Main line - checks the lock, rebuilds the totals from the
      *reseeds the control file only on an explicit Y.
       200-TERM-RECOUNT.
           PERFORM 700-CLOSE-PAYROLE-FILE.
           PERFORM 700-TOTAL-RETRO-HISTORY.
           PERFORM 700-PRINT-COMPARISON.
           DISPLAY "RESEED PAYROLL-CONTROL.DAT WITH NEW TOTALS Y/N".
           ACCEPT  WS-CONFIRM-RESPONSE.
                                         WS-EXPECTED-HASH-HOURLY-PAY
                       MOVE CT-HASH-HOURS-WORKED TO
                                         WS-EXPECTED-HASH-HOURS-WORKED
                       MOVE CT-RETRO-GROSS-PAY TO
                                         WS-EXPECTED-RETRO-GROSS-PAY
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *Rebuilds the retro pay total from every retro pay line on the
      *pay history. No history file recounts to zero.
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

       700-CLOSE-PAYROLE-FILE.
           IF NOT WS-PAYROLE-FILE-MISSING
               CLOSE PAYROLE-FILE
           MOVE WS-ACTUAL-HASH-HOURLY-PAY     TO NL-HASH-HOURLY-PAY.
           MOVE WS-ACTUAL-HASH-HOURS-WORKED   TO NL-HASH-HOURS-WORKED.
           DISPLAY NEW-TOTALS-LINE.
           MOVE WS-EXPECTED-RETRO-GROSS-PAY   TO RL-OLD-RETRO.
           MOVE WS-ACTUAL-RETRO-GROSS-PAY     TO RL-NEW-RETRO.
           DISPLAY RETRO-TOTALS-LINE.
           DISPLAY " ".

      *Replaces the control file with the rebuilt totals.
           MOVE WS-ACTUAL-RECORD-COUNT      TO CT-RECORD-COUNT.
           MOVE WS-ACTUAL-HASH-HOURLY-PAY   TO CT-HASH-HOURLY-PAY.
           MOVE WS-ACTUAL-HASH-HOURS-WORKED TO CT-HASH-HOURS-WORKED.
           MOVE WS-ACTUAL-RETRO-GROSS-PAY   TO CT-RETRO-GROSS-PAY.
           WRITE CONTROL-TOTAL-RECORD.
           CLOSE CONTROL-TOTAL-FILE.


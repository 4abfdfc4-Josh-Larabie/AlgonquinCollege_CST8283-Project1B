           SELECT DIRECT-DEPOSIT-FILE
               ASSIGN TO "C:\PAYROLL-DIRDEP.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL.
      *Each pay period's open/closed status and the single current
      *period - maintained by PAYROLL-PERIOD-CTL (Program17.cbl).
      *The bank file pays the current period's pay results.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS ARCH-EMPLOYEE-NUM
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *The period's pay results, one per employee - written by
      *PAYCALC (Program25.cbl), the stream's only pay calculation,
      *keyed on pay period and employee number.
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

      *One fixed-width line per employee, built up in DD-DETAIL-LINE
      *and written out as a LINE SEQUENTIAL record - the layout the
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
               88  END-OF-PAYROLE-FILE         VALUE "Y".
           05  WS-RESULT-FLAG      PIC X(1)    VALUE "N".
               88  WS-RESULT-FOUND             VALUE "Y".

      *Which file this run pays out of - the operator is prompted at
      *start-up. Defaults to the active file.
           88  SELECT-ACTIVE-FILE          VALUE "A" "a".
           88  SELECT-ARCHIVE-FILE         VALUE "R" "r".

      *The period the bank file pays (the period control file's
      *current period, see 700-GET-RUN-PERIOD).
       01  WS-RUN-PERIOD-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".

      *Edited fields used to build the fixed-width bank detail line.
      *Net pay lands in DE-NET-PAY decimal-aligned, and the REDEFINES
      *reads the same nine digits back as seven whole dollars and two
       01  WS-RECORD-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-SKIPPED-COUNT        PIC 9(5) VALUE ZERO.
       01  WS-CHEQUE-COUNT         PIC 9(5) VALUE ZERO.
       01  WS-NO-RESULT-COUNT      PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.

           PERFORM 200-TERM-DIRECT-DEPOSIT.
           STOP RUN.

      *Asks the operator which file to pay out of, then opens the
      *files.
       200-INIT-DIRECT-DEPOSIT.
           PERFORM 700-PROMPT-FILE-SELECTION.
           PERFORM 700-OPEN-FILES.
           PERFORM 700-GET-RUN-PERIOD.
           PERFORM 700-OPEN-RESULTS-FILE.
           IF NOT END-OF-PAYROLE-FILE
               PERFORM 700-READ-PAYROLE-RECORD
           END-IF.

      *Looks up net pay for the current record and writes its
      *direct-deposit detail line unless the employee's banking
      *information is incomplete, then reads the next record. Any of
      *the three routing fields at zero - institution, transit or
      *PAYROLL-EFT-RETURNS, Program15.cbl) goes onto the cheque
      *list instead - re-sending a known-bad item just bounces
      *again, and the flag only clears when corrected banking is
      *keyed through the maintenance menu. Both the rejects and the
      *employees skipped here are paid by PAYROLL-CHEQUE-RUN
      *(Program24.cbl), which applies these same tests. The net
      *deposited is the one PAYCALC (Program25.cbl) stored for the
      *period in STEP25 - an employee with no result for the period
      *(not on the roster when STEP25 ran, or an archived employee
      *whose final pay was an earlier period's) has nothing owing
      *and is called out with a warning (RC=4) rather than paid.
       200-PROCESS-PAYROLE-RECORD.
           IF EMPLOYEE-BANK-REJECTED
               DISPLAY "EFT REJECT ON FILE - PAY BY CHEQUE EMPLOYEE "
                       "EMPLOYEE " EMPLOYEE-NUM
                   ADD 1 TO WS-SKIPPED-COUNT
               ELSE
                   PERFORM 700-READ-PAY-RESULT
                   IF WS-RESULT-FOUND
                       PERFORM 700-WRITE-DIRECT-DEPOSIT-LINE
                       ADD 1 TO WS-RECORD-COUNT
                   ELSE
                       DISPLAY "NO PAY RESULT FOR PERIOD "
                           WS-RUN-PERIOD " - NOT DEPOSITED EMPLOYEE "
                           EMPLOYEE-NUM
                       ADD 1 TO WS-NO-RESULT-COUNT
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-PAYROLE-RECORD.
                    WS-SKIPPED-COUNT.
           DISPLAY "EMPLOYEES FOR CHEQUE - EFT REJECT ON FILE: "
                    WS-CHEQUE-COUNT.
           DISPLAY "EMPLOYEES SKIPPED - NO PAY RESULT: "
                    WS-NO-RESULT-COUNT.
           PERFORM 700-CLOSE-FILES.
      *Asks the operator which file to pay out of - the active file is
      *what the nightly batch and Program1 maintain day to day, the
      *archive is where 300-DELETE-PAYROLE-RECORD moves terminated
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

      *Opens the pay results for keyed lookup. With no results file
      *at all STEP25 has never run, and every employee is called out
      *by 200-PROCESS-PAYROLE-RECORD as having no result.
       700-OPEN-RESULTS-FILE.
           OPEN INPUT PAY-RESULTS-FILE.
           IF WS-RESULTS-FILE-MISSING
               DISPLAY "NO PAY RESULTS ON FILE"
           END-IF.

      *Reads the current record's pay result for the run's period
      *into PAY-RESULTS-RECORD.
       700-READ-PAY-RESULT.
           MOVE "N" TO WS-RESULT-FLAG.
           IF NOT WS-RESULTS-FILE-MISSING
               MOVE WS-RUN-PERIOD TO PR-PERIOD
               MOVE EMPLOYEE-NUM  TO PR-EMPLOYEE-NUM
               READ PAY-RESULTS-FILE
                   INVALID KEY
                       MOVE "N" TO WS-RESULT-FLAG
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RESULT-FLAG
               END-READ
           END-IF.

      *Takes the period the bank file pays off the period control
      *file's single current period - the period STEP25 calculated
      *the pay results for. Same lookup as PAYCALC's
      *700-GET-RUN-PERIOD, wall-clock fallback included.
       700-GET-RUN-PERIOD.
           MOVE "N"    TO WS-PC-EOF-FLAG.
           MOVE SPACES TO WS-RUN-PERIOD.
           PERFORM 700-READ-PERIOD-RECORD.

      *Builds and writes one fixed-width bank detail line for the
      *record currently held in PAYRECORD-IN / PR-NET-PAY. Net pay is
      *split into whole dollars and cents since the bank's layout
      *carries no decimal point of its own.
       700-WRITE-DIRECT-DEPOSIT-LINE.
           MOVE PR-NET-PAY               TO DE-NET-PAY.
           MOVE SPACES                   TO DD-DETAIL-LINE.
           STRING
               EMPLOYEE-INSTITUTION      DELIMITED BY SIZE
           END-STRING.
           WRITE DD-DETAIL-LINE.

      *Closes the payrole file, the pay results and the
      *direct-deposit file.
       700-CLOSE-FILES.
           IF SELECT-ARCHIVE-FILE
               IF NOT WS-ARCHIVE-FILE-MISSING
                   CLOSE PAYROLE-FILE
               END-IF
           END-IF.
           IF NOT WS-RESULTS-FILE-MISSING
               CLOSE PAY-RESULTS-FILE
           END-IF.
           CLOSE DIRECT-DEPOSIT-FILE.

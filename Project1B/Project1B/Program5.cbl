       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Batch twin of PAYREG (Program2.cbl), built for the nightly
      *stream (Project1B/JCL) where it runs as STEP30 - PAYREG asks
      *at the terminal which period to print, and a batch step has
      *no one to answer. This program always prints the period
      *control file's current period, the one STEP25 just
      *calculated. Its record layout and union and department
      *subtotal logic are otherwise identical to PAYREG, and like
      *PAYREG it reads every pay result PAYCALC (Program25.cbl)
      *stored for the period rather than working anyone's pay out
      *again - the roster's employees and the terminated employees
      *whose final pay PAYCALC calculated off the archive alike, so
      *the register carries the same employees, and the same
      *totals, as the remittance register and the GL journal.
      *Each pay period's open/closed status and the single current
      *period - maintained by PAYROLL-PERIOD-CTL (Program17.cbl).
      *The register prints the current period's pay results.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.
      *The period's pay results, one per employee - written by
      *PAYCALC (Program25.cbl), the stream's only pay calculation,
      *keyed on pay period and employee number. Read from the
      *period's first result to its last, as PAYREG does.
           SELECT PAY-RESULTS-FILE
               ASSIGN TO "C:\PAYROLL-RESULTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-RESULT-KEY
                   FILE STATUS IS WS-RESULTS-STATUS.
      *The register's grand totals for the period it printed,
      *rewritten on every run - PAYGLJNL (Program26.cbl) proves the
      *GL journal's gross against them in STEP37.
           SELECT REGISTER-TOTAL-FILE
               ASSIGN TO "C:\PAYROLL-REGTOTAL.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REGTOTAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *One pay period's control entry - same layout
      *PAYROLL-PERIOD-CTL (Program17.cbl) maintains.
       FD  PERIOD-CONTROL-FILE.
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

      *The register's grand totals for one period, as printed on
      *its GRAND TOTAL line.
       FD  REGISTER-TOTAL-FILE.
       01  REGISTER-TOTAL-RECORD.
           05  RT-PERIOD               PIC X(6).
           05  FILLER                  PIC X(1).
           05  RT-EMP-COUNT            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  RT-GROSS-TOTAL          PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  RT-DEDUCT-TOTAL         PIC 9(9)V99.
           05  FILLER                  PIC X(1).
           05  RT-NET-TOTAL            PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-PERIODS-STATUS      PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".
           05  WS-RESULTS-STATUS      PIC X(2).
               88  WS-RESULTS-OK              VALUE "00".
               88  WS-RESULTS-FILE-MISSING    VALUE "35".
           05  WS-REGTOTAL-STATUS     PIC X(2).
               88  WS-REGTOTAL-OK             VALUE "00".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PAY-RESULTS          VALUE "Y".
           05  WS-FOUND-FLAG       PIC X(1)    VALUE "N".
               88  WS-FOUND                    VALUE "Y".

      *The period the register prints (the period control file's
      *current period, see 700-GET-RUN-PERIOD).
       01  WS-RUN-PERIOD-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".

      *Subtotals broken out by UNION-MEMBER code, kept in an in-memory
      *table and accumulated as each record is read rather than relying
      *on a control break - see PAYREG (Program2.cbl) for why.
               10  UT-VAC-TOTAL     PIC 9(9)V99  VALUE ZERO.
       01  WS-UNION-TABLE-COUNT     PIC 9(2)     VALUE ZERO.

      *Subtotals broken out by department code, kept in an in-memory
      *table and accumulated as each record is read - same rationale
      *as UNION-TOTALS-TABLE above, since PAY-RESULTS-FILE is not
      *ordered by department either.
       01  DEPT-TOTALS-TABLE.
           05  DEPT-TOTAL-ENTRY OCCURS 50 TIMES INDEXED BY DT-IDX.
               10  DT-DEPT-CODE     PIC X(4)     VALUE SPACES.
           05  WS-GRAND-DEDUCT-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05  WS-GRAND-NET-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  WS-GRAND-VAC-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  WS-GRAND-RETRO-TOTAL     PIC 9(9)V99 VALUE ZERO.

      *Print line layouts for the payroll register.
       01  HEADING-LINE-1.
           05  FILLER              PIC X(40)
               VALUE "              PAYROLL REGISTER".
           05  FILLER              PIC X(11) VALUE "PAY PERIOD ".
           05  HL-PERIOD           PIC X(6).

       01  HEADING-LINE-2.
           05  FILLER              PIC X(9)  VALUE "EMP NUM".
           05  DL-EMPLOYEE-INITIALS PIC X(2).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-EMPLOYEE-HOURLY-PAY PIC ZZZ9.
      *A salaried employee has no hourly rate to show - SAL prints
      *in the rate column instead.
           05  DL-PAY-TYPE-TEXT REDEFINES DL-EMPLOYEE-HOURLY-PAY
                                   PIC X(4).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-HOURS-WORKED     PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-VAC-ACCRUED      PIC ZZZ,ZZ9.99.

      *Printed under an employee's detail line when the gross pay
      *includes retroactive pay, with the amount under GROSS PAY.
       01  RETRO-PAY-LINE.
           05  FILLER              PIC X(11) VALUE SPACES.
           05  FILLER              PIC X(37)
               VALUE "INCLUDES RETROACTIVE PAY".
           05  RL-RETRO-PAY        PIC ZZZ,ZZ9.99.

      *Printed under the grand total when any retroactive pay was
      *included in the period's gross.
       01  GRAND-RETRO-LINE.
           05  FILLER              PIC X(29)
               VALUE "GRAND TOTAL RETROACTIVE PAY".
           05  FILLER              PIC X(22) VALUE SPACES.
           05  GL-RETRO-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.

       01  UNION-SUBTOTAL-LINE.
           05  FILLER              PIC X(15) VALUE "UNION MEMBER".
           05  SL-UNION-MEMBER     PIC X(1).

       PROCEDURE DIVISION.

      *Main Loop, reads every pay result for the period and prints
      *the register.
       100-PRINT-PAYROLL-REGISTER.
           PERFORM 200-INIT-PAYROLL-REGISTER.
           PERFORM 200-PROCESS-PAY-RESULT
               UNTIL END-OF-PAY-RESULTS.
           PERFORM 200-TERM-PAYROLL-REGISTER.
           STOP RUN.

      *Takes the run period, positions the results file at its first
      *result and prints the report headings.
       200-INIT-PAYROLL-REGISTER.
           PERFORM 700-GET-RUN-PERIOD.
           PERFORM 700-OPEN-RESULTS-FILE.
           PERFORM 700-PRINT-HEADINGS.
           IF NOT END-OF-PAY-RESULTS
               PERFORM 700-READ-PAY-RESULT
           END-IF.

      *Prints a detail line for the current result, folds it into its
      *union's and department's running subtotals, and reads the
      *next result.
       200-PROCESS-PAY-RESULT.
           PERFORM 700-PRINT-DETAIL-LINE.
           PERFORM 700-ACCUMULATE-TOTALS.
           PERFORM 700-ACCUMULATE-DEPT-TOTALS.
           PERFORM 700-READ-PAY-RESULT.

      *Prints every union's subtotal, every department's subtotal, the
      *grand total, saves the grand total for the GL journal's proof,
      *and closes the results file.
       200-TERM-PAYROLL-REGISTER.
           PERFORM 700-PRINT-UNION-SUBTOTALS.
           PERFORM 700-PRINT-DEPT-SUBTOTALS.
           PERFORM 700-PRINT-GRAND-TOTAL.
           PERFORM 700-WRITE-REGISTER-TOTAL.
           PERFORM 700-CLOSE-RESULTS-FILE.

      *Opens the results file and positions it at the period's first
      *result. If no results have ever been calculated, or none for
      *the period, prints an empty register instead of letting an
      *unchecked OPEN INPUT abend the batch step.
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

      *Reads the next pay result, ending the register at end of file
      *or at the first result belonging to a later period.
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

      *Takes the period the register prints off the period control
      *file's single current period - the period STEP25 calculated
      *the pay results for. Same lookup as PAYCALC's
      *700-GET-RUN-PERIOD, wall-clock fallback included.
       700-GET-RUN-PERIOD.
           MOVE "N"    TO WS-PC-EOF-FLAG.
           MOVE SPACES TO WS-RUN-PERIOD.
           PERFORM 700-READ-PERIOD-RECORD.

       700-PRINT-HEADINGS.
           MOVE WS-RUN-PERIOD TO HL-PERIOD.
           DISPLAY HEADING-LINE-1.
           DISPLAY " ".
           DISPLAY HEADING-LINE-2.

       700-PRINT-DETAIL-LINE.
           MOVE PR-EMPLOYEE-NUM       TO DL-EMPLOYEE-NUM.
           MOVE PR-EMPLOYEE-LNAME     TO DL-EMPLOYEE-LNAME.
           MOVE PR-EMPLOYEE-INITIALS  TO DL-EMPLOYEE-INITIALS.
           IF PR-SALARIED
               MOVE " SAL"            TO DL-PAY-TYPE-TEXT
           ELSE
               MOVE PR-HOURLY-PAY     TO DL-EMPLOYEE-HOURLY-PAY
           END-IF.
           MOVE PR-HOURS-WORKED       TO DL-HOURS-WORKED.
           MOVE PR-UNION-MEMBER       TO DL-UNION-MEMBER.
           MOVE PR-GROSS-PAY          TO DL-GROSS-PAY.
           MOVE PR-TOTAL-DEDUCTIONS   TO DL-TOTAL-DEDUCT.
           MOVE PR-NET-PAY            TO DL-NET-PAY.
           MOVE PR-VAC-ACCRUED        TO DL-VAC-ACCRUED.
           DISPLAY DETAIL-LINE.
           IF PR-RETRO-PAY IS NUMERIC
              AND PR-RETRO-PAY > ZERO
               MOVE PR-RETRO-PAY      TO RL-RETRO-PAY
               DISPLAY RETRO-PAY-LINE
           END-IF.

      *Finds (or creates) this record's entry in UNION-TOTALS-TABLE and
      *folds the record's gross pay into that union's subtotal, then
      *into the grand total. Works regardless of what order
      *PAY-RESULTS-FILE is read in, since every record independently
      *finds its own union's running total.
       700-ACCUMULATE-TOTALS.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING UT-IDX FROM 1 BY 1
                   UNTIL UT-IDX > WS-UNION-TABLE-COUNT
               IF UT-UNION-CODE(UT-IDX) = PR-UNION-MEMBER
                   ADD 1             TO UT-EMP-COUNT(UT-IDX)
                   ADD PR-GROSS-PAY  TO UT-GROSS-TOTAL(UT-IDX)
                   ADD PR-TOTAL-DEDUCTIONS TO UT-DEDUCT-TOTAL(UT-IDX)
                   ADD PR-NET-PAY    TO UT-NET-TOTAL(UT-IDX)
                   ADD PR-VAC-ACCRUED TO UT-VAC-TOTAL(UT-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
           IF NOT WS-FOUND
               ADD 1 TO WS-UNION-TABLE-COUNT
               SET UT-IDX              TO WS-UNION-TABLE-COUNT
               MOVE PR-UNION-MEMBER    TO UT-UNION-CODE(UT-IDX)
               MOVE 1                  TO UT-EMP-COUNT(UT-IDX)
               MOVE PR-GROSS-PAY       TO UT-GROSS-TOTAL(UT-IDX)
               MOVE PR-TOTAL-DEDUCTIONS TO UT-DEDUCT-TOTAL(UT-IDX)
               MOVE PR-NET-PAY         TO UT-NET-TOTAL(UT-IDX)
               MOVE PR-VAC-ACCRUED     TO UT-VAC-TOTAL(UT-IDX)
           END-IF.
           ADD 1                    TO WS-GRAND-EMP-COUNT.
           ADD PR-GROSS-PAY         TO WS-GRAND-GROSS-TOTAL.
           ADD PR-TOTAL-DEDUCTIONS  TO WS-GRAND-DEDUCT-TOTAL.
           ADD PR-NET-PAY           TO WS-GRAND-NET-TOTAL.
           ADD PR-VAC-ACCRUED       TO WS-GRAND-VAC-TOTAL.
           IF PR-RETRO-PAY IS NUMERIC
               ADD PR-RETRO-PAY     TO WS-GRAND-RETRO-TOTAL
           END-IF.

      *Prints one subtotal line per distinct union code found on file.
       700-PRINT-UNION-SUBTOTALS.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING DT-IDX FROM 1 BY 1
                   UNTIL DT-IDX > WS-DEPT-TABLE-COUNT
               IF DT-DEPT-CODE(DT-IDX) = PR-DEPT-CODE
                   ADD 1             TO DT-EMP-COUNT(DT-IDX)
                   ADD PR-GROSS-PAY  TO DT-GROSS-TOTAL(DT-IDX)
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.
      *A department past the table's capacity is left out of the
      *subtotals (the grand total still carries its pay) and called
      *out, rather than letting the add index past the table -
      *unlike the union code, the department code is free-keyed, so
      *the count of distinct codes is whatever data entry made it.
           IF NOT WS-FOUND
               IF WS-DEPT-TABLE-COUNT < 50
                   ADD 1 TO WS-DEPT-TABLE-COUNT
                   SET DT-IDX              TO WS-DEPT-TABLE-COUNT
                   MOVE PR-DEPT-CODE       TO DT-DEPT-CODE(DT-IDX)
                   MOVE 1                  TO DT-EMP-COUNT(DT-IDX)
                   MOVE PR-GROSS-PAY       TO DT-GROSS-TOTAL(DT-IDX)
               ELSE
                   DISPLAY "DEPT TABLE FULL - NO SUBTOTAL FOR "
                       PR-DEPT-CODE
               END-IF
           END-IF.

           MOVE WS-GRAND-NET-TOTAL     TO GL-NET-TOTAL.
           MOVE WS-GRAND-VAC-TOTAL     TO GL-VAC-TOTAL.
           DISPLAY GRAND-TOTAL-LINE.
           IF WS-GRAND-RETRO-TOTAL > ZERO
               MOVE WS-GRAND-RETRO-TOTAL TO GL-RETRO-TOTAL
               DISPLAY GRAND-RETRO-LINE
           END-IF.

      *Rewrites the register total file with the period's grand
      *totals - the figures STEP37's PAYGLJNL (Program26.cbl) ties
      *the GL journal's gross to. Written whether or not anyone was
      *paid, so the journal never proves against a stale period.
       700-WRITE-REGISTER-TOTAL.
           OPEN OUTPUT REGISTER-TOTAL-FILE.
           IF WS-REGTOTAL-OK
               MOVE SPACES                TO REGISTER-TOTAL-RECORD
               MOVE WS-RUN-PERIOD         TO RT-PERIOD
               MOVE WS-GRAND-EMP-COUNT    TO RT-EMP-COUNT
               MOVE WS-GRAND-GROSS-TOTAL  TO RT-GROSS-TOTAL
               MOVE WS-GRAND-DEDUCT-TOTAL TO RT-DEDUCT-TOTAL
               MOVE WS-GRAND-NET-TOTAL    TO RT-NET-TOTAL
               WRITE REGISTER-TOTAL-RECORD
               CLOSE REGISTER-TOTAL-FILE
           ELSE
               DISPLAY "REGISTER TOTAL FILE NOT WRITTEN - STATUS "
                   WS-REGTOTAL-STATUS
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Closes the results file.
       700-CLOSE-RESULTS-FILE.
           IF NOT WS-RESULTS-FILE-MISSING
               CLOSE PAY-RESULTS-FILE
           END-IF.

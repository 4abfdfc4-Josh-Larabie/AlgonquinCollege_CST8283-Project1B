       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *PAYREG prints the payroll register for any pay period, past
      *or current, exactly as the period was paid - it reads the
      *pay results PAYCALC (Program25.cbl) stored for the period
      *rather than re-pricing the roster, so a closed period still
      *shows the rates, deductions and net it was paid at after the
      *roster's rates and hours have moved on. The nightly batch
      *stream (Project1B/JCL) prints the current period's register
      *with PAYREGS (Program5.cbl), its batch twin, which takes the
      *period off the period control file instead of asking.
      *Every period's pay results, one per employee and period -
      *written by PAYCALC (Program25.cbl), the stream's only pay
      *calculation, keyed on pay period and employee number. Read
      *from the keyed period's first result onward.
           SELECT PAY-RESULTS-FILE
               ASSIGN TO "C:\PAYROLL-RESULTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-RESULT-KEY
                   FILE STATUS IS WS-RESULTS-STATUS.
      *Each pay period's open/closed status and the single current
      *period - maintained by PAYROLL-PERIOD-CTL (Program17.cbl).
      *A blank period at the prompt prints the current period.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
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

      *One pay period's control entry - same layout
      *PAYROLL-PERIOD-CTL (Program17.cbl) maintains.
               88  PC-CURRENT-PERIOD       VALUE "Y".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-RESULTS-STATUS      PIC X(2).
               88  WS-RESULTS-OK              VALUE "00".
               88  WS-RESULTS-FILE-MISSING    VALUE "35".
           05  WS-PERIODS-STATUS      PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PAY-RESULTS          VALUE "Y".
           05  WS-FOUND-FLAG       PIC X(1)    VALUE "N".
               88  WS-FOUND                    VALUE "Y".

      *The period the register prints - keyed at the prompt, or the
      *period control file's current period when left blank (see
      *700-GET-RUN-PERIOD).
       01  WS-RUN-PERIOD-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".

      *Subtotals broken out by UNION-MEMBER code, kept in an in-memory
      *table and accumulated as each record is read rather than relying
      *on a control break - PAY-RESULTS-FILE is keyed (and, when read
      *sequentially, ordered) by period and EMPLOYEE-NUM, not
      *UNION-MEMBER, so union codes interleave across employee
      *numbers in the normal case and a control break would print a
      *fragmented subtotal every time the code happened to flip back
      *and forth.
       01  UNION-TOTALS-TABLE.
           05  UNION-TOTAL-ENTRY OCCURS 10 TIMES INDEXED BY UT-IDX.
               10  UT-UNION-CODE    PIC X(1)     VALUE SPACES.
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

      *Asks for the period to print, positions the results file at
      *its first result and prints the report headings.
       200-INIT-PAYROLL-REGISTER.
           PERFORM 700-PROMPT-PERIOD.
           PERFORM 700-OPEN-RESULTS-FILE.
           PERFORM 700-PRINT-HEADINGS.
           IF NOT END-OF-PAY-RESULTS
               PERFORM 700-READ-PAY-RESULT
           END-IF.

      *Prints a detail line for the current result, folds it into its
      *union's running subtotal, and reads the next result.
       200-PROCESS-PAY-RESULT.
           PERFORM 700-PRINT-DETAIL-LINE.
           PERFORM 700-ACCUMULATE-TOTALS.
           PERFORM 700-ACCUMULATE-DEPT-TOTALS.
           PERFORM 700-READ-PAY-RESULT.

      *Prints every union's subtotal, every department's subtotal, the
      *grand total, and closes the results file.
       200-TERM-PAYROLL-REGISTER.
           PERFORM 700-PRINT-UNION-SUBTOTALS.
           PERFORM 700-PRINT-DEPT-SUBTOTALS.
           PERFORM 700-PRINT-GRAND-TOTAL.
           PERFORM 700-CLOSE-RESULTS-FILE.

      *Asks which pay period to print. A blank entry prints the
      *period control file's current period - the period tonight's
      *stream calculates.
       700-PROMPT-PERIOD.
           DISPLAY "PAY PERIOD TO PRINT (YYYYMM, BLANK = CURRENT): ".
           ACCEPT  WS-RUN-PERIOD.
           IF WS-RUN-PERIOD = SPACES
               PERFORM 700-GET-RUN-PERIOD
           END-IF.

      *Opens the results file and positions it at the period's first
      *result. If no results have ever been calculated, or none for
      *the period, prints an empty report instead of letting an
      *unchecked OPEN INPUT abend the run.
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

      *Reads the next pay result, ending the report at end of file or
      *at the first result belonging to a later period.
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

      *Takes the period control file's single current period - the
      *period the nightly stream's PAYCALC step calculates pay
      *results for. Same lookup as PAYCALC's 700-GET-RUN-PERIOD,
      *wall-clock fallback included.
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
      *Closes the results file.
       700-CLOSE-RESULTS-FILE.
           IF NOT WS-RESULTS-FILE-MISSING
               CLOSE PAY-RESULTS-FILE
           END-IF.

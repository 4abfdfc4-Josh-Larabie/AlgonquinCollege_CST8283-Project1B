      *the other side, and the CRA remittance, the garnishment
      *cheques to the courts and the benefit-carrier premium
      *billing were rebuilt on a calculator from the register
      *printout. One pass over the period's pay results breaks the
      *withholdings out by destination: statutory amounts in total
      *for the CRA remittance, garnishments listed per court order
      *(the court needs to know whose order each dollar applies
      *to, and the cheque is matched to the order's file number),
      *benefit premiums per employee for the carrier
      *reconciliation, and the capped-shortfall cases, so Payroll
      *knows which premiums to carry forward. Every amount is read
      *back off the pay result PAYCALC (Program25.cbl) stored in
      *STEP25, so the remittances match the dollars the deposits
      *and cheques actually withheld. The register reads every
      *result stored for the period rather than the roster, so a
      *terminated employee's final pay, calculated off the archive
      *by PAYCALC's 200-PROCESS-ARCHIVE-RECORD, is remitted with
      *everyone else's - PAYROLL-PERIOD-CTL's CLOSE reduces the
      *garnishment orders by those same results.
      *Each pay period's open/closed status and the single current
      *period - maintained by PAYROLL-PERIOD-CTL (Program17.cbl).
      *The register remits the current period's pay results.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PERIODS-STATUS.
      *Court-ordered garnishments, one entry per employee and court
      *order number - maintained by PAYROLL-GARNISH-ORDERS
      *(Program22.cbl). Loaded whole at start-up by
      *700-LOAD-GARNISH-ORDERS so each court remittance carries the
      *court/creditor named on its order.
           SELECT GARNISH-ORDER-FILE
               ASSIGN TO "C:\PAYROLL-GARNISH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GARNISH-STATUS.
      *The period's pay results, one per employee - written by
      *PAYCALC (Program25.cbl), the stream's only pay calculation,
      *keyed on pay period and employee number. Read from the
      *period's first result to its last, as PAYREG (Program2.cbl)
      *does.
           SELECT PAY-RESULTS-FILE
               ASSIGN TO "C:\PAYROLL-RESULTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-RESULT-KEY
                   FILE STATUS IS WS-RESULTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *One pay period's control entry - same layout
      *PAYROLL-PERIOD-CTL (Program17.cbl) maintains.
       FD  PERIOD-CONTROL-FILE.
           05  PC-CURRENT-FLAG     PIC X(1).
               88  PC-CURRENT-PERIOD       VALUE "Y".

      *One garnishment order - same layout PAYROLL-GARNISH-ORDERS
      *(Program22.cbl) maintains.
       FD  GARNISH-ORDER-FILE.
       01  GARNISH-ORDER-RECORD.
           05  GO-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1).
           05  GO-ORDER-NUM        PIC X(12).
           05  FILLER              PIC X(1).
           05  GO-COURT-CREDITOR   PIC X(30).
           05  FILLER              PIC X(1).
           05  GO-PRIORITY         PIC 9(2).
           05  FILLER              PIC X(1).
           05  GO-DEDUCT-TYPE      PIC X(1).
               88  GO-FLAT-AMOUNT          VALUE "A".
               88  GO-PERCENT-OF-NET       VALUE "P".
           05  FILLER              PIC X(1).
           05  GO-DEDUCT-AMOUNT    PIC 9(4)V99.
           05  FILLER              PIC X(1).
           05  GO-DEDUCT-PERCENT   PIC 9(3)V99.
           05  FILLER              PIC X(1).
           05  GO-TOTAL-OWING      PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  GO-BALANCE          PIC 9(7)V99.
           05  FILLER              PIC X(1).
           05  GO-STATUS           PIC X(1).
               88  GO-ORDER-ACTIVE         VALUE "A".
               88  GO-ORDER-SATISFIED      VALUE "S".
               88  GO-ORDER-STOPPED        VALUE "X".
           05  FILLER              PIC X(1).
           05  GO-LAST-PERIOD      PIC X(6).

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
       01  WS-FILE-STATUS-FIELDS.
           05  WS-PERIODS-STATUS      PIC X(2).
               88  WS-PERIODS-OK              VALUE "00".
               88  WS-PERIODS-FILE-MISSING    VALUE "35".
           05  WS-GARNISH-STATUS      PIC X(2).
               88  WS-GARNISH-OK              VALUE "00".
               88  WS-GARNISH-FILE-MISSING    VALUE "35".
           05  WS-RESULTS-STATUS      PIC X(2).
               88  WS-RESULTS-OK              VALUE "00".
               88  WS-RESULTS-FILE-MISSING    VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PAY-RESULTS          VALUE "Y".

      *The period the register remits (the period control file's
      *current period, see 700-GET-RUN-PERIOD).
       01  WS-RUN-PERIOD-FIELDS.
           05  WS-RUN-PERIOD          PIC X(6)    VALUE SPACES.
           05  WS-PC-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PERIOD-FILE             VALUE "Y".

      *Every garnishment order on file, loaded at start-up by
      *700-LOAD-GARNISH-ORDERS - only what the court section needs
      *to name the court/creditor each remittance goes to.
       01  GARNISH-ORDER-TABLE.
           05  GARNISH-ORDER-ENTRY OCCURS 500 TIMES INDEXED BY OT-IDX.
               10  OT-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  OT-ORDER-NUM       PIC X(12)   VALUE SPACES.
               10  OT-COURT-CREDITOR  PIC X(30)   VALUE SPACES.
       01  WS-ORDER-TABLE-COUNT       PIC 9(3)    VALUE ZERO.

      *Work fields for walking the result's garnishment lines - the
      *garnishment order file's end flag, the line in hand, and the
      *voluntary dollars the result could not take this period.
       01  GARNISH-CALC.
           05  WS-GO-EOF-FLAG         PIC X(1)     VALUE "N".
               88  END-OF-GARNISH-FILE            VALUE "Y".
           05  WS-GARNISH-LINE-SUB    PIC 9(2)     VALUE ZERO.
           05  WS-SHORTFALL-AMOUNT    PIC 9(5)V99  VALUE ZERO.

      *The period's statutory withholdings in total - the CRA
      *remittance figures.
      *collected as the file is read and printed as its own report
      *section at the end - same in-memory table pattern as
      *PAYREG's UNION-TOTALS-TABLE, since the sections group by
      *destination, not by the order records arrive in. A
      *garnishment entry is one remittance against one court order,
      *so the court cheque can be matched to its file number.
       01  GARNISH-TABLE.
           05  GARNISH-ENTRY OCCURS 500 TIMES INDEXED BY GR-IDX.
               10  GR-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  GR-EMPLOYEE-LNAME  PIC X(13)   VALUE SPACES.
               10  GR-ORDER-NUM       PIC X(12)   VALUE SPACES.
               10  GR-COURT-CREDITOR  PIC X(30)   VALUE SPACES.
               10  GR-AMOUNT          PIC 9(5)V99 VALUE ZERO.
       01  WS-GARNISH-COUNT           PIC 9(3)    VALUE ZERO.
       01  WS-GARNISH-TOTAL           PIC 9(9)V99 VALUE ZERO.
       01  WS-REMIT-FIELDS.
           05  WS-REMIT-ORDER         PIC X(12)   VALUE SPACES.
           05  WS-REMIT-CREDITOR      PIC X(30)   VALUE SPACES.
           05  WS-REMIT-AMOUNT        PIC 9(5)V99 VALUE ZERO.

       01  BENEFIT-TABLE.
           05  BENEFIT-ENTRY OCCURS 500 TIMES INDEXED BY BN-IDX.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  RD-AMOUNT           PIC ZZ,ZZ9.99.

       01  GARNISH-HEADING-LINE.
           05  FILLER              PIC X(11) VALUE "EMP NUM".
           05  FILLER              PIC X(15) VALUE "LAST NAME".
           05  FILLER              PIC X(14) VALUE "COURT ORDER".
           05  FILLER              PIC X(32) VALUE "COURT/CREDITOR".
           05  FILLER              PIC X(9)  VALUE "   AMOUNT".

       01  GARNISH-DETAIL-LINE.
           05  GD-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  GD-EMPLOYEE-LNAME   PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  GD-ORDER-NUM        PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  GD-COURT-CREDITOR   PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  GD-AMOUNT           PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.

      *Main Loop, reads every pay result for the period and prints
      *the remittance sections.
       100-PRINT-REMITTANCE-REGISTER.
           PERFORM 200-INIT-REMITTANCE.
           PERFORM 200-PROCESS-PAY-RESULT
               UNTIL END-OF-PAY-RESULTS.
           PERFORM 200-TERM-REMITTANCE.
           STOP RUN.

      *Positions the results file at the run period's first result,
      *loads the order file's court/creditor names, and prints the
      *report heading.
       200-INIT-REMITTANCE.
           PERFORM 700-GET-RUN-PERIOD.
           PERFORM 700-OPEN-RESULTS-FILE.
           PERFORM 700-LOAD-GARNISH-ORDERS.
           DISPLAY HEADING-LINE-1.
           IF NOT END-OF-PAY-RESULTS
               PERFORM 700-READ-PAY-RESULT
           END-IF.

      *Folds each of the current result's withholdings into its
      *destination's section, then reads the next result.
       200-PROCESS-PAY-RESULT.
           PERFORM 700-ACCUMULATE-DESTINATIONS.
           PERFORM 700-READ-PAY-RESULT.

      *Prints the CRA, court and carrier sections plus the
      *shortfall carry-forward list, and closes the files.
       200-TERM-REMITTANCE.
           PERFORM 700-PRINT-CRA-SECTION.
           PERFORM 700-PRINT-GARNISH-SECTION.
           PERFORM 700-PRINT-BENEFIT-SECTION.
           PERFORM 700-PRINT-SHORTFALL-SECTION.
           PERFORM 700-CLOSE-FILES.

      *Opens the results file and positions it at the run period's
      *first result. With no results file at all STEP25 has never
      *run, and with none for the period nothing was withheld -
      *either way the sections print empty rather than letting an
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

      *Loads every garnishment order on file into
      *GARNISH-ORDER-TABLE. A missing file just means no order has
      *been keyed yet - a remittance against an order not on the
      *table prints without its court/creditor.
       700-LOAD-GARNISH-ORDERS.
           MOVE "N" TO WS-GO-EOF-FLAG.
           OPEN INPUT GARNISH-ORDER-FILE.
           IF WS-GARNISH-OK
               PERFORM 700-READ-GARNISH-RECORD
               PERFORM 700-TABLE-GARNISH-RECORD
                   UNTIL END-OF-GARNISH-FILE
               CLOSE GARNISH-ORDER-FILE
           END-IF.

      *Reads the next order, setting the end of file flag when there
      *are no more orders to load.
       700-READ-GARNISH-RECORD.
           READ GARNISH-ORDER-FILE
               AT END
                   MOVE "Y" TO WS-GO-EOF-FLAG
           END-READ.

      *Folds the order just read into the table and reads the next
      *one. An order past the table's capacity is called out rather
      *than silently left unnamed.
       700-TABLE-GARNISH-RECORD.
           IF WS-ORDER-TABLE-COUNT < 500
               ADD 1 TO WS-ORDER-TABLE-COUNT
               SET OT-IDX               TO WS-ORDER-TABLE-COUNT
               MOVE GO-EMPLOYEE-NUM     TO OT-EMPLOYEE-NUM(OT-IDX)
               MOVE GO-ORDER-NUM        TO OT-ORDER-NUM(OT-IDX)
               MOVE GO-COURT-CREDITOR   TO OT-COURT-CREDITOR(OT-IDX)
           ELSE
               DISPLAY "GARNISH ORDER TABLE FULL - ORDER "
                   GO-ORDER-NUM " NOT LOADED FOR EMPLOYEE "
                   GO-EMPLOYEE-NUM
           END-IF.
           PERFORM 700-READ-GARNISH-RECORD.

      *Takes the period the register remits off the period control
      *file's single current period - the period STEP25 calculated
      *the pay results for. Same lookup as PAYCALC's
      *700-GET-RUN-PERIOD, wall-clock fallback included.
       700-GET-RUN-PERIOD.
           MOVE "N"    TO WS-PC-EOF-FLAG.
           MOVE SPACES TO WS-RUN-PERIOD.
           END-IF.
           PERFORM 700-READ-PERIOD-RECORD.

      *Folds the result's withholdings into each destination - the
      *statutory totals for the CRA, one table entry per court
      *order with a garnishment actually taken against it, and one
      *per employee with a benefit premium actually taken. A
      *shortfall case goes on its own list with the dollars that
      *could not be taken this period - the benefit premium on file
      *less what was taken, plus any garnishment left owing.
       700-ACCUMULATE-DESTINATIONS.
           ADD PR-INCOME-TAX    TO WS-TOTAL-INCOME-TAX.
           ADD PR-CPP-DEDUCTION TO WS-TOTAL-CPP.
           ADD PR-EI-DEDUCTION  TO WS-TOTAL-EI.
           PERFORM VARYING WS-GARNISH-LINE-SUB FROM 1 BY 1
                   UNTIL WS-GARNISH-LINE-SUB > PR-GARNISH-COUNT
               PERFORM 700-STAGE-GARNISH-REMITTANCE
               IF WS-REMIT-AMOUNT > ZERO
                   PERFORM 700-ADD-GARNISH-REMITTANCE
               END-IF
           END-PERFORM.
           IF PR-BENEFIT-TAKEN > ZERO
               IF WS-BENEFIT-COUNT < 500
                   ADD 1 TO WS-BENEFIT-COUNT
                   SET BN-IDX             TO WS-BENEFIT-COUNT
                   MOVE PR-EMPLOYEE-NUM   TO BN-EMPLOYEE-NUM(BN-IDX)
                   MOVE PR-EMPLOYEE-LNAME TO BN-EMPLOYEE-LNAME(BN-IDX)
                   MOVE PR-BENEFIT-TAKEN  TO BN-AMOUNT(BN-IDX)
                   ADD  PR-BENEFIT-TAKEN  TO WS-BENEFIT-TOTAL
               ELSE
                   DISPLAY "BENEFIT TABLE FULL - NO DETAIL FOR "
                       PR-EMPLOYEE-NUM
               END-IF
           END-IF.
           COMPUTE WS-SHORTFALL-AMOUNT =
               PR-BENEFIT-REQUESTED - PR-BENEFIT-TAKEN
               + PR-GARNISH-SHORT.
           IF WS-SHORTFALL-AMOUNT > ZERO
               IF WS-SHORTFALL-COUNT < 200
                   ADD 1 TO WS-SHORTFALL-COUNT
                   SET SF-IDX               TO WS-SHORTFALL-COUNT
                   MOVE PR-EMPLOYEE-NUM     TO SF-EMPLOYEE-NUM(SF-IDX)
                   MOVE PR-EMPLOYEE-LNAME
                                         TO SF-EMPLOYEE-LNAME(SF-IDX)
                   MOVE WS-SHORTFALL-AMOUNT TO SF-AMOUNT(SF-IDX)
               ELSE
                   DISPLAY "SHORTFALL TABLE FULL - NO DETAIL FOR "
                       PR-EMPLOYEE-NUM
               END-IF
           END-IF.

      *Stages one of the result's garnishment lines in
      *WS-REMIT-FIELDS - the order number and amount off the result,
      *the court/creditor off the order table. A line with no order
      *number is the flat roster amount of an employee with no order
      *on file.
       700-STAGE-GARNISH-REMITTANCE.
           MOVE PR-ORDER-NUM(WS-GARNISH-LINE-SUB)   TO WS-REMIT-ORDER.
           MOVE PR-ORDER-TAKEN(WS-GARNISH-LINE-SUB) TO WS-REMIT-AMOUNT.
           MOVE SPACES TO WS-REMIT-CREDITOR.
           IF WS-REMIT-ORDER = SPACES
               MOVE "NO ORDER"              TO WS-REMIT-ORDER
               MOVE "FLAT AMOUNT ON ROSTER" TO WS-REMIT-CREDITOR
           ELSE
               PERFORM VARYING OT-IDX FROM 1 BY 1
                       UNTIL OT-IDX > WS-ORDER-TABLE-COUNT
                   IF OT-EMPLOYEE-NUM(OT-IDX) = PR-EMPLOYEE-NUM
                       AND OT-ORDER-NUM(OT-IDX) = WS-REMIT-ORDER
                       MOVE OT-COURT-CREDITOR(OT-IDX)
                                               TO WS-REMIT-CREDITOR
                   END-IF
               END-PERFORM
           END-IF.

      *Adds one remittance against one court order to the court
      *section's table - the order, its court/creditor and the
      *amount are staged in WS-REMIT-FIELDS by the caller.
       700-ADD-GARNISH-REMITTANCE.
           IF WS-GARNISH-COUNT < 500
               ADD 1 TO WS-GARNISH-COUNT
               SET GR-IDX             TO WS-GARNISH-COUNT
               MOVE PR-EMPLOYEE-NUM   TO GR-EMPLOYEE-NUM(GR-IDX)
               MOVE PR-EMPLOYEE-LNAME TO GR-EMPLOYEE-LNAME(GR-IDX)
               MOVE WS-REMIT-ORDER    TO GR-ORDER-NUM(GR-IDX)
               MOVE WS-REMIT-CREDITOR TO GR-COURT-CREDITOR(GR-IDX)
               MOVE WS-REMIT-AMOUNT   TO GR-AMOUNT(GR-IDX)
               ADD  WS-REMIT-AMOUNT   TO WS-GARNISH-TOTAL
           ELSE
               DISPLAY "GARNISH TABLE FULL - NO DETAIL FOR "
                   PR-EMPLOYEE-NUM " ORDER " WS-REMIT-ORDER
           END-IF.

      *The CRA remittance - the period's statutory withholdings in
      *total, one remittance cheque's worth.
       700-PRINT-CRA-SECTION.
           MOVE WS-TOTAL-CRA           TO RT-AMOUNT.
           DISPLAY REMIT-TOTAL-LINE.

      *The court section - garnishments listed per court order,
      *since the court needs to know whose order each dollar
      *applies to and the cheque is matched to the order's file
      *number.
       700-PRINT-GARNISH-SECTION.
           DISPLAY " ".
           MOVE "GARNISHMENTS TO THE COURTS - PER ORDER"
                                       TO SH-SECTION-TITLE.
           DISPLAY SECTION-HEADING-LINE.
           DISPLAY GARNISH-HEADING-LINE.
           PERFORM VARYING GR-IDX FROM 1 BY 1
                   UNTIL GR-IDX > WS-GARNISH-COUNT
               MOVE GR-EMPLOYEE-NUM(GR-IDX)   TO GD-EMPLOYEE-NUM
               MOVE GR-EMPLOYEE-LNAME(GR-IDX) TO GD-EMPLOYEE-LNAME
               MOVE GR-ORDER-NUM(GR-IDX)      TO GD-ORDER-NUM
               MOVE GR-COURT-CREDITOR(GR-IDX) TO GD-COURT-CREDITOR
               MOVE GR-AMOUNT(GR-IDX)         TO GD-AMOUNT
               DISPLAY GARNISH-DETAIL-LINE
           END-PERFORM.
           MOVE "TOTAL GARNISHMENTS"   TO RT-CAPTION.
           MOVE WS-GARNISH-TOTAL       TO RT-AMOUNT.
               DISPLAY REMIT-DETAIL-LINE
           END-PERFORM.

      *Closes the pay results.
       700-CLOSE-FILES.
           IF NOT WS-RESULTS-FILE-MISSING
               CLOSE PAY-RESULTS-FILE
           END-IF.

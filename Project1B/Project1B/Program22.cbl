       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-GARNISH-ORDERS.
       AUTHOR. Josh Larabie, Design by Mel Sanschagrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Maintains the garnishment order file - one entry per court
      *order, keyed by employee number and court order number.
      *Before this file an employee's garnishment was the single
      *flat EMPLOYEE-GARNISHMENT amount on the roster: no record of
      *which court or creditor it was for, nothing tracking what was
      *still owing, and a second order for the same employee had to
      *be added into the one amount by hand and taken back out by
      *hand when the first was paid off - usually a period or two
      *late. Now each order carries its own court/creditor, total
      *owing, balance, per-period amount or percentage of net, and
      *priority; the registers, stubs and direct deposit take the
      *orders in priority order, PAYROLL-PERIOD-CTL's CLOSE takes
      *each period's remittance off the balance and stops an order
      *once it is paid off, and PAYREMIT lists the remittance per
      *order. LIST prints every order, ADD keys a new one, CHANGE
      *re-keys an order's priority, deduction and balance, and STOP
      *ends an order the court has withdrawn. Every ADD, CHANGE and
      *STOP lands a line on the audit log.
           SELECT GARNISH-ORDER-FILE
               ASSIGN TO "C:\PAYROLL-GARNISH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GARNISH-STATUS.
      *Read by key only - an order may only be added for an
      *employee on the roster.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLE-FILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMPLOYEE-NUM-OUT
                   ALTERNATE RECORD KEY IS EMPLOYEE-LNAME-OUT
                       WITH DUPLICATES
                   FILE STATUS IS WS-PAYROLE-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "C:\AUDIT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *One garnishment order. GO-DEDUCT-TYPE says whether the order
      *takes GO-DEDUCT-AMOUNT each period or GO-DEDUCT-PERCENT of
      *the employee's net before garnishment. GO-BALANCE starts at
      *GO-TOTAL-OWING and comes down at each period close;
      *GO-LAST-PERIOD is the last period it came down for.
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

      *Same layout Program1.cbl appends to on every add/change/
      *delete - see Program1.cbl's AUDIT-LOG-RECORD. AL-ACTION
      *carries "GARNAD", "GARNCH" or "GARNST" for an order added,
      *changed or stopped.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-RECORD.
           05  AL-TIMESTAMP        PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-OPERATOR-ID      PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  AL-ACTION           PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-GARNISH-STATUS          PIC X(2).
               88  WS-GARNISH-OK              VALUE "00".
               88  WS-GARNISH-FILE-MISSING    VALUE "35".
           05  WS-PAYROLE-STATUS          PIC X(2).
               88  WS-PAYROLE-OK              VALUE "00".
               88  WS-PAYROLE-FILE-MISSING    VALUE "35".
           05  WS-AUDIT-STATUS            PIC X(2).
               88  WS-AUDIT-OK                VALUE "00".
               88  WS-AUDIT-FILE-MISSING      VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-GO-EOF-FLAG         PIC X(1)  VALUE "N".
               88  END-OF-GARNISH-FILE        VALUE "Y".
           05  WS-RECORD-FOUND-FLAG   PIC X(1)  VALUE "N".
               88  WS-RECORD-FOUND            VALUE "Y".
           05  WS-FOUND-FLAG          PIC X(1)  VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-ORDER-TABLE-FULL-FLAG PIC X(1) VALUE "N".
               88  WS-ORDER-TABLE-FULL        VALUE "Y".

       01  WS-OPERATOR-FIELDS.
           05  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.

      *The function this run performs and the order it acts on.
       01  WS-FUNCTION-FIELDS.
           05  WS-ORDER-FUNCTION      PIC X(6)   VALUE SPACES.
           05  WS-WORK-EMPLOYEE-NUM   PIC 9(9)   VALUE ZERO.
           05  WS-WORK-ORDER-NUM      PIC X(12)  VALUE SPACES.
           05  WS-AUDIT-ACTION        PIC X(6)   VALUE SPACES.

      *The order as keyed in. Money and the percentage are taken in
      *as text and converted with NUMVAL - see Program9.cbl's
      *WS-PERCENT-INPUT for why an ACCEPT straight into a V99 field
      *is not used.
       01  WS-ORDER-ENTRY-FIELDS.
           05  WS-NEW-COURT-CREDITOR  PIC X(30)   VALUE SPACES.
           05  WS-NEW-PRIORITY        PIC 9(2)    VALUE ZERO.
           05  WS-NEW-DEDUCT-TYPE     PIC X(1)    VALUE SPACE.
           05  WS-NEW-DEDUCT-AMOUNT   PIC 9(4)V99 VALUE ZERO.
           05  WS-NEW-DEDUCT-PERCENT  PIC 9(3)V99 VALUE ZERO.
           05  WS-NEW-TOTAL-OWING     PIC 9(7)V99 VALUE ZERO.
           05  WS-NEW-BALANCE         PIC 9(7)V99 VALUE ZERO.
           05  WS-MONEY-INPUT         PIC X(11)   VALUE SPACES.

      *In-memory copy of the order file, loaded at the top of every
      *function and written back whole - same load-and-rewrite
      *pattern as PAYROLL-PERIOD-CTL's period table. The table is
      *kept in employee number / order number order, ADD inserting
      *each new order in its place, so LIST reads an employee's
      *orders together.
       01  GARNISH-ORDER-TABLE.
           05  GARNISH-ORDER-ENTRY OCCURS 500 TIMES INDEXED BY OT-IDX.
               10  OT-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  OT-ORDER-NUM       PIC X(12)   VALUE SPACES.
               10  OT-COURT-CREDITOR  PIC X(30)   VALUE SPACES.
               10  OT-PRIORITY        PIC 9(2)    VALUE ZERO.
               10  OT-DEDUCT-TYPE     PIC X(1)    VALUE SPACE.
               10  OT-DEDUCT-AMOUNT   PIC 9(4)V99 VALUE ZERO.
               10  OT-DEDUCT-PERCENT  PIC 9(3)V99 VALUE ZERO.
               10  OT-TOTAL-OWING     PIC 9(7)V99 VALUE ZERO.
               10  OT-BALANCE         PIC 9(7)V99 VALUE ZERO.
               10  OT-STATUS          PIC X(1)    VALUE SPACE.
               10  OT-LAST-PERIOD     PIC X(6)    VALUE SPACES.
       01  WS-ORDER-TABLE-COUNT       PIC 9(3)    VALUE ZERO.
       01  WS-INSERT-SUB              PIC 9(3)    VALUE ZERO.
       01  WS-MOVE-SUB                PIC 9(3)    VALUE ZERO.

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

      *Print line layouts for the LIST function.
       01  ORDER-HEADING-LINE.
           05  FILLER              PIC X(11) VALUE "EMPLOYEE".
           05  FILLER              PIC X(14) VALUE "ORDER".
           05  FILLER              PIC X(32) VALUE "COURT/CREDITOR".
           05  FILLER              PIC X(4)  VALUE "PR".
           05  FILLER              PIC X(13) VALUE "PER PERIOD".
           05  FILLER              PIC X(14) VALUE "TOTAL OWING".
           05  FILLER              PIC X(14) VALUE "BALANCE".
           05  FILLER              PIC X(10) VALUE "STATUS".

       01  ORDER-LIST-LINE.
           05  OL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OL-ORDER-NUM        PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OL-COURT-CREDITOR   PIC X(30).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OL-PRIORITY         PIC Z9.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OL-DEDUCTION        PIC X(11).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OL-TOTAL-OWING      PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OL-BALANCE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OL-STATUS-TEXT      PIC X(9).

      *Edited views of an order's per-period deduction, moved into
      *OL-DEDUCTION - a dollar amount or a percentage of net.
       01  WS-EDITED-AMOUNT           PIC Z,ZZ9.99.
       01  WS-EDITED-PERCENT.
           05  WS-EP-PERCENT          PIC ZZ9.99.
           05  FILLER                 PIC X(5)    VALUE "% NET".

       PROCEDURE DIVISION.

      *Main line - identifies the operator, takes the function and
      *routes to LIST, ADD, CHANGE or STOP.
       100-MAINTAIN-GARNISH-ORDERS.
           PERFORM 200-ENTER-ORDER-FUNCTION.
           PERFORM 200-APPLY-ORDER-FUNCTION.
           STOP RUN.

      *Takes the operator ID stamped on every audit log entry and
      *the function to perform - batch console prompts, no
      *LINE/COLUMN, the same way Program17.cbl takes its run-time
      *input.
       200-ENTER-ORDER-FUNCTION.
           DISPLAY "ENTER OPERATOR ID".
           ACCEPT  WS-OPERATOR-ID.
           DISPLAY "ENTER FUNCTION (LIST/ADD/CHANGE/STOP)".
           ACCEPT  WS-ORDER-FUNCTION.
           MOVE FUNCTION UPPER-CASE(WS-ORDER-FUNCTION)
                                       TO WS-ORDER-FUNCTION.

      *Routes to the selected function. Anything else fails the run
      *so a mis-keyed function is caught rather than quietly
      *ignored. An order file with more orders than the table holds
      *refuses ADD, CHANGE and STOP - each rewrites the file from
      *the table, and would delete every order that did not fit.
      *LIST still prints the orders that did, flagged incomplete.
       200-APPLY-ORDER-FUNCTION.
           PERFORM 700-LOAD-GARNISH-ORDERS.
           EVALUATE TRUE
               WHEN WS-ORDER-FUNCTION = "LIST"
                   PERFORM 300-LIST-ORDERS
                   IF WS-ORDER-TABLE-FULL
                       DISPLAY "ORDER FILE EXCEEDS 500 ORDERS - "
                               "LIST IS INCOMPLETE"
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN WS-ORDER-TABLE-FULL
                   DISPLAY "ORDER FILE EXCEEDS 500 ORDERS - "
                           "NOTHING DONE"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-ORDER-FUNCTION = "ADD"
                   PERFORM 300-ADD-ORDER
               WHEN WS-ORDER-FUNCTION = "CHANGE"
                   PERFORM 300-CHANGE-ORDER
               WHEN WS-ORDER-FUNCTION = "STOP"
                   PERFORM 300-STOP-ORDER
               WHEN OTHER
                   DISPLAY "FUNCTION MUST BE LIST, ADD, CHANGE OR STOP"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *Prints every order on file, an employee's orders together.
       300-LIST-ORDERS.
           DISPLAY "GARNISHMENT ORDERS".
           DISPLAY " ".
           DISPLAY ORDER-HEADING-LINE.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-ORDER-TABLE-COUNT
               PERFORM 700-PRINT-ORDER-LINE
           END-PERFORM.
           DISPLAY " ".
           DISPLAY "ORDERS ON FILE : " WS-ORDER-TABLE-COUNT.

      *Keys a new order. The employee must be on the roster and the
      *order number must not already be on file for them - the
      *employee / order number pair is the order's key. The order
      *starts active with its whole total owing as the balance.
       300-ADD-ORDER.
           PERFORM 700-ENTER-ORDER-KEY.
           PERFORM 700-FIND-ORDER.
           IF WS-FOUND
               DISPLAY "ORDER " WS-WORK-ORDER-NUM
                   " ALREADY ON FILE FOR EMPLOYEE "
                   WS-WORK-EMPLOYEE-NUM " - NOT ADDED"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 700-READ-PAYROLE-RECORD
               IF NOT WS-RECORD-FOUND
                   DISPLAY "EMPLOYEE " WS-WORK-EMPLOYEE-NUM
                       " IS NOT ON THE ROSTER - NOT ADDED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-ORDER-TABLE-COUNT < 500
                       DISPLAY "EMPLOYEE " EMPLOYEE-NUM-OUT " "
                           EMPLOYEE-LNAME-OUT " "
                           EMPLOYEE-INITIALS-OUT
                       PERFORM 700-ENTER-COURT-CREDITOR
                       PERFORM 700-ENTER-ORDER-TERMS
                       PERFORM 700-ENTER-TOTAL-OWING
                       PERFORM 700-INSERT-ORDER
                       PERFORM 700-SAVE-GARNISH-ORDERS
                       MOVE "GARNAD" TO WS-AUDIT-ACTION
                       PERFORM 700-LOG-AUDIT-ORDER
                       DISPLAY "ORDER " WS-WORK-ORDER-NUM
                           " ADDED FOR EMPLOYEE "
                           WS-WORK-EMPLOYEE-NUM
                   ELSE
                       DISPLAY "ORDER TABLE FULL - NOT ADDED"
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

      *Re-keys an order's priority, per-period deduction and
      *balance owing. A balance re-keyed to zero marks the order
      *satisfied, the same as a period close that pays it off; a
      *balance re-keyed above zero on a satisfied order makes it
      *active again. A stopped order stays stopped.
       300-CHANGE-ORDER.
           PERFORM 700-ENTER-ORDER-KEY.
           PERFORM 700-FIND-ORDER.
           IF NOT WS-FOUND
               DISPLAY "ORDER " WS-WORK-ORDER-NUM
                   " IS NOT ON FILE FOR EMPLOYEE "
                   WS-WORK-EMPLOYEE-NUM
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY ORDER-HEADING-LINE
               PERFORM 700-PRINT-ORDER-LINE
               PERFORM 700-ENTER-ORDER-TERMS
               PERFORM 700-ENTER-NEW-BALANCE
               MOVE WS-NEW-PRIORITY       TO OT-PRIORITY(OT-IDX)
               MOVE WS-NEW-DEDUCT-TYPE    TO OT-DEDUCT-TYPE(OT-IDX)
               MOVE WS-NEW-DEDUCT-AMOUNT  TO OT-DEDUCT-AMOUNT(OT-IDX)
               MOVE WS-NEW-DEDUCT-PERCENT TO OT-DEDUCT-PERCENT(OT-IDX)
               MOVE WS-NEW-BALANCE        TO OT-BALANCE(OT-IDX)
               IF OT-STATUS(OT-IDX) NOT = "X"
                   IF WS-NEW-BALANCE = ZERO
                       MOVE "S" TO OT-STATUS(OT-IDX)
                   ELSE
                       MOVE "A" TO OT-STATUS(OT-IDX)
                   END-IF
               END-IF
               PERFORM 700-SAVE-GARNISH-ORDERS
               MOVE "GARNCH" TO WS-AUDIT-ACTION
               PERFORM 700-LOG-AUDIT-ORDER
               PERFORM 700-PRINT-ORDER-LINE
           END-IF.

      *Stops an order the court has withdrawn - no cheque after this
      *deducts for it. The order stays on file with its balance for
      *the record.
       300-STOP-ORDER.
           PERFORM 700-ENTER-ORDER-KEY.
           PERFORM 700-FIND-ORDER.
           IF NOT WS-FOUND
               DISPLAY "ORDER " WS-WORK-ORDER-NUM
                   " IS NOT ON FILE FOR EMPLOYEE "
                   WS-WORK-EMPLOYEE-NUM
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "X" TO OT-STATUS(OT-IDX)
               PERFORM 700-SAVE-GARNISH-ORDERS
               MOVE "GARNST" TO WS-AUDIT-ACTION
               PERFORM 700-LOG-AUDIT-ORDER
               DISPLAY "ORDER " WS-WORK-ORDER-NUM
                   " STOPPED FOR EMPLOYEE " WS-WORK-EMPLOYEE-NUM
           END-IF.

      *Takes the employee number and court order number the
      *function acts on, re-prompting until the order number is
      *not blank.
       700-ENTER-ORDER-KEY.
           DISPLAY "ENTER EMPLOYEE NUMBER".
           ACCEPT  WS-WORK-EMPLOYEE-NUM.
           DISPLAY "ENTER COURT ORDER NUMBER".
           ACCEPT  WS-WORK-ORDER-NUM.
           PERFORM 700-EDIT-ORDER-NUM
               UNTIL WS-WORK-ORDER-NUM NOT = SPACES.

      *Re-prompts for a blank order number.
       700-EDIT-ORDER-NUM.
           DISPLAY "ORDER NUMBER CANNOT BE BLANK - RE-ENTER".
           ACCEPT  WS-WORK-ORDER-NUM.

      *Takes the court or creditor the order is remitted to.
       700-ENTER-COURT-CREDITOR.
           DISPLAY "ENTER COURT/CREDITOR".
           ACCEPT  WS-NEW-COURT-CREDITOR.
           PERFORM 700-EDIT-COURT-CREDITOR
               UNTIL WS-NEW-COURT-CREDITOR NOT = SPACES.

      *Re-prompts for a blank court/creditor.
       700-EDIT-COURT-CREDITOR.
           DISPLAY "COURT/CREDITOR CANNOT BE BLANK - RE-ENTER".
           ACCEPT  WS-NEW-COURT-CREDITOR.

      *Takes the order's priority and per-period deduction - a flat
      *amount or a percentage of the net before garnishment. Lower
      *priority numbers are taken first when an employee's net will
      *not cover every order.
       700-ENTER-ORDER-TERMS.
           MOVE ZERO TO WS-NEW-DEDUCT-AMOUNT
                        WS-NEW-DEDUCT-PERCENT.
           DISPLAY "ENTER PRIORITY (01-99)".
           ACCEPT  WS-NEW-PRIORITY.
           PERFORM 700-EDIT-PRIORITY
               UNTIL WS-NEW-PRIORITY NOT = ZERO.
           DISPLAY "ENTER TYPE A-AMOUNT P-PERCENT OF NET".
           ACCEPT  WS-NEW-DEDUCT-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-DEDUCT-TYPE)
                                       TO WS-NEW-DEDUCT-TYPE.
           PERFORM 700-EDIT-DEDUCT-TYPE
               UNTIL WS-NEW-DEDUCT-TYPE = "A" OR "P".
           IF WS-NEW-DEDUCT-TYPE = "P"
               DISPLAY "ENTER PERCENT OF NET (NNN.NN)"
               ACCEPT  WS-MONEY-INPUT
               MOVE FUNCTION NUMVAL(WS-MONEY-INPUT)
                                       TO WS-NEW-DEDUCT-PERCENT
               PERFORM 700-EDIT-DEDUCT-PERCENT
                   UNTIL WS-NEW-DEDUCT-PERCENT NOT = ZERO
                     AND WS-NEW-DEDUCT-PERCENT NOT > 100
           ELSE
               DISPLAY "ENTER AMOUNT PER PERIOD (NNNN.NN)"
               ACCEPT  WS-MONEY-INPUT
               MOVE FUNCTION NUMVAL(WS-MONEY-INPUT)
                                       TO WS-NEW-DEDUCT-AMOUNT
               PERFORM 700-EDIT-DEDUCT-AMOUNT
                   UNTIL WS-NEW-DEDUCT-AMOUNT NOT = ZERO
           END-IF.

      *Re-prompts for a zero priority - an unparseable answer
      *converts to zero and lands here too.
       700-EDIT-PRIORITY.
           DISPLAY "PRIORITY MUST BE 01-99 - RE-ENTER".
           ACCEPT  WS-NEW-PRIORITY.

      *Normalizes the type answer to upper case and re-prompts when
      *it is not amount or percent.
       700-EDIT-DEDUCT-TYPE.
           DISPLAY "TYPE MUST BE A OR P - RE-ENTER".
           ACCEPT  WS-NEW-DEDUCT-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-DEDUCT-TYPE)
                                       TO WS-NEW-DEDUCT-TYPE.

      *Re-prompts until a percentage above zero and no more than
      *the whole net is keyed in.
       700-EDIT-DEDUCT-PERCENT.
           DISPLAY "PERCENT MUST BE ABOVE 0 AND NOT OVER 100 - "
               "RE-ENTER".
           ACCEPT  WS-MONEY-INPUT.
           MOVE FUNCTION NUMVAL(WS-MONEY-INPUT)
                                       TO WS-NEW-DEDUCT-PERCENT.

      *Re-prompts until a non-zero per-period amount is keyed in.
       700-EDIT-DEDUCT-AMOUNT.
           DISPLAY "AMOUNT MUST NOT BE ZERO - RE-ENTER".
           ACCEPT  WS-MONEY-INPUT.
           MOVE FUNCTION NUMVAL(WS-MONEY-INPUT)
                                       TO WS-NEW-DEDUCT-AMOUNT.

      *Takes the total the order requires paid - the new order's
      *opening balance.
       700-ENTER-TOTAL-OWING.
           DISPLAY "ENTER TOTAL OWING (NNNNNNN.NN)".
           ACCEPT  WS-MONEY-INPUT.
           MOVE FUNCTION NUMVAL(WS-MONEY-INPUT) TO WS-NEW-TOTAL-OWING.
           PERFORM 700-EDIT-TOTAL-OWING
               UNTIL WS-NEW-TOTAL-OWING NOT = ZERO.
           MOVE WS-NEW-TOTAL-OWING TO WS-NEW-BALANCE.

      *Re-prompts until a non-zero total owing is keyed in.
       700-EDIT-TOTAL-OWING.
           DISPLAY "TOTAL OWING MUST NOT BE ZERO - RE-ENTER".
           ACCEPT  WS-MONEY-INPUT.
           MOVE FUNCTION NUMVAL(WS-MONEY-INPUT) TO WS-NEW-TOTAL-OWING.

      *Takes the order's corrected balance owing - zero is allowed
      *(the order is paid off), more than the order's total owing
      *is not.
       700-ENTER-NEW-BALANCE.
           DISPLAY "ENTER BALANCE OWING (NNNNNNN.NN)".
           ACCEPT  WS-MONEY-INPUT.
           MOVE FUNCTION NUMVAL(WS-MONEY-INPUT) TO WS-NEW-BALANCE.
           PERFORM 700-EDIT-NEW-BALANCE
               UNTIL WS-NEW-BALANCE NOT > OT-TOTAL-OWING(OT-IDX).

      *Re-prompts for a balance above the order's total owing.
       700-EDIT-NEW-BALANCE.
           DISPLAY "BALANCE CANNOT EXCEED TOTAL OWING - RE-ENTER".
           ACCEPT  WS-MONEY-INPUT.
           MOVE FUNCTION NUMVAL(WS-MONEY-INPUT) TO WS-NEW-BALANCE.

      *Looks the keyed employee / order number up in the table,
      *leaving OT-IDX on the order when it is found.
       700-FIND-ORDER.
           MOVE "N" TO WS-FOUND-FLAG.
           SET OT-IDX TO 1.
           SEARCH GARNISH-ORDER-ENTRY
               WHEN OT-IDX > WS-ORDER-TABLE-COUNT
                   CONTINUE
               WHEN OT-EMPLOYEE-NUM(OT-IDX) = WS-WORK-EMPLOYEE-NUM
                   AND OT-ORDER-NUM(OT-IDX) = WS-WORK-ORDER-NUM
                   MOVE "Y" TO WS-FOUND-FLAG
           END-SEARCH.

      *Reads the keyed employee off the roster to prove they are on
      *it. A missing roster file finds nobody.
       700-READ-PAYROLE-RECORD.
           MOVE "N" TO WS-RECORD-FOUND-FLAG.
           OPEN INPUT PAYROLE-FILE.
           IF WS-PAYROLE-OK
               MOVE WS-WORK-EMPLOYEE-NUM TO EMPLOYEE-NUM-OUT
               READ PAYROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RECORD-FOUND-FLAG
               END-READ
               CLOSE PAYROLE-FILE
           END-IF.

      *Opens a slot for the new order in employee / order number
      *sequence - every order that sorts after it moves down one -
      *and moves the keyed order in.
       700-INSERT-ORDER.
           COMPUTE WS-INSERT-SUB = WS-ORDER-TABLE-COUNT + 1.
           PERFORM VARYING OT-IDX FROM WS-ORDER-TABLE-COUNT BY -1
                   UNTIL OT-IDX < 1
               IF OT-EMPLOYEE-NUM(OT-IDX) > WS-WORK-EMPLOYEE-NUM
                   OR (OT-EMPLOYEE-NUM(OT-IDX) = WS-WORK-EMPLOYEE-NUM
                       AND OT-ORDER-NUM(OT-IDX) > WS-WORK-ORDER-NUM)
                   SET WS-INSERT-SUB TO OT-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-MOVE-SUB FROM WS-ORDER-TABLE-COUNT BY -1
                   UNTIL WS-MOVE-SUB < WS-INSERT-SUB
               MOVE GARNISH-ORDER-ENTRY(WS-MOVE-SUB)
                   TO GARNISH-ORDER-ENTRY(WS-MOVE-SUB + 1)
           END-PERFORM.
           ADD 1 TO WS-ORDER-TABLE-COUNT.
           SET OT-IDX TO WS-INSERT-SUB.
           MOVE WS-WORK-EMPLOYEE-NUM   TO OT-EMPLOYEE-NUM(OT-IDX).
           MOVE WS-WORK-ORDER-NUM      TO OT-ORDER-NUM(OT-IDX).
           MOVE WS-NEW-COURT-CREDITOR  TO OT-COURT-CREDITOR(OT-IDX).
           MOVE WS-NEW-PRIORITY        TO OT-PRIORITY(OT-IDX).
           MOVE WS-NEW-DEDUCT-TYPE     TO OT-DEDUCT-TYPE(OT-IDX).
           MOVE WS-NEW-DEDUCT-AMOUNT   TO OT-DEDUCT-AMOUNT(OT-IDX).
           MOVE WS-NEW-DEDUCT-PERCENT  TO OT-DEDUCT-PERCENT(OT-IDX).
           MOVE WS-NEW-TOTAL-OWING     TO OT-TOTAL-OWING(OT-IDX).
           MOVE WS-NEW-BALANCE         TO OT-BALANCE(OT-IDX).
           MOVE "A"                    TO OT-STATUS(OT-IDX).
           MOVE SPACES                 TO OT-LAST-PERIOD(OT-IDX).

      *Displays the order at OT-IDX on one line.
       700-PRINT-ORDER-LINE.
           MOVE OT-EMPLOYEE-NUM(OT-IDX)   TO OL-EMPLOYEE-NUM.
           MOVE OT-ORDER-NUM(OT-IDX)      TO OL-ORDER-NUM.
           MOVE OT-COURT-CREDITOR(OT-IDX) TO OL-COURT-CREDITOR.
           MOVE OT-PRIORITY(OT-IDX)       TO OL-PRIORITY.
           IF OT-DEDUCT-TYPE(OT-IDX) = "P"
               MOVE OT-DEDUCT-PERCENT(OT-IDX) TO WS-EP-PERCENT
               MOVE WS-EDITED-PERCENT         TO OL-DEDUCTION
           ELSE
               MOVE OT-DEDUCT-AMOUNT(OT-IDX)  TO WS-EDITED-AMOUNT
               MOVE WS-EDITED-AMOUNT          TO OL-DEDUCTION
           END-IF.
           MOVE OT-TOTAL-OWING(OT-IDX)    TO OL-TOTAL-OWING.
           MOVE OT-BALANCE(OT-IDX)        TO OL-BALANCE.
           EVALUATE OT-STATUS(OT-IDX)
               WHEN "A"
                   MOVE "ACTIVE"    TO OL-STATUS-TEXT
               WHEN "S"
                   MOVE "SATISFIED" TO OL-STATUS-TEXT
               WHEN "X"
                   MOVE "STOPPED"   TO OL-STATUS-TEXT
               WHEN OTHER
                   MOVE SPACES      TO OL-STATUS-TEXT
           END-EVALUATE.
           DISPLAY ORDER-LIST-LINE.

      *Loads the order file into the in-memory table. A missing file
      *just means no order has been keyed yet - the table starts
      *empty.
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
      *one. An order past the table's capacity sets the table-full
      *flag 200-APPLY-ORDER-FUNCTION refuses to save over.
       700-TABLE-GARNISH-RECORD.
           IF WS-ORDER-TABLE-COUNT < 500
               ADD 1 TO WS-ORDER-TABLE-COUNT
               SET OT-IDX               TO WS-ORDER-TABLE-COUNT
               MOVE GO-EMPLOYEE-NUM     TO OT-EMPLOYEE-NUM(OT-IDX)
               MOVE GO-ORDER-NUM        TO OT-ORDER-NUM(OT-IDX)
               MOVE GO-COURT-CREDITOR   TO OT-COURT-CREDITOR(OT-IDX)
               MOVE GO-PRIORITY         TO OT-PRIORITY(OT-IDX)
               MOVE GO-DEDUCT-TYPE      TO OT-DEDUCT-TYPE(OT-IDX)
               MOVE GO-DEDUCT-AMOUNT    TO OT-DEDUCT-AMOUNT(OT-IDX)
               MOVE GO-DEDUCT-PERCENT   TO OT-DEDUCT-PERCENT(OT-IDX)
               MOVE GO-TOTAL-OWING      TO OT-TOTAL-OWING(OT-IDX)
               MOVE GO-BALANCE          TO OT-BALANCE(OT-IDX)
               MOVE GO-STATUS           TO OT-STATUS(OT-IDX)
               MOVE GO-LAST-PERIOD      TO OT-LAST-PERIOD(OT-IDX)
           ELSE
               MOVE "Y" TO WS-ORDER-TABLE-FULL-FLAG
           END-IF.
           PERFORM 700-READ-GARNISH-RECORD.

      *Writes the updated order table back out whole.
       700-SAVE-GARNISH-ORDERS.
           OPEN OUTPUT GARNISH-ORDER-FILE.
           PERFORM VARYING OT-IDX FROM 1 BY 1
                   UNTIL OT-IDX > WS-ORDER-TABLE-COUNT
               MOVE SPACES                   TO GARNISH-ORDER-RECORD
               MOVE OT-EMPLOYEE-NUM(OT-IDX)   TO GO-EMPLOYEE-NUM
               MOVE OT-ORDER-NUM(OT-IDX)      TO GO-ORDER-NUM
               MOVE OT-COURT-CREDITOR(OT-IDX) TO GO-COURT-CREDITOR
               MOVE OT-PRIORITY(OT-IDX)       TO GO-PRIORITY
               MOVE OT-DEDUCT-TYPE(OT-IDX)    TO GO-DEDUCT-TYPE
               MOVE OT-DEDUCT-AMOUNT(OT-IDX)  TO GO-DEDUCT-AMOUNT
               MOVE OT-DEDUCT-PERCENT(OT-IDX) TO GO-DEDUCT-PERCENT
               MOVE OT-TOTAL-OWING(OT-IDX)    TO GO-TOTAL-OWING
               MOVE OT-BALANCE(OT-IDX)        TO GO-BALANCE
               MOVE OT-STATUS(OT-IDX)         TO GO-STATUS
               MOVE OT-LAST-PERIOD(OT-IDX)    TO GO-LAST-PERIOD
               WRITE GARNISH-ORDER-RECORD
           END-PERFORM.
           CLOSE GARNISH-ORDER-FILE.

      *Builds a YYYY-MM-DD HH:MM:SS timestamp for the audit log - see
      *Program1.cbl's identical 700-BUILD-TIMESTAMP.
       700-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:4)  TO WS-TS-YEAR.
           MOVE WS-CURRENT-DATETIME(5:2)  TO WS-TS-MONTH.
           MOVE WS-CURRENT-DATETIME(7:2)  TO WS-TS-DAY.
           MOVE WS-CURRENT-DATETIME(9:2)  TO WS-TS-HOUR.
           MOVE WS-CURRENT-DATETIME(11:2) TO WS-TS-MINUTE.
           MOVE WS-CURRENT-DATETIME(13:2) TO WS-TS-SECOND.

      *Appends one line to the audit log for the order just added,
      *changed or stopped, opening the log the same way
      *Program16.cbl's 700-OPEN-FILES does.
       700-LOG-AUDIT-ORDER.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE       AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE SPACES                 TO AUDIT-LOG-RECORD.
           MOVE WS-FORMATTED-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE WS-WORK-EMPLOYEE-NUM   TO AL-EMPLOYEE-NUM.
           MOVE WS-AUDIT-ACTION        TO AL-ACTION.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

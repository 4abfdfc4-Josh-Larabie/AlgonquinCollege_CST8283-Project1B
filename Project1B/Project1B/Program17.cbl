      *period this file does not say is open, PAYREDIT takes the
      *nightly posting period from the current-period flag here,
      *and CLOSE marks a period closed only after proving every
      *active employee's LAST-PERIOD-POSTED matches it. A CLOSE also
      *takes the period's garnishments off the balance owing on each
      *court order and stops any order it pays off - see
      *700-REDUCE-GARNISH-BALANCES.
           SELECT PERIOD-CONTROL-FILE
               ASSIGN TO "C:\PAYROLL-PERIODS.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ALTERNATE RECORD KEY IS EMPLOYEE-LNAME-OUT
                       WITH DUPLICATES
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *The period's pay results - written by PAYCALC
      *(Program25.cbl), keyed on pay period and employee number.
      *The CLOSE function reads the closed period's results to take
      *what each order actually withheld off its balance.
           SELECT PAY-RESULTS-FILE
               ASSIGN TO "C:\PAYROLL-RESULTS.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS PR-RESULT-KEY
                   FILE STATUS IS WS-RESULTS-STATUS.
      *Court-ordered garnishments - maintained by
      *PAYROLL-GARNISH-ORDERS (Program22.cbl). Loaded whole by the
      *CLOSE function and written back with the period's
      *remittances taken off each order's balance.
           SELECT GARNISH-ORDER-FILE
               ASSIGN TO "C:\PAYROLL-GARNISH.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GARNISH-STATUS.

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  WS-PAYROLE-STATUS      PIC X(2).
               88  WS-PAYROLE-OK              VALUE "00".
               88  WS-PAYROLE-FILE-MISSING    VALUE "35".
           05  WS-RESULTS-STATUS      PIC X(2).
               88  WS-RESULTS-OK              VALUE "00".
               88  WS-RESULTS-FILE-MISSING    VALUE "35".
           05  WS-GARNISH-STATUS      PIC X(2).
               88  WS-GARNISH-OK              VALUE "00".
               88  WS-GARNISH-FILE-MISSING    VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-PC-EOF-FLAG         PIC X(1)  VALUE "N".
       01  WS-RUN-TOTALS.
           05  WS-ACTIVE-CHECKED      PIC 9(5)   VALUE ZERO.
           05  WS-UNPOSTED-COUNT      PIC 9(5)   VALUE ZERO.
           05  WS-ORDERS-REDUCED      PIC 9(5)   VALUE ZERO.
           05  WS-ORDERS-SATISFIED    PIC 9(5)   VALUE ZERO.
           05  WS-GARNISH-REMITTED    PIC 9(9)V99 VALUE ZERO.

      *Every garnishment order on file, loaded by
      *700-LOAD-GARNISH-ORDERS and written back whole once the
      *period's remittances are off the balances.
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

      *Work fields for the garnishment pass - the order file's end
      *of file flag, the end of the closed period's results, the
      *garnishment line of the result in hand, and the flag set
      *when the order file holds more orders than the table.
       01  GARNISH-CALC.
           05  WS-GO-EOF-FLAG         PIC X(1)     VALUE "N".
               88  END-OF-GARNISH-FILE            VALUE "Y".
           05  WS-PR-EOF-FLAG         PIC X(1)     VALUE "N".
               88  END-OF-PERIOD-RESULTS          VALUE "Y".
           05  WS-GARNISH-LINE-SUB    PIC 9(2)     VALUE ZERO.
           05  WS-ORDER-TABLE-FULL-FLAG PIC X(1)   VALUE "N".
               88  WS-ORDER-TABLE-FULL            VALUE "Y".

      *Print line layouts for the LIST function and the CLOSE
      *function's unposted-employee listing.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  PL-CURRENT-TEXT     PIC X(8).

       01  ORDER-CLOSE-LINE.
           05  OC-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OC-ORDER-NUM        PIC X(12).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OC-AMOUNT           PIC ZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(8)  VALUE "BALANCE ".
           05  OC-BALANCE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  OC-DISPOSITION      PIC X(20).

       01  UNPOSTED-LINE.
           05  UP-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
      *their hours in a period no posting can reach any more.
      *Employees on leave legitimately sit unposted and do not
      *block the close. A closed period also gives up the current
      *flag - the next OPEN names the new current period. Once the
      *period is closed its garnishments come off the order
      *balances.
       300-CLOSE-PERIOD.
           PERFORM 700-ENTER-WORK-PERIOD.
           PERFORM 700-LOAD-PERIOD-TABLE.
                       DISPLAY "PERIOD " WS-WORK-PERIOD " CLOSED - "
                           WS-ACTIVE-CHECKED
                           " ACTIVE EMPLOYEES POSTED"
                       PERFORM 700-REDUCE-GARNISH-BALANCES
                   ELSE
                       DISPLAY "PERIOD " WS-WORK-PERIOD
                           " NOT CLOSED - " WS-UNPOSTED-COUNT
               END-IF
           END-IF.
           PERFORM 700-READ-PAYROLE-RECORD.

      *Takes the period's garnishments off the court orders. Each
      *of the closed period's pay results carries, order by order,
      *what PAYCALC (Program25.cbl) withheld from that cheque, and
      *exactly that comes off each order's balance - the amounts
      *the registers printed and PAYREMIT sent the creditors. An
      *order brought to a zero balance is marked satisfied and
      *stops on its own; no cheque after this one deducts for it.
      *OT-LAST-PERIOD records the period taken so an order is never
      *reduced twice for the same period. The order file is written
      *back whole, the same load-and-rewrite pattern as the period
      *table. If the file holds more orders than the table, writing
      *it back would drop every order past the 500th, so no balance
      *is reduced, the file is left as it is and the close ends
      *RC 8.
       700-REDUCE-GARNISH-BALANCES.
           MOVE ZERO TO WS-ORDERS-REDUCED
                        WS-ORDERS-SATISFIED
                        WS-GARNISH-REMITTED.
           PERFORM 700-LOAD-GARNISH-ORDERS.
           IF WS-ORDER-TABLE-FULL
               DISPLAY "ORDER FILE EXCEEDS 500 ORDERS - NO ORDER "
                   "REDUCED FOR PERIOD " WS-WORK-PERIOD
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-ORDER-TABLE-COUNT > ZERO
               AND NOT WS-ORDER-TABLE-FULL
               MOVE "N" TO WS-PR-EOF-FLAG
               OPEN INPUT PAY-RESULTS-FILE
               IF WS-RESULTS-FILE-MISSING
                   DISPLAY "NO PAY RESULTS ON FILE - NO ORDER REDUCED"
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE WS-WORK-PERIOD TO PR-PERIOD
                   MOVE ZERO           TO PR-EMPLOYEE-NUM
                   START PAY-RESULTS-FILE
                       KEY IS NOT LESS THAN PR-RESULT-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-PR-EOF-FLAG
                   END-START
                   IF NOT END-OF-PERIOD-RESULTS
                       PERFORM 700-READ-NEXT-PAY-RESULT
                   END-IF
                   PERFORM 700-REDUCE-EMPLOYEE-ORDERS
                       UNTIL END-OF-PERIOD-RESULTS
                   CLOSE PAY-RESULTS-FILE
                   PERFORM 700-SAVE-GARNISH-ORDERS
               END-IF
               DISPLAY "GARNISHMENT ORDERS REDUCED  : "
                   WS-ORDERS-REDUCED
               DISPLAY "GARNISHMENT ORDERS SATISFIED: "
                   WS-ORDERS-SATISFIED
               DISPLAY "GARNISHMENTS REMITTED       : "
                   WS-GARNISH-REMITTED
           END-IF.

      *Reads the next pay result, setting the end flag at the end
      *of the file or at the first result of a later period.
       700-READ-NEXT-PAY-RESULT.
           READ PAY-RESULTS-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PR-EOF-FLAG
           END-READ.
           IF NOT END-OF-PERIOD-RESULTS
               AND PR-PERIOD NOT = WS-WORK-PERIOD
               MOVE "Y" TO WS-PR-EOF-FLAG
           END-IF.

      *Takes each order the result in hand withheld against off
      *that order's balance, then reads the next result. A line
      *with no order number is the roster's flat garnishment amount
      *- there is no order balance to reduce for it.
       700-REDUCE-EMPLOYEE-ORDERS.
           PERFORM VARYING WS-GARNISH-LINE-SUB FROM 1 BY 1
                   UNTIL WS-GARNISH-LINE-SUB > PR-GARNISH-COUNT
               IF PR-ORDER-NUM(WS-GARNISH-LINE-SUB) NOT = SPACES
                   AND PR-ORDER-TAKEN(WS-GARNISH-LINE-SUB) > ZERO
                   PERFORM VARYING OT-IDX FROM 1 BY 1
                           UNTIL OT-IDX > WS-ORDER-TABLE-COUNT
                       IF OT-EMPLOYEE-NUM(OT-IDX) = PR-EMPLOYEE-NUM
                           AND OT-ORDER-NUM(OT-IDX) =
                               PR-ORDER-NUM(WS-GARNISH-LINE-SUB)
                           AND OT-LAST-PERIOD(OT-IDX)
                               NOT = WS-WORK-PERIOD
                           PERFORM 700-REDUCE-ONE-ORDER
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.
           PERFORM 700-READ-NEXT-PAY-RESULT.

      *Takes the order at OT-IDX's remittance off its balance,
      *stops it when the balance reaches zero, and lists it. The
      *remittance never takes the balance below zero.
       700-REDUCE-ONE-ORDER.
           IF PR-ORDER-TAKEN(WS-GARNISH-LINE-SUB) > OT-BALANCE(OT-IDX)
               MOVE ZERO TO OT-BALANCE(OT-IDX)
           ELSE
               SUBTRACT PR-ORDER-TAKEN(WS-GARNISH-LINE-SUB)
                   FROM OT-BALANCE(OT-IDX)
           END-IF.
           MOVE WS-WORK-PERIOD TO OT-LAST-PERIOD(OT-IDX).
           ADD 1 TO WS-ORDERS-REDUCED.
           ADD PR-ORDER-TAKEN(WS-GARNISH-LINE-SUB)
               TO WS-GARNISH-REMITTED.
           IF OT-BALANCE(OT-IDX) = ZERO
               MOVE "S" TO OT-STATUS(OT-IDX)
               ADD 1 TO WS-ORDERS-SATISFIED
               MOVE "SATISFIED - STOPPED" TO OC-DISPOSITION
           ELSE
               MOVE SPACES               TO OC-DISPOSITION
           END-IF.
           MOVE OT-EMPLOYEE-NUM(OT-IDX)  TO OC-EMPLOYEE-NUM.
           MOVE OT-ORDER-NUM(OT-IDX)     TO OC-ORDER-NUM.
           MOVE PR-ORDER-TAKEN(WS-GARNISH-LINE-SUB) TO OC-AMOUNT.
           MOVE OT-BALANCE(OT-IDX)       TO OC-BALANCE.
           DISPLAY ORDER-CLOSE-LINE.

      *Loads every garnishment order on file into
      *GARNISH-ORDER-TABLE. A missing file just means no order has
      *been keyed yet - every employee then falls back to the flat
      *EMPLOYEE-GARNISHMENT amount.
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
      *than silently left unapplied, and flags the table full.
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
               DISPLAY "GARNISH ORDER TABLE FULL - ORDER "
                   GO-ORDER-NUM " NOT LOADED FOR EMPLOYEE "
                   GO-EMPLOYEE-NUM
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

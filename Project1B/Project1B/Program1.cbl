                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-EMPLOYEE-NUM
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *Rate and banking changes keyed through CHANGE, held until a
      *second operator approves them - see 700-HOLD-CONTROLLED-
      *CHANGES. A new line is appended for every held change; the
      *APPROVE function loads the whole file, marks each decided
      *line approved or rejected with who decided it and when, and
      *writes it back, so the file is the before/after record of
      *every controlled change ever keyed. PAYREDIT (Program8.cbl)
      *lists the lines still pending on the nightly stream.
           SELECT PENDING-CHANGE-FILE
               ASSIGN TO "C:\PAYROLL-PENDCHG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PENDING-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *direct-deposit run then skips them onto the cheque list
      *instead of re-sending a known-bad item. Cleared back to
      *space when fresh banking information is keyed in through
      *700-ACCEPT-BANKING-INFO - for an employee whose routing fields
      *actually change, only once a second operator approves the
      *change (see 700-APPLY-PENDING-CHANGE).
           05 EMPLOYEE-BANK-STATUS-OUT PIC X(1).
               88  EMPLOYEE-BANK-REJECTED-OUT  VALUE "R".
           05 EMPLOYEE-VAC-BALANCE-OUT PIC 9(6)V99.
      *H (or space, on a record keyed before salaried employees were
      *carried) is paid HOURS-WORKED-OUT at EMPLOYEE-HOURLY-PAY-OUT
      *with overtime past 40 hours. S is paid a twelfth of
      *EMPLOYEE-ANNUAL-SALARY-OUT each monthly period with no
      *overtime, prorated by calendar day for the period the
      *employee is hired in (EMPLOYEE-HIRE-DATE-OUT) or terminated
      *in (EMPLOYEE-TERM-DATE-OUT) - see 700-COMPUTE-SALARY-PAY.
      *A salaried employee's hours are still keyed and carried for
      *the YTD hours and the record of employment, but they do not
      *change the pay.
           05 EMPLOYEE-PAY-TYPE-OUT    PIC X(1).
               88  EMPLOYEE-HOURLY-OUT         VALUE "H" " ".
               88  EMPLOYEE-SALARIED-OUT       VALUE "S".
           05 EMPLOYEE-ANNUAL-SALARY-OUT PIC 9(7)V99.
           05 EMPLOYEE-HIRE-DATE-OUT   PIC X(8).
      *Statutory holidays. EMPLOYEE-HOLIDAY-HOURS-OUT is this
      *period's hours worked on a public holiday - keyed apart from
      *HOURS-WORKED-OUT and paid at time-and-a-half on top of the
      *regular earnings, outside the 40-hour overtime rule (see
      *700-COMPUTE-PERIOD-GROSS-PAY). EMPLOYEE-HOLIDAY-PAY-OUT is
      *the public holiday pay entitlement PAYROLL-HOLIDAY-PAY
      *(Program27.cbl) last posted, worked out from the employee's
      *regular wages in the pay history, and
      *EMPLOYEE-HOLIDAY-PERIOD-OUT the period it was posted for -
      *PAYCALC pays it only in that period. A record written before
      *the roster carried these fields reads as no holiday hours
      *and no entitlement.
           05 EMPLOYEE-HOLIDAY-HOURS-OUT PIC 9(4).
           05 EMPLOYEE-HOLIDAY-PAY-OUT PIC 9(5)V99.
           05 EMPLOYEE-HOLIDAY-PERIOD-OUT PIC X(6).

      *Archive copy of PAYRECORD-OUT written by 700-ARCHIVE-PAYROLE-
      *RECORD when an employee is terminated - same fields in the
           05 ARCH-YTD-EI-DED           PIC 9(6)V99.
           05 ARCH-EMPLOYEE-BANK-STATUS PIC X(1).
           05 ARCH-EMPLOYEE-VAC-BALANCE PIC 9(6)V99.
           05 ARCH-EMPLOYEE-PAY-TYPE    PIC X(1).
           05 ARCH-EMPLOYEE-ANNUAL-SALARY PIC 9(7)V99.
           05 ARCH-EMPLOYEE-HIRE-DATE   PIC X(8).
           05 ARCH-EMPLOYEE-HOLIDAY-HOURS PIC 9(4).
           05 ARCH-EMPLOYEE-HOLIDAY-PAY PIC 9(5)V99.
           05 ARCH-EMPLOYEE-HOLIDAY-PERIOD PIC X(6).

      *One record - who holds PAYROLE-FILE right now. N (or no file
      *yet) means free, B means the nightly batch, M means a
      *against each rate, and the gross pay the posting computed.
      *A same-period correction appends a second line for the same
      *employee and period; the later timestamp is the figure that
      *stands, and the earlier line shows what it replaced. Regular
      *postings leave PH-EARNING-TYPE and PH-EARNED-PERIOD blank -
      *a retro pay line (PAYROLL-RETRO-PAY, Program21.cbl) carries
      *"R" and the period it re-priced, and is an extra earning in
      *the period it was paid in, not a correction of that period.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PH-EMPLOYEE-NUM     PIC 9(9).
           05  PH-PERIOD-GROSS     PIC 9(7)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-POST-TIMESTAMP   PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-EARNING-TYPE     PIC X(1).
               88  PH-REGULAR-EARNING      VALUE SPACE.
               88  PH-RETRO-EARNING        VALUE "R".
               88  PH-HOLIDAY-EARNING      VALUE "H".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-EARNED-PERIOD    PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PH-HOLIDAY-HOURS    PIC 9(4).

      *One effective-dated rate entry - the period it takes effect
      *and the rates and annual maximums in force from then on. The
      *Running control totals across every session that has ever added
      *records to PAYROLE-FILE, used by PAYROLL-RECONCILIATION to prove
      *the file still balances to what was actually written.
      *CT-RETRO-GROSS-PAY is the running total of retroactive pay
      *PAYROLL-RETRO-PAY has posted - this program never changes it,
      *only carries it forward when it rewrites the record.
       FD  CONTROL-TOTAL-FILE.
       01  CONTROL-TOTAL-RECORD.
           05  CT-RECORD-COUNT         PIC 9(7).
           05  CT-HASH-HOURLY-PAY      PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-HASH-HOURS-WORKED    PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-RETRO-GROSS-PAY      PIC 9(9)V99.

      *One held rate/banking change - the employee, the period it
      *was keyed in, whether it is still pending (P), approved (A)
      *or rejected (R), who keyed it and who decided it, and the
      *before and after value of every controlled field. A field
      *the change does not touch carries the same value on both
      *sides.
       FD  PENDING-CHANGE-FILE.
       01  PENDING-CHANGE-RECORD.
           05  PN-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-PERIOD           PIC X(6).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-STATUS           PIC X(1).
               88  PN-PENDING              VALUE "P".
               88  PN-APPROVED             VALUE "A".
               88  PN-REJECTED             VALUE "R".
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-KEYED-BY         PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-KEYED-TIME       PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-DECIDED-BY       PIC X(8).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-DECIDED-TIME     PIC X(19).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-HOURLY-PAY   PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-HOURLY-PAY   PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-SHIFT-RATE   PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-SHIFT-RATE   PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-ONCALL-RATE  PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-ONCALL-RATE  PIC 9(4).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-INSTITUTION  PIC 9(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-INSTITUTION  PIC 9(3).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-TRANSIT      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-TRANSIT      PIC 9(5).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-ACCOUNT-NUM  PIC 9(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-ACCOUNT-NUM  PIC 9(12).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-PAY-TYPE     PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-PAY-TYPE     PIC X(1).
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-OLD-ANNUAL-SALARY PIC 9(7)V99.
           05  FILLER              PIC X(1)  VALUE SPACE.
           05  PN-NEW-ANNUAL-SALARY PIC 9(7)V99.

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

      *Work fields used to compute this period's gross pay when
      *accumulating the year-to-date totals.
           05  WS-STRAIGHT-PAY        PIC 9(7)V99  VALUE ZERO.
           05  WS-SHIFT-PREM-PAY      PIC 9(7)V99  VALUE ZERO.
           05  WS-ONCALL-PAY          PIC 9(7)V99  VALUE ZERO.
           05  WS-HOLIDAY-PREM-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-PERIOD-GROSS-PAY    PIC 9(7)V99  VALUE ZERO.
           05  WS-OLD-PERIOD-GROSS-PAY PIC 9(7)V99 VALUE ZERO.
      *This period's uncapped CPP/EI contribution to the YTD
           05  WS-PERIOD-VAC-ACCR     PIC 9(6)V99  VALUE ZERO.
           05  WS-OLD-PERIOD-VAC-ACCR PIC 9(6)V99  VALUE ZERO.

      *Work fields for 700-COMPUTE-SALARY-PAY - the monthly period
      *being paid, the annual salary, hire date and termination date
      *(spaces unless terminated) it is paid from, the period's
      *length in days, the first and last days of it the employee
      *was on staff, and the salary those days earn.
       01  SALARY-PAY-CALC.
           05  WS-SALARY-PERIOD       PIC X(6)    VALUE SPACES.
           05  WS-SALARY-PERIOD-NUM REDEFINES WS-SALARY-PERIOD.
               10  WS-SALARY-YEAR     PIC 9(4).
               10  WS-SALARY-MONTH    PIC 9(2).
           05  WS-SALARY-ANNUAL       PIC 9(7)V99 VALUE ZERO.
           05  WS-SALARY-HIRE-DATE    PIC X(8)    VALUE SPACES.
           05  WS-SALARY-TERM-DATE    PIC X(8)    VALUE SPACES.
           05  WS-DAYS-IN-PERIOD      PIC 9(2)    VALUE ZERO.
           05  WS-FIRST-PAID-DAY      PIC 9(2)    VALUE ZERO.
           05  WS-LAST-PAID-DAY       PIC 9(2)    VALUE ZERO.
           05  WS-SALARY-DAYS         PIC 9(2)    VALUE ZERO.
           05  WS-LEAP-QUOTIENT       PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REM-4          PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REM-100        PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REM-400        PIC 9(4)    VALUE ZERO.
           05  WS-MONTHLY-SALARY      PIC 9(7)V99 VALUE ZERO.
           05  WS-SALARY-PAY          PIC 9(7)V99 VALUE ZERO.

      *Days in each month, January first - February is bumped to 29
      *in a leap year by 700-COMPUTE-SALARY-PAY.
       01  WS-MONTH-DAYS-VALUES       PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS          PIC 9(2)    OCCURS 12 TIMES.


       01  WS-FILE-STATUS-FIELDS.
           05  WS-PAYROLE-STATUS          PIC X(2).
               88  WS-PAYROLE-OK              VALUE "00".
           05  WS-PERIODS-STATUS          PIC X(2).
               88  WS-PERIODS-OK               VALUE "00".
               88  WS-PERIODS-FILE-MISSING     VALUE "35".
           05  WS-PENDING-STATUS          PIC X(2).
               88  WS-PENDING-OK               VALUE "00".
               88  WS-PENDING-FILE-MISSING     VALUE "35".

      *What the lock file said when this session started - read by
      *700-CHECK-BATCH-LOCK before PAYROLE-FILE is opened, so a
      *The hourly pay and hours worked a CHANGE is about to overwrite,
      *captured before PAYRECORD-IN's new values are moved over top of
      *PAYRECORD-OUT, so the old figures can be backed out of the
      *running control totals. The pay type, annual salary and hire
      *date come along so a salaried employee's old posting can be
      *backed out at the salary it was posted at.
       01  WS-OLD-PAYROLE-VALUES.
           05  WS-OLD-HOURLY-PAY      PIC 9(4)    VALUE ZERO.
           05  WS-OLD-HOURS-WORKED    PIC 9(4)    VALUE ZERO.
           05  WS-OLD-SHIFT-HOURS     PIC 9(4)    VALUE ZERO.
           05  WS-OLD-ONCALL-RATE     PIC 9(4)    VALUE ZERO.
           05  WS-OLD-ONCALL-HOURS    PIC 9(4)    VALUE ZERO.
           05  WS-OLD-PAY-TYPE        PIC X(1)    VALUE SPACE.
               88  WS-OLD-SALARIED                VALUE "S".
           05  WS-OLD-ANNUAL-SALARY   PIC 9(7)V99 VALUE ZERO.
           05  WS-OLD-HIRE-DATE       PIC X(8)    VALUE SPACES.
           05  WS-OLD-HOLIDAY-HOURS   PIC 9(4)    VALUE ZERO.

      *Hire date edit switches - whether a blank hire date is refused
      *(an ADD) or keeps the date already on file (a CHANGE), and
      *whether the date keyed passed the edit.
       01  WS-HIRE-DATE-FIELDS.
           05  WS-HIRE-DATE-REQ-FLAG  PIC X(1)    VALUE "N".
               88  WS-HIRE-DATE-REQUIRED          VALUE "Y".
           05  WS-HIRE-DATE-OK-FLAG   PIC X(1)    VALUE "N".
               88  WS-HIRE-DATE-VALID             VALUE "Y".

       01  WS-PRIOR-CONTROL-TOTALS.
           05  WS-PRIOR-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURLY-PAY   PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURS-WORKED PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

      *Signed work fields 700-SAVE-CONTROL-TOTALS computes the new
      *totals into before they are trusted and moved to the unsigned
           05  WS-COMPUTED-HASH-HOURLY-PAY     PIC S9(9) VALUE ZERO.
           05  WS-COMPUTED-HASH-HOURS-WORKED   PIC S9(9) VALUE ZERO.

      *In-memory copy of the pending change file for the APPROVE
      *function, loaded whole and written back whole - same
      *load-and-rewrite pattern as PAYROLL-CHEQUE-RUN's cheque
      *register. Each entry holds one PENDING-CHANGE-RECORD image.
      *A file too big for the table refuses the function rather
      *than writing back a file with its tail cut off.
       01  PENDING-CHANGE-TABLE.
           05  PENDING-CHANGE-ENTRY OCCURS 1000 TIMES
                   INDEXED BY PN-IDX.
               10  PNT-RECORD         PIC X(176)  VALUE SPACES.
       01  WS-PENDING-TABLE-COUNT     PIC 9(4)    VALUE ZERO.

      *Work fields for holding and deciding controlled changes - the
      *change-held switch CHANGE sets, the rate/banking switches for
      *which kind of field a change touches, the APPROVE function's
      *end, exit and full flags, the decision keyed, and the
      *audit action staged for 700-LOG-AUDIT-PENDING-CHANGE.
       01  WS-PENDING-FIELDS.
           05  WS-CHANGE-HELD-FLAG    PIC X(1)    VALUE "N".
               88  WS-CHANGE-HELD                 VALUE "Y".
           05  WS-BANK-CHANGE-FLAG    PIC X(1)    VALUE "N".
               88  WS-BANK-CHANGE                 VALUE "Y".
           05  WS-PN-EOF-FLAG         PIC X(1)    VALUE "N".
               88  END-OF-PENDING-FILE            VALUE "Y".
           05  WS-PENDING-FULL-FLAG   PIC X(1)    VALUE "N".
               88  WS-PENDING-FULL                VALUE "Y".
           05  WS-APPROVE-EXIT-FLAG   PIC X(1)    VALUE "N".
               88  WS-APPROVE-EXIT                VALUE "Y".
           05  WS-REPOSTED-FLAG       PIC X(1)    VALUE "N".
               88  WS-REPOSTED                    VALUE "Y".
           05  WS-PENDING-ACTION      PIC X(1)    VALUE SPACE.
           05  WS-PENDING-SHOWN       PIC 9(4)    VALUE ZERO.
           05  WS-PENDING-DECIDED     PIC 9(4)    VALUE ZERO.
           05  WS-AUDIT-ACTION        PIC X(6)    VALUE SPACES.
      *Defines output variables for user input prompts.
       01  PROMPTS.
           05  EMP-NUM-PROMPT      PIC X(21)
               VALUE "ENTER DEPT/COST CENTRE".
           05  EMP-VACBAL-PROMPT      PIC X(20)
               VALUE "ACCRUED VACATION PAY".
           05  EMP-PAYTYPE-PROMPT     PIC X(25)
               VALUE "ENTER PAY TYPE H-HR S-SAL".
           05  EMP-SALARY-PROMPT      PIC X(19)
               VALUE "ENTER ANNUAL SALARY".
           05  EMP-HIREDATE-PROMPT    PIC X(25)
               VALUE "ENTER HIRE DATE(YYYYMMDD)".
           05  EMP-HOLHOURS-PROMPT    PIC X(19)
               VALUE "ENTER HOLIDAY HOURS".
           05  EMP-HOLPAY-PROMPT      PIC X(19)
               VALUE "PUBLIC HOLIDAY PAY".

       PROCEDURE DIVISION.

       100-PAYROLL-MAINTENANCE.
           PERFORM 200-INIT-MAINTENANCE.
           PERFORM 200-PROCESS-MENU-SELECTION
               UNTIL WS-MENU-CHOICE = "7".
           PERFORM 200-TERM-MAINTENANCE.
           STOP RUN.

               WHEN "5"
                   PERFORM 300-SEARCH-BY-LNAME
               WHEN "6"
                   PERFORM 300-APPROVE-PENDING-CHANGES
               WHEN "7"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - TRY AGAIN"
           PERFORM  300-CHANGE-CURRENT-RECORD.

      *Changes the record whose key is already staged in
      *EMPLOYEE-NUM-OUT. A new hourly, shift premium or on-call
      *rate, a new pay type or annual salary, or new banking
      *details, do not go onto the record here
      *- 700-HOLD-CONTROLLED-CHANGES parks them on the pending
      *change file for a second operator to approve, and the rest
      *of the change (hours, name, deductions, status) is posted
      *against the rates and banking already on file.
       300-CHANGE-CURRENT-RECORD.
           PERFORM  700-READ-PAYROLE-RECORD.
           IF WS-RECORD-FOUND
               PERFORM 700-SAVE-OLD-PAYROLE-VALUES
               MOVE PAYRECORD-OUT TO PAYRECORD-IN
               PERFORM 700-ENTER-CHANGE-DATA
               PERFORM 700-HOLD-CONTROLLED-CHANGES
               PERFORM 700-ACCUMULATE-YTD
               PERFORM 700-REWRITE-PAYROLE-RECORD
           END-IF.
               PERFORM 700-CONFIRM-DELETE
               IF WS-CONFIRM-RESPONSE = "Y" OR "y"
                   PERFORM 700-ENTER-TERMINATION-DATE
                   PERFORM 700-PRORATE-FINAL-SALARY
                   PERFORM 700-PAY-OUT-VACATION
                   PERFORM 700-ARCHIVE-PAYROLE-RECORD
                   PERFORM 700-DELETE-PAYROLE-RECORD
               PERFORM 700-PICK-SEARCH-RESULT
           END-IF.

      *Lists every change still pending approval, one screen each,
      *and takes the operator's decision on it. Only an operator
      *other than the one who keyed a change may approve or reject
      *it - the keying operator's own changes show but cannot be
      *decided - and an approval is the only way a held rate or
      *banking change reaches PAYROLE-FILE. Both decisions are
      *audit-logged and stamped onto the pending change line, and
      *the file is written back once the list is done.
       300-APPROVE-PENDING-CHANGES.
           DISPLAY " " WITH BLANK SCREEN.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR ID REQUIRED TO APPROVE CHANGES"
                                       LINE 20  COLUMN 4
               PERFORM 700-PAUSE-PENDING-REVIEW
           ELSE
               PERFORM 700-LOAD-PENDING-CHANGES
               IF WS-PENDING-FULL
                   DISPLAY "PENDING CHANGE FILE TOO LARGE TO REVIEW"
                                       LINE 20  COLUMN 4
                   PERFORM 700-PAUSE-PENDING-REVIEW
               ELSE
                   MOVE "N"  TO WS-APPROVE-EXIT-FLAG
                   MOVE ZERO TO WS-PENDING-SHOWN
                                WS-PENDING-DECIDED
                   PERFORM 700-REVIEW-PENDING-CHANGE
                       VARYING PN-IDX FROM 1 BY 1
                       UNTIL PN-IDX > WS-PENDING-TABLE-COUNT
                          OR WS-APPROVE-EXIT
                   IF WS-PENDING-DECIDED > ZERO
                       PERFORM 700-SAVE-PENDING-CHANGES
                   END-IF
                   IF WS-PENDING-SHOWN = ZERO
                       DISPLAY " " WITH BLANK SCREEN
                       DISPLAY "NO CHANGES PENDING APPROVAL"
                                       LINE 20  COLUMN 4
                       PERFORM 700-PAUSE-PENDING-REVIEW
                   END-IF
               END-IF
           END-IF.

      *Finds how many characters of the keyed name are significant,
      *scanning back from the right for the last non-space - the
      *match in 700-READ-NEXT-BY-LNAME compares only that many
           DISPLAY "3 - DELETE A RECORD"          LINE 6   COLUMN 4.
           DISPLAY "4 - INQUIRE ON A RECORD"      LINE 7   COLUMN 4.
           DISPLAY "5 - FIND BY LAST NAME"        LINE 8   COLUMN 4.
           DISPLAY "6 - APPROVE PENDING CHANGES"  LINE 9   COLUMN 4.
           DISPLAY "7 - EXIT"                     LINE 10  COLUMN 4.
           DISPLAY "ENTER SELECTION"               LINE 12  COLUMN 4.
           ACCEPT  WS-MENU-CHOICE                  LINE 12  COLUMN 20.

      *Prompts for the employee number to look up for change, delete
      *or inquire, and stages it in the file's record key field.

      *Reads the payrole record for the employee number staged in
      *EMPLOYEE-NUM-OUT, setting WS-RECORD-FOUND-FLAG accordingly.
      *A record written before the roster carried a pay type is an
      *hourly employee with no annual salary, and is read as one so
      *a CHANGE does not see the pay type or salary as changed. One
      *written before the holiday fields reads as no holiday hours
      *and no holiday pay the same way.
       700-READ-PAYROLE-RECORD.
           MOVE "N" TO WS-RECORD-FOUND-FLAG.
           READ PAYROLE-FILE
                                       LINE 20  COLUMN 4
               NOT INVALID KEY
                   MOVE "Y" TO WS-RECORD-FOUND-FLAG
                   IF EMPLOYEE-PAY-TYPE-OUT = SPACE
                       MOVE "H"  TO EMPLOYEE-PAY-TYPE-OUT
                   END-IF
                   IF EMPLOYEE-ANNUAL-SALARY-OUT NOT NUMERIC
                       MOVE ZERO TO EMPLOYEE-ANNUAL-SALARY-OUT
                   END-IF
                   IF EMPLOYEE-HOLIDAY-HOURS-OUT NOT NUMERIC
                       MOVE ZERO TO EMPLOYEE-HOLIDAY-HOURS-OUT
                   END-IF
                   IF EMPLOYEE-HOLIDAY-PAY-OUT NOT NUMERIC
                       MOVE ZERO TO EMPLOYEE-HOLIDAY-PAY-OUT
                   END-IF
           END-READ.

      *Asks the operator to confirm a delete before it happens.
           DISPLAY EMPLOYEE-ONCALL-RATE     LINE 10  COLUMN 66.
           DISPLAY EMP-ONCALLHOURS-PROMPT LINE 11  COLUMN 40.
           DISPLAY EMPLOYEE-ONCALL-HOURS    LINE 11  COLUMN 66.
           DISPLAY EMP-HOLHOURS-PROMPT    LINE 12  COLUMN 40.
           DISPLAY EMPLOYEE-HOLIDAY-HOURS LINE 12  COLUMN 66.
           DISPLAY EMP-DEPT-PROMPT        LINE 13  COLUMN 40.
           DISPLAY EMPLOYEE-DEPT-CODE     LINE 13  COLUMN 66.
           DISPLAY EMP-VACBAL-PROMPT      LINE 14  COLUMN 40.
           DISPLAY EMPLOYEE-VAC-BALANCE   LINE 14  COLUMN 66.
           DISPLAY EMP-HOLPAY-PROMPT      LINE 15  COLUMN 40.
           DISPLAY EMPLOYEE-HOLIDAY-PAY   LINE 15  COLUMN 66.
           DISPLAY EMP-PAYTYPE-PROMPT     LINE 17  COLUMN 40.
           DISPLAY EMPLOYEE-PAY-TYPE      LINE 17  COLUMN 66.
           DISPLAY EMP-SALARY-PROMPT      LINE 18  COLUMN 40.
           DISPLAY EMPLOYEE-ANNUAL-SALARY LINE 18  COLUMN 66.
           DISPLAY EMP-HIREDATE-PROMPT    LINE 19  COLUMN 40.
           DISPLAY EMPLOYEE-HIRE-DATE     LINE 19  COLUMN 66.

      *Initialization of Records
       700-INIT-READ-WRITE-CTRS.
           DISPLAY EMP-INITIALS-PROMPT LINE 8  COLUMN 4.
           ACCEPT  EMPLOYEE-INITIALS   LINE 9  COLUMN 4.

           PERFORM 700-ACCEPT-PAY-TYPE-AND-RATE.
           MOVE "Y"   TO WS-HIRE-DATE-REQ-FLAG.
           PERFORM 700-ACCEPT-HIRE-DATE.
           PERFORM 700-ACCEPT-HOURS-WORKED.
           PERFORM 700-ACCEPT-SHIFT-AND-ONCALL.
           PERFORM 700-ACCEPT-HOLIDAY-HOURS.
           PERFORM 700-ACCEPT-DEPT-CODE.
           PERFORM 700-ACCEPT-UNION-MEMBER.
           PERFORM 700-ACCEPT-BENEFIT-DEDUCTION.
           DISPLAY EMP-INITIALS-PROMPT LINE 8  COLUMN 4.
           ACCEPT  EMPLOYEE-INITIALS   LINE 9  COLUMN 4.

           PERFORM 700-ACCEPT-PAY-TYPE-AND-RATE.
           MOVE "N"   TO WS-HIRE-DATE-REQ-FLAG.
           PERFORM 700-ACCEPT-HIRE-DATE.
           PERFORM 700-ACCEPT-HOURS-WORKED.
           PERFORM 700-ACCEPT-SHIFT-AND-ONCALL.
           PERFORM 700-ACCEPT-HOLIDAY-HOURS.
           PERFORM 700-ACCEPT-DEPT-CODE.
           PERFORM 700-ACCEPT-UNION-MEMBER.
           PERFORM 700-ACCEPT-BENEFIT-DEDUCTION.
               END-READ
           END-IF.

      *Accepts the pay type - H (hourly) or S (salaried) - in the
      *second screen column, re-prompting until it is one of the
      *two and normalizing it to upper case the way UNION-MEMBER
      *is, then the rate that goes with it. An hourly employee
      *carries a non-zero hourly rate and no annual salary; a
      *salaried employee carries a non-zero annual salary and no
      *hourly rate, and is paid the period's share of the salary
      *(see 700-COMPUTE-SALARY-PAY) with no overtime.
       700-ACCEPT-PAY-TYPE-AND-RATE.
           DISPLAY EMP-PAYTYPE-PROMPT     LINE 17  COLUMN 40.
           ACCEPT  EMPLOYEE-PAY-TYPE      LINE 17  COLUMN 66.
           PERFORM UNTIL EMPLOYEE-PAY-TYPE = "H"
                      OR EMPLOYEE-PAY-TYPE = "h"
                      OR EMPLOYEE-PAY-TYPE = "S"
                      OR EMPLOYEE-PAY-TYPE = "s"
               DISPLAY "PAY TYPE MUST BE H OR S - RE-ENTER"
                                       LINE 16  COLUMN 4
               ACCEPT  EMPLOYEE-PAY-TYPE  LINE 17  COLUMN 66
           END-PERFORM.
           MOVE FUNCTION UPPER-CASE(EMPLOYEE-PAY-TYPE)
                                       TO EMPLOYEE-PAY-TYPE.
           DISPLAY WS-ERROR-LINE       LINE 16  COLUMN 4.
           IF EMPLOYEE-SALARIED
               MOVE ZERO               TO EMPLOYEE-HOURLY-PAY
               DISPLAY EMP-HRPAY-PROMPT    LINE 10  COLUMN 4
               DISPLAY EMPLOYEE-HOURLY-PAY LINE 11  COLUMN 4
               PERFORM 700-ACCEPT-ANNUAL-SALARY
           ELSE
               MOVE ZERO               TO EMPLOYEE-ANNUAL-SALARY
               DISPLAY EMP-SALARY-PROMPT      LINE 18  COLUMN 40
               DISPLAY EMPLOYEE-ANNUAL-SALARY LINE 18  COLUMN 66
               PERFORM 700-ACCEPT-HOURLY-PAY
           END-IF.

      *Accepts EMPLOYEE-ANNUAL-SALARY for a salaried employee,
      *re-prompting until a non-zero salary is keyed in - same rule
      *as the hourly rate.
       700-ACCEPT-ANNUAL-SALARY.
           DISPLAY EMP-SALARY-PROMPT      LINE 18  COLUMN 40.
           ACCEPT  EMPLOYEE-ANNUAL-SALARY LINE 18  COLUMN 66.
           PERFORM UNTIL EMPLOYEE-ANNUAL-SALARY NOT = ZERO
               DISPLAY "ANNUAL SALARY MUST NOT BE ZERO - RE-ENTER"
                                       LINE 16  COLUMN 4
               ACCEPT  EMPLOYEE-ANNUAL-SALARY LINE 18  COLUMN 66
           END-PERFORM.
           DISPLAY WS-ERROR-LINE       LINE 16  COLUMN 4.

      *Accepts EMPLOYEE-HIRE-DATE, re-prompting until it passes
      *700-EDIT-HIRE-DATE. The hire date prorates a salaried
      *employee's first period (see 700-COMPUTE-SALARY-PAY), so a
      *new hire must have one; on a CHANGE a blank answer keeps the
      *date already on file, which is blank for an employee on
      *staff before the roster carried one.
       700-ACCEPT-HIRE-DATE.
           DISPLAY EMP-HIREDATE-PROMPT    LINE 19  COLUMN 40.
           ACCEPT  EMPLOYEE-HIRE-DATE     LINE 19  COLUMN 66.
           PERFORM 700-EDIT-HIRE-DATE.
           PERFORM UNTIL WS-HIRE-DATE-VALID
               DISPLAY "HIRE DATE MUST BE YYYYMMDD - RE-ENTER"
                                       LINE 16  COLUMN 4
               ACCEPT  EMPLOYEE-HIRE-DATE LINE 19  COLUMN 66
               PERFORM 700-EDIT-HIRE-DATE
           END-PERFORM.
           DISPLAY WS-ERROR-LINE       LINE 16  COLUMN 4.

      *A hire date is valid when it is all digits with a month of
      *01 thru 12 and a day of 01 thru 31. A blank one is refused
      *on an ADD and takes the date on file on a CHANGE.
       700-EDIT-HIRE-DATE.
           MOVE "N" TO WS-HIRE-DATE-OK-FLAG.
           IF EMPLOYEE-HIRE-DATE = SPACES
               IF NOT WS-HIRE-DATE-REQUIRED
                   MOVE EMPLOYEE-HIRE-DATE-OUT TO EMPLOYEE-HIRE-DATE
                   MOVE "Y" TO WS-HIRE-DATE-OK-FLAG
               END-IF
           ELSE
               IF EMPLOYEE-HIRE-DATE IS NUMERIC
                  AND EMPLOYEE-HIRE-DATE(5:2) >= "01"
                  AND EMPLOYEE-HIRE-DATE(5:2) <= "12"
                  AND EMPLOYEE-HIRE-DATE(7:2) >= "01"
                  AND EMPLOYEE-HIRE-DATE(7:2) <= "31"
                   MOVE "Y" TO WS-HIRE-DATE-OK-FLAG
               END-IF
           END-IF.

      *Accepts EMPLOYEE-HOURLY-PAY, re-prompting on the same line until
      *a non-zero rate is keyed in - a blank/zero ACCEPT would otherwise
      *silently write a $0/hour record with no warning.
           END-PERFORM.
           DISPLAY WS-ERROR-LINE       LINE 16  COLUMN 4.

      *Accepts the hours worked on a public holiday this period,
      *under the same 80-hour ceiling as the other hours fields. Zero
      *is the usual answer. The premium is an hourly rate uplift, so
      *a salaried employee is not asked and carries none - holiday
      *time for salaried staff is already inside the salary.
       700-ACCEPT-HOLIDAY-HOURS.
           IF EMPLOYEE-SALARIED
               MOVE ZERO TO EMPLOYEE-HOLIDAY-HOURS
           ELSE
               DISPLAY EMP-HOLHOURS-PROMPT    LINE 12  COLUMN 40
               ACCEPT  EMPLOYEE-HOLIDAY-HOURS LINE 12  COLUMN 66
               PERFORM UNTIL EMPLOYEE-HOLIDAY-HOURS <= 80
                   DISPLAY "HOLIDAY HOURS MUST BE 0 THRU 80 - RE-ENTER"
                                       LINE 16  COLUMN 4
                   ACCEPT  EMPLOYEE-HOLIDAY-HOURS LINE 12  COLUMN 66
               END-PERFORM
               DISPLAY WS-ERROR-LINE       LINE 16  COLUMN 4
           END-IF.

      *Accepts the department/cost-centre code this employee's pay is
      *charged to, used by PAYREG/PAYREGS to subtotal the register by
      *department the same way it already does by union.
           ACCEPT  EMPLOYEE-BENEFIT-DED LINE 18  COLUMN 30.

      *Accepts EMPLOYEE-GARNISHMENT, the flat per-period court-ordered
      *garnishment withholding. Zero is the normal case. The flat
      *amount is only taken for an employee with no order on the
      *garnishment order file - orders are keyed through
      *PAYROLL-GARNISH-ORDERS (Program22.cbl).
       700-ACCEPT-GARNISHMENT.
           DISPLAY EMP-GARNISH-PROMPT   LINE 19  COLUMN 4.
           ACCEPT  EMPLOYEE-GARNISHMENT LINE 19  COLUMN 30.
           ACCEPT  EMPLOYEE-ACCOUNT-NUM   LINE 6   COLUMN 66.
      *Freshly keyed banking information clears a bank-reject flag
      *left by PAYROLL-EFT-RETURNS - the next direct-deposit run
      *trusts the corrected routing fields again. On a CHANGE that
      *moves the routing fields, 700-HOLD-CONTROLLED-CHANGES puts
      *the flag back until the new banking is approved.
           MOVE SPACE TO EMPLOYEE-BANK-STATUS.

      *Prompts for the date an employee is being terminated as of,
           MOVE "T" TO EMPLOYEE-STATUS-OUT.
           DISPLAY WS-ERROR-LINE       LINE 16  COLUMN 4.

      *A salaried employee already posted for the session's period
      *was posted a full month's salary for it. Terminating them
      *part way through the month re-posts the period prorated to
      *the termination date (see 700-COMPUTE-SALARY-PAY) through
      *700-ACCUMULATE-YTD's same-period correction, which backs the
      *full month out of YTD gross, the statutory totals and the
      *vacation balance and posts the prorated share in its place.
      *The pay-history line is re-stated here unless a vacation
      *balance is left for 700-PAY-OUT-VACATION to re-state it with
      *the payout folded in.
       700-PRORATE-FINAL-SALARY.
           IF EMPLOYEE-SALARIED-OUT
              AND LAST-PERIOD-POSTED-OUT = WS-CURRENT-PERIOD
               PERFORM 700-SAVE-OLD-PAYROLE-VALUES
               MOVE PAYRECORD-OUT TO PAYRECORD-IN
               PERFORM 700-ACCUMULATE-YTD
               MOVE PAYRECORD-IN  TO PAYRECORD-OUT
               IF EMPLOYEE-VAC-BALANCE-OUT = ZERO
                   PERFORM 700-WRITE-PAY-HISTORY
               END-IF
           END-IF.

      *Pays the outstanding accrued vacation balance out into the
      *employee's final figures as part of a termination. The
      *payout joins YTD gross (and the uncapped YTD statutory
                   MOVE HOURS-WORKED-OUT    TO PH-HOURS-WORKED
                   MOVE EMPLOYEE-SHIFT-HOURS-OUT  TO PH-SHIFT-HOURS
                   MOVE EMPLOYEE-ONCALL-HOURS-OUT TO PH-ONCALL-HOURS
                   MOVE EMPLOYEE-HOLIDAY-HOURS-OUT
                                                TO PH-HOLIDAY-HOURS
                   COMPUTE PH-PERIOD-GROSS =
                       WS-PERIOD-GROSS-PAY + EMPLOYEE-VAC-BALANCE-OUT
               ELSE
                   MOVE ZERO                TO PH-HOURS-WORKED
                                               PH-SHIFT-HOURS
                                               PH-ONCALL-HOURS
                                               PH-HOLIDAY-HOURS
                   MOVE EMPLOYEE-VAC-BALANCE-OUT TO PH-PERIOD-GROSS
               END-IF
               MOVE WS-FORMATTED-TIMESTAMP  TO PH-POST-TIMESTAMP
               ADD WS-PERIOD-EI-DED         TO YTD-EI-DED-OUT
           END-IF.

      *An hourly employee's regular earnings are their hours at the
      *hourly rate with overtime past 40 hours, a salaried
      *employee's are the period's share of their annual salary -
      *see 700-COMPUTE-HOURLY-EARNINGS and 700-COMPUTE-SALARY-PAY.
      *Shift premium, on-call and holiday premium pay follow the same
      *way whichever pay type the employee is on.
       700-COMPUTE-PERIOD-GROSS-PAY.
           IF EMPLOYEE-SALARIED
               PERFORM 700-COMPUTE-SALARIED-EARNINGS
           ELSE
               PERFORM 700-COMPUTE-HOURLY-EARNINGS
           END-IF.
      *Shift premium and on-call hours are paid at their own flat
      *rate with no overtime uplift - they are supplementary pay for
      *specific hours, not a second regular rate the 40-hour rule
      *applies to.
           COMPUTE WS-SHIFT-PREM-PAY ROUNDED =
               EMPLOYEE-SHIFT-HOURS * EMPLOYEE-SHIFT-PREM-RATE.
           COMPUTE WS-ONCALL-PAY ROUNDED =
               EMPLOYEE-ONCALL-HOURS * EMPLOYEE-ONCALL-RATE.
      *Hours worked on a public holiday are paid at time-and-a-half
      *of the hourly rate. They are kept out of HOURS-WORKED, so they
      *never count toward the 40-hour overtime threshold.
           COMPUTE WS-HOLIDAY-PREM-PAY ROUNDED =
               EMPLOYEE-HOLIDAY-HOURS * EMPLOYEE-HOURLY-PAY * 1.5.
           COMPUTE WS-PERIOD-GROSS-PAY ROUNDED =
               WS-STRAIGHT-PAY
               + WS-OVERTIME-PAY + WS-SHIFT-PREM-PAY + WS-ONCALL-PAY
               + WS-HOLIDAY-PREM-PAY.

      *Straight time is paid for the first 40 hours worked, anything
      *beyond 40 hours is paid at time-and-a-half.
       700-COMPUTE-HOURLY-EARNINGS.
           IF HOURS-WORKED > 40
               MOVE 40                         TO WS-STRAIGHT-HOURS
               COMPUTE WS-OVERTIME-HOURS = HOURS-WORKED - 40
      *arithmetic rules.
           COMPUTE WS-OVERTIME-PAY ROUNDED =
               WS-OVERTIME-HOURS * EMPLOYEE-HOURLY-PAY * 1.5.
      *Straight pay is staged into its own decimal field as well -
      *an all-integer product buried inside the final COMPUTE's
      *operand list evaluates wrong under -std=ibm intermediate
      *arithmetic once three decimal addends follow it.
           COMPUTE WS-STRAIGHT-PAY =
               WS-STRAIGHT-HOURS * EMPLOYEE-HOURLY-PAY.

      *A salaried employee is paid the period's share of the annual
      *salary whatever hours were keyed - no overtime, so the hours
      *all count as straight time at no hourly rate.
       700-COMPUTE-SALARIED-EARNINGS.
           MOVE HOURS-WORKED           TO WS-STRAIGHT-HOURS.
           MOVE ZERO                   TO WS-OVERTIME-HOURS
                                          WS-OVERTIME-PAY.
           MOVE WS-CURRENT-PERIOD      TO WS-SALARY-PERIOD.
           MOVE EMPLOYEE-ANNUAL-SALARY TO WS-SALARY-ANNUAL.
           MOVE EMPLOYEE-HIRE-DATE     TO WS-SALARY-HIRE-DATE.
           IF EMPLOYEE-STATUS = "T"
               MOVE EMPLOYEE-TERM-DATE TO WS-SALARY-TERM-DATE
           ELSE
               MOVE SPACES             TO WS-SALARY-TERM-DATE
           END-IF.
           PERFORM 700-COMPUTE-SALARY-PAY.
           MOVE WS-SALARY-PAY          TO WS-STRAIGHT-PAY.

      *Works out a salaried employee's pay for the monthly period in
      *WS-SALARY-PERIOD - a twelfth of WS-SALARY-ANNUAL for a full
      *month on staff. A month the employee was hired in
      *(WS-SALARY-HIRE-DATE) or terminated in (WS-SALARY-TERM-DATE)
      *is prorated by calendar day: the twelfth times the days from
      *the hire date, or to the termination date, both inclusive,
      *over the days in the month. A month wholly before the hire
      *or after the termination pays nothing. A blank hire date is
      *an employee on staff before the roster carried one.
       700-COMPUTE-SALARY-PAY.
           MOVE WS-MONTH-DAYS(WS-SALARY-MONTH) TO WS-DAYS-IN-PERIOD.
           IF WS-SALARY-MONTH = 2
               DIVIDE WS-SALARY-YEAR BY 4
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-SALARY-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-SALARY-YEAR BY 400
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 = ZERO
                   AND (WS-LEAP-REM-100 NOT = ZERO
                        OR WS-LEAP-REM-400 = ZERO)
                   MOVE 29 TO WS-DAYS-IN-PERIOD
               END-IF
           END-IF.
           MOVE 1                 TO WS-FIRST-PAID-DAY.
           MOVE WS-DAYS-IN-PERIOD TO WS-LAST-PAID-DAY.
           IF WS-SALARY-HIRE-DATE(1:6) = WS-SALARY-PERIOD
               AND WS-SALARY-HIRE-DATE(7:2) IS NUMERIC
               MOVE WS-SALARY-HIRE-DATE(7:2) TO WS-FIRST-PAID-DAY
           END-IF.
           IF WS-SALARY-TERM-DATE(1:6) = WS-SALARY-PERIOD
               AND WS-SALARY-TERM-DATE(7:2) IS NUMERIC
               MOVE WS-SALARY-TERM-DATE(7:2) TO WS-LAST-PAID-DAY
           END-IF.
           IF WS-SALARY-HIRE-DATE(1:6) > WS-SALARY-PERIOD
               OR (WS-SALARY-TERM-DATE NOT = SPACES
                   AND WS-SALARY-TERM-DATE(1:6) < WS-SALARY-PERIOD)
               OR WS-LAST-PAID-DAY < WS-FIRST-PAID-DAY
               MOVE ZERO TO WS-SALARY-DAYS
           ELSE
               COMPUTE WS-SALARY-DAYS =
                   WS-LAST-PAID-DAY - WS-FIRST-PAID-DAY + 1
           END-IF.
           COMPUTE WS-MONTHLY-SALARY ROUNDED =
               WS-SALARY-ANNUAL / 12.
           IF WS-SALARY-DAYS NOT < WS-DAYS-IN-PERIOD
               MOVE WS-MONTHLY-SALARY TO WS-SALARY-PAY
           ELSE
               COMPUTE WS-SALARY-PAY ROUNDED =
                   WS-MONTHLY-SALARY * WS-SALARY-DAYS
                   / WS-DAYS-IN-PERIOD
           END-IF.


      *Same formula as 700-COMPUTE-PERIOD-GROSS-PAY, applied to the
      *hourly pay/hours worked a CHANGE is about to overwrite, so a
      *same-period correction can back out exactly what that entry
      *previously contributed to YTD before the corrected figures go
      *in. A salaried employee's old posting is the period's share
      *of the salary on file before the change - the posting being
      *backed out was never for a terminated employee, so there is
      *no termination date to prorate to.
       700-COMPUTE-OLD-PERIOD-GROSS-PAY.
           IF WS-OLD-SALARIED
               MOVE ZERO                       TO WS-OVERTIME-PAY
               MOVE WS-CURRENT-PERIOD          TO WS-SALARY-PERIOD
               MOVE WS-OLD-ANNUAL-SALARY       TO WS-SALARY-ANNUAL
               MOVE WS-OLD-HIRE-DATE           TO WS-SALARY-HIRE-DATE
               MOVE SPACES                     TO WS-SALARY-TERM-DATE
               PERFORM 700-COMPUTE-SALARY-PAY
               MOVE WS-SALARY-PAY              TO WS-STRAIGHT-PAY
           ELSE
               PERFORM 700-COMPUTE-OLD-HOURLY-EARNINGS
           END-IF.
           COMPUTE WS-SHIFT-PREM-PAY ROUNDED =
               WS-OLD-SHIFT-HOURS * WS-OLD-SHIFT-PREM-RATE.
           COMPUTE WS-ONCALL-PAY ROUNDED =
               WS-OLD-ONCALL-HOURS * WS-OLD-ONCALL-RATE.
           COMPUTE WS-HOLIDAY-PREM-PAY ROUNDED =
               WS-OLD-HOLIDAY-HOURS * WS-OLD-HOURLY-PAY * 1.5.
           COMPUTE WS-OLD-PERIOD-GROSS-PAY ROUNDED =
               WS-STRAIGHT-PAY
               + WS-OVERTIME-PAY + WS-SHIFT-PREM-PAY + WS-ONCALL-PAY
               + WS-HOLIDAY-PREM-PAY.

      *Same formula as 700-COMPUTE-HOURLY-EARNINGS, applied to the
      *old hourly pay/hours worked.
       700-COMPUTE-OLD-HOURLY-EARNINGS.
           IF WS-OLD-HOURS-WORKED > 40
               MOVE 40                         TO WS-STRAIGHT-HOURS
               COMPUTE WS-OVERTIME-HOURS = WS-OLD-HOURS-WORKED - 40
           END-IF.
           COMPUTE WS-OVERTIME-PAY ROUNDED =
               WS-OVERTIME-HOURS * WS-OLD-HOURLY-PAY * 1.5.
           COMPUTE WS-STRAIGHT-PAY =
               WS-STRAIGHT-HOURS * WS-OLD-HOURLY-PAY.

      *Captures the rates, hours, pay type and salary on file in
      *PAYRECORD-OUT before a re-posting overwrites them, for
      *700-COMPUTE-OLD-PERIOD-GROSS-PAY and the control totals.
       700-SAVE-OLD-PAYROLE-VALUES.
           MOVE EMPLOYEE-HOURLY-PAY-OUT      TO WS-OLD-HOURLY-PAY.
           MOVE HOURS-WORKED-OUT             TO WS-OLD-HOURS-WORKED.
           MOVE EMPLOYEE-SHIFT-PREM-RATE-OUT TO WS-OLD-SHIFT-PREM-RATE.
           MOVE EMPLOYEE-SHIFT-HOURS-OUT     TO WS-OLD-SHIFT-HOURS.
           MOVE EMPLOYEE-ONCALL-RATE-OUT     TO WS-OLD-ONCALL-RATE.
           MOVE EMPLOYEE-ONCALL-HOURS-OUT    TO WS-OLD-ONCALL-HOURS.
           MOVE EMPLOYEE-PAY-TYPE-OUT        TO WS-OLD-PAY-TYPE.
           MOVE EMPLOYEE-ANNUAL-SALARY-OUT   TO WS-OLD-ANNUAL-SALARY.
           MOVE EMPLOYEE-HIRE-DATE-OUT       TO WS-OLD-HIRE-DATE.
           MOVE EMPLOYEE-HOLIDAY-HOURS-OUT   TO WS-OLD-HOLIDAY-HOURS.

      *Adds this pay period's hours and gross pay onto the employee's
      *year-to-date totals. For a new hire YTD-HOURS and YTD-GROSS-PAY
           IF LAST-PERIOD-POSTED = WS-CURRENT-PERIOD
               PERFORM 700-COMPUTE-OLD-PERIOD-GROSS-PAY
               SUBTRACT WS-OLD-HOURS-WORKED      FROM YTD-HOURS
               SUBTRACT WS-OLD-HOLIDAY-HOURS     FROM YTD-HOURS
               SUBTRACT WS-OLD-PERIOD-GROSS-PAY  FROM YTD-GROSS-PAY
               COMPUTE WS-OLD-PERIOD-CPP-DED ROUNDED =
                   WS-OLD-PERIOD-GROSS-PAY * WS-CPP-RATE
                                       FROM EMPLOYEE-VAC-BALANCE
           END-IF.
           ADD  HOURS-WORKED         TO YTD-HOURS.
           ADD  EMPLOYEE-HOLIDAY-HOURS TO YTD-HOURS.
           ADD  WS-PERIOD-GROSS-PAY  TO YTD-GROSS-PAY.
           COMPUTE WS-PERIOD-CPP-DED ROUNDED =
               WS-PERIOD-GROSS-PAY * WS-CPP-RATE.
           MOVE HOURS-WORKED           TO PH-HOURS-WORKED.
           MOVE EMPLOYEE-SHIFT-HOURS   TO PH-SHIFT-HOURS.
           MOVE EMPLOYEE-ONCALL-HOURS  TO PH-ONCALL-HOURS.
           MOVE EMPLOYEE-HOLIDAY-HOURS TO PH-HOLIDAY-HOURS.
           MOVE WS-PERIOD-GROSS-PAY    TO PH-PERIOD-GROSS.
           MOVE WS-FORMATTED-TIMESTAMP TO PH-POST-TIMESTAMP.
           WRITE PAY-HISTORY-RECORD.
                   PERFORM 700-SAVE-CONTROL-TOTALS
           END-DELETE.

      *Holds a change to any controlled field - the hourly, shift
      *premium or on-call rate, or the institution, transit or
      *account number - for a second operator's approval. The
      *before (still on PAYRECORD-OUT from the READ) and after
      *(just keyed into PAYRECORD-IN) values of every controlled
      *field go onto the pending change file with the keying
      *operator's ID, and the values on file are put back into
      *PAYRECORD-IN so the rewrite that follows leaves them as they
      *were. A held banking change also leaves any bank-reject flag
      *standing - the corrected routing fields are not trusted until
      *they are approved. The hold is audit-logged.
       700-HOLD-CONTROLLED-CHANGES.
           MOVE "N" TO WS-CHANGE-HELD-FLAG.
           MOVE "N" TO WS-BANK-CHANGE-FLAG.
           IF EMPLOYEE-INSTITUTION NOT = EMPLOYEE-INSTITUTION-OUT
              OR EMPLOYEE-TRANSIT  NOT = EMPLOYEE-TRANSIT-OUT
              OR EMPLOYEE-ACCOUNT-NUM NOT = EMPLOYEE-ACCOUNT-NUM-OUT
               MOVE "Y" TO WS-BANK-CHANGE-FLAG
               MOVE "Y" TO WS-CHANGE-HELD-FLAG
           END-IF.
           IF EMPLOYEE-HOURLY-PAY NOT = EMPLOYEE-HOURLY-PAY-OUT
              OR EMPLOYEE-SHIFT-PREM-RATE
                                  NOT = EMPLOYEE-SHIFT-PREM-RATE-OUT
              OR EMPLOYEE-ONCALL-RATE NOT = EMPLOYEE-ONCALL-RATE-OUT
              OR EMPLOYEE-PAY-TYPE NOT = EMPLOYEE-PAY-TYPE-OUT
              OR EMPLOYEE-ANNUAL-SALARY
                                  NOT = EMPLOYEE-ANNUAL-SALARY-OUT
               MOVE "Y" TO WS-CHANGE-HELD-FLAG
           END-IF.
           IF WS-CHANGE-HELD
               PERFORM 700-BUILD-TIMESTAMP
               MOVE SPACES                   TO PENDING-CHANGE-RECORD
               MOVE EMPLOYEE-NUM-OUT         TO PN-EMPLOYEE-NUM
               MOVE WS-CURRENT-PERIOD        TO PN-PERIOD
               MOVE "P"                      TO PN-STATUS
               MOVE WS-OPERATOR-ID           TO PN-KEYED-BY
               MOVE WS-FORMATTED-TIMESTAMP   TO PN-KEYED-TIME
               MOVE EMPLOYEE-HOURLY-PAY-OUT  TO PN-OLD-HOURLY-PAY
               MOVE EMPLOYEE-HOURLY-PAY      TO PN-NEW-HOURLY-PAY
               MOVE EMPLOYEE-SHIFT-PREM-RATE-OUT TO PN-OLD-SHIFT-RATE
               MOVE EMPLOYEE-SHIFT-PREM-RATE TO PN-NEW-SHIFT-RATE
               MOVE EMPLOYEE-ONCALL-RATE-OUT TO PN-OLD-ONCALL-RATE
               MOVE EMPLOYEE-ONCALL-RATE     TO PN-NEW-ONCALL-RATE
               MOVE EMPLOYEE-INSTITUTION-OUT TO PN-OLD-INSTITUTION
               MOVE EMPLOYEE-INSTITUTION     TO PN-NEW-INSTITUTION
               MOVE EMPLOYEE-TRANSIT-OUT     TO PN-OLD-TRANSIT
               MOVE EMPLOYEE-TRANSIT         TO PN-NEW-TRANSIT
               MOVE EMPLOYEE-ACCOUNT-NUM-OUT TO PN-OLD-ACCOUNT-NUM
               MOVE EMPLOYEE-ACCOUNT-NUM     TO PN-NEW-ACCOUNT-NUM
               MOVE EMPLOYEE-PAY-TYPE-OUT    TO PN-OLD-PAY-TYPE
               MOVE EMPLOYEE-PAY-TYPE        TO PN-NEW-PAY-TYPE
               MOVE EMPLOYEE-ANNUAL-SALARY-OUT
                                             TO PN-OLD-ANNUAL-SALARY
               MOVE EMPLOYEE-ANNUAL-SALARY   TO PN-NEW-ANNUAL-SALARY
               PERFORM 700-APPEND-PENDING-CHANGE
               MOVE EMPLOYEE-HOURLY-PAY-OUT  TO EMPLOYEE-HOURLY-PAY
               MOVE EMPLOYEE-SHIFT-PREM-RATE-OUT
                                             TO EMPLOYEE-SHIFT-PREM-RATE
               MOVE EMPLOYEE-ONCALL-RATE-OUT TO EMPLOYEE-ONCALL-RATE
               MOVE EMPLOYEE-INSTITUTION-OUT TO EMPLOYEE-INSTITUTION
               MOVE EMPLOYEE-TRANSIT-OUT     TO EMPLOYEE-TRANSIT
               MOVE EMPLOYEE-ACCOUNT-NUM-OUT TO EMPLOYEE-ACCOUNT-NUM
               MOVE EMPLOYEE-PAY-TYPE-OUT    TO EMPLOYEE-PAY-TYPE
               MOVE EMPLOYEE-ANNUAL-SALARY-OUT
                                             TO EMPLOYEE-ANNUAL-SALARY
               IF WS-BANK-CHANGE
                   MOVE EMPLOYEE-BANK-STATUS-OUT
                                             TO EMPLOYEE-BANK-STATUS
               END-IF
               MOVE "CHGREQ"                 TO WS-AUDIT-ACTION
               PERFORM 700-LOG-AUDIT-PENDING-CHANGE
               DISPLAY "RATE/BANKING CHANGE HELD FOR APPROVAL"
                                       LINE 20  COLUMN 4
               PERFORM 700-PAUSE-PENDING-REVIEW
           END-IF.

      *Appends the held change staged in PENDING-CHANGE-RECORD to
      *the pending change file, creating the file on the first
      *hold. Opened and closed around the one line so the APPROVE
      *function can load the file in the same session.
       700-APPEND-PENDING-CHANGE.
           OPEN EXTEND PENDING-CHANGE-FILE.
           IF WS-PENDING-FILE-MISSING
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE       PENDING-CHANGE-FILE
               OPEN EXTEND PENDING-CHANGE-FILE
           END-IF.
           WRITE PENDING-CHANGE-RECORD.
           CLOSE PENDING-CHANGE-FILE.

      *Loads the pending change file into PENDING-CHANGE-TABLE. A
      *missing file just means no change has ever been held.
       700-LOAD-PENDING-CHANGES.
           MOVE ZERO TO WS-PENDING-TABLE-COUNT.
           MOVE "N"  TO WS-PN-EOF-FLAG.
           MOVE "N"  TO WS-PENDING-FULL-FLAG.
           OPEN INPUT PENDING-CHANGE-FILE.
           IF WS-PENDING-OK
               PERFORM 700-READ-PENDING-CHANGE
               PERFORM 700-TABLE-PENDING-CHANGE
                   UNTIL END-OF-PENDING-FILE
               CLOSE PENDING-CHANGE-FILE
           END-IF.

      *Reads the next held change, setting the end of file flag when
      *there are no more to load.
       700-READ-PENDING-CHANGE.
           READ PENDING-CHANGE-FILE
               AT END
                   MOVE "Y" TO WS-PN-EOF-FLAG
           END-READ.

      *Folds the held change just read into the table and reads the
      *next one, flagging the table full rather than dropping a line.
      *A change held before the file carried the pay type and
      *salary was for an hourly employee with no salary.
       700-TABLE-PENDING-CHANGE.
           IF WS-PENDING-TABLE-COUNT < 1000
               IF PN-OLD-PAY-TYPE = SPACE
                   MOVE "H"  TO PN-OLD-PAY-TYPE
                                PN-NEW-PAY-TYPE
                   MOVE ZERO TO PN-OLD-ANNUAL-SALARY
                                PN-NEW-ANNUAL-SALARY
               END-IF
               ADD 1 TO WS-PENDING-TABLE-COUNT
               SET PN-IDX TO WS-PENDING-TABLE-COUNT
               MOVE PENDING-CHANGE-RECORD TO PNT-RECORD(PN-IDX)
           ELSE
               MOVE "Y" TO WS-PENDING-FULL-FLAG
           END-IF.
           PERFORM 700-READ-PENDING-CHANGE.

      *Writes the updated table back out whole.
       700-SAVE-PENDING-CHANGES.
           OPEN OUTPUT PENDING-CHANGE-FILE.
           PERFORM VARYING PN-IDX FROM 1 BY 1
                   UNTIL PN-IDX > WS-PENDING-TABLE-COUNT
               MOVE PNT-RECORD(PN-IDX) TO PENDING-CHANGE-RECORD
               WRITE PENDING-CHANGE-RECORD
           END-PERFORM.
           CLOSE PENDING-CHANGE-FILE.

      *Shows the table entry at PN-IDX when it is still pending and
      *takes the operator's decision on it. The operator who keyed
      *the change may only skip it or leave the list.
       700-REVIEW-PENDING-CHANGE.
           MOVE PNT-RECORD(PN-IDX) TO PENDING-CHANGE-RECORD.
           IF PN-PENDING
               ADD 1 TO WS-PENDING-SHOWN
               PERFORM 700-DISPLAY-PENDING-CHANGE
               MOVE SPACE TO WS-PENDING-ACTION
               IF PN-KEYED-BY = WS-OPERATOR-ID
                   DISPLAY "KEYED BY YOU - SECOND OPERATOR MUST DECIDE"
                                       LINE 21  COLUMN 4
                   DISPLAY "S-SKIP X-EXIT"
                                       LINE 22  COLUMN 4
                   ACCEPT  WS-PENDING-ACTION LINE 22  COLUMN 40
                   MOVE FUNCTION UPPER-CASE(WS-PENDING-ACTION)
                                       TO WS-PENDING-ACTION
                   IF WS-PENDING-ACTION = "X"
                       MOVE "Y" TO WS-APPROVE-EXIT-FLAG
                   END-IF
               ELSE
                   DISPLAY "A-APPROVE R-REJECT S-SKIP X-EXIT"
                                       LINE 22  COLUMN 4
                   ACCEPT  WS-PENDING-ACTION LINE 22  COLUMN 40
                   MOVE FUNCTION UPPER-CASE(WS-PENDING-ACTION)
                                       TO WS-PENDING-ACTION
                   EVALUATE WS-PENDING-ACTION
                       WHEN "A"
                           PERFORM 700-APPROVE-PENDING-CHANGE
                       WHEN "R"
                           PERFORM 700-REJECT-PENDING-CHANGE
                       WHEN "X"
                           MOVE "Y" TO WS-APPROVE-EXIT-FLAG
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.

      *Shows one held change - the employee, who keyed it and when,
      *and the before and after value of every controlled field,
      *with the fields the change actually touches marked. The
      *roster record is read for the name, and is left in
      *PAYRECORD-OUT for the approval that may follow.
       700-DISPLAY-PENDING-CHANGE.
           DISPLAY " " WITH BLANK SCREEN.
           DISPLAY "CHANGE PENDING APPROVAL"    LINE 2   COLUMN 4.
           MOVE PN-EMPLOYEE-NUM TO EMPLOYEE-NUM-OUT.
           PERFORM 700-READ-PAYROLE-RECORD.
           DISPLAY EMP-NUM-PROMPT               LINE 4   COLUMN 4.
           DISPLAY PN-EMPLOYEE-NUM              LINE 4   COLUMN 30.
           IF WS-RECORD-FOUND
               DISPLAY EMPLOYEE-LNAME-OUT       LINE 5   COLUMN 30
               DISPLAY EMPLOYEE-INITIALS-OUT    LINE 5   COLUMN 44
           END-IF.
           DISPLAY "KEYED BY"                   LINE 6   COLUMN 4.
           DISPLAY PN-KEYED-BY                  LINE 6   COLUMN 30.
           DISPLAY PN-KEYED-TIME                LINE 6   COLUMN 40.
           DISPLAY "PERIOD KEYED IN"            LINE 7   COLUMN 4.
           DISPLAY PN-PERIOD                    LINE 7   COLUMN 30.
           DISPLAY "BEFORE"                     LINE 9   COLUMN 30.
           DISPLAY "AFTER"                      LINE 9   COLUMN 48.
           DISPLAY "HOURLY RATE"                LINE 10  COLUMN 4.
           DISPLAY PN-OLD-HOURLY-PAY            LINE 10  COLUMN 30.
           DISPLAY PN-NEW-HOURLY-PAY            LINE 10  COLUMN 48.
           IF PN-NEW-HOURLY-PAY NOT = PN-OLD-HOURLY-PAY
               DISPLAY "CHANGED"                LINE 10  COLUMN 64
           END-IF.
           DISPLAY "SHIFT PREM RATE"            LINE 11  COLUMN 4.
           DISPLAY PN-OLD-SHIFT-RATE            LINE 11  COLUMN 30.
           DISPLAY PN-NEW-SHIFT-RATE            LINE 11  COLUMN 48.
           IF PN-NEW-SHIFT-RATE NOT = PN-OLD-SHIFT-RATE
               DISPLAY "CHANGED"                LINE 11  COLUMN 64
           END-IF.
           DISPLAY "ON-CALL RATE"               LINE 12  COLUMN 4.
           DISPLAY PN-OLD-ONCALL-RATE           LINE 12  COLUMN 30.
           DISPLAY PN-NEW-ONCALL-RATE           LINE 12  COLUMN 48.
           IF PN-NEW-ONCALL-RATE NOT = PN-OLD-ONCALL-RATE
               DISPLAY "CHANGED"                LINE 12  COLUMN 64
           END-IF.
           DISPLAY "INSTITUTION (BANK)"         LINE 13  COLUMN 4.
           DISPLAY PN-OLD-INSTITUTION           LINE 13  COLUMN 30.
           DISPLAY PN-NEW-INSTITUTION           LINE 13  COLUMN 48.
           IF PN-NEW-INSTITUTION NOT = PN-OLD-INSTITUTION
               DISPLAY "CHANGED"                LINE 13  COLUMN 64
           END-IF.
           DISPLAY "TRANSIT (BR#)"              LINE 14  COLUMN 4.
           DISPLAY PN-OLD-TRANSIT               LINE 14  COLUMN 30.
           DISPLAY PN-NEW-TRANSIT               LINE 14  COLUMN 48.
           IF PN-NEW-TRANSIT NOT = PN-OLD-TRANSIT
               DISPLAY "CHANGED"                LINE 14  COLUMN 64
           END-IF.
           DISPLAY "ACCOUNT NUM"                LINE 15  COLUMN 4.
           DISPLAY PN-OLD-ACCOUNT-NUM           LINE 15  COLUMN 30.
           DISPLAY PN-NEW-ACCOUNT-NUM           LINE 15  COLUMN 48.
           IF PN-NEW-ACCOUNT-NUM NOT = PN-OLD-ACCOUNT-NUM
               DISPLAY "CHANGED"                LINE 15  COLUMN 64
           END-IF.
           DISPLAY "PAY TYPE"                   LINE 16  COLUMN 4.
           DISPLAY PN-OLD-PAY-TYPE              LINE 16  COLUMN 30.
           DISPLAY PN-NEW-PAY-TYPE              LINE 16  COLUMN 48.
           IF PN-NEW-PAY-TYPE NOT = PN-OLD-PAY-TYPE
               DISPLAY "CHANGED"                LINE 16  COLUMN 64
           END-IF.
           DISPLAY "ANNUAL SALARY"              LINE 17  COLUMN 4.
           DISPLAY PN-OLD-ANNUAL-SALARY         LINE 17  COLUMN 30.
           DISPLAY PN-NEW-ANNUAL-SALARY         LINE 17  COLUMN 48.
           IF PN-NEW-ANNUAL-SALARY NOT = PN-OLD-ANNUAL-SALARY
               DISPLAY "CHANGED"                LINE 17  COLUMN 64
           END-IF.

      *Approves the held change on screen - but only while the
      *employee is still on the roster and every controlled field on
      *file still holds the change's before value. A field moved
      *since the change was keyed (a PAYROLL-RATE-ADJUST run, or an
      *earlier change approved for the same employee) would make
      *the after value wrong, so that change stays pending for the
      *operator to reject and have re-keyed.
       700-APPROVE-PENDING-CHANGE.
           IF NOT WS-RECORD-FOUND
               DISPLAY "EMPLOYEE NO LONGER ON FILE - REJECT THE CHANGE"
                                       LINE 21  COLUMN 4
               PERFORM 700-PAUSE-PENDING-REVIEW
           ELSE
               IF EMPLOYEE-HOURLY-PAY-OUT  NOT = PN-OLD-HOURLY-PAY
                  OR EMPLOYEE-SHIFT-PREM-RATE-OUT
                                           NOT = PN-OLD-SHIFT-RATE
                  OR EMPLOYEE-ONCALL-RATE-OUT NOT = PN-OLD-ONCALL-RATE
                  OR EMPLOYEE-INSTITUTION-OUT NOT = PN-OLD-INSTITUTION
                  OR EMPLOYEE-TRANSIT-OUT  NOT = PN-OLD-TRANSIT
                  OR EMPLOYEE-ACCOUNT-NUM-OUT NOT = PN-OLD-ACCOUNT-NUM
                  OR EMPLOYEE-PAY-TYPE-OUT NOT = PN-OLD-PAY-TYPE
                  OR EMPLOYEE-ANNUAL-SALARY-OUT
                                           NOT = PN-OLD-ANNUAL-SALARY
                   DISPLAY "RECORD CHANGED SINCE KEYED - REJECT, RE-KEY"
                                       LINE 21  COLUMN 4
                   PERFORM 700-PAUSE-PENDING-REVIEW
               ELSE
                   PERFORM 700-APPLY-PENDING-CHANGE
               END-IF
           END-IF.

      *Puts the approved after values onto the roster record. When
      *the employee has already been posted for this session's
      *period the posting is redone at the new rates through
      *700-ACCUMULATE-YTD - the same back-out-and-repost a CHANGE
      *correction makes - so YTD gross, the statutory totals and the
      *vacation accrual agree with what the period will be paid at,
      *and a pay-history line records the re-priced gross. Approved
      *banking clears any bank-reject flag, the way freshly keyed
      *banking does on an ADD. The hourly rate hash total moves by
      *the rate difference, and the approval is stamped and
      *audit-logged only once the rewrite has landed.
       700-APPLY-PENDING-CHANGE.
           PERFORM 700-SAVE-OLD-PAYROLE-VALUES.
           MOVE PAYRECORD-OUT                TO PAYRECORD-IN.
           MOVE PN-NEW-HOURLY-PAY            TO EMPLOYEE-HOURLY-PAY.
           MOVE PN-NEW-SHIFT-RATE         TO EMPLOYEE-SHIFT-PREM-RATE.
           MOVE PN-NEW-ONCALL-RATE           TO EMPLOYEE-ONCALL-RATE.
           MOVE PN-NEW-INSTITUTION           TO EMPLOYEE-INSTITUTION.
           MOVE PN-NEW-TRANSIT               TO EMPLOYEE-TRANSIT.
           MOVE PN-NEW-ACCOUNT-NUM           TO EMPLOYEE-ACCOUNT-NUM.
           MOVE PN-NEW-PAY-TYPE              TO EMPLOYEE-PAY-TYPE.
           MOVE PN-NEW-ANNUAL-SALARY         TO EMPLOYEE-ANNUAL-SALARY.
           IF PN-NEW-INSTITUTION NOT = PN-OLD-INSTITUTION
              OR PN-NEW-TRANSIT  NOT = PN-OLD-TRANSIT
              OR PN-NEW-ACCOUNT-NUM NOT = PN-OLD-ACCOUNT-NUM
               MOVE SPACE TO EMPLOYEE-BANK-STATUS
           END-IF.
           MOVE "N" TO WS-REPOSTED-FLAG.
           IF LAST-PERIOD-POSTED = WS-CURRENT-PERIOD
               PERFORM 700-ACCUMULATE-YTD
               MOVE "Y" TO WS-REPOSTED-FLAG
           END-IF.
           MOVE PAYRECORD-IN TO PAYRECORD-OUT.
           REWRITE PAYRECORD-OUT
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE RECORD"
                                       LINE 21  COLUMN 4
                   PERFORM 700-PAUSE-PENDING-REVIEW
               NOT INVALID KEY
                   SUBTRACT WS-OLD-HOURLY-PAY   FROM WS-HASH-HOURLY-PAY
                   ADD  EMPLOYEE-HOURLY-PAY-OUT TO WS-HASH-HOURLY-PAY
                   IF WS-REPOSTED
                       PERFORM 700-WRITE-PAY-HISTORY
                   END-IF
                   PERFORM 700-SAVE-CONTROL-TOTALS
                   MOVE "A"      TO PN-STATUS
                   PERFORM 700-RECORD-PENDING-DECISION
                   MOVE "CHGAPP" TO WS-AUDIT-ACTION
                   PERFORM 700-LOG-AUDIT-PENDING-CHANGE
           END-REWRITE.
           INITIALIZE PAYRECORD-IN.

      *Rejects the held change on screen - nothing on the roster
      *moves; the line is stamped rejected and audit-logged.
       700-REJECT-PENDING-CHANGE.
           MOVE "R"      TO PN-STATUS.
           PERFORM 700-RECORD-PENDING-DECISION.
           MOVE "CHGREJ" TO WS-AUDIT-ACTION.
           PERFORM 700-LOG-AUDIT-PENDING-CHANGE.

      *Stamps the deciding operator and time onto the held change
      *staged in PENDING-CHANGE-RECORD and puts it back in the table
      *at PN-IDX for the rewrite.
       700-RECORD-PENDING-DECISION.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO PN-DECIDED-BY.
           MOVE WS-FORMATTED-TIMESTAMP TO PN-DECIDED-TIME.
           MOVE PENDING-CHANGE-RECORD  TO PNT-RECORD(PN-IDX).
           ADD 1 TO WS-PENDING-DECIDED.

      *Holds a message on screen until the operator presses enter -
      *the menu clears the screen as soon as control returns to it.
       700-PAUSE-PENDING-REVIEW.
           DISPLAY "PRESS ENTER TO CONTINUE"    LINE 23  COLUMN 4.
           ACCEPT  WS-CONFIRM-RESPONSE          LINE 23  COLUMN 30.

       700-CLOSE-PAYROLE-FILE.
           CLOSE PAYROLE-FILE.

           MOVE YTD-EI-DED-OUT           TO ARCH-YTD-EI-DED.
           MOVE EMPLOYEE-BANK-STATUS-OUT TO ARCH-EMPLOYEE-BANK-STATUS.
           MOVE EMPLOYEE-VAC-BALANCE-OUT TO ARCH-EMPLOYEE-VAC-BALANCE.
           MOVE EMPLOYEE-PAY-TYPE-OUT    TO ARCH-EMPLOYEE-PAY-TYPE.
           MOVE EMPLOYEE-ANNUAL-SALARY-OUT
                                    TO ARCH-EMPLOYEE-ANNUAL-SALARY.
           MOVE EMPLOYEE-HIRE-DATE-OUT   TO ARCH-EMPLOYEE-HIRE-DATE.
           MOVE EMPLOYEE-HOLIDAY-HOURS-OUT
                                         TO ARCH-EMPLOYEE-HOLIDAY-HOURS.
           MOVE EMPLOYEE-HOLIDAY-PAY-OUT TO ARCH-EMPLOYEE-HOLIDAY-PAY.
           MOVE EMPLOYEE-HOLIDAY-PERIOD-OUT
                                      TO ARCH-EMPLOYEE-HOLIDAY-PERIOD.
           WRITE ARCHIVE-RECORD
               INVALID KEY
                   REWRITE ARCHIVE-RECORD
           MOVE "TERM"                 TO AL-ACTION.
           WRITE AUDIT-LOG-RECORD.

      *Appends one line to the audit log for a controlled change -
      *CHGREQ when CHANGE holds it, CHGAPP or CHGREJ when a second
      *operator decides it. The action is staged in WS-AUDIT-ACTION
      *by the caller.
       700-LOG-AUDIT-PENDING-CHANGE.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE SPACES                 TO AUDIT-LOG-RECORD.
           MOVE WS-FORMATTED-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE PN-EMPLOYEE-NUM        TO AL-EMPLOYEE-NUM.
           MOVE WS-AUDIT-ACTION        TO AL-ACTION.
           WRITE AUDIT-LOG-RECORD.
      *Replaces the checkpoint with the employee number and running
      *count just written, so a session that dies here can be
      *restarted without re-keying the records already saved.
                                         WS-PRIOR-HASH-HOURLY-PAY
                       MOVE CT-HASH-HOURS-WORKED TO
                                         WS-PRIOR-HASH-HOURS-WORKED
                       MOVE CT-RETRO-GROSS-PAY TO
                                         WS-PRIOR-RETRO-GROSS-PAY
               END-READ
               CLOSE CONTROL-TOTAL-FILE
           END-IF.
               MOVE WS-COMPUTED-HASH-HOURLY-PAY   TO CT-HASH-HOURLY-PAY
               MOVE WS-COMPUTED-HASH-HOURS-WORKED
                                       TO CT-HASH-HOURS-WORKED
               MOVE WS-PRIOR-RETRO-GROSS-PAY      TO CT-RETRO-GROSS-PAY
               WRITE CONTROL-TOTAL-RECORD
               CLOSE CONTROL-TOTAL-FILE
           END-IF.

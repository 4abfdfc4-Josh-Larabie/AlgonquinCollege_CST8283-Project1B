       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-ROE.
       AUTHOR. Josh Larabie, Design by Mel Sanschagrin.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *Record of Employment extract. Before this program, every time
      *PROJECT-1-B's 300-DELETE-PAYROLE-RECORD terminated someone or
      *an employee went on leave (status L), the pay clerk built the
      *Service Canada ROE by hand - insurable hours and earnings
      *added up off PAYROLL-HISTORY-INQ printouts, first and last
      *day worked and the vacation payout chased off the screens.
      *The ISSUE function takes an employee number and an ROE reason
      *code, pulls the pay periods the ROE needs out of
      *PAY-HISTORY.DAT (the latest correction standing per period,
      *the same rule PAYROLL-T4-EXTRACT follows), works out first
      *and last day worked and the final pay period, picks up the
      *vacation payout 700-PAY-OUT-VACATION made at termination,
      *and writes one ROE-layout extract record plus a printed
      *worksheet the clerk checks it against. The EXCEPT function
      *lists every terminated or on-leave employee no ROE has been
      *issued for yet.
           SELECT PAYROLE-FILE
               ASSIGN TO "C:\PAYROLE-FILE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS EMPLOYEE-NUM-OUT
                   ALTERNATE RECORD KEY IS EMPLOYEE-LNAME-OUT
                       WITH DUPLICATES
                   FILE STATUS IS WS-PAYROLE-STATUS.
      *Terminated employees moved off PAYROLE-FILE by PROJECT-1-B's
      *300-DELETE-PAYROLE-RECORD - see Program1.cbl.
           SELECT PAYROLE-ARCHIVE-FILE
               ASSIGN TO "C:\PAYROLE-ARCHIVE.DAT"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-EMPLOYEE-NUM
                   FILE STATUS IS WS-ARCHIVE-STATUS.
      *The posting detail the ROE's insurable hours and earnings
      *come from - see Program1.cbl's PAY-HISTORY-RECORD.
           SELECT PAY-HISTORY-FILE
               ASSIGN TO "C:\PAY-HISTORY.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-STATUS.
      *One extract record appended per ROE issued - the file the ROE
      *web filing imports, and the record of which employees have
      *had an ROE issued.
           SELECT ROE-EXTRACT-FILE
               ASSIGN TO "C:\PAYROLL-ROE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ROE-STATUS.
           SELECT AUDIT-LOG-FILE
               ASSIGN TO "C:\AUDIT-LOG.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-STATUS.

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
      *Program1.cbl's ARCHIVE-RECORD. ARCH-EMPLOYEE-VAC-BALANCE is
      *the balance 700-PAY-OUT-VACATION paid out at termination.
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

      *One ROE-layout extract record - who, the reason for issuing,
      *first and last day worked (YYYYMMDD), the final pay period,
      *total insurable hours and earnings, the vacation pay paid on
      *separation, and insurable earnings for each of the pay
      *periods reported, final pay period first. Thirteen monthly
      *periods cover the 53 weeks the ROE asks for.
       FD  ROE-EXTRACT-FILE.
       01  ROE-EXTRACT-RECORD.
           05  RX-EMPLOYEE-NUM       PIC 9(9).
           05  FILLER                PIC X(1).
           05  RX-EMPLOYEE-LNAME     PIC X(13).
           05  FILLER                PIC X(1).
           05  RX-EMPLOYEE-INITIALS  PIC X(2).
           05  FILLER                PIC X(1).
           05  RX-REASON-CODE        PIC X(1).
           05  FILLER                PIC X(1).
           05  RX-FIRST-DAY-WORKED   PIC X(8).
           05  FILLER                PIC X(1).
           05  RX-LAST-DAY-WORKED    PIC X(8).
           05  FILLER                PIC X(1).
           05  RX-FINAL-PAY-PERIOD   PIC X(6).
           05  FILLER                PIC X(1).
           05  RX-INSURABLE-HOURS    PIC 9(5).
           05  FILLER                PIC X(1).
           05  RX-INSURABLE-EARNINGS PIC 9(8)V99.
           05  FILLER                PIC X(1).
           05  RX-VACATION-PAY       PIC 9(6)V99.
           05  FILLER                PIC X(1).
           05  RX-PERIOD-COUNT       PIC 9(2).
           05  RX-PERIOD-ENTRY OCCURS 13 TIMES.
               10  FILLER            PIC X(1).
               10  RX-PERIOD         PIC X(6).
               10  FILLER            PIC X(1).
               10  RX-PERIOD-EARNINGS PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  RX-ISSUE-TIMESTAMP    PIC X(19).
           05  FILLER                PIC X(1).
           05  RX-OPERATOR-ID        PIC X(8).

      *Same layout Program1.cbl appends to on every add/change/
      *delete - see Program1.cbl's AUDIT-LOG-RECORD. AL-ACTION
      *carries "ROEISS" for every ROE issued.
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
      *The employee the ROE is for, staged here off whichever roster
      *file the record came from so the ROE builds the same way for
      *an archived (terminated) and an on-leave employee.
       01  ROE-WORK-FIELDS.
           05  WS-ROE-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
           05  WS-ROE-LNAME           PIC X(13)   VALUE SPACES.
           05  WS-ROE-INITIALS        PIC X(2)    VALUE SPACES.
           05  WS-ROE-EMP-STATUS      PIC X(1)    VALUE SPACE.
               88  WS-ROE-TERMINATED              VALUE "T".
               88  WS-ROE-ON-LEAVE                VALUE "L".
           05  WS-ROE-VACATION-PAY    PIC 9(6)V99 VALUE ZERO.
           05  WS-ROE-HIRE-DATE       PIC X(8)    VALUE SPACES.
           05  WS-ROE-FIRST-DAY       PIC X(8)    VALUE SPACES.
           05  WS-ROE-LAST-DAY        PIC X(8)    VALUE SPACES.
           05  WS-ROE-FINAL-PERIOD    PIC X(6)    VALUE SPACES.
           05  WS-ROE-FIRST-PERIOD    PIC X(6)    VALUE SPACES.
           05  WS-ROE-HOURS           PIC 9(5)    VALUE ZERO.
           05  WS-ROE-EARNINGS        PIC 9(8)V99 VALUE ZERO.
           05  WS-ROE-PERIOD-COUNT    PIC 9(2)    VALUE ZERO.
      *The final pay period of the latest ROE already issued for
      *the employee - only periods after it are insurable on this
      *one, so an employee back from one leave and off on another
      *is not reported twice for the same periods.
           05  WS-PRIOR-ROE-PERIOD    PIC X(6)    VALUE SPACES.
      *That ROE's last day worked - a hire date after it is a
      *rehire, the start of the employment this ROE reports.
           05  WS-PRIOR-ROE-LAST-DAY  PIC X(8)    VALUE SPACES.

       01  WS-FILE-STATUS-FIELDS.
           05  WS-PAYROLE-STATUS      PIC X(2).
               88  WS-PAYROLE-OK              VALUE "00".
               88  WS-PAYROLE-FILE-MISSING    VALUE "35".
           05  WS-ARCHIVE-STATUS      PIC X(2).
               88  WS-ARCHIVE-OK              VALUE "00".
               88  WS-ARCHIVE-FILE-MISSING    VALUE "35".
           05  WS-HISTORY-STATUS      PIC X(2).
               88  WS-HISTORY-OK              VALUE "00".
               88  WS-HISTORY-FILE-MISSING    VALUE "35".
           05  WS-ROE-STATUS          PIC X(2).
               88  WS-ROE-OK                  VALUE "00".
               88  WS-ROE-FILE-MISSING        VALUE "35".
           05  WS-AUDIT-STATUS        PIC X(2).
               88  WS-AUDIT-OK                VALUE "00".
               88  WS-AUDIT-FILE-MISSING      VALUE "35".

       01  FLAGS-AND-CONTROLS.
           05  WS-EOF-FLAG            PIC X(1)  VALUE "N".
               88  END-OF-PAYROLE-FILE        VALUE "Y".
           05  WS-ARCH-EOF-FLAG       PIC X(1)  VALUE "N".
               88  END-OF-ARCHIVE-FILE        VALUE "Y".
           05  WS-HIST-EOF-FLAG       PIC X(1)  VALUE "N".
               88  END-OF-PAY-HISTORY         VALUE "Y".
           05  WS-ROE-EOF-FLAG        PIC X(1)  VALUE "N".
               88  END-OF-ROE-FILE            VALUE "Y".
           05  WS-RECORD-FOUND-FLAG   PIC X(1)  VALUE "N".
               88  WS-RECORD-FOUND            VALUE "Y".
           05  WS-FOUND-FLAG          PIC X(1)  VALUE "N".
               88  WS-FOUND                   VALUE "Y".
           05  WS-PERIOD-PICKED-FLAG  PIC X(1)  VALUE "N".
               88  WS-PERIOD-PICKED           VALUE "Y".

       01  WS-OPERATOR-FIELDS.
           05  WS-OPERATOR-ID         PIC X(8)   VALUE SPACES.

      *The function this run performs, and for ISSUE the employee
      *and the Service Canada reason code keyed in - A shortage of
      *work, B strike/lockout, C return to school, D illness or
      *injury, E quit, F maternity, G retirement, H work-sharing,
      *J apprentice training, K other, M dismissal, N leave of
      *absence, P parental, Z compassionate care.
       01  WS-FUNCTION-FIELDS.
           05  WS-ROE-FUNCTION        PIC X(6)   VALUE SPACES.
           05  WS-WORK-EMPLOYEE-NUM   PIC 9(9)   VALUE ZERO.
           05  WS-REASON-CODE         PIC X(1)   VALUE SPACE.
               88  WS-VALID-REASON-CODE
                   VALUE "A" "B" "C" "D" "E" "F" "G" "H" "J" "K" "M"
                         "N" "P" "Z".

      *In-memory table of every ROE already issued - who, the final
      *pay period it reported through and the last day worked it
      *gave. Loaded whole off the
      *extract file the same way PAYROLL-PERIOD-CTL loads its
      *period table.
       01  ISSUED-ROE-TABLE.
           05  ISSUED-ROE-ENTRY OCCURS 2000 TIMES INDEXED BY RI-IDX.
               10  RI-EMPLOYEE-NUM    PIC 9(9)    VALUE ZERO.
               10  RI-FINAL-PERIOD    PIC X(6)    VALUE SPACES.
               10  RI-LAST-DAY        PIC X(8)    VALUE SPACES.
       01  WS-ISSUED-TABLE-COUNT      PIC 9(4)    VALUE ZERO.

      *In-memory table of the employee's postings since their last
      *ROE, one entry per period - the latest-timestamp regular line
      *stands, the same rule PAYROLL-T4-EXTRACT's HIST-POSTING-TABLE
      *follows, and retro pay and public holiday pay lines add into
      *EP-RETRO-EARNINGS since each is a separate payment. A regular
      *line's hours include any worked on a public holiday, which
      *are insurable hours like the rest. EP-PICKED marks the periods
      *700-PICK-ROE-PERIOD has already reported. Twenty years of
      *monthly periods fit.
       01  EMPLOYEE-PERIOD-TABLE.
           05  EMPLOYEE-PERIOD-ENTRY OCCURS 240 TIMES
                   INDEXED BY EP-IDX.
               10  EP-PERIOD          PIC X(6)    VALUE SPACES.
               10  EP-HOURS           PIC 9(4)    VALUE ZERO.
               10  EP-EARNINGS        PIC 9(7)V99 VALUE ZERO.
               10  EP-RETRO-EARNINGS  PIC 9(7)V99 VALUE ZERO.
               10  EP-POST-TIMESTAMP  PIC X(19)   VALUE SPACES.
               10  EP-PICKED          PIC X(1)    VALUE SPACE.
       01  WS-PERIOD-TABLE-COUNT      PIC 9(3)    VALUE ZERO.
       01  WS-PICK-SUB                PIC 9(3)    VALUE ZERO.
       01  WS-RX-SUB                  PIC 9(2)    VALUE ZERO.
       01  WS-PICK-PERIOD             PIC X(6)    VALUE SPACES.
       01  WS-PERIOD-EARNINGS         PIC 9(7)V99 VALUE ZERO.

       01  WS-RUN-TOTALS.
           05  WS-EXCEPTION-COUNT     PIC 9(5)    VALUE ZERO.

      *Work fields used to build the extract and audit timestamps -
      *same pattern as Program1.cbl's identical fields.
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

      *Print line layouts for the worksheet and the exception list.
       01  WORKSHEET-HEADING-LINE.
           05  FILLER              PIC X(40)
               VALUE "      RECORD OF EMPLOYMENT WORKSHEET".

       01  WORKSHEET-FIELD-LINE.
           05  WF-CAPTION          PIC X(30).
           05  WF-VALUE            PIC X(30).

       01  WORKSHEET-AMOUNT-LINE.
           05  WA-CAPTION          PIC X(30).
           05  WA-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.

       01  WORKSHEET-HOURS-LINE.
           05  WH-CAPTION          PIC X(30).
           05  WH-HOURS            PIC ZZ,ZZ9.

       01  PERIOD-HEADING-LINE.
           05  FILLER              PIC X(5)  VALUE "PP".
           05  FILLER              PIC X(9)  VALUE "PERIOD".
           05  FILLER              PIC X(8)  VALUE "HOURS".
           05  FILLER              PIC X(16) VALUE "INS EARNINGS".

       01  PERIOD-DETAIL-LINE.
           05  PD-PAY-PERIOD-NUM   PIC Z9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  PD-PERIOD           PIC X(6).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  PD-HOURS            PIC Z,ZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  PD-EARNINGS         PIC Z,ZZZ,ZZ9.99.

       01  EXCEPTION-HEADING-LINE.
           05  FILLER              PIC X(11) VALUE "EMP NUM".
           05  FILLER              PIC X(15) VALUE "LAST NAME".
           05  FILLER              PIC X(12) VALUE "STATUS".
           05  FILLER              PIC X(12) VALUE "LAST POSTED".

       01  EXCEPTION-LINE.
           05  EX-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EX-EMPLOYEE-LNAME   PIC X(13).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EX-STATUS-TEXT      PIC X(10).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  EX-LAST-PERIOD      PIC X(6).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  FILLER              PIC X(13) VALUE "NO ROE ISSUED".

       PROCEDURE DIVISION.

      *Main line - identifies the operator, takes the function and
      *routes to ISSUE or EXCEPT.
       100-PRODUCE-ROE.
           PERFORM 200-ENTER-ROE-FUNCTION.
           PERFORM 200-APPLY-ROE-FUNCTION.
           STOP RUN.

      *Takes the operator ID stamped on the audit log and the
      *extract, and the function to perform - batch console
      *prompts, no LINE/COLUMN, the same way Program17.cbl takes its
      *run-time input.
       200-ENTER-ROE-FUNCTION.
           DISPLAY "ENTER OPERATOR ID".
           ACCEPT  WS-OPERATOR-ID.
           DISPLAY "ENTER FUNCTION (ISSUE/EXCEPT)".
           ACCEPT  WS-ROE-FUNCTION.
           MOVE FUNCTION UPPER-CASE(WS-ROE-FUNCTION)
                                       TO WS-ROE-FUNCTION.

      *Routes to the selected function. Anything else fails the run
      *so a mis-keyed function is caught rather than quietly
      *ignored.
       200-APPLY-ROE-FUNCTION.
           PERFORM 700-LOAD-ISSUED-ROES.
           EVALUATE WS-ROE-FUNCTION
               WHEN "ISSUE"
                   PERFORM 300-ISSUE-ROE
               WHEN "EXCEPT"
                   PERFORM 300-LIST-ROE-EXCEPTIONS
               WHEN OTHER
                   DISPLAY "FUNCTION MUST BE ISSUE OR EXCEPT"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

      *Issues one ROE. The employee must be terminated (on the
      *archive) or on leave (status L on the roster) - an active
      *employee has had no interruption of earnings to report - and
      *must have pay history since their last ROE. First day worked
      *is the hire date when the employment began since then (see
      *700-BUILD-ROE-EXTRACT), otherwise the first day of the
      *earliest period posted since then; last day worked is the
      *termination date, or keyed in for an employee on leave.
       300-ISSUE-ROE.
           PERFORM 700-ENTER-ROE-REQUEST.
           PERFORM 700-FIND-ROE-EMPLOYEE.
           IF NOT WS-RECORD-FOUND
               DISPLAY "EMPLOYEE " WS-WORK-EMPLOYEE-NUM
                   " IS NOT ON THE ROSTER OR THE ARCHIVE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF NOT WS-ROE-TERMINATED AND NOT WS-ROE-ON-LEAVE
                   DISPLAY "EMPLOYEE " WS-WORK-EMPLOYEE-NUM
                       " IS ACTIVE - NO ROE ISSUED"
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 700-FIND-PRIOR-ROE
                   PERFORM 700-LOAD-EMPLOYEE-PERIODS
                   IF WS-PERIOD-TABLE-COUNT = ZERO
                       DISPLAY "EMPLOYEE " WS-WORK-EMPLOYEE-NUM
                           " HAS NO PAY HISTORY SINCE PERIOD "
                           WS-PRIOR-ROE-PERIOD " - NO ROE ISSUED"
                       MOVE 8 TO RETURN-CODE
                   ELSE
                       IF WS-ROE-LAST-DAY = SPACES
                           PERFORM 700-ENTER-LAST-DAY-WORKED
                       END-IF
                       PERFORM 700-BUILD-ROE-EXTRACT
                       PERFORM 700-PRINT-ROE-WORKSHEET
                       PERFORM 700-WRITE-ROE-EXTRACT
                       PERFORM 700-LOG-AUDIT-ROE
                   END-IF
               END-IF
           END-IF.

      *Lists every terminated employee on the archive and every
      *on-leave employee on the roster with no ROE issued reporting
      *through their last posted period. The run ends with return
      *code 4 when there is anything on the list.
       300-LIST-ROE-EXCEPTIONS.
           DISPLAY "      ROE EXCEPTIONS - NO ROE ISSUED".
           DISPLAY " ".
           DISPLAY EXCEPTION-HEADING-LINE.
           MOVE "N" TO WS-ARCH-EOF-FLAG.
           OPEN INPUT PAYROLE-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-MISSING
               MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-IF.
           IF NOT END-OF-ARCHIVE-FILE
               PERFORM 700-READ-NEXT-ARCHIVE-RECORD
           END-IF.
           PERFORM 700-CHECK-ARCHIVE-ROE
               UNTIL END-OF-ARCHIVE-FILE.
           IF NOT WS-ARCHIVE-FILE-MISSING
               CLOSE PAYROLE-ARCHIVE-FILE
           END-IF.
           MOVE "N" TO WS-EOF-FLAG.
           OPEN INPUT PAYROLE-FILE.
           IF WS-PAYROLE-FILE-MISSING
               MOVE "Y" TO WS-EOF-FLAG
           END-IF.
           IF NOT END-OF-PAYROLE-FILE
               PERFORM 700-READ-NEXT-PAYROLE-RECORD
           END-IF.
           PERFORM 700-CHECK-PAYROLE-ROE
               UNTIL END-OF-PAYROLE-FILE.
           IF NOT WS-PAYROLE-FILE-MISSING
               CLOSE PAYROLE-FILE
           END-IF.
           DISPLAY " ".
           DISPLAY "EMPLOYEES WITH NO ROE : " WS-EXCEPTION-COUNT.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

      *Takes the employee number and the ROE reason code,
      *re-prompting until the code is one Service Canada accepts.
       700-ENTER-ROE-REQUEST.
           DISPLAY "ENTER EMPLOYEE NUMBER".
           ACCEPT  WS-WORK-EMPLOYEE-NUM.
           DISPLAY "ENTER ROE REASON CODE".
           ACCEPT  WS-REASON-CODE.
           MOVE FUNCTION UPPER-CASE(WS-REASON-CODE) TO WS-REASON-CODE.
           PERFORM 700-EDIT-REASON-CODE
               UNTIL WS-VALID-REASON-CODE.

      *Re-prompts for a reason code that is not on the ROE list.
       700-EDIT-REASON-CODE.
           DISPLAY "REASON CODE MUST BE A B C D E F G H J K M N P OR "
               "Z - RE-ENTER".
           ACCEPT  WS-REASON-CODE.
           MOVE FUNCTION UPPER-CASE(WS-REASON-CODE) TO WS-REASON-CODE.

      *Takes the last day worked for an employee with no
      *termination date on file, re-prompting until it is keyed in.
       700-ENTER-LAST-DAY-WORKED.
           DISPLAY "ENTER LAST DAY WORKED (YYYYMMDD)".
           ACCEPT  WS-ROE-LAST-DAY.
           PERFORM 700-EDIT-LAST-DAY-WORKED
               UNTIL WS-ROE-LAST-DAY NOT = SPACES.

      *Re-prompts for a blank last day worked.
       700-EDIT-LAST-DAY-WORKED.
           DISPLAY "LAST DAY WORKED CANNOT BE BLANK - RE-ENTER".
           ACCEPT  WS-ROE-LAST-DAY.

      *Looks the employee up on the roster, then on the archive, and
      *stages the fields the ROE needs off whichever file has them.
      *Only a terminated employee has had a vacation payout.
       700-FIND-ROE-EMPLOYEE.
           MOVE "N" TO WS-RECORD-FOUND-FLAG.
           OPEN INPUT PAYROLE-FILE.
           IF WS-PAYROLE-OK
               MOVE WS-WORK-EMPLOYEE-NUM TO EMPLOYEE-NUM-OUT
               READ PAYROLE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-RECORD-FOUND-FLAG
                       MOVE EMPLOYEE-NUM-OUT      TO WS-ROE-EMPLOYEE-NUM
                       MOVE EMPLOYEE-LNAME-OUT    TO WS-ROE-LNAME
                       MOVE EMPLOYEE-INITIALS-OUT TO WS-ROE-INITIALS
                       MOVE EMPLOYEE-STATUS-OUT   TO WS-ROE-EMP-STATUS
                       MOVE EMPLOYEE-TERM-DATE-OUT TO WS-ROE-LAST-DAY
                       MOVE EMPLOYEE-HIRE-DATE-OUT TO WS-ROE-HIRE-DATE
                       MOVE ZERO                  TO WS-ROE-VACATION-PAY
               END-READ
               CLOSE PAYROLE-FILE
           END-IF.
           IF NOT WS-RECORD-FOUND
               OPEN INPUT PAYROLE-ARCHIVE-FILE
               IF WS-ARCHIVE-OK
                   MOVE WS-WORK-EMPLOYEE-NUM TO ARCH-EMPLOYEE-NUM
                   READ PAYROLE-ARCHIVE-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-RECORD-FOUND-FLAG
                           MOVE ARCH-EMPLOYEE-NUM
                                       TO WS-ROE-EMPLOYEE-NUM
                           MOVE ARCH-EMPLOYEE-LNAME
                                       TO WS-ROE-LNAME
                           MOVE ARCH-EMPLOYEE-INITIALS
                                       TO WS-ROE-INITIALS
                           MOVE "T"    TO WS-ROE-EMP-STATUS
                           MOVE ARCH-EMPLOYEE-TERM-DATE
                                       TO WS-ROE-LAST-DAY
                           MOVE ARCH-EMPLOYEE-HIRE-DATE
                                       TO WS-ROE-HIRE-DATE
                           MOVE ARCH-EMPLOYEE-VAC-BALANCE
                                       TO WS-ROE-VACATION-PAY
                   END-READ
                   CLOSE PAYROLE-ARCHIVE-FILE
               END-IF
           END-IF.

      *Finds the final pay period and last day worked of the latest
      *ROE already issued for the employee - spaces when this is
      *their first.
       700-FIND-PRIOR-ROE.
           MOVE SPACES TO WS-PRIOR-ROE-PERIOD
                          WS-PRIOR-ROE-LAST-DAY.
           PERFORM VARYING RI-IDX FROM 1 BY 1
                   UNTIL RI-IDX > WS-ISSUED-TABLE-COUNT
               IF RI-EMPLOYEE-NUM(RI-IDX) = WS-ROE-EMPLOYEE-NUM
                   AND RI-FINAL-PERIOD(RI-IDX) > WS-PRIOR-ROE-PERIOD
                   MOVE RI-FINAL-PERIOD(RI-IDX) TO WS-PRIOR-ROE-PERIOD
                   MOVE RI-LAST-DAY(RI-IDX)   TO WS-PRIOR-ROE-LAST-DAY
               END-IF
           END-PERFORM.

      *Loads the employee's postings since their last ROE into the
      *period table. A missing history file leaves the table empty
      *and the ROE is refused.
       700-LOAD-EMPLOYEE-PERIODS.
           MOVE ZERO TO WS-PERIOD-TABLE-COUNT.
           MOVE "N"  TO WS-HIST-EOF-FLAG.
           OPEN INPUT PAY-HISTORY-FILE.
           IF WS-HISTORY-OK
               PERFORM 700-READ-HISTORY-RECORD
               PERFORM 700-TABLE-HISTORY-RECORD
                   UNTIL END-OF-PAY-HISTORY
               CLOSE PAY-HISTORY-FILE
           END-IF.

      *Reads the next posting off the history file, sets the end of
      *file flag when there are no more postings to load.
       700-READ-HISTORY-RECORD.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE "Y" TO WS-HIST-EOF-FLAG
           END-READ.

      *Folds the posting just read into the period table when it is
      *the employee's and falls after their last ROE - a regular
      *line replaces the period's figures only when its timestamp
      *is later, a retro line adds onto the period's retro
      *earnings. Then reads the next posting.
       700-TABLE-HISTORY-RECORD.
           IF PH-EMPLOYEE-NUM = WS-ROE-EMPLOYEE-NUM
               AND PH-PERIOD > WS-PRIOR-ROE-PERIOD
               MOVE "N" TO WS-FOUND-FLAG
               PERFORM VARYING EP-IDX FROM 1 BY 1
                       UNTIL EP-IDX > WS-PERIOD-TABLE-COUNT
                          OR WS-FOUND
                   IF EP-PERIOD(EP-IDX) = PH-PERIOD
                       MOVE "Y" TO WS-FOUND-FLAG
                       PERFORM 700-APPLY-HISTORY-LINE
                   END-IF
               END-PERFORM
               IF NOT WS-FOUND
                   IF WS-PERIOD-TABLE-COUNT < 240
                       ADD 1 TO WS-PERIOD-TABLE-COUNT
                       SET EP-IDX TO WS-PERIOD-TABLE-COUNT
                       MOVE PH-PERIOD TO EP-PERIOD(EP-IDX)
                       MOVE ZERO      TO EP-HOURS(EP-IDX)
                                         EP-EARNINGS(EP-IDX)
                                         EP-RETRO-EARNINGS(EP-IDX)
                       MOVE SPACES    TO EP-POST-TIMESTAMP(EP-IDX)
                       MOVE "N"       TO EP-PICKED(EP-IDX)
                       PERFORM 700-APPLY-HISTORY-LINE
                   ELSE
                       DISPLAY "PERIOD TABLE FULL - PERIOD "
                           PH-PERIOD " NOT REPORTED"
                   END-IF
               END-IF
           END-IF.
           PERFORM 700-READ-HISTORY-RECORD.

      *Applies the posting just read to the period entry at EP-IDX.
       700-APPLY-HISTORY-LINE.
           IF PH-RETRO-EARNING OR PH-HOLIDAY-EARNING
               ADD PH-PERIOD-GROSS TO EP-RETRO-EARNINGS(EP-IDX)
           ELSE
               IF PH-POST-TIMESTAMP > EP-POST-TIMESTAMP(EP-IDX)
                   MOVE PH-HOURS-WORKED   TO EP-HOURS(EP-IDX)
                   IF PH-HOLIDAY-HOURS IS NUMERIC
                       ADD PH-HOLIDAY-HOURS TO EP-HOURS(EP-IDX)
                   END-IF
                   MOVE PH-PERIOD-GROSS   TO EP-EARNINGS(EP-IDX)
                   MOVE PH-POST-TIMESTAMP TO EP-POST-TIMESTAMP(EP-IDX)
               END-IF
           END-IF.

      *Builds the extract record - reasons, days and vacation pay
      *off the staged employee, then the reported periods picked
      *newest first until thirteen are in or the table runs out.
      *Insurable hours and earnings total over the periods
      *reported. First day worked is the hire date when it falls in
      *the earliest period reported, or after the last day worked
      *on the employee's previous ROE (a first ROE has none, so any
      *hire date counts) - the employment this ROE covers started
      *on it. A hire date after the earliest period, or one before
      *a previous ROE (the employee is back from a leave, not newly
      *hired), cannot be the start, and a blank one is unknown -
      *those take the first day of the earliest period instead.
       700-BUILD-ROE-EXTRACT.
           MOVE SPACES TO WS-ROE-FIRST-PERIOD
                          WS-ROE-FINAL-PERIOD.
           PERFORM VARYING EP-IDX FROM 1 BY 1
                   UNTIL EP-IDX > WS-PERIOD-TABLE-COUNT
               IF WS-ROE-FIRST-PERIOD = SPACES
                   OR EP-PERIOD(EP-IDX) < WS-ROE-FIRST-PERIOD
                   MOVE EP-PERIOD(EP-IDX) TO WS-ROE-FIRST-PERIOD
               END-IF
               IF EP-PERIOD(EP-IDX) > WS-ROE-FINAL-PERIOD
                   MOVE EP-PERIOD(EP-IDX) TO WS-ROE-FINAL-PERIOD
               END-IF
           END-PERFORM.
           MOVE SPACES               TO WS-ROE-FIRST-DAY.
           IF WS-ROE-HIRE-DATE NOT = SPACES
               AND WS-ROE-HIRE-DATE(1:6) NOT > WS-ROE-FIRST-PERIOD
               AND (WS-ROE-HIRE-DATE(1:6) = WS-ROE-FIRST-PERIOD
                    OR WS-ROE-HIRE-DATE > WS-PRIOR-ROE-LAST-DAY)
               MOVE WS-ROE-HIRE-DATE TO WS-ROE-FIRST-DAY
           ELSE
               STRING WS-ROE-FIRST-PERIOD "01" DELIMITED BY SIZE
                   INTO WS-ROE-FIRST-DAY
           END-IF.
           MOVE SPACES               TO ROE-EXTRACT-RECORD.
           MOVE WS-ROE-EMPLOYEE-NUM  TO RX-EMPLOYEE-NUM.
           MOVE WS-ROE-LNAME         TO RX-EMPLOYEE-LNAME.
           MOVE WS-ROE-INITIALS      TO RX-EMPLOYEE-INITIALS.
           MOVE WS-REASON-CODE       TO RX-REASON-CODE.
           MOVE WS-ROE-FIRST-DAY     TO RX-FIRST-DAY-WORKED.
           MOVE WS-ROE-LAST-DAY      TO RX-LAST-DAY-WORKED.
           MOVE WS-ROE-FINAL-PERIOD  TO RX-FINAL-PAY-PERIOD.
           MOVE WS-ROE-VACATION-PAY  TO RX-VACATION-PAY.
           MOVE ZERO TO WS-ROE-HOURS
                        WS-ROE-EARNINGS
                        WS-ROE-PERIOD-COUNT.
           PERFORM VARYING WS-RX-SUB FROM 1 BY 1
                   UNTIL WS-RX-SUB > 13
               MOVE SPACES TO RX-PERIOD(WS-RX-SUB)
               MOVE ZERO   TO RX-PERIOD-EARNINGS(WS-RX-SUB)
           END-PERFORM.
           MOVE "Y" TO WS-PERIOD-PICKED-FLAG.
           PERFORM 700-PICK-ROE-PERIOD
               UNTIL WS-ROE-PERIOD-COUNT = 13
                  OR NOT WS-PERIOD-PICKED.
           MOVE WS-ROE-HOURS         TO RX-INSURABLE-HOURS.
           MOVE WS-ROE-EARNINGS      TO RX-INSURABLE-EARNINGS.
           MOVE WS-ROE-PERIOD-COUNT  TO RX-PERIOD-COUNT.
           PERFORM 700-BUILD-TIMESTAMP.
           MOVE WS-FORMATTED-TIMESTAMP TO RX-ISSUE-TIMESTAMP.
           MOVE WS-OPERATOR-ID       TO RX-OPERATOR-ID.

      *Picks the latest period not yet reported and adds it to the
      *extract as the next pay period back from the final one.
      *WS-PERIOD-PICKED-FLAG comes back "N" once every period has
      *been reported.
       700-PICK-ROE-PERIOD.
           MOVE "N"    TO WS-PERIOD-PICKED-FLAG.
           MOVE SPACES TO WS-PICK-PERIOD.
           PERFORM VARYING EP-IDX FROM 1 BY 1
                   UNTIL EP-IDX > WS-PERIOD-TABLE-COUNT
               IF EP-PICKED(EP-IDX) = "N"
                   AND EP-PERIOD(EP-IDX) > WS-PICK-PERIOD
                   MOVE "Y"               TO WS-PERIOD-PICKED-FLAG
                   SET WS-PICK-SUB        TO EP-IDX
                   MOVE EP-PERIOD(EP-IDX) TO WS-PICK-PERIOD
               END-IF
           END-PERFORM.
           IF WS-PERIOD-PICKED
               SET EP-IDX TO WS-PICK-SUB
               MOVE "Y" TO EP-PICKED(EP-IDX)
               ADD 1 TO WS-ROE-PERIOD-COUNT
               COMPUTE WS-PERIOD-EARNINGS =
                   EP-EARNINGS(EP-IDX) + EP-RETRO-EARNINGS(EP-IDX)
               MOVE EP-PERIOD(EP-IDX)
                   TO RX-PERIOD(WS-ROE-PERIOD-COUNT)
               MOVE WS-PERIOD-EARNINGS
                   TO RX-PERIOD-EARNINGS(WS-ROE-PERIOD-COUNT)
               ADD EP-HOURS(EP-IDX)   TO WS-ROE-HOURS
               ADD WS-PERIOD-EARNINGS TO WS-ROE-EARNINGS
           END-IF.

      *Appends the extract record, creating the file the first time
      *an ROE is issued - same OPEN EXTEND idiom as Program16.cbl's
      *700-OPEN-FILES.
       700-WRITE-ROE-EXTRACT.
           OPEN EXTEND ROE-EXTRACT-FILE.
           IF WS-ROE-FILE-MISSING
               OPEN OUTPUT ROE-EXTRACT-FILE
               CLOSE       ROE-EXTRACT-FILE
               OPEN EXTEND ROE-EXTRACT-FILE
           END-IF.
           WRITE ROE-EXTRACT-RECORD.
           CLOSE ROE-EXTRACT-FILE.

      *Prints the worksheet the clerk checks the filed ROE against -
      *the extract's fields, then the reported periods final pay
      *period first.
       700-PRINT-ROE-WORKSHEET.
           DISPLAY WORKSHEET-HEADING-LINE.
           DISPLAY " ".
           MOVE "EMPLOYEE NUMBER"       TO WF-CAPTION.
           MOVE RX-EMPLOYEE-NUM         TO WF-VALUE.
           DISPLAY WORKSHEET-FIELD-LINE.
           MOVE "NAME"                  TO WF-CAPTION.
           MOVE SPACES                  TO WF-VALUE.
           STRING RX-EMPLOYEE-LNAME DELIMITED BY "  "
                  " " DELIMITED BY SIZE
                  RX-EMPLOYEE-INITIALS DELIMITED BY SIZE
               INTO WF-VALUE.
           DISPLAY WORKSHEET-FIELD-LINE.
           MOVE "REASON CODE"           TO WF-CAPTION.
           MOVE RX-REASON-CODE          TO WF-VALUE.
           DISPLAY WORKSHEET-FIELD-LINE.
           MOVE "FIRST DAY WORKED"      TO WF-CAPTION.
           MOVE RX-FIRST-DAY-WORKED     TO WF-VALUE.
           DISPLAY WORKSHEET-FIELD-LINE.
           MOVE "LAST DAY WORKED"       TO WF-CAPTION.
           MOVE RX-LAST-DAY-WORKED      TO WF-VALUE.
           DISPLAY WORKSHEET-FIELD-LINE.
           MOVE "FINAL PAY PERIOD"      TO WF-CAPTION.
           MOVE RX-FINAL-PAY-PERIOD     TO WF-VALUE.
           DISPLAY WORKSHEET-FIELD-LINE.
           MOVE "TOTAL INSURABLE HOURS" TO WH-CAPTION.
           MOVE RX-INSURABLE-HOURS      TO WH-HOURS.
           DISPLAY WORKSHEET-HOURS-LINE.
           MOVE "TOTAL INSURABLE EARNINGS" TO WA-CAPTION.
           MOVE RX-INSURABLE-EARNINGS   TO WA-AMOUNT.
           DISPLAY WORKSHEET-AMOUNT-LINE.
           MOVE "VACATION PAY"          TO WA-CAPTION.
           MOVE RX-VACATION-PAY         TO WA-AMOUNT.
           DISPLAY WORKSHEET-AMOUNT-LINE.
           DISPLAY " ".
           DISPLAY PERIOD-HEADING-LINE.
           PERFORM VARYING WS-RX-SUB FROM 1 BY 1
                   UNTIL WS-RX-SUB > RX-PERIOD-COUNT
               MOVE WS-RX-SUB                     TO PD-PAY-PERIOD-NUM
               MOVE RX-PERIOD(WS-RX-SUB)          TO PD-PERIOD
               MOVE RX-PERIOD-EARNINGS(WS-RX-SUB) TO PD-EARNINGS
               PERFORM 700-FIND-PERIOD-HOURS
               DISPLAY PERIOD-DETAIL-LINE
           END-PERFORM.

      *Finds the hours posted for the worksheet period in hand.
       700-FIND-PERIOD-HOURS.
           MOVE ZERO TO PD-HOURS.
           PERFORM VARYING EP-IDX FROM 1 BY 1
                   UNTIL EP-IDX > WS-PERIOD-TABLE-COUNT
               IF EP-PERIOD(EP-IDX) = RX-PERIOD(WS-RX-SUB)
                   MOVE EP-HOURS(EP-IDX) TO PD-HOURS
               END-IF
           END-PERFORM.

      *Loads every ROE already issued into the issued table. A
      *missing extract file just means no ROE has been issued yet.
       700-LOAD-ISSUED-ROES.
           MOVE "N" TO WS-ROE-EOF-FLAG.
           OPEN INPUT ROE-EXTRACT-FILE.
           IF WS-ROE-OK
               PERFORM 700-READ-ROE-RECORD
               PERFORM 700-TABLE-ROE-RECORD
                   UNTIL END-OF-ROE-FILE
               CLOSE ROE-EXTRACT-FILE
           END-IF.

      *Reads the next issued ROE, setting the end of file flag when
      *there are no more to load.
       700-READ-ROE-RECORD.
           READ ROE-EXTRACT-FILE
               AT END
                   MOVE "Y" TO WS-ROE-EOF-FLAG
           END-READ.

      *Folds the ROE just read into the issued table and reads the
      *next one.
       700-TABLE-ROE-RECORD.
           IF WS-ISSUED-TABLE-COUNT < 2000
               ADD 1 TO WS-ISSUED-TABLE-COUNT
               SET RI-IDX              TO WS-ISSUED-TABLE-COUNT
               MOVE RX-EMPLOYEE-NUM    TO RI-EMPLOYEE-NUM(RI-IDX)
               MOVE RX-FINAL-PAY-PERIOD TO RI-FINAL-PERIOD(RI-IDX)
               MOVE RX-LAST-DAY-WORKED TO RI-LAST-DAY(RI-IDX)
           END-IF.
           PERFORM 700-READ-ROE-RECORD.

      *Reads the next archive record in key order, setting the end
      *of file flag when there are no more.
       700-READ-NEXT-ARCHIVE-RECORD.
           READ PAYROLE-ARCHIVE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-ARCH-EOF-FLAG
           END-READ.

      *Reads the next roster record in key order, setting the end
      *of file flag when there are no more.
       700-READ-NEXT-PAYROLE-RECORD.
           READ PAYROLE-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-FLAG
           END-READ.

      *Lists the archived employee in hand when no ROE reports
      *through their last posted period, then reads the next one.
       700-CHECK-ARCHIVE-ROE.
           MOVE ARCH-EMPLOYEE-NUM       TO WS-ROE-EMPLOYEE-NUM.
           MOVE ARCH-LAST-PERIOD-POSTED TO WS-PICK-PERIOD.
           PERFORM 700-CHECK-ROE-ISSUED.
           IF NOT WS-FOUND
               MOVE ARCH-EMPLOYEE-NUM       TO EX-EMPLOYEE-NUM
               MOVE ARCH-EMPLOYEE-LNAME     TO EX-EMPLOYEE-LNAME
               MOVE "TERMINATED"            TO EX-STATUS-TEXT
               MOVE ARCH-LAST-PERIOD-POSTED TO EX-LAST-PERIOD
               DISPLAY EXCEPTION-LINE
               ADD 1 TO WS-EXCEPTION-COUNT
           END-IF.
           PERFORM 700-READ-NEXT-ARCHIVE-RECORD.

      *Lists the roster employee in hand when they are on leave and
      *no ROE reports through their last posted period, then reads
      *the next one.
       700-CHECK-PAYROLE-ROE.
           IF EMPLOYEE-ON-LEAVE-OUT
               MOVE EMPLOYEE-NUM-OUT        TO WS-ROE-EMPLOYEE-NUM
               MOVE LAST-PERIOD-POSTED-OUT  TO WS-PICK-PERIOD
               PERFORM 700-CHECK-ROE-ISSUED
               IF NOT WS-FOUND
                   MOVE EMPLOYEE-NUM-OUT       TO EX-EMPLOYEE-NUM
                   MOVE EMPLOYEE-LNAME-OUT     TO EX-EMPLOYEE-LNAME
                   MOVE "ON LEAVE"             TO EX-STATUS-TEXT
                   MOVE LAST-PERIOD-POSTED-OUT TO EX-LAST-PERIOD
                   DISPLAY EXCEPTION-LINE
                   ADD 1 TO WS-EXCEPTION-COUNT
               END-IF
           END-IF.
           PERFORM 700-READ-NEXT-PAYROLE-RECORD.

      *Sets WS-FOUND when an ROE has been issued for the employee in
      *WS-ROE-EMPLOYEE-NUM reporting through the period in
      *WS-PICK-PERIOD or later.
       700-CHECK-ROE-ISSUED.
           MOVE "N" TO WS-FOUND-FLAG.
           PERFORM VARYING RI-IDX FROM 1 BY 1
                   UNTIL RI-IDX > WS-ISSUED-TABLE-COUNT
               IF RI-EMPLOYEE-NUM(RI-IDX) = WS-ROE-EMPLOYEE-NUM
                   AND RI-FINAL-PERIOD(RI-IDX) NOT < WS-PICK-PERIOD
                   MOVE "Y" TO WS-FOUND-FLAG
               END-IF
           END-PERFORM.

      *Builds a YYYY-MM-DD HH:MM:SS timestamp for the extract and the
      *audit log - see Program1.cbl's identical 700-BUILD-TIMESTAMP.
       700-BUILD-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE   TO WS-CURRENT-DATETIME.
           MOVE WS-CURRENT-DATETIME(1:4)  TO WS-TS-YEAR.
           MOVE WS-CURRENT-DATETIME(5:2)  TO WS-TS-MONTH.
           MOVE WS-CURRENT-DATETIME(7:2)  TO WS-TS-DAY.
           MOVE WS-CURRENT-DATETIME(9:2)  TO WS-TS-HOUR.
           MOVE WS-CURRENT-DATETIME(11:2) TO WS-TS-MINUTE.
           MOVE WS-CURRENT-DATETIME(13:2) TO WS-TS-SECOND.

      *Appends one line to the audit log for the ROE just issued,
      *opening the log the same way Program16.cbl's 700-OPEN-FILES
      *does.
       700-LOG-AUDIT-ROE.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-MISSING
               OPEN OUTPUT AUDIT-LOG-FILE
               CLOSE       AUDIT-LOG-FILE
               OPEN EXTEND AUDIT-LOG-FILE
           END-IF.
           MOVE SPACES                 TO AUDIT-LOG-RECORD.
           MOVE WS-FORMATTED-TIMESTAMP TO AL-TIMESTAMP.
           MOVE WS-OPERATOR-ID         TO AL-OPERATOR-ID.
           MOVE WS-ROE-EMPLOYEE-NUM    TO AL-EMPLOYEE-NUM.
           MOVE "ROEISS"               TO AL-ACTION.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

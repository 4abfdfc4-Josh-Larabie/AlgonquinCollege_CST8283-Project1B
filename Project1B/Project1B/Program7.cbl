           05 HR-EMPLOYEE-ONCALL-RATE     PIC 9(4).
           05 HR-EMPLOYEE-ONCALL-HOURS    PIC 9(4).
           05 HR-EMPLOYEE-DEPT-CODE       PIC X(4).
      *Pay type H (hourly) or S (salaried), the annual salary a
      *salaried hire is paid from, and the hire date. A feed line
      *cut before HR sent these carries them blank, and is loaded
      *as an hourly hire with no hire date.
           05 HR-EMPLOYEE-PAY-TYPE        PIC X(1).
           05 HR-EMPLOYEE-ANNUAL-SALARY   PIC 9(7)V99.
           05 HR-EMPLOYEE-HIRE-DATE       PIC X(8).

       FD PAYROLE-FILE.
       01  PAYRECORD-OUT.
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
           05 ARCH-YTD-EI-DED           PIC 9(6)V99.
           05 ARCH-EMPLOYEE-BANK-STATUS PIC X(1).
           05 ARCH-EMPLOYEE-VAC-BALANCE PIC 9(6)V99.
           05 ARCH-EMPLOYEE-PAY-TYPE    PIC X(1).
           05 ARCH-EMPLOYEE-ANNUAL-SALARY PIC 9(7)V99.
           05 ARCH-EMPLOYEE-HIRE-DATE   PIC X(8).
           05 ARCH-EMPLOYEE-HOLIDAY-HOURS PIC 9(4).
           05 ARCH-EMPLOYEE-HOLIDAY-PAY PIC 9(5)V99.
           05 ARCH-EMPLOYEE-HOLIDAY-PERIOD PIC X(6).

      *Same layout Program1.cbl appends to on every add/change/delete -
      *see Program1.cbl's AUDIT-LOG-RECORD. AL-ACTION carries "ADD" for
           05  CT-HASH-HOURLY-PAY      PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-HASH-HOURS-WORKED    PIC 9(9).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CT-RETRO-GROSS-PAY      PIC 9(9)V99.

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

       01  WS-FILE-STATUS-FIELDS.
           05  WS-HRFEED-STATUS           PIC X(2).
           05  WS-PRIOR-RECORD-COUNT      PIC 9(7)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURLY-PAY   PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-HASH-HOURS-WORKED PIC 9(9)    VALUE ZERO.
           05  WS-PRIOR-RETRO-GROSS-PAY   PIC 9(9)V99 VALUE ZERO.

      *Signed work fields the new totals are computed into before
      *they are trusted - see Program1.cbl's
           MOVE HR-EMPLOYEE-ONCALL-RATE     TO EMPLOYEE-ONCALL-RATE.
           MOVE HR-EMPLOYEE-ONCALL-HOURS    TO EMPLOYEE-ONCALL-HOURS.
           MOVE HR-EMPLOYEE-DEPT-CODE       TO EMPLOYEE-DEPT-CODE.
           IF HR-EMPLOYEE-PAY-TYPE = SPACE
               MOVE "H"                     TO EMPLOYEE-PAY-TYPE
           ELSE
               MOVE FUNCTION UPPER-CASE(HR-EMPLOYEE-PAY-TYPE)
                                            TO EMPLOYEE-PAY-TYPE
           END-IF.
           IF HR-EMPLOYEE-ANNUAL-SALARY IS NUMERIC
               MOVE HR-EMPLOYEE-ANNUAL-SALARY TO EMPLOYEE-ANNUAL-SALARY
           ELSE
               MOVE ZERO                    TO EMPLOYEE-ANNUAL-SALARY
           END-IF.
           MOVE HR-EMPLOYEE-HIRE-DATE       TO EMPLOYEE-HIRE-DATE.
           MOVE ZERO                        TO HOURS-WORKED
                                                YTD-HOURS
                                                YTD-GROSS-PAY
                                                YTD-CPP-DED
                                                YTD-EI-DED
                                                EMPLOYEE-VAC-BALANCE
                                                EMPLOYEE-HOLIDAY-HOURS
                                                EMPLOYEE-HOLIDAY-PAY.
           MOVE SPACES                      TO LAST-PERIOD-POSTED
                                                EMPLOYEE-TERM-DATE
                                                EMPLOYEE-HOLIDAY-PERIOD.
           MOVE "A"                         TO EMPLOYEE-STATUS.

      *Applies the same field edits 700-ACCEPT-EMPLOYEE-NUM,
      *700-ACCEPT-PAY-TYPE-AND-RATE, 700-ACCEPT-HIRE-DATE and
      *700-ACCEPT-UNION-MEMBER enforce in
      *Program1.cbl - a batch record fails one of these outright
      *instead of being re-prompted, since there is no operator at a
      *terminal to correct it. Checked in the same order Program1's
               MOVE "EMPLOYEE NUMBER MUST NOT BE ZERO"
                                       TO WS-REJECT-REASON
           END-IF.
           IF NOT WS-RECORD-REJECTED
              AND NOT EMPLOYEE-HOURLY AND NOT EMPLOYEE-SALARIED
               MOVE "Y" TO WS-RECORD-REJECTED-FLAG
               MOVE "PAY TYPE MUST BE H OR S"
                                       TO WS-REJECT-REASON
           END-IF.
      *An hourly hire is paid from a non-zero hourly rate and a
      *salaried hire from a non-zero annual salary; whichever rate
      *the pay type does not use is zeroed, the way Program1's
      *entry zeroes it.
           IF NOT WS-RECORD-REJECTED AND EMPLOYEE-HOURLY
               MOVE ZERO TO EMPLOYEE-ANNUAL-SALARY
               IF EMPLOYEE-HOURLY-PAY = ZERO
                   MOVE "Y" TO WS-RECORD-REJECTED-FLAG
                   MOVE "HOURLY PAY MUST NOT BE ZERO"
                                       TO WS-REJECT-REASON
               END-IF
           END-IF.
           IF NOT WS-RECORD-REJECTED AND EMPLOYEE-SALARIED
               MOVE ZERO TO EMPLOYEE-HOURLY-PAY
               IF EMPLOYEE-ANNUAL-SALARY = ZERO
                   MOVE "Y" TO WS-RECORD-REJECTED-FLAG
                   MOVE "ANNUAL SALARY MUST NOT BE ZERO"
                                       TO WS-REJECT-REASON
               END-IF
           END-IF.
      *The hire date prorates a salaried hire's first period, so a
      *salaried line must carry one; a blank one on an hourly line
      *is an old-format feed and is let through.
           IF NOT WS-RECORD-REJECTED
               IF EMPLOYEE-HIRE-DATE = SPACES
                   IF EMPLOYEE-SALARIED
                       MOVE "Y" TO WS-RECORD-REJECTED-FLAG
                       MOVE "HIRE DATE REQUIRED FOR SALARIED HIRE"
                                       TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF EMPLOYEE-HIRE-DATE IS NOT NUMERIC
                      OR EMPLOYEE-HIRE-DATE(5:2) < "01"
                      OR EMPLOYEE-HIRE-DATE(5:2) > "12"
                      OR EMPLOYEE-HIRE-DATE(7:2) < "01"
                      OR EMPLOYEE-HIRE-DATE(7:2) > "31"
                       MOVE "Y" TO WS-RECORD-REJECTED-FLAG
                       MOVE "HIRE DATE MUST BE YYYYMMDD"
                                       TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
      *The two supplementary hours fields carry the same 80-hour
      *ceiling Program1's entry edits enforce - a mis-keyed
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

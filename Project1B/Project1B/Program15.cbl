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

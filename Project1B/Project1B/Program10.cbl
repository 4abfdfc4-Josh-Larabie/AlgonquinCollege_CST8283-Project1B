      *Same layout Program1.cbl writes - one posting's detail with
      *the timestamp it went on. A period can appear more than once
      *for an employee when a correction was re-posted; the latest
      *timestamp is the figure that stands. A retro pay line is not
      *a correction - it is an extra earning in the period it was
      *paid in, and the listing flags it with the period it
      *re-priced. A public holiday pay line is flagged the same
      *way, with the period whose wages it was worked out from.
       FD  PAY-HISTORY-FILE.
       01  PAY-HISTORY-RECORD.
           05  PH-EMPLOYEE-NUM     PIC 9(9).
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUS-FIELDS.
           05  FILLER              PIC X(7)  VALUE "HOURS".
           05  FILLER              PIC X(7)  VALUE "SHIFT".
           05  FILLER              PIC X(8)  VALUE "ONCALL".
           05  FILLER              PIC X(7)  VALUE "HOL".
           05  FILLER              PIC X(13) VALUE "GROSS PAY".
           05  FILLER              PIC X(21) VALUE "POSTED".
           05  FILLER              PIC X(16) VALUE "EARNING".

       01  DETAIL-LINE.
           05  DL-EMPLOYEE-NUM     PIC 9(9).
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-ONCALL-HOURS     PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-HOLIDAY-HOURS    PIC ZZZ9.
           05  FILLER              PIC X(3)  VALUE SPACES.
           05  DL-PERIOD-GROSS     PIC ZZZ,ZZ9.99.
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-POST-TIMESTAMP   PIC X(19).
           05  FILLER              PIC X(2)  VALUE SPACES.
           05  DL-EARNING-NOTE     PIC X(16).

       PROCEDURE DIVISION.

           MOVE PH-HOURS-WORKED    TO DL-HOURS-WORKED.
           MOVE PH-SHIFT-HOURS     TO DL-SHIFT-HOURS.
           MOVE PH-ONCALL-HOURS    TO DL-ONCALL-HOURS.
           IF PH-HOLIDAY-HOURS IS NUMERIC
               MOVE PH-HOLIDAY-HOURS TO DL-HOLIDAY-HOURS
           ELSE
               MOVE ZERO           TO DL-HOLIDAY-HOURS
           END-IF.
           MOVE PH-PERIOD-GROSS    TO DL-PERIOD-GROSS.
           MOVE PH-POST-TIMESTAMP  TO DL-POST-TIMESTAMP.
           IF PH-RETRO-EARNING
               MOVE SPACES         TO DL-EARNING-NOTE
               STRING "RETRO FOR " PH-EARNED-PERIOD
                   DELIMITED BY SIZE INTO DL-EARNING-NOTE
           ELSE
               IF PH-HOLIDAY-EARNING
                   MOVE SPACES     TO DL-EARNING-NOTE
                   STRING "HOL PAY " PH-EARNED-PERIOD
                       DELIMITED BY SIZE INTO DL-EARNING-NOTE
               ELSE
                   MOVE "REGULAR"  TO DL-EARNING-NOTE
               END-IF
           END-IF.
           DISPLAY DETAIL-LINE.
           ADD 1 TO WS-POSTINGS-PRINTED.


      *           is accounting's view of which months are still
      *           accepting activity and which are locked - months
      *           with no record are open by definition and do not
      *           appear. Months whose fiscal year AMTYRE00 has closed
      *           also show the fiscal year and the year-close date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTPER00.
       01  WS-PERIOD-COUNTS.
           05  WS-PERIOD-COUNT         PIC 9(5)  VALUE ZERO.
           05  WS-CLOSED-COUNT         PIC 9(5)  VALUE ZERO.
           05  WS-YEAR-CLOSED-COUNT    PIC 9(5)  VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05  WS-SYS-DATE-8           PIC 9(8).
           05  FILLER                  PIC X(8)  VALUE "MONTH".
           05  FILLER                  PIC X(8)  VALUE "STATUS".
           05  FILLER                  PIC X(10) VALUE "CLOSED ON".
           05  FILLER                  PIC X(6)  VALUE "FY".
           05  FILLER                  PIC X(8)  VALUE "YEAR".
           05  FILLER                  PIC X(10) VALUE "YR CLOSED".
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-RPT-PERIOD-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-PER-STATE        PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-PER-CLOSED       PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-PER-FY           PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-PER-YEAR-STATE   PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-PER-YEAR-CLOSED  PIC X(8).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
               MOVE "OPEN  " TO WS-RPT-PER-STATE
               MOVE SPACES TO WS-RPT-PER-CLOSED
           END-IF
           IF PER-YEAR-CLOSED
               ADD 1 TO WS-YEAR-CLOSED-COUNT
               MOVE PER-FISCAL-YEAR TO WS-RPT-PER-FY
               MOVE "CLOSED" TO WS-RPT-PER-YEAR-STATE
               MOVE PER-YEAR-CLOSE-DATE TO WS-RPT-PER-YEAR-CLOSED
           ELSE
               MOVE SPACES TO WS-RPT-PER-FY
               MOVE SPACES TO WS-RPT-PER-YEAR-STATE
               MOVE SPACES TO WS-RPT-PER-YEAR-CLOSED
           END-IF
           MOVE WS-RPT-PERIOD-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           PERFORM 2100-READ-PERIOD.
               TO WS-RPT-COUNT-LABEL
           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
           MOVE "  IN A CLOSED FISCAL YEAR:  "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-YEAR-CLOSED-COUNT TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       8000-WRITE-RPT-LINE.

      *           what was sent to the ledger - and RETURN-CODE 4
      *           flags that some records were refused. A restore
      *           report shows counts loaded, skipped and refused.
      *           Refusals for months whose whole fiscal year has been
      *           closed by AMTYRE00 are counted separately - those
      *           figures are in the annual record of account.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMTRST00.
       FILE SECTION.
       FD  ARCH-FILE
           RECORDING MODE IS F.
       01  ARCH-RECORD                 PIC X(100).

       FD  LOOKUP-FILE.
       COPY AMTLOOK.
               88  WS-PERD-END             VALUE 'Y'.
           05  WS-CLOSED-HIT-SWITCH    PIC X VALUE 'N'.
               88  WS-CLOSED-PERIOD-HIT    VALUE 'Y'.
           05  WS-YEAR-HIT-SWITCH      PIC X VALUE 'N'.
               88  WS-CLOSED-YEAR-HIT      VALUE 'Y'.
           05  WS-CAT-EOF-SWITCH       PIC X VALUE 'N'.
               88  WS-CAT-END              VALUE 'Y'.
           05  WS-SCAN-EOF-SWITCH      PIC X VALUE 'N'.
           05  WS-PM-IX                PIC S9(4) COMP VALUE ZERO.
           05  WS-PM-ENTRY OCCURS 60 TIMES.
               10  WS-PM-MONTH         PIC 9(6).
               10  WS-PM-YEAR-STATUS   PIC X(1).

       01  WS-RESTORE-COUNTS.
           05  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-LOAD-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-SKIP-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-CLOSED-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-YEAR-CLOSED-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-RANGE-SKIP-COUNT     PIC 9(7)  VALUE ZERO.

       01  WS-REPORT-CONTROL.
                           AND WS-PM-COUNT < WS-PM-MAX
                       ADD 1 TO WS-PM-COUNT
                       MOVE PER-MONTH TO WS-PM-MONTH(WS-PM-COUNT)
                       MOVE PER-YEAR-STATUS
                           TO WS-PM-YEAR-STATUS(WS-PM-COUNT)
                   END-IF
           END-READ
           IF WS-PERIOD-STATUS NOT = "00"
                   ADD 1 TO WS-RANGE-SKIP-COUNT
               WHEN WS-CLOSED-PERIOD-HIT
                   ADD 1 TO WS-CLOSED-COUNT
                   IF WS-CLOSED-YEAR-HIT
                       ADD 1 TO WS-YEAR-CLOSED-COUNT
                   END-IF
               WHEN OTHER
                   WRITE LOOKUP-RECORD
                       INVALID KEY
      * drift away from what was already sent to the ledger.
       2200-CHECK-CLOSED-PERIOD.
           MOVE 'N' TO WS-CLOSED-HIT-SWITCH
           MOVE 'N' TO WS-YEAR-HIT-SWITCH
           PERFORM 2250-SCAN-CLOSED-MONTHS
               VARYING WS-PM-IX FROM 1 BY 1
               UNTIL WS-PM-IX > WS-PM-COUNT.
       2250-SCAN-CLOSED-MONTHS.
           IF WS-PM-MONTH(WS-PM-IX) = LOOKUP-RUN-DATE(1:6)
               MOVE 'Y' TO WS-CLOSED-HIT-SWITCH
               IF WS-PM-YEAR-STATUS(WS-PM-IX) = 'C'
                   MOVE 'Y' TO WS-YEAR-HIT-SWITCH
               END-IF
               MOVE WS-PM-COUNT TO WS-PM-IX
           END-IF.

           MOVE WS-CLOSED-COUNT TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE
           MOVE "  OF WHICH CLOSED YEAR:     " TO WS-RPT-COUNT-LABEL
           MOVE WS-YEAR-CLOSED-COUNT TO WS-RPT-COUNT
           MOVE WS-RPT-COUNT-LINE TO RPT-LINE
           PERFORM 3100-WRITE-RPT-LINE
           IF WS-RANGE-MODE
               MOVE "OUTSIDE REQUESTED RANGE:    "
                   TO WS-RPT-COUNT-LABEL

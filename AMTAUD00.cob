      *           Every audit event in range is listed; RUNEND events
      *           also show records read, rejects by reason code, the
      *           control total, the balanced/out-of-balance verdict
      *           and the run's start and end times; operator events
      *           (such as a REVERSAL from AMTREV00) show the record
      *           count and total with the operator id and the
      *           reason they gave; BATCHOOB events show the
      *           unbalanced batch's actual and expected count and
      *           total; PROOFBRK events (AMTPRF00 daily proof) show
      *           the number of unexplained differences and their
      *           amount on the same line as operator events. This
      *           report is
      *           the auditors' answer to "what happened on the night
      *           of the 14th" - the data comes from a permanent file,
      *           not from SYSOUT.
           05  WS-RPT-END-ETIME        PIC X(6).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-RPT-OPER-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "COUNT: ".
           05  WS-RPT-OPR-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(9)  VALUE "  TOTAL: ".
           05  WS-RPT-OPR-TOTAL        PIC -9(12).99.
           05  FILLER                  PIC X(5)  VALUE " STS=".
           05  WS-RPT-OPR-STATUS       PIC X(1).
           05  FILLER                  PIC X(6)  VALUE "  BY: ".
           05  WS-RPT-OPR-OPER         PIC X(8).
           05  FILLER                  PIC X(10) VALUE "  REASON: ".
           05  WS-RPT-OPR-REASON       PIC X(25).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-RPT-OOB-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "ACTUAL: ".
           05  WS-RPT-OOB-ACT-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RPT-OOB-ACT-TOTAL    PIC -9(12).99.
           05  FILLER                  PIC X(12) VALUE "  EXPECTED: ".
           05  WS-RPT-OOB-EXP-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  WS-RPT-OOB-EXP-TOTAL    PIC -9(12).99.
           05  FILLER                  PIC X(58) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNT-LABEL      PIC X(28).
               MOVE AUDIT-END-TIME(1:6) TO WS-RPT-END-ETIME
               MOVE WS-RPT-RUNEND-LINE TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF
           IF AUDIT-EVENT-CODE = "BATCHOOB"
               MOVE AUDIT-RECORDS-READ TO WS-RPT-OOB-ACT-COUNT
               MOVE AUDIT-CONTROL-TOTAL TO WS-RPT-OOB-ACT-TOTAL
               MOVE AUDIT-OOB-EXP-COUNT TO WS-RPT-OOB-EXP-COUNT
               MOVE AUDIT-OOB-EXP-TOTAL TO WS-RPT-OOB-EXP-TOTAL
               MOVE WS-RPT-OOB-LINE TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF
           IF AUDIT-OPERATOR-ID NOT = SPACES
                   OR AUDIT-EVENT-CODE = "PROOFBRK"
               MOVE AUDIT-RECORDS-READ TO WS-RPT-OPR-COUNT
               MOVE AUDIT-CONTROL-TOTAL TO WS-RPT-OPR-TOTAL
               MOVE AUDIT-BALANCE-STATUS TO WS-RPT-OPR-STATUS
               MOVE AUDIT-OPERATOR-ID TO WS-RPT-OPR-OPER
               MOVE AUDIT-EVENT-TEXT TO WS-RPT-OPR-REASON
               MOVE WS-RPT-OPER-LINE TO RPT-LINE
               PERFORM 8000-WRITE-RPT-LINE
           END-IF.

       3000-PRINT-TOTALS.

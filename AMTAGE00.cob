      *               SUSP-BATCH-ID and SUSP-REASON-CODE
      *             - items at or past the PARM-supplied escalation
      *               age (days, default 7) are listed individually
      *             - items with a write-off keyed but held by
      *               AMTCOR00 for a second approver (over the
      *               write-off approval limit - see SUSPREC) are
      *               listed individually with who asked and when, so
      *               the approver can be chased; they stay in the
      *               aging buckets like any other open item
      *           Accounting's month-end requirement is that every
      *           'O' record eventually clears; this report replaces
      *           eyeballing the raw file. When escalated items exist
           05  WS-INFO-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-CLOSED-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-ESCALATED-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-WO-PENDING-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-TOT-BUCKET-0         PIC 9(7)  VALUE ZERO.
           05  WS-TOT-BUCKET-1         PIC 9(7)  VALUE ZERO.
           05  WS-TOT-BUCKET-2         PIC 9(7)  VALUE ZERO.
           05  FILLER                  PIC X(5)  VALUE " DAYS".
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-RPT-WO-PEND-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  FILLER                  PIC X(12)
               VALUE "AWAIT APPR: ".
           05  WS-RPT-WOP-DATE         PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE "/".
           05  WS-RPT-WOP-SEQ          PIC 9(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-WOP-BATCH        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-WOP-REASON       PIC X(4).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-WOP-D1           PIC -9(7).99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-WOP-D2           PIC -9(7).99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  WS-RPT-WOP-CURRENCY     PIC X(3).
           05  FILLER                  PIC X(13)
               VALUE "  REQUESTED ".
           05  WS-RPT-WOP-REQ-DATE     PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE " BY ".
           05  WS-RPT-WOP-REQ-OPER     PIC X(8).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(6)  VALUE SPACES.
           05  WS-RPT-COUNT-LABEL      PIC X(40).
           IF WS-ITEM-AGE NOT < WS-ESCALATE-DAYS
               ADD 1 TO WS-ESCALATED-COUNT
               PERFORM 2400-PRINT-ESCALATED-ITEM
           END-IF
           IF SUSP-WO-AWAITING-APPROVAL
               ADD 1 TO WS-WO-PENDING-COUNT
               PERFORM 2500-PRINT-WO-PENDING-ITEM
           END-IF.

       2300-BUCKET-OPEN-ITEM.
           MOVE WS-RPT-ESC-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       2500-PRINT-WO-PENDING-ITEM.
           MOVE SUSP-RUN-DATE TO WS-RPT-WOP-DATE
           MOVE SUSP-SEQ TO WS-RPT-WOP-SEQ
           MOVE SUSP-BATCH-ID TO WS-RPT-WOP-BATCH
           MOVE SUSP-REASON-CODE TO WS-RPT-WOP-REASON
           MOVE SUSP-DATA-1 TO WS-RPT-WOP-D1
           MOVE SUSP-DATA-2 TO WS-RPT-WOP-D2
           MOVE SUSP-CURRENCY TO WS-RPT-WOP-CURRENCY
           MOVE SUSP-WO-REQ-DATE TO WS-RPT-WOP-REQ-DATE
           MOVE SUSP-WO-REQ-OPER TO WS-RPT-WOP-REQ-OPER
           MOVE WS-RPT-WO-PEND-LINE TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE.

       3000-PRINT-AGING-REPORT.
           MOVE WS-RPT-GROUP-HDR TO RPT-LINE
           PERFORM 8000-WRITE-RPT-LINE
               TO WS-RPT-COUNT-LABEL
           MOVE WS-ESCALATED-COUNT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "  OF WHICH WRITE-OFF AWAITING APPROVER: "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-WO-PENDING-COUNT TO WS-RPT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE
           MOVE "INFORMATIONAL (NOT RESUBMITTABLE):      "
               TO WS-RPT-COUNT-LABEL
           MOVE WS-INFO-COUNT TO WS-RPT-COUNT

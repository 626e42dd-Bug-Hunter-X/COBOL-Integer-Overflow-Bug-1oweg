       01  WS-CHKPT-RECORD.
           05  CHKPT-RECORD-COUNT      PIC 9(7).
           05  CHKPT-CONTROL-TOTAL     PIC S9(12)V99.
           05  CHKPT-FUNC-CONTROL-TOTAL PIC S9(12)V99.
           05  FILLER                  PIC X(4).
           05  CHKPT-RUN-DATE          PIC 9(8).
           05  CHKPT-BATCH-ID          PIC X(8).
           05  CHKPT-BATCH-COUNT       PIC 9(7).

      *             RUNEND   - execution finished; counts, rejects by
      *                        reason, control total, balance status
      *                        and start/end times are filled in
      *             REVERSAL - AMTREV00 reversed a posted batch (or a
      *                        department's batches) for the keyed
      *                        run date / cycle; pairs reversed and
      *                        original total are filled in, with the
      *                        operator id and reason from the card
      *             BATCHOOB - AMTSUM00 found one batch out of balance
      *                        (or ended without a trailer); the batch
      *                        id, actual count and total, and the
      *                        trailer's expected count and total
      *                        (AUDIT-OOB-EXPECTED) are filled in -
      *                        shown online by AMTHLD00 while the
      *                        feed is held
      *             PROOFBRK - AMTPRF00's daily proof of the keyed run
      *                        date / cycle did not balance; the first
      *                        broken batch id, the number of
      *                        unexplained differences (in
      *                        AUDIT-RECORDS-READ) and their total
      *                        amount (AUDIT-CONTROL-TOTAL) are filled
      *                        in, with the text in AUDIT-EVENT-TEXT
      *           AUDIT-EVENT-TEXT redefines the reject counts for
      *           operator-initiated events, which carry a reason
      *           instead; AUDIT-OPERATOR-ID is blank on events the
      *           batch programs raise on their own.
      ******************************************************************
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
           05  AUDIT-RUN-MODE          PIC X(7).
           05  AUDIT-RESTART-IND       PIC X(1).
           05  AUDIT-RECORDS-READ      PIC 9(7).
           05  AUDIT-REJECT-COUNTS.
               10  AUDIT-REJECT-BADT   PIC 9(5).
               10  AUDIT-REJECT-OVFL   PIC 9(5).
               10  AUDIT-REJECT-CTOV   PIC 9(5).
               10  AUDIT-REJECT-DUPK   PIC 9(5).
               10  AUDIT-REJECT-NOTR   PIC 9(5).
           05  AUDIT-EVENT-TEXT REDEFINES AUDIT-REJECT-COUNTS
                                       PIC X(25).
           05  AUDIT-OOB-EXPECTED REDEFINES AUDIT-REJECT-COUNTS.
               10  AUDIT-OOB-EXP-COUNT PIC 9(7).
               10  AUDIT-OOB-EXP-TOTAL PIC S9(12)V99.
               10  FILLER              PIC X(4).
           05  AUDIT-CONTROL-TOTAL     PIC S9(12)V99.
           05  AUDIT-BALANCE-STATUS    PIC X(1).
               88  AUDIT-BALANCED          VALUE 'B'.
               88  AUDIT-OUT-OF-BAL        VALUE 'O'.
           05  AUDIT-START-TIME        PIC 9(8).
           05  AUDIT-END-TIME          PIC 9(8).
           05  AUDIT-OPERATOR-ID       PIC X(8).
           05  FILLER                  PIC X(4).

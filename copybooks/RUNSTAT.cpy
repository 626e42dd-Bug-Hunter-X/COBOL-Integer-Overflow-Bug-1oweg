      ******************************************************************
      * COPYBOOK: RUNSTAT
      * PURPOSE:  Machine-readable run statistics record, appended by
      *           a batch program at the end of every execution so the
      *           figures its print report shows can be re-used by
      *           other programs instead of re-keyed. Three permanent
      *           datasets use this layout:
      *             EDTSTAT - written by AMTEDT00, one set per edit
      *                       run: detail pairs read, rejected to
      *                       EDITREJ and passed to TRANSIN, by batch
      *             RECSTAT - written by AMTREC00, one set per
      *                       morning reconciliation: feed records
      *                       posted, ledger-rejected and still
      *                       pending, by GL date / cycle / batch
      *             TRDSTAT - written by AMTTRD00, one set per trend
      *                       check: batches flagged and run counts
      *                       (read by AMTXMT00 before transmitting)
      *           AMTPRF00 (daily proof) reads EDTSTAT and RECSTAT.
      *           Amounts are the pair result (DATA-1 + DATA-2) - on
      *           TRDSTAT the batch's run total - so they compare with
      *           GL-TOTAL and the trailer totals; a pair whose
      *           amounts were not numeric is counted but adds
      *           nothing to the amount.
      *           RECORD TYPES:
      *             'H' - run header, first record of each run's set.
      *                   On EDTSTAT a later 'H' for the same item
      *                   date / cycle supersedes the figures of an
      *                   earlier (rerun) edit. On RECSTAT every 'H'
      *                   supersedes the pending snapshot of the run
      *                   before it; posted and rejected counts
      *                   accumulate across mornings.
      *             'B' - one statistic for one batch
      *             'T' - one run-level statistic (all batches)
      *           STAT CODES:
      *             READ - detail pairs read           (EDTSTAT)
      *             REJD - detail pairs rejected       (EDTSTAT)
      *             PASS - detail pairs passed         (EDTSTAT)
      *             RECS/CLEN/REJR - 'T' records read, clean details
      *                    passed, records rejected    (EDTSTAT)
      *             NNU1/NNU2/NEGP/CEIL/BADT/UDPT/IDPT/UBAT/UCUR/NORT
      *                    - 'T' reject counts by reason (EDTSTAT)
      *             POST - acknowledged as posted, with or without
      *                    a ledger difference         (RECSTAT)
      *             LREJ - acknowledged as ledger-rejected
      *             PEND - carried forward unacknowledged
      *             ORPH - 'T' acknowledgments matching nothing sent
      *             DUPS - duplicate-file signature    (TRDSTAT)
      *             TOLR - outside trend tolerance     (TRDSTAT)
      *             NOHS/BTCH - 'T' batches with no history, batches
      *                    checked; the 'T' set marks a completed
      *                    check                       (TRDSTAT)
      *           RSTAT-RUN-DATE / CYCLE are the business date of the
      *           run that wrote the record; RSTAT-ITEM-DATE / CYCLE
      *           are the business date and cycle of the work the
      *           figures describe (the same for AMTEDT00/AMTTRD00; the
      *           GL-DATE / GL-CYCLE of the feed records for
      *           AMTREC00).
      ******************************************************************
       01  RSTAT-RECORD.
           05  RSTAT-PROGRAM           PIC X(8).
           05  RSTAT-REC-TYPE          PIC X(1).
               88  RSTAT-RUN-HEADER        VALUE 'H'.
               88  RSTAT-BATCH-STAT        VALUE 'B'.
               88  RSTAT-RUN-TOTAL         VALUE 'T'.
           05  RSTAT-RUN-DATE          PIC 9(8).
           05  RSTAT-RUN-CYCLE         PIC 9(2).
           05  RSTAT-ITEM-DATE         PIC 9(8).
           05  RSTAT-ITEM-CYCLE        PIC 9(2).
           05  RSTAT-BATCH-ID          PIC X(8).
           05  RSTAT-DEPT              PIC X(4).
           05  RSTAT-STAT-CODE         PIC X(4).
           05  RSTAT-COUNT             PIC 9(7).
           05  RSTAT-AMOUNT            PIC S9(12)V99.
           05  FILLER                  PIC X(14).
